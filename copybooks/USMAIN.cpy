           02 FILLER REDEFINES HOURSF.
              03 HOURSA PIC X.
           02 HOURSI PIC X(5).
           02 NEWDUEL PIC S9(4) COMP.
           02 NEWDUEF PIC X.
           02 FILLER REDEFINES NEWDUEF.
              03 NEWDUEA PIC X.
           02 NEWDUEI PIC X(8).
           02 MSGL PIC S9(4) COMP.
           02 MSGF PIC X.
           02 FILLER REDEFINES MSGF.
           02 FILLER PIC X(3).
           02 HOURSO PIC X(5).
           02 FILLER PIC X(3).
           02 NEWDUEO PIC X(8).
           02 FILLER PIC X(3).
           02 MSGO PIC X(44).
