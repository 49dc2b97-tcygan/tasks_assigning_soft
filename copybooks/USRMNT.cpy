           02 FILLER REDEFINES ACTIVEF.
              03 ACTIVEA PIC X.
           02 ACTIVEI PIC X(1).
           02 DEPTL PIC S9(4) COMP.
           02 DEPTF PIC X.
           02 FILLER REDEFINES DEPTF.
              03 DEPTA PIC X.
           02 DEPTI PIC X(4).
           02 MSGL PIC S9(4) COMP.
           02 MSGF PIC X.
           02 FILLER REDEFINES MSGF.
           02 FILLER PIC X(3).
           02 ACTIVEO PIC X(1).
           02 FILLER PIC X(3).
           02 DEPTO PIC X(4).
           02 FILLER PIC X(3).
           02 MSGO PIC X(30).
