           02 FILLER REDEFINES ACTIVEF.
              03 ACTIVEA PIC X.
           02 ACTIVEI PIC X(1).
           02 SKILLL PIC S9(4) COMP.
           02 SKILLF PIC X.
           02 FILLER REDEFINES SKILLF.
              03 SKILLA PIC X.
           02 SKILLI PIC X(8).
           02 CATEGL PIC S9(4) COMP.
           02 CATEGF PIC X.
           02 FILLER REDEFINES CATEGF.
              03 CATEGA PIC X.
           02 CATEGI PIC X(6).
           02 COSTCL PIC S9(4) COMP.
           02 COSTCF PIC X.
           02 FILLER REDEFINES COSTCF.
              03 COSTCA PIC X.
           02 COSTCI PIC X(8).
           02 MSGL PIC S9(4) COMP.
           02 MSGF PIC X.
           02 FILLER REDEFINES MSGF.
           02 FILLER PIC X(3).
           02 ACTIVEO PIC X(1).
           02 FILLER PIC X(3).
           02 SKILLO PIC X(8).
           02 FILLER PIC X(3).
           02 CATEGO PIC X(6).
           02 FILLER PIC X(3).
           02 COSTCO PIC X(8).
           02 FILLER PIC X(3).
           02 MSGO PIC X(40).
