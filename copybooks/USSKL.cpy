      *****************************************************************
      * USSKL - SYMBOLIC MAP FOR MAP1 (MAPSET USSKL)                   *
      * SKILLS MAINTENANCE USED BY USSKLP - THE ADMIN TYPES A USERNAME *
      * AND A SKILL CODE WITH A TO ADD OR D TO DELETE, OR JUST THE     *
      * USERNAME TO LIST WHAT THAT USER HOLDS                          *
      *****************************************************************
       01  MAP1I.
           02 FILLER PIC X(12).
           02 USRL PIC S9(4) COMP.
           02 USRF PIC X.
           02 FILLER REDEFINES USRF.
              03 USRA PIC X.
           02 USRI PIC X(20).
           02 SKILLL PIC S9(4) COMP.
           02 SKILLF PIC X.
           02 FILLER REDEFINES SKILLF.
              03 SKILLA PIC X.
           02 SKILLI PIC X(8).
           02 ACTL PIC S9(4) COMP.
           02 ACTF PIC X.
           02 FILLER REDEFINES ACTF.
              03 ACTA PIC X.
           02 ACTI PIC X(1).
           02 POLEL PIC S9(4) COMP OCCURS 8 TIMES.
           02 POLEF PIC X OCCURS 8 TIMES.
           02 FILLER REDEFINES POLEF.
              03 POLEA PIC X OCCURS 8 TIMES.
           02 POLEI PIC X(60) OCCURS 8 TIMES.
           02 MSGL PIC S9(4) COMP.
           02 MSGF PIC X.
           02 FILLER REDEFINES MSGF.
              03 MSGA PIC X.
           02 MSGI PIC X(40).
       01  MAP1O REDEFINES MAP1I.
           02 FILLER PIC X(12).
           02 FILLER PIC X(3).
           02 USRO PIC X(20).
           02 FILLER PIC X(3).
           02 SKILLO PIC X(8).
           02 FILLER PIC X(3).
           02 ACTO PIC X(1).
           02 FILLER PIC X(24).
           02 POLEO PIC X(60) OCCURS 8 TIMES.
           02 FILLER PIC X(3).
           02 MSGO PIC X(40).
