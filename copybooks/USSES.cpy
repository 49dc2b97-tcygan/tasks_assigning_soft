      *****************************************************************
      * USSES - SYMBOLIC MAP FOR MAP1 (MAPSET USSES)                   *
      * SIGNON REGISTRY USED BY USSESP - LISTS WHO IS SIGNED ON AT     *
      * WHICH TERMINAL, FROM THE TYPED USERNAME ONWARD. THE ADMIN      *
      * TYPES A USERNAME AND F TO FORCE THAT SESSION OFF               *
      *****************************************************************
       01  MAP1I.
           02 FILLER PIC X(12).
           02 SELL PIC S9(4) COMP.
           02 SELCF PIC X.
           02 FILLER REDEFINES SELCF.
              03 SELCA PIC X.
           02 SELI PIC X(20).
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
           02 SELO PIC X(20).
           02 FILLER PIC X(3).
           02 ACTO PIC X(1).
           02 FILLER PIC X(24).
           02 POLEO PIC X(60) OCCURS 8 TIMES.
           02 FILLER PIC X(3).
           02 MSGO PIC X(40).
