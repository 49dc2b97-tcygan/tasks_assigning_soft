      *****************************************************************
      * USQAR - SYMBOLIC MAP FOR MAP1 (MAPSET USQAR)                   *
      * QA REVIEW SCREEN USED BY USQARP - LISTS THE SAMPLED TASKS      *
      * STILL AWAITING A VERDICT, AND THE REVIEWER TYPES A TASKID,     *
      * P (PASS) OR F (FAIL), A SCORE OF 0-100 AND A COMMENT           *
      *****************************************************************
       01  MAP1I.
           02 FILLER PIC X(12).
           02 SELL PIC S9(4) COMP.
           02 SELCF PIC X.
           02 FILLER REDEFINES SELCF.
              03 SELCA PIC X.
           02 SELI PIC X(10).
           02 VERDL PIC S9(4) COMP.
           02 VERDF PIC X.
           02 FILLER REDEFINES VERDF.
              03 VERDA PIC X.
           02 VERDI PIC X(1).
           02 SCOREL PIC S9(4) COMP.
           02 SCOREF PIC X.
           02 FILLER REDEFINES SCOREF.
              03 SCOREA PIC X.
           02 SCOREI PIC X(3).
           02 RMKL PIC S9(4) COMP.
           02 RMKF PIC X.
           02 FILLER REDEFINES RMKF.
              03 RMKA PIC X.
           02 RMKI PIC X(40).
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
           02 SELO PIC X(10).
           02 FILLER PIC X(3).
           02 VERDO PIC X(1).
           02 FILLER PIC X(3).
           02 SCOREO PIC X(3).
           02 FILLER PIC X(3).
           02 RMKO PIC X(40).
           02 FILLER PIC X(24).
           02 POLEO PIC X(60) OCCURS 8 TIMES.
           02 FILLER PIC X(3).
           02 MSGO PIC X(40).
