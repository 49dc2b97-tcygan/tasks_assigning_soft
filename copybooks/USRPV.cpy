      *****************************************************************
      * USRPV - SYMBOLIC MAP FOR MAP1 (MAPSET USRPV)                   *
      * STORED BATCH REPORT VIEWER USED BY USRPVP - LISTS THE RUNS ON  *
      * THE REPORT REPOSITORY (OPTIONALLY FROM A TYPED JOB NAME AND    *
      * RUN DATE), AND A TYPED ROW NUMBER OPENS THAT RUN'S REPORT.     *
      * HDR SAYS WHAT THE LINES BELOW IT ARE; EACH POLE LINE IS ONE    *
      * RUN IN THE LIST, OR ONE PRINTED REPORT LINE                    *
      *****************************************************************
       01  MAP1I.
           02 FILLER PIC X(12).
           02 JOBL PIC S9(4) COMP.
           02 JOBF PIC X.
           02 FILLER REDEFINES JOBF.
              03 JOBA PIC X.
           02 JOBI PIC X(8).
           02 FROMDL PIC S9(4) COMP.
           02 FROMDF PIC X.
           02 FILLER REDEFINES FROMDF.
              03 FROMDA PIC X.
           02 FROMDI PIC X(8).
           02 SELL PIC S9(4) COMP.
           02 SELCF PIC X.
           02 FILLER REDEFINES SELCF.
              03 SELCA PIC X.
           02 SELI PIC X(2).
           02 HDRL PIC S9(4) COMP.
           02 HDRF PIC X.
           02 FILLER REDEFINES HDRF.
              03 HDRA PIC X.
           02 HDRI PIC X(79).
           02 POLEL PIC S9(4) COMP OCCURS 16 TIMES.
           02 POLEF PIC X OCCURS 16 TIMES.
           02 FILLER REDEFINES POLEF.
              03 POLEA PIC X OCCURS 16 TIMES.
           02 POLEI PIC X(79) OCCURS 16 TIMES.
           02 MSGL PIC S9(4) COMP.
           02 MSGF PIC X.
           02 FILLER REDEFINES MSGF.
              03 MSGA PIC X.
           02 MSGI PIC X(40).
       01  MAP1O REDEFINES MAP1I.
           02 FILLER PIC X(12).
           02 FILLER PIC X(3).
           02 JOBO PIC X(8).
           02 FILLER PIC X(3).
           02 FROMDO PIC X(8).
           02 FILLER PIC X(3).
           02 SELO PIC X(2).
           02 FILLER PIC X(3).
           02 HDRO PIC X(79).
           02 FILLER PIC X(48).
           02 POLEO PIC X(79) OCCURS 16 TIMES.
           02 FILLER PIC X(3).
           02 MSGO PIC X(40).
