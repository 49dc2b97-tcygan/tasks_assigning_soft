           02 MSGF PIC X.
           02 FILLER REDEFINES MSGF.
              03 MSGA PIC X.
           02 MSGI PIC X(60).
       01  MAP1O REDEFINES MAP1I.
           02 FILLER PIC X(12).
           02 FILLER PIC X(3).
           02 FILLER PIC X(3).
           02 PASSO PIC X(20).
           02 FILLER PIC X(3).
           02 MSGO PIC X(60).
