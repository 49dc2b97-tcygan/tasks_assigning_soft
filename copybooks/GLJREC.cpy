      *****************************************************************
      * GLJREC - RECORD LAYOUT FOR THE GL JOURNAL INTERFACE FILE       *
      * WRITTEN BY THE MONTHLY CHARGEBACK JOB FOR THE GENERAL LEDGER   *
      * FEED. FIXED 100-BYTE RECORDS: ONE 'H' HEADER, A DEBIT AND A    *
      * CREDIT 'D' LINE PER COST CENTER, ONE 'T' TRAILER WHOSE COUNTS  *
      * AND TOTALS THE LEDGER SIDE BALANCES AGAINST BEFORE POSTING.    *
      * AMOUNTS ARE UNSIGNED WITH TWO IMPLIED DECIMALS; THE DR/CR FLAG *
      * CARRIES THE SIGN.                                              *
      *****************************************************************
       01 FS-GLJ.
           05 GLJ-REC-TYPE PIC X(1).
               88 GLJ-HEADER VALUE 'H'.
               88 GLJ-DETAIL VALUE 'D'.
               88 GLJ-TRAILER VALUE 'T'.
           05 GLJ-BODY PIC X(99).
           05 GLJ-HEADER-BODY REDEFINES GLJ-BODY.
               10 GLJ-H-SOURCE PIC X(8).
               10 GLJ-H-PERIOD PIC 9(6).
               10 GLJ-H-RUN-DATE PIC 9(8).
               10 GLJ-H-RUN-TIME PIC 9(6).
      * 'Y' WHEN THE PERIOD WAS ALREADY POSTED AND THE OPERATOR FORCED
      * THE RERUN - THE LEDGER SIDE MUST REVERSE THE FIRST POSTING
               10 GLJ-H-REPOST PIC X(1).
               10 FILLER PIC X(70).
           05 GLJ-DETAIL-BODY REDEFINES GLJ-BODY.
               10 GLJ-D-SEQ PIC 9(6).
               10 GLJ-D-COST-CENTER PIC X(8).
               10 GLJ-D-ACCOUNT PIC X(10).
               10 GLJ-D-DRCR PIC X(2).
                   88 GLJ-D-DEBIT VALUE 'DR'.
                   88 GLJ-D-CREDIT VALUE 'CR'.
               10 GLJ-D-AMOUNT PIC 9(11)V99.
               10 GLJ-D-HOURS PIC 9(7)V9.
               10 GLJ-D-PERIOD PIC 9(6).
               10 GLJ-D-DESC PIC X(30).
               10 FILLER PIC X(16).
           05 GLJ-TRAILER-BODY REDEFINES GLJ-BODY.
      * COUNT OF 'D' LINES ONLY - HEADER AND TRAILER ARE NOT COUNTED
               10 GLJ-T-LINE-COUNT PIC 9(7).
               10 GLJ-T-DEBIT-TOTAL PIC 9(13)V99.
               10 GLJ-T-CREDIT-TOTAL PIC 9(13)V99.
               10 GLJ-T-HOURS-TOTAL PIC 9(9)V9.
               10 FILLER PIC X(52).
