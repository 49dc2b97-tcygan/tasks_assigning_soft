      *****************************************************************
      * RATEREC - RECORD LAYOUT FOR THE RATE FILE                      *
      * HOURLY CHARGE-OUT RATES USED BY THE MONTHLY CHARGEBACK JOB,    *
      * KEYED KIND PLUS USER OR TEAM ID PLUS THE DATE THE RATE TAKES   *
      * EFFECT. A RATE CHANGE IS A NEW ROW WITH A LATER EFFECTIVE-FROM *
      * DATE - OLD ROWS STAY SO A RERUN OF AN EARLIER MONTH PRICES THE *
      * SAME AS IT DID THE FIRST TIME. A USER'S OWN RATE WINS OVER ANY *
      * TEAM RATE; A USER WITH NEITHER IS LEFT UNPRICED ON THE         *
      * RECONCILIATION LISTING. LOADED AND MAINTAINED BY OPERATIONS.   *
      *****************************************************************
       01 FS-RATE.
           05 RT-KEY.
               10 RT-KIND PIC X(1).
                   88 RT-USER-RATE VALUE 'U'.
                   88 RT-TEAM-RATE VALUE 'T'.
      * USERNAME FOR A 'U' ROW, TEAM ID (LEFT-JUSTIFIED) FOR A 'T' ROW
               10 RT-ID PIC X(20).
               10 RT-EFF-FROM PIC 9(8).
      * LAST DAY THE RATE APPLIES, YYYYMMDD - ZERO MEANS STILL CURRENT
           05 RT-EFF-TO PIC 9(8).
           05 RT-HOURLY-RATE PIC 9(5)V99.
