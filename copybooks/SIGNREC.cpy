      *****************************************************************
      * SIGNREC - RECORD LAYOUT FOR THE SIGNON FILE                    *
      * THE SIGNON REGISTRY - ONE ROW PER ACTIVE SESSION, KEYED BY THE *
      * USERNAME, SO ONE USERNAME CAN HOLD ONE TERMINAL AT A TIME.     *
      * SUBLOG WRITES THE ROW AT SIGNON (AND REFUSES OR TAKES OVER     *
      * WHEN ANOTHER TERMINAL ALREADY HOLDS IT), SUBTMO DROPS IT WHEN  *
      * THE SESSION TIMES OUT OR SIGNS OFF WITH PF3, AND AN ADMIN CAN  *
      * FORCE ONE OFF FROM USSESP. A SESSION WHOSE ROW HAS GONE, OR    *
      * NOW NAMES ANOTHER TERMINAL, IS OVER AT ITS NEXT KEYSTROKE.     *
      *****************************************************************
       01 FS-SIGNON.
           05 SG-USERNAME PIC X(20).
           05 SG-TERMID PIC X(4).
      * THE SIGNON STAMP (0CYYDDD / 0HHMMSS) - THE SAME VALUES THE
      * SESSION CARRIES AS ITS LOGIN DATE AND TIME, WHICH IS HOW A
      * SESSION KNOWS THE ROW IS STILL ITS OWN
           05 SG-DATE PIC 9(7).
           05 SG-TIME PIC 9(7).
