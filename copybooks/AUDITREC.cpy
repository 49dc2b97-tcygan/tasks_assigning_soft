      * BEFORE IT, AND NAMES THAT ROW'S SEQUENCE - SUBSEQ'S BLOCK
      * HANDOUT MEANS KEY ORDER IS NOT WRITE ORDER, SO THE POINTER IS
      * WHAT LETS TASKVFY0 WALK THE CHAIN BACKWARDS AND REPORT THE
      * FIRST DOCTORED OR MISSING ROW. SUBAUD (ONLINE) AND SUBAUB
      * (BATCH) ARE THE ONLY WRITERS, AND TASKPSN0 THE ONLY SANCTIONED
      * REWRITE - IT RENAMES A LEAVER ON THEIR ROWS AND RESEALS THE
      * CHAIN, OLDEST ROW FIRST, ONCE IT HAS VERIFIED IT.
      * ROWS FROM BEFORE THE CHAIN EXISTED CARRY SPACES
           05 AUD-PREV-SEQ PIC 9(9) VALUE ZERO.
           05 AUD-CHAIN PIC X(20) VALUE SPACES.
