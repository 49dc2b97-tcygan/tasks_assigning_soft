      *****************************************************************
      * RCTREC - RECORD LAYOUT FOR THE ACCESS RECERTIFICATION FILE     *
      * WRITTEN EACH QUARTER BY TASKRCT0 - ONE LINE PER PERMS GRANT,   *
      * PLUS ONE PER ADMIN WHO STILL RIDES THE OLD 'A' ROLE WITH NO    *
      * PERMS ROWS AT ALL - AND READ BACK BY TASKRVK0 AFTER THE        *
      * DEADLINE. THE MANAGERS MARK EACH DETAIL LINE IN COLUMN 56 -    *
      * K TO KEEP THE GRANT, R TO REVOKE IT - AND MAY PUT THEIR OWN    *
      * NAME IN COLUMNS 57-76. ANYTHING ELSE IN COLUMN 56, BLANK       *
      * INCLUDED, IS UNANSWERED AND IS REVOKED LIKE AN R. NOTHING      *
      * ELSE ON THE LINE MAY BE CHANGED. ONE HEADER FIRST, ONE TRAILER *
      * WITH THE DETAIL COUNT LAST, SO A TRUNCATED OR PADDED FILE IS   *
      * REFUSED WHOLE. ALL DISPLAY DATA SO IT CAN BE EDITED AS TEXT.   *
      *****************************************************************
       01 FS-RECERT.
           05 RC-REC-TYPE PIC X(1).
               88 RC-HEADER VALUE 'H'.
               88 RC-DETAIL VALUE 'D'.
               88 RC-TRAILER VALUE 'T'.
           05 RC-BODY PIC X(79).
      * ISSUE DATE (THE CYCLE'S NAME - CONTROL ROW RECERTIS HOLDS THE
      * LATEST ONE ISSUED) AND THE LAST DAY MARKS ARE TAKEN, YYYYMMDD
           05 RC-HEADER-BODY REDEFINES RC-BODY.
               10 RC-H-ISSUED PIC 9(8).
               10 RC-H-DEADLINE PIC 9(8).
               10 FILLER PIC X(63).
           05 RC-DETAIL-BODY REDEFINES RC-BODY.
               10 RC-USERNAME PIC X(20).
      * THE PERMS FUNCTION CODE, OR ROLE-A FOR A ROLE-ONLY ADMIN
               10 RC-FUNCTION PIC X(8).
               10 RC-SOURCE PIC X(1).
                   88 RC-FROM-GRANT VALUE 'G'.
                   88 RC-FROM-ROLE VALUE 'R'.
      * A ACTIVE, D DISABLED, M NO USERS ROW (A GRANT LEFT BEHIND)
               10 RC-USER-STATE PIC X(1).
      * U USED (STAMP BELOW, 0CYYDDD / 0HHMMSS), N NEVER SEEN ON THE
      * JOURNAL, J A FUNCTION THAT LEAVES NO JOURNAL ROWS TO GO BY
               10 RC-USE-FLAG PIC X(1).
               10 RC-LAST-DATE PIC 9(7).
               10 RC-LAST-TIME PIC 9(7).
               10 FILLER PIC X(9).
               10 RC-DECISION PIC X(1).
                   88 RC-KEEP VALUE 'K'.
                   88 RC-REVOKE VALUE 'R'.
               10 RC-REVIEWER PIC X(20).
               10 FILLER PIC X(4).
           05 RC-TRAILER-BODY REDEFINES RC-BODY.
               10 RC-T-COUNT PIC 9(7).
               10 FILLER PIC X(72).
