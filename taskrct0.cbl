       IDENTIFICATION DIVISION.
       PROGRAM-ID. TASKRCT0.
      * QUARTERLY BATCH JOB - ISSUES THE ACCESS RECERTIFICATION. EVERY
      * GRANT ON THE PERMS FILE IS LISTED, AND SO IS EVERY ADMIN WHO
      * HAS NO PERMS ROWS AT ALL AND STILL OPENS EVERYTHING ON THE OLD
      * 'A' ROLE (SHOWN AGAINST THE FUNCTION ROLE-A). EACH LINE CARRIES
      * THE LAST TIME THAT USER ACTUALLY USED THAT FUNCTION, TAKEN OFF
      * THE AUDIT JOURNAL, SO THE MANAGERS CAN SEE WHAT IS DEAD WOOD.
      * THE SAME LINES GO TO THE RECERTIFICATION FILE ON RCTDD (LAYOUT
      * IN RCTREC) FOR THE MANAGERS TO MARK KEEP OR REVOKE. TASKRVK0
      * APPLIES THE MARKS AFTER THE DEADLINE - A REVOKE AND A LINE LEFT
      * UNANSWERED BOTH LOSE THE GRANT.
      * THE DEADLINE IS TAKEN FROM A PARM CARD (YYYYMMDD IN COLUMNS 1-8,
      * EDITED BY SUBDTV) OR, WITHOUT ONE, COUNTED FORWARD FROM THE RUN
      * DATE IN WORK DAYS - RECERTWD ON THE CONTROL FILE, FALLING BACK
      * TO THE SHIPPED DEFAULT. THE RUN DATE IS THE CYCLE'S NAME: IT
      * GOES IN THE FILE HEADER AND ON THE CONTROL ROW RECERTIS, AND
      * TASKRVK0 ONLY ACCEPTS THE FILE OF THE LATEST CYCLE ISSUED.
      * JOURNAL ACTIONS ARE TRACED BACK TO THE FUNCTION THAT GATES THEM:
      *   ASSIGN   - ASSIGN, UPDATE, CANCEL, HANDBACK
      *   APPROVE  - RELEASE, REJECT
      *   REASSIGN - REASSIGN
      *   REOPEN   - REOPEN
      *   WLAPPR   - WLAPPR
      *   USRMNT   - SKILLADD, SKILLDEL, USERADD, USERUPD
      *   SESSION  - FORCEOFF
      *   QAREVIEW - QAREVIEW
      *   DUEEXT   - EXTEND
      * ANY OF THEM COUNTS AS USE OF ROLE-A. DASH, TMPLMNT, SEARCH,
      * RPTVIEW AND XDEPT (A SCOPE WIDENER, NOT A SCREEN OF ITS OWN)
      * LEAVE NOTHING ON THE JOURNAL - THEIR LINES SAY NO JOURNAL RATHER
      * THAN NEVER, SO NOBODY IS REVOKED ON THE STRENGTH OF A GAP THE
      * JOURNAL WAS NEVER GOING TO FILL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERMS-FILE ASSIGN TO PERMDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-KEY
               FILE STATUS IS WS-PERMS-STATUS.
           SELECT USERS-FILE ASSIGN TO USERSDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USERS-USERNAME
               FILE STATUS IS WS-USERS-STATUS.
           SELECT AUDIT-FILE ASSIGN TO AUDITDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AUD-KEY
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT CONTROL-FILE ASSIGN TO CTLDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTL-KEY
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT PARM-FILE ASSIGN TO PARMDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT SORT-WORK ASSIGN TO SORTWK.
           SELECT RECERT-FILE ASSIGN TO RCTDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECERT-STATUS.
           SELECT REPORT-FILE ASSIGN TO REPTDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT BATCHLOG-FILE ASSIGN TO BATLOGDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BL-KEY
               FILE STATUS IS WS-BATCHLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PERMS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PERMREC.
       FD  USERS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY USERSREC.
       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDITREC.
       FD  CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CTLREC.
       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARM-CARD PIC X(80).
      * ONE RECORD PER GRANT (KIND G) AND ONE PER JOURNAL ROW THAT USED
      * A GATED FUNCTION (KIND A). THE A RECORDS SORT AHEAD OF THE
      * GRANT THEY BELONG TO, OLDEST FIRST, SO THE LAST ONE SEEN IS THE
      * LAST USE
       SD  SORT-WORK.
       01  SRT-RECERT-REC.
           05 SRT-USERNAME PIC X(20).
           05 SRT-FUNCTION PIC X(8).
           05 SRT-KIND PIC X(1).
           05 SRT-DATE PIC 9(7).
           05 SRT-TIME PIC 9(7).
           05 SRT-SOURCE PIC X(1).
           05 SRT-USER-STATE PIC X(1).
       FD  RECERT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RCTREC.
       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE PIC X(80).
       FD  BATCHLOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BATLOGREC.
       WORKING-STORAGE SECTION.
       01 WS-BATCHLOG-STATUS PIC XX.
       01 WS-BL-TIME-RAW PIC 9(8).
      * RUN-ORDER GUARD PARAMETER AREA - SEE SUBPRQ
       01 PRQ-PARM.
           05 PRQ-JOBNAME PIC X(8).
           05 PRQ-RUN-DATE PIC 9(8).
           05 PRQ-STATUS PIC X.
               88 PRQ-OK VALUE '0'.
               88 PRQ-BLOCKED VALUE 'B'.
               88 PRQ-OVERRIDDEN VALUE 'O'.
           05 PRQ-MISSING-JOB PIC X(8).
      * SAME PARAMETER AREA EVERY CALLER OF SUBDTV USES
       01 DTV-PARM.
           05 DTV-DATE PIC X(8).
           05 DTV-TODAY PIC 9(8).
           05 DTV-STATUS PIC X.
               88 DTV-DATE-INVALID VALUE 'E'.
               88 DTV-DATE-PAST VALUE 'P'.
               88 DTV-DATE-WEEKEND VALUE 'W'.
               88 DTV-DATE-VALID VALUE 'V'.
           05 DTV-DAY-OF-WEEK PIC 9.
           05 DTV-NEXT-WORK-DATE PIC 9(8).
       01 WS-PERMS-STATUS PIC XX.
       01 WS-USERS-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-CONTROL-STATUS PIC XX.
       01 WS-PARM-STATUS PIC XX.
       01 WS-RECERT-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
      * REPORT REPOSITORY PARAMETER AREA - SEE SUBRPS
       01 RPS-PARM.
           05 RPS-REQUEST PIC X.
           05 RPS-JOBNAME PIC X(8) VALUE 'TASKRCT0'.
           05 RPS-LINE PIC X(80).
           05 RPS-STATUS PIC X.
       01 WS-EOF-FLAG PIC X.
           88 END-OF-FILE-SCAN VALUE 'Y'.
       01 WS-SORT-EOF PIC X.
           88 END-OF-SORT VALUE 'Y'.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-DEADLINE PIC 9(8).
       01 WS-DEADLINE-RAW PIC X(8).
      * SHIPPED DEFAULT MARKING WINDOW IN WORK DAYS, OVERRIDDEN BY THE
      * RECERTWD CONTROL ROW WHEN PRESENT
       01 WS-WINDOW-DAYS PIC 9(3) VALUE 20.
       01 WS-WINDOW-STEP PIC 9(3).
      * THE PREVIOUS CYCLE, FOR THE WARNING WHEN ONE WAS NEVER APPLIED
       01 WS-LAST-ISSUED PIC 9(8) VALUE 0.
       01 WS-LAST-APPLIED PIC 9(8) VALUE 0.
      * THE FUNCTION A JOURNAL ACTION WAS GATED BY - SPACES FOR AN
      * ACTION NO GRANT STANDS BEHIND (SIGNON, CLAIM, PWDCHG AND SO ON)
       01 WS-USE-FUNCTION PIC X(8).
      * THE USER/FUNCTION NOW BEING GATHERED IN THE OUTPUT PROCEDURE
      * AND THE LATEST USE SEEN FOR IT
       01 WS-HELD-USERNAME PIC X(20) VALUE SPACES.
       01 WS-HELD-FUNCTION PIC X(8) VALUE SPACES.
       01 IF-HAVE-USE PIC X VALUE 'N'.
           88 HAVE-USE VALUE 'Y'.
       01 WS-USE-DATE PIC 9(7) VALUE 0.
       01 WS-USE-TIME PIC 9(7) VALUE 0.
      * COUNTS FOR THE TOTALS, THE DISPLAYS AND THE BATCHLOG ROW
       01 WS-AUDIT-COUNT PIC 9(7) VALUE 0.
       01 WS-LINE-COUNT PIC 9(7) VALUE 0.
       01 WS-GRANT-COUNT PIC 9(7) VALUE 0.
       01 WS-ROLE-COUNT PIC 9(7) VALUE 0.
       01 WS-NEVER-COUNT PIC 9(7) VALUE 0.
       01 WS-NOJRNL-COUNT PIC 9(7) VALUE 0.
       01 WS-HEADINGS.
           05 WS-TITLE1.
               10 FILLER PIC X(33) VALUE
                  'ACCESS RECERTIFICATION - CYCLE '.
               10 HD-RUN-DATE PIC 9(8).
               10 FILLER PIC X(39) VALUE SPACE.
           05 WS-TITLE2.
               10 FILLER PIC X(33) VALUE
                  'MARKS DUE BACK ON RCTDD BY:      '.
               10 HD-DEADLINE PIC 9(8).
               10 FILLER PIC X(39) VALUE SPACE.
           05 WS-TITLE3.
               10 FILLER PIC X(30) VALUE
                  'USERNAME             FUNCTION'.
               10 FILLER PIC X(50) VALUE
                  'HELD-BY STATE      LAST USED'.
       01 WS-BLANK-LINE PIC X(80) VALUE SPACES.
       01 WS-SUPERSEDED-LINE.
           05 FILLER PIC X(10) VALUE '*** CYCLE '.
           05 SL-ISSUED PIC 9(8).
           05 FILLER PIC X(62) VALUE
              ' WAS NEVER APPLIED - THIS CYCLE REPLACES IT'.
       01 WS-DETAIL-LINE.
           05 DL-USERNAME PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DL-FUNCTION PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DL-HELD-BY PIC X(7).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DL-STATE PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DL-LAST-USED.
               10 DL-USE-DATE PIC X(7).
               10 FILLER PIC X(1).
               10 DL-USE-TIME PIC X(6).
           05 FILLER PIC X(17) VALUE SPACE.
       01 WS-STAMP-EDIT PIC 9(7).
       01 WS-TOTAL-LINE.
           05 TL-LABEL PIC X(32).
           05 TL-COUNT PIC ZZZZZZ9.
           05 FILLER PIC X(41) VALUE SPACE.
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM CHECK-PREREQS-PARA
           PERFORM OPEN-BATCH-LOG-PARA
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM READ-CYCLE-CONTROL-PARA
           PERFORM READ-PARM-CARD-PARA
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00' THEN
               DISPLAY 'TASKRCT0 OPEN FAILED FOR REPORT-FILE - STATUS '
                   WS-REPORT-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           OPEN OUTPUT RECERT-FILE
           IF WS-RECERT-STATUS NOT = '00' THEN
               DISPLAY 'TASKRCT0 OPEN FAILED FOR RECERT-FILE - STATUS '
                   WS-RECERT-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO HD-RUN-DATE
           MOVE WS-TITLE1 TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE WS-DEADLINE TO HD-DEADLINE
           MOVE WS-TITLE2 TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           IF WS-LAST-ISSUED > WS-LAST-APPLIED AND
              WS-LAST-ISSUED NOT = WS-RUN-DATE THEN
               DISPLAY 'TASKRCT0 CYCLE ' WS-LAST-ISSUED
                   ' WAS NEVER APPLIED - SUPERSEDED BY THIS ONE'
               MOVE WS-LAST-ISSUED TO SL-ISSUED
               MOVE WS-SUPERSEDED-LINE TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA
           END-IF
           MOVE WS-BLANK-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE WS-TITLE3 TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE SPACES TO FS-RECERT
           MOVE 'H' TO RC-REC-TYPE
           MOVE WS-RUN-DATE TO RC-H-ISSUED
           MOVE WS-DEADLINE TO RC-H-DEADLINE
           PERFORM WRITE-RECERT-PARA
           PERFORM OPEN-SOURCES-PARA
           SORT SORT-WORK
               ON ASCENDING KEY SRT-USERNAME SRT-FUNCTION SRT-KIND
                   SRT-DATE SRT-TIME
               INPUT PROCEDURE IS 1000-GATHER-LINES
               OUTPUT PROCEDURE IS 2000-WRITE-LINES
           CLOSE PERMS-FILE
           CLOSE USERS-FILE
           CLOSE AUDIT-FILE
           MOVE SPACES TO FS-RECERT
           MOVE 'T' TO RC-REC-TYPE
           MOVE WS-LINE-COUNT TO RC-T-COUNT
           PERFORM WRITE-RECERT-PARA
           CLOSE RECERT-FILE
           PERFORM PRINT-TOTALS-PARA
           CLOSE REPORT-FILE
           MOVE 'C' TO RPS-REQUEST
           CALL 'SUBRPS' USING RPS-PARM
           PERFORM RECORD-CYCLE-PARA
           DISPLAY 'TASKRCT0 CYCLE ' WS-RUN-DATE ' MARKS DUE BY '
               WS-DEADLINE
           DISPLAY 'TASKRCT0 JOURNAL ROWS READ: ' WS-AUDIT-COUNT
           DISPLAY 'TASKRCT0 LINES ISSUED FOR MARKING: ' WS-LINE-COUNT
           DISPLAY 'TASKRCT0 NEVER USED: ' WS-NEVER-COUNT
           PERFORM WRITE-BATCH-LOG-END-PARA
           GOBACK.
       READ-CYCLE-CONTROL-PARA.
      * THE MARKING WINDOW, AND THE LAST CYCLE ISSUED AND APPLIED -
      * A MISSING CONTROL FILE ONLY COSTS THE DEFAULTS HERE, BUT THE
      * CYCLE CANNOT BE RECORDED WITHOUT ONE, SO IT IS REFUSED NOW
      * RATHER THAN AFTER THE FILE IS WRITTEN
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = '00' THEN
               DISPLAY 'TASKRCT0 OPEN FAILED FOR CONTROL-FILE - STATUS '
                   WS-CONTROL-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           MOVE 'RECERTWD' TO CTL-KEY
           READ CONTROL-FILE
           IF WS-CONTROL-STATUS = '00' AND CTL-NEXT-TASKID > 0 AND
              CTL-NEXT-TASKID < 1000 THEN
               MOVE CTL-NEXT-TASKID TO WS-WINDOW-DAYS
           END-IF
           MOVE 'RECERTIS' TO CTL-KEY
           READ CONTROL-FILE
           IF WS-CONTROL-STATUS = '00' THEN
               MOVE CTL-NEXT-TASKID TO WS-LAST-ISSUED
           END-IF
           MOVE 'RECERTDN' TO CTL-KEY
           READ CONTROL-FILE
           IF WS-CONTROL-STATUS = '00' THEN
               MOVE CTL-NEXT-TASKID TO WS-LAST-APPLIED
           END-IF
           CLOSE CONTROL-FILE
           EXIT.
       READ-PARM-CARD-PARA.
      * NO CARD, OR A BLANK ONE, COUNTS THE WINDOW FORWARD FROM TODAY
           MOVE SPACES TO WS-DEADLINE-RAW
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = '00' THEN
               READ PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE PARM-CARD(1:8) TO WS-DEADLINE-RAW
               END-READ
               CLOSE PARM-FILE
           END-IF
           MOVE WS-RUN-DATE TO DTV-TODAY
           IF WS-DEADLINE-RAW = SPACES THEN
               MOVE WS-RUN-DATE TO WS-DEADLINE
               PERFORM STEP-ONE-WORK-DAY-PARA
                   VARYING WS-WINDOW-STEP FROM 1 BY 1
                   UNTIL WS-WINDOW-STEP > WS-WINDOW-DAYS
           ELSE
               MOVE WS-DEADLINE-RAW TO DTV-DATE
               CALL 'SUBDTV' USING DTV-PARM
               EVALUATE TRUE
               WHEN DTV-DATE-INVALID
                   DISPLAY 'TASKRCT0 BAD DEADLINE ' WS-DEADLINE-RAW
                   PERFORM BATCH-LOG-FAILED-PARA
                   STOP RUN
               WHEN DTV-DATE-PAST
                   DISPLAY 'TASKRCT0 DEADLINE ' WS-DEADLINE-RAW
                       ' IS ALREADY PAST'
                   PERFORM BATCH-LOG-FAILED-PARA
                   STOP RUN
               END-EVALUATE
               MOVE WS-DEADLINE-RAW TO WS-DEADLINE
               IF WS-DEADLINE = WS-RUN-DATE THEN
                   DISPLAY 'TASKRCT0 DEADLINE ' WS-DEADLINE-RAW
                       ' LEAVES NO TIME TO MARK'
                   PERFORM BATCH-LOG-FAILED-PARA
                   STOP RUN
               END-IF
           END-IF
           EXIT.
       STEP-ONE-WORK-DAY-PARA.
      * WS-DEADLINE MOVES TO THE NEXT WORK DAY STRICTLY AFTER ITSELF
           MOVE WS-DEADLINE TO DTV-DATE
           CALL 'SUBDTV' USING DTV-PARM
           MOVE DTV-NEXT-WORK-DATE TO WS-DEADLINE
           EXIT.
       OPEN-SOURCES-PARA.
           OPEN INPUT PERMS-FILE
           IF WS-PERMS-STATUS NOT = '00' THEN
               DISPLAY 'TASKRCT0 OPEN FAILED FOR PERMS-FILE - STATUS '
                   WS-PERMS-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           OPEN INPUT USERS-FILE
           IF WS-USERS-STATUS NOT = '00' THEN
               DISPLAY 'TASKRCT0 OPEN FAILED FOR USERS-FILE - STATUS '
                   WS-USERS-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00' THEN
               DISPLAY 'TASKRCT0 OPEN FAILED FOR AUDIT-FILE - STATUS '
                   WS-AUDIT-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           EXIT.
       1000-GATHER-LINES.
           PERFORM 1100-GATHER-GRANTS
           PERFORM 1200-GATHER-ROLE-ADMINS
           PERFORM 1300-GATHER-USES
           EXIT.
       1100-GATHER-GRANTS.
      * EVERY PERMS ROW, WITH THE STATE OF THE USER IT BELONGS TO - A
      * GRANT WHOSE USER HAS GONE FROM THE USERS FILE IS LISTED TOO,
      * IT IS EXACTLY THE KIND OF LEFTOVER THIS JOB IS FOR
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL END-OF-FILE-SCAN
               READ PERMS-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE PM-USERNAME TO SRT-USERNAME
                       MOVE PM-FUNCTION TO SRT-FUNCTION
                       MOVE 'G' TO SRT-SOURCE
                       PERFORM SET-USER-STATE-PARA
                       PERFORM RELEASE-GRANT-PARA
               END-READ
           END-PERFORM
           EXIT.
       SET-USER-STATE-PARA.
           MOVE SRT-USERNAME TO USERS-USERNAME
           READ USERS-FILE KEY IS USERS-USERNAME
           EVALUATE TRUE
           WHEN WS-USERS-STATUS NOT = '00'
               MOVE 'M' TO SRT-USER-STATE
           WHEN USERS-IS-ACTIVE
               MOVE 'A' TO SRT-USER-STATE
           WHEN OTHER
               MOVE 'D' TO SRT-USER-STATE
           END-EVALUATE
           EXIT.
       1200-GATHER-ROLE-ADMINS.
      * AN 'A' ROLE WITH NO PERMS ROWS STILL OPENS EVERY DOOR (SEE
      * SUBPRM) - THAT IS A GRANT TOO, AND IS CERTIFIED AS ONE
           MOVE LOW-VALUES TO USERS-USERNAME
           START USERS-FILE KEY NOT < USERS-USERNAME
           IF WS-USERS-STATUS = '00' THEN
               MOVE 'N' TO WS-EOF-FLAG
           ELSE
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL END-OF-FILE-SCAN
               READ USERS-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF USERS-IS-ADMIN THEN
                           PERFORM 1210-CHECK-ROLE-ADMIN
                       END-IF
               END-READ
           END-PERFORM
           EXIT.
       1210-CHECK-ROLE-ADMIN.
           MOVE USERS-USERNAME TO PM-USERNAME
           MOVE LOW-VALUES TO PM-FUNCTION
           START PERMS-FILE KEY NOT < PM-KEY
           IF WS-PERMS-STATUS = '00' THEN
               READ PERMS-FILE NEXT RECORD
                   AT END MOVE '23' TO WS-PERMS-STATUS
               END-READ
           END-IF
           IF WS-PERMS-STATUS NOT = '00' OR
              PM-USERNAME NOT = USERS-USERNAME THEN
               MOVE USERS-USERNAME TO SRT-USERNAME
               MOVE 'ROLE-A' TO SRT-FUNCTION
               MOVE 'R' TO SRT-SOURCE
               IF USERS-IS-ACTIVE THEN
                   MOVE 'A' TO SRT-USER-STATE
               ELSE
                   MOVE 'D' TO SRT-USER-STATE
               END-IF
               PERFORM RELEASE-GRANT-PARA
           END-IF
           EXIT.
       RELEASE-GRANT-PARA.
           MOVE 'G' TO SRT-KIND
           MOVE 0 TO SRT-DATE
           MOVE 0 TO SRT-TIME
           RELEASE SRT-RECERT-REC
           EXIT.
       1300-GATHER-USES.
      * THE WHOLE JOURNAL, ONCE - EACH ROW OF A GATED ACTION GOES IN
      * AGAINST ITS FUNCTION AND AGAINST ROLE-A
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL END-OF-FILE-SCAN
               READ AUDIT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-AUDIT-COUNT
                       PERFORM MAP-ACTION-PARA
                       IF WS-USE-FUNCTION NOT = SPACES THEN
                           PERFORM RELEASE-USES-PARA
                       END-IF
               END-READ
           END-PERFORM
           EXIT.
       MAP-ACTION-PARA.
           EVALUATE AUD-ACTION
           WHEN 'ASSIGN'
           WHEN 'UPDATE'
           WHEN 'CANCEL'
           WHEN 'HANDBACK'
               MOVE 'ASSIGN' TO WS-USE-FUNCTION
           WHEN 'RELEASE'
           WHEN 'REJECT'
               MOVE 'APPROVE' TO WS-USE-FUNCTION
           WHEN 'REASSIGN'
               MOVE 'REASSIGN' TO WS-USE-FUNCTION
           WHEN 'REOPEN'
               MOVE 'REOPEN' TO WS-USE-FUNCTION
           WHEN 'WLAPPR'
               MOVE 'WLAPPR' TO WS-USE-FUNCTION
           WHEN 'SKILLADD'
           WHEN 'SKILLDEL'
           WHEN 'USERADD'
           WHEN 'USERUPD'
               MOVE 'USRMNT' TO WS-USE-FUNCTION
           WHEN 'FORCEOFF'
               MOVE 'SESSION' TO WS-USE-FUNCTION
           WHEN 'QAREVIEW'
               MOVE 'QAREVIEW' TO WS-USE-FUNCTION
           WHEN 'EXTEND'
               MOVE 'DUEEXT' TO WS-USE-FUNCTION
           WHEN OTHER
               MOVE SPACES TO WS-USE-FUNCTION
           END-EVALUATE
           EXIT.
       RELEASE-USES-PARA.
           MOVE AUD-OPERATOR TO SRT-USERNAME
           MOVE 'A' TO SRT-KIND
           MOVE AUD-DATE TO SRT-DATE
           MOVE AUD-TIME TO SRT-TIME
           MOVE SPACE TO SRT-SOURCE
           MOVE SPACE TO SRT-USER-STATE
           MOVE WS-USE-FUNCTION TO SRT-FUNCTION
           RELEASE SRT-RECERT-REC
           MOVE 'ROLE-A' TO SRT-FUNCTION
           RELEASE SRT-RECERT-REC
           EXIT.
       2000-WRITE-LINES.
           MOVE 'N' TO WS-SORT-EOF
           PERFORM UNTIL END-OF-SORT
               RETURN SORT-WORK
                   AT END MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       PERFORM 2100-TAKE-ONE
               END-RETURN
           END-PERFORM
           EXIT.
       2100-TAKE-ONE.
           IF SRT-USERNAME NOT = WS-HELD-USERNAME OR
              SRT-FUNCTION NOT = WS-HELD-FUNCTION THEN
               MOVE SRT-USERNAME TO WS-HELD-USERNAME
               MOVE SRT-FUNCTION TO WS-HELD-FUNCTION
               MOVE 'N' TO IF-HAVE-USE
               MOVE 0 TO WS-USE-DATE
               MOVE 0 TO WS-USE-TIME
           END-IF
           IF SRT-KIND = 'A' THEN
               MOVE 'Y' TO IF-HAVE-USE
               MOVE SRT-DATE TO WS-USE-DATE
               MOVE SRT-TIME TO WS-USE-TIME
           ELSE
               PERFORM 2200-WRITE-ONE-LINE
           END-IF
           EXIT.
       2200-WRITE-ONE-LINE.
           MOVE SPACES TO FS-RECERT
           MOVE 'D' TO RC-REC-TYPE
           MOVE SRT-USERNAME TO RC-USERNAME
           MOVE SRT-FUNCTION TO RC-FUNCTION
           MOVE SRT-SOURCE TO RC-SOURCE
           MOVE SRT-USER-STATE TO RC-USER-STATE
           MOVE WS-USE-DATE TO RC-LAST-DATE
           MOVE WS-USE-TIME TO RC-LAST-TIME
           MOVE SRT-USERNAME TO DL-USERNAME
           MOVE SRT-FUNCTION TO DL-FUNCTION
           MOVE SPACES TO DL-LAST-USED
           IF SRT-SOURCE = 'R' THEN
               MOVE 'ROLE' TO DL-HELD-BY
               ADD 1 TO WS-ROLE-COUNT
           ELSE
               MOVE 'GRANT' TO DL-HELD-BY
               ADD 1 TO WS-GRANT-COUNT
           END-IF
           EVALUATE SRT-USER-STATE
           WHEN 'A' MOVE 'ACTIVE' TO DL-STATE
           WHEN 'D' MOVE 'DISABLED' TO DL-STATE
           WHEN OTHER MOVE 'NO USER' TO DL-STATE
           END-EVALUATE
           EVALUATE TRUE
           WHEN HAVE-USE
               MOVE 'U' TO RC-USE-FLAG
               MOVE WS-USE-DATE TO WS-STAMP-EDIT
               MOVE WS-STAMP-EDIT TO DL-USE-DATE
               MOVE WS-USE-TIME TO WS-STAMP-EDIT
               MOVE WS-STAMP-EDIT(2:6) TO DL-USE-TIME
           WHEN SRT-FUNCTION = 'DASH' OR SRT-FUNCTION = 'TMPLMNT' OR
                SRT-FUNCTION = 'SEARCH' OR SRT-FUNCTION = 'RPTVIEW' OR
                SRT-FUNCTION = 'XDEPT'
               MOVE 'J' TO RC-USE-FLAG
               MOVE 'NO JOURNAL' TO DL-LAST-USED
               ADD 1 TO WS-NOJRNL-COUNT
           WHEN OTHER
               MOVE 'N' TO RC-USE-FLAG
               MOVE 'NEVER' TO DL-LAST-USED
               ADD 1 TO WS-NEVER-COUNT
           END-EVALUATE
           PERFORM WRITE-RECERT-PARA
           ADD 1 TO WS-LINE-COUNT
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           EXIT.
       PRINT-TOTALS-PARA.
           MOVE WS-BLANK-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE 'PERMS GRANTS LISTED:' TO TL-LABEL
           MOVE WS-GRANT-COUNT TO TL-COUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE 'ROLE-ONLY ADMINS LISTED:' TO TL-LABEL
           MOVE WS-ROLE-COUNT TO TL-COUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE 'NEVER USED ON THE JOURNAL:' TO TL-LABEL
           MOVE WS-NEVER-COUNT TO TL-COUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE 'FUNCTIONS WITH NO JOURNAL:' TO TL-LABEL
           MOVE WS-NOJRNL-COUNT TO TL-COUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE 'LINES TO BE MARKED:' TO TL-LABEL
           MOVE WS-LINE-COUNT TO TL-COUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           EXIT.
       RECORD-CYCLE-PARA.
      * RECERTIS NAMES THE CYCLE NOW OUT FOR MARKING - TASKRVK0 WILL
      * ONLY APPLY A FILE WHOSE HEADER CARRIES THIS DATE
           OPEN I-O CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = '00' THEN
               DISPLAY 'TASKRCT0 OPEN FAILED FOR CONTROL-FILE - STATUS '
                   WS-CONTROL-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           MOVE 'RECERTIS' TO CTL-KEY
           READ CONTROL-FILE
           EVALUATE WS-CONTROL-STATUS
           WHEN '00'
               MOVE WS-RUN-DATE TO CTL-NEXT-TASKID
               REWRITE FS-CONTROL
           WHEN '23'
               MOVE 'RECERTIS' TO CTL-KEY
               MOVE WS-RUN-DATE TO CTL-NEXT-TASKID
               WRITE FS-CONTROL
           END-EVALUATE
           IF WS-CONTROL-STATUS NOT = '00' THEN
               DISPLAY 'TASKRCT0 RECERTIS UPDATE FAILED - STATUS '
                   WS-CONTROL-STATUS
               CLOSE CONTROL-FILE
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           CLOSE CONTROL-FILE
           EXIT.
       WRITE-RECERT-PARA.
           WRITE FS-RECERT
           IF WS-RECERT-STATUS NOT = '00' THEN
               DISPLAY 'TASKRCT0 RECERT WRITE FAILED - STATUS '
                   WS-RECERT-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           EXIT.
       WRITE-REPORT-LINE-PARA.
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = '00' THEN
               DISPLAY 'TASKRCT0 REPORT WRITE FAILED - STATUS '
                   WS-REPORT-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           MOVE 'W' TO RPS-REQUEST
           MOVE REPORT-LINE TO RPS-LINE
           CALL 'SUBRPS' USING RPS-PARM
           EXIT.
       CHECK-PREREQS-PARA.
      * OPERATOR-MAINTAINED RUN-ORDER GUARD - SUBPRQ CHECKS THE
      * JOBPREREQ LIST AGAINST TONIGHT'S BATCHLOG ROWS AND THE JOB
      * REFUSES TO START (LOUDLY, AND ON THE JOURNAL) WHEN A
      * PREREQUISITE HAS NOT COME THROUGH NORMAL. AN OVERRIDE CARD ON
      * OVRDD LETS OPERATIONS PUSH PAST A KNOWN-GOOD SKIP
           MOVE 'TASKRCT0' TO PRQ-JOBNAME
           ACCEPT PRQ-RUN-DATE FROM DATE YYYYMMDD
           CALL 'SUBPRQ' USING PRQ-PARM
           EVALUATE TRUE
           WHEN PRQ-BLOCKED
               DISPLAY 'TASKRCT0 BLOCKED - NO NORMAL '
                   PRQ-MISSING-JOB ' RUN TONIGHT'
               PERFORM WRITE-BLOCKED-LOG-PARA
               STOP RUN
           WHEN PRQ-OVERRIDDEN
               DISPLAY 'TASKRCT0 PREREQ ' PRQ-MISSING-JOB
                   ' MISSING - RUNNING ON OPERATOR OVERRIDE'
           END-EVALUATE
           EXIT.
       WRITE-BLOCKED-LOG-PARA.
      * THE REFUSAL ITSELF GOES ON THE JOURNAL SO TASKBLG0 SHOWS WHAT
      * WAS BLOCKED AND WHY, INSTEAD OF A JOB THAT SILENTLY NEVER RAN
           OPEN I-O BATCHLOG-FILE
           IF WS-BATCHLOG-STATUS NOT = '00' THEN
               DISPLAY 'TASKRCT0 OPEN FAILED FOR BATCHLOG-FILE - '
                   'STATUS ' WS-BATCHLOG-STATUS
               STOP RUN
           END-IF
           MOVE 'TASKRCT0' TO BL-JOBNAME
           ACCEPT BL-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-BL-TIME-RAW FROM TIME
           COMPUTE BL-START-TIME = WS-BL-TIME-RAW / 100
           MOVE BL-START-DATE TO BL-END-DATE
           MOVE BL-START-TIME TO BL-END-TIME
           MOVE 0 TO BL-READ-COUNT
           MOVE 0 TO BL-WRITTEN-COUNT
           MOVE 0 TO BL-ARCHIVED-COUNT
           MOVE 0 TO BL-SKIPPED-COUNT
           MOVE 'BLOCKED' TO BL-OUTCOME
           WRITE FS-BATCHLOG
           CLOSE BATCHLOG-FILE
           EXIT.
       OPEN-BATCH-LOG-PARA.
      * FIRST THING THE JOB DOES - THE ROW GOES ON AS 'RUNNING' AND
      * IS REWRITTEN WITH COUNTS AND OUTCOME ON THE WAY OUT, SO AN
      * ABEND LEAVES A VISIBLE 'RUNNING' ROW BEHIND FOR TASKBLG0
           OPEN I-O BATCHLOG-FILE
           IF WS-BATCHLOG-STATUS NOT = '00' THEN
               DISPLAY 'TASKRCT0 OPEN FAILED FOR BATCHLOG-FILE - '
                   'STATUS ' WS-BATCHLOG-STATUS
               STOP RUN
           END-IF
           MOVE 'TASKRCT0' TO BL-JOBNAME
           ACCEPT BL-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-BL-TIME-RAW FROM TIME
           COMPUTE BL-START-TIME = WS-BL-TIME-RAW / 100
           MOVE 0 TO BL-END-DATE
           MOVE 0 TO BL-END-TIME
           MOVE 0 TO BL-READ-COUNT
           MOVE 0 TO BL-WRITTEN-COUNT
           MOVE 0 TO BL-ARCHIVED-COUNT
           MOVE 0 TO BL-SKIPPED-COUNT
           MOVE 'RUNNING' TO BL-OUTCOME
           WRITE FS-BATCHLOG
           IF WS-BATCHLOG-STATUS NOT = '00' THEN
               DISPLAY 'TASKRCT0 BATCHLOG WRITE FAILED - STATUS '
                   WS-BATCHLOG-STATUS
               STOP RUN
           END-IF
           EXIT.
       WRITE-BATCH-LOG-END-PARA.
           ACCEPT BL-END-DATE FROM DATE YYYYMMDD
           ACCEPT WS-BL-TIME-RAW FROM TIME
           COMPUTE BL-END-TIME = WS-BL-TIME-RAW / 100
           PERFORM SET-BATCH-LOG-COUNTS-PARA
           MOVE 'NORMAL' TO BL-OUTCOME
           REWRITE FS-BATCHLOG
           IF WS-BATCHLOG-STATUS NOT = '00' THEN
               DISPLAY 'TASKRCT0 BATCHLOG REWRITE FAILED - STATUS '
                   WS-BATCHLOG-STATUS
           END-IF
           CLOSE BATCHLOG-FILE
           EXIT.
       BATCH-LOG-FAILED-PARA.
      * ON THE WAY TO ANY STOP RUN ONCE THE RUNNING ROW IS ON - THE
      * JOURNAL SHOWS FAILED INSTEAD OF A DANGLING RUNNING ROW
           ACCEPT BL-END-DATE FROM DATE YYYYMMDD
           ACCEPT WS-BL-TIME-RAW FROM TIME
           COMPUTE BL-END-TIME = WS-BL-TIME-RAW / 100
           PERFORM SET-BATCH-LOG-COUNTS-PARA
           MOVE 'FAILED' TO BL-OUTCOME
           REWRITE FS-BATCHLOG
           CLOSE BATCHLOG-FILE
           EXIT.
       SET-BATCH-LOG-COUNTS-PARA.
      * READ = JOURNAL ROWS SCANNED, WRITTEN = LINES ISSUED FOR
      * MARKING, SKIPPED = LINES NEVER USED ON THE JOURNAL
           MOVE WS-AUDIT-COUNT TO BL-READ-COUNT
           MOVE WS-LINE-COUNT TO BL-WRITTEN-COUNT
           MOVE 0 TO BL-ARCHIVED-COUNT
           MOVE WS-NEVER-COUNT TO BL-SKIPPED-COUNT
           EXIT.
