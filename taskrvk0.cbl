       IDENTIFICATION DIVISION.
       PROGRAM-ID. TASKRVK0.
      * FOLLOW-UP TO TASKRCT0 - RUN ONCE THE RECERTIFICATION DEADLINE
      * HAS PASSED, AGAINST THE FILE THE MANAGERS HAVE MARKED (RCTDD).
      * EVERY LINE MARKED K STAYS. EVERY LINE MARKED R IS REVOKED, AND
      * SO IS EVERY LINE LEFT UNANSWERED - NOBODY SPEAKING UP FOR A
      * GRANT BY THE DEADLINE IS THE SAME AS NOBODY NEEDING IT.
      * A REVOKED PERMS GRANT IS DELETED. A REVOKED ROLE-A LINE (AN
      * ADMIN RIDING THE OLD ROLE WITH NO PERMS ROWS) IS TAKEN BACK BY
      * SETTING THE ROLE TO U, WHICH SHUTS EVERY DOOR THE ROLE OPENED.
      * AN ADMIN LOSING THEIR LAST PERMS GRANT WOULD DROP BACK ONTO THE
      * OLD RULE AND OPEN EVERYTHING, SO BEFORE THAT GRANT GOES THE
      * ROLE IS SET TO U TOO - ITS OWN JOURNAL ROW, OUTCOME LASTGRANT
      * AGAINST ROLE-A, AND ITS OWN LINE ON THE LISTING. THE ROLE GOES
      * FIRST SO A FAILURE BETWEEN THE TWO NEVER LEAVES AN 'A' WITH NO
      * ROWS BEHIND IT.
      * EVERY REMOVAL GOES ON THE AUDIT JOURNAL FIRST THROUGH SUBAUB,
      * ACTION RECERT, OUTCOME REVOKED OR UNANSWERED, THE FUNCTION IN
      * THE TASKID SLOT AND THE USER WHO LOST IT IN THE USERNAME SLOT,
      * UNDER THE REVIEWER'S NAME WHEN THE LINE CARRIES ONE. A ROW THAT
      * WILL NOT GO ON THE JOURNAL STOPS THE RUN WITH THAT GRANT STILL
      * IN PLACE - NOTHING IS REMOVED WITHOUT ITS TRAIL.
      * THE WHOLE FILE IS CHECKED BEFORE ANYTHING IS TOUCHED: HEADER
      * FIRST, TRAILER COUNT AGREEING, THE CYCLE THE LATEST ONE ISSUED
      * (CONTROL ROW RECERTIS) AND NOT ALREADY APPLIED (RECERTDN), AND
      * ITS DEADLINE BEHIND US. ANY FAILURE REFUSES THE FILE WHOLE.
      * A GRANT ALREADY GONE, OR AN ADMIN WHOSE ROLE OR GRANTS HAVE
      * CHANGED SINCE THE ISSUE, IS LEFT ALONE AND LISTED AS SKIPPED -
      * THE NEXT CYCLE PICKS UP WHATEVER THEY HOLD NOW. A RERUN AFTER A
      * FAILURE PART-WAY THROUGH FINDS THE EARLIER REMOVALS ALREADY
      * GONE AND CARRIES ON FROM WHERE IT STOPPED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECERT-FILE ASSIGN TO RCTDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECERT-STATUS.
           SELECT PERMS-FILE ASSIGN TO PERMDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-KEY
               FILE STATUS IS WS-PERMS-STATUS.
           SELECT USERS-FILE ASSIGN TO USERSDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USERS-USERNAME
               FILE STATUS IS WS-USERS-STATUS.
           SELECT CONTROL-FILE ASSIGN TO CTLDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTL-KEY
               FILE STATUS IS WS-CONTROL-STATUS.
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
       FD  RECERT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RCTREC.
       FD  PERMS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PERMREC.
       FD  USERS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY USERSREC.
       FD  CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CTLREC.
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
      * SAME JOURNAL PARAMETER AREA AS THE ONLINE SUBAUD CALLERS
       01 SUB-AUDIT-DATA.
           05 SA-OPERATOR PIC X(20).
           05 SA-ACTION PIC X(10).
           05 SA-OUTCOME PIC X(10).
           05 SA-DETAIL-TASKID PIC X(10).
           05 SA-DETAIL-USERNAME PIC X(20).
           05 SA-STATUS PIC X.
               88 SA-GOOD VALUE '0'.
               88 SA-ERROR VALUE '9'.
       01 WS-RECERT-STATUS PIC XX.
       01 WS-PERMS-STATUS PIC XX.
       01 WS-USERS-STATUS PIC XX.
       01 WS-CONTROL-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
      * REPORT REPOSITORY PARAMETER AREA - SEE SUBRPS
       01 RPS-PARM.
           05 RPS-REQUEST PIC X.
           05 RPS-JOBNAME PIC X(8) VALUE 'TASKRVK0'.
           05 RPS-LINE PIC X(80).
           05 RPS-STATUS PIC X.
       01 WS-EOF-FLAG PIC X.
           88 END-OF-RECERT VALUE 'Y'.
       01 WS-RUN-DATE PIC 9(8).
      * THE CYCLE AS THE CONTROL FILE KNOWS IT
       01 WS-LAST-ISSUED PIC 9(8) VALUE 0.
       01 WS-LAST-APPLIED PIC 9(8) VALUE 0.
      * THE CYCLE AS THE FILE CARRIES IT, AND WHAT THE CHECKING PASS
      * FOUND
       01 WS-FILE-ISSUED PIC 9(8) VALUE 0.
       01 WS-FILE-DEADLINE PIC 9(8) VALUE 0.
       01 WS-FILE-COUNT PIC 9(7) VALUE 0.
       01 WS-RECORD-NO PIC 9(7) VALUE 0.
       01 IF-SEEN-HEADER PIC X VALUE 'N'.
           88 SEEN-HEADER VALUE 'Y'.
       01 IF-SEEN-TRAILER PIC X VALUE 'N'.
           88 SEEN-TRAILER VALUE 'Y'.
       01 WS-REFUSAL PIC X(40) VALUE SPACES.
      * ONE LINE'S OUTCOME - REVOKED OR UNANSWERED ON THE JOURNAL ROW
       01 WS-REASON PIC X(10).
       01 WS-RESULT PIC X(20).
      * WHAT THE JOURNAL ROW IS WRITTEN AGAINST - THE LINE'S OWN
      * FUNCTION AND REASON, OR ROLE-A / LASTGRANT FOR A ROLE TAKEN
      * BACK WITH AN ADMIN'S LAST GRANT
       01 WS-AUDIT-FUNCTION PIC X(8).
       01 WS-AUDIT-OUTCOME PIC X(10).
       01 IF-ROLE-DROPPED PIC X VALUE 'N'.
           88 ROLE-DROPPED VALUE 'Y'.
      * COUNTS FOR THE TOTALS, THE DISPLAYS AND THE BATCHLOG ROW
       01 WS-DETAIL-COUNT PIC 9(7) VALUE 0.
       01 WS-KEPT-COUNT PIC 9(7) VALUE 0.
       01 WS-REVOKED-COUNT PIC 9(7) VALUE 0.
       01 WS-UNANSWERED-COUNT PIC 9(7) VALUE 0.
       01 WS-SKIPPED-COUNT PIC 9(7) VALUE 0.
       01 WS-REMOVED-COUNT PIC 9(7) VALUE 0.
       01 WS-ROLE-DROP-COUNT PIC 9(7) VALUE 0.
       01 WS-HEADINGS.
           05 WS-TITLE1.
               10 FILLER PIC X(33) VALUE
                  'ACCESS RECERTIFICATION APPLIED - '.
               10 HD-RUN-DATE PIC 9(8).
               10 FILLER PIC X(39) VALUE SPACE.
           05 WS-TITLE2.
               10 FILLER PIC X(10) VALUE 'CYCLE     '.
               10 HD-ISSUED PIC 9(8).
               10 FILLER PIC X(15) VALUE '   DEADLINE    '.
               10 HD-DEADLINE PIC 9(8).
               10 FILLER PIC X(39) VALUE SPACE.
           05 WS-TITLE3.
               10 FILLER PIC X(30) VALUE
                  'USERNAME             FUNCTION'.
               10 FILLER PIC X(50) VALUE
                  ' MARK RESULT               REVIEWER'.
       01 WS-BLANK-LINE PIC X(80) VALUE SPACES.
       01 WS-DETAIL-LINE.
           05 DL-USERNAME PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DL-FUNCTION PIC X(8).
           05 FILLER PIC X(2) VALUE SPACE.
           05 DL-MARK PIC X(1).
           05 FILLER PIC X(4) VALUE SPACE.
           05 DL-RESULT PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DL-REVIEWER PIC X(20).
           05 FILLER PIC X(3) VALUE SPACE.
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
           PERFORM CHECK-FILE-PARA
           PERFORM CHECK-CYCLE-PARA
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00' THEN
               DISPLAY 'TASKRVK0 OPEN FAILED FOR REPORT-FILE - STATUS '
                   WS-REPORT-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO HD-RUN-DATE
           MOVE WS-TITLE1 TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE WS-FILE-ISSUED TO HD-ISSUED
           MOVE WS-FILE-DEADLINE TO HD-DEADLINE
           MOVE WS-TITLE2 TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE WS-BLANK-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE WS-TITLE3 TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           PERFORM 1000-APPLY-MARKS
           PERFORM PRINT-TOTALS-PARA
           CLOSE REPORT-FILE
           MOVE 'C' TO RPS-REQUEST
           CALL 'SUBRPS' USING RPS-PARM
           PERFORM RECORD-APPLIED-PARA
           DISPLAY 'TASKRVK0 CYCLE ' WS-FILE-ISSUED ' APPLIED'
           DISPLAY 'TASKRVK0 LINES READ: ' WS-DETAIL-COUNT
           DISPLAY 'TASKRVK0 KEPT: ' WS-KEPT-COUNT
           DISPLAY 'TASKRVK0 REVOKED AS MARKED: ' WS-REVOKED-COUNT
           DISPLAY 'TASKRVK0 REVOKED UNANSWERED: ' WS-UNANSWERED-COUNT
           DISPLAY 'TASKRVK0 SKIPPED: ' WS-SKIPPED-COUNT
           DISPLAY 'TASKRVK0 ROLES SET TO U WITH LAST GRANT: '
               WS-ROLE-DROP-COUNT
           PERFORM WRITE-BATCH-LOG-END-PARA
           GOBACK.
       READ-CYCLE-CONTROL-PARA.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = '00' THEN
               DISPLAY 'TASKRVK0 OPEN FAILED FOR CONTROL-FILE - STATUS '
                   WS-CONTROL-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
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
       CHECK-FILE-PARA.
      * FIRST PASS - READS THE WHOLE FILE AND CHANGES NOTHING
           OPEN INPUT RECERT-FILE
           IF WS-RECERT-STATUS NOT = '00' THEN
               DISPLAY 'TASKRVK0 OPEN FAILED FOR RECERT-FILE - STATUS '
                   WS-RECERT-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL END-OF-RECERT OR WS-REFUSAL NOT = SPACES
               READ RECERT-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-RECORD-NO
                       PERFORM CHECK-ONE-RECORD-PARA
               END-READ
           END-PERFORM
           CLOSE RECERT-FILE
           IF WS-REFUSAL = SPACES THEN
               EVALUATE TRUE
               WHEN NOT SEEN-HEADER
                   MOVE 'FILE IS EMPTY' TO WS-REFUSAL
               WHEN NOT SEEN-TRAILER
                   MOVE 'NO TRAILER - FILE IS TRUNCATED' TO WS-REFUSAL
               WHEN WS-FILE-COUNT NOT = WS-DETAIL-COUNT
                   MOVE 'TRAILER COUNT DOES NOT AGREE' TO WS-REFUSAL
               END-EVALUATE
           END-IF
           IF WS-REFUSAL NOT = SPACES THEN
               DISPLAY 'TASKRVK0 RECERT FILE REFUSED AT RECORD '
                   WS-RECORD-NO ' - ' WS-REFUSAL
               DISPLAY 'TASKRVK0 NOTHING HAS BEEN CHANGED'
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           EXIT.
       CHECK-ONE-RECORD-PARA.
           EVALUATE TRUE
           WHEN SEEN-TRAILER
               MOVE 'RECORDS AFTER THE TRAILER' TO WS-REFUSAL
           WHEN RC-HEADER
               IF SEEN-HEADER THEN
                   MOVE 'SECOND HEADER' TO WS-REFUSAL
               ELSE
                   IF RC-H-ISSUED NOT NUMERIC OR
                      RC-H-DEADLINE NOT NUMERIC THEN
                       MOVE 'HEADER DATES NOT NUMERIC' TO WS-REFUSAL
                   ELSE
                       MOVE 'Y' TO IF-SEEN-HEADER
                       MOVE RC-H-ISSUED TO WS-FILE-ISSUED
                       MOVE RC-H-DEADLINE TO WS-FILE-DEADLINE
                   END-IF
               END-IF
           WHEN NOT SEEN-HEADER
               MOVE 'HEADER IS NOT THE FIRST RECORD' TO WS-REFUSAL
           WHEN RC-DETAIL
               ADD 1 TO WS-DETAIL-COUNT
               IF RC-USERNAME = SPACES OR RC-FUNCTION = SPACES OR
                  NOT (RC-FROM-GRANT OR RC-FROM-ROLE) THEN
                   MOVE 'DETAIL LINE ALTERED' TO WS-REFUSAL
               END-IF
           WHEN RC-TRAILER
               IF RC-T-COUNT NOT NUMERIC THEN
                   MOVE 'TRAILER COUNT NOT NUMERIC' TO WS-REFUSAL
               ELSE
                   MOVE 'Y' TO IF-SEEN-TRAILER
                   MOVE RC-T-COUNT TO WS-FILE-COUNT
               END-IF
           WHEN OTHER
               MOVE 'UNKNOWN RECORD TYPE' TO WS-REFUSAL
           END-EVALUATE
           EXIT.
       CHECK-CYCLE-PARA.
      * ONLY THE LATEST CYCLE, ONCE, AND ONLY AFTER ITS DEADLINE - AN
      * OLD FILE FED IN BY MISTAKE WOULD REVOKE ON STALE MARKS
           EVALUATE TRUE
           WHEN WS-FILE-ISSUED NOT = WS-LAST-ISSUED
               DISPLAY 'TASKRVK0 FILE IS CYCLE ' WS-FILE-ISSUED
                   ' BUT THE LATEST ISSUED IS ' WS-LAST-ISSUED
               MOVE 'NOT THE LATEST CYCLE' TO WS-REFUSAL
           WHEN WS-FILE-ISSUED NOT > WS-LAST-APPLIED
               DISPLAY 'TASKRVK0 CYCLE ' WS-FILE-ISSUED
                   ' HAS ALREADY BEEN APPLIED'
               MOVE 'ALREADY APPLIED' TO WS-REFUSAL
           WHEN WS-RUN-DATE NOT > WS-FILE-DEADLINE
               DISPLAY 'TASKRVK0 CYCLE ' WS-FILE-ISSUED
                   ' IS OPEN FOR MARKING UNTIL ' WS-FILE-DEADLINE
               MOVE 'DEADLINE NOT PASSED' TO WS-REFUSAL
           END-EVALUATE
           IF WS-REFUSAL NOT = SPACES THEN
               DISPLAY 'TASKRVK0 NOTHING HAS BEEN CHANGED'
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           EXIT.
       1000-APPLY-MARKS.
      * SECOND PASS - THE FILE IS KNOWN GOOD, EVERY DETAIL LINE IS
      * ACTED ON IN TURN
           OPEN I-O PERMS-FILE
           IF WS-PERMS-STATUS NOT = '00' THEN
               DISPLAY 'TASKRVK0 OPEN FAILED FOR PERMS-FILE - STATUS '
                   WS-PERMS-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           OPEN I-O USERS-FILE
           IF WS-USERS-STATUS NOT = '00' THEN
               DISPLAY 'TASKRVK0 OPEN FAILED FOR USERS-FILE - STATUS '
                   WS-USERS-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           OPEN INPUT RECERT-FILE
           IF WS-RECERT-STATUS NOT = '00' THEN
               DISPLAY 'TASKRVK0 OPEN FAILED FOR RECERT-FILE - STATUS '
                   WS-RECERT-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL END-OF-RECERT
               READ RECERT-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF RC-DETAIL THEN
                           PERFORM 1100-APPLY-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RECERT-FILE
           CLOSE USERS-FILE
           CLOSE PERMS-FILE
           EXIT.
       1100-APPLY-ONE-LINE.
           MOVE RC-USERNAME TO DL-USERNAME
           MOVE RC-FUNCTION TO DL-FUNCTION
           MOVE RC-DECISION TO DL-MARK
           MOVE RC-REVIEWER TO DL-REVIEWER
           MOVE 'N' TO IF-ROLE-DROPPED
           IF RC-KEEP THEN
               ADD 1 TO WS-KEPT-COUNT
               MOVE 'KEPT' TO WS-RESULT
           ELSE
               IF RC-REVOKE THEN
                   MOVE 'REVOKED' TO WS-REASON
               ELSE
                   MOVE 'UNANSWERED' TO WS-REASON
               END-IF
               IF RC-FROM-GRANT THEN
                   PERFORM 1200-REVOKE-GRANT
               ELSE
                   PERFORM 1300-REVOKE-ROLE
               END-IF
           END-IF
           MOVE WS-RESULT TO DL-RESULT
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           IF ROLE-DROPPED THEN
               MOVE 'ROLE-A' TO DL-FUNCTION
               MOVE SPACE TO DL-MARK
               MOVE 'ROLE SET TO U' TO DL-RESULT
               MOVE WS-DETAIL-LINE TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA
           END-IF
           EXIT.
       1200-REVOKE-GRANT.
           MOVE RC-USERNAME TO PM-USERNAME
           MOVE RC-FUNCTION TO PM-FUNCTION
           READ PERMS-FILE KEY IS PM-KEY
           EVALUATE WS-PERMS-STATUS
           WHEN '00'
               MOVE RC-FUNCTION TO WS-AUDIT-FUNCTION
               MOVE WS-REASON TO WS-AUDIT-OUTCOME
               PERFORM WRITE-AUDIT-PARA
               PERFORM 1210-CHECK-LAST-GRANT
               MOVE RC-USERNAME TO PM-USERNAME
               MOVE RC-FUNCTION TO PM-FUNCTION
               DELETE PERMS-FILE RECORD
               IF WS-PERMS-STATUS NOT = '00' THEN
                   DISPLAY 'TASKRVK0 PERMS DELETE FAILED FOR '
                       RC-USERNAME ' ' RC-FUNCTION ' - STATUS '
                       WS-PERMS-STATUS
                   PERFORM FAIL-MID-RUN-PARA
               END-IF
               PERFORM COUNT-REMOVAL-PARA
           WHEN '23'
               ADD 1 TO WS-SKIPPED-COUNT
               MOVE 'SKIPPED - ALREADY GONE' TO WS-RESULT
           WHEN OTHER
               DISPLAY 'TASKRVK0 PERMS READ FAILED FOR '
                   RC-USERNAME ' ' RC-FUNCTION ' - STATUS '
                   WS-PERMS-STATUS
               PERFORM FAIL-MID-RUN-PARA
           END-EVALUATE
           EXIT.
       1210-CHECK-LAST-GRANT.
      * ANY OTHER ROW UNDER THE USER MEANS THE GRANTS STILL DECIDE WHAT
      * THEY OPEN. WITH NONE LEFT, AN ADMIN'S ROLE IS TAKEN BACK HERE
      * BEFORE THE GRANT IS DELETED - SUBPRM WOULD OTHERWISE OPEN
      * EVERY FUNCTION TO THEM ON THE OLD ROLE
           MOVE RC-USERNAME TO PM-USERNAME
           MOVE LOW-VALUES TO PM-FUNCTION
           START PERMS-FILE KEY NOT < PM-KEY
           IF WS-PERMS-STATUS = '00' THEN
               READ PERMS-FILE NEXT RECORD
                   AT END MOVE '23' TO WS-PERMS-STATUS
               END-READ
           END-IF
           IF WS-PERMS-STATUS = '00' AND
              PM-USERNAME = RC-USERNAME AND
              PM-FUNCTION = RC-FUNCTION THEN
               READ PERMS-FILE NEXT RECORD
                   AT END MOVE '23' TO WS-PERMS-STATUS
               END-READ
           END-IF
           IF WS-PERMS-STATUS = '00' AND
              PM-USERNAME = RC-USERNAME THEN
               CONTINUE
           ELSE
               MOVE RC-USERNAME TO USERS-USERNAME
               READ USERS-FILE
               EVALUATE TRUE
               WHEN WS-USERS-STATUS = '23'
                   CONTINUE
               WHEN WS-USERS-STATUS NOT = '00'
                   DISPLAY 'TASKRVK0 USERS READ FAILED FOR '
                       RC-USERNAME ' - STATUS ' WS-USERS-STATUS
                   PERFORM FAIL-MID-RUN-PARA
               WHEN USERS-IS-ADMIN
                   MOVE 'ROLE-A' TO WS-AUDIT-FUNCTION
                   MOVE 'LASTGRANT' TO WS-AUDIT-OUTCOME
                   PERFORM WRITE-AUDIT-PARA
                   MOVE 'U' TO USERS-ROLE
                   REWRITE FS-USERS
                   IF WS-USERS-STATUS NOT = '00' THEN
                       DISPLAY 'TASKRVK0 USERS REWRITE FAILED FOR '
                           RC-USERNAME ' - STATUS ' WS-USERS-STATUS
                       PERFORM FAIL-MID-RUN-PARA
                   END-IF
                   MOVE 'Y' TO IF-ROLE-DROPPED
                   ADD 1 TO WS-ROLE-DROP-COUNT
               END-EVALUATE
           END-IF
           EXIT.
       1300-REVOKE-ROLE.
      * ONLY WHILE THE USER IS STILL AN 'A' WITH NO PERMS ROWS - ONCE
      * OPERATIONS HAS LOADED SPLIT GRANTS THE ROLE NO LONGER OPENS
      * ANYTHING BY ITSELF, AND THOSE GRANTS ARE THE NEXT CYCLE'S
           MOVE RC-USERNAME TO USERS-USERNAME
           READ USERS-FILE
           EVALUATE TRUE
           WHEN WS-USERS-STATUS = '23'
               ADD 1 TO WS-SKIPPED-COUNT
               MOVE 'SKIPPED - NO USER' TO WS-RESULT
           WHEN WS-USERS-STATUS NOT = '00'
               DISPLAY 'TASKRVK0 USERS READ FAILED FOR '
                   RC-USERNAME ' - STATUS ' WS-USERS-STATUS
               PERFORM FAIL-MID-RUN-PARA
           WHEN NOT USERS-IS-ADMIN
               ADD 1 TO WS-SKIPPED-COUNT
               MOVE 'SKIPPED - NOT ADMIN' TO WS-RESULT
           WHEN OTHER
               MOVE RC-USERNAME TO PM-USERNAME
               MOVE LOW-VALUES TO PM-FUNCTION
               START PERMS-FILE KEY NOT < PM-KEY
               IF WS-PERMS-STATUS = '00' THEN
                   READ PERMS-FILE NEXT RECORD
                       AT END MOVE '23' TO WS-PERMS-STATUS
                   END-READ
               END-IF
               IF WS-PERMS-STATUS = '00' AND
                  PM-USERNAME = RC-USERNAME THEN
                   ADD 1 TO WS-SKIPPED-COUNT
                   MOVE 'SKIPPED - HAS GRANTS' TO WS-RESULT
               ELSE
                   MOVE RC-FUNCTION TO WS-AUDIT-FUNCTION
                   MOVE WS-REASON TO WS-AUDIT-OUTCOME
                   PERFORM WRITE-AUDIT-PARA
                   MOVE 'U' TO USERS-ROLE
                   REWRITE FS-USERS
                   IF WS-USERS-STATUS NOT = '00' THEN
                       DISPLAY 'TASKRVK0 USERS REWRITE FAILED FOR '
                           RC-USERNAME ' - STATUS ' WS-USERS-STATUS
                       PERFORM FAIL-MID-RUN-PARA
                   END-IF
                   PERFORM COUNT-REMOVAL-PARA
               END-IF
           END-EVALUATE
           EXIT.
       COUNT-REMOVAL-PARA.
           ADD 1 TO WS-REMOVED-COUNT
           IF WS-REASON = 'REVOKED' THEN
               ADD 1 TO WS-REVOKED-COUNT
               MOVE 'REVOKED' TO WS-RESULT
           ELSE
               ADD 1 TO WS-UNANSWERED-COUNT
               MOVE 'REVOKED - UNANSWERED' TO WS-RESULT
           END-IF
           EXIT.
       WRITE-AUDIT-PARA.
      * THE JOURNAL ROW GOES ON BEFORE THE REMOVAL - NO ROW, NO
      * REMOVAL. A LINE NOBODY ANSWERED HAS NO REVIEWER TO NAME, SO
      * THE JOB ITSELF IS THE OPERATOR OF RECORD
           IF RC-REVOKE AND RC-REVIEWER NOT = SPACES THEN
               MOVE RC-REVIEWER TO SA-OPERATOR
           ELSE
               MOVE 'TASKRVK0' TO SA-OPERATOR
           END-IF
           MOVE 'RECERT' TO SA-ACTION
           MOVE WS-AUDIT-OUTCOME TO SA-OUTCOME
           MOVE WS-AUDIT-FUNCTION TO SA-DETAIL-TASKID
           MOVE RC-USERNAME TO SA-DETAIL-USERNAME
           CALL 'SUBAUB' USING SUB-AUDIT-DATA
           IF NOT SA-GOOD THEN
               DISPLAY 'TASKRVK0 AUDIT WRITE FAILED FOR '
                   RC-USERNAME ' ' WS-AUDIT-FUNCTION ' - LEFT IN PLACE'
               PERFORM FAIL-MID-RUN-PARA
           END-IF
           EXIT.
       FAIL-MID-RUN-PARA.
      * THE REMOVALS SO FAR STAND, EACH WITH ITS JOURNAL ROW. THE
      * CYCLE IS NOT MARKED APPLIED, SO A RERUN PICKS UP THE REST
           CLOSE RECERT-FILE
           CLOSE USERS-FILE
           CLOSE PERMS-FILE
           CLOSE REPORT-FILE
           MOVE 'C' TO RPS-REQUEST
           CALL 'SUBRPS' USING RPS-PARM
           DISPLAY 'TASKRVK0 STOPPED AFTER ' WS-REMOVED-COUNT
               ' REMOVALS - RERUN TO FINISH THE CYCLE'
           PERFORM BATCH-LOG-FAILED-PARA
           STOP RUN
           EXIT.
       PRINT-TOTALS-PARA.
           MOVE WS-BLANK-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE 'LINES ON THE FILE:' TO TL-LABEL
           MOVE WS-DETAIL-COUNT TO TL-COUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE 'KEPT:' TO TL-LABEL
           MOVE WS-KEPT-COUNT TO TL-COUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE 'REVOKED AS MARKED:' TO TL-LABEL
           MOVE WS-REVOKED-COUNT TO TL-COUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE 'REVOKED UNANSWERED:' TO TL-LABEL
           MOVE WS-UNANSWERED-COUNT TO TL-COUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE 'SKIPPED - CHANGED SINCE ISSUE:' TO TL-LABEL
           MOVE WS-SKIPPED-COUNT TO TL-COUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE 'ROLES SET TO U WITH LAST GRANT:' TO TL-LABEL
           MOVE WS-ROLE-DROP-COUNT TO TL-COUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           EXIT.
       RECORD-APPLIED-PARA.
      * RECERTDN CATCHES UP WITH RECERTIS - THE SAME FILE CANNOT BE
      * APPLIED TWICE
           OPEN I-O CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = '00' THEN
               DISPLAY 'TASKRVK0 OPEN FAILED FOR CONTROL-FILE - STATUS '
                   WS-CONTROL-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           MOVE 'RECERTDN' TO CTL-KEY
           READ CONTROL-FILE
           EVALUATE WS-CONTROL-STATUS
           WHEN '00'
               MOVE WS-FILE-ISSUED TO CTL-NEXT-TASKID
               REWRITE FS-CONTROL
           WHEN '23'
               MOVE 'RECERTDN' TO CTL-KEY
               MOVE WS-FILE-ISSUED TO CTL-NEXT-TASKID
               WRITE FS-CONTROL
           END-EVALUATE
           IF WS-CONTROL-STATUS NOT = '00' THEN
               DISPLAY 'TASKRVK0 RECERTDN UPDATE FAILED - STATUS '
                   WS-CONTROL-STATUS
               CLOSE CONTROL-FILE
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           CLOSE CONTROL-FILE
           EXIT.
       WRITE-REPORT-LINE-PARA.
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = '00' THEN
               DISPLAY 'TASKRVK0 REPORT WRITE FAILED - STATUS '
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
           MOVE 'TASKRVK0' TO PRQ-JOBNAME
           ACCEPT PRQ-RUN-DATE FROM DATE YYYYMMDD
           CALL 'SUBPRQ' USING PRQ-PARM
           EVALUATE TRUE
           WHEN PRQ-BLOCKED
               DISPLAY 'TASKRVK0 BLOCKED - NO NORMAL '
                   PRQ-MISSING-JOB ' RUN TONIGHT'
               PERFORM WRITE-BLOCKED-LOG-PARA
               STOP RUN
           WHEN PRQ-OVERRIDDEN
               DISPLAY 'TASKRVK0 PREREQ ' PRQ-MISSING-JOB
                   ' MISSING - RUNNING ON OPERATOR OVERRIDE'
           END-EVALUATE
           EXIT.
       WRITE-BLOCKED-LOG-PARA.
      * THE REFUSAL ITSELF GOES ON THE JOURNAL SO TASKBLG0 SHOWS WHAT
      * WAS BLOCKED AND WHY, INSTEAD OF A JOB THAT SILENTLY NEVER RAN
           OPEN I-O BATCHLOG-FILE
           IF WS-BATCHLOG-STATUS NOT = '00' THEN
               DISPLAY 'TASKRVK0 OPEN FAILED FOR BATCHLOG-FILE - '
                   'STATUS ' WS-BATCHLOG-STATUS
               STOP RUN
           END-IF
           MOVE 'TASKRVK0' TO BL-JOBNAME
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
               DISPLAY 'TASKRVK0 OPEN FAILED FOR BATCHLOG-FILE - '
                   'STATUS ' WS-BATCHLOG-STATUS
               STOP RUN
           END-IF
           MOVE 'TASKRVK0' TO BL-JOBNAME
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
               DISPLAY 'TASKRVK0 BATCHLOG WRITE FAILED - STATUS '
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
               DISPLAY 'TASKRVK0 BATCHLOG REWRITE FAILED - STATUS '
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
      * READ = LINES ON THE FILE, WRITTEN = GRANTS REMOVED (EACH WITH
      * ITS JOURNAL ROW), SKIPPED = LINES KEPT OR ALREADY CHANGED
           MOVE WS-DETAIL-COUNT TO BL-READ-COUNT
           MOVE WS-REMOVED-COUNT TO BL-WRITTEN-COUNT
           MOVE 0 TO BL-ARCHIVED-COUNT
           COMPUTE BL-SKIPPED-COUNT =
               WS-KEPT-COUNT + WS-SKIPPED-COUNT
           EXIT.
