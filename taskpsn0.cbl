       IDENTIFICATION DIVISION.
       PROGRAM-ID. TASKPSN0.
      * TAKES A LEAVER'S NAME OUT OF THE RETAINED HISTORY ONCE THEY
      * HAVE BEEN DISABLED LONGER THAN THE CONTROL ROW LEAVERET (DAYS,
      * SHIPPED DEFAULT 365). USRMNTP STAMPS THE DAY AN ACCOUNT IS
      * DISABLED ON THE USERS ROW; A DISABLED USER WITH NO STAMP WAS
      * DISABLED BEFORE THE STAMP EXISTED AND GETS TODAY'S, SO THEIR
      * RETENTION STARTS WITH THIS JOB'S FIRST RUN.
      * EACH LEAVER PAST THE RETENTION GETS ONE PSEUDONYM, ISSUED OFF
      * THE PSEUDCTR CONTROL ROW, KEPT ON THE SECURED PSEUDMAP FILE
      * AND NEVER CHANGED - SO A USER'S ROWS STILL GROUP TOGETHER AND
      * EVERY COUNT AND TURNAROUND FIGURE COMES OUT THE SAME. THE
      * ISSUE GOES ON THE AUDIT JOURNAL THROUGH SUBAUB, NAMING ONLY
      * THE PSEUDONYM. THE NAME IS THEN REPLACED WHEREVER THE HISTORY
      * KEEPS IT: TASKS-HISTORY (H-USERNAME, H-ASSIGNED-BY), NOTES
      * HISTORY AUTHORS, WORKLOG (WL-USERNAME, WL-APPR-BY), DUEEXT
      * (OWNER, REQUESTER, DECIDER), QAREVIEW (OWNER, REVIEWER) AND THE
      * AUDIT JOURNAL (OPERATOR, DETAIL USERNAME).
      * THE JOURNAL IS HASH-CHAINED (SEE SUBCHN), SO A CHANGED NAME
      * WOULD READ AS TAMPERING TO TASKVFY0. THE CHAIN IS THEREFORE
      * VERIFIED HERE FIRST, THE SAME WAY TASKVFY0 WALKS IT, AND A
      * BREAK STOPS THE JOB BEFORE ANY HISTORY IS TOUCHED - THIS JOB
      * MUST NEVER RESEAL OVER SOMEBODY ELSE'S DOCTORING. WITH THE
      * CHAIN GOOD, EVERY CHAINED ROW IS RENAMED AND ITS CHAIN VALUE
      * RECOMPUTED OLDEST FIRST, SO THE MORNING TASKVFY0 RUN VERIFIES
      * CLEAN. THE OLDEST ROW LEFT AFTER A HOUSEKEEPING PURGE KEEPS ITS
      * CHAIN VALUE - TASKVFY0 CANNOT RECOMPUTE IT ANYWAY, AND ITS
      * SUCCESSOR IS PINNED TO IT. ROWS OUTSIDE THE CHAIN ARE RENAMED
      * IN PLACE. PSEUDRSL ON CONTROL NAMES THE LAST ROW RESEALED
      * WHILE A RESEAL IS UNDER WAY; A RERUN AFTER A FAILURE ACCEPTS
      * THE ONE BREAK SITTING NEXT TO IT AND FINISHES THE JOB.
      * THE JOURNAL IS REWRITTEN, SO THIS RUNS WITH THE ONLINE REGION
      * DOWN. NOTHING HERE - REPORT OR JOB LOG - SHOWS A REAL NAME.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USERS-FILE ASSIGN TO USERSDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USERS-USERNAME
               FILE STATUS IS WS-USERS-STATUS.
           SELECT PSEUDMAP-FILE ASSIGN TO PSEUDDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PX-USERNAME
               FILE STATUS IS WS-PSEUDMAP-STATUS.
           SELECT CONTROL-FILE ASSIGN TO CTLDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTL-KEY
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT AUDIT-FILE ASSIGN TO AUDITDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUD-KEY
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT HISTORY-FILE ASSIGN TO HISTDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS H-TASKID
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT NOTESH-FILE ASSIGN TO NOTHDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HN-KEY
               FILE STATUS IS WS-NOTESH-STATUS.
           SELECT WORKLOG-FILE ASSIGN TO WORKLDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WL-KEY
               FILE STATUS IS WS-WORKLOG-STATUS.
           SELECT DUEEXT-FILE ASSIGN TO DUEXDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DX-KEY
               FILE STATUS IS WS-DUEEXT-STATUS.
           SELECT QAREVIEW-FILE ASSIGN TO QADD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QA-KEY
               FILE STATUS IS WS-QAREVIEW-STATUS.
           SELECT SORT-WORK ASSIGN TO SORTWK.
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
       FD  USERS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY USERSREC.
       FD  PSEUDMAP-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PSEUDREC.
       FD  CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CTLREC.
       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDITREC.
       FD  HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HISTORYREC.
       FD  NOTESH-FILE
           LABEL RECORDS ARE STANDARD.
           COPY NOTEHREC.
       FD  WORKLOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WORKLOGREC.
       FD  DUEEXT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DUEXREC.
       FD  QAREVIEW-FILE
           LABEL RECORDS ARE STANDARD.
           COPY QAREC.
      * ONE ROW PER JOURNAL ROW ON THE VERIFIED CHAIN. THE WALK FINDS
      * THEM NEWEST FIRST; SORTED ON THE STEP NUMBER DESCENDING THEY
      * COME BACK OLDEST FIRST, WHICH IS THE ORDER A RESEAL NEEDS
       SD  SORT-WORK.
       01  SRT-CHAIN-REC.
           05 SRT-STEP PIC 9(9).
           05 SRT-SEQ PIC 9(9).
           05 SRT-BOUNDARY PIC X(1).
               88 SRT-IS-BOUNDARY VALUE 'Y'.
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
       01 CHN-PARM.
           05 CHN-ROW PIC X(110).
           05 CHN-PREV PIC X(20).
           05 CHN-OUTPUT PIC X(20).
      * MUST MATCH SUBAUD'S GENESIS VALUE TO THE BYTE
       01 CHAIN-GENESIS PIC X(20) VALUE 'CHAIN-GENESIS'.
       01 WS-USERS-STATUS PIC XX.
       01 WS-PSEUDMAP-STATUS PIC XX.
       01 WS-CONTROL-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-HISTORY-STATUS PIC XX.
       01 WS-NOTESH-STATUS PIC XX.
       01 WS-WORKLOG-STATUS PIC XX.
       01 WS-DUEEXT-STATUS PIC XX.
       01 WS-QAREVIEW-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
      * REPORT REPOSITORY PARAMETER AREA - SEE SUBRPS
       01 RPS-PARM.
           05 RPS-REQUEST PIC X.
           05 RPS-JOBNAME PIC X(8) VALUE 'TASKPSN0'.
           05 RPS-LINE PIC X(80).
           05 RPS-STATUS PIC X.
       01 WS-EOF-FLAG PIC X.
           88 END-OF-FILE-SCAN VALUE 'Y'.
       01 WS-RUN-DATE PIC 9(8).
      * LEAVER RETENTION IN DAYS - CONTROL ROW LEAVERET OVERRIDES
       01 WS-LEAVER-RET-DAYS PIC 9(5) VALUE 365.
       01 WS-RUN-DAY PIC 9(5).
       01 WS-TODAY-STAMP PIC 9(7).
       01 WS-TODAY-DAYS PIC S9(7).
       01 WS-CUTOFF-DAYS PIC S9(7).
       01 WS-JULIAN-IN PIC 9(7).
      * CICS DATE STAMPS ARE 0CYYDDD - THE CENTURY DIGIT RIDES IN THE
      * SECOND POSITION AND IS DROPPED, ALL STAMPS HERE ARE 20XX
       01 WS-JULIAN-PARTS REDEFINES WS-JULIAN-IN.
           05 FILLER PIC 9(2).
           05 WS-JUL-YY PIC 9(2).
           05 WS-JUL-DDD PIC 9(3).
       01 WS-DAYS-OUT PIC S9(7).
       01 WS-ELIGIBLE PIC X.
           88 LEAVER-ELIGIBLE VALUE 'Y'.
      * PSEUDONYMS ARE FORMER- PLUS THE PSEUDCTR NUMBER
       01 WS-NEW-PSEUDONYM.
           05 FILLER PIC X(7) VALUE 'FORMER-'.
           05 WS-PSEUDONYM-NO PIC 9(7).
           05 FILLER PIC X(6) VALUE SPACES.
      * ONE NAME THROUGH THE MAP. THE LAST ANSWER IS KEPT, SINCE ROWS
      * FOR THE SAME USER TEND TO COME TOGETHER
       01 WS-NAME-IN PIC X(20).
       01 WS-CACHE-NAME PIC X(20) VALUE HIGH-VALUES.
       01 WS-CACHE-REPLACE PIC X(20).
       01 WS-CACHE-FOUND PIC X VALUE 'N'.
           88 CACHE-FOUND VALUE 'Y'.
       01 WS-ROW-CHANGED PIC X.
           88 ROW-CHANGED VALUE 'Y'.
      * THE CHAIN WALK AND THE RESEAL
       01 WS-ANCHOR-SEQ PIC 9(9) VALUE 0.
       01 WS-RESUME-SEQ PIC 9(9) VALUE 0.
       01 IF-RESUME-ON-FILE PIC X VALUE 'N'.
           88 RESUME-ON-FILE VALUE 'Y'.
       01 WS-STEP PIC 9(9) VALUE 0.
       01 WS-WALK-DONE PIC X.
           88 WALK-DONE VALUE 'Y'.
       01 IF-CHAIN-BROKEN PIC X VALUE 'N'.
           88 CHAIN-BROKEN VALUE 'Y'.
       01 WS-BREAK-SEQ PIC 9(9) VALUE 0.
       01 WS-CURRENT-SEQ PIC 9(9).
       01 WS-PREV-SEQ PIC 9(9).
       01 WS-STORED-CHAIN PIC X(20).
       01 WS-PREV-CHAIN PIC X(20).
       01 WS-ROW-IMAGE PIC X(110).
      * COUNTS FOR THE REPORT, THE DISPLAYS AND THE BATCHLOG ROW
       01 WS-COUNTS.
           05 WS-USERS-READ PIC 9(7) VALUE 0.
           05 WS-CLOCKS-STARTED PIC 9(7) VALUE 0.
           05 WS-WITHIN-RETENTION PIC 9(7) VALUE 0.
           05 WS-NEWLY-MAPPED PIC 9(7) VALUE 0.
           05 WS-ALREADY-MAPPED PIC 9(7) VALUE 0.
           05 WS-SUSPENDED PIC 9(7) VALUE 0.
           05 WS-HIST-CHANGED PIC 9(7) VALUE 0.
           05 WS-NOTESH-CHANGED PIC 9(7) VALUE 0.
           05 WS-WORKLOG-CHANGED PIC 9(7) VALUE 0.
           05 WS-DUEEXT-CHANGED PIC 9(7) VALUE 0.
           05 WS-QA-CHANGED PIC 9(7) VALUE 0.
           05 WS-AUD-RENAMED PIC 9(9) VALUE 0.
           05 WS-AUD-RESEALED PIC 9(9) VALUE 0.
           05 WS-AUD-VERIFIED PIC 9(9) VALUE 0.
       01 WS-HEADINGS.
           05 WS-TITLE1.
               10 FILLER PIC X(34) VALUE
                  'LEAVER PSEUDONYMISATION - RUN OF  '.
               10 HD-RUN-DATE PIC 9(8).
               10 FILLER PIC X(38) VALUE SPACE.
           05 WS-TITLE2.
               10 FILLER PIC X(32) VALUE
                  'RETENTION AFTER DISABLE (DAYS): '.
               10 HD-RET-DAYS PIC ZZZZ9.
               10 FILLER PIC X(43) VALUE SPACE.
           05 WS-TITLE3.
               10 FILLER PIC X(40) VALUE
                  'PSEUDONYM            DISABLED  STATUS'.
               10 FILLER PIC X(40) VALUE SPACE.
       01 WS-BLANK-LINE PIC X(80) VALUE SPACES.
       01 WS-DETAIL-LINE.
           05 DL-PSEUDONYM PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DL-DISABLED PIC 9(7).
           05 FILLER PIC X(3) VALUE SPACE.
           05 DL-STATUS PIC X(30).
           05 FILLER PIC X(19) VALUE SPACE.
       01 WS-TOTAL-LINE.
           05 TL-LABEL PIC X(40).
           05 TL-COUNT PIC ZZZZZZZZ9.
           05 FILLER PIC X(31) VALUE SPACE.
       01 WS-BREAK-LINE.
           05 FILLER PIC X(28) VALUE
              'CHAIN BREAK AT SEQUENCE     '.
           05 BK-SEQ PIC 9(9).
           05 FILLER PIC X(43) VALUE
              ' - NOTHING PSEUDONYMISED, SEE TASKVFY0'.
       01 WS-RESUME-LINE.
           05 FILLER PIC X(37) VALUE
              'RESUMING AN INTERRUPTED RESEAL AFTER '.
           05 RS-LINE-SEQ PIC 9(9).
           05 FILLER PIC X(34) VALUE SPACE.
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM CHECK-PREREQS-PARA
           PERFORM OPEN-BATCH-LOG-PARA
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-DAY FROM DAY
           COMPUTE WS-TODAY-STAMP = 100000 + WS-RUN-DAY
           MOVE WS-TODAY-STAMP TO WS-JULIAN-IN
           PERFORM JULIAN-TO-DAYS-PARA
           MOVE WS-DAYS-OUT TO WS-TODAY-DAYS
           PERFORM READ-CONTROL-PARA
           COMPUTE WS-CUTOFF-DAYS =
               WS-TODAY-DAYS - WS-LEAVER-RET-DAYS
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00' THEN
               DISPLAY 'TASKPSN0 OPEN FAILED FOR REPORT-FILE - STATUS '
                   WS-REPORT-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO HD-RUN-DATE
           MOVE WS-TITLE1 TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE WS-LEAVER-RET-DAYS TO HD-RET-DAYS
           MOVE WS-TITLE2 TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE WS-BLANK-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE WS-TITLE3 TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           OPEN I-O PSEUDMAP-FILE
           IF WS-PSEUDMAP-STATUS NOT = '00' THEN
               DISPLAY 'TASKPSN0 OPEN FAILED FOR PSEUDMAP-FILE - '
                   'STATUS ' WS-PSEUDMAP-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           PERFORM 1000-FIND-LEAVERS
      * THE JOURNAL IS VERIFIED BEFORE ANY ROW ANYWHERE IS RENAMED, SO
      * A BROKEN CHAIN LEAVES EVERY NAME WHERE IT WAS. WHAT THE LEAVER
      * PASS HAS ALREADY DONE STAYS DONE - THE DISABLED-DATE STAMPS ON
      * USERS, THE PSEUDCTR COUNTER, THE NEW PSEUDMAP ROWS AND THEIR
      * ISSUED ROWS ON THE JOURNAL. NONE OF IT CARRIES A NAME INTO THE
      * HISTORY, AND A RERUN FINDS IT ALL ALREADY IN PLACE. THE ISSUES
      * HAVE TO COME FIRST - THEIR JOURNAL ROWS ARE CHAINED, SO THEY
      * MUST BE ON THE CHAIN BEFORE IT IS VERIFIED AND RESEALED
           SORT SORT-WORK
               ON DESCENDING KEY SRT-STEP
               INPUT PROCEDURE IS 2000-VERIFY-CHAIN
               OUTPUT PROCEDURE IS 3000-RESEAL-CHAIN
           IF CHAIN-BROKEN THEN
               MOVE WS-BREAK-SEQ TO BK-SEQ
               MOVE WS-BREAK-LINE TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA
               CLOSE PSEUDMAP-FILE
               CLOSE REPORT-FILE
               MOVE 'C' TO RPS-REQUEST
               CALL 'SUBRPS' USING RPS-PARM
               DISPLAY 'TASKPSN0 AUDIT CHAIN BROKEN AT SEQUENCE '
                   WS-BREAK-SEQ ' - NO HISTORY HAS BEEN CHANGED'
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           PERFORM 4000-RENAME-UNCHAINED-AUDIT
           PERFORM 5000-RENAME-HISTORY
           PERFORM 5100-RENAME-NOTES-HIST
           PERFORM 5200-RENAME-WORKLOG
           PERFORM 5300-RENAME-DUEEXT
           PERFORM 5400-RENAME-QAREVIEW
           CLOSE PSEUDMAP-FILE
           PERFORM PRINT-TOTALS-PARA
           CLOSE REPORT-FILE
           MOVE 'C' TO RPS-REQUEST
           CALL 'SUBRPS' USING RPS-PARM
           DISPLAY 'TASKPSN0 USERS READ: ' WS-USERS-READ
           DISPLAY 'TASKPSN0 PSEUDONYMS ISSUED: ' WS-NEWLY-MAPPED
               ' ALREADY HELD: ' WS-ALREADY-MAPPED
           DISPLAY 'TASKPSN0 DISABLED, WITHIN RETENTION: '
               WS-WITHIN-RETENTION ' CLOCKS STARTED: '
               WS-CLOCKS-STARTED
           DISPLAY 'TASKPSN0 ROWS RENAMED - HISTORY: ' WS-HIST-CHANGED
               ' NOTES: ' WS-NOTESH-CHANGED
               ' WORKLOG: ' WS-WORKLOG-CHANGED
           DISPLAY 'TASKPSN0 ROWS RENAMED - DUEEXT: ' WS-DUEEXT-CHANGED
               ' QAREVIEW: ' WS-QA-CHANGED
               ' AUDIT: ' WS-AUD-RENAMED
           DISPLAY 'TASKPSN0 AUDIT CHAIN VERIFIED: ' WS-AUD-VERIFIED
               ' RESEALED: ' WS-AUD-RESEALED
           PERFORM WRITE-BATCH-LOG-END-PARA
           GOBACK.
       READ-CONTROL-PARA.
      * THE RETENTION, AND WHETHER AN EARLIER RESEAL WAS CUT SHORT
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = '00' THEN
               DISPLAY 'TASKPSN0 OPEN FAILED FOR CONTROL-FILE - STATUS '
                   WS-CONTROL-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           MOVE 'LEAVERET' TO CTL-KEY
           READ CONTROL-FILE
           IF WS-CONTROL-STATUS = '00' AND CTL-NEXT-TASKID > 0 THEN
               MOVE CTL-NEXT-TASKID TO WS-LEAVER-RET-DAYS
           END-IF
           MOVE 'PSEUDRSL' TO CTL-KEY
           READ CONTROL-FILE
           IF WS-CONTROL-STATUS = '00' THEN
               MOVE 'Y' TO IF-RESUME-ON-FILE
               MOVE CTL-NEXT-TASKID TO WS-RESUME-SEQ
           END-IF
           CLOSE CONTROL-FILE
           DISPLAY 'TASKPSN0 LEAVER RETENTION DAYS: '
               WS-LEAVER-RET-DAYS
           EXIT.
       1000-FIND-LEAVERS.
      * EVERY DISABLED USER IS EITHER STILL INSIDE THE RETENTION OR
      * PAST IT. PAST IT, THEY HOLD A PSEUDONYM THAT APPLIES; INSIDE
      * IT (OR ENABLED AGAIN), ANY PSEUDONYM THEY ALREADY HOLD IS
      * SUSPENDED SO THEIR NEW ROWS KEEP THE NAME FOR NOW
           OPEN I-O USERS-FILE
           IF WS-USERS-STATUS NOT = '00' THEN
               DISPLAY 'TASKPSN0 OPEN FAILED FOR USERS-FILE - STATUS '
                   WS-USERS-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL END-OF-FILE-SCAN
               READ USERS-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-USERS-READ
                       PERFORM 1100-CHECK-ONE-USER
               END-READ
           END-PERFORM
           CLOSE USERS-FILE
           EXIT.
       1100-CHECK-ONE-USER.
           MOVE 'N' TO WS-ELIGIBLE
           IF USERS-IS-DISABLED THEN
               IF USERS-DISABLED-DATE = 0 THEN
                   MOVE WS-TODAY-STAMP TO USERS-DISABLED-DATE
                   REWRITE FS-USERS
                   IF WS-USERS-STATUS NOT = '00' THEN
                       DISPLAY 'TASKPSN0 USERS REWRITE FAILED - '
                           'STATUS ' WS-USERS-STATUS
                       PERFORM BATCH-LOG-FAILED-PARA
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-CLOCKS-STARTED
               END-IF
               MOVE USERS-DISABLED-DATE TO WS-JULIAN-IN
               PERFORM JULIAN-TO-DAYS-PARA
               IF WS-DAYS-OUT NOT > WS-CUTOFF-DAYS THEN
                   MOVE 'Y' TO WS-ELIGIBLE
               ELSE
                   ADD 1 TO WS-WITHIN-RETENTION
               END-IF
           END-IF
           MOVE USERS-USERNAME TO PX-USERNAME
           READ PSEUDMAP-FILE
           EVALUATE TRUE
           WHEN WS-PSEUDMAP-STATUS = '00'
               PERFORM 1200-REVIEW-MAPPING
           WHEN WS-PSEUDMAP-STATUS = '23'
               IF LEAVER-ELIGIBLE THEN
                   PERFORM 1300-ISSUE-PSEUDONYM
               END-IF
           WHEN OTHER
               DISPLAY 'TASKPSN0 PSEUDMAP READ FAILED - STATUS '
                   WS-PSEUDMAP-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-EVALUATE
           EXIT.
       1200-REVIEW-MAPPING.
      * THE PSEUDONYM NEVER CHANGES - ONLY WHETHER IT APPLIES
           EVALUATE TRUE
           WHEN LEAVER-ELIGIBLE
               ADD 1 TO WS-ALREADY-MAPPED
               IF PX-SUSPENDED OR
                  PX-DISABLED-DATE NOT = USERS-DISABLED-DATE THEN
                   MOVE 'A' TO PX-STATUS
                   MOVE USERS-DISABLED-DATE TO PX-DISABLED-DATE
                   PERFORM REWRITE-MAPPING-PARA
                   MOVE PX-PSEUDONYM TO DL-PSEUDONYM
                   MOVE PX-DISABLED-DATE TO DL-DISABLED
                   MOVE 'APPLIES AGAIN' TO DL-STATUS
                   MOVE WS-DETAIL-LINE TO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE-PARA
               END-IF
           WHEN PX-APPLIES
               MOVE 'S' TO PX-STATUS
               PERFORM REWRITE-MAPPING-PARA
               ADD 1 TO WS-SUSPENDED
               MOVE PX-PSEUDONYM TO DL-PSEUDONYM
               MOVE USERS-DISABLED-DATE TO DL-DISABLED
               MOVE 'SUSPENDED - ACCOUNT IN USE' TO DL-STATUS
               MOVE WS-DETAIL-LINE TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA
           END-EVALUATE
           EXIT.
       1300-ISSUE-PSEUDONYM.
      * NUMBER FIRST, UNDER ITS OWN CONTROL UPDATE, SO A FAILURE LATER
      * ON CAN ONLY EVER WASTE A NUMBER, NEVER ISSUE ONE TWICE. THEN
      * THE JOURNAL ROW - NO ROW, NO PSEUDONYM - AND THE MAPPING
           PERFORM TAKE-PSEUDONYM-NO-PARA
           MOVE 'TASKPSN0' TO SA-OPERATOR
           MOVE 'PSEUDONYM' TO SA-ACTION
           MOVE 'ISSUED' TO SA-OUTCOME
           MOVE SPACES TO SA-DETAIL-TASKID
           MOVE WS-NEW-PSEUDONYM TO SA-DETAIL-USERNAME
           CALL 'SUBAUB' USING SUB-AUDIT-DATA
           IF NOT SA-GOOD THEN
               DISPLAY 'TASKPSN0 AUDIT WRITE FAILED FOR '
                   WS-NEW-PSEUDONYM ' - NOT ISSUED'
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           MOVE USERS-USERNAME TO PX-USERNAME
           MOVE WS-NEW-PSEUDONYM TO PX-PSEUDONYM
           MOVE 'A' TO PX-STATUS
           MOVE USERS-DISABLED-DATE TO PX-DISABLED-DATE
           MOVE WS-RUN-DATE TO PX-MAPPED-DATE
           WRITE FS-PSEUDMAP
           IF WS-PSEUDMAP-STATUS NOT = '00' THEN
               DISPLAY 'TASKPSN0 PSEUDMAP WRITE FAILED FOR '
                   WS-NEW-PSEUDONYM ' - STATUS ' WS-PSEUDMAP-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           ADD 1 TO WS-NEWLY-MAPPED
           MOVE PX-PSEUDONYM TO DL-PSEUDONYM
           MOVE PX-DISABLED-DATE TO DL-DISABLED
           MOVE 'ISSUED' TO DL-STATUS
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           EXIT.
       TAKE-PSEUDONYM-NO-PARA.
           OPEN I-O CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = '00' THEN
               DISPLAY 'TASKPSN0 OPEN FAILED FOR CONTROL-FILE - STATUS '
                   WS-CONTROL-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           MOVE 'PSEUDCTR' TO CTL-KEY
           READ CONTROL-FILE
           EVALUATE WS-CONTROL-STATUS
           WHEN '00'
               ADD 1 TO CTL-NEXT-TASKID
               MOVE CTL-NEXT-TASKID TO WS-PSEUDONYM-NO
               REWRITE FS-CONTROL
           WHEN '23'
               MOVE 'PSEUDCTR' TO CTL-KEY
               MOVE 1 TO CTL-NEXT-TASKID
               MOVE 1 TO WS-PSEUDONYM-NO
               WRITE FS-CONTROL
           END-EVALUATE
           IF WS-CONTROL-STATUS NOT = '00' THEN
               DISPLAY 'TASKPSN0 PSEUDCTR UPDATE FAILED - STATUS '
                   WS-CONTROL-STATUS
               CLOSE CONTROL-FILE
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           CLOSE CONTROL-FILE
           EXIT.
       REWRITE-MAPPING-PARA.
           REWRITE FS-PSEUDMAP
           IF WS-PSEUDMAP-STATUS NOT = '00' THEN
               DISPLAY 'TASKPSN0 PSEUDMAP REWRITE FAILED FOR '
                   PX-PSEUDONYM ' - STATUS ' WS-PSEUDMAP-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           EXIT.
       2000-VERIFY-CHAIN.
      * TASKVFY0'S WALK, FROM THE AUDCHAIN ANCHOR BACKWARDS, HANDING
      * EACH VERIFIED ROW TO THE SORT. THE ROW WHOSE PREDECESSOR WAS
      * PURGED ENDS THE WALK AND GOES IN MARKED AS THE BOUNDARY
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = '00' THEN
               DISPLAY 'TASKPSN0 OPEN FAILED FOR CONTROL-FILE - STATUS '
                   WS-CONTROL-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           MOVE 'AUDCHAIN' TO CTL-KEY
           READ CONTROL-FILE
           EVALUATE WS-CONTROL-STATUS
           WHEN '00'
               MOVE CTL-NEXT-TASKID TO WS-ANCHOR-SEQ
           WHEN '23'
               MOVE 0 TO WS-ANCHOR-SEQ
           WHEN OTHER
               DISPLAY 'TASKPSN0 CONTROL READ FAILED - STATUS '
                   WS-CONTROL-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-EVALUATE
           CLOSE CONTROL-FILE
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00' THEN
               DISPLAY 'TASKPSN0 OPEN FAILED FOR AUDIT-FILE - STATUS '
                   WS-AUDIT-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           IF RESUME-ON-FILE THEN
               MOVE WS-RESUME-SEQ TO RS-LINE-SEQ
               MOVE WS-RESUME-LINE TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA
           END-IF
           MOVE WS-ANCHOR-SEQ TO WS-CURRENT-SEQ
           MOVE 'N' TO WS-WALK-DONE
           IF WS-ANCHOR-SEQ = 0 THEN
               MOVE 'Y' TO WS-WALK-DONE
           END-IF
           PERFORM UNTIL WALK-DONE
               MOVE WS-CURRENT-SEQ TO AUD-SEQ
               READ AUDIT-FILE
               EVALUATE WS-AUDIT-STATUS
               WHEN '00'
                   PERFORM 2100-VERIFY-ONE-ROW
               WHEN '23'
      * ONLY THE ANCHOR CAN BE MISSING HERE - EVERY PREDECESSOR WAS
      * READ BEFORE THE WALK STEPPED ONTO IT
                   MOVE 'Y' TO IF-CHAIN-BROKEN
                   MOVE WS-CURRENT-SEQ TO WS-BREAK-SEQ
                   MOVE 'Y' TO WS-WALK-DONE
               WHEN OTHER
                   DISPLAY 'TASKPSN0 AUDIT READ FAILED - STATUS '
                       WS-AUDIT-STATUS
                   PERFORM BATCH-LOG-FAILED-PARA
                   STOP RUN
               END-EVALUATE
           END-PERFORM
           CLOSE AUDIT-FILE
           EXIT.
       2100-VERIFY-ONE-ROW.
      * SAME RULE AS TASKVFY0 - GENESIS WHEN THE POINTER IS ZERO OR
      * THE PREDECESSOR PREDATES THE CHAIN. A MISMATCH IS A BREAK,
      * EXCEPT THE ONE AN INTERRUPTED RESEAL OF OUR OWN LEFT AT THE
      * ROW PSEUDRSL NAMES OR THE ROW JUST AFTER IT
           MOVE FS-AUDIT(1:106) TO WS-ROW-IMAGE
           MOVE AUD-CHAIN TO WS-STORED-CHAIN
           MOVE AUD-PREV-SEQ TO WS-PREV-SEQ
           MOVE CHAIN-GENESIS TO WS-PREV-CHAIN
           ADD 1 TO WS-STEP
           MOVE WS-STEP TO SRT-STEP
           MOVE WS-CURRENT-SEQ TO SRT-SEQ
           MOVE 'N' TO SRT-BOUNDARY
           IF WS-PREV-SEQ > 0 THEN
               MOVE WS-PREV-SEQ TO AUD-SEQ
               READ AUDIT-FILE
               EVALUATE WS-AUDIT-STATUS
               WHEN '00'
                   IF AUD-CHAIN NOT = SPACES THEN
                       MOVE AUD-CHAIN TO WS-PREV-CHAIN
                   END-IF
               WHEN '23'
                   MOVE 'Y' TO SRT-BOUNDARY
                   RELEASE SRT-CHAIN-REC
                   MOVE 'Y' TO WS-WALK-DONE
               WHEN OTHER
                   DISPLAY 'TASKPSN0 AUDIT READ FAILED - STATUS '
                       WS-AUDIT-STATUS
                   PERFORM BATCH-LOG-FAILED-PARA
                   STOP RUN
               END-EVALUATE
           END-IF
           IF NOT WALK-DONE THEN
               MOVE WS-ROW-IMAGE TO CHN-ROW
               MOVE WS-PREV-CHAIN TO CHN-PREV
               CALL 'SUBCHN' USING CHN-PARM
               IF CHN-OUTPUT = WS-STORED-CHAIN OR
                  (RESUME-ON-FILE AND
                   (WS-CURRENT-SEQ = WS-RESUME-SEQ OR
                    WS-PREV-SEQ = WS-RESUME-SEQ)) THEN
                   ADD 1 TO WS-AUD-VERIFIED
                   RELEASE SRT-CHAIN-REC
                   IF WS-PREV-SEQ = 0 THEN
                       MOVE 'Y' TO WS-WALK-DONE
                   ELSE
                       MOVE WS-PREV-SEQ TO WS-CURRENT-SEQ
                   END-IF
               ELSE
                   MOVE 'Y' TO IF-CHAIN-BROKEN
                   MOVE WS-CURRENT-SEQ TO WS-BREAK-SEQ
                   MOVE 'Y' TO WS-WALK-DONE
               END-IF
           END-IF
           EXIT.
       3000-RESEAL-CHAIN.
      * OLDEST FIRST: RENAME THE ROW, RECOMPUTE ITS CHAIN VALUE FROM
      * ITS PREDECESSOR'S - ALREADY RESEALED BY THEN - AND REWRITE IT
      * IF EITHER CHANGED. PSEUDRSL IS MOVED ON BEFORE EACH REWRITE SO
      * A RERUN KNOWS WHERE A FAILURE LEFT THE CHAIN
           IF NOT CHAIN-BROKEN THEN
               OPEN I-O AUDIT-FILE
               IF WS-AUDIT-STATUS NOT = '00' THEN
                   DISPLAY 'TASKPSN0 OPEN FAILED FOR AUDIT-FILE - '
                       'STATUS ' WS-AUDIT-STATUS
                   PERFORM BATCH-LOG-FAILED-PARA
                   STOP RUN
               END-IF
               OPEN I-O CONTROL-FILE
               IF WS-CONTROL-STATUS NOT = '00' THEN
                   DISPLAY 'TASKPSN0 OPEN FAILED FOR CONTROL-FILE - '
                       'STATUS ' WS-CONTROL-STATUS
                   PERFORM BATCH-LOG-FAILED-PARA
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-FILE-SCAN
                   RETURN SORT-WORK
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM 3100-RESEAL-ONE-ROW
                   END-RETURN
               END-PERFORM
               PERFORM CLEAR-RESUME-PARA
               CLOSE CONTROL-FILE
               CLOSE AUDIT-FILE
           END-IF
           EXIT.
       3100-RESEAL-ONE-ROW.
           MOVE CHAIN-GENESIS TO WS-PREV-CHAIN
           MOVE SRT-SEQ TO AUD-SEQ
           READ AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00' THEN
               DISPLAY 'TASKPSN0 AUDIT READ FAILED FOR SEQUENCE '
                   SRT-SEQ ' - STATUS ' WS-AUDIT-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           IF NOT SRT-IS-BOUNDARY AND AUD-PREV-SEQ > 0 THEN
               MOVE AUD-PREV-SEQ TO AUD-SEQ
               READ AUDIT-FILE
               IF WS-AUDIT-STATUS = '00' AND
                  AUD-CHAIN NOT = SPACES THEN
                   MOVE AUD-CHAIN TO WS-PREV-CHAIN
               END-IF
               MOVE SRT-SEQ TO AUD-SEQ
               READ AUDIT-FILE
               IF WS-AUDIT-STATUS NOT = '00' THEN
                   DISPLAY 'TASKPSN0 AUDIT READ FAILED FOR SEQUENCE '
                       SRT-SEQ ' - STATUS ' WS-AUDIT-STATUS
                   PERFORM BATCH-LOG-FAILED-PARA
                   STOP RUN
               END-IF
           END-IF
           PERFORM RENAME-AUDIT-ROW-PARA
           IF ROW-CHANGED THEN
               ADD 1 TO WS-AUD-RENAMED
           END-IF
      * THE BOUNDARY ROW'S CHAIN VALUE STAYS - ITS PREDECESSOR IS GONE
      * AND ITS SUCCESSOR IS ALREADY PINNED TO THE VALUE IT CARRIES
           IF NOT SRT-IS-BOUNDARY THEN
               MOVE SPACES TO CHN-ROW
               MOVE FS-AUDIT(1:106) TO CHN-ROW
               MOVE WS-PREV-CHAIN TO CHN-PREV
               CALL 'SUBCHN' USING CHN-PARM
               IF CHN-OUTPUT NOT = AUD-CHAIN THEN
                   MOVE CHN-OUTPUT TO AUD-CHAIN
                   MOVE 'Y' TO WS-ROW-CHANGED
                   ADD 1 TO WS-AUD-RESEALED
               END-IF
           END-IF
           IF ROW-CHANGED THEN
               PERFORM MARK-RESUME-PARA
               REWRITE FS-AUDIT
               IF WS-AUDIT-STATUS NOT = '00' THEN
                   DISPLAY 'TASKPSN0 AUDIT REWRITE FAILED FOR '
                       'SEQUENCE ' SRT-SEQ ' - STATUS ' WS-AUDIT-STATUS
                   DISPLAY 'TASKPSN0 RERUN TO FINISH THE RESEAL'
                   PERFORM BATCH-LOG-FAILED-PARA
                   STOP RUN
               END-IF
           END-IF
           EXIT.
       MARK-RESUME-PARA.
           MOVE 'PSEUDRSL' TO CTL-KEY
           READ CONTROL-FILE
           EVALUATE WS-CONTROL-STATUS
           WHEN '00'
               MOVE SRT-SEQ TO CTL-NEXT-TASKID
               REWRITE FS-CONTROL
           WHEN '23'
               MOVE 'PSEUDRSL' TO CTL-KEY
               MOVE SRT-SEQ TO CTL-NEXT-TASKID
               WRITE FS-CONTROL
           END-EVALUATE
           IF WS-CONTROL-STATUS NOT = '00' THEN
               DISPLAY 'TASKPSN0 PSEUDRSL UPDATE FAILED - STATUS '
                   WS-CONTROL-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           EXIT.
       CLEAR-RESUME-PARA.
      * THE WHOLE CHAIN IS SEALED AGAIN - NO BREAK IS EXCUSED FROM HERE
           MOVE 'PSEUDRSL' TO CTL-KEY
           READ CONTROL-FILE
           IF WS-CONTROL-STATUS = '00' THEN
               DELETE CONTROL-FILE
               IF WS-CONTROL-STATUS NOT = '00' THEN
                   DISPLAY 'TASKPSN0 PSEUDRSL DELETE FAILED - STATUS '
                       WS-CONTROL-STATUS
                   PERFORM BATCH-LOG-FAILED-PARA
                   STOP RUN
               END-IF
           END-IF
           EXIT.
       4000-RENAME-UNCHAINED-AUDIT.
      * WHAT THE RESEAL DID NOT REACH - ROWS OLDER THAN THE PURGE
      * BOUNDARY AND ROWS FROM BEFORE THE CHAIN. NOTHING CAN VERIFY
      * THEM, SO THEY ARE RENAMED IN PLACE WITH THEIR CHAIN AS IT IS.
      * CHAINED ROWS CARRY NO MAPPED NAME BY NOW AND ARE PASSED OVER
           OPEN I-O AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00' THEN
               DISPLAY 'TASKPSN0 OPEN FAILED FOR AUDIT-FILE - STATUS '
                   WS-AUDIT-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL END-OF-FILE-SCAN
               READ AUDIT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM RENAME-AUDIT-ROW-PARA
                       IF ROW-CHANGED THEN
                           REWRITE FS-AUDIT
                           IF WS-AUDIT-STATUS NOT = '00' THEN
                               DISPLAY 'TASKPSN0 AUDIT REWRITE FAILED '
                                   '- STATUS ' WS-AUDIT-STATUS
                               PERFORM BATCH-LOG-FAILED-PARA
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-AUD-RENAMED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE
           EXIT.
       RENAME-AUDIT-ROW-PARA.
           MOVE 'N' TO WS-ROW-CHANGED
           MOVE AUD-OPERATOR TO WS-NAME-IN
           PERFORM PSEUDONYM-FOR-NAME-PARA
           MOVE WS-NAME-IN TO AUD-OPERATOR
           MOVE AUD-DETAIL-USERNAME TO WS-NAME-IN
           PERFORM PSEUDONYM-FOR-NAME-PARA
           MOVE WS-NAME-IN TO AUD-DETAIL-USERNAME
           EXIT.
       5000-RENAME-HISTORY.
           OPEN I-O HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = '00' THEN
               DISPLAY 'TASKPSN0 OPEN FAILED FOR HISTORY-FILE - STATUS '
                   WS-HISTORY-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL END-OF-FILE-SCAN
               READ HISTORY-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE 'N' TO WS-ROW-CHANGED
                       MOVE H-USERNAME TO WS-NAME-IN
                       PERFORM PSEUDONYM-FOR-NAME-PARA
                       MOVE WS-NAME-IN TO H-USERNAME
                       MOVE H-ASSIGNED-BY TO WS-NAME-IN
                       PERFORM PSEUDONYM-FOR-NAME-PARA
                       MOVE WS-NAME-IN TO H-ASSIGNED-BY
                       IF ROW-CHANGED THEN
                           REWRITE FS-HISTORY
                           IF WS-HISTORY-STATUS NOT = '00' THEN
                               DISPLAY 'TASKPSN0 HISTORY REWRITE '
                                   'FAILED FOR ' H-TASKID ' - STATUS '
                                   WS-HISTORY-STATUS
                               PERFORM BATCH-LOG-FAILED-PARA
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-HIST-CHANGED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           EXIT.
       5100-RENAME-NOTES-HIST.
           OPEN I-O NOTESH-FILE
           IF WS-NOTESH-STATUS NOT = '00' THEN
               DISPLAY 'TASKPSN0 OPEN FAILED FOR NOTESH-FILE - STATUS '
                   WS-NOTESH-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL END-OF-FILE-SCAN
               READ NOTESH-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE 'N' TO WS-ROW-CHANGED
                       MOVE HN-USERNAME TO WS-NAME-IN
                       PERFORM PSEUDONYM-FOR-NAME-PARA
                       MOVE WS-NAME-IN TO HN-USERNAME
                       IF ROW-CHANGED THEN
                           REWRITE FS-NOTES-HIST
                           IF WS-NOTESH-STATUS NOT = '00' THEN
                               DISPLAY 'TASKPSN0 NOTESH REWRITE '
                                   'FAILED FOR ' HN-TASKID ' - STATUS '
                                   WS-NOTESH-STATUS
                               PERFORM BATCH-LOG-FAILED-PARA
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-NOTESH-CHANGED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NOTESH-FILE
           EXIT.
       5200-RENAME-WORKLOG.
           OPEN I-O WORKLOG-FILE
           IF WS-WORKLOG-STATUS NOT = '00' THEN
               DISPLAY 'TASKPSN0 OPEN FAILED FOR WORKLOG-FILE - STATUS '
                   WS-WORKLOG-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL END-OF-FILE-SCAN
               READ WORKLOG-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE 'N' TO WS-ROW-CHANGED
                       MOVE WL-USERNAME TO WS-NAME-IN
                       PERFORM PSEUDONYM-FOR-NAME-PARA
                       MOVE WS-NAME-IN TO WL-USERNAME
                       MOVE WL-APPR-BY TO WS-NAME-IN
                       PERFORM PSEUDONYM-FOR-NAME-PARA
                       MOVE WS-NAME-IN TO WL-APPR-BY
                       IF ROW-CHANGED THEN
                           REWRITE FS-WORKLOG
                           IF WS-WORKLOG-STATUS NOT = '00' THEN
                               DISPLAY 'TASKPSN0 WORKLOG REWRITE '
                                   'FAILED FOR ' WL-TASKID ' - STATUS '
                                   WS-WORKLOG-STATUS
                               PERFORM BATCH-LOG-FAILED-PARA
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-WORKLOG-CHANGED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WORKLOG-FILE
           EXIT.
       5300-RENAME-DUEEXT.
           OPEN I-O DUEEXT-FILE
           IF WS-DUEEXT-STATUS NOT = '00' THEN
               DISPLAY 'TASKPSN0 OPEN FAILED FOR DUEEXT-FILE - STATUS '
                   WS-DUEEXT-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL END-OF-FILE-SCAN
               READ DUEEXT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE 'N' TO WS-ROW-CHANGED
                       MOVE DX-USERNAME TO WS-NAME-IN
                       PERFORM PSEUDONYM-FOR-NAME-PARA
                       MOVE WS-NAME-IN TO DX-USERNAME
                       MOVE DX-REQUESTED-BY TO WS-NAME-IN
                       PERFORM PSEUDONYM-FOR-NAME-PARA
                       MOVE WS-NAME-IN TO DX-REQUESTED-BY
                       MOVE DX-DECIDED-BY TO WS-NAME-IN
                       PERFORM PSEUDONYM-FOR-NAME-PARA
                       MOVE WS-NAME-IN TO DX-DECIDED-BY
                       IF ROW-CHANGED THEN
                           REWRITE FS-DUEEXT
                           IF WS-DUEEXT-STATUS NOT = '00' THEN
                               DISPLAY 'TASKPSN0 DUEEXT REWRITE '
                                   'FAILED FOR ' DX-TASKID ' - STATUS '
                                   WS-DUEEXT-STATUS
                               PERFORM BATCH-LOG-FAILED-PARA
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-DUEEXT-CHANGED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DUEEXT-FILE
           EXIT.
       5400-RENAME-QAREVIEW.
           OPEN I-O QAREVIEW-FILE
           IF WS-QAREVIEW-STATUS NOT = '00' THEN
               DISPLAY 'TASKPSN0 OPEN FAILED FOR QAREVIEW-FILE - '
                   'STATUS ' WS-QAREVIEW-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL END-OF-FILE-SCAN
               READ QAREVIEW-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE 'N' TO WS-ROW-CHANGED
                       MOVE QA-USERNAME TO WS-NAME-IN
                       PERFORM PSEUDONYM-FOR-NAME-PARA
                       MOVE WS-NAME-IN TO QA-USERNAME
                       MOVE QA-REVIEWER TO WS-NAME-IN
                       PERFORM PSEUDONYM-FOR-NAME-PARA
                       MOVE WS-NAME-IN TO QA-REVIEWER
                       IF ROW-CHANGED THEN
                           REWRITE FS-QAREVIEW
                           IF WS-QAREVIEW-STATUS NOT = '00' THEN
                               DISPLAY 'TASKPSN0 QAREVIEW REWRITE '
                                   'FAILED FOR ' QA-TASKID ' - STATUS '
                                   WS-QAREVIEW-STATUS
                               PERFORM BATCH-LOG-FAILED-PARA
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-QA-CHANGED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE QAREVIEW-FILE
           EXIT.
       PSEUDONYM-FOR-NAME-PARA.
      * REPLACES WS-NAME-IN WHEN THE MAP HOLDS IT WITH A PSEUDONYM
      * THAT APPLIES, AND FLAGS THE ROW AS CHANGED. BLANKS AND NAMES
      * NOT ON THE MAP GO BACK UNTOUCHED
           IF WS-NAME-IN NOT = SPACES THEN
               IF WS-NAME-IN NOT = WS-CACHE-NAME THEN
                   MOVE WS-NAME-IN TO WS-CACHE-NAME
                   MOVE 'N' TO WS-CACHE-FOUND
                   MOVE WS-NAME-IN TO PX-USERNAME
                   READ PSEUDMAP-FILE
                   EVALUATE WS-PSEUDMAP-STATUS
                   WHEN '00'
                       IF PX-APPLIES THEN
                           MOVE 'Y' TO WS-CACHE-FOUND
                           MOVE PX-PSEUDONYM TO WS-CACHE-REPLACE
                       END-IF
                   WHEN '23'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'TASKPSN0 PSEUDMAP READ FAILED - '
                           'STATUS ' WS-PSEUDMAP-STATUS
                       PERFORM BATCH-LOG-FAILED-PARA
                       STOP RUN
                   END-EVALUATE
               END-IF
               IF CACHE-FOUND THEN
                   MOVE WS-CACHE-REPLACE TO WS-NAME-IN
                   MOVE 'Y' TO WS-ROW-CHANGED
               END-IF
           END-IF
           EXIT.
       JULIAN-TO-DAYS-PARA.
      * 0CYYDDD TO DAYS FROM THE START OF 2000 - EVERY FOURTH YEAR IN
      * THE 20XX RANGE IS A LEAP YEAR WITH NO CENTURY EXCEPTION
           COMPUTE WS-DAYS-OUT =
               WS-JUL-YY * 365 + (WS-JUL-YY + 3) / 4 + WS-JUL-DDD
           EXIT.
       PRINT-TOTALS-PARA.
           MOVE WS-BLANK-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE 'USERS READ:' TO TL-LABEL
           MOVE WS-USERS-READ TO TL-COUNT
           PERFORM WRITE-TOTAL-LINE-PARA
           MOVE 'DISABLED, STILL WITHIN RETENTION:' TO TL-LABEL
           MOVE WS-WITHIN-RETENTION TO TL-COUNT
           PERFORM WRITE-TOTAL-LINE-PARA
           MOVE '  OF WHICH RETENTION STARTED TODAY:' TO TL-LABEL
           MOVE WS-CLOCKS-STARTED TO TL-COUNT
           PERFORM WRITE-TOTAL-LINE-PARA
           MOVE 'PSEUDONYMS ISSUED THIS RUN:' TO TL-LABEL
           MOVE WS-NEWLY-MAPPED TO TL-COUNT
           PERFORM WRITE-TOTAL-LINE-PARA
           MOVE 'PSEUDONYMS ALREADY HELD:' TO TL-LABEL
           MOVE WS-ALREADY-MAPPED TO TL-COUNT
           PERFORM WRITE-TOTAL-LINE-PARA
           MOVE 'PSEUDONYMS SUSPENDED:' TO TL-LABEL
           MOVE WS-SUSPENDED TO TL-COUNT
           PERFORM WRITE-TOTAL-LINE-PARA
           MOVE 'TASKS-HISTORY ROWS RENAMED:' TO TL-LABEL
           MOVE WS-HIST-CHANGED TO TL-COUNT
           PERFORM WRITE-TOTAL-LINE-PARA
           MOVE 'NOTES HISTORY ROWS RENAMED:' TO TL-LABEL
           MOVE WS-NOTESH-CHANGED TO TL-COUNT
           PERFORM WRITE-TOTAL-LINE-PARA
           MOVE 'WORKLOG ROWS RENAMED:' TO TL-LABEL
           MOVE WS-WORKLOG-CHANGED TO TL-COUNT
           PERFORM WRITE-TOTAL-LINE-PARA
           MOVE 'DUEEXT ROWS RENAMED:' TO TL-LABEL
           MOVE WS-DUEEXT-CHANGED TO TL-COUNT
           PERFORM WRITE-TOTAL-LINE-PARA
           MOVE 'QAREVIEW ROWS RENAMED:' TO TL-LABEL
           MOVE WS-QA-CHANGED TO TL-COUNT
           PERFORM WRITE-TOTAL-LINE-PARA
           MOVE 'AUDIT ROWS RENAMED:' TO TL-LABEL
           MOVE WS-AUD-RENAMED TO TL-COUNT
           PERFORM WRITE-TOTAL-LINE-PARA
           MOVE 'AUDIT CHAIN ROWS VERIFIED:' TO TL-LABEL
           MOVE WS-AUD-VERIFIED TO TL-COUNT
           PERFORM WRITE-TOTAL-LINE-PARA
           MOVE 'AUDIT CHAIN ROWS RESEALED:' TO TL-LABEL
           MOVE WS-AUD-RESEALED TO TL-COUNT
           PERFORM WRITE-TOTAL-LINE-PARA
           EXIT.
       WRITE-TOTAL-LINE-PARA.
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           EXIT.
       WRITE-REPORT-LINE-PARA.
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = '00' THEN
               DISPLAY 'TASKPSN0 REPORT WRITE FAILED - STATUS '
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
           MOVE 'TASKPSN0' TO PRQ-JOBNAME
           ACCEPT PRQ-RUN-DATE FROM DATE YYYYMMDD
           CALL 'SUBPRQ' USING PRQ-PARM
           EVALUATE TRUE
           WHEN PRQ-BLOCKED
               DISPLAY 'TASKPSN0 BLOCKED - NO NORMAL '
                   PRQ-MISSING-JOB ' RUN TONIGHT'
               PERFORM WRITE-BLOCKED-LOG-PARA
               STOP RUN
           WHEN PRQ-OVERRIDDEN
               DISPLAY 'TASKPSN0 PREREQ ' PRQ-MISSING-JOB
                   ' MISSING - RUNNING ON OPERATOR OVERRIDE'
           END-EVALUATE
           EXIT.
       WRITE-BLOCKED-LOG-PARA.
      * THE REFUSAL ITSELF GOES ON THE JOURNAL SO TASKBLG0 SHOWS WHAT
      * WAS BLOCKED AND WHY, INSTEAD OF A JOB THAT SILENTLY NEVER RAN
           OPEN I-O BATCHLOG-FILE
           IF WS-BATCHLOG-STATUS NOT = '00' THEN
               DISPLAY 'TASKPSN0 OPEN FAILED FOR BATCHLOG-FILE - '
                   'STATUS ' WS-BATCHLOG-STATUS
               STOP RUN
           END-IF
           MOVE 'TASKPSN0' TO BL-JOBNAME
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
               DISPLAY 'TASKPSN0 OPEN FAILED FOR BATCHLOG-FILE - '
                   'STATUS ' WS-BATCHLOG-STATUS
               STOP RUN
           END-IF
           MOVE 'TASKPSN0' TO BL-JOBNAME
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
               DISPLAY 'TASKPSN0 BATCHLOG WRITE FAILED - STATUS '
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
               DISPLAY 'TASKPSN0 BATCHLOG REWRITE FAILED - STATUS '
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
      * READ = USERS EXAMINED, WRITTEN = ROWS RENAMED OR RESEALED
      * ACROSS EVERY FILE, SKIPPED = LEAVERS STILL INSIDE RETENTION
           MOVE WS-USERS-READ TO BL-READ-COUNT
           COMPUTE BL-WRITTEN-COUNT =
               WS-HIST-CHANGED + WS-NOTESH-CHANGED + WS-WORKLOG-CHANGED
               + WS-DUEEXT-CHANGED + WS-QA-CHANGED + WS-AUD-RENAMED
               + WS-AUD-RESEALED
           MOVE 0 TO BL-ARCHIVED-COUNT
           MOVE WS-WITHIN-RETENTION TO BL-SKIPPED-COUNT
           EXIT.
