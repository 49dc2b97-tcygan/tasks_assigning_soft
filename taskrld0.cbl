       IDENTIFICATION DIVISION.
       PROGRAM-ID. TASKRLD0.
      * ON-REQUEST BATCH JOB - REBUILDS EVERY FILE IN THE SYSTEM FROM
      * A TASKUNL0 EXTRACT ON UNLDD (DR TEST, OR A MOVE TO A NEW
      * REGION) AND PRINTS A PER-FILE BALANCING REPORT.
      * THE EXTRACT IS READ TWICE. THE FIRST PASS LOADS NOTHING - IT
      * COUNTS AND HASHES (SUBHTT) EVERY TAGGED RECORD AND HOLDS THE
      * TOTALS AGAINST THE TRAILERS. AN EXTRACT THAT DOES NOT BALANCE,
      * OR CARRIES A TAG THIS JOB DOES NOT KNOW, IS REFUSED BEFORE A
      * SINGLE FILE IS TOUCHED.
      * THE TARGETS MUST BE EMPTY - A FILE THAT ALREADY HOLDS RECORDS
      * MEANS THIS IS A LIVE REGION, AND THE RUN STOPS RATHER THAN
      * REPLACE IT. THE SECOND PASS THEN OPENS EVERY FILE OUTPUT AND
      * WRITES THE RECORDS BACK IN THE KEY ORDER THEY WERE UNLOADED
      * IN, HASHING EACH RECORD AS IT WENT IN. THE RUN ONLY ENDS
      * NORMAL WHEN EVERY FILE'S LOADED COUNT AND HASH TOTAL MATCH ITS
      * TRAILER - OTHERWISE IT ENDS FAILED AND THE REGION MUST NOT BE
      * OPENED TO USERS.
      * NO QUIESCE - THE REGION BEING REBUILT IS NOT YET ONLINE, AND
      * THE CONTROL FILE ITSELF IS ONE OF THE FILES BEING LOADED.
      * TASKSUM IS NOT ON THE EXTRACT - IT IS NOTHING BUT COUNTS OFF
      * TASKS, SO TASKCHK0 REBUILDS IT FROM THE RELOADED TASKS FILE
      * AND MUST RUN BEFORE THE REGION IS OPENED TO USERS.
      * RPTSTORE IS LEFT OFF THE EXTRACT AS WELL - IT IS NOTHING BUT
      * COPIES OF BATCH LISTINGS, PURGED ON RETENTION BY TASKHKP0
      * (PURGE-REPORTS-PARA), SO THE NEW REGION STARTS IT EMPTY AND IT
      * FILLS AGAIN AS THE JOBS RUN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USERS-FILE ASSIGN TO USERSDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS USERS-USERNAME
               FILE STATUS IS WS-USERS-STATUS.
           SELECT TEAMS-FILE ASSIGN TO TEAMSDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TM-KEY
               FILE STATUS IS WS-TEAMS-STATUS.
           SELECT PERMS-FILE ASSIGN TO PERMDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-KEY
               FILE STATUS IS WS-PERMS-STATUS.
           SELECT TEMPLATE-FILE ASSIGN TO TMPLDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TP-TMPLID
               FILE STATUS IS WS-TEMPLATE-STATUS.
           SELECT ABSENCE-FILE ASSIGN TO ABSDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AB-KEY
               FILE STATUS IS WS-ABSENCE-STATUS.
           SELECT NOTES-FILE ASSIGN TO NOTESDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS N-KEY
               FILE STATUS IS WS-NOTES-STATUS.
           SELECT NOTESH-FILE ASSIGN TO NOTHDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HN-KEY
               FILE STATUS IS WS-NOTESH-STATUS.
           SELECT XTEXT-FILE ASSIGN TO TXTDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TX-KEY
               FILE STATUS IS WS-XTEXT-STATUS.
           SELECT XTEXTH-FILE ASSIGN TO TXTHDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XH-KEY
               FILE STATUS IS WS-XTEXTH-STATUS.
           SELECT WORKLOG-FILE ASSIGN TO WORKLDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WL-KEY
               FILE STATUS IS WS-WORKLOG-STATUS.
           SELECT XREF-FILE ASSIGN TO XREFDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XR-TASKID
               FILE STATUS IS WS-XREF-STATUS.
           SELECT CONTROL-FILE ASSIGN TO CTLDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CTL-KEY
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT TASKS-FILE ASSIGN TO TASKSDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS T-TASKID
               FILE STATUS IS WS-TASKS-STATUS.
           SELECT HISTORY-FILE ASSIGN TO HISTDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS H-TASKID
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT DECLINES-FILE ASSIGN TO DCLDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DC-KEY
               FILE STATUS IS WS-DECLINES-STATUS.
           SELECT SKILLS-FILE ASSIGN TO SKILLDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SK-KEY
               FILE STATUS IS WS-SKILLS-STATUS.
           SELECT CATEGORY-FILE ASSIGN TO CATDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAT-CODE
               FILE STATUS IS WS-CATEGORY-STATUS.
           SELECT RATE-FILE ASSIGN TO RATEDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RT-KEY
               FILE STATUS IS WS-RATE-STATUS.
           SELECT MESSAGES-FILE ASSIGN TO MSGDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MG-KEY
               FILE STATUS IS WS-MESSAGES-STATUS.
           SELECT HOLIDAY-FILE ASSIGN TO HOLDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HOL-DATE
               FILE STATUS IS WS-HOLIDAY-STATUS.
           SELECT AUDIT-FILE ASSIGN TO AUDITDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AUD-KEY
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT RECOVLOG-FILE ASSIGN TO RECOVDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RCV-SEQ
               FILE STATUS IS WS-RECOV-STATUS.
           SELECT PREREQ-FILE ASSIGN TO JOBPRQDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS JP-KEY
               FILE STATUS IS WS-PREREQ-STATUS.
           SELECT SNAPSHOT-FILE ASSIGN TO SNAPDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SN-DATE
               FILE STATUS IS WS-SNAPSHOT-STATUS.
           SELECT BRPOS-FILE ASSIGN TO BRPOSDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BP-TERMID
               FILE STATUS IS WS-BRPOS-STATUS.
           SELECT SIGNON-FILE ASSIGN TO SIGNDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SG-USERNAME
               FILE STATUS IS WS-SIGNON-STATUS.
           SELECT HWATCH-FILE ASSIGN TO HWATDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HW-TASKID
               FILE STATUS IS WS-HWATCH-STATUS.
           SELECT QAREVIEW-FILE ASSIGN TO QADD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS QA-KEY
               FILE STATUS IS WS-QAREVIEW-STATUS.
           SELECT DUEEXT-FILE ASSIGN TO DUEXDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DX-KEY
               FILE STATUS IS WS-DUEEXT-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO UNLDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
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
       FD  TEAMS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TEAMREC.
       FD  PERMS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PERMREC.
       FD  TEMPLATE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TMPLREC.
       FD  ABSENCE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ABSREC.
       FD  NOTES-FILE
           LABEL RECORDS ARE STANDARD.
           COPY NOTESREC.
       FD  NOTESH-FILE
           LABEL RECORDS ARE STANDARD.
           COPY NOTEHREC.
       FD  XTEXT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TEXTREC.
       FD  XTEXTH-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TEXTHREC.
       FD  WORKLOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WORKLOGREC.
       FD  XREF-FILE
           LABEL RECORDS ARE STANDARD.
           COPY XREFREC.
       FD  CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CTLREC.
       FD  TASKS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TASKSREC.
       FD  HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HISTORYREC.
       FD  DECLINES-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DCLREC.
       FD  SKILLS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SKILLREC.
       FD  CATEGORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CATREC.
       FD  RATE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RATEREC.
       FD  MESSAGES-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MSGREC.
       FD  HOLIDAY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HOLREC.
       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDITREC.
       FD  RECOVLOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RECOVREC.
       FD  PREREQ-FILE
           LABEL RECORDS ARE STANDARD.
           COPY JOBPREREC.
       FD  SNAPSHOT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SNAPREC.
       FD  BRPOS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BRPOSREC.
       FD  SIGNON-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SIGNREC.
       FD  HWATCH-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HWATREC.
       FD  QAREVIEW-FILE
           LABEL RECORDS ARE STANDARD.
           COPY QAREC.
       FD  DUEEXT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DUEXREC.
       FD  EXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY UNLREC.
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
      * RECORD HASH PARAMETER AREA - SEE SUBHTT
       01 HTT-PARM.
           05 HTT-RECORD PIC X(400).
           05 HTT-HASH PIC 9(9).
       01 WS-USERS-STATUS PIC XX.
       01 WS-TEAMS-STATUS PIC XX.
       01 WS-PERMS-STATUS PIC XX.
       01 WS-TEMPLATE-STATUS PIC XX.
       01 WS-ABSENCE-STATUS PIC XX.
       01 WS-NOTES-STATUS PIC XX.
       01 WS-NOTESH-STATUS PIC XX.
       01 WS-XTEXT-STATUS PIC XX.
       01 WS-XTEXTH-STATUS PIC XX.
       01 WS-WORKLOG-STATUS PIC XX.
       01 WS-XREF-STATUS PIC XX.
       01 WS-CONTROL-STATUS PIC XX.
       01 WS-TASKS-STATUS PIC XX.
       01 WS-HISTORY-STATUS PIC XX.
       01 WS-DECLINES-STATUS PIC XX.
       01 WS-SKILLS-STATUS PIC XX.
       01 WS-CATEGORY-STATUS PIC XX.
       01 WS-RATE-STATUS PIC XX.
       01 WS-MESSAGES-STATUS PIC XX.
       01 WS-HOLIDAY-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-RECOV-STATUS PIC XX.
       01 WS-PREREQ-STATUS PIC XX.
       01 WS-SNAPSHOT-STATUS PIC XX.
       01 WS-BRPOS-STATUS PIC XX.
       01 WS-SIGNON-STATUS PIC XX.
       01 WS-HWATCH-STATUS PIC XX.
       01 WS-QAREVIEW-STATUS PIC XX.
       01 WS-DUEEXT-STATUS PIC XX.
       01 WS-EXTRACT-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
      * REPORT REPOSITORY PARAMETER AREA - SEE SUBRPS
       01 RPS-PARM.
           05 RPS-REQUEST PIC X.
           05 RPS-JOBNAME PIC X(8) VALUE 'TASKRLD0'.
           05 RPS-LINE PIC X(80).
           05 RPS-STATUS PIC X.
       01 WS-OPEN-STATUS PIC XX.
       01 WS-PROBE-STATUS PIC XX.
       01 WS-WRITE-STATUS PIC XX.
       01 WS-EOF-FLAG PIC X.
           88 END-OF-FILE-SCAN VALUE 'Y'.
       01 WS-READ-COUNT PIC 9(9) VALUE 0.
       01 WS-LOADED-COUNT PIC 9(9) VALUE 0.
       01 WS-REJECTED-COUNT PIC 9(9) VALUE 0.
      * TAGS NOT IN THE TABLE, A SECOND HEADER, A REPEATED TRAILER
       01 WS-UNKNOWN-COUNT PIC 9(9) VALUE 0.
       01 WS-LIVE-COUNT PIC 9(3) VALUE 0.
       01 IF-BALANCED PIC X.
           88 ALL-BALANCED VALUE 'Y'.
      * EXTRACT TAG OF EVERY FILE, IN UNLOAD ORDER - THE SUBSCRIPT
      * INTO THIS TABLE IS THE SUBSCRIPT INTO THE TOTALS BELOW
       01 WS-FILE-TAGS.
           05 FILLER PIC X(8) VALUE 'USERS'.
           05 FILLER PIC X(8) VALUE 'TEAMS'.
           05 FILLER PIC X(8) VALUE 'PERMS'.
           05 FILLER PIC X(8) VALUE 'TEMPLATE'.
           05 FILLER PIC X(8) VALUE 'ABSENCE'.
           05 FILLER PIC X(8) VALUE 'NOTES'.
           05 FILLER PIC X(8) VALUE 'NOTESH'.
           05 FILLER PIC X(8) VALUE 'TASKTEXT'.
           05 FILLER PIC X(8) VALUE 'TASKTXTH'.
           05 FILLER PIC X(8) VALUE 'WORKLOG'.
           05 FILLER PIC X(8) VALUE 'TASKXREF'.
           05 FILLER PIC X(8) VALUE 'CONTROL'.
           05 FILLER PIC X(8) VALUE 'TASKS'.
           05 FILLER PIC X(8) VALUE 'HISTORY'.
           05 FILLER PIC X(8) VALUE 'DECLINES'.
           05 FILLER PIC X(8) VALUE 'SKILLS'.
           05 FILLER PIC X(8) VALUE 'CATEGORY'.
           05 FILLER PIC X(8) VALUE 'RATE'.
           05 FILLER PIC X(8) VALUE 'MESSAGES'.
           05 FILLER PIC X(8) VALUE 'HOLIDAYS'.
           05 FILLER PIC X(8) VALUE 'AUDIT'.
           05 FILLER PIC X(8) VALUE 'RECOVLOG'.
           05 FILLER PIC X(8) VALUE 'JOBPRQ'.
           05 FILLER PIC X(8) VALUE 'SNAPSHOT'.
           05 FILLER PIC X(8) VALUE 'BRPOS'.
           05 FILLER PIC X(8) VALUE 'SIGNON'.
           05 FILLER PIC X(8) VALUE 'HWATCH'.
           05 FILLER PIC X(8) VALUE 'QAREVIEW'.
           05 FILLER PIC X(8) VALUE 'DUEEXT'.
       01 WS-FILE-TAG-TAB REDEFINES WS-FILE-TAGS.
           05 WS-FILE-TAG PIC X(8) OCCURS 29 TIMES.
       01 WS-BALANCE-TABLE.
           05 WS-BT-ENTRY OCCURS 29 TIMES.
               10 WS-BT-TRAILER-SEEN PIC X.
               10 WS-BT-TRL-COUNT PIC 9(9).
               10 WS-BT-TRL-HASH PIC 9(15).
               10 WS-BT-EXT-COUNT PIC 9(9).
               10 WS-BT-EXT-HASH PIC 9(15).
               10 WS-BT-LOAD-COUNT PIC 9(9).
               10 WS-BT-LOAD-HASH PIC 9(15).
               10 WS-BT-RESULT PIC X(10).
       01 WS-FX PIC 9(2).
       01 WS-LOOKUP-TAG PIC X(8).
       01 WS-TAG-FOUND PIC X.
           88 TAG-FOUND VALUE 'Y'.
       01 WS-IMAGE PIC X(400).
       01 WS-HEADINGS.
           05 WS-TITLE1 PIC X(80) VALUE
              'FULL-SYSTEM RELOAD - PER-FILE BALANCING REPORT'.
           05 WS-TITLE2.
               10 FILLER PIC X(16) VALUE 'EXTRACT WRITTEN '.
               10 WS-T2-DATE PIC 9(8).
               10 FILLER PIC X(1) VALUE SPACE.
               10 WS-T2-TIME PIC 9(6).
               10 FILLER PIC X(4) VALUE ' BY '.
               10 WS-T2-SOURCE PIC X(8).
           05 WS-TITLE3.
               10 FILLER PIC X(30) VALUE
                  'FILE        TRAILER    EXTRACT'.
               10 FILLER PIC X(28) VALUE
                  '     LOADED     TRAILER-HASH'.
               10 FILLER PIC X(22) VALUE '  RESULT'.
       01 WS-DETAIL-LINE.
           05 DL-FILE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-TRL-COUNT PIC ZZZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-EXT-COUNT PIC ZZZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-LOAD-COUNT PIC ZZZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-TRL-HASH PIC 9(15).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-RESULT PIC X(10).
       01 WS-BLANK-LINE PIC X(80) VALUE SPACES.
       01 WS-NOT-LOADED-LINE PIC X(80) VALUE
          'EXTRACT OUT OF BALANCE WITH ITS TRAILERS - NOTHING RELOADED'.
       01 WS-UNKNOWN-LINE.
           05 FILLER PIC X(40) VALUE
              'UNRECOGNISED OR REPEATED EXTRACT RECORDS'.
           05 FILLER PIC X(2) VALUE ': '.
           05 UK-COUNT PIC ZZZZZZZZ9.
       01 WS-LIVE-LINE PIC X(80) VALUE
          'TARGET FILES ALREADY HOLD RECORDS - NOTHING RELOADED'.
       01 WS-OUT-LINE PIC X(80) VALUE
          'RELOAD OUT OF BALANCE - REGION MUST NOT BE OPENED TO USERS'.
       01 WS-GOOD-LINE PIC X(80) VALUE
          'EVERY FILE RELOADED AND BALANCED TO ITS TRAILER'.
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM CHECK-PREREQS-PARA
           PERFORM OPEN-BATCH-LOG-PARA
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00' THEN
               DISPLAY 'TASKRLD0 OPEN FAILED FOR REPORT-FILE - STATUS '
                   WS-REPORT-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           INITIALIZE WS-BALANCE-TABLE
           PERFORM CHECK-EXTRACT-PARA
           MOVE WS-TITLE1 TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE WS-TITLE2 TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE WS-BLANK-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           PERFORM COMPARE-EXTRACT-PARA
           IF NOT ALL-BALANCED THEN
               PERFORM PRINT-BALANCE-PARA
               MOVE WS-NOT-LOADED-LINE TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA
               DISPLAY 'TASKRLD0 EXTRACT OUT OF BALANCE - NOTHING '
                   'RELOADED'
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           PERFORM PROBE-TARGETS-PARA
           IF WS-LIVE-COUNT > 0 THEN
               MOVE WS-LIVE-LINE TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA
               DISPLAY 'TASKRLD0 ' WS-LIVE-COUNT
                   ' TARGET FILES NOT EMPTY - NOTHING RELOADED'
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           PERFORM OPEN-TARGETS-PARA
           PERFORM LOAD-EXTRACT-PARA
           PERFORM CLOSE-TARGETS-PARA
           PERFORM COMPARE-LOAD-PARA
           PERFORM PRINT-BALANCE-PARA
           DISPLAY 'TASKRLD0 RECORDS RELOADED: ' WS-LOADED-COUNT
           DISPLAY 'TASKRLD0 RECORDS REJECTED: ' WS-REJECTED-COUNT
           IF NOT ALL-BALANCED THEN
               MOVE WS-OUT-LINE TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA
               DISPLAY 'TASKRLD0 RELOAD OUT OF BALANCE'
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           MOVE WS-GOOD-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           DISPLAY 'TASKRLD0 RUN TASKCHK0 TO REBUILD TASKSUM BEFORE '
               'OPENING THE REGION'
           CLOSE REPORT-FILE
           MOVE 'C' TO RPS-REQUEST
           CALL 'SUBRPS' USING RPS-PARM
           PERFORM WRITE-BATCH-LOG-END-PARA
           GOBACK.
       CHECK-EXTRACT-PARA.
      * FIRST PASS - TOTALS THE EXTRACT AND PICKS UP THE TRAILERS.
      * THE FIRST RECORD MUST BE THE HEADER, OR THIS IS NOT AN EXTRACT
           OPEN INPUT EXTRACT-FILE
           IF WS-EXTRACT-STATUS NOT = '00' THEN
               DISPLAY 'TASKRLD0 OPEN FAILED FOR EXTRACT-FILE - STATUS '
                   WS-EXTRACT-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           READ EXTRACT-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ
           IF END-OF-FILE-SCAN OR NOT UL-HEADER THEN
               DISPLAY 'TASKRLD0 UNLDD IS NOT A FULL-SYSTEM EXTRACT'
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           MOVE UL-H-RUN-DATE TO WS-T2-DATE
           MOVE UL-H-RUN-TIME TO WS-T2-TIME
           MOVE UL-H-SOURCE TO WS-T2-SOURCE
           PERFORM UNTIL END-OF-FILE-SCAN
               READ EXTRACT-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM CHECK-ONE-RECORD-PARA
               END-READ
           END-PERFORM
           CLOSE EXTRACT-FILE
           EXIT.
       CHECK-ONE-RECORD-PARA.
           EVALUATE TRUE
           WHEN UL-HEADER
               ADD 1 TO WS-UNKNOWN-COUNT
           WHEN UL-TRAILER
               MOVE UL-T-FILE TO WS-LOOKUP-TAG
               PERFORM FIND-TAG-PARA
               IF TAG-FOUND AND WS-BT-TRAILER-SEEN(WS-FX) NOT = 'Y'
               THEN
                   MOVE 'Y' TO WS-BT-TRAILER-SEEN(WS-FX)
                   MOVE UL-T-COUNT TO WS-BT-TRL-COUNT(WS-FX)
                   MOVE UL-T-HASH TO WS-BT-TRL-HASH(WS-FX)
               ELSE
                   ADD 1 TO WS-UNKNOWN-COUNT
               END-IF
           WHEN OTHER
               MOVE UL-REC-TYPE TO WS-LOOKUP-TAG
               PERFORM FIND-TAG-PARA
               IF TAG-FOUND THEN
                   MOVE UL-BODY TO HTT-RECORD
                   CALL 'SUBHTT' USING HTT-PARM
                   ADD 1 TO WS-BT-EXT-COUNT(WS-FX)
                   ADD HTT-HASH TO WS-BT-EXT-HASH(WS-FX)
               ELSE
                   ADD 1 TO WS-UNKNOWN-COUNT
               END-IF
           END-EVALUATE
           EXIT.
       FIND-TAG-PARA.
      * LEAVES WS-FX ON THE TABLE SLOT FOR WS-LOOKUP-TAG WHEN FOUND
           MOVE 'N' TO WS-TAG-FOUND
           PERFORM VARYING WS-FX FROM 1 BY 1
               UNTIL WS-FX > 29 OR TAG-FOUND
               IF WS-FILE-TAG(WS-FX) = WS-LOOKUP-TAG THEN
                   MOVE 'Y' TO WS-TAG-FOUND
               END-IF
           END-PERFORM
           IF TAG-FOUND THEN
               SUBTRACT 1 FROM WS-FX
           END-IF
           EXIT.
       COMPARE-EXTRACT-PARA.
           MOVE 'Y' TO IF-BALANCED
           IF WS-UNKNOWN-COUNT > 0 THEN
               MOVE 'N' TO IF-BALANCED
               MOVE WS-UNKNOWN-COUNT TO UK-COUNT
               MOVE WS-UNKNOWN-LINE TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA
           END-IF
           PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 29
               EVALUATE TRUE
               WHEN WS-BT-TRAILER-SEEN(WS-FX) NOT = 'Y'
                   MOVE 'NO TRAILER' TO WS-BT-RESULT(WS-FX)
                   MOVE 'N' TO IF-BALANCED
               WHEN WS-BT-EXT-COUNT(WS-FX) NOT = WS-BT-TRL-COUNT(WS-FX)
                   MOVE 'COUNT OFF' TO WS-BT-RESULT(WS-FX)
                   MOVE 'N' TO IF-BALANCED
               WHEN WS-BT-EXT-HASH(WS-FX) NOT = WS-BT-TRL-HASH(WS-FX)
                   MOVE 'HASH OFF' TO WS-BT-RESULT(WS-FX)
                   MOVE 'N' TO IF-BALANCED
               WHEN OTHER
                   MOVE SPACES TO WS-BT-RESULT(WS-FX)
               END-EVALUATE
           END-PERFORM
           EXIT.
       PROBE-TARGETS-PARA.
      * A TARGET THAT OPENS AND GIVES UP A RECORD IS A LIVE FILE. ONE
      * THAT IS NOT THERE YET IS CREATED BY THE OUTPUT OPEN BELOW
           MOVE 1 TO WS-FX
           OPEN INPUT USERS-FILE
           IF WS-USERS-STATUS = '00' THEN
               READ USERS-FILE NEXT RECORD
               MOVE WS-USERS-STATUS TO WS-PROBE-STATUS
               CLOSE USERS-FILE
               PERFORM NOTE-PROBE-PARA
           END-IF
           MOVE 2 TO WS-FX
           OPEN INPUT TEAMS-FILE
           IF WS-TEAMS-STATUS = '00' THEN
               READ TEAMS-FILE NEXT RECORD
               MOVE WS-TEAMS-STATUS TO WS-PROBE-STATUS
               CLOSE TEAMS-FILE
               PERFORM NOTE-PROBE-PARA
           END-IF
           MOVE 3 TO WS-FX
           OPEN INPUT PERMS-FILE
           IF WS-PERMS-STATUS = '00' THEN
               READ PERMS-FILE NEXT RECORD
               MOVE WS-PERMS-STATUS TO WS-PROBE-STATUS
               CLOSE PERMS-FILE
               PERFORM NOTE-PROBE-PARA
           END-IF
           MOVE 4 TO WS-FX
           OPEN INPUT TEMPLATE-FILE
           IF WS-TEMPLATE-STATUS = '00' THEN
               READ TEMPLATE-FILE NEXT RECORD
               MOVE WS-TEMPLATE-STATUS TO WS-PROBE-STATUS
               CLOSE TEMPLATE-FILE
               PERFORM NOTE-PROBE-PARA
           END-IF
           MOVE 5 TO WS-FX
           OPEN INPUT ABSENCE-FILE
           IF WS-ABSENCE-STATUS = '00' THEN
               READ ABSENCE-FILE NEXT RECORD
               MOVE WS-ABSENCE-STATUS TO WS-PROBE-STATUS
               CLOSE ABSENCE-FILE
               PERFORM NOTE-PROBE-PARA
           END-IF
           MOVE 6 TO WS-FX
           OPEN INPUT NOTES-FILE
           IF WS-NOTES-STATUS = '00' THEN
               READ NOTES-FILE NEXT RECORD
               MOVE WS-NOTES-STATUS TO WS-PROBE-STATUS
               CLOSE NOTES-FILE
               PERFORM NOTE-PROBE-PARA
           END-IF
           MOVE 7 TO WS-FX
           OPEN INPUT NOTESH-FILE
           IF WS-NOTESH-STATUS = '00' THEN
               READ NOTESH-FILE NEXT RECORD
               MOVE WS-NOTESH-STATUS TO WS-PROBE-STATUS
               CLOSE NOTESH-FILE
               PERFORM NOTE-PROBE-PARA
           END-IF
           MOVE 8 TO WS-FX
           OPEN INPUT XTEXT-FILE
           IF WS-XTEXT-STATUS = '00' THEN
               READ XTEXT-FILE NEXT RECORD
               MOVE WS-XTEXT-STATUS TO WS-PROBE-STATUS
               CLOSE XTEXT-FILE
               PERFORM NOTE-PROBE-PARA
           END-IF
           MOVE 9 TO WS-FX
           OPEN INPUT XTEXTH-FILE
           IF WS-XTEXTH-STATUS = '00' THEN
               READ XTEXTH-FILE NEXT RECORD
               MOVE WS-XTEXTH-STATUS TO WS-PROBE-STATUS
               CLOSE XTEXTH-FILE
               PERFORM NOTE-PROBE-PARA
           END-IF
           MOVE 10 TO WS-FX
           OPEN INPUT WORKLOG-FILE
           IF WS-WORKLOG-STATUS = '00' THEN
               READ WORKLOG-FILE NEXT RECORD
               MOVE WS-WORKLOG-STATUS TO WS-PROBE-STATUS
               CLOSE WORKLOG-FILE
               PERFORM NOTE-PROBE-PARA
           END-IF
           MOVE 11 TO WS-FX
           OPEN INPUT XREF-FILE
           IF WS-XREF-STATUS = '00' THEN
               READ XREF-FILE NEXT RECORD
               MOVE WS-XREF-STATUS TO WS-PROBE-STATUS
               CLOSE XREF-FILE
               PERFORM NOTE-PROBE-PARA
           END-IF
           MOVE 12 TO WS-FX
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = '00' THEN
               READ CONTROL-FILE NEXT RECORD
               MOVE WS-CONTROL-STATUS TO WS-PROBE-STATUS
               CLOSE CONTROL-FILE
               PERFORM NOTE-PROBE-PARA
           END-IF
           MOVE 13 TO WS-FX
           OPEN INPUT TASKS-FILE
           IF WS-TASKS-STATUS = '00' THEN
               READ TASKS-FILE NEXT RECORD
               MOVE WS-TASKS-STATUS TO WS-PROBE-STATUS
               CLOSE TASKS-FILE
               PERFORM NOTE-PROBE-PARA
           END-IF
           MOVE 14 TO WS-FX
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS = '00' THEN
               READ HISTORY-FILE NEXT RECORD
               MOVE WS-HISTORY-STATUS TO WS-PROBE-STATUS
               CLOSE HISTORY-FILE
               PERFORM NOTE-PROBE-PARA
           END-IF
           MOVE 15 TO WS-FX
           OPEN INPUT DECLINES-FILE
           IF WS-DECLINES-STATUS = '00' THEN
               READ DECLINES-FILE NEXT RECORD
               MOVE WS-DECLINES-STATUS TO WS-PROBE-STATUS
               CLOSE DECLINES-FILE
               PERFORM NOTE-PROBE-PARA
           END-IF
           MOVE 16 TO WS-FX
           OPEN INPUT SKILLS-FILE
           IF WS-SKILLS-STATUS = '00' THEN
               READ SKILLS-FILE NEXT RECORD
               MOVE WS-SKILLS-STATUS TO WS-PROBE-STATUS
               CLOSE SKILLS-FILE
               PERFORM NOTE-PROBE-PARA
           END-IF
           MOVE 17 TO WS-FX
           OPEN INPUT CATEGORY-FILE
           IF WS-CATEGORY-STATUS = '00' THEN
               READ CATEGORY-FILE NEXT RECORD
               MOVE WS-CATEGORY-STATUS TO WS-PROBE-STATUS
               CLOSE CATEGORY-FILE
               PERFORM NOTE-PROBE-PARA
           END-IF
           MOVE 18 TO WS-FX
           OPEN INPUT RATE-FILE
           IF WS-RATE-STATUS = '00' THEN
               READ RATE-FILE NEXT RECORD
               MOVE WS-RATE-STATUS TO WS-PROBE-STATUS
               CLOSE RATE-FILE
               PERFORM NOTE-PROBE-PARA
           END-IF
           MOVE 19 TO WS-FX
           OPEN INPUT MESSAGES-FILE
           IF WS-MESSAGES-STATUS = '00' THEN
               READ MESSAGES-FILE NEXT RECORD
               MOVE WS-MESSAGES-STATUS TO WS-PROBE-STATUS
               CLOSE MESSAGES-FILE
               PERFORM NOTE-PROBE-PARA
           END-IF
           MOVE 20 TO WS-FX
           OPEN INPUT HOLIDAY-FILE
           IF WS-HOLIDAY-STATUS = '00' THEN
               READ HOLIDAY-FILE NEXT RECORD
               MOVE WS-HOLIDAY-STATUS TO WS-PROBE-STATUS
               CLOSE HOLIDAY-FILE
               PERFORM NOTE-PROBE-PARA
           END-IF
           MOVE 21 TO WS-FX
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = '00' THEN
               READ AUDIT-FILE NEXT RECORD
               MOVE WS-AUDIT-STATUS TO WS-PROBE-STATUS
               CLOSE AUDIT-FILE
               PERFORM NOTE-PROBE-PARA
           END-IF
           MOVE 22 TO WS-FX
           OPEN INPUT RECOVLOG-FILE
           IF WS-RECOV-STATUS = '00' THEN
               READ RECOVLOG-FILE NEXT RECORD
               MOVE WS-RECOV-STATUS TO WS-PROBE-STATUS
               CLOSE RECOVLOG-FILE
               PERFORM NOTE-PROBE-PARA
           END-IF
           MOVE 23 TO WS-FX
           OPEN INPUT PREREQ-FILE
           IF WS-PREREQ-STATUS = '00' THEN
               READ PREREQ-FILE NEXT RECORD
               MOVE WS-PREREQ-STATUS TO WS-PROBE-STATUS
               CLOSE PREREQ-FILE
               PERFORM NOTE-PROBE-PARA
           END-IF
           MOVE 24 TO WS-FX
           OPEN INPUT SNAPSHOT-FILE
           IF WS-SNAPSHOT-STATUS = '00' THEN
               READ SNAPSHOT-FILE NEXT RECORD
               MOVE WS-SNAPSHOT-STATUS TO WS-PROBE-STATUS
               CLOSE SNAPSHOT-FILE
               PERFORM NOTE-PROBE-PARA
           END-IF
           MOVE 25 TO WS-FX
           OPEN INPUT BRPOS-FILE
           IF WS-BRPOS-STATUS = '00' THEN
               READ BRPOS-FILE NEXT RECORD
               MOVE WS-BRPOS-STATUS TO WS-PROBE-STATUS
               CLOSE BRPOS-FILE
               PERFORM NOTE-PROBE-PARA
           END-IF
           MOVE 26 TO WS-FX
           OPEN INPUT SIGNON-FILE
           IF WS-SIGNON-STATUS = '00' THEN
               READ SIGNON-FILE NEXT RECORD
               MOVE WS-SIGNON-STATUS TO WS-PROBE-STATUS
               CLOSE SIGNON-FILE
               PERFORM NOTE-PROBE-PARA
           END-IF
           MOVE 27 TO WS-FX
           OPEN INPUT HWATCH-FILE
           IF WS-HWATCH-STATUS = '00' THEN
               READ HWATCH-FILE NEXT RECORD
               MOVE WS-HWATCH-STATUS TO WS-PROBE-STATUS
               CLOSE HWATCH-FILE
               PERFORM NOTE-PROBE-PARA
           END-IF
           MOVE 28 TO WS-FX
           OPEN INPUT QAREVIEW-FILE
           IF WS-QAREVIEW-STATUS = '00' THEN
               READ QAREVIEW-FILE NEXT RECORD
               MOVE WS-QAREVIEW-STATUS TO WS-PROBE-STATUS
               CLOSE QAREVIEW-FILE
               PERFORM NOTE-PROBE-PARA
           END-IF
           MOVE 29 TO WS-FX
           OPEN INPUT DUEEXT-FILE
           IF WS-DUEEXT-STATUS = '00' THEN
               READ DUEEXT-FILE NEXT RECORD
               MOVE WS-DUEEXT-STATUS TO WS-PROBE-STATUS
               CLOSE DUEEXT-FILE
               PERFORM NOTE-PROBE-PARA
           END-IF
           EXIT.
       NOTE-PROBE-PARA.
           IF WS-PROBE-STATUS = '00' THEN
               ADD 1 TO WS-LIVE-COUNT
               DISPLAY 'TASKRLD0 ' WS-FILE-TAG(WS-FX)
                   ' ALREADY HOLDS RECORDS'
           END-IF
           EXIT.
       OPEN-TARGETS-PARA.
           MOVE 1 TO WS-FX
           OPEN OUTPUT USERS-FILE
           MOVE WS-USERS-STATUS TO WS-OPEN-STATUS
           PERFORM CHECK-TARGET-OPEN-PARA
           MOVE 2 TO WS-FX
           OPEN OUTPUT TEAMS-FILE
           MOVE WS-TEAMS-STATUS TO WS-OPEN-STATUS
           PERFORM CHECK-TARGET-OPEN-PARA
           MOVE 3 TO WS-FX
           OPEN OUTPUT PERMS-FILE
           MOVE WS-PERMS-STATUS TO WS-OPEN-STATUS
           PERFORM CHECK-TARGET-OPEN-PARA
           MOVE 4 TO WS-FX
           OPEN OUTPUT TEMPLATE-FILE
           MOVE WS-TEMPLATE-STATUS TO WS-OPEN-STATUS
           PERFORM CHECK-TARGET-OPEN-PARA
           MOVE 5 TO WS-FX
           OPEN OUTPUT ABSENCE-FILE
           MOVE WS-ABSENCE-STATUS TO WS-OPEN-STATUS
           PERFORM CHECK-TARGET-OPEN-PARA
           MOVE 6 TO WS-FX
           OPEN OUTPUT NOTES-FILE
           MOVE WS-NOTES-STATUS TO WS-OPEN-STATUS
           PERFORM CHECK-TARGET-OPEN-PARA
           MOVE 7 TO WS-FX
           OPEN OUTPUT NOTESH-FILE
           MOVE WS-NOTESH-STATUS TO WS-OPEN-STATUS
           PERFORM CHECK-TARGET-OPEN-PARA
           MOVE 8 TO WS-FX
           OPEN OUTPUT XTEXT-FILE
           MOVE WS-XTEXT-STATUS TO WS-OPEN-STATUS
           PERFORM CHECK-TARGET-OPEN-PARA
           MOVE 9 TO WS-FX
           OPEN OUTPUT XTEXTH-FILE
           MOVE WS-XTEXTH-STATUS TO WS-OPEN-STATUS
           PERFORM CHECK-TARGET-OPEN-PARA
           MOVE 10 TO WS-FX
           OPEN OUTPUT WORKLOG-FILE
           MOVE WS-WORKLOG-STATUS TO WS-OPEN-STATUS
           PERFORM CHECK-TARGET-OPEN-PARA
           MOVE 11 TO WS-FX
           OPEN OUTPUT XREF-FILE
           MOVE WS-XREF-STATUS TO WS-OPEN-STATUS
           PERFORM CHECK-TARGET-OPEN-PARA
           MOVE 12 TO WS-FX
           OPEN OUTPUT CONTROL-FILE
           MOVE WS-CONTROL-STATUS TO WS-OPEN-STATUS
           PERFORM CHECK-TARGET-OPEN-PARA
           MOVE 13 TO WS-FX
           OPEN OUTPUT TASKS-FILE
           MOVE WS-TASKS-STATUS TO WS-OPEN-STATUS
           PERFORM CHECK-TARGET-OPEN-PARA
           MOVE 14 TO WS-FX
           OPEN OUTPUT HISTORY-FILE
           MOVE WS-HISTORY-STATUS TO WS-OPEN-STATUS
           PERFORM CHECK-TARGET-OPEN-PARA
           MOVE 15 TO WS-FX
           OPEN OUTPUT DECLINES-FILE
           MOVE WS-DECLINES-STATUS TO WS-OPEN-STATUS
           PERFORM CHECK-TARGET-OPEN-PARA
           MOVE 16 TO WS-FX
           OPEN OUTPUT SKILLS-FILE
           MOVE WS-SKILLS-STATUS TO WS-OPEN-STATUS
           PERFORM CHECK-TARGET-OPEN-PARA
           MOVE 17 TO WS-FX
           OPEN OUTPUT CATEGORY-FILE
           MOVE WS-CATEGORY-STATUS TO WS-OPEN-STATUS
           PERFORM CHECK-TARGET-OPEN-PARA
           MOVE 18 TO WS-FX
           OPEN OUTPUT RATE-FILE
           MOVE WS-RATE-STATUS TO WS-OPEN-STATUS
           PERFORM CHECK-TARGET-OPEN-PARA
           MOVE 19 TO WS-FX
           OPEN OUTPUT MESSAGES-FILE
           MOVE WS-MESSAGES-STATUS TO WS-OPEN-STATUS
           PERFORM CHECK-TARGET-OPEN-PARA
           MOVE 20 TO WS-FX
           OPEN OUTPUT HOLIDAY-FILE
           MOVE WS-HOLIDAY-STATUS TO WS-OPEN-STATUS
           PERFORM CHECK-TARGET-OPEN-PARA
           MOVE 21 TO WS-FX
           OPEN OUTPUT AUDIT-FILE
           MOVE WS-AUDIT-STATUS TO WS-OPEN-STATUS
           PERFORM CHECK-TARGET-OPEN-PARA
           MOVE 22 TO WS-FX
           OPEN OUTPUT RECOVLOG-FILE
           MOVE WS-RECOV-STATUS TO WS-OPEN-STATUS
           PERFORM CHECK-TARGET-OPEN-PARA
           MOVE 23 TO WS-FX
           OPEN OUTPUT PREREQ-FILE
           MOVE WS-PREREQ-STATUS TO WS-OPEN-STATUS
           PERFORM CHECK-TARGET-OPEN-PARA
           MOVE 24 TO WS-FX
           OPEN OUTPUT SNAPSHOT-FILE
           MOVE WS-SNAPSHOT-STATUS TO WS-OPEN-STATUS
           PERFORM CHECK-TARGET-OPEN-PARA
           MOVE 25 TO WS-FX
           OPEN OUTPUT BRPOS-FILE
           MOVE WS-BRPOS-STATUS TO WS-OPEN-STATUS
           PERFORM CHECK-TARGET-OPEN-PARA
           MOVE 26 TO WS-FX
           OPEN OUTPUT SIGNON-FILE
           MOVE WS-SIGNON-STATUS TO WS-OPEN-STATUS
           PERFORM CHECK-TARGET-OPEN-PARA
           MOVE 27 TO WS-FX
           OPEN OUTPUT HWATCH-FILE
           MOVE WS-HWATCH-STATUS TO WS-OPEN-STATUS
           PERFORM CHECK-TARGET-OPEN-PARA
           MOVE 28 TO WS-FX
           OPEN OUTPUT QAREVIEW-FILE
           MOVE WS-QAREVIEW-STATUS TO WS-OPEN-STATUS
           PERFORM CHECK-TARGET-OPEN-PARA
           MOVE 29 TO WS-FX
           OPEN OUTPUT DUEEXT-FILE
           MOVE WS-DUEEXT-STATUS TO WS-OPEN-STATUS
           PERFORM CHECK-TARGET-OPEN-PARA
           EXIT.
       CHECK-TARGET-OPEN-PARA.
           IF WS-OPEN-STATUS NOT = '00' THEN
               DISPLAY 'TASKRLD0 OPEN FAILED FOR ' WS-FILE-TAG(WS-FX)
                   ' - STATUS ' WS-OPEN-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           EXIT.
       LOAD-EXTRACT-PARA.
      * SECOND PASS - HEADER AND TRAILERS ARE ALREADY ACCOUNTED FOR
           OPEN INPUT EXTRACT-FILE
           IF WS-EXTRACT-STATUS NOT = '00' THEN
               DISPLAY 'TASKRLD0 OPEN FAILED FOR EXTRACT-FILE - STATUS '
                   WS-EXTRACT-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL END-OF-FILE-SCAN
               READ EXTRACT-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF NOT UL-HEADER AND NOT UL-TRAILER THEN
                           PERFORM LOAD-ONE-RECORD-PARA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXTRACT-FILE
           EXIT.
       LOAD-ONE-RECORD-PARA.
      * THE HASH IS TAKEN OFF THE RECORD AREA AFTER THE WRITE, SO THE
      * LOADED TOTAL PROVES WHAT WENT INTO THE FILE, NOT WHAT WAS READ
           MOVE 0 TO WS-FX
           EVALUATE UL-REC-TYPE
           WHEN 'USERS'
               MOVE 1 TO WS-FX
               MOVE UL-BODY TO FS-USERS
               WRITE FS-USERS
               MOVE WS-USERS-STATUS TO WS-WRITE-STATUS
               MOVE FS-USERS TO WS-IMAGE
           WHEN 'TEAMS'
               MOVE 2 TO WS-FX
               MOVE UL-BODY TO FS-TEAMS
               WRITE FS-TEAMS
               MOVE WS-TEAMS-STATUS TO WS-WRITE-STATUS
               MOVE FS-TEAMS TO WS-IMAGE
           WHEN 'PERMS'
               MOVE 3 TO WS-FX
               MOVE UL-BODY TO FS-PERMS
               WRITE FS-PERMS
               MOVE WS-PERMS-STATUS TO WS-WRITE-STATUS
               MOVE FS-PERMS TO WS-IMAGE
           WHEN 'TEMPLATE'
               MOVE 4 TO WS-FX
               MOVE UL-BODY TO FS-TEMPLATE
               WRITE FS-TEMPLATE
               MOVE WS-TEMPLATE-STATUS TO WS-WRITE-STATUS
               MOVE FS-TEMPLATE TO WS-IMAGE
           WHEN 'ABSENCE'
               MOVE 5 TO WS-FX
               MOVE UL-BODY TO FS-ABSENCE
               WRITE FS-ABSENCE
               MOVE WS-ABSENCE-STATUS TO WS-WRITE-STATUS
               MOVE FS-ABSENCE TO WS-IMAGE
           WHEN 'NOTES'
               MOVE 6 TO WS-FX
               MOVE UL-BODY TO FS-NOTES
               WRITE FS-NOTES
               MOVE WS-NOTES-STATUS TO WS-WRITE-STATUS
               MOVE FS-NOTES TO WS-IMAGE
           WHEN 'NOTESH'
               MOVE 7 TO WS-FX
               MOVE UL-BODY TO FS-NOTES-HIST
               WRITE FS-NOTES-HIST
               MOVE WS-NOTESH-STATUS TO WS-WRITE-STATUS
               MOVE FS-NOTES-HIST TO WS-IMAGE
           WHEN 'TASKTEXT'
               MOVE 8 TO WS-FX
               MOVE UL-BODY TO FS-TASKTEXT
               WRITE FS-TASKTEXT
               MOVE WS-XTEXT-STATUS TO WS-WRITE-STATUS
               MOVE FS-TASKTEXT TO WS-IMAGE
           WHEN 'TASKTXTH'
               MOVE 9 TO WS-FX
               MOVE UL-BODY TO FS-TASKTEXT-HIST
               WRITE FS-TASKTEXT-HIST
               MOVE WS-XTEXTH-STATUS TO WS-WRITE-STATUS
               MOVE FS-TASKTEXT-HIST TO WS-IMAGE
           WHEN 'WORKLOG'
               MOVE 10 TO WS-FX
               MOVE UL-BODY TO FS-WORKLOG
               WRITE FS-WORKLOG
               MOVE WS-WORKLOG-STATUS TO WS-WRITE-STATUS
               MOVE FS-WORKLOG TO WS-IMAGE
           WHEN 'TASKXREF'
               MOVE 11 TO WS-FX
               MOVE UL-BODY TO FS-TASKXREF
               WRITE FS-TASKXREF
               MOVE WS-XREF-STATUS TO WS-WRITE-STATUS
               MOVE FS-TASKXREF TO WS-IMAGE
           WHEN 'CONTROL'
               MOVE 12 TO WS-FX
               MOVE UL-BODY TO FS-CONTROL
               WRITE FS-CONTROL
               MOVE WS-CONTROL-STATUS TO WS-WRITE-STATUS
               MOVE FS-CONTROL TO WS-IMAGE
           WHEN 'TASKS'
               MOVE 13 TO WS-FX
               MOVE UL-BODY TO FS-TASKS
               WRITE FS-TASKS
               MOVE WS-TASKS-STATUS TO WS-WRITE-STATUS
               MOVE FS-TASKS TO WS-IMAGE
           WHEN 'HISTORY'
               MOVE 14 TO WS-FX
               MOVE UL-BODY TO FS-HISTORY
               WRITE FS-HISTORY
               MOVE WS-HISTORY-STATUS TO WS-WRITE-STATUS
               MOVE FS-HISTORY TO WS-IMAGE
           WHEN 'DECLINES'
               MOVE 15 TO WS-FX
               MOVE UL-BODY TO FS-DECLINES
               WRITE FS-DECLINES
               MOVE WS-DECLINES-STATUS TO WS-WRITE-STATUS
               MOVE FS-DECLINES TO WS-IMAGE
           WHEN 'SKILLS'
               MOVE 16 TO WS-FX
               MOVE UL-BODY TO FS-SKILLS
               WRITE FS-SKILLS
               MOVE WS-SKILLS-STATUS TO WS-WRITE-STATUS
               MOVE FS-SKILLS TO WS-IMAGE
           WHEN 'CATEGORY'
               MOVE 17 TO WS-FX
               MOVE UL-BODY TO FS-CATEGORY
               WRITE FS-CATEGORY
               MOVE WS-CATEGORY-STATUS TO WS-WRITE-STATUS
               MOVE FS-CATEGORY TO WS-IMAGE
           WHEN 'RATE'
               MOVE 18 TO WS-FX
               MOVE UL-BODY TO FS-RATE
               WRITE FS-RATE
               MOVE WS-RATE-STATUS TO WS-WRITE-STATUS
               MOVE FS-RATE TO WS-IMAGE
           WHEN 'MESSAGES'
               MOVE 19 TO WS-FX
               MOVE UL-BODY TO FS-MESSAGES
               WRITE FS-MESSAGES
               MOVE WS-MESSAGES-STATUS TO WS-WRITE-STATUS
               MOVE FS-MESSAGES TO WS-IMAGE
           WHEN 'HOLIDAYS'
               MOVE 20 TO WS-FX
               MOVE UL-BODY TO FS-HOLIDAY
               WRITE FS-HOLIDAY
               MOVE WS-HOLIDAY-STATUS TO WS-WRITE-STATUS
               MOVE FS-HOLIDAY TO WS-IMAGE
           WHEN 'AUDIT'
               MOVE 21 TO WS-FX
               MOVE UL-BODY TO FS-AUDIT
               WRITE FS-AUDIT
               MOVE WS-AUDIT-STATUS TO WS-WRITE-STATUS
               MOVE FS-AUDIT TO WS-IMAGE
           WHEN 'RECOVLOG'
               MOVE 22 TO WS-FX
               MOVE UL-BODY TO FS-RECOV
               WRITE FS-RECOV
               MOVE WS-RECOV-STATUS TO WS-WRITE-STATUS
               MOVE FS-RECOV TO WS-IMAGE
           WHEN 'JOBPRQ'
               MOVE 23 TO WS-FX
               MOVE UL-BODY TO FS-JOBPREREQ
               WRITE FS-JOBPREREQ
               MOVE WS-PREREQ-STATUS TO WS-WRITE-STATUS
               MOVE FS-JOBPREREQ TO WS-IMAGE
           WHEN 'SNAPSHOT'
               MOVE 24 TO WS-FX
               MOVE UL-BODY TO FS-SNAPSHOT
               WRITE FS-SNAPSHOT
               MOVE WS-SNAPSHOT-STATUS TO WS-WRITE-STATUS
               MOVE FS-SNAPSHOT TO WS-IMAGE
           WHEN 'BRPOS'
               MOVE 25 TO WS-FX
               MOVE UL-BODY TO FS-BROWSE-POS
               WRITE FS-BROWSE-POS
               MOVE WS-BRPOS-STATUS TO WS-WRITE-STATUS
               MOVE FS-BROWSE-POS TO WS-IMAGE
           WHEN 'SIGNON'
               MOVE 26 TO WS-FX
               MOVE UL-BODY TO FS-SIGNON
               WRITE FS-SIGNON
               MOVE WS-SIGNON-STATUS TO WS-WRITE-STATUS
               MOVE FS-SIGNON TO WS-IMAGE
           WHEN 'HWATCH'
               MOVE 27 TO WS-FX
               MOVE UL-BODY TO FS-HWATCH
               WRITE FS-HWATCH
               MOVE WS-HWATCH-STATUS TO WS-WRITE-STATUS
               MOVE FS-HWATCH TO WS-IMAGE
           WHEN 'QAREVIEW'
               MOVE 28 TO WS-FX
               MOVE UL-BODY TO FS-QAREVIEW
               WRITE FS-QAREVIEW
               MOVE WS-QAREVIEW-STATUS TO WS-WRITE-STATUS
               MOVE FS-QAREVIEW TO WS-IMAGE
           WHEN 'DUEEXT'
               MOVE 29 TO WS-FX
               MOVE UL-BODY TO FS-DUEEXT
               WRITE FS-DUEEXT
               MOVE WS-DUEEXT-STATUS TO WS-WRITE-STATUS
               MOVE FS-DUEEXT TO WS-IMAGE
           END-EVALUATE
           IF WS-FX > 0 THEN
               IF WS-WRITE-STATUS = '00' THEN
                   MOVE WS-IMAGE TO HTT-RECORD
                   CALL 'SUBHTT' USING HTT-PARM
                   ADD 1 TO WS-BT-LOAD-COUNT(WS-FX)
                   ADD HTT-HASH TO WS-BT-LOAD-HASH(WS-FX)
                   ADD 1 TO WS-LOADED-COUNT
               ELSE
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY 'TASKRLD0 WRITE FAILED FOR '
                       WS-FILE-TAG(WS-FX) ' - STATUS ' WS-WRITE-STATUS
               END-IF
           END-IF
           EXIT.
       CLOSE-TARGETS-PARA.
           CLOSE USERS-FILE
           CLOSE TEAMS-FILE
           CLOSE PERMS-FILE
           CLOSE TEMPLATE-FILE
           CLOSE ABSENCE-FILE
           CLOSE NOTES-FILE
           CLOSE NOTESH-FILE
           CLOSE XTEXT-FILE
           CLOSE XTEXTH-FILE
           CLOSE WORKLOG-FILE
           CLOSE XREF-FILE
           CLOSE CONTROL-FILE
           CLOSE TASKS-FILE
           CLOSE HISTORY-FILE
           CLOSE DECLINES-FILE
           CLOSE SKILLS-FILE
           CLOSE CATEGORY-FILE
           CLOSE RATE-FILE
           CLOSE MESSAGES-FILE
           CLOSE HOLIDAY-FILE
           CLOSE AUDIT-FILE
           CLOSE RECOVLOG-FILE
           CLOSE PREREQ-FILE
           CLOSE SNAPSHOT-FILE
           CLOSE BRPOS-FILE
           CLOSE SIGNON-FILE
           CLOSE HWATCH-FILE
           CLOSE QAREVIEW-FILE
           CLOSE DUEEXT-FILE
           EXIT.
       COMPARE-LOAD-PARA.
           MOVE 'Y' TO IF-BALANCED
           PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 29
               EVALUATE TRUE
               WHEN WS-BT-LOAD-COUNT(WS-FX) NOT = WS-BT-TRL-COUNT(WS-FX)
                   MOVE 'COUNT OFF' TO WS-BT-RESULT(WS-FX)
                   MOVE 'N' TO IF-BALANCED
               WHEN WS-BT-LOAD-HASH(WS-FX) NOT = WS-BT-TRL-HASH(WS-FX)
                   MOVE 'HASH OFF' TO WS-BT-RESULT(WS-FX)
                   MOVE 'N' TO IF-BALANCED
               WHEN OTHER
                   MOVE 'BALANCED' TO WS-BT-RESULT(WS-FX)
               END-EVALUATE
           END-PERFORM
           EXIT.
       PRINT-BALANCE-PARA.
           MOVE WS-TITLE3 TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 29
               MOVE WS-FILE-TAG(WS-FX) TO DL-FILE
               MOVE WS-BT-TRL-COUNT(WS-FX) TO DL-TRL-COUNT
               MOVE WS-BT-EXT-COUNT(WS-FX) TO DL-EXT-COUNT
               MOVE WS-BT-LOAD-COUNT(WS-FX) TO DL-LOAD-COUNT
               MOVE WS-BT-TRL-HASH(WS-FX) TO DL-TRL-HASH
               MOVE WS-BT-RESULT(WS-FX) TO DL-RESULT
               MOVE WS-DETAIL-LINE TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA
           END-PERFORM
           MOVE WS-BLANK-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           EXIT.
       CHECK-PREREQS-PARA.
      * OPERATOR-MAINTAINED RUN-ORDER GUARD - SUBPRQ CHECKS THE
      * JOBPREREQ LIST AGAINST TONIGHT'S BATCHLOG ROWS AND THE JOB
      * REFUSES TO START (LOUDLY, AND ON THE JOURNAL) WHEN A
      * PREREQUISITE HAS NOT COME THROUGH NORMAL. AN OVERRIDE CARD ON
      * OVRDD LETS OPERATIONS PUSH PAST A KNOWN-GOOD SKIP
           MOVE 'TASKRLD0' TO PRQ-JOBNAME
           ACCEPT PRQ-RUN-DATE FROM DATE YYYYMMDD
           CALL 'SUBPRQ' USING PRQ-PARM
           EVALUATE TRUE
           WHEN PRQ-BLOCKED
               DISPLAY 'TASKRLD0 BLOCKED - NO NORMAL '
                   PRQ-MISSING-JOB ' RUN TONIGHT'
               PERFORM WRITE-BLOCKED-LOG-PARA
               STOP RUN
           WHEN PRQ-OVERRIDDEN
               DISPLAY 'TASKRLD0 PREREQ ' PRQ-MISSING-JOB
                   ' MISSING - RUNNING ON OPERATOR OVERRIDE'
           END-EVALUATE
           EXIT.
       WRITE-BLOCKED-LOG-PARA.
      * THE REFUSAL ITSELF GOES ON THE JOURNAL SO TASKBLG0 SHOWS WHAT
      * WAS BLOCKED AND WHY, INSTEAD OF A JOB THAT SILENTLY NEVER RAN
           OPEN I-O BATCHLOG-FILE
           IF WS-BATCHLOG-STATUS NOT = '00' THEN
               DISPLAY 'TASKRLD0 OPEN FAILED FOR BATCHLOG-FILE - '
                   'STATUS ' WS-BATCHLOG-STATUS
               STOP RUN
           END-IF
           MOVE 'TASKRLD0' TO BL-JOBNAME
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
       WRITE-REPORT-LINE-PARA.
      * AN UNATTENDED JOB MUST NOT REPORT "CLEAN" ON A DISK-FULL OR
      * OTHER I/O FAILURE THAT TRUNCATED THE OUTPUT
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = '00' THEN
               DISPLAY 'TASKRLD0 REPORT WRITE FAILED - STATUS '
                   WS-REPORT-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           MOVE 'W' TO RPS-REQUEST
           MOVE REPORT-LINE TO RPS-LINE
           CALL 'SUBRPS' USING RPS-PARM
           EXIT.
       OPEN-BATCH-LOG-PARA.
      * FIRST THING THE JOB DOES - THE ROW GOES ON AS 'RUNNING' AND
      * IS REWRITTEN WITH COUNTS AND OUTCOME ON THE WAY OUT, SO AN
      * ABEND LEAVES A VISIBLE 'RUNNING' ROW BEHIND FOR TASKBLG0
           OPEN I-O BATCHLOG-FILE
           IF WS-BATCHLOG-STATUS NOT = '00' THEN
               DISPLAY 'TASKRLD0 OPEN FAILED FOR BATCHLOG-FILE - '
                   'STATUS ' WS-BATCHLOG-STATUS
               STOP RUN
           END-IF
           MOVE 'TASKRLD0' TO BL-JOBNAME
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
               DISPLAY 'TASKRLD0 BATCHLOG WRITE FAILED - STATUS '
                   WS-BATCHLOG-STATUS
               STOP RUN
           END-IF
           EXIT.
       WRITE-BATCH-LOG-END-PARA.
           ACCEPT BL-END-DATE FROM DATE YYYYMMDD
           ACCEPT WS-BL-TIME-RAW FROM TIME
           COMPUTE BL-END-TIME = WS-BL-TIME-RAW / 100
           MOVE WS-READ-COUNT TO BL-READ-COUNT
           MOVE WS-LOADED-COUNT TO BL-WRITTEN-COUNT
           MOVE WS-REJECTED-COUNT TO BL-SKIPPED-COUNT
           MOVE 'NORMAL' TO BL-OUTCOME
           REWRITE FS-BATCHLOG
           IF WS-BATCHLOG-STATUS NOT = '00' THEN
               DISPLAY 'TASKRLD0 BATCHLOG REWRITE FAILED - STATUS '
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
           MOVE WS-READ-COUNT TO BL-READ-COUNT
           MOVE WS-LOADED-COUNT TO BL-WRITTEN-COUNT
           MOVE WS-REJECTED-COUNT TO BL-SKIPPED-COUNT
           MOVE 'FAILED' TO BL-OUTCOME
           REWRITE FS-BATCHLOG
           CLOSE BATCHLOG-FILE
           EXIT.
