       IDENTIFICATION DIVISION.
       PROGRAM-ID. TASKUNL0.
      * ON-REQUEST BATCH JOB - UNLOADS EVERY FILE IN THE SYSTEM TO ONE
      * PORTABLE SEQUENTIAL EXTRACT ON UNLDD, FOR THE ANNUAL DR TEST
      * AND FOR MOVING THE SYSTEM TO A NEW REGION. RECOVLOG AND
      * TASKRCV0 ONLY PROTECT TASKS - THIS TAKES EVERYTHING AT ONE
      * POINT IN TIME, SO THE FILES CAN BE PROVED TO MATCH EACH OTHER.
      * THE EXTRACT (UNLREC) IS ONE HEADER, THEN EVERY RECORD OF EVERY
      * FILE IN KEY ORDER TAGGED WITH THE FILE IT CAME FROM, THEN ONE
      * TRAILER PER FILE WITH ITS RECORD COUNT AND THE SUM OF THE
      * SUBHTT HASH OF EACH RECORD. TASKRLD0 REBUILDS THE FILES FROM IT
      * AND WILL NOT FINISH UNLESS EVERY FILE BALANCES TO ITS TRAILER.
      * THE ONLINE SYSTEM IS QUIESCED FOR THE RUN SO NOTHING CHANGES
      * BETWEEN ONE FILE AND THE NEXT. BATCHLOG IS THE REGION'S OWN
      * JOB JOURNAL (BOTH JOBS WRITE THEIR ROWS TO IT) AND IS NOT PART
      * OF THE EXTRACT. NEITHER IS RPTSTORE - IT HOLDS ONLY COPIES OF
      * THE BATCH LISTINGS, WHICH THE JOBS PRINT AFRESH EACH RUN, AND
      * TASKHKP0 (PURGE-REPORTS-PARA) AGES IT OUT UNDER RPTRET ANYWAY.
      * A DATASET THAT IS NOT THERE AT ALL UNLOADS AS AN EMPTY FILE
      * AND IS NOTED ON THE LISTING - ANY OTHER OPEN FAILURE STOPS THE
      * RUN.
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
               ACCESS MODE IS DYNAMIC
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
           05 RPS-JOBNAME PIC X(8) VALUE 'TASKUNL0'.
           05 RPS-LINE PIC X(80).
           05 RPS-STATUS PIC X.
       01 WS-OPEN-STATUS PIC XX.
       01 WS-EOF-FLAG PIC X.
           88 END-OF-FILE-SCAN VALUE 'Y'.
       01 WS-READ-COUNT PIC 9(9) VALUE 0.
       01 WS-WRITTEN-COUNT PIC 9(9) VALUE 0.
       01 WS-MISSING-COUNT PIC 9(3) VALUE 0.
       01 WS-QUIESCE-VALUE PIC 9(1).
       01 IF-QUIESCE-SET PIC X VALUE 'N'.
           88 QUIESCE-IS-SET VALUE 'Y'.
      * THE QUIESCE ROW'S VALUE BEFORE THIS JOB SET IT
       01 WS-PRIOR-QUIESCE PIC 9(9) VALUE 0.
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
       01 WS-FILE-TOTALS.
           05 WS-FT-ENTRY OCCURS 29 TIMES.
               10 WS-FT-COUNT PIC 9(9).
               10 WS-FT-HASH PIC 9(15).
               10 WS-FT-PRESENT PIC X.
       01 WS-FX PIC 9(2).
       01 WS-IMAGE PIC X(400).
       01 WS-HEADINGS.
           05 WS-TITLE1 PIC X(80) VALUE
              'FULL-SYSTEM UNLOAD - RECORD COUNTS AND HASH TOTALS'.
           05 WS-TITLE2 PIC X(80) VALUE
              'FILE        RECORDS       HASH TOTAL  NOTE'.
       01 WS-DETAIL-LINE.
           05 DL-FILE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-COUNT PIC ZZZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-HASH PIC 9(15).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-NOTE PIC X(20).
       01 WS-TOTAL-LINE.
           05 FILLER PIC X(8) VALUE 'ALL'.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TL-COUNT PIC ZZZZZZZZ9.
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM CHECK-PREREQS-PARA
           PERFORM OPEN-BATCH-LOG-PARA
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00' THEN
               DISPLAY 'TASKUNL0 OPEN FAILED FOR REPORT-FILE - STATUS '
                   WS-REPORT-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           OPEN OUTPUT EXTRACT-FILE
           IF WS-EXTRACT-STATUS NOT = '00' THEN
               DISPLAY 'TASKUNL0 OPEN FAILED FOR EXTRACT-FILE - STATUS '
                   WS-EXTRACT-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           OPEN I-O CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = '00' THEN
               DISPLAY 'TASKUNL0 OPEN FAILED FOR CONTROL-FILE - STATUS '
                   WS-CONTROL-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           MOVE 'QUIESCE' TO CTL-KEY
           READ CONTROL-FILE
           IF WS-CONTROL-STATUS = '00' THEN
               MOVE CTL-NEXT-TASKID TO WS-PRIOR-QUIESCE
           END-IF
           PERFORM SET-QUIESCE-PARA
           INITIALIZE WS-FILE-TOTALS
           PERFORM WRITE-HEADER-PARA
           PERFORM UNLOAD-USERS-PARA
           PERFORM UNLOAD-TEAMS-PARA
           PERFORM UNLOAD-PERMS-PARA
           PERFORM UNLOAD-TEMPLATE-PARA
           PERFORM UNLOAD-ABSENCE-PARA
           PERFORM UNLOAD-NOTES-PARA
           PERFORM UNLOAD-NOTESH-PARA
           PERFORM UNLOAD-TASKTEXT-PARA
           PERFORM UNLOAD-TASKTXTH-PARA
           PERFORM UNLOAD-WORKLOG-PARA
           PERFORM UNLOAD-TASKXREF-PARA
           PERFORM UNLOAD-CONTROL-PARA
           PERFORM UNLOAD-TASKS-PARA
           PERFORM UNLOAD-HISTORY-PARA
           PERFORM UNLOAD-DECLINES-PARA
           PERFORM UNLOAD-SKILLS-PARA
           PERFORM UNLOAD-CATEGORY-PARA
           PERFORM UNLOAD-RATE-PARA
           PERFORM UNLOAD-MESSAGES-PARA
           PERFORM UNLOAD-HOLIDAYS-PARA
           PERFORM UNLOAD-AUDIT-PARA
           PERFORM UNLOAD-RECOVLOG-PARA
           PERFORM UNLOAD-JOBPRQ-PARA
           PERFORM UNLOAD-SNAPSHOT-PARA
           PERFORM UNLOAD-BRPOS-PARA
           PERFORM UNLOAD-SIGNON-PARA
           PERFORM UNLOAD-HWATCH-PARA
           PERFORM UNLOAD-QAREVIEW-PARA
           PERFORM UNLOAD-DUEEXT-PARA
           PERFORM WRITE-TRAILERS-PARA
           PERFORM CLEAR-QUIESCE-PARA
           CLOSE CONTROL-FILE
           CLOSE EXTRACT-FILE
           PERFORM PRINT-TOTALS-PARA
           CLOSE REPORT-FILE
           MOVE 'C' TO RPS-REQUEST
           CALL 'SUBRPS' USING RPS-PARM
           DISPLAY 'TASKUNL0 RECORDS UNLOADED: ' WS-READ-COUNT
           DISPLAY 'TASKUNL0 EXTRACT RECORDS WRITTEN: ' WS-WRITTEN-COUNT
           IF WS-MISSING-COUNT > 0 THEN
               DISPLAY 'TASKUNL0 DATASETS NOT ON FILE: '
                   WS-MISSING-COUNT
           END-IF
           PERFORM WRITE-BATCH-LOG-END-PARA
           GOBACK.
       CHECK-UNLOAD-OPEN-PARA.
      * ON ENTRY WS-FX NAMES THE FILE AND WS-OPEN-STATUS HOLDS ITS
      * OPEN STATUS. NOT THERE AT ALL ('35') UNLOADS AS EMPTY
           EVALUATE WS-OPEN-STATUS
           WHEN '00'
               MOVE 'Y' TO WS-FT-PRESENT(WS-FX)
           WHEN '35'
               MOVE 'N' TO WS-FT-PRESENT(WS-FX)
               ADD 1 TO WS-MISSING-COUNT
               DISPLAY 'TASKUNL0 NO ' WS-FILE-TAG(WS-FX)
                   ' DATASET - UNLOADED AS EMPTY'
           WHEN OTHER
               DISPLAY 'TASKUNL0 OPEN FAILED FOR '
                   WS-FILE-TAG(WS-FX) ' - STATUS ' WS-OPEN-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-EVALUATE
           EXIT.
       UNLOAD-USERS-PARA.
           MOVE 1 TO WS-FX
           OPEN INPUT USERS-FILE
           MOVE WS-USERS-STATUS TO WS-OPEN-STATUS
           PERFORM CHECK-UNLOAD-OPEN-PARA
           IF WS-FT-PRESENT(WS-FX) = 'Y' THEN
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-FILE-SCAN
                   READ USERS-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE FS-USERS TO WS-IMAGE
                           PERFORM WRITE-EXTRACT-PARA
                   END-READ
               END-PERFORM
               CLOSE USERS-FILE
           END-IF
           EXIT.
       UNLOAD-TEAMS-PARA.
           MOVE 2 TO WS-FX
           OPEN INPUT TEAMS-FILE
           MOVE WS-TEAMS-STATUS TO WS-OPEN-STATUS
           PERFORM CHECK-UNLOAD-OPEN-PARA
           IF WS-FT-PRESENT(WS-FX) = 'Y' THEN
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-FILE-SCAN
                   READ TEAMS-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE FS-TEAMS TO WS-IMAGE
                           PERFORM WRITE-EXTRACT-PARA
                   END-READ
               END-PERFORM
               CLOSE TEAMS-FILE
           END-IF
           EXIT.
       UNLOAD-PERMS-PARA.
           MOVE 3 TO WS-FX
           OPEN INPUT PERMS-FILE
           MOVE WS-PERMS-STATUS TO WS-OPEN-STATUS
           PERFORM CHECK-UNLOAD-OPEN-PARA
           IF WS-FT-PRESENT(WS-FX) = 'Y' THEN
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-FILE-SCAN
                   READ PERMS-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE FS-PERMS TO WS-IMAGE
                           PERFORM WRITE-EXTRACT-PARA
                   END-READ
               END-PERFORM
               CLOSE PERMS-FILE
           END-IF
           EXIT.
       UNLOAD-TEMPLATE-PARA.
           MOVE 4 TO WS-FX
           OPEN INPUT TEMPLATE-FILE
           MOVE WS-TEMPLATE-STATUS TO WS-OPEN-STATUS
           PERFORM CHECK-UNLOAD-OPEN-PARA
           IF WS-FT-PRESENT(WS-FX) = 'Y' THEN
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-FILE-SCAN
                   READ TEMPLATE-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE FS-TEMPLATE TO WS-IMAGE
                           PERFORM WRITE-EXTRACT-PARA
                   END-READ
               END-PERFORM
               CLOSE TEMPLATE-FILE
           END-IF
           EXIT.
       UNLOAD-ABSENCE-PARA.
           MOVE 5 TO WS-FX
           OPEN INPUT ABSENCE-FILE
           MOVE WS-ABSENCE-STATUS TO WS-OPEN-STATUS
           PERFORM CHECK-UNLOAD-OPEN-PARA
           IF WS-FT-PRESENT(WS-FX) = 'Y' THEN
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-FILE-SCAN
                   READ ABSENCE-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE FS-ABSENCE TO WS-IMAGE
                           PERFORM WRITE-EXTRACT-PARA
                   END-READ
               END-PERFORM
               CLOSE ABSENCE-FILE
           END-IF
           EXIT.
       UNLOAD-NOTES-PARA.
           MOVE 6 TO WS-FX
           OPEN INPUT NOTES-FILE
           MOVE WS-NOTES-STATUS TO WS-OPEN-STATUS
           PERFORM CHECK-UNLOAD-OPEN-PARA
           IF WS-FT-PRESENT(WS-FX) = 'Y' THEN
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-FILE-SCAN
                   READ NOTES-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE FS-NOTES TO WS-IMAGE
                           PERFORM WRITE-EXTRACT-PARA
                   END-READ
               END-PERFORM
               CLOSE NOTES-FILE
           END-IF
           EXIT.
       UNLOAD-NOTESH-PARA.
           MOVE 7 TO WS-FX
           OPEN INPUT NOTESH-FILE
           MOVE WS-NOTESH-STATUS TO WS-OPEN-STATUS
           PERFORM CHECK-UNLOAD-OPEN-PARA
           IF WS-FT-PRESENT(WS-FX) = 'Y' THEN
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-FILE-SCAN
                   READ NOTESH-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE FS-NOTES-HIST TO WS-IMAGE
                           PERFORM WRITE-EXTRACT-PARA
                   END-READ
               END-PERFORM
               CLOSE NOTESH-FILE
           END-IF
           EXIT.
       UNLOAD-TASKTEXT-PARA.
           MOVE 8 TO WS-FX
           OPEN INPUT XTEXT-FILE
           MOVE WS-XTEXT-STATUS TO WS-OPEN-STATUS
           PERFORM CHECK-UNLOAD-OPEN-PARA
           IF WS-FT-PRESENT(WS-FX) = 'Y' THEN
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-FILE-SCAN
                   READ XTEXT-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE FS-TASKTEXT TO WS-IMAGE
                           PERFORM WRITE-EXTRACT-PARA
                   END-READ
               END-PERFORM
               CLOSE XTEXT-FILE
           END-IF
           EXIT.
       UNLOAD-TASKTXTH-PARA.
           MOVE 9 TO WS-FX
           OPEN INPUT XTEXTH-FILE
           MOVE WS-XTEXTH-STATUS TO WS-OPEN-STATUS
           PERFORM CHECK-UNLOAD-OPEN-PARA
           IF WS-FT-PRESENT(WS-FX) = 'Y' THEN
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-FILE-SCAN
                   READ XTEXTH-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE FS-TASKTEXT-HIST TO WS-IMAGE
                           PERFORM WRITE-EXTRACT-PARA
                   END-READ
               END-PERFORM
               CLOSE XTEXTH-FILE
           END-IF
           EXIT.
       UNLOAD-WORKLOG-PARA.
           MOVE 10 TO WS-FX
           OPEN INPUT WORKLOG-FILE
           MOVE WS-WORKLOG-STATUS TO WS-OPEN-STATUS
           PERFORM CHECK-UNLOAD-OPEN-PARA
           IF WS-FT-PRESENT(WS-FX) = 'Y' THEN
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-FILE-SCAN
                   READ WORKLOG-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE FS-WORKLOG TO WS-IMAGE
                           PERFORM WRITE-EXTRACT-PARA
                   END-READ
               END-PERFORM
               CLOSE WORKLOG-FILE
           END-IF
           EXIT.
       UNLOAD-TASKXREF-PARA.
           MOVE 11 TO WS-FX
           OPEN INPUT XREF-FILE
           MOVE WS-XREF-STATUS TO WS-OPEN-STATUS
           PERFORM CHECK-UNLOAD-OPEN-PARA
           IF WS-FT-PRESENT(WS-FX) = 'Y' THEN
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-FILE-SCAN
                   READ XREF-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE FS-TASKXREF TO WS-IMAGE
                           PERFORM WRITE-EXTRACT-PARA
                   END-READ
               END-PERFORM
               CLOSE XREF-FILE
           END-IF
           EXIT.
       UNLOAD-CONTROL-PARA.
      * ALREADY OPEN FOR THE QUIESCE SWITCH - BROWSED FROM THE TOP.
      * THE QUIESCE ROW GOES OUT AS IT STOOD BEFORE THIS JOB SET IT,
      * SO A RELOADED REGION DOES NOT COME UP LOCKED OUT
           MOVE 12 TO WS-FX
           MOVE 'Y' TO WS-FT-PRESENT(WS-FX)
           MOVE LOW-VALUES TO CTL-KEY
           START CONTROL-FILE KEY IS NOT LESS THAN CTL-KEY
           IF WS-CONTROL-STATUS = '00' THEN
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-FILE-SCAN
                   READ CONTROL-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF CTL-KEY = 'QUIESCE' THEN
                               MOVE WS-PRIOR-QUIESCE
                                   TO CTL-NEXT-TASKID
                           END-IF
                           MOVE FS-CONTROL TO WS-IMAGE
                           PERFORM WRITE-EXTRACT-PARA
                   END-READ
               END-PERFORM
           END-IF
           EXIT.
       UNLOAD-TASKS-PARA.
           MOVE 13 TO WS-FX
           OPEN INPUT TASKS-FILE
           MOVE WS-TASKS-STATUS TO WS-OPEN-STATUS
           PERFORM CHECK-UNLOAD-OPEN-PARA
           IF WS-FT-PRESENT(WS-FX) = 'Y' THEN
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-FILE-SCAN
                   READ TASKS-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE FS-TASKS TO WS-IMAGE
                           PERFORM WRITE-EXTRACT-PARA
                   END-READ
               END-PERFORM
               CLOSE TASKS-FILE
           END-IF
           EXIT.
       UNLOAD-HISTORY-PARA.
           MOVE 14 TO WS-FX
           OPEN INPUT HISTORY-FILE
           MOVE WS-HISTORY-STATUS TO WS-OPEN-STATUS
           PERFORM CHECK-UNLOAD-OPEN-PARA
           IF WS-FT-PRESENT(WS-FX) = 'Y' THEN
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-FILE-SCAN
                   READ HISTORY-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE FS-HISTORY TO WS-IMAGE
                           PERFORM WRITE-EXTRACT-PARA
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF
           EXIT.
       UNLOAD-DECLINES-PARA.
           MOVE 15 TO WS-FX
           OPEN INPUT DECLINES-FILE
           MOVE WS-DECLINES-STATUS TO WS-OPEN-STATUS
           PERFORM CHECK-UNLOAD-OPEN-PARA
           IF WS-FT-PRESENT(WS-FX) = 'Y' THEN
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-FILE-SCAN
                   READ DECLINES-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE FS-DECLINES TO WS-IMAGE
                           PERFORM WRITE-EXTRACT-PARA
                   END-READ
               END-PERFORM
               CLOSE DECLINES-FILE
           END-IF
           EXIT.
       UNLOAD-SKILLS-PARA.
           MOVE 16 TO WS-FX
           OPEN INPUT SKILLS-FILE
           MOVE WS-SKILLS-STATUS TO WS-OPEN-STATUS
           PERFORM CHECK-UNLOAD-OPEN-PARA
           IF WS-FT-PRESENT(WS-FX) = 'Y' THEN
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-FILE-SCAN
                   READ SKILLS-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE FS-SKILLS TO WS-IMAGE
                           PERFORM WRITE-EXTRACT-PARA
                   END-READ
               END-PERFORM
               CLOSE SKILLS-FILE
           END-IF
           EXIT.
       UNLOAD-CATEGORY-PARA.
           MOVE 17 TO WS-FX
           OPEN INPUT CATEGORY-FILE
           MOVE WS-CATEGORY-STATUS TO WS-OPEN-STATUS
           PERFORM CHECK-UNLOAD-OPEN-PARA
           IF WS-FT-PRESENT(WS-FX) = 'Y' THEN
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-FILE-SCAN
                   READ CATEGORY-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE FS-CATEGORY TO WS-IMAGE
                           PERFORM WRITE-EXTRACT-PARA
                   END-READ
               END-PERFORM
               CLOSE CATEGORY-FILE
           END-IF
           EXIT.
       UNLOAD-RATE-PARA.
           MOVE 18 TO WS-FX
           OPEN INPUT RATE-FILE
           MOVE WS-RATE-STATUS TO WS-OPEN-STATUS
           PERFORM CHECK-UNLOAD-OPEN-PARA
           IF WS-FT-PRESENT(WS-FX) = 'Y' THEN
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-FILE-SCAN
                   READ RATE-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE FS-RATE TO WS-IMAGE
                           PERFORM WRITE-EXTRACT-PARA
                   END-READ
               END-PERFORM
               CLOSE RATE-FILE
           END-IF
           EXIT.
       UNLOAD-MESSAGES-PARA.
           MOVE 19 TO WS-FX
           OPEN INPUT MESSAGES-FILE
           MOVE WS-MESSAGES-STATUS TO WS-OPEN-STATUS
           PERFORM CHECK-UNLOAD-OPEN-PARA
           IF WS-FT-PRESENT(WS-FX) = 'Y' THEN
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-FILE-SCAN
                   READ MESSAGES-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE FS-MESSAGES TO WS-IMAGE
                           PERFORM WRITE-EXTRACT-PARA
                   END-READ
               END-PERFORM
               CLOSE MESSAGES-FILE
           END-IF
           EXIT.
       UNLOAD-HOLIDAYS-PARA.
           MOVE 20 TO WS-FX
           OPEN INPUT HOLIDAY-FILE
           MOVE WS-HOLIDAY-STATUS TO WS-OPEN-STATUS
           PERFORM CHECK-UNLOAD-OPEN-PARA
           IF WS-FT-PRESENT(WS-FX) = 'Y' THEN
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-FILE-SCAN
                   READ HOLIDAY-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE FS-HOLIDAY TO WS-IMAGE
                           PERFORM WRITE-EXTRACT-PARA
                   END-READ
               END-PERFORM
               CLOSE HOLIDAY-FILE
           END-IF
           EXIT.
       UNLOAD-AUDIT-PARA.
           MOVE 21 TO WS-FX
           OPEN INPUT AUDIT-FILE
           MOVE WS-AUDIT-STATUS TO WS-OPEN-STATUS
           PERFORM CHECK-UNLOAD-OPEN-PARA
           IF WS-FT-PRESENT(WS-FX) = 'Y' THEN
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-FILE-SCAN
                   READ AUDIT-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE FS-AUDIT TO WS-IMAGE
                           PERFORM WRITE-EXTRACT-PARA
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF
           EXIT.
       UNLOAD-RECOVLOG-PARA.
           MOVE 22 TO WS-FX
           OPEN INPUT RECOVLOG-FILE
           MOVE WS-RECOV-STATUS TO WS-OPEN-STATUS
           PERFORM CHECK-UNLOAD-OPEN-PARA
           IF WS-FT-PRESENT(WS-FX) = 'Y' THEN
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-FILE-SCAN
                   READ RECOVLOG-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE FS-RECOV TO WS-IMAGE
                           PERFORM WRITE-EXTRACT-PARA
                   END-READ
               END-PERFORM
               CLOSE RECOVLOG-FILE
           END-IF
           EXIT.
       UNLOAD-JOBPRQ-PARA.
           MOVE 23 TO WS-FX
           OPEN INPUT PREREQ-FILE
           MOVE WS-PREREQ-STATUS TO WS-OPEN-STATUS
           PERFORM CHECK-UNLOAD-OPEN-PARA
           IF WS-FT-PRESENT(WS-FX) = 'Y' THEN
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-FILE-SCAN
                   READ PREREQ-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE FS-JOBPREREQ TO WS-IMAGE
                           PERFORM WRITE-EXTRACT-PARA
                   END-READ
               END-PERFORM
               CLOSE PREREQ-FILE
           END-IF
           EXIT.
       UNLOAD-SNAPSHOT-PARA.
           MOVE 24 TO WS-FX
           OPEN INPUT SNAPSHOT-FILE
           MOVE WS-SNAPSHOT-STATUS TO WS-OPEN-STATUS
           PERFORM CHECK-UNLOAD-OPEN-PARA
           IF WS-FT-PRESENT(WS-FX) = 'Y' THEN
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-FILE-SCAN
                   READ SNAPSHOT-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE FS-SNAPSHOT TO WS-IMAGE
                           PERFORM WRITE-EXTRACT-PARA
                   END-READ
               END-PERFORM
               CLOSE SNAPSHOT-FILE
           END-IF
           EXIT.
       UNLOAD-BRPOS-PARA.
           MOVE 25 TO WS-FX
           OPEN INPUT BRPOS-FILE
           MOVE WS-BRPOS-STATUS TO WS-OPEN-STATUS
           PERFORM CHECK-UNLOAD-OPEN-PARA
           IF WS-FT-PRESENT(WS-FX) = 'Y' THEN
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-FILE-SCAN
                   READ BRPOS-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE FS-BROWSE-POS TO WS-IMAGE
                           PERFORM WRITE-EXTRACT-PARA
                   END-READ
               END-PERFORM
               CLOSE BRPOS-FILE
           END-IF
           EXIT.
       UNLOAD-SIGNON-PARA.
           MOVE 26 TO WS-FX
           OPEN INPUT SIGNON-FILE
           MOVE WS-SIGNON-STATUS TO WS-OPEN-STATUS
           PERFORM CHECK-UNLOAD-OPEN-PARA
           IF WS-FT-PRESENT(WS-FX) = 'Y' THEN
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-FILE-SCAN
                   READ SIGNON-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE FS-SIGNON TO WS-IMAGE
                           PERFORM WRITE-EXTRACT-PARA
                   END-READ
               END-PERFORM
               CLOSE SIGNON-FILE
           END-IF
           EXIT.
       UNLOAD-HWATCH-PARA.
           MOVE 27 TO WS-FX
           OPEN INPUT HWATCH-FILE
           MOVE WS-HWATCH-STATUS TO WS-OPEN-STATUS
           PERFORM CHECK-UNLOAD-OPEN-PARA
           IF WS-FT-PRESENT(WS-FX) = 'Y' THEN
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-FILE-SCAN
                   READ HWATCH-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE FS-HWATCH TO WS-IMAGE
                           PERFORM WRITE-EXTRACT-PARA
                   END-READ
               END-PERFORM
               CLOSE HWATCH-FILE
           END-IF
           EXIT.
       UNLOAD-QAREVIEW-PARA.
           MOVE 28 TO WS-FX
           OPEN INPUT QAREVIEW-FILE
           MOVE WS-QAREVIEW-STATUS TO WS-OPEN-STATUS
           PERFORM CHECK-UNLOAD-OPEN-PARA
           IF WS-FT-PRESENT(WS-FX) = 'Y' THEN
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-FILE-SCAN
                   READ QAREVIEW-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE FS-QAREVIEW TO WS-IMAGE
                           PERFORM WRITE-EXTRACT-PARA
                   END-READ
               END-PERFORM
               CLOSE QAREVIEW-FILE
           END-IF
           EXIT.
       UNLOAD-DUEEXT-PARA.
           MOVE 29 TO WS-FX
           OPEN INPUT DUEEXT-FILE
           MOVE WS-DUEEXT-STATUS TO WS-OPEN-STATUS
           PERFORM CHECK-UNLOAD-OPEN-PARA
           IF WS-FT-PRESENT(WS-FX) = 'Y' THEN
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-FILE-SCAN
                   READ DUEEXT-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE FS-DUEEXT TO WS-IMAGE
                           PERFORM WRITE-EXTRACT-PARA
                   END-READ
               END-PERFORM
               CLOSE DUEEXT-FILE
           END-IF
           EXIT.
       WRITE-HEADER-PARA.
           MOVE SPACES TO FS-UNLOAD
           MOVE 'HEADER' TO UL-REC-TYPE
           MOVE 'TASKUNL0' TO UL-H-SOURCE
           ACCEPT UL-H-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-BL-TIME-RAW FROM TIME
           COMPUTE UL-H-RUN-TIME = WS-BL-TIME-RAW / 100
           MOVE 29 TO UL-H-FILE-COUNT
           PERFORM PUT-EXTRACT-PARA
           EXIT.
       WRITE-EXTRACT-PARA.
      * ON ENTRY WS-FX NAMES THE FILE AND WS-IMAGE HOLDS THE RECORD
           ADD 1 TO WS-READ-COUNT
           MOVE WS-IMAGE TO HTT-RECORD
           CALL 'SUBHTT' USING HTT-PARM
           ADD 1 TO WS-FT-COUNT(WS-FX)
           ADD HTT-HASH TO WS-FT-HASH(WS-FX)
           MOVE WS-FILE-TAG(WS-FX) TO UL-REC-TYPE
           MOVE WS-IMAGE TO UL-BODY
           PERFORM PUT-EXTRACT-PARA
           EXIT.
       WRITE-TRAILERS-PARA.
           PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 29
               MOVE SPACES TO FS-UNLOAD
               MOVE 'TRAILER' TO UL-REC-TYPE
               MOVE WS-FILE-TAG(WS-FX) TO UL-T-FILE
               MOVE WS-FT-COUNT(WS-FX) TO UL-T-COUNT
               MOVE WS-FT-HASH(WS-FX) TO UL-T-HASH
               PERFORM PUT-EXTRACT-PARA
           END-PERFORM
           EXIT.
       PUT-EXTRACT-PARA.
      * A SHORT EXTRACT IS WORSE THAN NONE - ANY WRITE FAILURE ENDS
      * THE RUN FAILED
           WRITE FS-UNLOAD
           IF WS-EXTRACT-STATUS NOT = '00' THEN
               DISPLAY 'TASKUNL0 EXTRACT WRITE FAILED - STATUS '
                   WS-EXTRACT-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           ADD 1 TO WS-WRITTEN-COUNT
           EXIT.
       PRINT-TOTALS-PARA.
           MOVE WS-TITLE1 TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE WS-TITLE2 TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 29
               MOVE WS-FILE-TAG(WS-FX) TO DL-FILE
               MOVE WS-FT-COUNT(WS-FX) TO DL-COUNT
               MOVE WS-FT-HASH(WS-FX) TO DL-HASH
               IF WS-FT-PRESENT(WS-FX) = 'Y' THEN
                   MOVE SPACES TO DL-NOTE
               ELSE
                   MOVE 'NOT ON FILE' TO DL-NOTE
               END-IF
               MOVE WS-DETAIL-LINE TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA
           END-PERFORM
           MOVE WS-READ-COUNT TO TL-COUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           EXIT.
       SET-QUIESCE-PARA.
      * FLIPS THE CONTROL FILE'S QUIESCE SWITCH ON SO THE ONLINE
      * UPDATING TRANSACTIONS STAND BACK WHILE THIS JOB TAKES ITS
      * COPY - AND OFF AGAIN ON EVERY WAY OUT, NORMAL OR FAILED, SO
      * A FORGOTTEN SWITCH CANNOT LOCK THE SHOP OUT ALL MORNING
           MOVE 1 TO WS-QUIESCE-VALUE
           PERFORM PUT-QUIESCE-PARA
           MOVE 'Y' TO IF-QUIESCE-SET
           EXIT.
       CLEAR-QUIESCE-PARA.
           MOVE 0 TO WS-QUIESCE-VALUE
           PERFORM PUT-QUIESCE-PARA
           MOVE 'N' TO IF-QUIESCE-SET
           EXIT.
       PUT-QUIESCE-PARA.
           MOVE 'QUIESCE' TO CTL-KEY
           READ CONTROL-FILE
           EVALUATE WS-CONTROL-STATUS
           WHEN '00'
               MOVE WS-QUIESCE-VALUE TO CTL-NEXT-TASKID
               REWRITE FS-CONTROL
           WHEN '23'
               MOVE 'QUIESCE' TO CTL-KEY
               MOVE WS-QUIESCE-VALUE TO CTL-NEXT-TASKID
               WRITE FS-CONTROL
           END-EVALUATE
           IF WS-CONTROL-STATUS NOT = '00' THEN
               DISPLAY 'TASKUNL0 QUIESCE SWITCH UPDATE FAILED - STATUS '
                   WS-CONTROL-STATUS
           END-IF
           EXIT.
       CHECK-PREREQS-PARA.
      * OPERATOR-MAINTAINED RUN-ORDER GUARD - SUBPRQ CHECKS THE
      * JOBPREREQ LIST AGAINST TONIGHT'S BATCHLOG ROWS AND THE JOB
      * REFUSES TO START (LOUDLY, AND ON THE JOURNAL) WHEN A
      * PREREQUISITE HAS NOT COME THROUGH NORMAL. AN OVERRIDE CARD ON
      * OVRDD LETS OPERATIONS PUSH PAST A KNOWN-GOOD SKIP
           MOVE 'TASKUNL0' TO PRQ-JOBNAME
           ACCEPT PRQ-RUN-DATE FROM DATE YYYYMMDD
           CALL 'SUBPRQ' USING PRQ-PARM
           EVALUATE TRUE
           WHEN PRQ-BLOCKED
               DISPLAY 'TASKUNL0 BLOCKED - NO NORMAL '
                   PRQ-MISSING-JOB ' RUN TONIGHT'
               PERFORM WRITE-BLOCKED-LOG-PARA
               STOP RUN
           WHEN PRQ-OVERRIDDEN
               DISPLAY 'TASKUNL0 PREREQ ' PRQ-MISSING-JOB
                   ' MISSING - RUNNING ON OPERATOR OVERRIDE'
           END-EVALUATE
           EXIT.
       WRITE-BLOCKED-LOG-PARA.
      * THE REFUSAL ITSELF GOES ON THE JOURNAL SO TASKBLG0 SHOWS WHAT
      * WAS BLOCKED AND WHY, INSTEAD OF A JOB THAT SILENTLY NEVER RAN
           OPEN I-O BATCHLOG-FILE
           IF WS-BATCHLOG-STATUS NOT = '00' THEN
               DISPLAY 'TASKUNL0 OPEN FAILED FOR BATCHLOG-FILE - '
                   'STATUS ' WS-BATCHLOG-STATUS
               STOP RUN
           END-IF
           MOVE 'TASKUNL0' TO BL-JOBNAME
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
               DISPLAY 'TASKUNL0 REPORT WRITE FAILED - STATUS '
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
               DISPLAY 'TASKUNL0 OPEN FAILED FOR BATCHLOG-FILE - '
                   'STATUS ' WS-BATCHLOG-STATUS
               STOP RUN
           END-IF
           MOVE 'TASKUNL0' TO BL-JOBNAME
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
               DISPLAY 'TASKUNL0 BATCHLOG WRITE FAILED - STATUS '
                   WS-BATCHLOG-STATUS
               STOP RUN
           END-IF
           EXIT.
       WRITE-BATCH-LOG-END-PARA.
           ACCEPT BL-END-DATE FROM DATE YYYYMMDD
           ACCEPT WS-BL-TIME-RAW FROM TIME
           COMPUTE BL-END-TIME = WS-BL-TIME-RAW / 100
           MOVE WS-READ-COUNT TO BL-READ-COUNT
           MOVE WS-WRITTEN-COUNT TO BL-WRITTEN-COUNT
           MOVE WS-MISSING-COUNT TO BL-SKIPPED-COUNT
           MOVE 'NORMAL' TO BL-OUTCOME
           REWRITE FS-BATCHLOG
           IF WS-BATCHLOG-STATUS NOT = '00' THEN
               DISPLAY 'TASKUNL0 BATCHLOG REWRITE FAILED - STATUS '
                   WS-BATCHLOG-STATUS
           END-IF
           CLOSE BATCHLOG-FILE
           EXIT.
       BATCH-LOG-FAILED-PARA.
      * ON THE WAY TO ANY STOP RUN ONCE THE RUNNING ROW IS ON - THE
      * JOURNAL SHOWS FAILED INSTEAD OF A DANGLING RUNNING ROW. THE
      * QUIESCE SWITCH COMES OFF EVEN ON THE FAILURE PATH SO THE
      * ONLINE DAY IS NEVER LOCKED OUT BY A DEAD JOB
           IF QUIESCE-IS-SET THEN
               PERFORM CLEAR-QUIESCE-PARA
           END-IF
           ACCEPT BL-END-DATE FROM DATE YYYYMMDD
           ACCEPT WS-BL-TIME-RAW FROM TIME
           COMPUTE BL-END-TIME = WS-BL-TIME-RAW / 100
           MOVE WS-READ-COUNT TO BL-READ-COUNT
           MOVE WS-WRITTEN-COUNT TO BL-WRITTEN-COUNT
           MOVE 'FAILED' TO BL-OUTCOME
           REWRITE FS-BATCHLOG
           CLOSE BATCHLOG-FILE
           EXIT.
