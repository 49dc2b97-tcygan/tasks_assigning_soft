      * THEY LIVE ON THE CONTROL FILE AS DAY COUNTS UNDER THE KEYS
      * AUDITRET, BRPOSRET AND HISTRET (SET WITH THE USUAL FILE
      * UTILITIES). A MISSING ROW FALLS BACK TO THE SHIPPED DEFAULT.
      * THE STORED COPIES OF THE BATCH REPORTS ON RPTSTORE ARE AGED
      * THE SAME WAY UNDER RPTRET - A RUN GOES WHOLE, ITS HEADER ROW
      * AND EVERY LINE TOGETHER, SINCE THEY ALL CARRY ITS RUN DATE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS H-TASKID
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT RPTSTORE-FILE ASSIGN TO RPTSDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RS-KEY
               FILE STATUS IS WS-RPTSTORE-STATUS.
           SELECT CONTROL-FILE ASSIGN TO CTLDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
       FD  HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HISTORYREC.
       FD  RPTSTORE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RPTSREC.
       FD  CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CTLREC.
       FD  ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  ARCHIVE-LINE PIC X(400).
       FD  BATCHLOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BATLOGREC.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-BRPOS-STATUS PIC XX.
       01 WS-HISTORY-STATUS PIC XX.
       01 WS-RPTSTORE-STATUS PIC XX.
       01 WS-CONTROL-STATUS PIC XX.
       01 WS-ARCHIVE-STATUS PIC XX.
       01 WS-EOF-FLAG PIC X.
           05 WS-AUDIT-RET-DAYS PIC 9(5) VALUE 90.
           05 WS-BRPOS-RET-DAYS PIC 9(5) VALUE 60.
           05 WS-HIST-RET-DAYS PIC 9(5) VALUE 365.
           05 WS-RPT-RET-DAYS PIC 9(5) VALUE 90.
       01 WS-COUNTS.
           05 WS-AUD-PURGED PIC 9(7) VALUE 0.
           05 WS-AUD-KEPT PIC 9(7) VALUE 0.
           05 WS-BP-KEPT PIC 9(7) VALUE 0.
           05 WS-HIST-UNLOADED PIC 9(7) VALUE 0.
           05 WS-HIST-KEPT PIC 9(7) VALUE 0.
           05 WS-RPT-RUNS-PURGED PIC 9(7) VALUE 0.
           05 WS-RPT-RUNS-KEPT PIC 9(7) VALUE 0.
           05 WS-RPT-LINES-PURGED PIC 9(9) VALUE 0.
       01 WS-RUN-DAY PIC 9(5).
       01 WS-TODAY-DAYS PIC S9(7).
       01 WS-CUTOFF-DAYS PIC S9(7).
           05 WS-JUL-YY PIC 9(2).
           05 WS-JUL-DDD PIC 9(3).
       01 WS-DAYS-OUT PIC S9(7).
      * THE REPORT STORE STAMPS ITS RUNS YYYYMMDD - BROUGHT ONTO THE
      * SAME DAYS-FROM-2000 SCALE AS THE CICS STAMPS
       01 WS-GREG-IN PIC 9(8).
       01 WS-GREG-PARTS REDEFINES WS-GREG-IN.
           05 WS-GRG-YYYY PIC 9(4).
           05 WS-GRG-MM PIC 9(2).
           05 WS-GRG-DD PIC 9(2).
       01 WS-WORK-YY PIC 9(4).
       01 WS-LEAP-REM PIC 9(4).
       01 WS-MONTH-OFFSETS.
           05 FILLER PIC 9(3) VALUE 0.
           05 FILLER PIC 9(3) VALUE 31.
           05 FILLER PIC 9(3) VALUE 59.
           05 FILLER PIC 9(3) VALUE 90.
           05 FILLER PIC 9(3) VALUE 120.
           05 FILLER PIC 9(3) VALUE 151.
           05 FILLER PIC 9(3) VALUE 181.
           05 FILLER PIC 9(3) VALUE 212.
           05 FILLER PIC 9(3) VALUE 243.
           05 FILLER PIC 9(3) VALUE 273.
           05 FILLER PIC 9(3) VALUE 304.
           05 FILLER PIC 9(3) VALUE 334.
       01 WS-MONTH-OFFSET-TAB REDEFINES WS-MONTH-OFFSETS.
           05 WS-MONTH-OFFSET PIC 9(3) OCCURS 12 TIMES.
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM CHECK-PREREQS-PARA
           PERFORM PURGE-AUDIT-PARA
           PERFORM PURGE-BROWSEPOS-PARA
           PERFORM UNLOAD-HISTORY-PARA
           PERFORM PURGE-REPORTS-PARA
           DISPLAY 'TASKHKP0 AUDIT PURGED: ' WS-AUD-PURGED
               ' KEPT: ' WS-AUD-KEPT
           DISPLAY 'TASKHKP0 BROWSEPOS PURGED: ' WS-BP-PURGED
               ' KEPT: ' WS-BP-KEPT
           DISPLAY 'TASKHKP0 HISTORY UNLOADED: ' WS-HIST-UNLOADED
               ' KEPT: ' WS-HIST-KEPT
           DISPLAY 'TASKHKP0 REPORT RUNS PURGED: ' WS-RPT-RUNS-PURGED
               ' KEPT: ' WS-RPT-RUNS-KEPT
               ' LINES PURGED: ' WS-RPT-LINES-PURGED
           PERFORM WRITE-BATCH-LOG-END-PARA
           GOBACK.
       READ-RETENTIONS-PARA.
           IF WS-CONTROL-STATUS = '00' AND CTL-NEXT-TASKID > 0 THEN
               MOVE CTL-NEXT-TASKID TO WS-HIST-RET-DAYS
           END-IF
           MOVE 'RPTRET' TO CTL-KEY
           READ CONTROL-FILE
           IF WS-CONTROL-STATUS = '00' AND CTL-NEXT-TASKID > 0 THEN
               MOVE CTL-NEXT-TASKID TO WS-RPT-RET-DAYS
           END-IF
           CLOSE CONTROL-FILE
           DISPLAY 'TASKHKP0 RETENTION DAYS - AUDIT: '
               WS-AUDIT-RET-DAYS ' BROWSEPOS: ' WS-BRPOS-RET-DAYS
               ' HISTORY: ' WS-HIST-RET-DAYS
               ' REPORTS: ' WS-RPT-RET-DAYS
           EXIT.
       PURGE-AUDIT-PARA.
           OPEN I-O AUDIT-FILE
               END-IF
           END-IF
           EXIT.
       PURGE-REPORTS-PARA.
      * EVERY ROW OF A RUN CARRIES THE RUN DATE IN ITS KEY, SO AGING
      * ROW BY ROW TAKES THE HEADER AND ALL ITS LINES TOGETHER. RUNS
      * ARE COUNTED ON THEIR HEADER ROWS
           OPEN I-O RPTSTORE-FILE
           IF WS-RPTSTORE-STATUS NOT = '00' THEN
               DISPLAY 'TASKHKP0 OPEN FAILED FOR RPTSTORE-FILE - '
                   'STATUS ' WS-RPTSTORE-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           COMPUTE WS-CUTOFF-DAYS =
               WS-TODAY-DAYS - WS-RPT-RET-DAYS
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL END-OF-FILE-SCAN
               READ RPTSTORE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM AGE-ONE-REPORT-ROW-PARA
               END-READ
           END-PERFORM
           CLOSE RPTSTORE-FILE
           EXIT.
       AGE-ONE-REPORT-ROW-PARA.
           MOVE RS-RUN-DATE TO WS-GREG-IN
           PERFORM GREG-TO-DAYS-PARA
           IF WS-DAYS-OUT < WS-CUTOFF-DAYS THEN
               DELETE RPTSTORE-FILE
               IF WS-RPTSTORE-STATUS = '00' THEN
                   ADD 1 TO WS-RPT-LINES-PURGED
                   IF RS-LINE-NO = 0 THEN
                       ADD 1 TO WS-RPT-RUNS-PURGED
                   END-IF
               ELSE
                   DISPLAY 'TASKHKP0 RPTSTORE DELETE FAILED - '
                       'STATUS ' WS-RPTSTORE-STATUS
                   PERFORM BATCH-LOG-FAILED-PARA
                   STOP RUN
               END-IF
           ELSE
               IF RS-LINE-NO = 0 THEN
                   ADD 1 TO WS-RPT-RUNS-KEPT
               END-IF
           END-IF
           EXIT.
       GREG-TO-DAYS-PARA.
      * YYYYMMDD TO THE SAME DAYS-FROM-2000 SCALE AS THE CICS STAMPS
           COMPUTE WS-WORK-YY = WS-GRG-YYYY - 2000
           COMPUTE WS-DAYS-OUT =
               WS-WORK-YY * 365 + (WS-WORK-YY + 3) / 4
               + WS-MONTH-OFFSET(WS-GRG-MM) + WS-GRG-DD
           DIVIDE WS-WORK-YY BY 4 GIVING WS-LEAP-REM
               REMAINDER WS-LEAP-REM
           IF WS-LEAP-REM = 0 AND WS-GRG-MM > 2 THEN
               ADD 1 TO WS-DAYS-OUT
           END-IF
           EXIT.
       JULIAN-TO-DAYS-PARA.
      * 0CYYDDD TO DAYS FROM THE START OF 2000 - EVERY FOURTH YEAR IN
      * THE 20XX RANGE IS A LEAP YEAR WITH NO CENTURY EXCEPTION
           COMPUTE BL-END-TIME = WS-BL-TIME-RAW / 100
           MOVE WS-HIST-UNLOADED TO BL-ARCHIVED-COUNT
           COMPUTE BL-SKIPPED-COUNT =
               WS-AUD-PURGED + WS-BP-PURGED + WS-RPT-LINES-PURGED
           MOVE 'NORMAL' TO BL-OUTCOME
           REWRITE FS-BATCHLOG
           IF WS-BATCHLOG-STATUS NOT = '00' THEN
           COMPUTE BL-END-TIME = WS-BL-TIME-RAW / 100
           MOVE WS-HIST-UNLOADED TO BL-ARCHIVED-COUNT
           COMPUTE BL-SKIPPED-COUNT =
               WS-AUD-PURGED + WS-BP-PURGED + WS-RPT-LINES-PURGED
           MOVE 'FAILED' TO BL-OUTCOME
           REWRITE FS-BATCHLOG
           CLOSE BATCHLOG-FILE
