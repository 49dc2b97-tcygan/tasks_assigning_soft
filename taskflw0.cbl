       IDENTIFICATION DIVISION.
       PROGRAM-ID. TASKFLW0.
      * NIGHTLY FLOW BALANCE OF THE TASKS POPULATION. TASKCHK0 PROVES
      * THE FILES POINT AT EACH OTHER PROPERLY; THIS JOB PROVES THE
      * NUMBERS CARRY FROM ONE DAY TO THE NEXT. IT STARTS FROM
      * YESTERDAY'S SNAPSHOT ROW (THE POPULATION GRID TASKSNP0 TAKES -
      * EVERY TASKS ROW BY STATUS AND PRIORITY, AND THE STAMP IT WAS
      * TAKEN AT), ROLLS THE RECOVLOG JOURNAL FORWARD FROM THAT STAMP
      * AND TAKES OFF WHAT TASKARC0 SAYS ON BATCHLOG IT MOVED TO THE
      * HISTORY FILE, THEN COUNTS THE LIVE FILE AFRESH AND COMPARES.
      * THREE BOOKS ARE KEPT:
      *   WHOLE FILE   OPENING + NEW TASKS WRITTEN - ARCHIVED
      *   ACTIVE WORK  OPENING + NEW - COMPLETED - CANCELLED
      *                + RETURNED FROM C OR X
      *   CLOSED WORK  OPENING + NEW + COMPLETED + CANCELLED
      *                - RETURNED TO ACTIVE - ARCHIVED
      * AND UNDER THEM EVERY STATUS/PRIORITY CELL IS CARRIED FORWARD
      * THE SAME WAY, TASK BY TASK - EACH TASK TOUCHED SINCE THE
      * SNAPSHOT LEAVES THE CELL IT STOOD IN THEN AND ARRIVES IN THE
      * CELL ITS LAST IMAGE PUTS IT IN - SO A DIFFERENCE IS SHOWN
      * WHERE IT LIES, NOT JUST THAT IT EXISTS. A LOST WRITE, A
      * HALF-APPLIED RECOVERY OR AN ARCHIVE RUN WHOSE DELETES NEVER
      * REACHED THE JOURNAL ALL SHOW UP THE SAME NIGHT, AND THE RUN
      * ENDS FAILED ON BATCHLOG WHEN ANYTHING IS OFF.
      * A TASK'S STANDING AT THE SNAPSHOT IS ITS LAST JOURNAL IMAGE
      * BEFORE THE STAMP. A TASK THAT PREDATES THE JOURNAL AND WAS
      * REWRITTEN SINCE HAS NO SUCH IMAGE - IT IS TAKEN TO HAVE STOOD
      * WHERE ITS FIRST NEW IMAGE PUTS IT, AND COUNTED ON THE REPORT
      * SO A DIFFERENCE IN ITS CELL CAN BE READ FOR WHAT IT IS.
      * A SNAPSHOT ROW WRITTEN BEFORE THE GRID EXISTED CANNOT OPEN
      * THE BOOKS - THE REPORT SAYS SO AND THE RUN ENDS NORMAL; THE
      * FIRST GRID ROW OPENS THEM THE NEXT NIGHT. NO SNAPSHOT ROW AT
      * ALL IS A MISSED TASKSNP0 AND ENDS FAILED.
      * OPTIONAL PARAMETER CARD (PARMDD):
      *   COLUMNS  1-8   SNAPSHOT DATE YYYYMMDD TO OPEN FROM (BLANK =
      *                  YESTERDAY) - TO BALANCE ACROSS A MISSED NIGHT
      * READ-ONLY. IT BELONGS IN THE NIGHTLY SUITE AFTER THE ONLINE
      * DAY IS CLOSED AND AFTER TASKARC0, SO NOTHING MOVES UNDER THE
      * LIVE COUNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNAPSHOT-FILE ASSIGN TO SNAPDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SN-DATE
               FILE STATUS IS WS-SNAPSHOT-STATUS.
           SELECT RECOVLOG-FILE ASSIGN TO RECOVDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RCV-SEQ
               FILE STATUS IS WS-RECOV-STATUS.
           SELECT TASKS-FILE ASSIGN TO TASKSDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS T-TASKID
               FILE STATUS IS WS-TASKS-STATUS.
           SELECT PARM-FILE ASSIGN TO PARMDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT SORT-WORK ASSIGN TO SORTWK.
           SELECT REPORT-FILE ASSIGN TO REPTDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      * DYNAMIC - THE RUN'S OWN ROW IS WRITTEN AND REWRITTEN BY KEY AS
      * USUAL, AND THE TASKARC0 ROWS ARE BROWSED IN BETWEEN
           SELECT BATCHLOG-FILE ASSIGN TO BATLOGDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BL-KEY
               FILE STATUS IS WS-BATCHLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SNAPSHOT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SNAPREC.
       FD  RECOVLOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RECOVREC.
       FD  TASKS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TASKSREC.
       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARM-CARD PIC X(80).
       SD  SORT-WORK.
       01  SRT-RECOV-REC.
           05 SRT-TASKID PIC X(10).
           05 SRT-DATE PIC 9(7).
           05 SRT-TIME PIC 9(7).
           05 SRT-SEQ PIC 9(9).
           05 SRT-PROGRAM PIC X(8).
           05 SRT-ACTION PIC X(1).
           05 SRT-TASK-IMAGE PIC X(306).
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
       01 WS-SNAPSHOT-STATUS PIC XX.
       01 WS-RECOV-STATUS PIC XX.
       01 WS-TASKS-STATUS PIC XX.
       01 WS-PARM-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
      * REPORT REPOSITORY PARAMETER AREA - SEE SUBRPS
       01 RPS-PARM.
           05 RPS-REQUEST PIC X.
           05 RPS-JOBNAME PIC X(8) VALUE 'TASKFLW0'.
           05 RPS-LINE PIC X(80).
           05 RPS-STATUS PIC X.
       01 WS-EOF-FLAG PIC X.
           88 END-OF-FILE-SCAN VALUE 'Y'.
       01 WS-RUN-DATE PIC 9(8).
      * THE RUN'S OWN BATCHLOG ROW, HELD WHILE THE TASKARC0 ROWS ARE
      * BROWSED THROUGH THE SAME RECORD AREA
       01 WS-RUN-LOG-ROW PIC X(72).
      * TODAY AS YYDDD FROM THE SYSTEM CLOCK, FOR YESTERDAY'S DATE
       01 WS-TODAY-DAY PIC 9(5).
       01 WS-TODAY-DAY-R REDEFINES WS-TODAY-DAY.
           05 WS-TODAY-YY PIC 9(2).
           05 WS-TODAY-DDD PIC 9(3).
       01 WS-OPEN-RAW PIC X(8).
       01 WS-OPEN-DATE PIC 9(8).
       01 IF-HAVE-GRID PIC X VALUE 'N'.
           88 HAVE-GRID VALUE 'Y'.
      * THE SNAPSHOT STAMP, AS BATCHLOG KEEPS STAMPS AND AS THE
      * JOURNAL KEEPS THEM (0CYYDDD / 0HHMMSS)
       01 WS-WIN-DATE PIC 9(8) VALUE 0.
       01 WS-WIN-TIME PIC 9(6) VALUE 0.
       01 WS-WIN-JDATE PIC 9(7) VALUE 0.
       01 WS-WIN-JTIME PIC 9(7) VALUE 0.
      * COUNTS FOR THE DISPLAYS AND THE BATCHLOG ROW
       01 WS-READ-COUNT PIC 9(7) VALUE 0.
       01 WS-WINDOW-COUNT PIC 9(7) VALUE 0.
       01 WS-LIVE-COUNT PIC 9(7) VALUE 0.
       01 WS-ARC-RUNS PIC 9(7) VALUE 0.
       01 WS-UNTRACED-COUNT PIC 9(7) VALUE 0.
       01 WS-OFF-CELLS PIC 9(7) VALUE 0.
       01 IF-BALANCED PIC X VALUE 'Y'.
           88 ALL-BALANCED VALUE 'Y'.
      * THE BOOKS
       01 WS-BOOKS.
           05 WS-OPEN-TOTAL PIC S9(7) VALUE 0.
           05 WS-OPEN-ACTIVE PIC S9(7) VALUE 0.
           05 WS-OPEN-CLOSED PIC S9(7) VALUE 0.
           05 WS-NEW-ACTIVE PIC S9(7) VALUE 0.
           05 WS-NEW-CLOSED PIC S9(7) VALUE 0.
           05 WS-NEW-TOTAL PIC S9(7) VALUE 0.
           05 WS-COMPLETED PIC S9(7) VALUE 0.
           05 WS-CANCELLED PIC S9(7) VALUE 0.
           05 WS-RETURNED PIC S9(7) VALUE 0.
           05 WS-ARCHIVED PIC S9(7) VALUE 0.
           05 WS-ARC-DELETES PIC S9(7) VALUE 0.
           05 WS-OTHER-DELETES PIC S9(7) VALUE 0.
           05 WS-EXP-TOTAL PIC S9(7) VALUE 0.
           05 WS-EXP-ACTIVE PIC S9(7) VALUE 0.
           05 WS-EXP-CLOSED PIC S9(7) VALUE 0.
           05 WS-LIVE-TOTAL PIC S9(7) VALUE 0.
           05 WS-LIVE-ACTIVE PIC S9(7) VALUE 0.
           05 WS-LIVE-CLOSED PIC S9(7) VALUE 0.
           05 WS-DIFF-TOTAL PIC S9(7) VALUE 0.
           05 WS-DIFF-ACTIVE PIC S9(7) VALUE 0.
           05 WS-DIFF-CLOSED PIC S9(7) VALUE 0.
      * THE SAME BALANCE CELL BY CELL - STATUS SLOTS O I P W D C X
      * AND ANY OTHER CODE, PRIORITY SLOTS H M L AND ANY OTHER CODE,
      * AS ON THE SNAPSHOT GRID. SLOTS 6 AND 7 ARE CLOSED WORK
       01 WS-GRID.
           05 WS-GRID-STATUS OCCURS 8 TIMES.
               10 WS-GRID-CELL OCCURS 4 TIMES.
                   15 WS-G-OPENING PIC S9(7).
                   15 WS-G-IN PIC S9(7).
                   15 WS-G-OUT PIC S9(7).
                   15 WS-G-EXPECTED PIC S9(7).
                   15 WS-G-LIVE PIC S9(7).
                   15 WS-G-DIFF PIC S9(7).
       01 WS-STATUS-IX PIC 9(2).
       01 WS-PRIORITY-IX PIC 9(2).
      * GRID SLOTS - A CODE'S PLACE IN THESE STRINGS IS ITS SLOT, AND
      * A CODE NOT IN THEM FALLS INTO THE LAST SLOT (SAME AS TASKSNP0)
       01 WS-STATUS-SLOTS PIC X(7) VALUE 'OIPWDCX'.
       01 WS-PRIORITY-SLOTS PIC X(3) VALUE 'HML'.
       01 WS-STATUS-LABELS PIC X(8) VALUE 'OIPWDCX?'.
       01 WS-PRIORITY-LABELS PIC X(4) VALUE 'HML?'.
       01 WS-SLOT-STATUS PIC X(1).
       01 WS-SLOT-PRIORITY PIC X(1).
       01 WS-SLOT-S PIC 9(2).
       01 WS-SLOT-P PIC 9(2).
      * JOURNAL IMAGES ARE LAID OUT OVER THE HISTORY RECORD - THE SAME
      * 306 BYTES AS FS-TASKS, WHICH IS IN USE FOR THE LIVE COUNT
           COPY HISTORYREC.
      * ONE TASK'S WALK THROUGH THE JOURNAL - WHERE IT STANDS NOW
      * (TR-) AND WHERE IT STOOD AT THE SNAPSHOT STAMP (ST-).
      * P = ON THE FILE IN CELL S/P, A = NOT ON THE FILE, U = NO
      * IMAGE SEEN YET
       01 WS-PREV-TASKID PIC X(10) VALUE SPACES.
       01 WS-TR-STATE PIC X(1).
       01 WS-TR-S PIC 9(2).
       01 WS-TR-P PIC 9(2).
       01 WS-ST-STATE PIC X(1).
       01 WS-ST-S PIC 9(2).
       01 WS-ST-P PIC 9(2).
       01 IF-TR-STARTED PIC X.
           88 TR-STARTED VALUE 'Y'.
      * DATE CONVERSIONS - YYYYMMDD TO THE JOURNAL'S 0CYYDDD AND BACK,
      * AS IN TASKCHG0
       01 WS-CVT-DATE PIC 9(8).
       01 WS-CVT-DATE-R REDEFINES WS-CVT-DATE.
           05 WS-CVT-CC PIC 9(2).
           05 WS-CVT-YY PIC 9(2).
           05 WS-CVT-MM PIC 9(2).
           05 WS-CVT-DD PIC 9(2).
       01 WS-CVT-JDATE PIC 9(7).
       01 WS-CVT-JDATE-R REDEFINES WS-CVT-JDATE.
           05 FILLER PIC 9(2).
           05 WS-CVT-JYY PIC 9(2).
           05 WS-CVT-JDDD PIC 9(3).
       01 WS-CVT-DDD PIC 9(3).
       01 WS-MONTH-IX PIC 9(2).
      * MONTH LENGTHS, FEBRUARY STRETCHED IN A LEAP YEAR - YEARS 2000
      * TO 2099 ONLY, WHERE EVERY FOURTH YEAR LEAPS WITH NO CENTURY
      * EXCEPTION
       01 WS-MONTH-LENGTHS.
           05 FILLER PIC 9(2) VALUE 31.
           05 FILLER PIC 9(2) VALUE 28.
           05 FILLER PIC 9(2) VALUE 31.
           05 FILLER PIC 9(2) VALUE 30.
           05 FILLER PIC 9(2) VALUE 31.
           05 FILLER PIC 9(2) VALUE 30.
           05 FILLER PIC 9(2) VALUE 31.
           05 FILLER PIC 9(2) VALUE 31.
           05 FILLER PIC 9(2) VALUE 30.
           05 FILLER PIC 9(2) VALUE 31.
           05 FILLER PIC 9(2) VALUE 30.
           05 FILLER PIC 9(2) VALUE 31.
       01 WS-MONTH-LENGTH-TAB REDEFINES WS-MONTH-LENGTHS.
           05 WS-MONTH-LEN PIC 9(2) OCCURS 12 TIMES.
       01 WS-THIS-MONTH-LEN PIC 9(2).
       01 WS-LEAP-REM PIC 9(4).
       01 WS-HEADINGS.
           05 WS-TITLE1.
               10 FILLER PIC X(29) VALUE
                  'TASKS FLOW BALANCE  RUN DATE '.
               10 HD-RUN-DATE PIC 9(8).
               10 FILLER PIC X(43) VALUE SPACE.
           05 WS-TITLE2.
               10 FILLER PIC X(17) VALUE 'OPENING SNAPSHOT '.
               10 HD-OPEN-DATE PIC 9(8).
               10 FILLER PIC X(7) VALUE ' TAKEN '.
               10 HD-WIN-DATE PIC 9(8).
               10 FILLER PIC X(1) VALUE SPACE.
               10 HD-WIN-TIME PIC 9(6).
               10 FILLER PIC X(33) VALUE SPACE.
           05 WS-GRID-HEAD.
               10 FILLER PIC X(11) VALUE 'STAT   PRI '.
               10 FILLER PIC X(9) VALUE ' OPENING '.
               10 FILLER PIC X(9) VALUE '      IN '.
               10 FILLER PIC X(9) VALUE '     OUT '.
               10 FILLER PIC X(9) VALUE 'EXPECTED '.
               10 FILLER PIC X(9) VALUE '    LIVE '.
               10 FILLER PIC X(9) VALUE '    DIFF '.
               10 FILLER PIC X(15) VALUE SPACE.
       01 WS-BLANK-LINE PIC X(80) VALUE SPACE.
       01 WS-SECTION-LINE PIC X(80).
       01 WS-BOOK-LINE.
           05 BK-LABEL PIC X(44).
           05 BK-AMOUNT PIC -(7)9.
           05 FILLER PIC X(28) VALUE SPACE.
       01 WS-GRID-LINE.
           05 GL-STATUS PIC X(1).
           05 FILLER PIC X(6) VALUE SPACE.
           05 GL-PRIORITY PIC X(1).
           05 FILLER PIC X(3) VALUE SPACE.
           05 GL-OPENING PIC -(7)9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 GL-IN PIC -(7)9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 GL-OUT PIC -(7)9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 GL-EXPECTED PIC -(7)9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 GL-LIVE PIC -(7)9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 GL-DIFF PIC -(7)9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 GL-FLAG PIC X(3).
           05 FILLER PIC X(12) VALUE SPACE.
       01 WS-RESULT-LINE.
           05 RS-TEXT PIC X(40).
           05 RS-CELLS PIC ZZZZZZ9.
           05 RS-TAIL PIC X(33).
       01 WS-NO-GRID-LINE1 PIC X(80) VALUE
          'OPENING SNAPSHOT HAS NO POPULATION GRID - NOTHING BALANCED'.
       01 WS-NO-GRID-LINE2 PIC X(80) VALUE
          'TONIGHT''S SNAPSHOT OPENS THE BOOKS FOR THE NEXT RUN'.
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM CHECK-PREREQS-PARA
           PERFORM OPEN-BATCH-LOG-PARA
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM READ-PARM-CARD-PARA
           PERFORM READ-OPENING-PARA
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00' THEN
               DISPLAY 'TASKFLW0 OPEN FAILED FOR REPORT-FILE - STATUS '
                   WS-REPORT-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO HD-RUN-DATE
           MOVE WS-OPEN-DATE TO HD-OPEN-DATE
           MOVE WS-WIN-DATE TO HD-WIN-DATE
           MOVE WS-WIN-TIME TO HD-WIN-TIME
           MOVE WS-TITLE1 TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE WS-TITLE2 TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE WS-BLANK-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           IF NOT HAVE-GRID THEN
               MOVE WS-NO-GRID-LINE1 TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA
               MOVE WS-NO-GRID-LINE2 TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA
               CLOSE REPORT-FILE
               MOVE 'C' TO RPS-REQUEST
               CALL 'SUBRPS' USING RPS-PARM
               DISPLAY 'TASKFLW0 SNAPSHOT ' WS-OPEN-DATE
                   ' HAS NO POPULATION GRID - NOTHING BALANCED'
               PERFORM WRITE-BATCH-LOG-END-PARA
               GOBACK
           END-IF
           PERFORM SCAN-ARCHIVE-RUNS-PARA
           OPEN INPUT RECOVLOG-FILE
           IF WS-RECOV-STATUS NOT = '00' THEN
               DISPLAY 'TASKFLW0 OPEN FAILED FOR RECOVLOG-FILE - '
                   'STATUS ' WS-RECOV-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           SORT SORT-WORK
               ON ASCENDING KEY SRT-TASKID SRT-DATE SRT-TIME SRT-SEQ
               INPUT PROCEDURE IS 1000-GATHER-IMAGES
               OUTPUT PROCEDURE IS 2000-TRACE-IMAGES
           CLOSE RECOVLOG-FILE
           PERFORM COUNT-LIVE-PARA
           PERFORM ROLL-BOOKS-PARA
           PERFORM PRINT-BOOKS-PARA
           PERFORM PRINT-GRID-PARA
           DISPLAY 'TASKFLW0 JOURNAL IMAGES SINCE SNAPSHOT: '
               WS-WINDOW-COUNT
           DISPLAY 'TASKFLW0 LIVE TASKS COUNTED: ' WS-LIVE-COUNT
           DISPLAY 'TASKFLW0 ARCHIVED PER BATCHLOG: ' WS-ARCHIVED
           DISPLAY 'TASKFLW0 CELLS OUT OF BALANCE: ' WS-OFF-CELLS
           IF NOT ALL-BALANCED THEN
               CLOSE REPORT-FILE
               MOVE 'C' TO RPS-REQUEST
               CALL 'SUBRPS' USING RPS-PARM
               DISPLAY 'TASKFLW0 TASKS POPULATION OUT OF BALANCE'
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           CLOSE REPORT-FILE
           MOVE 'C' TO RPS-REQUEST
           CALL 'SUBRPS' USING RPS-PARM
           PERFORM WRITE-BATCH-LOG-END-PARA
           GOBACK.
       READ-PARM-CARD-PARA.
      * NO CARD, OR A BLANK ONE, OPENS FROM YESTERDAY'S ROW
           MOVE SPACES TO WS-OPEN-RAW
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = '00' THEN
               READ PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE PARM-CARD(1:8) TO WS-OPEN-RAW
               END-READ
               CLOSE PARM-FILE
           END-IF
           IF WS-OPEN-RAW = SPACES THEN
               PERFORM SET-YESTERDAY-PARA
           ELSE
               IF WS-OPEN-RAW NOT NUMERIC THEN
                   DISPLAY 'TASKFLW0 BAD SNAPSHOT DATE ' WS-OPEN-RAW
                   PERFORM BATCH-LOG-FAILED-PARA
                   STOP RUN
               END-IF
               MOVE WS-OPEN-RAW TO WS-CVT-DATE
               PERFORM DATE-TO-JULIAN-PARA
               MOVE WS-OPEN-RAW TO WS-OPEN-DATE
               IF WS-OPEN-DATE NOT < WS-RUN-DATE THEN
                   DISPLAY 'TASKFLW0 SNAPSHOT DATE ' WS-OPEN-RAW
                       ' IS NOT BEFORE THE RUN DATE'
                   PERFORM BATCH-LOG-FAILED-PARA
                   STOP RUN
               END-IF
           END-IF
           EXIT.
       SET-YESTERDAY-PARA.
      * STEP BACK ONE DAY ON THE DAY-OF-YEAR, INTO LAST DECEMBER
      * WHEN TODAY IS THE FIRST OF JANUARY
           ACCEPT WS-TODAY-DAY FROM DAY
           IF WS-TODAY-DDD > 1 THEN
               SUBTRACT 1 FROM WS-TODAY-DDD
           ELSE
               SUBTRACT 1 FROM WS-TODAY-YY
               MOVE 365 TO WS-TODAY-DDD
               DIVIDE WS-TODAY-YY BY 4 GIVING WS-LEAP-REM
                   REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM = 0 THEN
                   ADD 1 TO WS-TODAY-DDD
               END-IF
           END-IF
           MOVE 0 TO WS-CVT-JDATE
           MOVE WS-TODAY-YY TO WS-CVT-JYY
           MOVE WS-TODAY-DDD TO WS-CVT-JDDD
           PERFORM JULIAN-TO-DATE-PARA
           MOVE WS-CVT-DATE TO WS-OPEN-DATE
           EXIT.
       READ-OPENING-PARA.
      * THE OPENING ROW MUST BE THERE - A MISSING ROW MEANS TASKSNP0
      * DID NOT RUN AND THERE IS NOTHING TO BALANCE FROM
           OPEN INPUT SNAPSHOT-FILE
           IF WS-SNAPSHOT-STATUS NOT = '00' THEN
               DISPLAY 'TASKFLW0 OPEN FAILED FOR SNAPSHOT-FILE - '
                   'STATUS ' WS-SNAPSHOT-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           MOVE WS-OPEN-DATE TO SN-DATE
           READ SNAPSHOT-FILE
               INVALID KEY
                   DISPLAY 'TASKFLW0 NO SNAPSHOT ROW FOR '
                       WS-OPEN-DATE
                   CLOSE SNAPSHOT-FILE
                   PERFORM BATCH-LOG-FAILED-PARA
                   STOP RUN
           END-READ
           IF SN-TAKEN-DATE NUMERIC AND SN-TAKEN-DATE NOT = 0 AND
              SN-TAKEN-TIME NUMERIC AND SN-POPULATION NUMERIC THEN
               MOVE 'Y' TO IF-HAVE-GRID
               MOVE SN-TAKEN-DATE TO WS-WIN-DATE
               MOVE SN-TAKEN-TIME TO WS-WIN-TIME
               MOVE WS-WIN-DATE TO WS-CVT-DATE
               PERFORM DATE-TO-JULIAN-PARA
               MOVE WS-CVT-JDATE TO WS-WIN-JDATE
               MOVE WS-WIN-TIME TO WS-WIN-JTIME
               INITIALIZE WS-GRID
               PERFORM TAKE-OPENING-CELL-PARA
                   VARYING WS-STATUS-IX FROM 1 BY 1
                   UNTIL WS-STATUS-IX > 8
                   AFTER WS-PRIORITY-IX FROM 1 BY 1
                   UNTIL WS-PRIORITY-IX > 4
           END-IF
           CLOSE SNAPSHOT-FILE
           EXIT.
       TAKE-OPENING-CELL-PARA.
           MOVE SN-POP-COUNT(WS-STATUS-IX, WS-PRIORITY-IX)
               TO WS-G-OPENING(WS-STATUS-IX, WS-PRIORITY-IX)
           EXIT.
       SCAN-ARCHIVE-RUNS-PARA.
      * EVERY TASKARC0 RUN THAT STARTED AFTER THE SNAPSHOT WAS TAKEN -
      * A FAILED RUN STILL COUNTS WHAT IT MOVED BEFORE IT STOPPED; A
      * BLOCKED ONE MOVED NOTHING. THE RUN'S OWN ROW IS PUT BACK IN
      * THE RECORD AREA AFTERWARDS FOR THE END-OF-RUN REWRITE
           MOVE FS-BATCHLOG TO WS-RUN-LOG-ROW
           MOVE 'TASKARC0' TO BL-JOBNAME
           MOVE WS-WIN-DATE TO BL-START-DATE
           MOVE WS-WIN-TIME TO BL-START-TIME
           MOVE 'N' TO WS-EOF-FLAG
           START BATCHLOG-FILE KEY IS GREATER THAN BL-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF-FLAG
           END-START
           PERFORM UNTIL END-OF-FILE-SCAN
               READ BATCHLOG-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF BL-JOBNAME NOT = 'TASKARC0' THEN
                           MOVE 'Y' TO WS-EOF-FLAG
                       ELSE
                           IF NOT BL-OUTCOME-BLOCKED THEN
                               ADD 1 TO WS-ARC-RUNS
                               ADD BL-ARCHIVED-COUNT TO WS-ARCHIVED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-RUN-LOG-ROW TO FS-BATCHLOG
           EXIT.
       1000-GATHER-IMAGES.
      * THE WHOLE JOURNAL GOES THROUGH THE SORT - THE IMAGES BEFORE
      * THE SNAPSHOT ARE WHAT SAY WHERE EACH TASK STOOD AT IT
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL END-OF-FILE-SCAN
               READ RECOVLOG-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE RCV-TASK-IMAGE(1:10) TO SRT-TASKID
                       MOVE RCV-DATE TO SRT-DATE
                       MOVE RCV-TIME TO SRT-TIME
                       MOVE RCV-SEQ TO SRT-SEQ
                       MOVE RCV-PROGRAM TO SRT-PROGRAM
                       MOVE RCV-ACTION TO SRT-ACTION
                       MOVE RCV-TASK-IMAGE TO SRT-TASK-IMAGE
                       RELEASE SRT-RECOV-REC
               END-READ
           END-PERFORM
           EXIT.
       2000-TRACE-IMAGES.
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL END-OF-FILE-SCAN
               RETURN SORT-WORK
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM 2100-TRACE-ONE-IMAGE
               END-RETURN
           END-PERFORM
           IF WS-PREV-TASKID NOT = SPACES THEN
               PERFORM 2900-CLOSE-OUT-TASK
           END-IF
           EXIT.
       2100-TRACE-ONE-IMAGE.
           IF SRT-TASKID NOT = WS-PREV-TASKID THEN
               IF WS-PREV-TASKID NOT = SPACES THEN
                   PERFORM 2900-CLOSE-OUT-TASK
               END-IF
               MOVE SRT-TASKID TO WS-PREV-TASKID
               MOVE 'U' TO WS-TR-STATE
               MOVE 'N' TO IF-TR-STARTED
           END-IF
           MOVE SRT-TASK-IMAGE TO FS-HISTORY
           MOVE H-STATUS TO WS-SLOT-STATUS
           MOVE H-PRIORITY TO WS-SLOT-PRIORITY
           PERFORM FIND-SLOT-PARA
           IF SRT-DATE < WS-WIN-JDATE OR
              (SRT-DATE = WS-WIN-JDATE AND
               SRT-TIME NOT > WS-WIN-JTIME) THEN
               CONTINUE
           ELSE
               PERFORM 2200-COUNT-MOVEMENT
           END-IF
           IF SRT-ACTION = 'D' THEN
               MOVE 'A' TO WS-TR-STATE
           ELSE
               MOVE 'P' TO WS-TR-STATE
               MOVE WS-SLOT-S TO WS-TR-S
               MOVE WS-SLOT-P TO WS-TR-P
           END-IF
           EXIT.
       2200-COUNT-MOVEMENT.
      * AN IMAGE SINCE THE SNAPSHOT. THE FIRST ONE FOR A TASK FIXES
      * WHERE IT STOOD AT THE SNAPSHOT: WHERE THE LAST EARLIER IMAGE
      * LEFT IT, OFF THE FILE FOR A NEW WRITE, OR - WITH NO EARLIER
      * IMAGE - WHERE THIS ONE PUTS IT
           ADD 1 TO WS-WINDOW-COUNT
           IF NOT TR-STARTED THEN
               MOVE 'Y' TO IF-TR-STARTED
               IF WS-TR-STATE = 'U' THEN
                   IF SRT-ACTION = 'W' THEN
                       MOVE 'A' TO WS-TR-STATE
                   ELSE
                       ADD 1 TO WS-UNTRACED-COUNT
                       MOVE 'P' TO WS-TR-STATE
                       MOVE WS-SLOT-S TO WS-TR-S
                       MOVE WS-SLOT-P TO WS-TR-P
                   END-IF
               END-IF
               MOVE WS-TR-STATE TO WS-ST-STATE
               MOVE WS-TR-S TO WS-ST-S
               MOVE WS-TR-P TO WS-ST-P
           END-IF
           EVALUATE SRT-ACTION
           WHEN 'W'
               IF WS-SLOT-S = 6 OR WS-SLOT-S = 7 THEN
                   ADD 1 TO WS-NEW-CLOSED
               ELSE
                   ADD 1 TO WS-NEW-ACTIVE
               END-IF
           WHEN 'R'
               IF WS-TR-STATE = 'P' THEN
                   IF WS-TR-S NOT = 6 AND WS-TR-S NOT = 7 THEN
                       IF WS-SLOT-S = 6 THEN
                           ADD 1 TO WS-COMPLETED
                       END-IF
                       IF WS-SLOT-S = 7 THEN
                           ADD 1 TO WS-CANCELLED
                       END-IF
                   ELSE
                       IF WS-SLOT-S NOT = 6 AND WS-SLOT-S NOT = 7 THEN
                           ADD 1 TO WS-RETURNED
                       END-IF
                   END-IF
               END-IF
           WHEN 'D'
               IF SRT-PROGRAM = 'TASKARC0' THEN
                   ADD 1 TO WS-ARC-DELETES
               ELSE
                   ADD 1 TO WS-OTHER-DELETES
               END-IF
           END-EVALUATE
           EXIT.
       2900-CLOSE-OUT-TASK.
      * A TASK TOUCHED SINCE THE SNAPSHOT LEAVES THE CELL IT STOOD IN
      * THEN AND ARRIVES IN THE ONE IT STANDS IN NOW
           IF TR-STARTED THEN
               IF WS-ST-STATE = 'P' THEN
                   ADD 1 TO WS-G-OUT(WS-ST-S, WS-ST-P)
               END-IF
               IF WS-TR-STATE = 'P' THEN
                   ADD 1 TO WS-G-IN(WS-TR-S, WS-TR-P)
               END-IF
           END-IF
           EXIT.
       FIND-SLOT-PARA.
           MOVE 0 TO WS-SLOT-S
           INSPECT WS-STATUS-SLOTS TALLYING WS-SLOT-S
               FOR CHARACTERS BEFORE INITIAL WS-SLOT-STATUS
           ADD 1 TO WS-SLOT-S
           MOVE 0 TO WS-SLOT-P
           INSPECT WS-PRIORITY-SLOTS TALLYING WS-SLOT-P
               FOR CHARACTERS BEFORE INITIAL WS-SLOT-PRIORITY
           ADD 1 TO WS-SLOT-P
           EXIT.
       COUNT-LIVE-PARA.
           OPEN INPUT TASKS-FILE
           IF WS-TASKS-STATUS NOT = '00' THEN
               DISPLAY 'TASKFLW0 OPEN FAILED FOR TASKS-FILE - STATUS '
                   WS-TASKS-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL END-OF-FILE-SCAN
               READ TASKS-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-LIVE-COUNT
                       MOVE T-STATUS TO WS-SLOT-STATUS
                       MOVE T-PRIORITY TO WS-SLOT-PRIORITY
                       PERFORM FIND-SLOT-PARA
                       ADD 1 TO WS-G-LIVE(WS-SLOT-S, WS-SLOT-P)
               END-READ
           END-PERFORM
           CLOSE TASKS-FILE
           EXIT.
       ROLL-BOOKS-PARA.
      * CARRY EVERY CELL FORWARD, TOTAL THE CELLS INTO THE ACTIVE AND
      * CLOSED OPENING AND LIVE FIGURES, THEN STRIKE THE THREE BOOKS
           PERFORM ROLL-ONE-CELL-PARA
               VARYING WS-STATUS-IX FROM 1 BY 1
               UNTIL WS-STATUS-IX > 8
               AFTER WS-PRIORITY-IX FROM 1 BY 1
               UNTIL WS-PRIORITY-IX > 4
           COMPUTE WS-OPEN-TOTAL = WS-OPEN-ACTIVE + WS-OPEN-CLOSED
           COMPUTE WS-LIVE-TOTAL = WS-LIVE-ACTIVE + WS-LIVE-CLOSED
           COMPUTE WS-NEW-TOTAL = WS-NEW-ACTIVE + WS-NEW-CLOSED
           COMPUTE WS-EXP-TOTAL =
               WS-OPEN-TOTAL + WS-NEW-TOTAL - WS-ARCHIVED
           COMPUTE WS-EXP-ACTIVE =
               WS-OPEN-ACTIVE + WS-NEW-ACTIVE - WS-COMPLETED
               - WS-CANCELLED + WS-RETURNED
           COMPUTE WS-EXP-CLOSED =
               WS-OPEN-CLOSED + WS-NEW-CLOSED + WS-COMPLETED
               + WS-CANCELLED - WS-RETURNED - WS-ARCHIVED
           COMPUTE WS-DIFF-TOTAL = WS-LIVE-TOTAL - WS-EXP-TOTAL
           COMPUTE WS-DIFF-ACTIVE = WS-LIVE-ACTIVE - WS-EXP-ACTIVE
           COMPUTE WS-DIFF-CLOSED = WS-LIVE-CLOSED - WS-EXP-CLOSED
           IF WS-DIFF-TOTAL NOT = 0 OR WS-DIFF-ACTIVE NOT = 0 OR
              WS-DIFF-CLOSED NOT = 0 OR WS-OFF-CELLS > 0 OR
              WS-ARC-DELETES NOT = WS-ARCHIVED OR
              WS-OTHER-DELETES NOT = 0 THEN
               MOVE 'N' TO IF-BALANCED
           END-IF
           EXIT.
       ROLL-ONE-CELL-PARA.
           COMPUTE WS-G-EXPECTED(WS-STATUS-IX, WS-PRIORITY-IX) =
               WS-G-OPENING(WS-STATUS-IX, WS-PRIORITY-IX)
               + WS-G-IN(WS-STATUS-IX, WS-PRIORITY-IX)
               - WS-G-OUT(WS-STATUS-IX, WS-PRIORITY-IX)
           COMPUTE WS-G-DIFF(WS-STATUS-IX, WS-PRIORITY-IX) =
               WS-G-LIVE(WS-STATUS-IX, WS-PRIORITY-IX)
               - WS-G-EXPECTED(WS-STATUS-IX, WS-PRIORITY-IX)
           IF WS-G-DIFF(WS-STATUS-IX, WS-PRIORITY-IX) NOT = 0 THEN
               ADD 1 TO WS-OFF-CELLS
           END-IF
           IF WS-STATUS-IX = 6 OR WS-STATUS-IX = 7 THEN
               ADD WS-G-OPENING(WS-STATUS-IX, WS-PRIORITY-IX)
                   TO WS-OPEN-CLOSED
               ADD WS-G-LIVE(WS-STATUS-IX, WS-PRIORITY-IX)
                   TO WS-LIVE-CLOSED
           ELSE
               ADD WS-G-OPENING(WS-STATUS-IX, WS-PRIORITY-IX)
                   TO WS-OPEN-ACTIVE
               ADD WS-G-LIVE(WS-STATUS-IX, WS-PRIORITY-IX)
                   TO WS-LIVE-ACTIVE
           END-IF
           EXIT.
       PRINT-BOOKS-PARA.
           MOVE 'WHOLE FILE' TO WS-SECTION-LINE
           MOVE WS-SECTION-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE '  OPENING POPULATION' TO BK-LABEL
           MOVE WS-OPEN-TOTAL TO BK-AMOUNT
           PERFORM WRITE-BOOK-LINE-PARA
           MOVE '  + NEW TASKS WRITTEN' TO BK-LABEL
           MOVE WS-NEW-TOTAL TO BK-AMOUNT
           PERFORM WRITE-BOOK-LINE-PARA
           MOVE '  - ARCHIVED BY TASKARC0 (BATCHLOG)' TO BK-LABEL
           MOVE WS-ARCHIVED TO BK-AMOUNT
           PERFORM WRITE-BOOK-LINE-PARA
           MOVE WS-EXP-TOTAL TO BK-AMOUNT
           PERFORM WRITE-BOOK-FOOT-PARA
           MOVE WS-LIVE-TOTAL TO BK-AMOUNT
           PERFORM WRITE-BOOK-LIVE-PARA
           MOVE WS-DIFF-TOTAL TO BK-AMOUNT
           PERFORM WRITE-BOOK-DIFF-PARA
           MOVE 'ACTIVE WORK (O I P W D)' TO WS-SECTION-LINE
           MOVE WS-SECTION-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE '  OPENING ACTIVE' TO BK-LABEL
           MOVE WS-OPEN-ACTIVE TO BK-AMOUNT
           PERFORM WRITE-BOOK-LINE-PARA
           MOVE '  + NEW TASKS WRITTEN ACTIVE' TO BK-LABEL
           MOVE WS-NEW-ACTIVE TO BK-AMOUNT
           PERFORM WRITE-BOOK-LINE-PARA
           MOVE '  - COMPLETED' TO BK-LABEL
           MOVE WS-COMPLETED TO BK-AMOUNT
           PERFORM WRITE-BOOK-LINE-PARA
           MOVE '  - CANCELLED' TO BK-LABEL
           MOVE WS-CANCELLED TO BK-AMOUNT
           PERFORM WRITE-BOOK-LINE-PARA
           MOVE '  + RETURNED FROM C OR X' TO BK-LABEL
           MOVE WS-RETURNED TO BK-AMOUNT
           PERFORM WRITE-BOOK-LINE-PARA
           MOVE WS-EXP-ACTIVE TO BK-AMOUNT
           PERFORM WRITE-BOOK-FOOT-PARA
           MOVE WS-LIVE-ACTIVE TO BK-AMOUNT
           PERFORM WRITE-BOOK-LIVE-PARA
           MOVE WS-DIFF-ACTIVE TO BK-AMOUNT
           PERFORM WRITE-BOOK-DIFF-PARA
           MOVE 'CLOSED WORK (C X)' TO WS-SECTION-LINE
           MOVE WS-SECTION-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE '  OPENING CLOSED' TO BK-LABEL
           MOVE WS-OPEN-CLOSED TO BK-AMOUNT
           PERFORM WRITE-BOOK-LINE-PARA
           MOVE '  + NEW TASKS WRITTEN CLOSED' TO BK-LABEL
           MOVE WS-NEW-CLOSED TO BK-AMOUNT
           PERFORM WRITE-BOOK-LINE-PARA
           MOVE '  + COMPLETED' TO BK-LABEL
           MOVE WS-COMPLETED TO BK-AMOUNT
           PERFORM WRITE-BOOK-LINE-PARA
           MOVE '  + CANCELLED' TO BK-LABEL
           MOVE WS-CANCELLED TO BK-AMOUNT
           PERFORM WRITE-BOOK-LINE-PARA
           MOVE '  - RETURNED TO ACTIVE' TO BK-LABEL
           MOVE WS-RETURNED TO BK-AMOUNT
           PERFORM WRITE-BOOK-LINE-PARA
           MOVE '  - ARCHIVED BY TASKARC0 (BATCHLOG)' TO BK-LABEL
           MOVE WS-ARCHIVED TO BK-AMOUNT
           PERFORM WRITE-BOOK-LINE-PARA
           MOVE WS-EXP-CLOSED TO BK-AMOUNT
           PERFORM WRITE-BOOK-FOOT-PARA
           MOVE WS-LIVE-CLOSED TO BK-AMOUNT
           PERFORM WRITE-BOOK-LIVE-PARA
           MOVE WS-DIFF-CLOSED TO BK-AMOUNT
           PERFORM WRITE-BOOK-DIFF-PARA
      * CROSS-CHECKS - THE ARCHIVE FIGURE ON BATCHLOG MUST MATCH THE
      * DELETE IMAGES TASKARC0 PUT ON THE JOURNAL, AND NOTHING ELSE
      * DELETES FROM TASKS
           MOVE 'CROSS-CHECKS' TO WS-SECTION-LINE
           MOVE WS-SECTION-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE '  TASKARC0 RUNS SINCE THE SNAPSHOT' TO BK-LABEL
           MOVE WS-ARC-RUNS TO BK-AMOUNT
           PERFORM WRITE-BOOK-LINE-PARA
           MOVE '  ARCHIVE DELETES ON RECOVLOG' TO BK-LABEL
           MOVE WS-ARC-DELETES TO BK-AMOUNT
           PERFORM WRITE-BOOK-LINE-PARA
           MOVE '  OTHER DELETES ON RECOVLOG' TO BK-LABEL
           MOVE WS-OTHER-DELETES TO BK-AMOUNT
           PERFORM WRITE-BOOK-LINE-PARA
           MOVE '  JOURNAL IMAGES SINCE THE SNAPSHOT' TO BK-LABEL
           MOVE WS-WINDOW-COUNT TO BK-AMOUNT
           PERFORM WRITE-BOOK-LINE-PARA
           MOVE '  TASKS WITH NO IMAGE BEFORE THE SNAPSHOT' TO BK-LABEL
           MOVE WS-UNTRACED-COUNT TO BK-AMOUNT
           PERFORM WRITE-BOOK-LINE-PARA
           MOVE WS-BLANK-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           EXIT.
       WRITE-BOOK-LINE-PARA.
           MOVE WS-BOOK-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           EXIT.
       WRITE-BOOK-FOOT-PARA.
           MOVE '  = EXPECTED' TO BK-LABEL
           PERFORM WRITE-BOOK-LINE-PARA
           EXIT.
       WRITE-BOOK-LIVE-PARA.
           MOVE '    LIVE COUNT' TO BK-LABEL
           PERFORM WRITE-BOOK-LINE-PARA
           EXIT.
       WRITE-BOOK-DIFF-PARA.
           MOVE '    DIFFERENCE' TO BK-LABEL
           PERFORM WRITE-BOOK-LINE-PARA
           MOVE WS-BLANK-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           EXIT.
       PRINT-GRID-PARA.
      * ONE LINE PER STATUS/PRIORITY CELL WITH ANYTHING IN IT, A
      * DIFFERENCE FLAGGED *** - THE BREAKDOWN OF WHATEVER THE BOOKS
      * ABOVE ARE OUT BY
           MOVE WS-GRID-HEAD TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           PERFORM PRINT-ONE-CELL-PARA
               VARYING WS-STATUS-IX FROM 1 BY 1
               UNTIL WS-STATUS-IX > 8
               AFTER WS-PRIORITY-IX FROM 1 BY 1
               UNTIL WS-PRIORITY-IX > 4
           MOVE WS-BLANK-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE SPACES TO WS-RESULT-LINE
           IF ALL-BALANCED THEN
               MOVE 'BOOKS BALANCE' TO RS-TEXT
           ELSE
               MOVE 'OUT OF BALANCE - CELLS DIFFERING:' TO RS-TEXT
               MOVE WS-OFF-CELLS TO RS-CELLS
           END-IF
           MOVE WS-RESULT-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           EXIT.
       PRINT-ONE-CELL-PARA.
           IF WS-G-OPENING(WS-STATUS-IX, WS-PRIORITY-IX) NOT = 0 OR
              WS-G-IN(WS-STATUS-IX, WS-PRIORITY-IX) NOT = 0 OR
              WS-G-OUT(WS-STATUS-IX, WS-PRIORITY-IX) NOT = 0 OR
              WS-G-LIVE(WS-STATUS-IX, WS-PRIORITY-IX) NOT = 0 THEN
               MOVE WS-STATUS-LABELS(WS-STATUS-IX:1) TO GL-STATUS
               MOVE WS-PRIORITY-LABELS(WS-PRIORITY-IX:1)
                   TO GL-PRIORITY
               MOVE WS-G-OPENING(WS-STATUS-IX, WS-PRIORITY-IX)
                   TO GL-OPENING
               MOVE WS-G-IN(WS-STATUS-IX, WS-PRIORITY-IX) TO GL-IN
               MOVE WS-G-OUT(WS-STATUS-IX, WS-PRIORITY-IX) TO GL-OUT
               MOVE WS-G-EXPECTED(WS-STATUS-IX, WS-PRIORITY-IX)
                   TO GL-EXPECTED
               MOVE WS-G-LIVE(WS-STATUS-IX, WS-PRIORITY-IX)
                   TO GL-LIVE
               MOVE WS-G-DIFF(WS-STATUS-IX, WS-PRIORITY-IX)
                   TO GL-DIFF
               IF WS-G-DIFF(WS-STATUS-IX, WS-PRIORITY-IX) NOT = 0 THEN
                   MOVE '***' TO GL-FLAG
               ELSE
                   MOVE SPACES TO GL-FLAG
               END-IF
               MOVE WS-GRID-LINE TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA
           END-IF
           EXIT.
       DATE-TO-JULIAN-PARA.
      * YYYYMMDD TO THE 0CYYDDD FORM EVERY JOURNAL ROW CARRIES
           IF WS-CVT-CC NOT = 20 OR WS-CVT-MM < 1 OR WS-CVT-MM > 12
              OR WS-CVT-DD < 1 OR WS-CVT-DD > 31 THEN
               DISPLAY 'TASKFLW0 BAD DATE ' WS-CVT-DATE
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           MOVE 0 TO WS-CVT-DDD
           MOVE 1 TO WS-MONTH-IX
           PERFORM ADD-ONE-MONTH-PARA
               UNTIL WS-MONTH-IX NOT < WS-CVT-MM
           COMPUTE WS-CVT-DDD = WS-CVT-DDD + WS-CVT-DD
           COMPUTE WS-CVT-JDATE =
               100000 + WS-CVT-YY * 1000 + WS-CVT-DDD
           EXIT.
       ADD-ONE-MONTH-PARA.
           PERFORM SET-MONTH-LEN-PARA
           ADD WS-THIS-MONTH-LEN TO WS-CVT-DDD
           ADD 1 TO WS-MONTH-IX
           EXIT.
       SET-MONTH-LEN-PARA.
           MOVE WS-MONTH-LEN(WS-MONTH-IX) TO WS-THIS-MONTH-LEN
           IF WS-MONTH-IX = 2 THEN
               DIVIDE WS-CVT-YY BY 4 GIVING WS-LEAP-REM
                   REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM = 0 THEN
                   ADD 1 TO WS-THIS-MONTH-LEN
               END-IF
           END-IF
           EXIT.
       JULIAN-TO-DATE-PARA.
      * AND BACK - WALK THE MONTH TABLE UNTIL THE DAY-OF-YEAR FITS
      * INSIDE A MONTH, WHAT IS LEFT IS THE DAY
           MOVE 20 TO WS-CVT-CC
           MOVE WS-CVT-JYY TO WS-CVT-YY
           MOVE WS-CVT-JDDD TO WS-CVT-DDD
           MOVE 1 TO WS-MONTH-IX
           PERFORM SET-MONTH-LEN-PARA
           PERFORM TAKE-ONE-MONTH-PARA
               UNTIL WS-CVT-DDD NOT > WS-THIS-MONTH-LEN
                  OR WS-MONTH-IX = 12
           MOVE WS-MONTH-IX TO WS-CVT-MM
           MOVE WS-CVT-DDD TO WS-CVT-DD
           EXIT.
       TAKE-ONE-MONTH-PARA.
           SUBTRACT WS-THIS-MONTH-LEN FROM WS-CVT-DDD
           ADD 1 TO WS-MONTH-IX
           PERFORM SET-MONTH-LEN-PARA
           EXIT.
       WRITE-REPORT-LINE-PARA.
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = '00' THEN
               DISPLAY 'TASKFLW0 REPORT WRITE FAILED - STATUS '
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
           MOVE 'TASKFLW0' TO PRQ-JOBNAME
           ACCEPT PRQ-RUN-DATE FROM DATE YYYYMMDD
           CALL 'SUBPRQ' USING PRQ-PARM
           EVALUATE TRUE
           WHEN PRQ-BLOCKED
               DISPLAY 'TASKFLW0 BLOCKED - NO NORMAL '
                   PRQ-MISSING-JOB ' RUN TONIGHT'
               PERFORM WRITE-BLOCKED-LOG-PARA
               STOP RUN
           WHEN PRQ-OVERRIDDEN
               DISPLAY 'TASKFLW0 PREREQ ' PRQ-MISSING-JOB
                   ' MISSING - RUNNING ON OPERATOR OVERRIDE'
           END-EVALUATE
           EXIT.
       WRITE-BLOCKED-LOG-PARA.
      * THE REFUSAL ITSELF GOES ON THE JOURNAL SO TASKBLG0 SHOWS WHAT
      * WAS BLOCKED AND WHY, INSTEAD OF A JOB THAT SILENTLY NEVER RAN
           OPEN I-O BATCHLOG-FILE
           IF WS-BATCHLOG-STATUS NOT = '00' THEN
               DISPLAY 'TASKFLW0 OPEN FAILED FOR BATCHLOG-FILE - '
                   'STATUS ' WS-BATCHLOG-STATUS
               STOP RUN
           END-IF
           MOVE 'TASKFLW0' TO BL-JOBNAME
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
               DISPLAY 'TASKFLW0 OPEN FAILED FOR BATCHLOG-FILE - '
                   'STATUS ' WS-BATCHLOG-STATUS
               STOP RUN
           END-IF
           MOVE 'TASKFLW0' TO BL-JOBNAME
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
               DISPLAY 'TASKFLW0 BATCHLOG WRITE FAILED - STATUS '
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
               DISPLAY 'TASKFLW0 BATCHLOG REWRITE FAILED - STATUS '
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
      * READ = LIVE TASKS COUNTED, WRITTEN = JOURNAL IMAGES SINCE THE
      * SNAPSHOT, ARCHIVED = TASKARC0'S FIGURE TAKEN OFF THE BOOKS,
      * SKIPPED = STATUS/PRIORITY CELLS OUT OF BALANCE
           MOVE WS-LIVE-COUNT TO BL-READ-COUNT
           MOVE WS-WINDOW-COUNT TO BL-WRITTEN-COUNT
           MOVE WS-ARCHIVED TO BL-ARCHIVED-COUNT
           MOVE WS-OFF-CELLS TO BL-SKIPPED-COUNT
           EXIT.
