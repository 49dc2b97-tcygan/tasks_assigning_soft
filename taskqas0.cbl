       IDENTIFICATION DIVISION.
       PROGRAM-ID. TASKQAS0.
      * WEEKLY BATCH JOB - PICKS THE WEEK'S COMPLETED WORK FOR A
      * QUALITY REVIEW. EVERY TASK THAT CLOSED SINCE THE LAST RUN IS A
      * CANDIDATE, AND EACH USER GIVES UP THE SHARE OF THEIR OWN
      * COMPLETIONS THAT THE QASAMPCT CONTROL ROW NAMES (PERCENT,
      * ROUNDED UP SO A USER WITH ANY WORK GIVES UP AT LEAST ONE - 10
      * WHEN THE ROW IS ABSENT, 0 TURNS THE RANDOM SHARE OFF). ON TOP
      * OF THE SHARE, EVERY TASK THAT HAD TO BE REWORKED BEFORE IT
      * CLOSED IS ALWAYS TAKEN. THE PICKS GO ON THE QAREVIEW FILE AS
      * PENDING ROWS FOR THE USQARP REVIEWER SCREEN.
      * THE CANDIDATES COME OFF TASKS-HISTORY, SO THE JOB RUNS AFTER
      * THE NIGHTLY TASKARC0 HAS MOVED THE DAY'S CLOSED WORK ACROSS
      * (JOBPREREQ). THE QASAMPTO CONTROL ROW REMEMBERS THE LAST DAY
      * SAMPLED THROUGH, SO A LATE OR SKIPPED WEEK IS PICKED UP FROM
      * WHERE THE LAST RUN STOPPED; THE FIRST RUN TAKES THE LAST SEVEN
      * DAYS.
      * THE DRAW IS THE SORT ITSELF - WITHIN EACH USER THE CANDIDATES
      * ARE ORDERED ON A SCRAMBLE KEY MADE BY PUTTING THE TASKID AND
      * THE RUN'S CLOCK THROUGH SUBHSH, AND THE SHARE IS TAKEN OFF THE
      * TOP. THE SAME TASK LANDS IN A DIFFERENT PLACE EVERY RUN, AND NO
      * USER CAN TELL FROM THE TASKID WHETHER IT WILL BE PICKED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO HISTDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS H-TASKID
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT QAREVIEW-FILE ASSIGN TO QADD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS QA-KEY
               FILE STATUS IS WS-QAREVIEW-STATUS.
           SELECT CONTROL-FILE ASSIGN TO CTLDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTL-KEY
               FILE STATUS IS WS-CONTROL-STATUS.
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
       FD  HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HISTORYREC.
       FD  QAREVIEW-FILE
           LABEL RECORDS ARE STANDARD.
           COPY QAREC.
       FD  CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CTLREC.
      * PICK R (REWORKED) SORTS AHEAD OF PICK S (THE RANDOM SHARE), SO
      * EACH USER'S MUST-TAKE ROWS COME OUT BEFORE THEIR CANDIDATES
       SD  SORT-WORK.
       01  SRT-QA-REC.
           05 SRT-USERNAME PIC X(20).
           05 SRT-PICK PIC X(1).
           05 SRT-SCRAMBLE PIC X(18).
           05 SRT-TASKID PIC X(10).
           05 SRT-COMPLETED-DATE PIC 9(7).
           05 SRT-REWORK-COUNT PIC 9(2).
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
      * SAME PARAMETER AREA THE PASSWORD CALLERS USE - HERE IT TURNS
      * TASKID PLUS CLOCK INTO THE SCRAMBLE KEY
       01 HSH-PARM.
           05 HSH-INPUT.
               10 HSH-IN-TASKID PIC X(10).
               10 HSH-IN-TIME PIC 9(8).
               10 HSH-IN-DAY PIC 9(2).
           05 HSH-OUTPUT PIC X(20).
       01 WS-HISTORY-STATUS PIC XX.
       01 WS-QAREVIEW-STATUS PIC XX.
       01 WS-CONTROL-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
      * REPORT REPOSITORY PARAMETER AREA - SEE SUBRPS
       01 RPS-PARM.
           05 RPS-REQUEST PIC X.
           05 RPS-JOBNAME PIC X(8) VALUE 'TASKQAS0'.
           05 RPS-LINE PIC X(80).
           05 RPS-STATUS PIC X.
       01 WS-EOF-FLAG PIC X.
           88 END-OF-FILE-SCAN VALUE 'Y'.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-TIME PIC 9(8).
       01 WS-RUN-DAY PIC 9(5).
      * TODAY AS A 0CYYDDD STAMP - THE SAMPLE DATE ON EVERY ROW AND
      * THE NEW QASAMPTO
       01 WS-TODAY-JULIAN PIC 9(7).
       01 WS-TODAY-DAYS PIC S9(7).
      * THE SHARE IN PERCENT, AND THE LAST DAY THE PREVIOUS RUN
      * SAMPLED THROUGH (ZERO BEFORE THE FIRST RUN)
       01 WS-SAMPLE-PCT PIC 9(3) VALUE 10.
       01 WS-SAMPLED-TO PIC 9(7) VALUE 0.
       01 WS-FIRST-DAYS PIC S9(7).
       01 WS-NEW-SAMPLED-TO PIC 9(9).
       01 WS-COMPLETED-DAYS PIC S9(7).
      * AGE ARITHMETIC ON THE 0CYYDDD STAMPS - SAME DAYS-FROM-2000
      * REDUCTION SUBLOG USES FOR THE PASSWORD AGE
       01 WS-JULIAN-IN PIC 9(7).
       01 WS-JULIAN-PARTS REDEFINES WS-JULIAN-IN.
           05 FILLER PIC 9(2).
           05 WS-JUL-YY PIC 9(2).
           05 WS-JUL-DDD PIC 9(3).
       01 WS-DAYS-OUT PIC S9(7).
      * THE USER NOW COMING OUT OF THE SORT AND THEIR CANDIDATES FOR
      * THE RANDOM SHARE, ALREADY IN SCRAMBLED ORDER. A USER WITH MORE
      * THAN THE TABLE HOLDS HAS THE SHARE WORKED OUT ON THEIR FULL
      * COUNT AND TAKEN FROM THE ROWS THAT FIT
       01 WS-HELD-USERNAME PIC X(20).
       01 WS-CAND-COUNT PIC 9(5) VALUE 0.
       01 WS-CAND-HELD PIC 9(3) VALUE 0.
       01 WS-CAND-TABLE.
           05 WS-CAND OCCURS 999 TIMES.
               10 WS-CAND-TASKID PIC X(10).
               10 WS-CAND-COMPLETED PIC 9(7).
       01 WS-CAND-IX PIC 9(4).
       01 WS-TAKE-COUNT PIC 9(5).
       01 WS-USER-REWORK PIC 9(5).
       01 WS-USER-RANDOM PIC 9(5).
      * COUNTS FOR THE TOTALS, THE DISPLAYS AND THE BATCHLOG ROW
       01 WS-READ-COUNT PIC 9(7) VALUE 0.
       01 WS-CANDIDATE-COUNT PIC 9(7) VALUE 0.
       01 WS-REWORK-COUNT PIC 9(7) VALUE 0.
       01 WS-RANDOM-COUNT PIC 9(7) VALUE 0.
       01 WS-WRITTEN-COUNT PIC 9(7) VALUE 0.
       01 WS-SKIPPED-COUNT PIC 9(7) VALUE 0.
       01 WS-USER-COUNT PIC 9(7) VALUE 0.
       01 WS-HEADINGS.
           05 WS-TITLE1.
               10 FILLER PIC X(27) VALUE
                  'QA SAMPLE OF CLOSED WORK - '.
               10 HD-RUN-DATE PIC 9(8).
               10 FILLER PIC X(45) VALUE SPACE.
           05 WS-TITLE2.
               10 FILLER PIC X(17) VALUE 'CLOSED AFTER DAY '.
               10 HD-FROM PIC 9(7).
               10 FILLER PIC X(12) VALUE '   THROUGH  '.
               10 HD-TO PIC 9(7).
               10 FILLER PIC X(12) VALUE '   SHARE %  '.
               10 HD-PCT PIC ZZ9.
               10 FILLER PIC X(22) VALUE SPACE.
           05 WS-TITLE3 PIC X(80) VALUE
              'USERNAME             TASKID     CLOSED  PICK REWORK'.
       01 WS-BLANK-LINE PIC X(80) VALUE SPACES.
       01 WS-DETAIL-LINE.
           05 DL-USERNAME PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DL-TASKID PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DL-COMPLETED PIC 9(7).
           05 FILLER PIC X(3) VALUE SPACE.
           05 DL-PICK PIC X(1).
           05 FILLER PIC X(4) VALUE SPACE.
           05 DL-REWORK PIC Z9.
           05 FILLER PIC X(2) VALUE SPACE.
           05 DL-NOTE PIC X(29).
       01 WS-USER-LINE.
           05 FILLER PIC X(2) VALUE SPACE.
           05 UL-USERNAME PIC X(20).
           05 FILLER PIC X(8) VALUE ' CLOSED '.
           05 UL-CLOSED PIC ZZZZ9.
           05 FILLER PIC X(9) VALUE '  RANDOM '.
           05 UL-RANDOM PIC ZZZZ9.
           05 FILLER PIC X(9) VALUE '  REWORK '.
           05 UL-REWORK PIC ZZZZ9.
           05 FILLER PIC X(17) VALUE SPACE.
       01 WS-TOTAL-LINE.
           05 TL-LABEL PIC X(32).
           05 TL-COUNT PIC ZZZZZZ9.
           05 FILLER PIC X(41) VALUE SPACE.
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM CHECK-PREREQS-PARA
           PERFORM OPEN-BATCH-LOG-PARA
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-RUN-DAY FROM DAY
           COMPUTE WS-TODAY-JULIAN = 100000 + WS-RUN-DAY
           MOVE WS-TODAY-JULIAN TO WS-JULIAN-IN
           PERFORM JULIAN-TO-DAYS-PARA
           MOVE WS-DAYS-OUT TO WS-TODAY-DAYS
           PERFORM READ-SETTINGS-PARA
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = '00' THEN
               DISPLAY 'TASKQAS0 OPEN FAILED FOR HISTORY-FILE - STATUS '
                   WS-HISTORY-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           OPEN I-O QAREVIEW-FILE
           IF WS-QAREVIEW-STATUS NOT = '00' THEN
               DISPLAY 'TASKQAS0 OPEN FAILED FOR QAREVIEW-FILE - '
                   'STATUS ' WS-QAREVIEW-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00' THEN
               DISPLAY 'TASKQAS0 OPEN FAILED FOR REPORT-FILE - STATUS '
                   WS-REPORT-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO HD-RUN-DATE
           MOVE WS-TITLE1 TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE WS-SAMPLED-TO TO HD-FROM
           MOVE WS-TODAY-JULIAN TO HD-TO
           MOVE WS-SAMPLE-PCT TO HD-PCT
           MOVE WS-TITLE2 TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE WS-BLANK-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE WS-TITLE3 TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           SORT SORT-WORK
               ON ASCENDING KEY SRT-USERNAME SRT-PICK SRT-SCRAMBLE
               INPUT PROCEDURE IS 1000-GATHER-CLOSED
               OUTPUT PROCEDURE IS 2000-TAKE-SAMPLE
           PERFORM PRINT-TOTALS-PARA
           CLOSE HISTORY-FILE
           CLOSE QAREVIEW-FILE
           CLOSE REPORT-FILE
           MOVE 'C' TO RPS-REQUEST
           CALL 'SUBRPS' USING RPS-PARM
           PERFORM RECORD-SAMPLED-TO-PARA
           DISPLAY 'TASKQAS0 HISTORY ROWS READ: ' WS-READ-COUNT
           DISPLAY 'TASKQAS0 CLOSED IN WINDOW: ' WS-CANDIDATE-COUNT
           DISPLAY 'TASKQAS0 REWORKED TASKS TAKEN: ' WS-REWORK-COUNT
           DISPLAY 'TASKQAS0 RANDOM SHARE TAKEN: ' WS-RANDOM-COUNT
           DISPLAY 'TASKQAS0 ALREADY ON FILE: ' WS-SKIPPED-COUNT
           PERFORM WRITE-BATCH-LOG-END-PARA
           GOBACK.
       READ-SETTINGS-PARA.
      * THE SHARE AND THE HIGH-WATER MARK. A SHARE OVER 100 IS HELD AT
      * 100 - EVERY CLOSED TASK
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = '00' THEN
               DISPLAY 'TASKQAS0 OPEN FAILED FOR CONTROL-FILE - STATUS '
                   WS-CONTROL-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           MOVE 'QASAMPCT' TO CTL-KEY
           READ CONTROL-FILE
           IF WS-CONTROL-STATUS = '00' THEN
               IF CTL-NEXT-TASKID > 100 THEN
                   MOVE 100 TO WS-SAMPLE-PCT
               ELSE
                   MOVE CTL-NEXT-TASKID TO WS-SAMPLE-PCT
               END-IF
           END-IF
           MOVE 'QASAMPTO' TO CTL-KEY
           READ CONTROL-FILE
           IF WS-CONTROL-STATUS = '00' THEN
               MOVE CTL-NEXT-TASKID TO WS-SAMPLED-TO
           END-IF
           CLOSE CONTROL-FILE
      * THE WINDOW OPENS THE DAY AFTER THE LAST ONE SAMPLED, OR A WEEK
      * BACK ON THE FIRST RUN
           IF WS-SAMPLED-TO > 0 THEN
               MOVE WS-SAMPLED-TO TO WS-JULIAN-IN
               PERFORM JULIAN-TO-DAYS-PARA
               COMPUTE WS-FIRST-DAYS = WS-DAYS-OUT + 1
           ELSE
               COMPUTE WS-FIRST-DAYS = WS-TODAY-DAYS - 6
           END-IF
           DISPLAY 'TASKQAS0 SAMPLE SHARE PERCENT: ' WS-SAMPLE-PCT
           DISPLAY 'TASKQAS0 LAST SAMPLED THROUGH: ' WS-SAMPLED-TO
           EXIT.
       1000-GATHER-CLOSED.
      * EVERY COMPLETED TASK IN THE WINDOW GOES INTO THE SORT - A
      * CANCELLED ONE WAS NEVER DONE AND HAS NOTHING TO REVIEW
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL END-OF-FILE-SCAN
               READ HISTORY-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF H-STATUS-COMPLETE AND H-USERNAME NOT = SPACES
                           AND H-COMPLETED-DATE > 0 THEN
                           PERFORM 1100-RELEASE-IF-IN-WINDOW
                       END-IF
               END-READ
           END-PERFORM
           EXIT.
       1100-RELEASE-IF-IN-WINDOW.
           MOVE H-COMPLETED-DATE TO WS-JULIAN-IN
           PERFORM JULIAN-TO-DAYS-PARA
           MOVE WS-DAYS-OUT TO WS-COMPLETED-DAYS
           IF WS-COMPLETED-DAYS NOT < WS-FIRST-DAYS
               AND WS-COMPLETED-DAYS NOT > WS-TODAY-DAYS THEN
               ADD 1 TO WS-CANDIDATE-COUNT
               MOVE H-USERNAME TO SRT-USERNAME
               IF H-REWORK-COUNT > 0 THEN
                   MOVE 'R' TO SRT-PICK
               ELSE
                   MOVE 'S' TO SRT-PICK
               END-IF
               MOVE H-TASKID TO HSH-IN-TASKID
               MOVE WS-RUN-TIME TO HSH-IN-TIME
               MOVE WS-RUN-DATE(7:2) TO HSH-IN-DAY
               CALL 'SUBHSH' USING HSH-PARM
               MOVE HSH-OUTPUT(3:18) TO SRT-SCRAMBLE
               MOVE H-TASKID TO SRT-TASKID
               MOVE H-COMPLETED-DATE TO SRT-COMPLETED-DATE
               MOVE H-REWORK-COUNT TO SRT-REWORK-COUNT
               RELEASE SRT-QA-REC
           END-IF
           EXIT.
       2000-TAKE-SAMPLE.
           MOVE HIGH-VALUES TO WS-HELD-USERNAME
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL END-OF-FILE-SCAN
               RETURN SORT-WORK
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF SRT-USERNAME NOT = WS-HELD-USERNAME THEN
                           PERFORM 2100-USER-BREAK
                       END-IF
                       IF SRT-PICK = 'R' THEN
                           PERFORM 2200-TAKE-REWORKED
                       ELSE
                           PERFORM 2300-HOLD-CANDIDATE
                       END-IF
               END-RETURN
           END-PERFORM
           IF WS-HELD-USERNAME NOT = HIGH-VALUES THEN
               PERFORM 2400-TAKE-SHARE
           END-IF
           EXIT.
       2100-USER-BREAK.
           IF WS-HELD-USERNAME NOT = HIGH-VALUES THEN
               PERFORM 2400-TAKE-SHARE
           END-IF
           MOVE SRT-USERNAME TO WS-HELD-USERNAME
           MOVE 0 TO WS-CAND-COUNT
           MOVE 0 TO WS-CAND-HELD
           MOVE 0 TO WS-USER-REWORK
           MOVE 0 TO WS-USER-RANDOM
           ADD 1 TO WS-USER-COUNT
           EXIT.
       2200-TAKE-REWORKED.
      * WORK THAT HAD TO GO BACK BEFORE IT CLOSED IS ALWAYS REVIEWED,
      * WHATEVER THE SHARE
           MOVE SRT-TASKID TO QA-TASKID
           MOVE SRT-COMPLETED-DATE TO QA-COMPLETED-DATE
           MOVE SRT-REWORK-COUNT TO QA-REWORK-COUNT
           MOVE 'R' TO QA-PICK
           PERFORM WRITE-QA-ROW-PARA
           ADD 1 TO WS-USER-REWORK
           EXIT.
       2300-HOLD-CANDIDATE.
           ADD 1 TO WS-CAND-COUNT
           IF WS-CAND-HELD < 999 THEN
               ADD 1 TO WS-CAND-HELD
               MOVE SRT-TASKID TO WS-CAND-TASKID(WS-CAND-HELD)
               MOVE SRT-COMPLETED-DATE TO
                   WS-CAND-COMPLETED(WS-CAND-HELD)
           END-IF
           EXIT.
       2400-TAKE-SHARE.
      * THE SHARE OF THIS USER'S CANDIDATES, ROUNDED UP, OFF THE TOP OF
      * THE SCRAMBLED ORDER
           COMPUTE WS-TAKE-COUNT =
               (WS-CAND-COUNT * WS-SAMPLE-PCT + 99) / 100
           IF WS-TAKE-COUNT > WS-CAND-HELD THEN
               MOVE WS-CAND-HELD TO WS-TAKE-COUNT
           END-IF
           PERFORM VARYING WS-CAND-IX FROM 1 BY 1
                   UNTIL WS-CAND-IX > WS-TAKE-COUNT
               MOVE WS-CAND-TASKID(WS-CAND-IX) TO QA-TASKID
               MOVE WS-CAND-COMPLETED(WS-CAND-IX) TO QA-COMPLETED-DATE
               MOVE 0 TO QA-REWORK-COUNT
               MOVE 'S' TO QA-PICK
               PERFORM WRITE-QA-ROW-PARA
               ADD 1 TO WS-USER-RANDOM
           END-PERFORM
           MOVE WS-HELD-USERNAME TO UL-USERNAME
           COMPUTE UL-CLOSED = WS-CAND-COUNT + WS-USER-REWORK
           MOVE WS-USER-RANDOM TO UL-RANDOM
           MOVE WS-USER-REWORK TO UL-REWORK
           MOVE WS-USER-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           EXIT.
       WRITE-QA-ROW-PARA.
      * A PENDING ROW STAMPED WITH TODAY. A RERUN ON THE SAME DAY
      * FINDS THE ROW ALREADY THERE AND LEAVES IT ALONE
           MOVE WS-TODAY-JULIAN TO QA-SAMPLE-DATE
           MOVE WS-HELD-USERNAME TO QA-USERNAME
           MOVE 'N' TO QA-STATUS
           MOVE 0 TO QA-SCORE
           MOVE SPACES TO QA-REVIEWER
           MOVE 0 TO QA-REVIEW-DATE
           MOVE 0 TO QA-REVIEW-TIME
           MOVE SPACES TO QA-COMMENT
           MOVE WS-HELD-USERNAME TO DL-USERNAME
           MOVE QA-TASKID TO DL-TASKID
           MOVE QA-COMPLETED-DATE TO DL-COMPLETED
           MOVE QA-PICK TO DL-PICK
           MOVE QA-REWORK-COUNT TO DL-REWORK
           WRITE FS-QAREVIEW
           EVALUATE WS-QAREVIEW-STATUS
           WHEN '00'
               ADD 1 TO WS-WRITTEN-COUNT
               IF QA-PICK-REWORK THEN
                   ADD 1 TO WS-REWORK-COUNT
               ELSE
                   ADD 1 TO WS-RANDOM-COUNT
               END-IF
               MOVE SPACES TO DL-NOTE
           WHEN '22'
               ADD 1 TO WS-SKIPPED-COUNT
               MOVE 'ALREADY SAMPLED TODAY' TO DL-NOTE
           WHEN OTHER
               DISPLAY 'TASKQAS0 QAREVIEW WRITE FAILED FOR ' QA-TASKID
                   ' - STATUS ' WS-QAREVIEW-STATUS
               CLOSE HISTORY-FILE
               CLOSE QAREVIEW-FILE
               CLOSE REPORT-FILE
               MOVE 'C' TO RPS-REQUEST
               CALL 'SUBRPS' USING RPS-PARM
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-EVALUATE
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           EXIT.
       PRINT-TOTALS-PARA.
           MOVE WS-BLANK-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE 'TASKS CLOSED IN THE WINDOW:' TO TL-LABEL
           MOVE WS-CANDIDATE-COUNT TO TL-COUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE 'USERS WITH CLOSED WORK:' TO TL-LABEL
           MOVE WS-USER-COUNT TO TL-COUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE 'REWORKED TASKS TAKEN:' TO TL-LABEL
           MOVE WS-REWORK-COUNT TO TL-COUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE 'RANDOM SHARE TAKEN:' TO TL-LABEL
           MOVE WS-RANDOM-COUNT TO TL-COUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE 'ALREADY ON FILE - LEFT ALONE:' TO TL-LABEL
           MOVE WS-SKIPPED-COUNT TO TL-COUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           EXIT.
       RECORD-SAMPLED-TO-PARA.
      * QASAMPTO MOVES UP TO TODAY ONLY ONCE THE SAMPLE IS ON FILE -
      * A FAILED RUN LEAVES THE WINDOW WHERE IT WAS FOR THE RERUN
           OPEN I-O CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = '00' THEN
               DISPLAY 'TASKQAS0 OPEN FAILED FOR CONTROL-FILE - STATUS '
                   WS-CONTROL-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           MOVE WS-TODAY-JULIAN TO WS-NEW-SAMPLED-TO
           MOVE 'QASAMPTO' TO CTL-KEY
           READ CONTROL-FILE
           EVALUATE WS-CONTROL-STATUS
           WHEN '00'
               MOVE WS-NEW-SAMPLED-TO TO CTL-NEXT-TASKID
               REWRITE FS-CONTROL
           WHEN '23'
               MOVE 'QASAMPTO' TO CTL-KEY
               MOVE WS-NEW-SAMPLED-TO TO CTL-NEXT-TASKID
               WRITE FS-CONTROL
           END-EVALUATE
           IF WS-CONTROL-STATUS NOT = '00' THEN
               DISPLAY 'TASKQAS0 QASAMPTO UPDATE FAILED - STATUS '
                   WS-CONTROL-STATUS
               CLOSE CONTROL-FILE
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           CLOSE CONTROL-FILE
           EXIT.
       JULIAN-TO-DAYS-PARA.
      * 0CYYDDD TO DAYS FROM THE START OF 2000 - EVERY FOURTH YEAR IN
      * THE 20XX RANGE IS A LEAP YEAR WITH NO CENTURY EXCEPTION
           COMPUTE WS-DAYS-OUT =
               WS-JUL-YY * 365 + (WS-JUL-YY + 3) / 4 + WS-JUL-DDD
           EXIT.
       WRITE-REPORT-LINE-PARA.
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = '00' THEN
               DISPLAY 'TASKQAS0 REPORT WRITE FAILED - STATUS '
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
           MOVE 'TASKQAS0' TO PRQ-JOBNAME
           ACCEPT PRQ-RUN-DATE FROM DATE YYYYMMDD
           CALL 'SUBPRQ' USING PRQ-PARM
           EVALUATE TRUE
           WHEN PRQ-BLOCKED
               DISPLAY 'TASKQAS0 BLOCKED - NO NORMAL '
                   PRQ-MISSING-JOB ' RUN TONIGHT'
               PERFORM WRITE-BLOCKED-LOG-PARA
               STOP RUN
           WHEN PRQ-OVERRIDDEN
               DISPLAY 'TASKQAS0 PREREQ ' PRQ-MISSING-JOB
                   ' MISSING - RUNNING ON OPERATOR OVERRIDE'
           END-EVALUATE
           EXIT.
       WRITE-BLOCKED-LOG-PARA.
      * THE REFUSAL ITSELF GOES ON THE JOURNAL SO TASKBLG0 SHOWS WHAT
      * WAS BLOCKED AND WHY, INSTEAD OF A JOB THAT SILENTLY NEVER RAN
           OPEN I-O BATCHLOG-FILE
           IF WS-BATCHLOG-STATUS NOT = '00' THEN
               DISPLAY 'TASKQAS0 OPEN FAILED FOR BATCHLOG-FILE - '
                   'STATUS ' WS-BATCHLOG-STATUS
               STOP RUN
           END-IF
           MOVE 'TASKQAS0' TO BL-JOBNAME
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
               DISPLAY 'TASKQAS0 OPEN FAILED FOR BATCHLOG-FILE - '
                   'STATUS ' WS-BATCHLOG-STATUS
               STOP RUN
           END-IF
           MOVE 'TASKQAS0' TO BL-JOBNAME
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
               DISPLAY 'TASKQAS0 BATCHLOG WRITE FAILED - STATUS '
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
           MOVE WS-SKIPPED-COUNT TO BL-SKIPPED-COUNT
           MOVE 'NORMAL' TO BL-OUTCOME
           REWRITE FS-BATCHLOG
           IF WS-BATCHLOG-STATUS NOT = '00' THEN
               DISPLAY 'TASKQAS0 BATCHLOG REWRITE FAILED - STATUS '
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
           MOVE WS-WRITTEN-COUNT TO BL-WRITTEN-COUNT
           MOVE WS-SKIPPED-COUNT TO BL-SKIPPED-COUNT
           MOVE 'FAILED' TO BL-OUTCOME
           REWRITE FS-BATCHLOG
           CLOSE BATCHLOG-FILE
           EXIT.
