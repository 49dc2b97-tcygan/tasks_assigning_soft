      * TURNAROUND WAS ACCEPTABLE. CANCELLED WORK IS LEFT OUT, AND
      * ROWS ARCHIVED BEFORE THE ASSIGNED-DATE STAMP EXISTED (ZERO)
      * ARE COUNTED APART SINCE THEY HAVE NO MEASURABLE SLA CLOCK.
      * A SECOND SECTION BREAKS THE SAME SCORES DOWN BY WORK CATEGORY.
      * A CATEGORY WHOSE CATALOG ROW CARRIES ITS OWN WORK-DAY ALLOWANCE
      * IS SCORED THERE AGAINST THAT ALLOWANCE - THE SAME ONE ITS BLANK
      * DUE DATES WERE DEFAULTED FROM. THE PRIORITY SECTION ALWAYS
      * SCORES AGAINST THE PRIORITY ALLOWANCES ALONE.
      * A THIRD SECTION SCORES THE DUE DATE ITSELF. A DUE DATE CAN BE
      * MOVED BY AN APPROVED EXTENSION, SO EACH COMPLETED TASK WITH A
      * DUE DATE IS HELD AGAINST BOTH THE DATE IT WAS ORIGINALLY GIVEN
      * (THE OLD DATE ON ITS FIRST APPROVED DUEEXT ROW) AND THE DATE IT
      * FINISHED WITH, AND THE EXTENSIONS GRANTED ARE COUNTED - WORK
      * THAT ONLY MET ITS DATE BECAUSE THE DATE MOVED SHOWS UP HERE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS H-TASKID
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT DUEEXT-FILE ASSIGN TO DUEXDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DX-KEY
               FILE STATUS IS WS-DUEEXT-STATUS.
           SELECT CONTROL-FILE ASSIGN TO CTLDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               ACCESS MODE IS RANDOM
               RECORD KEY IS HOL-DATE
               FILE STATUS IS WS-HOLIDAY-STATUS.
           SELECT CATEGORY-FILE ASSIGN TO CATDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAT-CODE
               FILE STATUS IS WS-CATEGORY-STATUS.
           SELECT REPORT-FILE ASSIGN TO REPTDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       FD  HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HISTORYREC.
       FD  DUEEXT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DUEXREC.
       FD  CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CTLREC.
       FD  HOLIDAY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HOLREC.
       FD  CATEGORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CATREC.
       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE PIC X(80).
               88 PRQ-OVERRIDDEN VALUE 'O'.
           05 PRQ-MISSING-JOB PIC X(8).
       01 WS-HISTORY-STATUS PIC XX.
       01 WS-DUEEXT-STATUS PIC XX.
       01 WS-DX-EOF-FLAG PIC X.
           88 END-OF-DUEEXT VALUE 'Y'.
       01 WS-DX-READ-COUNT PIC 9(7) VALUE 0.
       01 WS-ORIG-DUEDATE PIC X(8).
       01 WS-FIRST-APPROVED PIC X.
           88 FIRST-APPROVED-SEEN VALUE 'Y'.
       01 WS-EXT-COUNT PIC 9(3).
       01 WS-ORIG-YMD PIC 9(8).
       01 WS-FINAL-YMD PIC 9(8).
       01 WS-CONTROL-STATUS PIC XX.
       01 WS-HOLIDAY-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
      * REPORT REPOSITORY PARAMETER AREA - SEE SUBRPS
       01 RPS-PARM.
           05 RPS-REQUEST PIC X.
           05 RPS-JOBNAME PIC X(8) VALUE 'TASKSLA0'.
           05 RPS-LINE PIC X(80).
           05 RPS-STATUS PIC X.
       01 WS-EOF-FLAG PIC X.
           88 END-OF-HISTORY VALUE 'Y'.
       01 WS-READ-COUNT PIC 9(7) VALUE 0.
           05 WS-SLA-M-DAYS PIC 9(3) VALUE 5.
           05 WS-SLA-L-DAYS PIC 9(3) VALUE 10.
       01 WS-SLA-DAYS PIC 9(3).
      * THE CATEGORY SECTION'S ALLOWANCE AND TARGET - THE CATALOG
      * ROW'S OWN WORK DAYS WHEN IT HAS SOME, ELSE THE PRIORITY'S
       01 WS-CAT-SLA-DAYS PIC 9(3).
       01 WS-CAT-TARGET-YMD PIC 9(8).
       01 WS-SLA-STEP PIC 9(3).
       01 WS-CAND-DATE PIC 9(8).
       01 DTV-PARM.
               10 WS-PC-BLEW PIC 9(6).
               10 WS-PC-NOCLOCK PIC 9(6).
       01 WS-PRI-IX PIC 9.
      * DUE-DATE COUNTERS, SAME SLOTS. ONLY TASKS THAT CARRIED A DUE
      * DATE AND A COMPLETION STAMP ARE COUNTED - BLEW IS THE REST
       01 WS-DUE-COUNTS.
           05 WS-DUE-ENTRY OCCURS 3 TIMES.
               10 WS-DC-WITH-DUE PIC 9(6).
               10 WS-DC-MET-ORIG PIC 9(6).
               10 WS-DC-MET-FINAL PIC 9(6).
               10 WS-DC-EXTENDED PIC 9(6).
               10 WS-DC-EXTNS PIC 9(6).
      * PER-CATEGORY COUNTERS, KEPT IN CODE ORDER AS CATEGORIES TURN
      * UP ON HISTORY. WITHOUT THE CATALOG DATASET EVERY CATEGORY IS
      * STILL BROKEN OUT, JUST SCORED AGAINST THE PRIORITY ALLOWANCE
       01 WS-CATEGORY-STATUS PIC XX.
       01 IF-CATEGORY-OPEN PIC X VALUE 'N'.
           88 CATEGORY-OPEN VALUE 'Y'.
       01 WS-CAT-COUNTS.
           05 WS-CAT-ENTRY OCCURS 200 TIMES.
               10 WS-CT-CODE PIC X(6).
               10 WS-CT-SLA-DAYS PIC 9(3).
               10 WS-CT-MET PIC 9(6).
               10 WS-CT-BLEW PIC 9(6).
               10 WS-CT-NOCLOCK PIC 9(6).
       01 WS-CT-USED PIC 9(3) VALUE 0.
       01 WS-CT-IX PIC 9(3).
       01 WS-CT-SHIFT PIC 9(3).
       01 WS-CT-FOUND PIC X.
           88 CT-FOUND VALUE 'Y'.
       01 IF-CT-FULL-SHOWN PIC X VALUE 'N'.
           88 CT-FULL-SHOWN VALUE 'Y'.
       01 WS-HEADINGS.
           05 WS-TITLE1 PIC X(80) VALUE
              'MONTHLY SLA COMPLIANCE BY PRIORITY'.
           05 DL-BLEW PIC ZZZZZ9.
           05 FILLER PIC X(3) VALUE SPACE.
           05 DL-NOCLOCK PIC ZZZZZ9.
       01 WS-CAT-HEADINGS.
           05 WS-CAT-TITLE1 PIC X(80) VALUE
              'SLA COMPLIANCE BY CATEGORY'.
           05 WS-CAT-TITLE2 PIC X(80) VALUE
              'CATEGORY SLA-DAYS COMPLETED    MET   BLEW NO-CLOCK'.
       01 WS-CAT-DETAIL-LINE.
           05 DC-CATEGORY PIC X(6).
           05 FILLER PIC X(5) VALUE SPACE.
           05 DC-SLA-DAYS PIC ZZ9.
           05 DC-NO-DAYS REDEFINES DC-SLA-DAYS PIC X(3).
           05 FILLER PIC X(3) VALUE SPACE.
           05 DC-COMPLETED PIC ZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DC-MET PIC ZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DC-BLEW PIC ZZZZZ9.
           05 FILLER PIC X(3) VALUE SPACE.
           05 DC-NOCLOCK PIC ZZZZZ9.
       01 WS-DUE-HEADINGS.
           05 WS-DUE-TITLE1 PIC X(80) VALUE
              'DUE-DATE COMPLIANCE BY PRIORITY'.
           05 WS-DUE-TITLE2.
               10 FILLER PIC X(30) VALUE
                  'PR WITH-DUE MET-ORIG BLEW-ORIG'.
               10 FILLER PIC X(50) VALUE
                  ' MET-FINAL BLEW-FINAL EXTENDED  EXTNS'.
       01 WS-DUE-DETAIL-LINE.
           05 DD-PRIORITY PIC X(1).
           05 FILLER PIC X(4) VALUE SPACE.
           05 DD-WITH-DUE PIC ZZZZZ9.
           05 FILLER PIC X(3) VALUE SPACE.
           05 DD-MET-ORIG PIC ZZZZZ9.
           05 FILLER PIC X(4) VALUE SPACE.
           05 DD-BLEW-ORIG PIC ZZZZZ9.
           05 FILLER PIC X(4) VALUE SPACE.
           05 DD-MET-FINAL PIC ZZZZZ9.
           05 FILLER PIC X(5) VALUE SPACE.
           05 DD-BLEW-FINAL PIC ZZZZZ9.
           05 FILLER PIC X(3) VALUE SPACE.
           05 DD-EXTENDED PIC ZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DD-EXTNS PIC ZZZZZ9.
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM CHECK-PREREQS-PARA
           PERFORM OPEN-BATCH-LOG-PARA
           MOVE ZEROS TO WS-PRI-COUNTS
           MOVE ZEROS TO WS-DUE-COUNTS
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00' THEN
               DISPLAY 'TASKSLA0 OPEN FAILED FOR REPORT-FILE - STATUS '
               DISPLAY 'TASKSLA0 NO HOLIDAY CALENDAR - STATUS '
                   WS-HOLIDAY-STATUS ' - HOLIDAY CHECK SKIPPED'
           END-IF
           OPEN INPUT CATEGORY-FILE
           IF WS-CATEGORY-STATUS = '00' THEN
               MOVE 'Y' TO IF-CATEGORY-OPEN
           ELSE
               DISPLAY 'TASKSLA0 NO CATEGORY CATALOG - STATUS '
                   WS-CATEGORY-STATUS ' - PRIORITY ALLOWANCES USED'
           END-IF
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = '00' THEN
               DISPLAY 'TASKSLA0 OPEN FAILED FOR HISTORY-FILE - STATUS '
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           OPEN INPUT DUEEXT-FILE
           IF WS-DUEEXT-STATUS NOT = '00' THEN
               DISPLAY 'TASKSLA0 OPEN FAILED FOR DUEEXT-FILE - STATUS '
                   WS-DUEEXT-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           MOVE WS-TITLE1 TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE WS-TITLE2 TO REPORT-LINE
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           CLOSE DUEEXT-FILE
           IF CALENDAR-OPEN THEN
               CLOSE HOLIDAY-FILE
           END-IF
           IF CATEGORY-OPEN THEN
               CLOSE CATEGORY-FILE
           END-IF
           PERFORM PRINT-ONE-PRIORITY-PARA
               VARYING WS-PRI-IX FROM 1 BY 1 UNTIL WS-PRI-IX > 3
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE WS-CAT-TITLE1 TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE WS-CAT-TITLE2 TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           PERFORM PRINT-ONE-CATEGORY-PARA
               VARYING WS-CT-IX FROM 1 BY 1 UNTIL WS-CT-IX > WS-CT-USED
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE WS-DUE-TITLE1 TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE WS-DUE-TITLE2 TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           PERFORM PRINT-ONE-DUE-DATE-PARA
               VARYING WS-PRI-IX FROM 1 BY 1 UNTIL WS-PRI-IX > 3
           CLOSE REPORT-FILE
           MOVE 'C' TO RPS-REQUEST
           CALL 'SUBRPS' USING RPS-PARM
           DISPLAY 'TASKSLA0 HISTORY ROWS READ: ' WS-READ-COUNT
           DISPLAY 'TASKSLA0 COMPLETED ROWS SCORED: ' WS-SELECTED-COUNT
           DISPLAY 'TASKSLA0 EXTENSION ROWS READ: ' WS-DX-READ-COUNT
           PERFORM WRITE-BATCH-LOG-END-PARA
           GOBACK.
       READ-SLA-DAYS-PARA.
           WHEN OTHER MOVE 2 TO WS-PRI-IX
                    MOVE WS-SLA-M-DAYS TO WS-SLA-DAYS
           END-EVALUATE
           PERFORM FIND-CATEGORY-PARA
           IF NOT CT-FOUND THEN
               PERFORM ADD-CATEGORY-PARA
           END-IF
           MOVE WS-SLA-DAYS TO WS-CAT-SLA-DAYS
           IF CT-FOUND AND WS-CT-SLA-DAYS(WS-CT-IX) > 0 THEN
               MOVE WS-CT-SLA-DAYS(WS-CT-IX) TO WS-CAT-SLA-DAYS
           END-IF
           IF H-ASSIGNED-DATE = ZERO OR H-COMPLETED-DATE = ZERO THEN
               ADD 1 TO WS-PC-NOCLOCK(WS-PRI-IX)
               IF CT-FOUND THEN
                   ADD 1 TO WS-CT-NOCLOCK(WS-CT-IX)
               END-IF
           ELSE
               MOVE H-ASSIGNED-DATE TO WS-JULIAN-IN
               PERFORM JULIAN-TO-GREG-PARA
               ELSE
                   ADD 1 TO WS-PC-BLEW(WS-PRI-IX)
               END-IF
               IF CT-FOUND THEN
                   PERFORM SCORE-CATEGORY-SLA-PARA
               END-IF
           END-IF
           PERFORM SCORE-DUE-DATE-PARA
           EXIT.
       SCORE-CATEGORY-SLA-PARA.
      * A CATALOG ALLOWANCE THAT DIFFERS FROM THE PRIORITY'S GETS ITS
      * OWN TARGET, COUNTED FORWARD FROM THE SAME ASSIGNMENT DATE
           IF WS-CAT-SLA-DAYS = WS-SLA-DAYS THEN
               MOVE WS-TARGET-YMD TO WS-CAT-TARGET-YMD
           ELSE
               MOVE WS-ASSIGNED-YMD TO WS-CAND-DATE
               MOVE WS-ASSIGNED-YMD TO DTV-TODAY
               PERFORM STEP-ONE-WORK-DAY-PARA
                   VARYING WS-SLA-STEP FROM 1 BY 1
                   UNTIL WS-SLA-STEP > WS-CAT-SLA-DAYS
               MOVE WS-CAND-DATE TO WS-CAT-TARGET-YMD
           END-IF
           IF WS-COMPLETED-YMD NOT > WS-CAT-TARGET-YMD THEN
               ADD 1 TO WS-CT-MET(WS-CT-IX)
           ELSE
               ADD 1 TO WS-CT-BLEW(WS-CT-IX)
           END-IF
           EXIT.
       SCORE-DUE-DATE-PARA.
      * HELD AGAINST THE DATE THE TASK WAS FIRST GIVEN AND THE DATE IT
      * FINISHED WITH. A TASK NEVER EXTENDED HAS THE SAME DATE FOR
      * BOTH, SO THE TWO MET COLUMNS ONLY PART ON EXTENDED WORK
           IF H-COMPLETED-DATE NOT = ZERO AND H-DUEDATE NUMERIC AND
              H-DUEDATE NOT = '00000000' THEN
               PERFORM READ-EXTENSIONS-PARA
               MOVE H-COMPLETED-DATE TO WS-JULIAN-IN
               PERFORM JULIAN-TO-GREG-PARA
               MOVE WS-GREG-OUT TO WS-COMPLETED-YMD
               MOVE H-DUEDATE TO WS-FINAL-YMD
               MOVE WS-FINAL-YMD TO WS-ORIG-YMD
               IF WS-ORIG-DUEDATE NUMERIC AND
                  WS-ORIG-DUEDATE NOT = '00000000' THEN
                   MOVE WS-ORIG-DUEDATE TO WS-ORIG-YMD
               END-IF
               ADD 1 TO WS-DC-WITH-DUE(WS-PRI-IX)
               IF WS-COMPLETED-YMD NOT > WS-ORIG-YMD THEN
                   ADD 1 TO WS-DC-MET-ORIG(WS-PRI-IX)
               END-IF
               IF WS-COMPLETED-YMD NOT > WS-FINAL-YMD THEN
                   ADD 1 TO WS-DC-MET-FINAL(WS-PRI-IX)
               END-IF
               IF WS-EXT-COUNT > 0 THEN
                   ADD 1 TO WS-DC-EXTENDED(WS-PRI-IX)
                   ADD WS-EXT-COUNT TO WS-DC-EXTNS(WS-PRI-IX)
               END-IF
           END-IF
           EXIT.
       READ-EXTENSIONS-PARA.
      * THE TASK'S DUEEXT ROWS SIT TOGETHER UNDER ITS TASKID. ONLY
      * APPROVED ROWS MOVED THE DATE - A REQUEST STILL WAITING OR
      * REFUSED LEFT IT WHERE IT WAS. SAME RULE AS TASKPRF0
           MOVE H-DUEDATE TO WS-ORIG-DUEDATE
           MOVE 0 TO WS-EXT-COUNT
           MOVE 'N' TO WS-FIRST-APPROVED
           MOVE H-TASKID TO DX-TASKID
           MOVE 0 TO DX-SEQ
           START DUEEXT-FILE KEY NOT < DX-KEY
           IF WS-DUEEXT-STATUS = '00' THEN
               MOVE 'N' TO WS-DX-EOF-FLAG
               PERFORM UNTIL END-OF-DUEEXT
                   READ DUEEXT-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-DX-EOF-FLAG
                       NOT AT END
                           IF DX-TASKID = H-TASKID THEN
                               ADD 1 TO WS-DX-READ-COUNT
                               PERFORM APPLY-ONE-EXTENSION-PARA
                           ELSE
                               MOVE 'Y' TO WS-DX-EOF-FLAG
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           EXIT.
       APPLY-ONE-EXTENSION-PARA.
           IF DX-APPROVED THEN
               IF NOT FIRST-APPROVED-SEEN THEN
                   MOVE DX-OLD-DUEDATE TO WS-ORIG-DUEDATE
                   MOVE 'Y' TO WS-FIRST-APPROVED
               END-IF
               IF DX-NEW-DUEDATE > DX-OLD-DUEDATE AND
                  WS-EXT-COUNT < 999 THEN
                   ADD 1 TO WS-EXT-COUNT
               END-IF
           END-IF
           EXIT.
       FIND-CATEGORY-PARA.
           MOVE 'N' TO WS-CT-FOUND
           PERFORM VARYING WS-CT-IX FROM 1 BY 1
               UNTIL WS-CT-IX > WS-CT-USED OR CT-FOUND
               IF WS-CT-CODE(WS-CT-IX) = H-CATEGORY THEN
                   MOVE 'Y' TO WS-CT-FOUND
               END-IF
           END-PERFORM
           IF CT-FOUND THEN
               SUBTRACT 1 FROM WS-CT-IX
           END-IF
           EXIT.
       ADD-CATEGORY-PARA.
      * A NEW CODE IS SLOTTED IN AHEAD OF THE FIRST HIGHER ONE SO THE
      * SECTION PRINTS IN CODE ORDER. ITS ALLOWANCE COMES OFF THE
      * CATALOG ONCE, HERE. A FULL TABLE LEAVES THE ROW OUT OF THE
      * CATEGORY SECTION ONLY - THE PRIORITY SECTION STILL COUNTS IT
           IF WS-CT-USED < 200 THEN
               MOVE 1 TO WS-CT-IX
               PERFORM UNTIL WS-CT-IX > WS-CT-USED OR
                             WS-CT-CODE(WS-CT-IX) > H-CATEGORY
                   ADD 1 TO WS-CT-IX
               END-PERFORM
               PERFORM SHIFT-ONE-CATEGORY-PARA
                   VARYING WS-CT-SHIFT FROM WS-CT-USED BY -1
                   UNTIL WS-CT-SHIFT < WS-CT-IX
               ADD 1 TO WS-CT-USED
               MOVE H-CATEGORY TO WS-CT-CODE(WS-CT-IX)
               MOVE 0 TO WS-CT-SLA-DAYS(WS-CT-IX)
               MOVE 0 TO WS-CT-MET(WS-CT-IX)
               MOVE 0 TO WS-CT-BLEW(WS-CT-IX)
               MOVE 0 TO WS-CT-NOCLOCK(WS-CT-IX)
               IF CATEGORY-OPEN AND H-CATEGORY NOT = SPACES THEN
                   MOVE H-CATEGORY TO CAT-CODE
                   READ CATEGORY-FILE
                   IF WS-CATEGORY-STATUS = '00' THEN
                       MOVE CAT-DEF-DAYS TO WS-CT-SLA-DAYS(WS-CT-IX)
                   END-IF
               END-IF
               MOVE 'Y' TO WS-CT-FOUND
           ELSE
               IF NOT CT-FULL-SHOWN THEN
                   DISPLAY 'TASKSLA0 CATEGORY TABLE FULL - FURTHER '
                       'CATEGORIES LEFT OUT OF THE CATEGORY SECTION'
                   MOVE 'Y' TO IF-CT-FULL-SHOWN
               END-IF
           END-IF
           EXIT.
       SHIFT-ONE-CATEGORY-PARA.
           MOVE WS-CAT-ENTRY(WS-CT-SHIFT) TO
               WS-CAT-ENTRY(WS-CT-SHIFT + 1)
           EXIT.
       STEP-ONE-WORK-DAY-PARA.
      * WS-CAND-DATE MOVES TO THE NEXT WORK DAY STRICTLY AFTER
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           EXIT.
       PRINT-ONE-CATEGORY-PARA.
      * UNCATEGORISED WORK PRINTS AS (NONE). A CATEGORY WITH NO
      * ALLOWANCE OF ITS OWN WAS SCORED PER PRIORITY AND SHOWS 'PRI'
           IF WS-CT-CODE(WS-CT-IX) = SPACES THEN
               MOVE '(NONE)' TO DC-CATEGORY
           ELSE
               MOVE WS-CT-CODE(WS-CT-IX) TO DC-CATEGORY
           END-IF
           IF WS-CT-SLA-DAYS(WS-CT-IX) > 0 THEN
               MOVE WS-CT-SLA-DAYS(WS-CT-IX) TO DC-SLA-DAYS
           ELSE
               MOVE 'PRI' TO DC-NO-DAYS
           END-IF
           COMPUTE DC-COMPLETED =
               WS-CT-MET(WS-CT-IX) + WS-CT-BLEW(WS-CT-IX)
               + WS-CT-NOCLOCK(WS-CT-IX)
           MOVE WS-CT-MET(WS-CT-IX) TO DC-MET
           MOVE WS-CT-BLEW(WS-CT-IX) TO DC-BLEW
           MOVE WS-CT-NOCLOCK(WS-CT-IX) TO DC-NOCLOCK
           MOVE WS-CAT-DETAIL-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           EXIT.
       PRINT-ONE-DUE-DATE-PARA.
           EVALUATE WS-PRI-IX
           WHEN 1 MOVE 'H' TO DD-PRIORITY
           WHEN 2 MOVE 'M' TO DD-PRIORITY
           WHEN 3 MOVE 'L' TO DD-PRIORITY
           END-EVALUATE
           MOVE WS-DC-WITH-DUE(WS-PRI-IX) TO DD-WITH-DUE
           MOVE WS-DC-MET-ORIG(WS-PRI-IX) TO DD-MET-ORIG
           COMPUTE DD-BLEW-ORIG =
               WS-DC-WITH-DUE(WS-PRI-IX) - WS-DC-MET-ORIG(WS-PRI-IX)
           MOVE WS-DC-MET-FINAL(WS-PRI-IX) TO DD-MET-FINAL
           COMPUTE DD-BLEW-FINAL =
               WS-DC-WITH-DUE(WS-PRI-IX) - WS-DC-MET-FINAL(WS-PRI-IX)
           MOVE WS-DC-EXTENDED(WS-PRI-IX) TO DD-EXTENDED
           MOVE WS-DC-EXTNS(WS-PRI-IX) TO DD-EXTNS
           MOVE WS-DUE-DETAIL-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           EXIT.
       WRITE-REPORT-LINE-PARA.
      * AN UNATTENDED JOB MUST NOT REPORT "CLEAN" ON A DISK-FULL OR
      * OTHER I/O FAILURE THAT TRUNCATED THE OUTPUT
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           MOVE 'W' TO RPS-REQUEST
           MOVE REPORT-LINE TO RPS-LINE
           CALL 'SUBRPS' USING RPS-PARM
           EXIT.
       CHECK-PREREQS-PARA.
      * OPERATOR-MAINTAINED RUN-ORDER GUARD - SUBPRQ CHECKS THE
