      * INTO A PLAIN DAY COUNT FROM THE YEAR 2000 SO THEY CAN BE
      * COMPARED AND AVERAGED. ROWS ARCHIVED BEFORE THE ASSIGNED-DATE
      * STAMP EXISTED (ZERO) ARE COUNTED BUT LEFT OUT OF THE AVERAGE.
      * A SECOND SECTION SHOWS THE SAME FIGURES PER WORK CATEGORY,
      * TALLIED AS THE ROWS GO INTO THE SORT.
      * LATE IS MEASURED AGAINST THE DUE DATE THE TASK FINISHED WITH.
      * THE DUEEXT FILE HOLDS EVERY APPROVED MOVE OF THAT DATE, SO
      * LATE-ORIG MEASURES THE SAME WORK AGAINST THE DATE IT WAS FIRST
      * GIVEN - THE OLD DATE ON ITS FIRST APPROVED ROW - AND EXTNS
      * COUNTS THE APPROVED MOVES TO A LATER DATE. A THIRD SECTION
      * PUTS THOSE FIGURES SIDE BY SIDE PER USER, SO AN HONEST MISS
      * AND A DATE THAT KEPT BEING MOVED NO LONGER LOOK THE SAME.
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
           SELECT SORT-WORK ASSIGN TO SORTWK.
           SELECT REPORT-FILE ASSIGN TO REPTDD
               ORGANIZATION IS LINE SEQUENTIAL
       FD  HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HISTORYREC.
       FD  DUEEXT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DUEXREC.
       SD  SORT-WORK.
       01  SRT-PERF-REC.
           05 SRT-USERNAME PIC X(20).
      * 'Y' WHEN THE ROW HAS BEEN REOPENED AND COMPLETED AGAIN AT
      * LEAST ONCE - WORK COMPLETED TWICE IS THE QUALITY NUMBER
           05 SRT-REWORKED PIC X(1).
      * LATE AGAINST THE ORIGINAL DUE DATE, AND HOW MANY TIMES THE
      * DATE WAS MOVED LATER
           05 SRT-LATE-ORIG-FLAG PIC X(1).
           05 SRT-EXT-COUNT PIC 9(3).
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
       01 WS-REPORT-STATUS PIC XX.
      * REPORT REPOSITORY PARAMETER AREA - SEE SUBRPS
       01 RPS-PARM.
           05 RPS-REQUEST PIC X.
           05 RPS-JOBNAME PIC X(8) VALUE 'TASKPRF0'.
           05 RPS-LINE PIC X(80).
           05 RPS-STATUS PIC X.
       01 WS-EOF-FLAG PIC X.
           88 END-OF-HISTORY VALUE 'Y'.
       01 WS-READ-COUNT PIC 9(7) VALUE 0.
              'MONTHLY TURNAROUND PERFORMANCE BY USER AND PRIORITY'.
           05 WS-TITLE2 PIC X(80) VALUE
              'USERNAME             PR COMPLETED  LATE  AVG-DAYS REWOR
      -    'K LATE-ORIG EXTNS'.
       01 WS-DETAIL-LINE.
           05 DL-USERNAME PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DL-NO-AVG REDEFINES DL-AVG-DAYS PIC X(5).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DL-REWORK PIC ZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACE.
           05 DL-LATE-ORIG PIC ZZZZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DL-EXTNS PIC ZZZZ9.
       01 WS-BREAK-KEY.
           05 WS-BREAK-USERNAME PIC X(20).
           05 WS-BREAK-PRIORITY PIC X(1).
           05 WS-GRP-TURN-SUM PIC S9(8) VALUE 0.
           05 WS-GRP-TURN-COUNT PIC 9(6) VALUE 0.
           05 WS-GRP-REWORK PIC 9(6) VALUE 0.
           05 WS-GRP-LATE-ORIG PIC 9(6) VALUE 0.
           05 WS-GRP-EXTNS PIC 9(6) VALUE 0.
           05 WS-GRP-AVG PIC 9(5).
       01 WS-FIRST-GROUP PIC X VALUE 'Y'.
           88 FIRST-GROUP VALUE 'Y'.
      * PER-CATEGORY COUNTERS, KEPT IN CODE ORDER AS CATEGORIES TURN
      * UP ON HISTORY - UNCATEGORISED WORK IS THE SPACES ENTRY
       01 WS-CAT-COUNTS.
           05 WS-CAT-ENTRY OCCURS 200 TIMES.
               10 WS-CT-CODE PIC X(6).
               10 WS-CT-COMPLETED PIC 9(6).
               10 WS-CT-LATE PIC 9(6).
               10 WS-CT-TURN-SUM PIC S9(8).
               10 WS-CT-TURN-COUNT PIC 9(6).
               10 WS-CT-REWORK PIC 9(6).
               10 WS-CT-LATE-ORIG PIC 9(6).
               10 WS-CT-EXTNS PIC 9(6).
       01 WS-CT-USED PIC 9(3) VALUE 0.
       01 WS-CT-IX PIC 9(3).
       01 WS-CT-SHIFT PIC 9(3).
       01 WS-CT-FOUND PIC X.
           88 CT-FOUND VALUE 'Y'.
       01 IF-CT-FULL-SHOWN PIC X VALUE 'N'.
           88 CT-FULL-SHOWN VALUE 'Y'.
       01 WS-CAT-HEADINGS.
           05 WS-CAT-TITLE1 PIC X(80) VALUE
              'MONTHLY TURNAROUND PERFORMANCE BY CATEGORY'.
           05 WS-CAT-TITLE2 PIC X(80) VALUE
              'CATEGORY COMPLETED  LATE  AVG-DAYS REWORK LATE-ORIG EXTN
      -    'S'.
       01 WS-CAT-DETAIL-LINE.
           05 DC-CATEGORY PIC X(6).
           05 FILLER PIC X(3) VALUE SPACE.
           05 DC-COMPLETED PIC ZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DC-LATE PIC ZZZZZ9.
           05 FILLER PIC X(3) VALUE SPACE.
           05 DC-AVG-DAYS PIC ZZZZ9.
           05 DC-NO-AVG REDEFINES DC-AVG-DAYS PIC X(5).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DC-REWORK PIC ZZZZZ9.
           05 FILLER PIC X(5) VALUE SPACE.
           05 DC-LATE-ORIG PIC ZZZZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DC-EXTNS PIC ZZZZ9.
      * PER-USER EXTENSION FIGURES, ONE ENTRY PER USER IN THE ORDER
      * THE SORTED ROWS BRING THEM BACK - TASKS COMPLETED, HOW MANY OF
      * THEM HAD THEIR DATE MOVED, HOW MANY MOVES, AND LATE AGAINST
      * THE ORIGINAL AND THE FINAL DATE
       01 WS-USER-EXT-COUNTS.
           05 WS-UX-ENTRY OCCURS 500 TIMES.
               10 WS-UX-USERNAME PIC X(20).
               10 WS-UX-COMPLETED PIC 9(6).
               10 WS-UX-EXTENDED PIC 9(6).
               10 WS-UX-EXTNS PIC 9(6).
               10 WS-UX-LATE-ORIG PIC 9(6).
               10 WS-UX-LATE PIC 9(6).
       01 WS-UX-USED PIC 9(3) VALUE 0.
       01 WS-UX-IX PIC 9(3).
       01 IF-UX-FULL-SHOWN PIC X VALUE 'N'.
           88 UX-FULL-SHOWN VALUE 'Y'.
       01 WS-UX-TOTALS.
           05 WS-UXT-COMPLETED PIC 9(6) VALUE 0.
           05 WS-UXT-EXTENDED PIC 9(6) VALUE 0.
           05 WS-UXT-EXTNS PIC 9(6) VALUE 0.
           05 WS-UXT-LATE-ORIG PIC 9(6) VALUE 0.
           05 WS-UXT-LATE PIC 9(6) VALUE 0.
       01 WS-EXT-HEADINGS.
           05 WS-EXT-TITLE1 PIC X(80) VALUE
              'DUE-DATE EXTENSIONS BY USER'.
           05 WS-EXT-TITLE2 PIC X(80) VALUE
              'USERNAME             COMPLETED  EXTENDED EXTNS LATE-ORIG 
      -    'LATE-FINAL'.
       01 WS-EXT-DETAIL-LINE.
           05 DE-USERNAME PIC X(20).
           05 FILLER PIC X(4) VALUE SPACE.
           05 DE-COMPLETED PIC ZZZZZ9.
           05 FILLER PIC X(4) VALUE SPACE.
           05 DE-EXTENDED PIC ZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DE-EXTNS PIC ZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DE-LATE-ORIG PIC ZZZZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DE-LATE PIC ZZZZZZZZZ9.
      * DATE WORK FIELDS - EVERYTHING IS REDUCED TO DAYS FROM 2000 SO
      * A JULIAN STAMP AND A KEYED YYYYMMDD CAN BE COMPARED DIRECTLY
       01 WS-JULIAN-IN PIC 9(7).
           IF WS-GRP-COMPLETED > 0 THEN
               PERFORM 2100-WRITE-GROUP-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE WS-CAT-TITLE1 TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE WS-CAT-TITLE2 TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           PERFORM 3000-WRITE-CATEGORY-LINE
               VARYING WS-CT-IX FROM 1 BY 1 UNTIL WS-CT-IX > WS-CT-USED
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE WS-EXT-TITLE1 TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE WS-EXT-TITLE2 TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           PERFORM 4000-WRITE-USER-EXT-LINE
               VARYING WS-UX-IX FROM 1 BY 1 UNTIL WS-UX-IX > WS-UX-USED
           PERFORM 4100-WRITE-EXT-TOTAL-LINE
           CLOSE REPORT-FILE
           MOVE 'C' TO RPS-REQUEST
           CALL 'SUBRPS' USING RPS-PARM
           DISPLAY 'TASKPRF0 HISTORY ROWS READ: ' WS-READ-COUNT
           DISPLAY 'TASKPRF0 COMPLETED ROWS REPORTED: '
               WS-SELECTED-COUNT
           DISPLAY 'TASKPRF0 EXTENSION ROWS READ: ' WS-DX-READ-COUNT
           PERFORM WRITE-BATCH-LOG-END-PARA
           GOBACK.
       1000-SELECT-COMPLETED.
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           OPEN INPUT DUEEXT-FILE
           IF WS-DUEEXT-STATUS NOT = '00' THEN
               DISPLAY 'TASKPRF0 OPEN FAILED FOR DUEEXT-FILE - STATUS '
                   WS-DUEEXT-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL END-OF-HISTORY
               READ HISTORY-FILE NEXT RECORD
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           CLOSE DUEEXT-FILE
           EXIT.
       1100-RELEASE-ONE-ROW.
           ADD 1 TO WS-SELECTED-COUNT
                   MOVE 'Y' TO SRT-LATE-FLAG
               END-IF
           END-IF
           PERFORM 1150-READ-EXTENSIONS
           MOVE 'N' TO SRT-LATE-ORIG-FLAG
           IF WS-ORIG-DUEDATE NUMERIC AND
              WS-ORIG-DUEDATE NOT = '00000000' THEN
               MOVE WS-ORIG-DUEDATE TO WS-GREG-IN
               PERFORM GREG-TO-DAYS-PARA
               MOVE WS-DAYS-OUT TO WS-DUE-DAYS
               IF WS-COMPLETED-DAYS > WS-DUE-DAYS THEN
                   MOVE 'Y' TO SRT-LATE-ORIG-FLAG
               END-IF
           END-IF
      * TURNAROUND NEEDS BOTH STAMPS - OLD ROWS ARCHIVED BEFORE THE
      * ASSIGNED-DATE FIELD EXISTED CARRY ZERO AND SIT OUT THE AVERAGE
           MOVE 'N' TO SRT-REWORKED
                   MOVE 'Y' TO SRT-HAS-TURN
               END-IF
           END-IF
           PERFORM 1200-TALLY-CATEGORY
           RELEASE SRT-PERF-REC
           EXIT.
       1150-READ-EXTENSIONS.
      * THE TASK'S DUEEXT ROWS SIT TOGETHER UNDER ITS TASKID. ONLY
      * APPROVED ROWS MOVED THE DATE - A REQUEST STILL WAITING OR
      * REFUSED LEFT IT WHERE IT WAS. WITH NO APPROVED ROW THE DATE
      * THE TASK FINISHED WITH IS THE DATE IT WAS FIRST GIVEN
           MOVE H-DUEDATE TO WS-ORIG-DUEDATE
           MOVE 0 TO SRT-EXT-COUNT
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
                               PERFORM 1160-APPLY-ONE-EXTENSION
                           ELSE
                               MOVE 'Y' TO WS-DX-EOF-FLAG
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           EXIT.
       1160-APPLY-ONE-EXTENSION.
           IF DX-APPROVED THEN
               IF NOT FIRST-APPROVED-SEEN THEN
                   MOVE DX-OLD-DUEDATE TO WS-ORIG-DUEDATE
                   MOVE 'Y' TO WS-FIRST-APPROVED
               END-IF
               IF DX-NEW-DUEDATE > DX-OLD-DUEDATE AND
                  SRT-EXT-COUNT < 999 THEN
                   ADD 1 TO SRT-EXT-COUNT
               END-IF
           END-IF
           EXIT.
       1200-TALLY-CATEGORY.
           PERFORM 1210-FIND-CATEGORY
           IF NOT CT-FOUND THEN
               PERFORM 1220-ADD-CATEGORY
           END-IF
           IF CT-FOUND THEN
               ADD 1 TO WS-CT-COMPLETED(WS-CT-IX)
               IF SRT-LATE-FLAG = 'Y' THEN
                   ADD 1 TO WS-CT-LATE(WS-CT-IX)
               END-IF
               IF SRT-HAS-TURN = 'Y' THEN
                   ADD SRT-TURN-DAYS TO WS-CT-TURN-SUM(WS-CT-IX)
                   ADD 1 TO WS-CT-TURN-COUNT(WS-CT-IX)
               END-IF
               IF SRT-REWORKED = 'Y' THEN
                   ADD 1 TO WS-CT-REWORK(WS-CT-IX)
               END-IF
               IF SRT-LATE-ORIG-FLAG = 'Y' THEN
                   ADD 1 TO WS-CT-LATE-ORIG(WS-CT-IX)
               END-IF
               ADD SRT-EXT-COUNT TO WS-CT-EXTNS(WS-CT-IX)
           END-IF
           EXIT.
       1210-FIND-CATEGORY.
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
       1220-ADD-CATEGORY.
      * A NEW CODE IS SLOTTED IN AHEAD OF THE FIRST HIGHER ONE SO THE
      * SECTION PRINTS IN CODE ORDER. A FULL TABLE LEAVES THE ROW OUT
      * OF THE CATEGORY SECTION ONLY - THE USER SECTION STILL HAS IT
           IF WS-CT-USED < 200 THEN
               MOVE 1 TO WS-CT-IX
               PERFORM UNTIL WS-CT-IX > WS-CT-USED OR
                             WS-CT-CODE(WS-CT-IX) > H-CATEGORY
                   ADD 1 TO WS-CT-IX
               END-PERFORM
               PERFORM 1230-SHIFT-ONE-CATEGORY
                   VARYING WS-CT-SHIFT FROM WS-CT-USED BY -1
                   UNTIL WS-CT-SHIFT < WS-CT-IX
               ADD 1 TO WS-CT-USED
               MOVE H-CATEGORY TO WS-CT-CODE(WS-CT-IX)
               MOVE 0 TO WS-CT-COMPLETED(WS-CT-IX)
               MOVE 0 TO WS-CT-LATE(WS-CT-IX)
               MOVE 0 TO WS-CT-TURN-SUM(WS-CT-IX)
               MOVE 0 TO WS-CT-TURN-COUNT(WS-CT-IX)
               MOVE 0 TO WS-CT-REWORK(WS-CT-IX)
               MOVE 0 TO WS-CT-LATE-ORIG(WS-CT-IX)
               MOVE 0 TO WS-CT-EXTNS(WS-CT-IX)
               MOVE 'Y' TO WS-CT-FOUND
           ELSE
               IF NOT CT-FULL-SHOWN THEN
                   DISPLAY 'TASKPRF0 CATEGORY TABLE FULL - FURTHER '
                       'CATEGORIES LEFT OUT OF THE CATEGORY SECTION'
                   MOVE 'Y' TO IF-CT-FULL-SHOWN
               END-IF
           END-IF
           EXIT.
       1230-SHIFT-ONE-CATEGORY.
           MOVE WS-CAT-ENTRY(WS-CT-SHIFT) TO
               WS-CAT-ENTRY(WS-CT-SHIFT + 1)
           EXIT.
       2000-PRODUCE-REPORT.
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL END-OF-HISTORY
               MOVE 0 TO WS-GRP-TURN-SUM
               MOVE 0 TO WS-GRP-TURN-COUNT
               MOVE 0 TO WS-GRP-REWORK
               MOVE 0 TO WS-GRP-LATE-ORIG
               MOVE 0 TO WS-GRP-EXTNS
               MOVE 'N' TO WS-FIRST-GROUP
           END-IF
           ADD 1 TO WS-GRP-COMPLETED
           IF SRT-REWORKED = 'Y' THEN
               ADD 1 TO WS-GRP-REWORK
           END-IF
           IF SRT-LATE-ORIG-FLAG = 'Y' THEN
               ADD 1 TO WS-GRP-LATE-ORIG
           END-IF
           ADD SRT-EXT-COUNT TO WS-GRP-EXTNS
           PERFORM 2300-TALLY-USER-EXT
           EXIT.
       2300-TALLY-USER-EXT.
      * ROWS COME BACK IN USERNAME ORDER, SO A NEW USER ALWAYS STARTS
      * A NEW ENTRY AT THE END. A FULL TABLE LEAVES THE USER OUT OF
      * THE EXTENSION SECTION ONLY - THE SECTIONS ABOVE STILL HAVE IT
           IF WS-UX-USED = 0 THEN
               PERFORM 2310-ADD-USER-EXT
           ELSE
               IF WS-UX-USERNAME(WS-UX-USED) NOT = SRT-USERNAME THEN
                   PERFORM 2310-ADD-USER-EXT
               END-IF
           END-IF
           IF WS-UX-USERNAME(WS-UX-USED) = SRT-USERNAME THEN
               ADD 1 TO WS-UX-COMPLETED(WS-UX-USED)
               IF SRT-EXT-COUNT > 0 THEN
                   ADD 1 TO WS-UX-EXTENDED(WS-UX-USED)
               END-IF
               ADD SRT-EXT-COUNT TO WS-UX-EXTNS(WS-UX-USED)
               IF SRT-LATE-ORIG-FLAG = 'Y' THEN
                   ADD 1 TO WS-UX-LATE-ORIG(WS-UX-USED)
               END-IF
               IF SRT-LATE-FLAG = 'Y' THEN
                   ADD 1 TO WS-UX-LATE(WS-UX-USED)
               END-IF
           END-IF
           EXIT.
       2310-ADD-USER-EXT.
           IF WS-UX-USED < 500 THEN
               ADD 1 TO WS-UX-USED
               MOVE SRT-USERNAME TO WS-UX-USERNAME(WS-UX-USED)
               MOVE 0 TO WS-UX-COMPLETED(WS-UX-USED)
               MOVE 0 TO WS-UX-EXTENDED(WS-UX-USED)
               MOVE 0 TO WS-UX-EXTNS(WS-UX-USED)
               MOVE 0 TO WS-UX-LATE-ORIG(WS-UX-USED)
               MOVE 0 TO WS-UX-LATE(WS-UX-USED)
           ELSE
               IF NOT UX-FULL-SHOWN THEN
                   DISPLAY 'TASKPRF0 USER TABLE FULL - FURTHER '
                       'USERS LEFT OUT OF THE EXTENSION SECTION'
                   MOVE 'Y' TO IF-UX-FULL-SHOWN
               END-IF
           END-IF
           EXIT.
       2100-WRITE-GROUP-LINE.
           MOVE WS-BREAK-USERNAME TO DL-USERNAME
               MOVE '  N/A' TO DL-NO-AVG
           END-IF
           MOVE WS-GRP-REWORK TO DL-REWORK
           MOVE WS-GRP-LATE-ORIG TO DL-LATE-ORIG
           MOVE WS-GRP-EXTNS TO DL-EXTNS
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           EXIT.
       3000-WRITE-CATEGORY-LINE.
      * UNCATEGORISED WORK PRINTS AS (NONE)
           IF WS-CT-CODE(WS-CT-IX) = SPACES THEN
               MOVE '(NONE)' TO DC-CATEGORY
           ELSE
               MOVE WS-CT-CODE(WS-CT-IX) TO DC-CATEGORY
           END-IF
           MOVE WS-CT-COMPLETED(WS-CT-IX) TO DC-COMPLETED
           MOVE WS-CT-LATE(WS-CT-IX) TO DC-LATE
           IF WS-CT-TURN-COUNT(WS-CT-IX) > 0 THEN
               COMPUTE WS-GRP-AVG ROUNDED =
                   WS-CT-TURN-SUM(WS-CT-IX) / WS-CT-TURN-COUNT(WS-CT-IX)
               MOVE WS-GRP-AVG TO DC-AVG-DAYS
           ELSE
               MOVE '  N/A' TO DC-NO-AVG
           END-IF
           MOVE WS-CT-REWORK(WS-CT-IX) TO DC-REWORK
           MOVE WS-CT-LATE-ORIG(WS-CT-IX) TO DC-LATE-ORIG
           MOVE WS-CT-EXTNS(WS-CT-IX) TO DC-EXTNS
           MOVE WS-CAT-DETAIL-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           EXIT.
       4000-WRITE-USER-EXT-LINE.
           MOVE WS-UX-USERNAME(WS-UX-IX) TO DE-USERNAME
           MOVE WS-UX-COMPLETED(WS-UX-IX) TO DE-COMPLETED
           MOVE WS-UX-EXTENDED(WS-UX-IX) TO DE-EXTENDED
           MOVE WS-UX-EXTNS(WS-UX-IX) TO DE-EXTNS
           MOVE WS-UX-LATE-ORIG(WS-UX-IX) TO DE-LATE-ORIG
           MOVE WS-UX-LATE(WS-UX-IX) TO DE-LATE
           MOVE WS-EXT-DETAIL-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           ADD WS-UX-COMPLETED(WS-UX-IX) TO WS-UXT-COMPLETED
           ADD WS-UX-EXTENDED(WS-UX-IX) TO WS-UXT-EXTENDED
           ADD WS-UX-EXTNS(WS-UX-IX) TO WS-UXT-EXTNS
           ADD WS-UX-LATE-ORIG(WS-UX-IX) TO WS-UXT-LATE-ORIG
           ADD WS-UX-LATE(WS-UX-IX) TO WS-UXT-LATE
           EXIT.
       4100-WRITE-EXT-TOTAL-LINE.
           MOVE 'ALL USERS' TO DE-USERNAME
           MOVE WS-UXT-COMPLETED TO DE-COMPLETED
           MOVE WS-UXT-EXTENDED TO DE-EXTENDED
           MOVE WS-UXT-EXTNS TO DE-EXTNS
           MOVE WS-UXT-LATE-ORIG TO DE-LATE-ORIG
           MOVE WS-UXT-LATE TO DE-LATE
           MOVE WS-EXT-DETAIL-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           EXIT.
       JULIAN-TO-DAYS-PARA.
      * CICS 0YYDDD STAMP TO DAYS FROM THE START OF 2000. THE LEAP
      * YEARS AMONG 2000 UP TO (BUT NOT INCLUDING) THE STAMP YEAR ADD
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           MOVE 'W' TO RPS-REQUEST
           MOVE REPORT-LINE TO RPS-LINE
           CALL 'SUBRPS' USING RPS-PARM
           EXIT.
       CHECK-PREREQS-PARA.
      * OPERATOR-MAINTAINED RUN-ORDER GUARD - SUBPRQ CHECKS THE
