      * PENDING AND BOUNCED HOURS (AND LEGACY ROWS FROM BEFORE THE
      * SIGN-OFF EXISTED) PRINT IN A SEPARATE EXCEPTION SECTION AT
      * THE END SO NOBODY BILLS AN 80-HOUR FAT-FINGER "DAY" AGAIN.
      * A CLOSING SECTION SPLITS THE APPROVED HOURS BY WORK CATEGORY,
      * TAKEN FROM THE SAME LIVE-OR-HISTORY READ THAT FETCHES THE
      * DESCRIPTION.
      * AN OPTIONAL PARAMETER CARD ON PARMDD NAMES ONE CALENDAR MONTH
      * (YYYYMM, COLUMNS 1-6) AND LIMITS THE REPORT TO HOURS LOGGED IN
      * IT - THE APPROVED TOTAL THEN IS THE FIGURE THE MONTHLY
      * CHARGEBACK (TASKGLP0) RECONCILES ITS PRICED HOURS TO. NO CARD
      * REPORTS EVERYTHING ON WORKLOG, AS BEFORE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS RANDOM
               RECORD KEY IS H-TASKID
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT PARM-FILE ASSIGN TO PARMDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT SORT-WORK ASSIGN TO SORTWK.
           SELECT REPORT-FILE ASSIGN TO REPTDD
               ORGANIZATION IS LINE SEQUENTIAL
       FD  HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HISTORYREC.
       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARM-CARD PIC X(80).
       SD  SORT-WORK.
       01  SRT-EFF-REC.
      * SECTION 1 IS APPROVED WORK, SECTION 2 EVERYTHING ELSE - THE
       01 WS-TASKS-STATUS PIC XX.
       01 WS-HISTORY-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
      * REPORT REPOSITORY PARAMETER AREA - SEE SUBRPS
       01 RPS-PARM.
           05 RPS-REQUEST PIC X.
           05 RPS-JOBNAME PIC X(8) VALUE 'TASKEFF0'.
           05 RPS-LINE PIC X(80).
           05 RPS-STATUS PIC X.
       01 WS-PARM-STATUS PIC XX.
       01 SEL-PERIOD PIC X(6).
       01 WS-PERIOD-LINE.
           05 FILLER PIC X(24) VALUE 'HOURS LOGGED IN PERIOD  '.
           05 PL-PERIOD PIC X(6).
       01 WS-EOF-FLAG PIC X.
           88 END-OF-WORKLOG VALUE 'Y'.
       01 WS-READ-COUNT PIC 9(7) VALUE 0.
       01 WS-GRAND-HOURS PIC 9(6)V9 VALUE 0.
       01 WS-FIRST-GROUP PIC X VALUE 'Y'.
           88 FIRST-GROUP VALUE 'Y'.
      * APPROVED HOURS PER CATEGORY, KEPT IN CODE ORDER - HOURS ON A
      * TASK NO LONGER ON EITHER FILE GO UNDER THE SPACES ENTRY WITH
      * THE UNCATEGORISED WORK
       01 WS-TASK-CATEGORY PIC X(6).
       01 WS-CAT-COUNTS.
           05 WS-CAT-ENTRY OCCURS 200 TIMES.
               10 WS-CT-CODE PIC X(6).
               10 WS-CT-TASKS PIC 9(6).
               10 WS-CT-HOURS PIC 9(6)V9.
       01 WS-CT-USED PIC 9(3) VALUE 0.
       01 WS-CT-IX PIC 9(3).
       01 WS-CT-SHIFT PIC 9(3).
       01 WS-CT-FOUND PIC X.
           88 CT-FOUND VALUE 'Y'.
       01 IF-CT-FULL-SHOWN PIC X VALUE 'N'.
           88 CT-FULL-SHOWN VALUE 'Y'.
       01 WS-CAT-TITLE1 PIC X(80) VALUE
          'APPROVED HOURS BY CATEGORY'.
       01 WS-CAT-TITLE2 PIC X(80) VALUE
          'CATEGORY  TASKS     HOURS'.
       01 WS-CAT-DETAIL-LINE.
           05 DC-CATEGORY PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DC-TASKS PIC ZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DC-HOURS PIC ZZZZZ9.9.
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM CHECK-PREREQS-PARA
           PERFORM OPEN-BATCH-LOG-PARA
           PERFORM READ-PARM-CARD-PARA
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00' THEN
               DISPLAY 'TASKEFF0 OPEN FAILED FOR REPORT-FILE - STATUS '
           END-IF
           MOVE WS-TITLE1 TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           IF SEL-PERIOD NOT = SPACES THEN
               MOVE SEL-PERIOD TO PL-PERIOD
               MOVE WS-PERIOD-LINE TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA
           END-IF
           MOVE WS-TITLE2 TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           SORT SORT-WORK
               MOVE WS-GRAND-TOTAL-LINE TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA
           END-IF
           MOVE SPACE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE WS-CAT-TITLE1 TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE WS-CAT-TITLE2 TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           PERFORM 3000-WRITE-CATEGORY-LINE
               VARYING WS-CT-IX FROM 1 BY 1 UNTIL WS-CT-IX > WS-CT-USED
           CLOSE TASKS-FILE
           CLOSE HISTORY-FILE
           CLOSE REPORT-FILE
           MOVE 'C' TO RPS-REQUEST
           CALL 'SUBRPS' USING RPS-PARM
           DISPLAY 'TASKEFF0 WORKLOG ROWS READ: ' WS-READ-COUNT
           DISPLAY 'TASKEFF0 UNAPPROVED/BOUNCED ROWS: ' WS-EXC-COUNT
           PERFORM WRITE-BATCH-LOG-END-PARA
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF SEL-PERIOD = SPACES OR
                          WL-DATE(1:6) = SEL-PERIOD THEN
                           PERFORM 1100-RELEASE-ONE-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WORKLOG-FILE
           EXIT.
       1100-RELEASE-ONE-ROW.
           MOVE WL-USERNAME TO SRT-USERNAME
           MOVE WL-TASKID TO SRT-TASKID
           MOVE WL-DATE TO SRT-DATE
           MOVE WL-APPR-STATUS TO SRT-APPR-STATUS
           MOVE WL-HOURS TO SRT-HOURS
           IF WL-APPROVED THEN
               MOVE '1' TO SRT-SECTION
           ELSE
               MOVE '2' TO SRT-SECTION
           END-IF
           RELEASE SRT-EFF-REC
           EXIT.
       READ-PARM-CARD-PARA.
      * NO CARD AT ALL MEANS NO MONTH FILTER - THE WEEKLY RUN THAT
      * TOTALS WHATEVER IS ON WORKLOG NEEDS NO CARD
           MOVE SPACES TO SEL-PERIOD
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = '00' THEN
               READ PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE PARM-CARD(1:6) TO SEL-PERIOD
               END-READ
               CLOSE PARM-FILE
           END-IF
           EXIT.
       2000-PRODUCE-REPORT.
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL END-OF-WORKLOG
           PERFORM 2400-FETCH-DESCRIPTION
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           PERFORM 2600-TALLY-CATEGORY
           MOVE 0 TO WS-TASK-HOURS
           EXIT.
       2400-FETCH-DESCRIPTION.
      * LIVE FILE FIRST, HISTORY SECOND - HOURS AGAINST A TASK NOBODY
      * CAN FIND ANY MORE STILL PRINT, JUST WITHOUT A DESCRIPTION
           MOVE SPACES TO WS-TASK-CATEGORY
           MOVE WS-BREAK-TASKID TO T-TASKID
           READ TASKS-FILE
           IF WS-TASKS-STATUS = '00' THEN
               MOVE T-TASKVALUE(1:39) TO DL-DESC
               MOVE T-CATEGORY TO WS-TASK-CATEGORY
           ELSE
               MOVE WS-BREAK-TASKID TO H-TASKID
               READ HISTORY-FILE
               IF WS-HISTORY-STATUS = '00' THEN
                   MOVE H-TASKVALUE(1:39) TO DL-DESC
                   MOVE H-CATEGORY TO WS-TASK-CATEGORY
               ELSE
                   MOVE '(TASK NO LONGER ON FILE)' TO DL-DESC
               END-IF
           END-IF
           EXIT.
       2600-TALLY-CATEGORY.
           MOVE 'N' TO WS-CT-FOUND
           PERFORM VARYING WS-CT-IX FROM 1 BY 1
               UNTIL WS-CT-IX > WS-CT-USED OR CT-FOUND
               IF WS-CT-CODE(WS-CT-IX) = WS-TASK-CATEGORY THEN
                   MOVE 'Y' TO WS-CT-FOUND
               END-IF
           END-PERFORM
           IF CT-FOUND THEN
               SUBTRACT 1 FROM WS-CT-IX
           ELSE
               PERFORM 2610-ADD-CATEGORY
           END-IF
           IF CT-FOUND THEN
               ADD 1 TO WS-CT-TASKS(WS-CT-IX)
               ADD WS-TASK-HOURS TO WS-CT-HOURS(WS-CT-IX)
           END-IF
           EXIT.
       2610-ADD-CATEGORY.
      * A NEW CODE IS SLOTTED IN AHEAD OF THE FIRST HIGHER ONE SO THE
      * SECTION PRINTS IN CODE ORDER. A FULL TABLE LEAVES THE HOURS
      * OUT OF THE CATEGORY SECTION ONLY - THE USER TOTALS HAVE THEM
           IF WS-CT-USED < 200 THEN
               MOVE 1 TO WS-CT-IX
               PERFORM UNTIL WS-CT-IX > WS-CT-USED OR
                             WS-CT-CODE(WS-CT-IX) > WS-TASK-CATEGORY
                   ADD 1 TO WS-CT-IX
               END-PERFORM
               PERFORM 2620-SHIFT-ONE-CATEGORY
                   VARYING WS-CT-SHIFT FROM WS-CT-USED BY -1
                   UNTIL WS-CT-SHIFT < WS-CT-IX
               ADD 1 TO WS-CT-USED
               MOVE WS-TASK-CATEGORY TO WS-CT-CODE(WS-CT-IX)
               MOVE 0 TO WS-CT-TASKS(WS-CT-IX)
               MOVE 0 TO WS-CT-HOURS(WS-CT-IX)
               MOVE 'Y' TO WS-CT-FOUND
           ELSE
               IF NOT CT-FULL-SHOWN THEN
                   DISPLAY 'TASKEFF0 CATEGORY TABLE FULL - FURTHER '
                       'CATEGORIES LEFT OUT OF THE CATEGORY SECTION'
                   MOVE 'Y' TO IF-CT-FULL-SHOWN
               END-IF
           END-IF
           EXIT.
       2620-SHIFT-ONE-CATEGORY.
           MOVE WS-CAT-ENTRY(WS-CT-SHIFT) TO
               WS-CAT-ENTRY(WS-CT-SHIFT + 1)
           EXIT.
       3000-WRITE-CATEGORY-LINE.
      * UNCATEGORISED WORK PRINTS AS (NONE)
           IF WS-CT-CODE(WS-CT-IX) = SPACES THEN
               MOVE '(NONE)' TO DC-CATEGORY
           ELSE
               MOVE WS-CT-CODE(WS-CT-IX) TO DC-CATEGORY
           END-IF
           MOVE WS-CT-TASKS(WS-CT-IX) TO DC-TASKS
           MOVE WS-CT-HOURS(WS-CT-IX) TO DC-HOURS
           MOVE WS-CAT-DETAIL-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           EXIT.
       2100-WRITE-USER-TOTAL.
           MOVE WS-BREAK-USERNAME TO UT-USERNAME
           MOVE WS-USER-HOURS TO UT-HOURS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           MOVE 'W' TO RPS-REQUEST
           MOVE REPORT-LINE TO RPS-LINE
           CALL 'SUBRPS' USING RPS-PARM
           EXIT.
       CHECK-PREREQS-PARA.
      * OPERATOR-MAINTAINED RUN-ORDER GUARD - SUBPRQ CHECKS THE
