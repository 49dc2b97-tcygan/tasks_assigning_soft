      * A PRINTED WORKLIST EACH MORNING.
      * THE LIVE TASKS FILE IS KEYED ON T-TASKID SO IT IS SORTED INTO
      * USERNAME SEQUENCE BEFORE THE REPORT IS PRODUCED.
      * A SECOND SECTION AFTER THE LISTING NAMES THE WORK NOBODY HAS
      * TAKEN ON - TASKS STILL AWAITING THE ASSIGNEE'S ACCEPTANCE AND
      * TASKS HANDED BACK AND NOT YET REASSIGNED - WITH WHO ASSIGNED
      * EACH, SO THE LEAD CAN CHASE THEM.
      * AN OPTIONAL PARAMETER CARD ON PARMDD (DEPARTMENT CODE, COLUMNS
      * 1-4) PRINTS ONE DEPARTMENT'S SLICE FOR THAT DEPARTMENT'S LEAD -
      * ONLY ITS OWN TASKS, PLUS ANY WITH NO DEPARTMENT YET (TEAM
      * QUEUE WORK NOBODY HAS CLAIMED AND ROWS SAVED BEFORE TASKS
      * CARRIED ONE), WHICH THE ADMIN SCREENS SHOW EVERY ADMIN TOO.
      * NO CARD PRINTS THE WHOLE SHOP AS BEFORE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AB-KEY
               FILE STATUS IS WS-ABSENCE-STATUS.
           SELECT PARM-FILE ASSIGN TO PARMDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT SORT-WORK ASSIGN TO SORTWK.
           SELECT REPORT-FILE ASSIGN TO REPTDD
               ORGANIZATION IS LINE SEQUENTIAL
       FD  ABSENCE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ABSREC.
       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARM-CARD PIC X(80).
       SD  SORT-WORK.
       01  SRT-TASK-REC.
           05 SRT-USERNAME PIC X(20).
       01 WS-READ-COUNT PIC 9(7) VALUE 0.
       01 WS-TASKS-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-PARM-STATUS PIC XX.
      * DEPARTMENT OFF THE PARM CARD - SPACES PRINTS EVERY DEPARTMENT
       01 SEL-DEPT PIC X(4) VALUE SPACES.
       01 IF-IN-SLICE PIC X.
           88 IN-SLICE VALUE 'Y'.
       01 WS-SLICE-TITLE.
           05 FILLER PIC X(19) VALUE 'DEPARTMENT SLICE - '.
           05 ST-DEPT PIC X(4).
           05 FILLER PIC X(57) VALUE SPACES.
      * REPORT REPOSITORY PARAMETER AREA - SEE SUBRPS
       01 RPS-PARM.
           05 RPS-REQUEST PIC X.
           05 RPS-JOBNAME PIC X(8) VALUE 'TASKRPT0'.
           05 RPS-LINE PIC X(80).
           05 RPS-STATUS PIC X.
      * A MISSING ABSENCE DATASET ONLY QUIETS THE FLAG, NEVER STOPS
      * THE MORNING WORKLIST
       01 WS-ABSENCE-STATUS PIC XX.
           05 FILLER PIC X(2) VALUE SPACE.
           05 UT-LABEL2 PIC X(7) VALUE '- TOTAL'.
           05 UT-COUNT PIC ZZZ9.
       01 WS-UNACC-TITLE1 PIC X(80) VALUE
          'TASKS NOT YET ACCEPTED (W=AWAITING D=HANDED BACK)'.
       01 WS-UNACC-TITLE2 PIC X(80) VALUE
          'TASKID     USERNAME             ASSIGNED BY          ST ASSI
      -    'GNED'.
       01 WS-UNACC-LINE.
           05 UL-TASKID PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 UL-USERNAME PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 UL-ASSIGNED-BY PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 UL-STATUS PIC X(1).
           05 FILLER PIC X(2) VALUE SPACE.
           05 UL-ASSIGNED-DATE PIC 9(7).
       01 WS-UNACC-TOTAL-LINE.
           05 FILLER PIC X(4) VALUE SPACE.
           05 FILLER PIC X(27) VALUE 'TOTAL NOT YET ACCEPTED    -'.
           05 UA-COUNT PIC ZZZ9.
       01 WS-UNACC-COUNT PIC 9(4) VALUE 0.
       01 WS-BREAK-USERNAME PIC X(20).
       01 WS-USER-COUNT PIC 9(4) VALUE 0.
       01 WS-FIRST-GROUP PIC X VALUE 'Y'.
       MAIN-PARA.
           PERFORM CHECK-PREREQS-PARA
           PERFORM OPEN-BATCH-LOG-PARA
           PERFORM READ-PARM-CARD-PARA
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT ABSENCE-FILE
           IF WS-ABSENCE-STATUS = '00' THEN
           END-IF
           MOVE WS-TITLE1 TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           IF SEL-DEPT NOT = SPACES THEN
               MOVE SEL-DEPT TO ST-DEPT
               MOVE WS-SLICE-TITLE TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA
           END-IF
           MOVE WS-TITLE2 TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           SORT SORT-WORK
           IF WS-USER-COUNT > 0 THEN
               PERFORM 2100-WRITE-USER-TOTAL
           END-IF
           PERFORM 3000-LIST-UNACCEPTED
           IF ABSENCE-OPEN THEN
               CLOSE ABSENCE-FILE
           END-IF
           CLOSE REPORT-FILE
           MOVE 'C' TO RPS-REQUEST
           CALL 'SUBRPS' USING RPS-PARM
           PERFORM WRITE-BATCH-LOG-END-PARA
           GOBACK.
       1000-TRANSFER-TASKS.
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM CHECK-SLICE-PARA
                       IF IN-SLICE THEN
                           MOVE T-USERNAME TO SRT-USERNAME
                           MOVE T-TASKID TO SRT-TASKID
                           MOVE T-TASKVALUE TO SRT-TASKVALUE
                           MOVE T-STATUS TO SRT-STATUS
                           MOVE T-PRIORITY TO SRT-PRIORITY
                           MOVE T-DUEDATE TO SRT-DUEDATE
                           PERFORM 1100-FLAG-ABSENT-OWNER
                           RELEASE SRT-TASK-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TASKS-FILE
           MOVE SPACE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           EXIT.
       3000-LIST-UNACCEPTED.
      * A SECOND PASS OVER THE LIVE FILE IN TASKID ORDER - ONLY THE
      * AWAITING AND HANDED-BACK ROWS PRINT
           MOVE WS-UNACC-TITLE1 TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE WS-UNACC-TITLE2 TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           OPEN INPUT TASKS-FILE
           IF WS-TASKS-STATUS NOT = '00' THEN
               DISPLAY 'TASKRPT0 OPEN FAILED FOR TASKS-FILE - STATUS '
                   WS-TASKS-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL END-OF-TASKS
               READ TASKS-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM CHECK-SLICE-PARA
                       IF IN-SLICE AND
                          (T-STATUS-AWAITING OR T-STATUS-DECLINED) THEN
                           ADD 1 TO WS-UNACC-COUNT
                           MOVE T-TASKID TO UL-TASKID
                           MOVE T-USERNAME TO UL-USERNAME
                           MOVE T-ASSIGNED-BY TO UL-ASSIGNED-BY
                           MOVE T-STATUS TO UL-STATUS
                           MOVE T-ASSIGNED-DATE TO UL-ASSIGNED-DATE
                           MOVE WS-UNACC-LINE TO REPORT-LINE
                           PERFORM WRITE-REPORT-LINE-PARA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TASKS-FILE
           MOVE WS-UNACC-COUNT TO UA-COUNT
           MOVE WS-UNACC-TOTAL-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           EXIT.
       READ-PARM-CARD-PARA.
      * NO CARD, OR A BLANK ONE, MEANS THE WHOLE SHOP
           MOVE SPACES TO SEL-DEPT
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = '00' THEN
               READ PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE PARM-CARD(1:4) TO SEL-DEPT
               END-READ
               CLOSE PARM-FILE
           END-IF
           IF SEL-DEPT NOT = SPACES THEN
               DISPLAY 'TASKRPT0 PRINTING DEPARTMENT ' SEL-DEPT
                   ' ONLY'
           END-IF
           EXIT.
       CHECK-SLICE-PARA.
      * SAME TEST THE ADMIN SCREENS MAKE THROUGH SUBDPT - A ROW WITH
      * NO DEPARTMENT BELONGS TO EVERY SLICE
           IF SEL-DEPT = SPACES OR T-DEPT = SPACES OR
              T-DEPT = SEL-DEPT THEN
               MOVE 'Y' TO IF-IN-SLICE
           ELSE
               MOVE 'N' TO IF-IN-SLICE
           END-IF
           EXIT.
       WRITE-REPORT-LINE-PARA.
      * AN UNATTENDED OVERNIGHT JOB MUST NOT REPORT "CLEAN" ON A
      * DISK-FULL OR OTHER I/O FAILURE THAT TRUNCATED THE OUTPUT
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           MOVE 'W' TO RPS-REQUEST
           MOVE REPORT-LINE TO RPS-LINE
           CALL 'SUBRPS' USING RPS-PARM
           EXIT.
       CHECK-PREREQS-PARA.
      * OPERATOR-MAINTAINED RUN-ORDER GUARD - SUBPRQ CHECKS THE
