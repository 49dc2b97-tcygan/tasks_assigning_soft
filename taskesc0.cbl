      * PRINTS AN ESCALATION LISTING OF EVERYTHING PAST DUE GROUPED BY
      * T-USERNAME SO THE SHIFT LEAD CAN CHASE IT AT THE MORNING
      * STAND-UP.
      * EVERY TASK ACTUALLY BUMPED ALSO LEAVES AN ESCALATED MESSAGE IN
      * ITS OWNER'S INBOX ON THE MESSAGES FILE, READ ON THE USINBP
      * SCREEN. A MISSING MESSAGES DATASET ONLY SKIPS THE MESSAGES.
      * THE LIVE TASKS FILE IS KEYED ON T-TASKID SO THE OVERDUE ROWS
      * ARE SORTED INTO USERNAME SEQUENCE BEFORE THE LISTING IS
      * PRODUCED, THE SAME WAY TASKRPT0 DOES.
      * AN OPTIONAL PARAMETER CARD ON PARMDD (DEPARTMENT CODE, COLUMNS
      * 1-4) LISTS ONE DEPARTMENT'S SLICE FOR THAT DEPARTMENT'S LEAD,
      * ON THE SAME RULE AS TASKRPT0 - ITS OWN TASKS PLUS ANY WITH NO
      * DEPARTMENT YET. THE CARD ONLY NARROWS THE LISTING - EVERY
      * OVERDUE TASK IN THE SHOP IS STILL ESCALATED AND MESSAGED, SO A
      * SLICED RUN NEVER LEAVES ANOTHER DEPARTMENT'S WORK BEHIND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTL-KEY
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT PARM-FILE ASSIGN TO PARMDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT SORT-WORK ASSIGN TO SORTWK.
           SELECT REPORT-FILE ASSIGN TO REPTDD
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS RANDOM
               RECORD KEY IS RCV-SEQ
               FILE STATUS IS WS-RECOV-STATUS.
           SELECT MESSAGES-FILE ASSIGN TO MSGDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MG-KEY
               FILE STATUS IS WS-MESSAGES-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TASKS-FILE
       FD  CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CTLREC.
       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARM-CARD PIC X(80).
       SD  SORT-WORK.
       01  SRT-ESC-REC.
           05 SRT-USERNAME PIC X(20).
       FD  RECOVLOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RECOVREC.
       FD  MESSAGES-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MSGREC.
       WORKING-STORAGE SECTION.
       01 WS-BATCHLOG-STATUS PIC XX.
       01 WS-BL-TIME-RAW PIC 9(8).
      * TASKSUM PARAMETER AREA - SEE SUBTSB
       01 TSB-PARM.
           05 TSB-REQUEST PIC X.
           05 TSB-JOBNAME PIC X(8) VALUE 'TASKESC0'.
           05 TSB-OLD.
               10 TSB-OLD-USERNAME PIC X(20).
               10 TSB-OLD-STATUS PIC X.
               10 TSB-OLD-PRIORITY PIC X.
               10 TSB-OLD-DUEDATE PIC X(8).
           05 TSB-NEW.
               10 TSB-NEW-USERNAME PIC X(20).
               10 TSB-NEW-STATUS PIC X.
               10 TSB-NEW-PRIORITY PIC X.
               10 TSB-NEW-DUEDATE PIC X(8).
           05 TSB-CEILING-COUNT PIC 9(5).
           05 TSB-STATUS PIC X.
               88 TSB-UNUSABLE VALUE 'U'.
      * RUN-ORDER GUARD PARAMETER AREA - SEE SUBPRQ
       01 PRQ-PARM.
           05 PRQ-JOBNAME PIC X(8).
       01 WS-TASKS-STATUS PIC XX.
       01 WS-CONTROL-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-PARM-STATUS PIC XX.
      * DEPARTMENT OFF THE PARM CARD - SPACES LISTS EVERY DEPARTMENT
       01 SEL-DEPT PIC X(4) VALUE SPACES.
       01 IF-IN-SLICE PIC X.
           88 IN-SLICE VALUE 'Y'.
      * REPORT REPOSITORY PARAMETER AREA - SEE SUBRPS
       01 RPS-PARM.
           05 RPS-REQUEST PIC X.
           05 RPS-JOBNAME PIC X(8) VALUE 'TASKESC0'.
           05 RPS-LINE PIC X(80).
           05 RPS-STATUS PIC X.
       01 WS-EOF-FLAG PIC X.
           88 END-OF-TASKS VALUE 'Y'.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RCV-BLOCK-LAST PIC 9(9) VALUE 0.
       01 WS-RCV-DAY-RAW PIC 9(5).
       01 WS-RCV-TIME-RAW PIC 9(8).
      * INBOX MESSAGES TO THE OWNERS OF ESCALATED WORK - NUMBERED OFF
      * THE SAME MSGCTR CONTROL ROW SUBMSG USES ONLINE, A BLOCK AT A
      * TIME. THE FILE IS OPTIONAL - WITHOUT IT THE RUN GOES ON AND
      * ONLY THE MESSAGES ARE LOST
       01 WS-MESSAGES-STATUS PIC XX.
       01 IF-MESSAGES-OPEN PIC X VALUE 'N'.
           88 MESSAGES-OPEN VALUE 'Y'.
       01 WS-MSG-BLOCK-NEXT PIC 9(9) VALUE 0.
       01 WS-MSG-BLOCK-LAST PIC 9(9) VALUE 0.
       01 WS-MSG-SENT-COUNT PIC 9(7) VALUE 0.
       01 WS-MSG-FAILED-COUNT PIC 9(7) VALUE 0.
       01 WS-HEADINGS.
           05 WS-TITLE1.
               10 FILLER PIC X(34) VALUE
                  'OVERDUE TASK ESCALATION LISTING - '.
               10 HD-RUN-DATE PIC 9(8).
               10 FILLER PIC X(38) VALUE SPACE.
           05 WS-SLICE-TITLE.
               10 FILLER PIC X(19) VALUE 'DEPARTMENT SLICE - '.
               10 ST-DEPT PIC X(4).
               10 FILLER PIC X(57) VALUE SPACE.
           05 WS-TITLE2 PIC X(80) VALUE
              'USERNAME             TASKID     WAS NOW DUEDATE  DESCRIPTI
      -    'ON'.
       MAIN-PARA.
           PERFORM CHECK-PREREQS-PARA
           PERFORM OPEN-BATCH-LOG-PARA
           PERFORM READ-PARM-CARD-PARA
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN I-O CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = '00' THEN
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           OPEN I-O MESSAGES-FILE
           IF WS-MESSAGES-STATUS = '00' THEN
               MOVE 'Y' TO IF-MESSAGES-OPEN
           ELSE
               DISPLAY 'TASKESC0 NO MESSAGES FILE - STATUS '
                   WS-MESSAGES-STATUS ' - INBOX MESSAGES SKIPPED'
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00' THEN
               DISPLAY 'TASKESC0 OPEN FAILED FOR REPORT-FILE - STATUS '
           MOVE WS-RUN-DATE TO HD-RUN-DATE
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
           PERFORM CLEAR-QUIESCE-PARA
           CLOSE CONTROL-FILE
           CLOSE RECOVLOG-FILE
           IF MESSAGES-OPEN THEN
               CLOSE MESSAGES-FILE
           END-IF
           CLOSE REPORT-FILE
           MOVE 'C' TO RPS-REQUEST
           CALL 'SUBRPS' USING RPS-PARM
           DISPLAY 'TASKESC0 OVERDUE TASKS LISTED: ' WS-OVERDUE-COUNT
           DISPLAY 'TASKESC0 PRIORITIES ESCALATED: ' WS-ESCALATED-COUNT
           DISPLAY 'TASKESC0 INBOX MESSAGES SENT:  ' WS-MSG-SENT-COUNT
           IF WS-MSG-FAILED-COUNT > 0 THEN
               DISPLAY 'TASKESC0 INBOX MESSAGES FAILED: '
                   WS-MSG-FAILED-COUNT
           END-IF
           PERFORM WRITE-BATCH-LOG-END-PARA
           GOBACK.
       1000-ESCALATE-TASKS.
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
      * ONLY OPEN/IN-PROGRESS WORK WITH A REAL DUE DATE CAN BE OVERDUE -
      * A BLANK OR NON-NUMERIC DUE DATE MEANS NO DEADLINE WAS SET.
      * WORK STILL WAITING FOR ITS ASSIGNEE TO ACCEPT IT IS JUST AS
      * LATE
                       IF (T-STATUS-OPEN OR T-STATUS-IN-PROGRESS OR
                           T-STATUS-AWAITING) AND
                          T-DUEDATE NUMERIC AND
                          T-DUEDATE < WS-RUN-DATE AND
                          T-DUEDATE NOT = '00000000' THEN
               END-READ
           END-PERFORM
           CLOSE TASKS-FILE
           MOVE 'C' TO TSB-REQUEST
           CALL 'SUBTSB' USING TSB-PARM
           EXIT.
       1100-ESCALATE-ONE-TASK.
      * ONE STEP UP THE LADDER PER NIGHT - L BECOMES M, M BECOMES H,
      * H IS ALREADY AT THE TOP AND IS ONLY LISTED, NOT REWRITTEN.
      * THE LISTING SHOWS THE BEFORE AND AFTER PRIORITY EITHER WAY.
           PERFORM SAVE-TASK-BEFORE-PARA
           MOVE T-USERNAME TO SRT-USERNAME
           MOVE T-TASKID TO SRT-TASKID
           MOVE T-PRIORITY TO SRT-OLD-PRIORITY
               REWRITE FS-TASKS
               IF WS-TASKS-STATUS = '00' THEN
                   PERFORM WRITE-RECOV-PARA
                   PERFORM UPDATE-TASK-SUMMARY-PARA
                   ADD 1 TO WS-ESCALATED-COUNT
                   IF MESSAGES-OPEN THEN
                       PERFORM WRITE-MESSAGE-PARA
                   END-IF
               ELSE
                   DISPLAY 'TASKESC0 REWRITE FAILED FOR TASKID '
                       T-TASKID ' STATUS ' WS-TASKS-STATUS
                   STOP RUN
               END-IF
           END-IF
           PERFORM CHECK-SLICE-PARA
           IF IN-SLICE THEN
               ADD 1 TO WS-OVERDUE-COUNT
               RELEASE SRT-ESC-REC
           END-IF
           EXIT.
       2000-PRODUCE-LISTING.
           MOVE 'N' TO WS-EOF-FLAG
           MOVE SPACE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           EXIT.
       READ-PARM-CARD-PARA.
      * NO CARD, OR A BLANK ONE, MEANS THE WHOLE SHOP IS LISTED
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
               DISPLAY 'TASKESC0 LISTING DEPARTMENT ' SEL-DEPT
                   ' ONLY - ESCALATING ALL'
           END-IF
           EXIT.
       CHECK-SLICE-PARA.
      * SAME TEST AS TASKRPT0 - A ROW WITH NO DEPARTMENT BELONGS TO
      * EVERY SLICE
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
               STOP RUN
           END-IF
           EXIT.
       SAVE-TASK-BEFORE-PARA.
      * THE TASK AS IT WAS READ, BEFORE THIS RUN CHANGES IT - THE
      * PICTURE SUBTSB TAKES OFF THE OLD OWNER'S COUNTS
           MOVE T-USERNAME TO TSB-OLD-USERNAME
           MOVE T-STATUS TO TSB-OLD-STATUS
           MOVE T-PRIORITY TO TSB-OLD-PRIORITY
           MOVE T-DUEDATE TO TSB-OLD-DUEDATE
           EXIT.
       UPDATE-TASK-SUMMARY-PARA.
      * THE TASK AS IT JUST WENT TO THE FILE, ON TOP OF THE PICTURE
      * SAVE-TASK-BEFORE-PARA TOOK. A SUMMARY FILE THAT WILL NOT TAKE
      * THE UPDATE IS SUBTSB'S TO ANNOUNCE AND TASKCHK0'S TO REBUILD
           MOVE T-USERNAME TO TSB-NEW-USERNAME
           MOVE T-STATUS TO TSB-NEW-STATUS
           MOVE T-PRIORITY TO TSB-NEW-PRIORITY
           MOVE T-DUEDATE TO TSB-NEW-DUEDATE
           MOVE 'A' TO TSB-REQUEST
           CALL 'SUBTSB' USING TSB-PARM
           EXIT.
       WRITE-MESSAGE-PARA.
      * TELLS THE OWNER THE WORK WAS BUMPED OVERNIGHT. A TEAM QUEUE
      * HAS NO INBOX. A FAILED MESSAGE IS COUNTED AND SHOWN BUT DOES
      * NOT FAIL THE RUN - THE ESCALATION ITSELF HAS ALREADY STOOD
           IF T-USERNAME(1:1) NOT = '#' AND T-USERNAME NOT = SPACES THEN
               IF WS-MSG-BLOCK-NEXT = 0 OR
                  WS-MSG-BLOCK-NEXT > WS-MSG-BLOCK-LAST THEN
                   PERFORM GRAB-MSG-BLOCK-PARA
               END-IF
               MOVE T-USERNAME TO MG-USERNAME
               MOVE WS-MSG-BLOCK-NEXT TO MG-SEQ
               ADD 1 TO WS-MSG-BLOCK-NEXT
               ACCEPT WS-RCV-DAY-RAW FROM DAY
               COMPUTE MG-DATE = 100000 + WS-RCV-DAY-RAW
               ACCEPT WS-RCV-TIME-RAW FROM TIME
               COMPUTE MG-TIME = WS-RCV-TIME-RAW / 100
               MOVE 'ESCALATED' TO MG-EVENT
               MOVE T-TASKID TO MG-TASKID
               MOVE 'TASKESC0' TO MG-FROM
               MOVE T-DESC-1(1:40) TO MG-TEXT
               MOVE 'N' TO MG-READ-FLAG
               WRITE FS-MESSAGES
               IF WS-MESSAGES-STATUS = '00' THEN
                   ADD 1 TO WS-MSG-SENT-COUNT
               ELSE
                   DISPLAY 'TASKESC0 MESSAGE WRITE FAILED FOR TASKID '
                       T-TASKID ' STATUS ' WS-MESSAGES-STATUS
                   ADD 1 TO WS-MSG-FAILED-COUNT
               END-IF
           END-IF
           EXIT.
       GRAB-MSG-BLOCK-PARA.
      * SAME BLOCK HANDOUT AS GRAB-RCV-BLOCK-PARA, OFF THE MSGCTR ROW
           MOVE 'MSGCTR' TO CTL-KEY
           READ CONTROL-FILE
           EVALUATE WS-CONTROL-STATUS
           WHEN '00'
               COMPUTE WS-MSG-BLOCK-NEXT = CTL-NEXT-TASKID + 1
               COMPUTE WS-MSG-BLOCK-LAST =
                   CTL-NEXT-TASKID + WS-RCV-BLOCK-SIZE
               MOVE WS-MSG-BLOCK-LAST TO CTL-NEXT-TASKID
               REWRITE FS-CONTROL
               IF WS-CONTROL-STATUS NOT = '00' THEN
                   DISPLAY 'TASKESC0 CONTROL REWRITE FAILED - STATUS '
                       WS-CONTROL-STATUS
                   PERFORM BATCH-LOG-FAILED-PARA
                   STOP RUN
               END-IF
           WHEN '23'
               MOVE 1 TO WS-MSG-BLOCK-NEXT
               MOVE WS-RCV-BLOCK-SIZE TO WS-MSG-BLOCK-LAST
               MOVE 'MSGCTR' TO CTL-KEY
               MOVE WS-MSG-BLOCK-LAST TO CTL-NEXT-TASKID
               WRITE FS-CONTROL
               IF WS-CONTROL-STATUS NOT = '00' THEN
                   DISPLAY 'TASKESC0 CONTROL WRITE FAILED - STATUS '
                       WS-CONTROL-STATUS
                   PERFORM BATCH-LOG-FAILED-PARA
                   STOP RUN
               END-IF
           WHEN OTHER
               DISPLAY 'TASKESC0 CONTROL READ FAILED - STATUS '
                   WS-CONTROL-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-EVALUATE
           EXIT.
       GRAB-RCV-BLOCK-PARA.
      * RECOVLOG SEQUENCE NUMBERS COME OFF THE RECOVCTR CONTROL ROW A
      * BLOCK AT A TIME - PUSHED FORWARD ON FILE FIRST, USED AFTER,
