       IDENTIFICATION DIVISION.
       PROGRAM-ID. TASKSYN0.
      * INBOUND BATCH JOB - STATUS CHANGES COMING BACK FROM THE
      * TICKETING SYSTEM. WHEN A REQUESTER CLOSES OR WITHDRAWS A TICKET
      * ON THEIR SIDE, OR ADDS TO IT, THE NIGHTLY FEED (PIPE-DELIMITED,
      * THEIR EXTERNAL REFERENCE, AN ACTION CODE, THEN TEXT) IS APPLIED
      * HERE TO THE TASK TASKACK0 CROSS-REFERENCED TO THAT TICKET:
      *   C - COMPLETE THE TASK
      *   X - CANCEL THE TASK
      *   N - ADD THE TEXT AS A PROGRESS NOTE
      * THE CHANGES FOLLOW THE ONLINE RULES. A COMPLETION IS REFUSED
      * WHILE THE PREREQUISITE IS STILL BEING WORKED, AND ONLY WORK
      * THAT IS OPEN OR IN PROGRESS CAN BE COMPLETED - THE SAME TEST
      * USMAINP MAKES. A CANCEL IS JOURNALLED ON THE AUDIT FILE THE WAY
      * MAINMAPP'S IS. EVERY TASKS REWRITE PUTS ITS AFTER-IMAGE ON
      * RECOVLOG AND THE QUIESCE SWITCH IS UP WHILE THE JOB UPDATES.
      * TASKXREF IS KEYED BY OUR TASKID, NOT THEIR REFERENCE, SO THE
      * CROSS-REFERENCE ROWS AND THE FEED LINES GO THROUGH ONE SORT ON
      * THE REFERENCE - EACH REFERENCE'S XREF ROW COMES OUT AHEAD OF
      * ITS CHANGES, AND THE CHANGES COME OUT IN THE ORDER THEY ARRIVED.
      * AN UNKNOWN REFERENCE, A REFERENCE ON MORE THAN ONE TASK, A TASK
      * ALREADY ARCHIVED, AN ILLEGAL TRANSITION OR A MALFORMED LINE ALL
      * GO TO A REJECT LISTING WITH THE REASON, THE SAME WAY TASKLOD0
      * AND TASKACK0 REJECT THEIR LINES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYNC-FILE ASSIGN TO SYNCDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYNC-STATUS.
           SELECT XREF-FILE ASSIGN TO XREFDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XR-TASKID
               FILE STATUS IS WS-XREF-STATUS.
           SELECT TASKS-FILE ASSIGN TO TASKSDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS T-TASKID
               FILE STATUS IS WS-TASKS-STATUS.
           SELECT HISTORY-FILE ASSIGN TO HISTDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS H-TASKID
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT NOTES-FILE ASSIGN TO NOTESDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS N-KEY
               FILE STATUS IS WS-NOTES-STATUS.
           SELECT CONTROL-FILE ASSIGN TO CTLDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTL-KEY
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT RECOVLOG-FILE ASSIGN TO RECOVDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RCV-SEQ
               FILE STATUS IS WS-RECOV-STATUS.
           SELECT SORT-WORK ASSIGN TO SORTWK.
           SELECT REJECT-FILE ASSIGN TO REJDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.
           SELECT BATCHLOG-FILE ASSIGN TO BATLOGDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BL-KEY
               FILE STATUS IS WS-BATCHLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SYNC-FILE
           LABEL RECORDS ARE STANDARD.
       01  SYNC-LINE PIC X(100).
       FD  XREF-FILE
           LABEL RECORDS ARE STANDARD.
           COPY XREFREC.
       FD  TASKS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TASKSREC.
       FD  HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HISTORYREC.
       FD  NOTES-FILE
           LABEL RECORDS ARE STANDARD.
           COPY NOTESREC.
       FD  CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CTLREC.
       FD  RECOVLOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RECOVREC.
      * KIND 1 IS A CROSS-REFERENCE ROW, KIND 2 A FEED LINE - THE LINE
      * NUMBER KEEPS ONE TICKET'S CHANGES IN ARRIVAL ORDER
       SD  SORT-WORK.
       01  SRT-SYNC-REC.
           05 SRT-EXTREF PIC X(12).
           05 SRT-KIND PIC X(1).
           05 SRT-LINE-NO PIC 9(7).
           05 SRT-TASKID PIC X(10).
           05 SRT-ACTION PIC X(1).
           05 SRT-TEXT PIC X(60).
       FD  REJECT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REJECT-LINE PIC X(80).
       FD  BATCHLOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BATLOGREC.
       WORKING-STORAGE SECTION.
       01 WS-BATCHLOG-STATUS PIC XX.
       01 WS-BL-TIME-RAW PIC 9(8).
      * TASKSUM PARAMETER AREA - SEE SUBTSB
       01 TSB-PARM.
           05 TSB-REQUEST PIC X.
           05 TSB-JOBNAME PIC X(8) VALUE 'TASKSYN0'.
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
           05 PRQ-RUN-DATE PIC 9(8).
           05 PRQ-STATUS PIC X.
               88 PRQ-OK VALUE '0'.
               88 PRQ-BLOCKED VALUE 'B'.
               88 PRQ-OVERRIDDEN VALUE 'O'.
           05 PRQ-MISSING-JOB PIC X(8).
      * SAME JOURNAL PARAMETER AREA AS THE ONLINE SUBAUD CALLERS
       01 SUB-AUDIT-DATA.
           05 SA-OPERATOR PIC X(20).
           05 SA-ACTION PIC X(10).
           05 SA-OUTCOME PIC X(10).
           05 SA-DETAIL-TASKID PIC X(10).
           05 SA-DETAIL-USERNAME PIC X(20).
           05 SA-STATUS PIC X.
               88 SA-GOOD VALUE '0'.
               88 SA-ERROR VALUE '9'.
       01 WS-SYNC-STATUS PIC XX.
       01 WS-XREF-STATUS PIC XX.
       01 WS-TASKS-STATUS PIC XX.
       01 WS-HISTORY-STATUS PIC XX.
       01 WS-NOTES-STATUS PIC XX.
       01 WS-CONTROL-STATUS PIC XX.
       01 WS-REJECT-STATUS PIC XX.
       01 WS-EOF-FLAG PIC X.
           88 END-OF-FILE-SCAN VALUE 'Y'.
      * THE BATCH-WINDOW SWITCH - SET WHILE THIS JOB REWRITES TASKS,
      * CLEARED ON EVERY WAY OUT
       01 WS-QUIESCE-VALUE PIC 9(1).
       01 IF-QUIESCE-SET PIC X VALUE 'N'.
           88 QUIESCE-IS-SET VALUE 'Y'.
      * FORWARD-RECOVERY JOURNAL - EVERY TASKS REWRITE PUTS ITS
      * AFTER-IMAGE ON RECOVLOG, NUMBERED OFF THE RECOVCTR CONTROL
      * ROW A BLOCK AT A TIME THE SAME WAY THE TASKID COUNTER IS
       01 WS-RECOV-STATUS PIC XX.
       01 WS-RCV-BLOCK-SIZE PIC 9(3) VALUE 10.
       01 WS-RCV-BLOCK-NEXT PIC 9(9) VALUE 0.
       01 WS-RCV-BLOCK-LAST PIC 9(9) VALUE 0.
       01 WS-RCV-DAY-RAW PIC 9(5).
       01 WS-RCV-TIME-RAW PIC 9(8).
       01 WS-READ-COUNT PIC 9(7) VALUE 0.
       01 WS-COMPLETED-COUNT PIC 9(7) VALUE 0.
       01 WS-CANCELLED-COUNT PIC 9(7) VALUE 0.
       01 WS-NOTED-COUNT PIC 9(7) VALUE 0.
       01 WS-APPLIED-COUNT PIC 9(7) VALUE 0.
       01 WS-REJECT-COUNT PIC 9(7) VALUE 0.
      * ONE FIELD PER PIPE-DELIMITED COLUMN OF THE INBOUND LINE
       01 WS-INBOUND-FIELDS.
           05 SYN-EXTREF PIC X(12).
           05 SYN-ACTION PIC X(1).
           05 SYN-TEXT PIC X(60).
      * THE REFERENCE NOW COMING OUT OF THE SORT, AND WHAT ITS
      * CROSS-REFERENCE ROWS SAID
       01 WS-HELD-EXTREF PIC X(12).
       01 WS-HELD-TASKID PIC X(10).
       01 WS-XREF-HITS PIC 9(3).
       01 IF-PREREQ-BLOCKED PIC X.
           88 PREREQ-BLOCKED VALUE 'Y'.
       01 WS-PREREQ-ID PIC X(10).
       01 WS-LAST-NOTE-SEQ PIC 9(3).
       01 WS-REJECT-REASON PIC X(35).
       01 WS-REJECT-DETAIL.
           05 RJ-EXTREF PIC X(12).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RJ-ACTION PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RJ-TASKID PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RJ-REASON PIC X(35).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RJ-LINE-NO PIC ZZZZZZ9.
           05 FILLER PIC X(11) VALUE SPACE.
       01 WS-PREREQ-REASON.
           05 FILLER PIC X(13) VALUE 'PREREQUISITE '.
           05 PR-TASKID PIC X(10).
           05 FILLER PIC X(12) VALUE ' STILL OPEN'.
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM CHECK-PREREQS-PARA
           PERFORM OPEN-BATCH-LOG-PARA
           OPEN INPUT SYNC-FILE
           IF WS-SYNC-STATUS NOT = '00' THEN
               DISPLAY 'TASKSYN0 OPEN FAILED FOR SYNC-FILE - STATUS '
                   WS-SYNC-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           OPEN INPUT XREF-FILE
           IF WS-XREF-STATUS NOT = '00' THEN
               DISPLAY 'TASKSYN0 OPEN FAILED FOR XREF-FILE - STATUS '
                   WS-XREF-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           OPEN OUTPUT REJECT-FILE
           IF WS-REJECT-STATUS NOT = '00' THEN
               DISPLAY 'TASKSYN0 OPEN FAILED FOR REJECT-FILE - STATUS '
                   WS-REJECT-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           OPEN I-O CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = '00' THEN
               DISPLAY 'TASKSYN0 OPEN FAILED FOR CONTROL-FILE - STATUS '
                   WS-CONTROL-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           PERFORM SET-QUIESCE-PARA
           OPEN I-O TASKS-FILE
           IF WS-TASKS-STATUS NOT = '00' THEN
               DISPLAY 'TASKSYN0 OPEN FAILED FOR TASKS-FILE - STATUS '
                   WS-TASKS-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = '00' THEN
               DISPLAY 'TASKSYN0 OPEN FAILED FOR HISTORY-FILE - STATUS '
                   WS-HISTORY-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           OPEN I-O NOTES-FILE
           IF WS-NOTES-STATUS NOT = '00' THEN
               DISPLAY 'TASKSYN0 OPEN FAILED FOR NOTES-FILE - STATUS '
                   WS-NOTES-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           OPEN I-O RECOVLOG-FILE
           IF WS-RECOV-STATUS NOT = '00' THEN
               DISPLAY 'TASKSYN0 OPEN FAILED FOR RECOVLOG-FILE - '
                   'STATUS ' WS-RECOV-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           SORT SORT-WORK
               ON ASCENDING KEY SRT-EXTREF SRT-KIND SRT-LINE-NO
               INPUT PROCEDURE IS 1000-GATHER-CHANGES
               OUTPUT PROCEDURE IS 2000-APPLY-CHANGES
           PERFORM CLEAR-QUIESCE-PARA
           CLOSE SYNC-FILE
           CLOSE XREF-FILE
           CLOSE TASKS-FILE
           MOVE 'C' TO TSB-REQUEST
           CALL 'SUBTSB' USING TSB-PARM
           CLOSE HISTORY-FILE
           CLOSE NOTES-FILE
           CLOSE RECOVLOG-FILE
           CLOSE CONTROL-FILE
           CLOSE REJECT-FILE
           DISPLAY 'TASKSYN0 CHANGE LINES READ: ' WS-READ-COUNT
           DISPLAY 'TASKSYN0 TASKS COMPLETED: ' WS-COMPLETED-COUNT
           DISPLAY 'TASKSYN0 TASKS CANCELLED: ' WS-CANCELLED-COUNT
           DISPLAY 'TASKSYN0 NOTES ADDED: ' WS-NOTED-COUNT
           DISPLAY 'TASKSYN0 LINES REJECTED: ' WS-REJECT-COUNT
           PERFORM WRITE-BATCH-LOG-END-PARA
           GOBACK.
       1000-GATHER-CHANGES.
           PERFORM 1100-GATHER-XREFS
           PERFORM 1200-GATHER-FEED
           EXIT.
       1100-GATHER-XREFS.
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL END-OF-FILE-SCAN
               READ XREF-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE XR-EXTREF TO SRT-EXTREF
                       MOVE '1' TO SRT-KIND
                       MOVE 0 TO SRT-LINE-NO
                       MOVE XR-TASKID TO SRT-TASKID
                       MOVE SPACE TO SRT-ACTION
                       MOVE SPACES TO SRT-TEXT
                       RELEASE SRT-SYNC-REC
               END-READ
           END-PERFORM
           EXIT.
       1200-GATHER-FEED.
      * SPLITS EACH LINE ON THE PIPE. A LINE WITH NO REFERENCE HAS
      * NOTHING TO SORT ON AND IS REJECTED HERE AND NOW
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL END-OF-FILE-SCAN
               READ SYNC-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE SPACES TO WS-INBOUND-FIELDS
                       UNSTRING SYNC-LINE DELIMITED BY '|'
                           INTO SYN-EXTREF
                                SYN-ACTION
                                SYN-TEXT
                       END-UNSTRING
                       IF SYN-EXTREF = SPACES THEN
                           MOVE SPACES TO SRT-SYNC-REC
                           MOVE SYN-ACTION TO SRT-ACTION
                           MOVE WS-READ-COUNT TO SRT-LINE-NO
                           MOVE 'EXTERNAL REFERENCE IS REQUIRED' TO
                               WS-REJECT-REASON
                           PERFORM WRITE-REJECT-LINE-PARA
                       ELSE
                           MOVE SYN-EXTREF TO SRT-EXTREF
                           MOVE '2' TO SRT-KIND
                           MOVE WS-READ-COUNT TO SRT-LINE-NO
                           MOVE SPACES TO SRT-TASKID
                           MOVE SYN-ACTION TO SRT-ACTION
                           MOVE SYN-TEXT TO SRT-TEXT
                           RELEASE SRT-SYNC-REC
                       END-IF
               END-READ
           END-PERFORM
           EXIT.
       2000-APPLY-CHANGES.
           MOVE HIGH-VALUES TO WS-HELD-EXTREF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL END-OF-FILE-SCAN
               RETURN SORT-WORK
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM 2100-TAKE-ONE
               END-RETURN
           END-PERFORM
           EXIT.
       2100-TAKE-ONE.
           IF SRT-EXTREF NOT = WS-HELD-EXTREF THEN
               MOVE SRT-EXTREF TO WS-HELD-EXTREF
               MOVE SPACES TO WS-HELD-TASKID
               MOVE 0 TO WS-XREF-HITS
           END-IF
           IF SRT-KIND = '1' THEN
               ADD 1 TO WS-XREF-HITS
               MOVE SRT-TASKID TO WS-HELD-TASKID
           ELSE
               MOVE WS-HELD-TASKID TO SRT-TASKID
               PERFORM 2200-APPLY-ONE-LINE
           END-IF
           EXIT.
       2200-APPLY-ONE-LINE.
      * THE EDITS RUN IN ORDER AND THE FIRST ONE THAT FAILS NAMES THE
      * REJECT REASON, SAME PATTERN AS THE LOADER
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
           WHEN SRT-ACTION NOT = 'C' AND SRT-ACTION NOT = 'X' AND
                SRT-ACTION NOT = 'N'
               MOVE 'ACTION MUST BE C, X OR N' TO WS-REJECT-REASON
           WHEN SRT-ACTION = 'N' AND SRT-TEXT = SPACES
               MOVE 'NOTE TEXT IS REQUIRED' TO WS-REJECT-REASON
           WHEN WS-XREF-HITS = 0
               MOVE 'UNKNOWN EXTERNAL REFERENCE' TO WS-REJECT-REASON
           WHEN WS-XREF-HITS > 1
               MOVE 'REFERENCE IS ON MORE THAN ONE TASK' TO
                   WS-REJECT-REASON
           WHEN OTHER
               PERFORM 2300-READ-LIVE-TASK
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES THEN
               EVALUATE SRT-ACTION
               WHEN 'C'
                   PERFORM 2400-COMPLETE-TASK
               WHEN 'X'
                   PERFORM 2500-CANCEL-TASK
               WHEN 'N'
                   PERFORM 2600-ADD-NOTE
               END-EVALUATE
           END-IF
           IF WS-REJECT-REASON NOT = SPACES THEN
               PERFORM WRITE-REJECT-LINE-PARA
           END-IF
           EXIT.
       2300-READ-LIVE-TASK.
      * A TASK THE NIGHTLY ARCHIVE HAS ALREADY MOVED IS CLOSED WORK -
      * THE TICKET'S CHANGE HAS NOTHING LEFT TO ACT ON
           MOVE SRT-TASKID TO T-TASKID
           READ TASKS-FILE
           EVALUATE WS-TASKS-STATUS
           WHEN '00'
               PERFORM SAVE-TASK-BEFORE-PARA
           WHEN '23'
               MOVE SRT-TASKID TO H-TASKID
               READ HISTORY-FILE
               EVALUATE WS-HISTORY-STATUS
               WHEN '00'
                   MOVE 'TASK ALREADY ARCHIVED' TO WS-REJECT-REASON
               WHEN '23'
                   MOVE 'NO SUCH TASKID ON FILE OR HISTORY' TO
                       WS-REJECT-REASON
               WHEN OTHER
                   DISPLAY 'TASKSYN0 HISTORY READ FAILED - STATUS '
                       WS-HISTORY-STATUS
                   PERFORM BATCH-LOG-FAILED-PARA
                   STOP RUN
               END-EVALUATE
           WHEN OTHER
               DISPLAY 'TASKSYN0 TASKS READ FAILED - STATUS '
                   WS-TASKS-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-EVALUATE
           EXIT.
       2400-COMPLETE-TASK.
      * ONLY WORK THAT IS OPEN OR IN PROGRESS CAN BE COMPLETED -
      * PENDING WORK AWAITS ITS SECOND ADMIN, NEW WORK AWAITS ITS
      * ACCEPTANCE, AND HANDED-BACK WORK IS THE ASSIGNING ADMIN'S
           EVALUATE TRUE
           WHEN T-STATUS-COMPLETE
               MOVE 'TASK ALREADY COMPLETE' TO WS-REJECT-REASON
           WHEN T-STATUS-CANCELLED
               MOVE 'TASK IS CANCELLED' TO WS-REJECT-REASON
           WHEN T-STATUS-PENDING
               MOVE 'TASK AWAITS PRIORITY-H APPROVAL' TO
                   WS-REJECT-REASON
           WHEN T-STATUS-AWAITING
               MOVE 'TASK NOT YET ACCEPTED' TO WS-REJECT-REASON
           WHEN T-STATUS-DECLINED
               MOVE 'TASK WAS HANDED BACK' TO WS-REJECT-REASON
           WHEN T-STATUS-OPEN OR T-STATUS-IN-PROGRESS
               PERFORM 2410-CHECK-PREREQ-OPEN
           WHEN OTHER
               MOVE 'TASK STATUS NOT RECOGNISED' TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES THEN
               MOVE 'C' TO T-STATUS
               ACCEPT WS-RCV-DAY-RAW FROM DAY
               COMPUTE T-COMPLETED-DATE = 100000 + WS-RCV-DAY-RAW
               ACCEPT WS-RCV-TIME-RAW FROM TIME
               COMPUTE T-COMPLETED-TIME = WS-RCV-TIME-RAW / 100
               PERFORM REWRITE-TASK-PARA
               ADD 1 TO WS-COMPLETED-COUNT
           END-IF
           EXIT.
       2410-CHECK-PREREQ-OPEN.
      * A PREREQUISITE THAT HAS LEFT THE LIVE FILE (ARCHIVED) OR IS
      * ALREADY COMPLETE OR CANCELLED NO LONGER BLOCKS ANYBODY. THE
      * LOOKUP GOES THROUGH FS-TASKS, SO THE TASK ITSELF IS READ BACK
      * AFTERWARDS
           MOVE 'N' TO IF-PREREQ-BLOCKED
           IF T-PREREQ-TASKID NOT = SPACES AND
              T-PREREQ-TASKID NOT = LOW-VALUES THEN
               MOVE T-PREREQ-TASKID TO WS-PREREQ-ID
               MOVE WS-PREREQ-ID TO T-TASKID
               READ TASKS-FILE
               IF WS-TASKS-STATUS = '00' THEN
                   IF T-STATUS-OPEN OR T-STATUS-IN-PROGRESS OR
                      T-STATUS-PENDING OR T-STATUS-AWAITING OR
                      T-STATUS-DECLINED THEN
                       MOVE 'Y' TO IF-PREREQ-BLOCKED
                   END-IF
               END-IF
               PERFORM 2300-READ-LIVE-TASK
           END-IF
           IF PREREQ-BLOCKED THEN
               MOVE WS-PREREQ-ID TO PR-TASKID
               MOVE WS-PREREQ-REASON TO WS-REJECT-REASON
           END-IF
           EXIT.
       2500-CANCEL-TASK.
      * THE ADMIN'S CANCEL MARKS THE TASK RATHER THAN DELETING IT, AND
      * SO DOES THIS ONE. CLOSED WORK STAYS AS IT CLOSED
           EVALUATE TRUE
           WHEN T-STATUS-CANCELLED
               MOVE 'TASK ALREADY CANCELLED' TO WS-REJECT-REASON
           WHEN T-STATUS-COMPLETE
               MOVE 'TASK ALREADY COMPLETE' TO WS-REJECT-REASON
           WHEN OTHER
               MOVE 'X' TO T-STATUS
               PERFORM REWRITE-TASK-PARA
               ADD 1 TO WS-CANCELLED-COUNT
               PERFORM WRITE-AUDIT-PARA
           END-EVALUATE
           EXIT.
       2600-ADD-NOTE.
      * NEXT FREE SEQUENCE ON THE TASK'S TRAIL, SAME SCOPED WALK THE
      * ONLINE NOTE PATH MAKES. THE AUTHOR IS THE TICKET, SO THE TRAIL
      * SHOWS THE NOTE CAME FROM THE REQUESTER'S SIDE
           MOVE 0 TO WS-LAST-NOTE-SEQ
           MOVE T-TASKID TO N-TASKID
           MOVE 0 TO N-SEQ
           START NOTES-FILE KEY NOT < N-KEY
           IF WS-NOTES-STATUS = '00' THEN
               PERFORM UNTIL WS-NOTES-STATUS NOT = '00'
                   READ NOTES-FILE NEXT RECORD
                       AT END MOVE '10' TO WS-NOTES-STATUS
                   END-READ
                   IF WS-NOTES-STATUS = '00' THEN
                       IF N-TASKID = T-TASKID THEN
                           MOVE N-SEQ TO WS-LAST-NOTE-SEQ
                       ELSE
                           MOVE '10' TO WS-NOTES-STATUS
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF WS-LAST-NOTE-SEQ = 999 THEN
               MOVE 'NOTE TRAIL IS FULL' TO WS-REJECT-REASON
           ELSE
               MOVE T-TASKID TO N-TASKID
               COMPUTE N-SEQ = WS-LAST-NOTE-SEQ + 1
               ACCEPT WS-RCV-DAY-RAW FROM DAY
               COMPUTE N-DATE = 100000 + WS-RCV-DAY-RAW
               ACCEPT WS-RCV-TIME-RAW FROM TIME
               COMPUTE N-TIME = WS-RCV-TIME-RAW / 100
               MOVE SPACES TO N-USERNAME
               STRING 'TICKET ' SRT-EXTREF DELIMITED BY SIZE
                   INTO N-USERNAME
               MOVE SRT-TEXT TO N-TEXT
               WRITE FS-NOTES
               IF WS-NOTES-STATUS NOT = '00' THEN
                   DISPLAY 'TASKSYN0 NOTES WRITE FAILED FOR TASKID '
                       T-TASKID ' STATUS ' WS-NOTES-STATUS
                   PERFORM BATCH-LOG-FAILED-PARA
                   STOP RUN
               END-IF
               ADD 1 TO WS-NOTED-COUNT
               ADD 1 TO WS-APPLIED-COUNT
           END-IF
           EXIT.
       REWRITE-TASK-PARA.
           REWRITE FS-TASKS
           IF WS-TASKS-STATUS NOT = '00' THEN
               DISPLAY 'TASKSYN0 REWRITE FAILED FOR TASKID '
                   T-TASKID ' STATUS ' WS-TASKS-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           PERFORM WRITE-RECOV-PARA
           PERFORM UPDATE-TASK-SUMMARY-PARA
           ADD 1 TO WS-APPLIED-COUNT
           EXIT.
       WRITE-AUDIT-PARA.
      * THE CANCEL GOES ON THE JOURNAL AS MAINMAPP'S DOES, WITH THE JOB
      * AS THE OPERATOR. SUBAUB OPENS THE CONTROL FILE ITSELF, SO THIS
      * JOB LETS GO OF IT FOR THE CALL. THE CANCEL HAS ALREADY STOOD -
      * A ROW THAT WILL NOT GO ON IS SHOWN, NOT FATAL
           MOVE 'TASKSYN0' TO SA-OPERATOR
           MOVE 'CANCEL' TO SA-ACTION
           MOVE 'CANCELLED' TO SA-OUTCOME
           MOVE T-TASKID TO SA-DETAIL-TASKID
           MOVE T-USERNAME TO SA-DETAIL-USERNAME
           CLOSE CONTROL-FILE
           CALL 'SUBAUB' USING SUB-AUDIT-DATA
           OPEN I-O CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = '00' THEN
               DISPLAY 'TASKSYN0 REOPEN FAILED FOR CONTROL-FILE - '
                   'STATUS ' WS-CONTROL-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           IF NOT SA-GOOD THEN
               DISPLAY 'TASKSYN0 AUDIT WRITE FAILED FOR CANCEL OF '
                   T-TASKID
           END-IF
           EXIT.
       WRITE-REJECT-LINE-PARA.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SRT-EXTREF TO RJ-EXTREF
           MOVE SRT-ACTION TO RJ-ACTION
           MOVE SRT-TASKID TO RJ-TASKID
           MOVE WS-REJECT-REASON TO RJ-REASON
           MOVE SRT-LINE-NO TO RJ-LINE-NO
           MOVE WS-REJECT-DETAIL TO REJECT-LINE
           WRITE REJECT-LINE
           IF WS-REJECT-STATUS NOT = '00' THEN
               DISPLAY 'TASKSYN0 REJECT WRITE FAILED - STATUS '
                   WS-REJECT-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           EXIT.
       WRITE-RECOV-PARA.
      * AFTER-IMAGE OF THE TASKS RECORD JUST REWRITTEN ONTO THE
      * FORWARD-RECOVERY JOURNAL - SAME CICS-STYLE STAMPS AS THE
      * ONLINE ROWS SO TASKRCV0 REPLAYS BATCH AND ONLINE ALIKE
           IF WS-RCV-BLOCK-NEXT = 0 OR
              WS-RCV-BLOCK-NEXT > WS-RCV-BLOCK-LAST THEN
               PERFORM GRAB-RCV-BLOCK-PARA
           END-IF
           MOVE WS-RCV-BLOCK-NEXT TO RCV-SEQ
           ADD 1 TO WS-RCV-BLOCK-NEXT
           ACCEPT WS-RCV-DAY-RAW FROM DAY
           COMPUTE RCV-DATE = 100000 + WS-RCV-DAY-RAW
           ACCEPT WS-RCV-TIME-RAW FROM TIME
           COMPUTE RCV-TIME = WS-RCV-TIME-RAW / 100
           MOVE 'TASKSYN0' TO RCV-PROGRAM
           MOVE 'R' TO RCV-ACTION
           MOVE FS-TASKS TO RCV-TASK-IMAGE
           WRITE FS-RECOV
           IF WS-RECOV-STATUS NOT = '00' THEN
               DISPLAY 'TASKSYN0 RECOVLOG WRITE FAILED - STATUS '
                   WS-RECOV-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
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
       GRAB-RCV-BLOCK-PARA.
      * RECOVLOG SEQUENCE NUMBERS COME OFF THE RECOVCTR CONTROL ROW A
      * BLOCK AT A TIME - PUSHED FORWARD ON FILE FIRST, USED AFTER,
      * THE SAME CRASH-ONLY-WASTES-NUMBERS RULE AS THE TASKID COUNTER
           MOVE 'RECOVCTR' TO CTL-KEY
           READ CONTROL-FILE
           EVALUATE WS-CONTROL-STATUS
           WHEN '00'
               COMPUTE WS-RCV-BLOCK-NEXT = CTL-NEXT-TASKID + 1
               COMPUTE WS-RCV-BLOCK-LAST =
                   CTL-NEXT-TASKID + WS-RCV-BLOCK-SIZE
               MOVE WS-RCV-BLOCK-LAST TO CTL-NEXT-TASKID
               REWRITE FS-CONTROL
               IF WS-CONTROL-STATUS NOT = '00' THEN
                   DISPLAY 'TASKSYN0 CONTROL REWRITE FAILED - STATUS '
                       WS-CONTROL-STATUS
                   PERFORM BATCH-LOG-FAILED-PARA
                   STOP RUN
               END-IF
           WHEN '23'
      * FIRST RECOVERY ROW EVER JOURNALLED - SEED THE COUNTER
               MOVE 1 TO WS-RCV-BLOCK-NEXT
               MOVE WS-RCV-BLOCK-SIZE TO WS-RCV-BLOCK-LAST
               MOVE 'RECOVCTR' TO CTL-KEY
               MOVE WS-RCV-BLOCK-LAST TO CTL-NEXT-TASKID
               WRITE FS-CONTROL
               IF WS-CONTROL-STATUS NOT = '00' THEN
                   DISPLAY 'TASKSYN0 CONTROL WRITE FAILED - STATUS '
                       WS-CONTROL-STATUS
                   PERFORM BATCH-LOG-FAILED-PARA
                   STOP RUN
               END-IF
           WHEN OTHER
               DISPLAY 'TASKSYN0 CONTROL READ FAILED - STATUS '
                   WS-CONTROL-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-EVALUATE
           EXIT.
       SET-QUIESCE-PARA.
      * FLIPS THE CONTROL FILE'S QUIESCE SWITCH ON SO THE ONLINE
      * UPDATING TRANSACTIONS STAND BACK WHILE THIS JOB REWRITES
      * TASKS - AND OFF AGAIN ON EVERY WAY OUT, NORMAL OR FAILED, SO
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
               DISPLAY 'TASKSYN0 QUIESCE SWITCH UPDATE FAILED - STATUS '
                   WS-CONTROL-STATUS
           END-IF
           EXIT.
       CHECK-PREREQS-PARA.
      * OPERATOR-MAINTAINED RUN-ORDER GUARD - SUBPRQ CHECKS THE
      * JOBPREREQ LIST AGAINST TONIGHT'S BATCHLOG ROWS AND THE JOB
      * REFUSES TO START (LOUDLY, AND ON THE JOURNAL) WHEN A
      * PREREQUISITE HAS NOT COME THROUGH NORMAL. AN OVERRIDE CARD ON
      * OVRDD LETS OPERATIONS PUSH PAST A KNOWN-GOOD SKIP
           MOVE 'TASKSYN0' TO PRQ-JOBNAME
           ACCEPT PRQ-RUN-DATE FROM DATE YYYYMMDD
           CALL 'SUBPRQ' USING PRQ-PARM
           EVALUATE TRUE
           WHEN PRQ-BLOCKED
               DISPLAY 'TASKSYN0 BLOCKED - NO NORMAL '
                   PRQ-MISSING-JOB ' RUN TONIGHT'
               PERFORM WRITE-BLOCKED-LOG-PARA
               STOP RUN
           WHEN PRQ-OVERRIDDEN
               DISPLAY 'TASKSYN0 PREREQ ' PRQ-MISSING-JOB
                   ' MISSING - RUNNING ON OPERATOR OVERRIDE'
           END-EVALUATE
           EXIT.
       WRITE-BLOCKED-LOG-PARA.
      * THE REFUSAL ITSELF GOES ON THE JOURNAL SO TASKBLG0 SHOWS WHAT
      * WAS BLOCKED AND WHY, INSTEAD OF A JOB THAT SILENTLY NEVER RAN
           OPEN I-O BATCHLOG-FILE
           IF WS-BATCHLOG-STATUS NOT = '00' THEN
               DISPLAY 'TASKSYN0 OPEN FAILED FOR BATCHLOG-FILE - '
                   'STATUS ' WS-BATCHLOG-STATUS
               STOP RUN
           END-IF
           MOVE 'TASKSYN0' TO BL-JOBNAME
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
               DISPLAY 'TASKSYN0 OPEN FAILED FOR BATCHLOG-FILE - '
                   'STATUS ' WS-BATCHLOG-STATUS
               STOP RUN
           END-IF
           MOVE 'TASKSYN0' TO BL-JOBNAME
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
               DISPLAY 'TASKSYN0 BATCHLOG WRITE FAILED - STATUS '
                   WS-BATCHLOG-STATUS
               STOP RUN
           END-IF
           EXIT.
       WRITE-BATCH-LOG-END-PARA.
           ACCEPT BL-END-DATE FROM DATE YYYYMMDD
           ACCEPT WS-BL-TIME-RAW FROM TIME
           COMPUTE BL-END-TIME = WS-BL-TIME-RAW / 100
           MOVE WS-READ-COUNT TO BL-READ-COUNT
           MOVE WS-APPLIED-COUNT TO BL-WRITTEN-COUNT
           MOVE WS-REJECT-COUNT TO BL-SKIPPED-COUNT
           MOVE 'NORMAL' TO BL-OUTCOME
           REWRITE FS-BATCHLOG
           IF WS-BATCHLOG-STATUS NOT = '00' THEN
               DISPLAY 'TASKSYN0 BATCHLOG REWRITE FAILED - STATUS '
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
           MOVE WS-APPLIED-COUNT TO BL-WRITTEN-COUNT
           MOVE WS-REJECT-COUNT TO BL-SKIPPED-COUNT
           MOVE 'FAILED' TO BL-OUTCOME
           REWRITE FS-BATCHLOG
           CLOSE BATCHLOG-FILE
           EXIT.
