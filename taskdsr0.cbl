      * COLS 1-10). THE REPORT PRINTS THE TASK RECORD ITSELF (LIVE
      * FILE FIRST, TASKS-HISTORY SECOND), THEN EVERY NOTE FROM THE
      * NOTES FILE OR ITS HISTORY COMPANION, EVERY WORKLOG ROW AND
      * EVERY AUDIT ROW WHOSE DETAIL NAMES THE TASK, AND EVERY TIME
      * AN ASSIGNEE HANDED IT BACK WITH HIS REASON - ALL MERGED INTO
      * ONE TIME-ORDERED TRAIL INSTEAD OF FOUR SEPARATE PRINTS
      * STAPLED TOGETHER.
      * THE AUDIT FILE HAS NO INDEX ON THE DETAIL TASKID SO THAT PART
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AUD-KEY
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT DECLINES-FILE ASSIGN TO DCLDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DC-KEY
               FILE STATUS IS WS-DECLINES-STATUS.
           SELECT SORT-WORK ASSIGN TO SORTWK.
           SELECT REPORT-FILE ASSIGN TO REPTDD
               ORGANIZATION IS LINE SEQUENTIAL
       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDITREC.
       FD  DECLINES-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DCLREC.
       SD  SORT-WORK.
       01  SRT-EVENT-REC.
           05 SRT-DATE PIC 9(8).
       01 WS-NOTESH-STATUS PIC XX.
       01 WS-WORKLOG-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-DECLINES-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
      * REPORT REPOSITORY PARAMETER AREA - SEE SUBRPS
       01 RPS-PARM.
           05 RPS-REQUEST PIC X.
           05 RPS-JOBNAME PIC X(8) VALUE 'TASKDSR0'.
           05 RPS-LINE PIC X(80).
           05 RPS-STATUS PIC X.
       01 WS-EOF-FLAG PIC X.
           88 END-OF-EVENTS VALUE 'Y'.
       01 WS-SCAN-EOF-FLAG PIC X.
               MOVE WS-NOT-FOUND-LINE TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA
               CLOSE REPORT-FILE
               MOVE 'C' TO RPS-REQUEST
               CALL 'SUBRPS' USING RPS-PARM
               DISPLAY 'TASKDSR0 TASKID NOT ON FILE: ' WS-TASKID
               PERFORM WRITE-BATCH-LOG-END-PARA
               GOBACK
               INPUT PROCEDURE IS 1000-GATHER-EVENTS
               OUTPUT PROCEDURE IS 2000-PRINT-EVENTS
           CLOSE REPORT-FILE
           MOVE 'C' TO RPS-REQUEST
           CALL 'SUBRPS' USING RPS-PARM
           DISPLAY 'TASKDSR0 EVENTS PRINTED: ' WS-EVENT-COUNT
           PERFORM WRITE-BATCH-LOG-END-PARA
           GOBACK.
           PERFORM 1100-GATHER-NOTES
           PERFORM 1200-GATHER-WORKLOG
           PERFORM 1300-GATHER-AUDIT
           PERFORM 1400-GATHER-DECLINES
           EXIT.
       1100-GATHER-NOTES.
      * THE TRAIL LIVES ON NOTES WHILE THE TASK IS LIVE AND ON THE
           MOVE WS-EVENT-TEXT TO SRT-LINE
           RELEASE SRT-EVENT-REC
           EXIT.
       1400-GATHER-DECLINES.
      * EVERY HAND-BACK, WITH THE REASON THE ASSIGNEE GAVE. THE FILE
      * IS KEYED TASKID PLUS SEQUENCE SO THIS IS A SCOPED SCAN; A TASK
      * NEVER DECLINED SIMPLY HAS NO ROWS
           OPEN INPUT DECLINES-FILE
           IF WS-DECLINES-STATUS = '00' THEN
               MOVE WS-TASKID TO DC-TASKID
               MOVE 0 TO DC-SEQ
               START DECLINES-FILE KEY NOT < DC-KEY
               IF WS-DECLINES-STATUS = '00' THEN
                   MOVE 'N' TO WS-SCAN-EOF-FLAG
                   PERFORM UNTIL END-OF-TRAIL-SCAN
                       READ DECLINES-FILE NEXT RECORD
                           AT END MOVE 'Y' TO WS-SCAN-EOF-FLAG
                           NOT AT END
                               IF DC-TASKID = WS-TASKID THEN
                                   PERFORM 1410-RELEASE-DECLINE
                               ELSE
                                   MOVE 'Y' TO WS-SCAN-EOF-FLAG
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE DECLINES-FILE
           END-IF
           EXIT.
       1410-RELEASE-DECLINE.
           ADD 1 TO WS-READ-COUNT
           MOVE DC-DATE TO WS-JULIAN-IN
           PERFORM JULIAN-TO-GREG-PARA
           MOVE WS-GREG-OUT TO SRT-DATE
           MOVE DC-TIME TO SRT-TIME
           MOVE SPACES TO WS-EVENT-TEXT
           STRING 'DECLN ' DC-USERNAME(1:12) ' ' DC-REASON
             DELIMITED BY SIZE INTO WS-EVENT-TEXT
           MOVE WS-EVENT-TEXT TO SRT-LINE
           RELEASE SRT-EVENT-REC
           EXIT.
       2000-PRINT-EVENTS.
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL END-OF-EVENTS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           MOVE 'W' TO RPS-REQUEST
           MOVE REPORT-LINE TO RPS-LINE
           CALL 'SUBRPS' USING RPS-PARM
           EXIT.
       CHECK-PREREQS-PARA.
      * OPERATOR-MAINTAINED RUN-ORDER GUARD - SUBPRQ CHECKS THE
