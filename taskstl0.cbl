       01 WS-WORKLOG-STATUS PIC XX.
       01 WS-CONTROL-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
      * REPORT REPOSITORY PARAMETER AREA - SEE SUBRPS
       01 RPS-PARM.
           05 RPS-REQUEST PIC X.
           05 RPS-JOBNAME PIC X(8) VALUE 'TASKSTL0'.
           05 RPS-LINE PIC X(80).
           05 RPS-STATUS PIC X.
       01 WS-EOF-FLAG PIC X.
           88 END-OF-TASKS VALUE 'Y'.
       01 WS-SCAN-EOF-FLAG PIC X.
           CLOSE NOTES-FILE
           CLOSE WORKLOG-FILE
           CLOSE REPORT-FILE
           MOVE 'C' TO RPS-REQUEST
           CALL 'SUBRPS' USING RPS-PARM
           DISPLAY 'TASKSTL0 TASKS READ: ' WS-READ-COUNT
           DISPLAY 'TASKSTL0 STALE TASKS LISTED: ' WS-STALE-COUNT
           PERFORM WRITE-BATCH-LOG-END-PARA
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF T-STATUS-OPEN OR T-STATUS-IN-PROGRESS OR
                          T-STATUS-AWAITING THEN
                           PERFORM 1100-JUDGE-ONE-TASK
                       END-IF
               END-READ
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           MOVE 'W' TO RPS-REQUEST
           MOVE REPORT-LINE TO RPS-LINE
           CALL 'SUBRPS' USING RPS-PARM
           EXIT.
       CHECK-PREREQS-PARA.
      * OPERATOR-MAINTAINED RUN-ORDER GUARD - SUBPRQ CHECKS THE
