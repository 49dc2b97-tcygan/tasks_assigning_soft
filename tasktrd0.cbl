           05 PRQ-MISSING-JOB PIC X(8).
       01 WS-SNAPSHOT-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
      * REPORT REPOSITORY PARAMETER AREA - SEE SUBRPS
       01 RPS-PARM.
           05 RPS-REQUEST PIC X.
           05 RPS-JOBNAME PIC X(8) VALUE 'TASKTRD0'.
           05 RPS-LINE PIC X(80).
           05 RPS-STATUS PIC X.
       01 WS-EOF-FLAG PIC X.
           88 END-OF-SNAPSHOTS VALUE 'Y'.
       01 WS-READ-COUNT PIC 9(7) VALUE 0.
               PERFORM WRITE-REPORT-LINE-PARA
           END-IF
           CLOSE REPORT-FILE
           MOVE 'C' TO RPS-REQUEST
           CALL 'SUBRPS' USING RPS-PARM
           DISPLAY 'TASKTRD0 SNAPSHOT ROWS READ: ' WS-READ-COUNT
           DISPLAY 'TASKTRD0 DAYS PRINTED: ' WS-PRINTED-COUNT
           PERFORM WRITE-BATCH-LOG-END-PARA
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           MOVE 'W' TO RPS-REQUEST
           MOVE REPORT-LINE TO RPS-LINE
           CALL 'SUBRPS' USING RPS-PARM
           EXIT.
       CHECK-PREREQS-PARA.
      * OPERATOR-MAINTAINED RUN-ORDER GUARD - SUBPRQ CHECKS THE
