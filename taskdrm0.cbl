       01 WS-USERS-STATUS PIC XX.
       01 WS-CONTROL-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
      * REPORT REPOSITORY PARAMETER AREA - SEE SUBRPS
       01 RPS-PARM.
           05 RPS-REQUEST PIC X.
           05 RPS-JOBNAME PIC X(8) VALUE 'TASKDRM0'.
           05 RPS-LINE PIC X(80).
           05 RPS-STATUS PIC X.
       01 WS-EOF-FLAG PIC X.
           88 END-OF-USERS VALUE 'Y'.
       01 WS-READ-COUNT PIC 9(7) VALUE 0.
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           CLOSE REPORT-FILE
           MOVE 'C' TO RPS-REQUEST
           CALL 'SUBRPS' USING RPS-PARM
           DISPLAY 'TASKDRM0 ACTIVE ACCOUNTS READ: ' WS-READ-COUNT
           DISPLAY 'TASKDRM0 DORMANT ACCOUNTS LISTED: '
               WS-DORMANT-COUNT
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           MOVE 'W' TO RPS-REQUEST
           MOVE REPORT-LINE TO RPS-LINE
           CALL 'SUBRPS' USING RPS-PARM
           EXIT.
       OPEN-BATCH-LOG-PARA.
      * FIRST THING THE JOB DOES - THE ROW GOES ON AS 'RUNNING' AND
