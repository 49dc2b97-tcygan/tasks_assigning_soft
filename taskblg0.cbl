       WORKING-STORAGE SECTION.
       01 WS-BATCHLOG-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
      * REPORT REPOSITORY PARAMETER AREA - SEE SUBRPS
       01 RPS-PARM.
           05 RPS-REQUEST PIC X.
           05 RPS-JOBNAME PIC X(8) VALUE 'TASKBLG0'.
           05 RPS-LINE PIC X(80).
           05 RPS-STATUS PIC X.
       01 WS-EOF-FLAG PIC X.
           88 END-OF-BATCHLOG VALUE 'Y'.
       01 WS-READ-COUNT PIC 9(7) VALUE 0.
           END-PERFORM
           CLOSE BATCHLOG-FILE
           CLOSE REPORT-FILE
           MOVE 'C' TO RPS-REQUEST
           CALL 'SUBRPS' USING RPS-PARM
           DISPLAY 'TASKBLG0 RUNS LISTED: ' WS-READ-COUNT
           GOBACK.
       PRINT-ONE-RUN-PARA.
                   WS-REPORT-STATUS
               STOP RUN
           END-IF
           MOVE 'W' TO RPS-REQUEST
           MOVE REPORT-LINE TO RPS-LINE
           CALL 'SUBRPS' USING RPS-PARM
           EXIT.
