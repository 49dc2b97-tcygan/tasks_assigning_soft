      * SO THE WALK REPORTS HOW FAR BACK IT GOT RATHER THAN CALLING A
      * ROUTINE PURGE A TAMPER. THE JOB ONLY REPORTS - IT NEVER
      * REPAIRS.
      * THE ONE SANCTIONED REWRITE IS TASKPSN0, WHICH RENAMES LEAVERS
      * ON THE JOURNAL ONLY AFTER THIS SAME WALK COMES UP CLEAN, AND
      * RESEALS THE CHAIN BEHIND ITSELF SO THIS JOB STILL VERIFIES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-CONTROL-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
      * REPORT REPOSITORY PARAMETER AREA - SEE SUBRPS
       01 RPS-PARM.
           05 RPS-REQUEST PIC X.
           05 RPS-JOBNAME PIC X(8) VALUE 'TASKVFY0'.
           05 RPS-LINE PIC X(80).
           05 RPS-STATUS PIC X.
       01 WS-VERIFIED-COUNT PIC 9(7) VALUE 0.
       01 WS-WALK-DONE PIC X.
           88 WALK-DONE VALUE 'Y'.
           CLOSE AUDIT-FILE
           CLOSE CONTROL-FILE
           CLOSE REPORT-FILE
           MOVE 'C' TO RPS-REQUEST
           CALL 'SUBRPS' USING RPS-PARM
           DISPLAY 'TASKVFY0 ROWS VERIFIED: ' WS-VERIFIED-COUNT
           IF CHAIN-BROKEN THEN
               DISPLAY 'TASKVFY0 CHAIN BREAK FOUND - SEE REPORT'
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           MOVE 'W' TO RPS-REQUEST
           MOVE REPORT-LINE TO RPS-LINE
           CALL 'SUBRPS' USING RPS-PARM
           EXIT.
       OPEN-BATCH-LOG-PARA.
      * FIRST THING THE JOB DOES - THE ROW GOES ON AS 'RUNNING' AND
