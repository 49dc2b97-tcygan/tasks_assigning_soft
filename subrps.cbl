       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBRPS.
      * SHARED REPORT-REPOSITORY WRITER, CALLED BY EVERY BATCH REPORT
      * JOB. THE JOBS STILL PRINT EXACTLY AS BEFORE - EACH LINE THAT
      * GOES TO REPTDD IS ALSO HANDED HERE AND KEPT ON THE RPTSTORE
      * FILE SO USRPVP CAN SHOW IT ON A SCREEN. CALLER SETS
      * RPS-JOBNAME ONCE AND THEN:
      *   RPS-REQUEST 'W' - STORE RPS-LINE AS THE RUN'S NEXT LINE. THE
      *                     FIRST ONE OF THE RUN OPENS THE STORE AND
      *                     PUTS THE RUN'S HEADER ROW (LINE ZERO) ON
      *                     AS RUNNING, STAMPED WITH TODAY'S DATE AND
      *                     TIME - THE TIME KEEPS A SECOND RUN OF THE
      *                     SAME JOB ON THE SAME DAY APART
      *               'C' - THE REPORT IS CLOSED - THE HEADER ROW
      *                     TAKES THE LINE COUNT AND IS MARKED COMPLETE
      * AND GETS BACK RPS-STATUS '0', OR 'U' ONCE THE STORE HAS
      * PROVED UNUSABLE THIS RUN. THE PRINTED REPORT IS THE REAL
      * OUTPUT, SO A STORE THAT WILL NOT OPEN OR TAKE A WRITE IS
      * ANNOUNCED ONCE ON THE JOB LOG AND THEN LEFT ALONE - IT NEVER
      * STOPS THE JOB. A RUN THAT DIES BEFORE ITS CLOSE IS LEFT
      * MARKED RUNNING, WHICH THE VIEWER SHOWS AS INCOMPLETE.
      * PLAIN SUBPROGRAM WITH ITS OWN FILE, HELD OPEN ACROSS CALLS
      * FROM THE FIRST LINE TO THE CLOSE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPTSTORE-FILE ASSIGN TO RPTSDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RS-KEY
               FILE STATUS IS WS-RPTSTORE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RPTSTORE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RPTSREC.
       WORKING-STORAGE SECTION.
       01 WS-RPTSTORE-STATUS PIC XX.
       01 WS-STORE-STATE PIC X VALUE 'N'.
           88 STORE-NOT-OPEN VALUE 'N'.
           88 STORE-OPEN VALUE 'Y'.
           88 STORE-UNUSABLE VALUE 'U'.
       01 WS-RUN-KEY.
           05 WS-RUN-JOBNAME PIC X(8).
           05 WS-RUN-DATE PIC 9(8).
           05 WS-RUN-TIME PIC 9(6).
       01 WS-LINE-COUNT PIC 9(7) VALUE 0.
       01 WS-TIME-RAW PIC 9(8).
       LINKAGE SECTION.
       01 RPS-PARM.
           05 RPS-REQUEST PIC X.
               88 RPS-WRITE VALUE 'W'.
               88 RPS-CLOSE VALUE 'C'.
           05 RPS-JOBNAME PIC X(8).
           05 RPS-LINE PIC X(80).
           05 RPS-STATUS PIC X.
               88 RPS-OK VALUE '0'.
               88 RPS-UNUSABLE VALUE 'U'.
       PROCEDURE DIVISION USING RPS-PARM.
       MAIN.
           MOVE '0' TO RPS-STATUS
           EVALUATE TRUE
           WHEN RPS-WRITE
               IF STORE-NOT-OPEN THEN
                   PERFORM OPEN-STORE-PARA
               END-IF
               IF STORE-OPEN THEN
                   PERFORM STORE-ONE-LINE-PARA
               END-IF
           WHEN RPS-CLOSE
               IF STORE-OPEN THEN
                   PERFORM CLOSE-STORE-PARA
               END-IF
           END-EVALUATE
           IF STORE-UNUSABLE THEN
               MOVE 'U' TO RPS-STATUS
           END-IF
           GOBACK.
       OPEN-STORE-PARA.
      * THE RUN IS NAMED BY THE JOB AND THE MOMENT ITS FIRST LINE WAS
      * PRINTED - SAME DATE AND HHMMSS FORM AS THE BATCHLOG STAMPS
           OPEN I-O RPTSTORE-FILE
           IF WS-RPTSTORE-STATUS NOT = '00' THEN
               DISPLAY RPS-JOBNAME ' REPORT STORE OPEN FAILED - '
                   'STATUS ' WS-RPTSTORE-STATUS
                   ' - REPORT PRINTED ONLY'
               MOVE 'U' TO WS-STORE-STATE
           ELSE
               MOVE RPS-JOBNAME TO WS-RUN-JOBNAME
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               ACCEPT WS-TIME-RAW FROM TIME
               COMPUTE WS-RUN-TIME = WS-TIME-RAW / 100
               MOVE 0 TO WS-LINE-COUNT
               MOVE WS-RUN-KEY TO RS-RUN-KEY
               MOVE 0 TO RS-LINE-NO
               MOVE SPACES TO RS-TEXT
               MOVE 'R' TO RS-RUN-STATUS
               MOVE 0 TO RS-LINE-COUNT
               MOVE 0 TO RS-END-DATE
               MOVE 0 TO RS-END-TIME
               WRITE FS-RPTSTORE
               IF WS-RPTSTORE-STATUS NOT = '00' THEN
                   DISPLAY RPS-JOBNAME ' REPORT STORE WRITE FAILED - '
                       'STATUS ' WS-RPTSTORE-STATUS
                       ' - REPORT PRINTED ONLY'
                   CLOSE RPTSTORE-FILE
                   MOVE 'U' TO WS-STORE-STATE
               ELSE
                   MOVE 'Y' TO WS-STORE-STATE
               END-IF
           END-IF
           EXIT.
       STORE-ONE-LINE-PARA.
           ADD 1 TO WS-LINE-COUNT
           MOVE WS-RUN-KEY TO RS-RUN-KEY
           MOVE WS-LINE-COUNT TO RS-LINE-NO
           MOVE RPS-LINE TO RS-TEXT
           WRITE FS-RPTSTORE
           IF WS-RPTSTORE-STATUS NOT = '00' THEN
               DISPLAY RPS-JOBNAME ' REPORT STORE WRITE FAILED - '
                   'STATUS ' WS-RPTSTORE-STATUS
                   ' - REPORT PRINTED ONLY FROM HERE'
               CLOSE RPTSTORE-FILE
               MOVE 'U' TO WS-STORE-STATE
           END-IF
           EXIT.
       CLOSE-STORE-PARA.
      * THE HEADER ROW TAKES THE COUNT AND THE END STAMP. A REWRITE
      * THAT FAILS LEAVES THE RUN MARKED RUNNING - INCOMPLETE ON THE
      * VIEWER, WHICH IS THE SAFE WAY ROUND
           MOVE WS-RUN-KEY TO RS-RUN-KEY
           MOVE 0 TO RS-LINE-NO
           READ RPTSTORE-FILE
           IF WS-RPTSTORE-STATUS = '00' THEN
               MOVE 'C' TO RS-RUN-STATUS
               MOVE WS-LINE-COUNT TO RS-LINE-COUNT
               ACCEPT RS-END-DATE FROM DATE YYYYMMDD
               ACCEPT WS-TIME-RAW FROM TIME
               COMPUTE RS-END-TIME = WS-TIME-RAW / 100
               REWRITE FS-RPTSTORE
           END-IF
           IF WS-RPTSTORE-STATUS NOT = '00' THEN
               DISPLAY RPS-JOBNAME ' REPORT STORE CLOSE FAILED - '
                   'STATUS ' WS-RPTSTORE-STATUS
           END-IF
           CLOSE RPTSTORE-FILE
           MOVE 'N' TO WS-STORE-STATE
           EXIT.
