       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBTSB.
      * BATCH TWIN OF SUBTSM, CALLED BY THE BATCH JOBS THAT WRITE,
      * REWRITE OR DELETE TASKS RECORDS - A BATCH STEP CANNOT LINK TO
      * SUBTSM ITSELF. THE COUNTS MOVE BY SUBTSM'S RULES TO THE
      * BUCKET: THE BEFORE PICTURE COMES OFF THE OLD OWNER'S ROW AND
      * THE AFTER PICTURE GOES ON THE NEW OWNER'S. CALLER SETS
      * TSB-JOBNAME ONCE AND THEN:
      *   TSB-REQUEST 'A' - APPLY ONE TASKS UPDATE. OLD OWNER SPACES
      *                     FOR A NEW TASK, NEW OWNER SPACES FOR A
      *                     DELETED ONE - SAME AS SUBTSM
      *               'R' - READ THE OPEN-TASK CEILING COUNT (OPEN,
      *                     AWAITING, IN PROGRESS AND PENDING, THE
      *                     NUMBER MAINMAPP CHECKS) FOR THE OWNER IN
      *                     TSB-NEW-USERNAME INTO TSB-CEILING-COUNT
      *               'C' - THE JOB IS DONE WITH TASKS - CLOSE UP
      * AND GETS BACK TSB-STATUS '0', OR 'U' ONCE THE FILE HAS PROVED
      * UNUSABLE THIS RUN. THE TASKS UPDATE IS THE REAL WORK, SO A
      * SUMMARY FILE THAT WILL NOT OPEN OR TAKE AN UPDATE IS ANNOUNCED
      * ONCE ON THE JOB LOG AND THEN LEFT ALONE - THE MORNING REBUILD
      * IN TASKCHK0 PUTS IT RIGHT. A CALLER ASKING FOR A CEILING COUNT
      * ON A 'U' FALLS BACK TO COUNTING FOR ITSELF.
      * PLAIN SUBPROGRAM WITH ITS OWN FILE, OPENED ON THE FIRST CALL
      * THAT NEEDS IT AND HELD OPEN UNTIL THE CLOSE, THE SAME WAY
      * SUBRPS HOLDS THE REPORT STORE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TASKSUM-FILE ASSIGN TO TSUMDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TS-USERNAME
               FILE STATUS IS WS-TASKSUM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TASKSUM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TSUMREC.
       WORKING-STORAGE SECTION.
       01 WS-TASKSUM-STATUS PIC XX.
       01 WS-FILE-STATE PIC X VALUE 'N'.
           88 FILE-NOT-OPEN VALUE 'N'.
           88 FILE-OPEN VALUE 'Y'.
           88 FILE-UNUSABLE VALUE 'U'.
       01 WS-TODAY-YMD PIC X(8).
      * ONE SIDE OF THE CHANGE AT A TIME - THE BEFORE PICTURE WITH A
      * DELTA OF -1, THEN THE AFTER PICTURE WITH +1
       01 WS-SIDE.
           05 WS-SIDE-USERNAME PIC X(20).
           05 WS-SIDE-STATUS PIC X.
               88 SIDE-COUNTED VALUE 'O' 'W' 'I' 'P' 'D'.
               88 SIDE-WORKING VALUE 'O' 'W' 'I'.
           05 WS-SIDE-PRIORITY PIC X.
           05 WS-SIDE-DUEDATE PIC X(8).
       01 WS-DELTA PIC S9(1).
       01 WS-PRI-IX PIC 9(1).
       01 WS-CEILING-WORK PIC S9(7).
       LINKAGE SECTION.
       01 TSB-PARM.
           05 TSB-REQUEST PIC X.
               88 TSB-APPLY VALUE 'A'.
               88 TSB-READ VALUE 'R'.
               88 TSB-CLOSE VALUE 'C'.
           05 TSB-JOBNAME PIC X(8).
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
               88 TSB-OK VALUE '0'.
               88 TSB-UNUSABLE VALUE 'U'.
       PROCEDURE DIVISION USING TSB-PARM.
       MAIN.
           MOVE '0' TO TSB-STATUS
           EVALUATE TRUE
           WHEN TSB-APPLY
               IF TSB-OLD NOT = TSB-NEW THEN
                   IF FILE-NOT-OPEN THEN
                       PERFORM OPEN-FILE-PARA
                   END-IF
                   IF FILE-OPEN AND TSB-OLD-USERNAME NOT = SPACES THEN
                       MOVE TSB-OLD TO WS-SIDE
                       MOVE -1 TO WS-DELTA
                       PERFORM APPLY-ONE-SIDE-PARA
                   END-IF
                   IF FILE-OPEN AND TSB-NEW-USERNAME NOT = SPACES THEN
                       MOVE TSB-NEW TO WS-SIDE
                       MOVE 1 TO WS-DELTA
                       PERFORM APPLY-ONE-SIDE-PARA
                   END-IF
               END-IF
           WHEN TSB-READ
               IF FILE-NOT-OPEN THEN
                   PERFORM OPEN-FILE-PARA
               END-IF
               IF FILE-OPEN THEN
                   PERFORM READ-CEILING-PARA
               END-IF
           WHEN TSB-CLOSE
               IF FILE-OPEN THEN
                   CLOSE TASKSUM-FILE
                   MOVE 'N' TO WS-FILE-STATE
               END-IF
           END-EVALUATE
           IF FILE-UNUSABLE THEN
               MOVE 'U' TO TSB-STATUS
           END-IF
           GOBACK.
       OPEN-FILE-PARA.
      * THE DATE IS TAKEN ONCE PER RUN - A JOB THAT RUNS ACROSS
      * MIDNIGHT IS LEFT FOR THE MORNING REBUILD TO SQUARE UP
           OPEN I-O TASKSUM-FILE
           IF WS-TASKSUM-STATUS NOT = '00' THEN
               DISPLAY TSB-JOBNAME ' TASKSUM OPEN FAILED - STATUS '
                   WS-TASKSUM-STATUS ' - COUNTS LEFT FOR TASKCHK0'
               MOVE 'U' TO WS-FILE-STATE
           ELSE
               ACCEPT WS-TODAY-YMD FROM DATE YYYYMMDD
               MOVE 'Y' TO WS-FILE-STATE
           END-IF
           EXIT.
       READ-CEILING-PARA.
      * NO ROW MEANS NO LIVE WORK. A ROW THAT HAS DRIFTED BELOW ZERO
      * COUNTS AS ZERO RATHER THAN AS ROOM TO SPARE
           MOVE 0 TO TSB-CEILING-COUNT
           MOVE TSB-NEW-USERNAME TO TS-USERNAME
           READ TASKSUM-FILE
           EVALUATE WS-TASKSUM-STATUS
           WHEN '00'
               MOVE 0 TO WS-CEILING-WORK
               PERFORM VARYING WS-PRI-IX FROM 1 BY 1
                   UNTIL WS-PRI-IX > 3
                   ADD TS-OPEN(WS-PRI-IX) TS-INPROG(WS-PRI-IX)
                       TS-PENDING(WS-PRI-IX) TO WS-CEILING-WORK
               END-PERFORM
               IF WS-CEILING-WORK > 0 THEN
                   MOVE WS-CEILING-WORK TO TSB-CEILING-COUNT
               END-IF
           WHEN '23'
               CONTINUE
           WHEN OTHER
               PERFORM FILE-FAILED-PARA
           END-EVALUATE
           EXIT.
       APPLY-ONE-SIDE-PARA.
      * CLOSED AND CANCELLED WORK COUNTS NOWHERE. AN OWNER WITH NO ROW
      * YET GETS ONE
           IF SIDE-COUNTED THEN
               MOVE WS-SIDE-USERNAME TO TS-USERNAME
               READ TASKSUM-FILE
               EVALUATE WS-TASKSUM-STATUS
               WHEN '00'
                   PERFORM ADD-DELTA-PARA
                   REWRITE FS-TASKSUM
               WHEN '23'
                   MOVE WS-SIDE-USERNAME TO TS-USERNAME
                   MOVE ZERO TO TS-COUNTS
                   MOVE 0 TO TS-REBUILT-DATE
                   MOVE 0 TO TS-REBUILT-TIME
                   PERFORM ADD-DELTA-PARA
                   WRITE FS-TASKSUM
               END-EVALUATE
               IF WS-TASKSUM-STATUS NOT = '00' THEN
                   PERFORM FILE-FAILED-PARA
               END-IF
           END-IF
           EXIT.
       FILE-FAILED-PARA.
           DISPLAY TSB-JOBNAME ' TASKSUM UPDATE FAILED FOR '
               TS-USERNAME ' - STATUS ' WS-TASKSUM-STATUS
               ' - COUNTS LEFT FOR TASKCHK0'
           CLOSE TASKSUM-FILE
           MOVE 'U' TO WS-FILE-STATE
           EXIT.
       ADD-DELTA-PARA.
      * SAME BUCKETS AS SUBTSM AND THE TASKCHK0 REBUILD
           EVALUATE WS-SIDE-PRIORITY
           WHEN 'H'
               MOVE 1 TO WS-PRI-IX
           WHEN 'M'
               MOVE 2 TO WS-PRI-IX
           WHEN OTHER
               MOVE 3 TO WS-PRI-IX
           END-EVALUATE
           EVALUATE WS-SIDE-STATUS
           WHEN 'O'
           WHEN 'W'
               ADD WS-DELTA TO TS-OPEN(WS-PRI-IX)
           WHEN 'I'
               ADD WS-DELTA TO TS-INPROG(WS-PRI-IX)
           WHEN 'P'
               ADD WS-DELTA TO TS-PENDING(WS-PRI-IX)
           WHEN 'D'
               ADD WS-DELTA TO TS-DECLINED(WS-PRI-IX)
           END-EVALUATE
           IF WS-SIDE-DUEDATE NUMERIC AND
              WS-SIDE-DUEDATE NOT = '00000000' AND
              WS-SIDE-DUEDATE < WS-TODAY-YMD THEN
               IF SIDE-WORKING THEN
                   ADD WS-DELTA TO TS-OVERDUE-WORK
               ELSE
                   ADD WS-DELTA TO TS-OVERDUE-HELD
               END-IF
           END-IF
           EXIT.
