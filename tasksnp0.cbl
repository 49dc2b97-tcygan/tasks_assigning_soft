      * ANY BACKLOG ARGUMENT WITH MANAGEMENT STAND ON.
      * A RERUN ON THE SAME DATE REWRITES THAT DATE'S ROW RATHER THAN
      * FAILING ON THE DUPLICATE.
      * THE SAME PASS FILLS THE POPULATION GRID - EVERY TASKS ROW BY
      * STATUS AND PRIORITY, CLOSED WORK INCLUDED - AND STAMPS WHEN IT
      * WAS TAKEN, SO TOMORROW NIGHT'S TASKFLW0 HAS AN OPENING BALANCE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 WS-OVERDUE PIC 9(5) VALUE 0.
           05 WS-LOCKED PIC 9(5) VALUE 0.
           05 WS-DISABLED PIC 9(5) VALUE 0.
       01 WS-TAKEN-DATE PIC 9(8).
       01 WS-TAKEN-TIME-RAW PIC 9(8).
       01 WS-POPULATION.
           05 WS-POP-STATUS OCCURS 8 TIMES.
               10 WS-POP-COUNT PIC 9(6) OCCURS 4 TIMES.
      * GRID SLOTS - A CODE'S PLACE IN THESE STRINGS IS ITS SLOT, AND
      * A CODE NOT IN THEM FALLS INTO THE LAST SLOT
       01 WS-STATUS-SLOTS PIC X(7) VALUE 'OIPWDCX'.
       01 WS-PRIORITY-SLOTS PIC X(3) VALUE 'HML'.
       01 WS-STATUS-IX PIC 9(2).
       01 WS-PRIORITY-IX PIC 9(2).
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM CHECK-PREREQS-PARA
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           MOVE ZERO TO WS-POPULATION
           ACCEPT WS-TAKEN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TAKEN-TIME-RAW FROM TIME
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL END-OF-FILE-SCAN
               READ TASKS-FILE NEXT RECORD
           CLOSE TASKS-FILE
           EXIT.
       COUNT-ONE-TASK-PARA.
           MOVE 0 TO WS-STATUS-IX
           INSPECT WS-STATUS-SLOTS TALLYING WS-STATUS-IX
               FOR CHARACTERS BEFORE INITIAL T-STATUS
           ADD 1 TO WS-STATUS-IX
           MOVE 0 TO WS-PRIORITY-IX
           INSPECT WS-PRIORITY-SLOTS TALLYING WS-PRIORITY-IX
               FOR CHARACTERS BEFORE INITIAL T-PRIORITY
           ADD 1 TO WS-PRIORITY-IX
           ADD 1 TO WS-POP-COUNT(WS-STATUS-IX, WS-PRIORITY-IX)
           IF T-STATUS-OPEN OR T-STATUS-IN-PROGRESS OR
              T-STATUS-PENDING OR T-STATUS-AWAITING OR
              T-STATUS-DECLINED THEN
               EVALUATE TRUE
               WHEN T-STATUS-PENDING
                   ADD 1 TO WS-PENDING
      * WORK NOT YET ACCEPTED, OR HANDED BACK, IS STILL OPEN WORK -
      * NOBODY HAS STARTED IT
               WHEN T-STATUS-OPEN OR T-STATUS-AWAITING OR
                    T-STATUS-DECLINED
                   EVALUATE TRUE
                   WHEN T-PRIORITY-HIGH ADD 1 TO WS-OPEN-H
                   WHEN T-PRIORITY-MEDIUM ADD 1 TO WS-OPEN-M
           MOVE WS-OVERDUE TO SN-OVERDUE
           MOVE WS-LOCKED TO SN-LOCKED
           MOVE WS-DISABLED TO SN-DISABLED
           MOVE WS-TAKEN-DATE TO SN-TAKEN-DATE
           COMPUTE SN-TAKEN-TIME = WS-TAKEN-TIME-RAW / 100
           MOVE WS-POPULATION TO SN-POPULATION
           WRITE FS-SNAPSHOT
           IF WS-SNAPSHOT-STATUS = '22' THEN
               REWRITE FS-SNAPSHOT
