       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBTSM.
      * THE ONE ONLINE WRITER OF TASKSUM ROWS, LINK'D FROM EVERY
      * TRANSACTION THAT WRITES OR REWRITES A TASKS RECORD, RIGHT
      * AFTER THE TASKS UPDATE AND INSIDE THE SAME UNIT OF WORK - SO
      * A TRANSACTION THAT BACKS OUT TAKES THE COUNT CHANGE WITH IT.
      * CALLER PASSES WHAT THE TASK LOOKED LIKE BEFORE (OWNER, STATUS,
      * PRIORITY, DUE DATE - OLD OWNER SPACES FOR A NEW TASK) AND
      * AFTER (NEW OWNER SPACES FOR A TASK THAT IS GONE). THE BEFORE
      * PICTURE IS TAKEN OFF THE OLD OWNER'S ROW AND THE AFTER
      * PICTURE ADDED TO THE NEW OWNER'S, SO A REASSIGNMENT, A CLAIM,
      * A STATUS FLIP AND A DUE-DATE MOVE ARE ALL THE SAME CALL. A
      * REWRITE THAT CHANGED NONE OF THE FOUR FIELDS COSTS NO I/O.
      * TSM-RESULT COMES BACK '0' OR '9' - THE TASKS UPDATE HAS
      * ALREADY HAPPENED, SO A '9' IS DRIFT FOR TASKCHK0'S MORNING
      * REBUILD TO REPORT AND PUT RIGHT, NOT A REASON TO FAIL THE
      * TRANSACTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 RESPCODE PIC S9(8) COMP.
           COPY TSUMREC.
       01 WS-ABSTIME PIC S9(15) COMP-3.
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
       LINKAGE SECTION.
       01 DFHCOMMAREA.
           05 TSM-OLD.
               10 TSM-OLD-USERNAME PIC X(20).
               10 TSM-OLD-STATUS PIC X.
               10 TSM-OLD-PRIORITY PIC X.
               10 TSM-OLD-DUEDATE PIC X(8).
           05 TSM-NEW.
               10 TSM-NEW-USERNAME PIC X(20).
               10 TSM-NEW-STATUS PIC X.
               10 TSM-NEW-PRIORITY PIC X.
               10 TSM-NEW-DUEDATE PIC X(8).
           05 TSM-RESULT PIC X.
               88 TSM-GOOD VALUE '0'.
               88 TSM-ERROR VALUE '9'.
       PROCEDURE DIVISION.
       MAIN.
           MOVE '0' TO TSM-RESULT
           IF TSM-OLD NOT = TSM-NEW THEN
               EXEC CICS
               ASKTIME ABSTIME(WS-ABSTIME)
               END-EXEC
               EXEC CICS
               FORMATTIME ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-TODAY-YMD)
               END-EXEC
               IF TSM-OLD-USERNAME NOT = SPACES THEN
                   MOVE TSM-OLD TO WS-SIDE
                   MOVE -1 TO WS-DELTA
                   PERFORM APPLY-ONE-SIDE-PARA
               END-IF
               IF TSM-NEW-USERNAME NOT = SPACES THEN
                   MOVE TSM-NEW TO WS-SIDE
                   MOVE 1 TO WS-DELTA
                   PERFORM APPLY-ONE-SIDE-PARA
               END-IF
           END-IF
           EXEC CICS
           RETURN
           END-EXEC
           GOBACK.
       APPLY-ONE-SIDE-PARA.
      * CLOSED AND CANCELLED WORK COUNTS NOWHERE. AN OWNER WITH NO ROW
      * YET GETS ONE - TWO TRANSACTIONS RACING TO ADD THE SAME FIRST
      * ROW MEET AT THE DUPREC, AND THE LOSER UPDATES THE WINNER'S
           IF SIDE-COUNTED THEN
               PERFORM READ-ROW-FOR-UPDATE-PARA
               EVALUATE RESPCODE
               WHEN DFHRESP(NORMAL)
                   PERFORM ADD-DELTA-PARA
                   PERFORM REWRITE-ROW-PARA
               WHEN DFHRESP(NOTFND)
                   MOVE WS-SIDE-USERNAME TO TS-USERNAME
                   MOVE ZERO TO TS-COUNTS
                   MOVE 0 TO TS-REBUILT-DATE
                   MOVE 0 TO TS-REBUILT-TIME
                   PERFORM ADD-DELTA-PARA
                   EXEC CICS
                   WRITE FILE('TASKSUM')
                   FROM(FS-TASKSUM)
                   RIDFLD(TS-USERNAME)
                   RESP(RESPCODE)
                   END-EXEC
                   IF RESPCODE = DFHRESP(DUPREC) THEN
                       PERFORM READ-ROW-FOR-UPDATE-PARA
                       IF RESPCODE = DFHRESP(NORMAL) THEN
                           PERFORM ADD-DELTA-PARA
                           PERFORM REWRITE-ROW-PARA
                       END-IF
                   END-IF
                   IF RESPCODE NOT = DFHRESP(NORMAL) THEN
                       MOVE '9' TO TSM-RESULT
                   END-IF
               WHEN OTHER
                   MOVE '9' TO TSM-RESULT
               END-EVALUATE
           END-IF
           EXIT.
       READ-ROW-FOR-UPDATE-PARA.
           MOVE WS-SIDE-USERNAME TO TS-USERNAME
           EXEC CICS
           READ FILE('TASKSUM')
           INTO(FS-TASKSUM)
           RIDFLD(TS-USERNAME)
           UPDATE
           RESP(RESPCODE)
           END-EXEC
           EXIT.
       REWRITE-ROW-PARA.
           EXEC CICS
           REWRITE FILE('TASKSUM')
           FROM(FS-TASKSUM)
           RESP(RESPCODE)
           END-EXEC
           IF RESPCODE NOT = DFHRESP(NORMAL) THEN
               MOVE '9' TO TSM-RESULT
           END-IF
           EXIT.
       ADD-DELTA-PARA.
      * SAME BUCKETS TASKCHK0 REBUILDS INTO - A PRIORITY OUTSIDE H/M
      * FALLS IN THE L SLOT, WHICH TASKCHK0 REPORTS ON ITS OWN
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
