      *  - A TASKCTR VALUE ON CONTROL THAT HAS FALLEN BEHIND THE
      *    HIGHEST T-TASKID ACTUALLY ON FILE, WHICH WOULD MAKE
      *    GENERATE-TASKID-PARA START LANDING ON ITS DUPKEY SAFETY NET
      *  - EVERY TASKSUM ROW WHOSE OPEN, IN-PROGRESS, PENDING OR
      *    HANDED-BACK COUNTS HAD DRIFTED FROM WHAT TASKS ACTUALLY
      *    HOLDS FOR THAT OWNER
      * THE JOB ONLY REPORTS - IT NEVER REPAIRS TASKS OR THE FILES
      * AROUND IT. WHAT TO DO ABOUT AN EXCEPTION IS AN OPERATOR
      * DECISION. THE ONE THING IT DOES PUT RIGHT IS TASKSUM, WHICH
      * HOLDS NOTHING BUT COUNTS OFF TASKS: THE SAME PASS SORTS THE
      * LIVE WORK BY OWNER AND REWRITES EVERY OWNER'S ROW FROM IT,
      * STAMPED WITH THIS RUN, THEN DELETES ANY ROW THE RUN DID NOT
      * STAMP - AN OWNER WHO NO LONGER HOLDS ANY LIVE WORK. OVERDUE IS
      * RECOUNTED AGAINST TODAY BUT NEVER REPORTED AS DRIFT - WORK
      * GOES PAST DUE OVERNIGHT WITHOUT ANY UPDATE TO MOVE IT. A FIRST
      * RUN AGAINST AN EMPTY OR NEW TASKSUM BUILDS IT WITHOUT
      * REPORTING EVERY ROW AS DRIFT. TASKRCV0 AND TASKRLD0 LEAVE
      * TASKSUM FOR THIS JOB TO REBUILD BEFORE THE REGION OPENS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS RANDOM
               RECORD KEY IS BL-KEY
               FILE STATUS IS WS-BATCHLOG-STATUS.
           SELECT TASKSUM-FILE ASSIGN TO TSUMDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TS-USERNAME
               FILE STATUS IS WS-TASKSUM-STATUS.
           SELECT SORT-WORK ASSIGN TO SORTWK.
       DATA DIVISION.
       FILE SECTION.
       FD  TASKS-FILE
       FD  BATCHLOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BATLOGREC.
       FD  TASKSUM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TSUMREC.
      * ONE ROW PER TASK THAT COUNTS ON TASKSUM, SORTED BY OWNER FOR
      * THE REBUILD
       SD  SORT-WORK.
       01  SRT-SUM-REC.
           05 SRT-USERNAME PIC X(20).
           05 SRT-STATUS PIC X(1).
           05 SRT-PRIORITY PIC X(1).
           05 SRT-DUEDATE PIC X(8).
       WORKING-STORAGE SECTION.
       01 WS-BATCHLOG-STATUS PIC XX.
       01 WS-BL-TIME-RAW PIC 9(8).
       01 WS-CONTROL-STATUS PIC XX.
       01 WS-TEAMS-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-TASKSUM-STATUS PIC XX.
      * REPORT REPOSITORY PARAMETER AREA - SEE SUBRPS
       01 RPS-PARM.
           05 RPS-REQUEST PIC X.
           05 RPS-JOBNAME PIC X(8) VALUE 'TASKCHK0'.
           05 RPS-LINE PIC X(80).
           05 RPS-STATUS PIC X.
       01 WS-NOTEAM-COUNT PIC 9(7) VALUE 0.
       01 WS-EOF-FLAG PIC X.
           88 END-OF-TASKS VALUE 'Y'.
       01 WS-NOSTAMP-COUNT PIC 9(7) VALUE 0.
       01 WS-MAX-TASKNUM PIC 9(9) VALUE 0.
       01 WS-THIS-TASKNUM PIC 9(9).
      * TASKSUM REBUILD - THE RUN STAMP EVERY ROW WRITTEN THIS RUN
      * CARRIES, AND THE COUNTS TASKS ACTUALLY HOLDS FOR THE OWNER IN
      * WS-BREAK-USERNAME, LAID OUT THE SAME AS TS-COUNTS
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-TIME PIC 9(6).
       01 WS-RUN-TIME-RAW PIC 9(8).
       01 WS-SORT-EOF-FLAG PIC X.
           88 END-OF-SORT VALUE 'Y'.
       01 WS-SUM-EOF-FLAG PIC X.
           88 END-OF-TASKSUM VALUE 'Y'.
       01 IF-INITIAL-BUILD PIC X VALUE 'N'.
           88 INITIAL-BUILD VALUE 'Y'.
       01 IF-DRIFTED PIC X.
           88 ROW-DRIFTED VALUE 'Y'.
       01 IF-DRIFT-HEADED PIC X VALUE 'N'.
           88 DRIFT-HEADED VALUE 'Y'.
       01 WS-BREAK-USERNAME PIC X(20).
       01 WS-PRI-IX PIC 9(1).
       01 WS-REAL-COUNTS.
           05 WS-RC-BY-PRIORITY OCCURS 3 TIMES.
               10 WS-RC-OPEN PIC S9(5).
               10 WS-RC-INPROG PIC S9(5).
               10 WS-RC-PENDING PIC S9(5).
               10 WS-RC-DECLINED PIC S9(5).
           05 WS-RC-OVERDUE-WORK PIC S9(5).
           05 WS-RC-OVERDUE-HELD PIC S9(5).
       01 WS-SUM-ROW-COUNT PIC 9(7) VALUE 0.
       01 WS-DRIFT-COUNT PIC 9(7) VALUE 0.
       01 WS-STALE-COUNT PIC 9(7) VALUE 0.
      * TOTALS ACROSS THE THREE PRIORITIES FOR THE DRIFT LINE
       01 WS-DRIFT-TOTALS.
           05 WS-DT-F-OPEN PIC S9(7).
           05 WS-DT-F-INPROG PIC S9(7).
           05 WS-DT-F-PENDING PIC S9(7).
           05 WS-DT-F-DECLINED PIC S9(7).
           05 WS-DT-R-OPEN PIC S9(7).
           05 WS-DT-R-INPROG PIC S9(7).
           05 WS-DT-R-PENDING PIC S9(7).
           05 WS-DT-R-DECLINED PIC S9(7).
       01 WS-HEADINGS.
           05 WS-TITLE1 PIC X(80) VALUE
              'NIGHTLY FILE INTEGRITY AND RECONCILIATION REPORT'.
           05 CT-CTR-VALUE PIC 9(9).
           05 FILLER PIC X(13) VALUE ' HIGHEST SEEN'.
           05 CT-MAX-VALUE PIC 9(9).
       01 WS-DRIFT-HEAD PIC X(80) VALUE
           'TASKSUM OWNER        FILE  OPEN  INPR  PEND  DECL REAL  OPEN
      -    '  INPR  PEND  DECL'.
       01 WS-DRIFT-LINE.
           05 DR-USERNAME PIC X(20).
           05 FILLER PIC X(6) VALUE ' FILE '.
           05 DR-F-OPEN PIC -ZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DR-F-INPROG PIC -ZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DR-F-PENDING PIC -ZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DR-F-DECLINED PIC -ZZZ9.
           05 FILLER PIC X(6) VALUE ' REAL '.
           05 DR-R-OPEN PIC ZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DR-R-INPROG PIC ZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DR-R-PENDING PIC ZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DR-R-DECLINED PIC ZZZZ9.
       01 WS-CLEAN-LINE PIC X(80) VALUE
          'NO EXCEPTIONS FOUND - FILES ARE CONSISTENT'.
       PROCEDURE DIVISION.
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           PERFORM OPEN-TASKSUM-PARA
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-RAW FROM TIME
           COMPUTE WS-RUN-TIME = WS-RUN-TIME-RAW / 100
           SORT SORT-WORK
               ON ASCENDING KEY SRT-USERNAME
               INPUT PROCEDURE IS CHECK-TASKS-PARA
               OUTPUT PROCEDURE IS REBUILD-TASKSUM-PARA
           CLOSE TASKS-FILE
           CLOSE USERS-FILE
           CLOSE TEAMS-FILE
           PERFORM SWEEP-STALE-ROWS-PARA
           CLOSE TASKSUM-FILE
           PERFORM CHECK-TASKCTR-PARA
           IF WS-EXCEPTION-COUNT = 0 THEN
               MOVE WS-CLEAN-LINE TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA
           END-IF
           CLOSE REPORT-FILE
           MOVE 'C' TO RPS-REQUEST
           CALL 'SUBRPS' USING RPS-PARM
           DISPLAY 'TASKCHK0 TASKS READ: ' WS-READ-COUNT
           DISPLAY 'TASKCHK0 EXCEPTIONS: ' WS-EXCEPTION-COUNT
           DISPLAY 'TASKCHK0 NO-SUCH-USER: ' WS-NOUSER-COUNT
           DISPLAY 'TASKCHK0 BAD-STATUS: ' WS-BADSTAT-COUNT
           DISPLAY 'TASKCHK0 BAD-PRIORITY: ' WS-BADPRI-COUNT
           DISPLAY 'TASKCHK0 MISSING-STAMP: ' WS-NOSTAMP-COUNT
           DISPLAY 'TASKCHK0 TASKSUM ROWS BUILT: ' WS-SUM-ROW-COUNT
           DISPLAY 'TASKCHK0 TASKSUM DRIFTED: ' WS-DRIFT-COUNT
           DISPLAY 'TASKCHK0 TASKSUM STALE DELETED: ' WS-STALE-COUNT
           PERFORM WRITE-BATCH-LOG-END-PARA
           GOBACK.
       CHECK-TASKS-PARA.
      * THE ONE PASS OVER TASKS - EVERY TASK IS CHECKED, AND EVERY ONE
      * THAT COUNTS ON TASKSUM IS PASSED ON TO THE REBUILD
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL END-OF-TASKS
               READ TASKS-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM CHECK-ONE-TASK-PARA
                       IF T-USERNAME NOT = SPACES AND
                          (T-STATUS-OPEN OR T-STATUS-IN-PROGRESS OR
                           T-STATUS-PENDING OR T-STATUS-AWAITING OR
                           T-STATUS-DECLINED) THEN
                           MOVE T-USERNAME TO SRT-USERNAME
                           MOVE T-STATUS TO SRT-STATUS
                           MOVE T-PRIORITY TO SRT-PRIORITY
                           MOVE T-DUEDATE TO SRT-DUEDATE
                           RELEASE SRT-SUM-REC
                       END-IF
               END-READ
           END-PERFORM
           EXIT.
       CHECK-ONE-TASK-PARA.
      * EVERY CHECK IS INDEPENDENT - ONE TASK CAN EARN SEVERAL LINES.
      * A '#' OWNER IS A TEAM QUEUE AND IS CHECKED AGAINST THE TEAMS
           END-IF
           IF NOT (T-STATUS-OPEN OR T-STATUS-IN-PROGRESS OR
                   T-STATUS-COMPLETE OR T-STATUS-CANCELLED OR
                   T-STATUS-PENDING OR T-STATUS-AWAITING OR
                   T-STATUS-DECLINED) THEN
               ADD 1 TO WS-BADSTAT-COUNT
               MOVE 'STATUS OUTSIDE LEGAL VALUES' TO DL-REASON
               PERFORM WRITE-EXCEPTION-PARA
               END-IF
           END-IF
           EXIT.
       OPEN-TASKSUM-PARA.
      * A TASKSUM THAT IS NOT THERE YET IS CREATED EMPTY; ONE THAT IS
      * THERE BUT EMPTY IS THE SAME FIRST BUILD
           OPEN I-O TASKSUM-FILE
           IF WS-TASKSUM-STATUS = '35' THEN
               OPEN OUTPUT TASKSUM-FILE
               CLOSE TASKSUM-FILE
               OPEN I-O TASKSUM-FILE
           END-IF
           IF WS-TASKSUM-STATUS NOT = '00' THEN
               DISPLAY 'TASKCHK0 OPEN FAILED FOR TASKSUM-FILE - STATUS '
                   WS-TASKSUM-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           MOVE LOW-VALUES TO TS-USERNAME
           START TASKSUM-FILE KEY NOT < TS-USERNAME
           IF WS-TASKSUM-STATUS NOT = '00' THEN
               MOVE 'Y' TO IF-INITIAL-BUILD
           END-IF
           EXIT.
       REBUILD-TASKSUM-PARA.
      * CONTROL BREAK ON THE OWNER - EACH OWNER'S REAL COUNTS ARE
      * ADDED UP FROM THEIR SORTED TASKS AND PUT ON THEIR ROW
           MOVE SPACES TO WS-BREAK-USERNAME
           MOVE 'N' TO WS-SORT-EOF-FLAG
           PERFORM UNTIL END-OF-SORT
               RETURN SORT-WORK
                   AT END MOVE 'Y' TO WS-SORT-EOF-FLAG
                   NOT AT END
                       IF SRT-USERNAME NOT = WS-BREAK-USERNAME THEN
                           IF WS-BREAK-USERNAME NOT = SPACES THEN
                               PERFORM PUT-SUMMARY-ROW-PARA
                           END-IF
                           MOVE SRT-USERNAME TO WS-BREAK-USERNAME
                           MOVE ZERO TO WS-REAL-COUNTS
                       END-IF
                       PERFORM ADD-REAL-COUNT-PARA
               END-RETURN
           END-PERFORM
           IF WS-BREAK-USERNAME NOT = SPACES THEN
               PERFORM PUT-SUMMARY-ROW-PARA
           END-IF
           EXIT.
       ADD-REAL-COUNT-PARA.
      * THE SAME BUCKETS SUBTSM AND SUBTSB MOVE ONLINE AND IN BATCH
           EVALUATE SRT-PRIORITY
           WHEN 'H'
               MOVE 1 TO WS-PRI-IX
           WHEN 'M'
               MOVE 2 TO WS-PRI-IX
           WHEN OTHER
               MOVE 3 TO WS-PRI-IX
           END-EVALUATE
           EVALUATE SRT-STATUS
           WHEN 'O'
           WHEN 'W'
               ADD 1 TO WS-RC-OPEN(WS-PRI-IX)
           WHEN 'I'
               ADD 1 TO WS-RC-INPROG(WS-PRI-IX)
           WHEN 'P'
               ADD 1 TO WS-RC-PENDING(WS-PRI-IX)
           WHEN 'D'
               ADD 1 TO WS-RC-DECLINED(WS-PRI-IX)
           END-EVALUATE
           IF SRT-DUEDATE NUMERIC AND
              SRT-DUEDATE NOT = '00000000' AND
              SRT-DUEDATE < WS-RUN-DATE THEN
               IF SRT-STATUS = 'O' OR SRT-STATUS = 'W' OR
                  SRT-STATUS = 'I' THEN
                   ADD 1 TO WS-RC-OVERDUE-WORK
               ELSE
                   ADD 1 TO WS-RC-OVERDUE-HELD
               END-IF
           END-IF
           EXIT.
       PUT-SUMMARY-ROW-PARA.
      * AN OWNER WITH LIVE WORK AND NO ROW AT ALL HAS DRIFTED AS FAR
      * AS A ROW CAN - UNLESS THIS IS THE FIRST BUILD
           ADD 1 TO WS-SUM-ROW-COUNT
           MOVE WS-BREAK-USERNAME TO TS-USERNAME
           READ TASKSUM-FILE
           EVALUATE WS-TASKSUM-STATUS
           WHEN '00'
               PERFORM CHECK-DRIFT-PARA
               MOVE WS-REAL-COUNTS TO TS-COUNTS
               MOVE WS-RUN-DATE TO TS-REBUILT-DATE
               MOVE WS-RUN-TIME TO TS-REBUILT-TIME
               REWRITE FS-TASKSUM
           WHEN '23'
               MOVE WS-BREAK-USERNAME TO TS-USERNAME
               MOVE ZERO TO TS-COUNTS
               PERFORM CHECK-DRIFT-PARA
               MOVE WS-REAL-COUNTS TO TS-COUNTS
               MOVE WS-RUN-DATE TO TS-REBUILT-DATE
               MOVE WS-RUN-TIME TO TS-REBUILT-TIME
               WRITE FS-TASKSUM
           END-EVALUATE
           IF WS-TASKSUM-STATUS NOT = '00' THEN
               DISPLAY 'TASKCHK0 TASKSUM UPDATE FAILED FOR '
                   WS-BREAK-USERNAME ' - STATUS ' WS-TASKSUM-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           EXIT.
       SWEEP-STALE-ROWS-PARA.
      * ANY ROW THE REBUILD DID NOT STAMP BELONGS TO AN OWNER WITH NO
      * LIVE WORK LEFT - IT GOES, AND IF IT STILL CLAIMED SOME WORK,
      * THAT IS DRIFT TOO
           MOVE ZERO TO WS-REAL-COUNTS
           MOVE LOW-VALUES TO TS-USERNAME
           START TASKSUM-FILE KEY NOT < TS-USERNAME
           IF WS-TASKSUM-STATUS = '00' THEN
               MOVE 'N' TO WS-SUM-EOF-FLAG
               PERFORM UNTIL END-OF-TASKSUM
                   READ TASKSUM-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-SUM-EOF-FLAG
                       NOT AT END
                           IF TS-REBUILT-DATE NOT = WS-RUN-DATE OR
                              TS-REBUILT-TIME NOT = WS-RUN-TIME THEN
                               PERFORM DROP-STALE-ROW-PARA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           EXIT.
       DROP-STALE-ROW-PARA.
           PERFORM CHECK-DRIFT-PARA
           DELETE TASKSUM-FILE
           IF WS-TASKSUM-STATUS NOT = '00' THEN
               DISPLAY 'TASKCHK0 TASKSUM DELETE FAILED FOR '
                   TS-USERNAME ' - STATUS ' WS-TASKSUM-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           ADD 1 TO WS-STALE-COUNT
           EXIT.
       CHECK-DRIFT-PARA.
      * THE ROW AS FOUND IN FS-TASKSUM AGAINST WS-REAL-COUNTS, BUCKET
      * BY BUCKET. THE LINE SHOWS EACH SIDE TOTALLED ACROSS THE THREE
      * PRIORITIES; A ROW WITH ONLY ITS PRIORITY SPLIT WRONG SHOWS THE
      * SAME TOTALS BOTH SIDES
           MOVE 'N' TO IF-DRIFTED
           MOVE ZERO TO WS-DRIFT-TOTALS
           PERFORM VARYING WS-PRI-IX FROM 1 BY 1 UNTIL WS-PRI-IX > 3
               IF TS-OPEN(WS-PRI-IX) NOT = WS-RC-OPEN(WS-PRI-IX) OR
                  TS-INPROG(WS-PRI-IX) NOT = WS-RC-INPROG(WS-PRI-IX) OR
                  TS-PENDING(WS-PRI-IX) NOT =
                  WS-RC-PENDING(WS-PRI-IX) OR
                  TS-DECLINED(WS-PRI-IX) NOT =
                  WS-RC-DECLINED(WS-PRI-IX) THEN
                   MOVE 'Y' TO IF-DRIFTED
               END-IF
               ADD TS-OPEN(WS-PRI-IX) TO WS-DT-F-OPEN
               ADD TS-INPROG(WS-PRI-IX) TO WS-DT-F-INPROG
               ADD TS-PENDING(WS-PRI-IX) TO WS-DT-F-PENDING
               ADD TS-DECLINED(WS-PRI-IX) TO WS-DT-F-DECLINED
               ADD WS-RC-OPEN(WS-PRI-IX) TO WS-DT-R-OPEN
               ADD WS-RC-INPROG(WS-PRI-IX) TO WS-DT-R-INPROG
               ADD WS-RC-PENDING(WS-PRI-IX) TO WS-DT-R-PENDING
               ADD WS-RC-DECLINED(WS-PRI-IX) TO WS-DT-R-DECLINED
           END-PERFORM
           IF ROW-DRIFTED AND NOT INITIAL-BUILD THEN
               ADD 1 TO WS-DRIFT-COUNT
               ADD 1 TO WS-EXCEPTION-COUNT
               IF NOT DRIFT-HEADED THEN
                   MOVE WS-DRIFT-HEAD TO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE-PARA
                   MOVE 'Y' TO IF-DRIFT-HEADED
               END-IF
               MOVE TS-USERNAME TO DR-USERNAME
               MOVE WS-DT-F-OPEN TO DR-F-OPEN
               MOVE WS-DT-F-INPROG TO DR-F-INPROG
               MOVE WS-DT-F-PENDING TO DR-F-PENDING
               MOVE WS-DT-F-DECLINED TO DR-F-DECLINED
               MOVE WS-DT-R-OPEN TO DR-R-OPEN
               MOVE WS-DT-R-INPROG TO DR-R-INPROG
               MOVE WS-DT-R-PENDING TO DR-R-PENDING
               MOVE WS-DT-R-DECLINED TO DR-R-DECLINED
               MOVE WS-DRIFT-LINE TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA
           END-IF
           EXIT.
       CHECK-TASKCTR-PARA.
      * A COUNTER BEHIND THE FILE MEANS A RESTORED-FROM-BACKUP CONTROL
      * FILE - NEW ASSIGNMENTS WOULD START LANDING ON TASKIDS ALREADY
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           MOVE 'W' TO RPS-REQUEST
           MOVE REPORT-LINE TO RPS-LINE
           CALL 'SUBRPS' USING RPS-PARM
           EXIT.
       CHECK-PREREQS-PARA.
      * OPERATOR-MAINTAINED RUN-ORDER GUARD - SUBPRQ CHECKS THE
