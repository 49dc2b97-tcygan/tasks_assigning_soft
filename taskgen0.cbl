      * SAME CRASH-ONLY-BURNS-NUMBERS RULE TASKLOD0 FOLLOWS. THE DUE
      * DATE COMES FROM THE SLA TABLE FOR THE TEMPLATE'S PRIORITY,
      * EXACTLY AS A BLANK-DATED ASSIGNMENT WOULD GET.
      * A TEMPLATE CARRYING A CATEGORY CODE MUST FIND IT ON THE
      * CATEGORY CATALOG OR IS SKIPPED; THE CATALOG ROW'S PRIORITY
      * FILLS A BLANK TEMPLATE PRIORITY AND ITS WORK-DAY ALLOWANCE
      * REPLACES THE SLA ROW WHEN IT HAS ONE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS RANDOM
               RECORD KEY IS HOL-DATE
               FILE STATUS IS WS-HOLIDAY-STATUS.
           SELECT CATEGORY-FILE ASSIGN TO CATDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAT-CODE
               FILE STATUS IS WS-CATEGORY-STATUS.
           SELECT BATCHLOG-FILE ASSIGN TO BATLOGDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
       FD  HOLIDAY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HOLREC.
       FD  CATEGORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CATREC.
       FD  BATCHLOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BATLOGREC.
       WORKING-STORAGE SECTION.
       01 WS-BATCHLOG-STATUS PIC XX.
       01 WS-BL-TIME-RAW PIC 9(8).
      * TASKSUM PARAMETER AREA - SEE SUBTSB
       01 TSB-PARM.
           05 TSB-REQUEST PIC X.
           05 TSB-JOBNAME PIC X(8) VALUE 'TASKGEN0'.
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
               88 TSB-UNUSABLE VALUE 'U'.
      * RUN-ORDER GUARD PARAMETER AREA - SEE SUBPRQ
       01 PRQ-PARM.
           05 PRQ-JOBNAME PIC X(8).
           88 IS-HOLIDAY VALUE 'Y'.
       01 IF-ASSIGNEE-VALID PIC X.
           88 ASSIGNEE-VALID VALUE 'Y'.
      * THE ASSIGNEE'S DEPARTMENT OFF USERS - A TEAM QUEUE HAS NONE
      * UNTIL SOMEONE CLAIMS THE WORK, SO EVERY ADMIN SEES IT TILL THEN
       01 WS-ASSIGNEE-DEPT PIC X(4).
      * CATEGORY CATALOG - WITHOUT IT UNCATEGORISED TEMPLATES STILL
      * GENERATE, A CATEGORISED ONE CANNOT BE CHECKED AND IS SKIPPED
       01 WS-CATEGORY-STATUS PIC XX.
       01 IF-CATEGORY-OPEN PIC X VALUE 'N'.
           88 CATEGORY-OPEN VALUE 'Y'.
       01 IF-CATEGORY-OK PIC X.
           88 CATEGORY-OK VALUE 'Y'.
       01 WS-CAT-DEF-DAYS PIC 9(3).
       01 DTV-PARM.
           05 DTV-DATE PIC X(8).
           05 DTV-TODAY PIC 9(8).
               DISPLAY 'TASKGEN0 NO HOLIDAY CALENDAR - STATUS '
                   WS-HOLIDAY-STATUS ' - HOLIDAY CHECK SKIPPED'
           END-IF
           OPEN INPUT CATEGORY-FILE
           IF WS-CATEGORY-STATUS = '00' THEN
               MOVE 'Y' TO IF-CATEGORY-OPEN
           ELSE
               DISPLAY 'TASKGEN0 NO CATEGORY CATALOG - STATUS '
                   WS-CATEGORY-STATUS ' - CATEGORISED TEMPLATES SKIP'
           END-IF
           PERFORM SET-QUIESCE-PARA
           PERFORM READ-SLA-DAYS-PARA
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM CLEAR-QUIESCE-PARA
           CLOSE TEMPLATE-FILE
           CLOSE TASKS-FILE
           MOVE 'C' TO TSB-REQUEST
           CALL 'SUBTSB' USING TSB-PARM
           CLOSE USERS-FILE
           CLOSE TEAMS-FILE
           CLOSE CONTROL-FILE
           IF CALENDAR-OPEN THEN
               CLOSE HOLIDAY-FILE
           END-IF
           IF CATEGORY-OPEN THEN
               CLOSE CATEGORY-FILE
           END-IF
           DISPLAY 'TASKGEN0 TEMPLATES READ: ' WS-READ-COUNT
           DISPLAY 'TASKGEN0 INSTANCES GENERATED: ' WS-GENERATED-COUNT
           DISPLAY 'TASKGEN0 TEMPLATES SKIPPED: ' WS-SKIPPED-COUNT
      * OPEN-TASK CEILING IS NOT APPLIED HERE - THE HOUSEKEEPING WORK
      * MUST LAND, AND THE MORNING REPORTS SHOW ANY PILE-UP
           PERFORM CHECK-ASSIGNEE-PARA
           PERFORM CHECK-CATEGORY-PARA
           IF NOT ASSIGNEE-VALID THEN
               ADD 1 TO WS-SKIPPED-COUNT
               DISPLAY 'TASKGEN0 BAD ASSIGNEE ON TEMPLATE ' TP-TMPLID
                   ' - ' TP-ASSIGNEE
           ELSE
           IF NOT CATEGORY-OK THEN
               ADD 1 TO WS-SKIPPED-COUNT
               DISPLAY 'TASKGEN0 BAD CATEGORY ON TEMPLATE ' TP-TMPLID
                   ' - ' TP-CATEGORY
           ELSE
               PERFORM NEXT-TASKID-PARA
               MOVE TP-ASSIGNEE TO T-USERNAME
                  TP-PRIORITY = 'L' THEN
                   MOVE TP-PRIORITY TO T-PRIORITY
               ELSE
                   IF CAT-DEF-PRIORITY NOT = SPACE THEN
                       MOVE CAT-DEF-PRIORITY TO T-PRIORITY
                   ELSE
                       MOVE 'M' TO T-PRIORITY
                   END-IF
               END-IF
               PERFORM DEFAULT-GEN-DUEDATE-PARA
               MOVE SPACES TO T-PREREQ-TASKID
               MOVE TP-SKILL-CODE TO T-SKILL-CODE
               MOVE TP-CATEGORY TO T-CATEGORY
               MOVE TP-COST-CENTER TO T-COST-CENTER
               MOVE WS-ASSIGNEE-DEPT TO T-DEPT
      * TEMPLATE-GENERATED PRIORITY-H WORK GETS THE SAME DUAL CONTROL
      * AS A KEYED ASSIGNMENT - IT LANDS PENDING FOR USAPPRP
               IF T-PRIORITY = 'H' THEN
               EVALUATE WS-TASKS-STATUS
               WHEN '00'
                   PERFORM WRITE-RECOV-PARA
                   PERFORM UPDATE-TASK-SUMMARY-PARA
                   ADD 1 TO WS-GENERATED-COUNT
                   MOVE WS-SCHED-DATE TO TP-LAST-GEN-DATE
                   REWRITE FS-TEMPLATE
                   STOP RUN
               END-EVALUATE
           END-IF
           END-IF
           EXIT.
       CHECK-CATEGORY-PARA.
      * A BLANK CATEGORY PASSES WITH NO DEFAULTS OF ITS OWN. A CODE
      * MUST BE ON THE CATALOG, WHOSE ROW STAYS IN THE RECORD AREA FOR
      * THE PRIORITY AND DUE-DATE DEFAULTS
           MOVE 'Y' TO IF-CATEGORY-OK
           MOVE SPACE TO CAT-DEF-PRIORITY
           MOVE 0 TO WS-CAT-DEF-DAYS
           IF TP-CATEGORY NOT = SPACES THEN
               IF NOT CATEGORY-OPEN THEN
                   MOVE 'N' TO IF-CATEGORY-OK
               ELSE
                   MOVE TP-CATEGORY TO CAT-CODE
                   READ CATEGORY-FILE
                   EVALUATE WS-CATEGORY-STATUS
                   WHEN '00'
                       MOVE CAT-DEF-DAYS TO WS-CAT-DEF-DAYS
                   WHEN '23'
                       MOVE 'N' TO IF-CATEGORY-OK
                       MOVE SPACE TO CAT-DEF-PRIORITY
                   WHEN OTHER
                       DISPLAY 'TASKGEN0 CATEGORY READ FAILED - STATUS '
                           WS-CATEGORY-STATUS
                       PERFORM BATCH-LOG-FAILED-PARA
                       STOP RUN
                   END-EVALUATE
               END-IF
           END-IF
           EXIT.
       DEFAULT-GEN-DUEDATE-PARA.
      * THE GENERATED INSTANCE GETS THE SLA DUE DATE FOR ITS PRIORITY,
           WHEN 'L' MOVE WS-SLA-L-DAYS TO WS-SLA-DAYS
           WHEN OTHER MOVE WS-SLA-M-DAYS TO WS-SLA-DAYS
           END-EVALUATE
           IF WS-CAT-DEF-DAYS > 0 THEN
               MOVE WS-CAT-DEF-DAYS TO WS-SLA-DAYS
           END-IF
           MOVE WS-RUN-DATE TO WS-CAND-DATE
           MOVE WS-RUN-DATE TO DTV-TODAY
           PERFORM STEP-ONE-WORK-DAY-PARA
       CHECK-ASSIGNEE-PARA.
      * A '#' ASSIGNEE IS A TEAM QUEUE AND IS CHECKED AGAINST THE
      * TEAMS FILE, NOT USERS - SAME SPLIT AS TASKCHK0 MAKES
           MOVE SPACES TO WS-ASSIGNEE-DEPT
           IF TP-ASSIGNEE(1:1) = '#' THEN
               IF TP-ASSIGNEE(10:11) NOT = SPACES THEN
                   MOVE 'N' TO IF-ASSIGNEE-VALID
               READ USERS-FILE
               IF WS-USERS-STATUS = '00' AND NOT USERS-IS-DISABLED THEN
                   MOVE 'Y' TO IF-ASSIGNEE-VALID
                   MOVE USERS-DEPT TO WS-ASSIGNEE-DEPT
               ELSE
                   MOVE 'N' TO IF-ASSIGNEE-VALID
               END-IF
               STOP RUN
           END-IF
           EXIT.
       UPDATE-TASK-SUMMARY-PARA.
      * THE NEW TASK AS IT JUST WENT TO THE FILE GOES ON ITS OWNER'S
      * COUNTS - THERE IS NO BEFORE PICTURE. A SUMMARY FILE THAT WILL
      * NOT TAKE THE UPDATE IS SUBTSB'S TO ANNOUNCE AND TASKCHK0'S TO
      * REBUILD
           MOVE SPACES TO TSB-OLD
           MOVE T-USERNAME TO TSB-NEW-USERNAME
           MOVE T-STATUS TO TSB-NEW-STATUS
           MOVE T-PRIORITY TO TSB-NEW-PRIORITY
           MOVE T-DUEDATE TO TSB-NEW-DUEDATE
           MOVE 'A' TO TSB-REQUEST
           CALL 'SUBTSB' USING TSB-PARM
           EXIT.
       GRAB-RCV-BLOCK-PARA.
      * RECOVLOG SEQUENCE NUMBERS COME OFF THE RECOVCTR CONTROL ROW A
      * BLOCK AT A TIME - PUSHED FORWARD ON FILE FIRST, USED AFTER,
