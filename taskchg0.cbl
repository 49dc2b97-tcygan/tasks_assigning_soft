       IDENTIFICATION DIVISION.
       PROGRAM-ID. TASKCHG0.
      * ON-REQUEST FIELD-LEVEL CHANGE HISTORY OF THE TASKS FILE, BUILT
      * FROM THE RECOVLOG FORWARD-RECOVERY JOURNAL. THE AUDIT JOURNAL
      * ONLY SAYS THAT A TASK WAS UPDATED - RECOVLOG HOLDS EVERY AFTER-
      * IMAGE, SO COMPARING EACH IMAGE WITH THE ONE BEFORE IT FOR THE
      * SAME TASK SHOWS EXACTLY WHAT MOVED: WHO PUSHED THE DUE DATE,
      * WHO BUMPED L TO H, AND WHETHER IT WAS A HAND EDIT ON MAINMAPP
      * OR TASKESC0'S OVERNIGHT ESCALATION (THE WRITING PROGRAM IS ON
      * EVERY LINE).
      * THE JOURNAL ROWS ARE SORTED INTO TASKID ORDER AND, WITHIN A
      * TASK, ON THEIR DATE AND TIME STAMPS WITH THE SEQUENCE ONLY
      * BREAKING TIES - THE SAME ORDERING TASKRCV0 REPLAYS IN. ONE
      * LINE IS PRINTED PER CHANGED FIELD WITH THE OLD VALUE, THE NEW
      * VALUE, THE STAMP AND THE PROGRAM; A VALUE TOO LONG FOR ITS
      * COLUMN RUNS ON OVER CONTINUATION LINES. A TASK WRITTEN WITHIN
      * THE JOURNAL SHOWS A CREATED LINE FIRST, ONE REMOVED FROM THE
      * FILE A DELETED LINE LAST. A TASK WHOSE FIRST IMAGE IS A
      * REWRITE WAS CREATED BEFORE THE JOURNAL BEGAN - THAT IMAGE IS
      * ONLY THE STARTING POINT FOR THE NEXT COMPARE.
      * OPTIONAL PARAMETER CARD (PARMDD) - ANY COMBINATION, BLANK
      * MEANS NO LIMIT:
      *   COLUMNS  1-10  TASKID
      *   COLUMNS 12-19  FROM DATE YYYYMMDD
      *   COLUMNS 21-28  TO DATE YYYYMMDD (INCLUSIVE)
      *   COLUMNS 30-39  FIELD NAME AS PRINTED ON THE REPORT (DESC
      *                  SELECTS ALL FOUR DESCRIPTION SEGMENTS)
      * THE DATE RANGE LIMITS WHICH CHANGES ARE PRINTED, NOT WHICH
      * IMAGES ARE READ - A CHANGE EARLY IN THE RANGE STILL COMPARES
      * AGAINST THE IMAGE BEFORE IT.
      * READ-ONLY - NEITHER TASKS NOR THE JOURNAL IS UPDATED, SO THE
      * ONLINE DAY IS NOT QUIESCED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECOVLOG-FILE ASSIGN TO RECOVDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RCV-SEQ
               FILE STATUS IS WS-RECOV-STATUS.
           SELECT PARM-FILE ASSIGN TO PARMDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT SORT-WORK ASSIGN TO SORTWK.
           SELECT REPORT-FILE ASSIGN TO REPTDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT BATCHLOG-FILE ASSIGN TO BATLOGDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BL-KEY
               FILE STATUS IS WS-BATCHLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RECOVLOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RECOVREC.
       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARM-CARD PIC X(80).
       SD  SORT-WORK.
       01  SRT-RECOV-REC.
           05 SRT-TASKID PIC X(10).
           05 SRT-DATE PIC 9(7).
           05 SRT-TIME PIC 9(7).
           05 SRT-SEQ PIC 9(9).
           05 SRT-PROGRAM PIC X(8).
           05 SRT-ACTION PIC X(1).
           05 SRT-TASK-IMAGE PIC X(306).
       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE PIC X(80).
       FD  BATCHLOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BATLOGREC.
       WORKING-STORAGE SECTION.
       01 WS-BATCHLOG-STATUS PIC XX.
       01 WS-BL-TIME-RAW PIC 9(8).
      * RUN-ORDER GUARD PARAMETER AREA - SEE SUBPRQ
       01 PRQ-PARM.
           05 PRQ-JOBNAME PIC X(8).
           05 PRQ-RUN-DATE PIC 9(8).
           05 PRQ-STATUS PIC X.
               88 PRQ-OK VALUE '0'.
               88 PRQ-BLOCKED VALUE 'B'.
               88 PRQ-OVERRIDDEN VALUE 'O'.
           05 PRQ-MISSING-JOB PIC X(8).
       01 WS-RECOV-STATUS PIC XX.
       01 WS-PARM-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
      * REPORT REPOSITORY PARAMETER AREA - SEE SUBRPS
       01 RPS-PARM.
           05 RPS-REQUEST PIC X.
           05 RPS-JOBNAME PIC X(8) VALUE 'TASKCHG0'.
           05 RPS-LINE PIC X(80).
           05 RPS-STATUS PIC X.
       01 WS-EOF-FLAG PIC X.
           88 END-OF-JOURNAL VALUE 'Y'.
       01 WS-READ-COUNT PIC 9(7) VALUE 0.
       01 WS-SELECTED-COUNT PIC 9(7) VALUE 0.
       01 WS-SKIPPED-COUNT PIC 9(7) VALUE 0.
       01 WS-CHANGE-COUNT PIC 9(7) VALUE 0.
       01 WS-TASK-COUNT PIC 9(7) VALUE 0.
       01 WS-RUN-DATE PIC 9(8).
      * THE CURRENT IMAGE IS LAID OUT OVER FS-TASKS, THE ONE BEFORE IT
      * OVER FS-HISTORY - THE ARCHIVE RECORD IS THE SAME 306 BYTES IN
      * THE SAME ORDER, SO EVERY FIELD PAIRS UP BY NAME
           COPY TASKSREC.
           COPY HISTORYREC.
       01 WS-PREV-TASKID PIC X(10) VALUE SPACES.
       01 IF-TASK-HEADED PIC X.
           88 TASK-HEADED VALUE 'Y'.
       01 IF-IN-RANGE PIC X.
           88 IN-RANGE VALUE 'Y'.
      * SELECTIONS OFF THE PARAMETER CARD
       01 WS-SEL-TASKID PIC X(10).
       01 WS-SEL-FROM-RAW PIC X(8).
       01 WS-SEL-TO-RAW PIC X(8).
       01 WS-SEL-FIELD PIC X(10).
       01 WS-FROM-JDATE PIC 9(7) VALUE 0.
       01 WS-TO-JDATE PIC 9(7) VALUE 9999999.
      * THE FIELD NAMES THE REPORT PRINTS - A FIELD SELECTION MUST BE
      * ONE OF THESE (OR DESC FOR ALL FOUR DESCRIPTION SEGMENTS)
       01 WS-FIELD-NAMES.
           05 FILLER PIC X(10) VALUE 'CREATED'.
           05 FILLER PIC X(10) VALUE 'DELETED'.
           05 FILLER PIC X(10) VALUE 'USERNAME'.
           05 FILLER PIC X(10) VALUE 'DESC'.
           05 FILLER PIC X(10) VALUE 'DESC1'.
           05 FILLER PIC X(10) VALUE 'DESC2'.
           05 FILLER PIC X(10) VALUE 'DESC3'.
           05 FILLER PIC X(10) VALUE 'DESC4'.
           05 FILLER PIC X(10) VALUE 'STATUS'.
           05 FILLER PIC X(10) VALUE 'PRIORITY'.
           05 FILLER PIC X(10) VALUE 'DUEDATE'.
           05 FILLER PIC X(10) VALUE 'COMPLDATE'.
           05 FILLER PIC X(10) VALUE 'COMPLTIME'.
           05 FILLER PIC X(10) VALUE 'ASSGNDATE'.
           05 FILLER PIC X(10) VALUE 'PREREQ'.
           05 FILLER PIC X(10) VALUE 'ASSIGNEDBY'.
           05 FILLER PIC X(10) VALUE 'REWORK'.
           05 FILLER PIC X(10) VALUE 'CLAIMDATE'.
           05 FILLER PIC X(10) VALUE 'SKILL'.
           05 FILLER PIC X(10) VALUE 'CATEGORY'.
           05 FILLER PIC X(10) VALUE 'COSTCENTER'.
           05 FILLER PIC X(10) VALUE 'DEPT'.
       01 WS-FIELD-NAME-TAB REDEFINES WS-FIELD-NAMES.
           05 WS-FIELD-NAME PIC X(10) OCCURS 22 TIMES.
       01 WS-FIELD-IX PIC 9(2).
       01 IF-FIELD-KNOWN PIC X.
           88 FIELD-KNOWN VALUE 'Y'.
      * ONE CHANGE ON ITS WAY TO THE REPORT - THE WIDEST SINGLE VALUE
      * IS A 45-BYTE DESCRIPTION SEGMENT, HELD IN WHOLE 20-BYTE LINES
       01 WS-CHG-FIELD PIC X(10).
       01 WS-OLD-VALUE PIC X(60).
       01 WS-NEW-VALUE PIC X(60).
       01 WS-VALUE-LEN PIC 9(2).
       01 WS-CHUNK-POS PIC 9(2).
      * DATE CONVERSIONS - YYYYMMDD ON THE CARD TO THE JOURNAL'S
      * 0CYYDDD, AND BACK AGAIN FOR THE REPORT
       01 WS-CVT-DATE PIC 9(8).
       01 WS-CVT-DATE-R REDEFINES WS-CVT-DATE.
           05 WS-CVT-CC PIC 9(2).
           05 WS-CVT-YY PIC 9(2).
           05 WS-CVT-MM PIC 9(2).
           05 WS-CVT-DD PIC 9(2).
       01 WS-CVT-JDATE PIC 9(7).
       01 WS-CVT-JDATE-R REDEFINES WS-CVT-JDATE.
           05 FILLER PIC 9(2).
           05 WS-CVT-JYY PIC 9(2).
           05 WS-CVT-JDDD PIC 9(3).
       01 WS-CVT-DDD PIC 9(3).
       01 WS-MONTH-IX PIC 9(2).
      * MONTH LENGTHS, FEBRUARY STRETCHED IN A LEAP YEAR - YEARS 2000
      * TO 2099 ONLY, WHERE EVERY FOURTH YEAR LEAPS WITH NO CENTURY
      * EXCEPTION
       01 WS-MONTH-LENGTHS.
           05 FILLER PIC 9(2) VALUE 31.
           05 FILLER PIC 9(2) VALUE 28.
           05 FILLER PIC 9(2) VALUE 31.
           05 FILLER PIC 9(2) VALUE 30.
           05 FILLER PIC 9(2) VALUE 31.
           05 FILLER PIC 9(2) VALUE 30.
           05 FILLER PIC 9(2) VALUE 31.
           05 FILLER PIC 9(2) VALUE 31.
           05 FILLER PIC 9(2) VALUE 30.
           05 FILLER PIC 9(2) VALUE 31.
           05 FILLER PIC 9(2) VALUE 30.
           05 FILLER PIC 9(2) VALUE 31.
       01 WS-MONTH-LENGTH-TAB REDEFINES WS-MONTH-LENGTHS.
           05 WS-MONTH-LEN PIC 9(2) OCCURS 12 TIMES.
       01 WS-THIS-MONTH-LEN PIC 9(2).
       01 WS-LEAP-REM PIC 9(4).
       01 WS-HEADINGS.
           05 WS-TITLE1.
               10 FILLER PIC X(33) VALUE
                  'TASKS FIELD-LEVEL CHANGE HISTORY '.
               10 HD-RUN-DATE PIC 9(8).
               10 FILLER PIC X(39) VALUE SPACE.
           05 WS-TITLE2.
               10 FILLER PIC X(7) VALUE 'TASKID '.
               10 HD-SEL-TASKID PIC X(10).
               10 FILLER PIC X(6) VALUE ' FROM '.
               10 HD-SEL-FROM PIC X(8).
               10 FILLER PIC X(4) VALUE ' TO '.
               10 HD-SEL-TO PIC X(8).
               10 FILLER PIC X(7) VALUE ' FIELD '.
               10 HD-SEL-FIELD PIC X(10).
               10 FILLER PIC X(20) VALUE SPACE.
           05 WS-TITLE3.
               10 FILLER PIC X(32) VALUE
                  'FIELD      OLD VALUE            '.
               10 FILLER PIC X(21) VALUE 'NEW VALUE            '.
               10 FILLER PIC X(27) VALUE 'DATE     TIME   PROGRAM'.
       01 WS-TASK-LINE.
           05 FILLER PIC X(7) VALUE 'TASKID '.
           05 TK-TASKID PIC X(10).
           05 FILLER PIC X(63) VALUE SPACE.
       01 WS-DETAIL-LINE.
           05 DL-FIELD PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DL-OLD PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DL-NEW PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DL-DATE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DL-TIME PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DL-PROGRAM PIC X(8).
           05 FILLER PIC X(3) VALUE SPACE.
       01 WS-TOTAL-LINE.
           05 FILLER PIC X(17) VALUE 'FIELDS CHANGED:  '.
           05 TL-CHANGES PIC ZZZZZZ9.
           05 FILLER PIC X(11) VALUE '  TASKS:   '.
           05 TL-TASKS PIC ZZZZZZ9.
           05 FILLER PIC X(38) VALUE SPACE.
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM CHECK-PREREQS-PARA
           PERFORM OPEN-BATCH-LOG-PARA
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM READ-PARM-CARD-PARA
           OPEN INPUT RECOVLOG-FILE
           IF WS-RECOV-STATUS NOT = '00' THEN
               DISPLAY 'TASKCHG0 OPEN FAILED FOR RECOVLOG-FILE - '
                   'STATUS ' WS-RECOV-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00' THEN
               DISPLAY 'TASKCHG0 OPEN FAILED FOR REPORT-FILE - STATUS '
                   WS-REPORT-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO HD-RUN-DATE
           MOVE WS-TITLE1 TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE WS-TITLE2 TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE WS-TITLE3 TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           SORT SORT-WORK
               ON ASCENDING KEY SRT-TASKID SRT-DATE SRT-TIME SRT-SEQ
               INPUT PROCEDURE IS 1000-GATHER-IMAGES
               OUTPUT PROCEDURE IS 2000-COMPARE-IMAGES
           MOVE WS-CHANGE-COUNT TO TL-CHANGES
           MOVE WS-TASK-COUNT TO TL-TASKS
           MOVE SPACE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           CLOSE RECOVLOG-FILE
           CLOSE REPORT-FILE
           MOVE 'C' TO RPS-REQUEST
           CALL 'SUBRPS' USING RPS-PARM
           DISPLAY 'TASKCHG0 JOURNAL ROWS READ: ' WS-READ-COUNT
           DISPLAY 'TASKCHG0 IMAGES COMPARED: ' WS-SELECTED-COUNT
           DISPLAY 'TASKCHG0 FIELD CHANGES LISTED: ' WS-CHANGE-COUNT
           PERFORM WRITE-BATCH-LOG-END-PARA
           GOBACK.
       READ-PARM-CARD-PARA.
      * NO CARD, OR A BLANK ONE, LISTS EVERY CHANGE ON THE JOURNAL. A
      * DATE OR FIELD THAT CANNOT BE HONOURED STOPS THE RUN RATHER
      * THAN QUIETLY PRINTING SOMETHING OTHER THAN WHAT WAS ASKED FOR
           MOVE SPACES TO WS-SEL-TASKID
           MOVE SPACES TO WS-SEL-FROM-RAW
           MOVE SPACES TO WS-SEL-TO-RAW
           MOVE SPACES TO WS-SEL-FIELD
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = '00' THEN
               READ PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE PARM-CARD(1:10) TO WS-SEL-TASKID
                       MOVE PARM-CARD(12:8) TO WS-SEL-FROM-RAW
                       MOVE PARM-CARD(21:8) TO WS-SEL-TO-RAW
                       MOVE PARM-CARD(30:10) TO WS-SEL-FIELD
               END-READ
               CLOSE PARM-FILE
           END-IF
           IF WS-SEL-FROM-RAW NOT = SPACES THEN
               IF WS-SEL-FROM-RAW NOT NUMERIC THEN
                   DISPLAY 'TASKCHG0 BAD FROM DATE ' WS-SEL-FROM-RAW
                   PERFORM BATCH-LOG-FAILED-PARA
                   STOP RUN
               END-IF
               MOVE WS-SEL-FROM-RAW TO WS-CVT-DATE
               PERFORM DATE-TO-JULIAN-PARA
               MOVE WS-CVT-JDATE TO WS-FROM-JDATE
           END-IF
           IF WS-SEL-TO-RAW NOT = SPACES THEN
               IF WS-SEL-TO-RAW NOT NUMERIC THEN
                   DISPLAY 'TASKCHG0 BAD TO DATE ' WS-SEL-TO-RAW
                   PERFORM BATCH-LOG-FAILED-PARA
                   STOP RUN
               END-IF
               MOVE WS-SEL-TO-RAW TO WS-CVT-DATE
               PERFORM DATE-TO-JULIAN-PARA
               MOVE WS-CVT-JDATE TO WS-TO-JDATE
           END-IF
           IF WS-FROM-JDATE > WS-TO-JDATE THEN
               DISPLAY 'TASKCHG0 FROM DATE ' WS-SEL-FROM-RAW
                   ' IS AFTER TO DATE ' WS-SEL-TO-RAW
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           IF WS-SEL-FIELD NOT = SPACES THEN
               MOVE 'N' TO IF-FIELD-KNOWN
               PERFORM CHECK-ONE-FIELD-NAME-PARA
                   VARYING WS-FIELD-IX FROM 1 BY 1
                   UNTIL WS-FIELD-IX > 22 OR FIELD-KNOWN
               IF NOT FIELD-KNOWN THEN
                   DISPLAY 'TASKCHG0 UNKNOWN FIELD NAME ' WS-SEL-FIELD
                   PERFORM BATCH-LOG-FAILED-PARA
                   STOP RUN
               END-IF
           END-IF
           MOVE WS-SEL-TASKID TO HD-SEL-TASKID
           MOVE WS-SEL-FROM-RAW TO HD-SEL-FROM
           MOVE WS-SEL-TO-RAW TO HD-SEL-TO
           MOVE WS-SEL-FIELD TO HD-SEL-FIELD
           IF WS-SEL-TASKID = SPACES THEN
               MOVE 'ALL' TO HD-SEL-TASKID
           END-IF
           IF WS-SEL-FROM-RAW = SPACES THEN
               MOVE 'START' TO HD-SEL-FROM
           END-IF
           IF WS-SEL-TO-RAW = SPACES THEN
               MOVE 'END' TO HD-SEL-TO
           END-IF
           IF WS-SEL-FIELD = SPACES THEN
               MOVE 'ALL' TO HD-SEL-FIELD
           END-IF
           EXIT.
       CHECK-ONE-FIELD-NAME-PARA.
           IF WS-SEL-FIELD = WS-FIELD-NAME(WS-FIELD-IX) THEN
               MOVE 'Y' TO IF-FIELD-KNOWN
           END-IF
           EXIT.
       DATE-TO-JULIAN-PARA.
      * YYYYMMDD TO THE 0CYYDDD FORM EVERY JOURNAL ROW CARRIES - THE
      * SAME REDUCTION TASKRCV0 APPLIES TO ITS CUTOFF
           IF WS-CVT-CC NOT = 20 OR WS-CVT-MM < 1 OR WS-CVT-MM > 12
              OR WS-CVT-DD < 1 OR WS-CVT-DD > 31 THEN
               DISPLAY 'TASKCHG0 BAD DATE ON PARAMETER CARD '
                   WS-CVT-DATE
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           MOVE 0 TO WS-CVT-DDD
           MOVE 1 TO WS-MONTH-IX
           PERFORM ADD-ONE-MONTH-PARA
               UNTIL WS-MONTH-IX NOT < WS-CVT-MM
           COMPUTE WS-CVT-DDD = WS-CVT-DDD + WS-CVT-DD
           COMPUTE WS-CVT-JDATE =
               100000 + WS-CVT-YY * 1000 + WS-CVT-DDD
           EXIT.
       ADD-ONE-MONTH-PARA.
           PERFORM SET-MONTH-LEN-PARA
           ADD WS-THIS-MONTH-LEN TO WS-CVT-DDD
           ADD 1 TO WS-MONTH-IX
           EXIT.
       SET-MONTH-LEN-PARA.
           MOVE WS-MONTH-LEN(WS-MONTH-IX) TO WS-THIS-MONTH-LEN
           IF WS-MONTH-IX = 2 THEN
               DIVIDE WS-CVT-YY BY 4 GIVING WS-LEAP-REM
                   REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM = 0 THEN
                   ADD 1 TO WS-THIS-MONTH-LEN
               END-IF
           END-IF
           EXIT.
       JULIAN-TO-DATE-PARA.
      * AND BACK - WALK THE MONTH TABLE UNTIL THE DAY-OF-YEAR FITS
      * INSIDE A MONTH, WHAT IS LEFT IS THE DAY
           MOVE 20 TO WS-CVT-CC
           MOVE WS-CVT-JYY TO WS-CVT-YY
           MOVE WS-CVT-JDDD TO WS-CVT-DDD
           MOVE 1 TO WS-MONTH-IX
           PERFORM SET-MONTH-LEN-PARA
           PERFORM TAKE-ONE-MONTH-PARA
               UNTIL WS-CVT-DDD NOT > WS-THIS-MONTH-LEN
                  OR WS-MONTH-IX = 12
           MOVE WS-MONTH-IX TO WS-CVT-MM
           MOVE WS-CVT-DDD TO WS-CVT-DD
           EXIT.
       TAKE-ONE-MONTH-PARA.
           SUBTRACT WS-THIS-MONTH-LEN FROM WS-CVT-DDD
           ADD 1 TO WS-MONTH-IX
           PERFORM SET-MONTH-LEN-PARA
           EXIT.
       1000-GATHER-IMAGES.
      * A TASKID SELECTION IS APPLIED HERE; THE DATE RANGE IS NOT -
      * EARLIER IMAGES ARE STILL NEEDED AS THE "OLD" SIDE
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL END-OF-JOURNAL
               READ RECOVLOG-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF WS-SEL-TASKID = SPACES OR
                          RCV-TASK-IMAGE(1:10) = WS-SEL-TASKID THEN
                           MOVE RCV-TASK-IMAGE(1:10) TO SRT-TASKID
                           MOVE RCV-DATE TO SRT-DATE
                           MOVE RCV-TIME TO SRT-TIME
                           MOVE RCV-SEQ TO SRT-SEQ
                           MOVE RCV-PROGRAM TO SRT-PROGRAM
                           MOVE RCV-ACTION TO SRT-ACTION
                           MOVE RCV-TASK-IMAGE TO SRT-TASK-IMAGE
                           ADD 1 TO WS-SELECTED-COUNT
                           RELEASE SRT-RECOV-REC
                       ELSE
                           ADD 1 TO WS-SKIPPED-COUNT
                       END-IF
               END-READ
           END-PERFORM
           EXIT.
       2000-COMPARE-IMAGES.
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL END-OF-JOURNAL
               RETURN SORT-WORK
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM 2100-COMPARE-ONE-IMAGE
               END-RETURN
           END-PERFORM
           EXIT.
       2100-COMPARE-ONE-IMAGE.
      * THE FIRST IMAGE OF A TASK HAS NOTHING BEFORE IT - A WRITE IS
      * ITS CREATION, ANYTHING ELSE IS JUST THE STARTING POINT. EVERY
      * LATER IMAGE IS COMPARED FIELD BY FIELD WITH THE ONE BEFORE
           MOVE SRT-TASK-IMAGE TO FS-TASKS
           IF SRT-DATE < WS-FROM-JDATE OR SRT-DATE > WS-TO-JDATE THEN
               MOVE 'N' TO IF-IN-RANGE
           ELSE
               MOVE 'Y' TO IF-IN-RANGE
           END-IF
           IF SRT-TASKID NOT = WS-PREV-TASKID THEN
               MOVE SRT-TASKID TO WS-PREV-TASKID
               MOVE 'N' TO IF-TASK-HEADED
               IF SRT-ACTION = 'W' THEN
                   MOVE 'CREATED' TO WS-CHG-FIELD
                   MOVE SPACES TO WS-OLD-VALUE
                   MOVE T-USERNAME TO WS-NEW-VALUE
                   MOVE 20 TO WS-VALUE-LEN
                   PERFORM 2200-REPORT-CHANGE
               END-IF
           ELSE
               PERFORM 2300-COMPARE-FIELDS
               IF SRT-ACTION = 'D' THEN
                   MOVE 'DELETED' TO WS-CHG-FIELD
                   MOVE T-STATUS TO WS-OLD-VALUE
                   MOVE SPACES TO WS-NEW-VALUE
                   MOVE 1 TO WS-VALUE-LEN
                   PERFORM 2200-REPORT-CHANGE
               END-IF
           END-IF
           MOVE FS-TASKS TO FS-HISTORY
           EXIT.
       2300-COMPARE-FIELDS.
           IF T-USERNAME NOT = H-USERNAME THEN
               MOVE 'USERNAME' TO WS-CHG-FIELD
               MOVE H-USERNAME TO WS-OLD-VALUE
               MOVE T-USERNAME TO WS-NEW-VALUE
               MOVE 20 TO WS-VALUE-LEN
               PERFORM 2200-REPORT-CHANGE
           END-IF
           IF T-DESC-1 NOT = H-TASKVALUE(1:45) THEN
               MOVE 'DESC1' TO WS-CHG-FIELD
               MOVE H-TASKVALUE(1:45) TO WS-OLD-VALUE
               MOVE T-DESC-1 TO WS-NEW-VALUE
               MOVE 45 TO WS-VALUE-LEN
               PERFORM 2200-REPORT-CHANGE
           END-IF
           IF T-DESC-2 NOT = H-TASKVALUE(46:45) THEN
               MOVE 'DESC2' TO WS-CHG-FIELD
               MOVE H-TASKVALUE(46:45) TO WS-OLD-VALUE
               MOVE T-DESC-2 TO WS-NEW-VALUE
               MOVE 45 TO WS-VALUE-LEN
               PERFORM 2200-REPORT-CHANGE
           END-IF
           IF T-DESC-3 NOT = H-TASKVALUE(91:45) THEN
               MOVE 'DESC3' TO WS-CHG-FIELD
               MOVE H-TASKVALUE(91:45) TO WS-OLD-VALUE
               MOVE T-DESC-3 TO WS-NEW-VALUE
               MOVE 45 TO WS-VALUE-LEN
               PERFORM 2200-REPORT-CHANGE
           END-IF
           IF T-DESC-4 NOT = H-TASKVALUE(136:45) THEN
               MOVE 'DESC4' TO WS-CHG-FIELD
               MOVE H-TASKVALUE(136:45) TO WS-OLD-VALUE
               MOVE T-DESC-4 TO WS-NEW-VALUE
               MOVE 45 TO WS-VALUE-LEN
               PERFORM 2200-REPORT-CHANGE
           END-IF
           IF T-STATUS NOT = H-STATUS THEN
               MOVE 'STATUS' TO WS-CHG-FIELD
               MOVE H-STATUS TO WS-OLD-VALUE
               MOVE T-STATUS TO WS-NEW-VALUE
               MOVE 1 TO WS-VALUE-LEN
               PERFORM 2200-REPORT-CHANGE
           END-IF
           IF T-PRIORITY NOT = H-PRIORITY THEN
               MOVE 'PRIORITY' TO WS-CHG-FIELD
               MOVE H-PRIORITY TO WS-OLD-VALUE
               MOVE T-PRIORITY TO WS-NEW-VALUE
               MOVE 1 TO WS-VALUE-LEN
               PERFORM 2200-REPORT-CHANGE
           END-IF
           IF T-DUEDATE NOT = H-DUEDATE THEN
               MOVE 'DUEDATE' TO WS-CHG-FIELD
               MOVE H-DUEDATE TO WS-OLD-VALUE
               MOVE T-DUEDATE TO WS-NEW-VALUE
               MOVE 8 TO WS-VALUE-LEN
               PERFORM 2200-REPORT-CHANGE
           END-IF
           IF T-COMPLETED-DATE NOT = H-COMPLETED-DATE THEN
               MOVE 'COMPLDATE' TO WS-CHG-FIELD
               MOVE H-COMPLETED-DATE TO WS-OLD-VALUE
               MOVE T-COMPLETED-DATE TO WS-NEW-VALUE
               MOVE 7 TO WS-VALUE-LEN
               PERFORM 2200-REPORT-CHANGE
           END-IF
           IF T-COMPLETED-TIME NOT = H-COMPLETED-TIME THEN
               MOVE 'COMPLTIME' TO WS-CHG-FIELD
               MOVE H-COMPLETED-TIME TO WS-OLD-VALUE
               MOVE T-COMPLETED-TIME TO WS-NEW-VALUE
               MOVE 7 TO WS-VALUE-LEN
               PERFORM 2200-REPORT-CHANGE
           END-IF
           IF T-ASSIGNED-DATE NOT = H-ASSIGNED-DATE THEN
               MOVE 'ASSGNDATE' TO WS-CHG-FIELD
               MOVE H-ASSIGNED-DATE TO WS-OLD-VALUE
               MOVE T-ASSIGNED-DATE TO WS-NEW-VALUE
               MOVE 7 TO WS-VALUE-LEN
               PERFORM 2200-REPORT-CHANGE
           END-IF
           IF T-PREREQ-TASKID NOT = H-PREREQ-TASKID THEN
               MOVE 'PREREQ' TO WS-CHG-FIELD
               MOVE H-PREREQ-TASKID TO WS-OLD-VALUE
               MOVE T-PREREQ-TASKID TO WS-NEW-VALUE
               MOVE 10 TO WS-VALUE-LEN
               PERFORM 2200-REPORT-CHANGE
           END-IF
           IF T-ASSIGNED-BY NOT = H-ASSIGNED-BY THEN
               MOVE 'ASSIGNEDBY' TO WS-CHG-FIELD
               MOVE H-ASSIGNED-BY TO WS-OLD-VALUE
               MOVE T-ASSIGNED-BY TO WS-NEW-VALUE
               MOVE 20 TO WS-VALUE-LEN
               PERFORM 2200-REPORT-CHANGE
           END-IF
           IF T-REWORK-COUNT NOT = H-REWORK-COUNT THEN
               MOVE 'REWORK' TO WS-CHG-FIELD
               MOVE H-REWORK-COUNT TO WS-OLD-VALUE
               MOVE T-REWORK-COUNT TO WS-NEW-VALUE
               MOVE 2 TO WS-VALUE-LEN
               PERFORM 2200-REPORT-CHANGE
           END-IF
           IF T-CLAIMED-DATE NOT = H-CLAIMED-DATE THEN
               MOVE 'CLAIMDATE' TO WS-CHG-FIELD
               MOVE H-CLAIMED-DATE TO WS-OLD-VALUE
               MOVE T-CLAIMED-DATE TO WS-NEW-VALUE
               MOVE 7 TO WS-VALUE-LEN
               PERFORM 2200-REPORT-CHANGE
           END-IF
           IF T-SKILL-CODE NOT = H-SKILL-CODE THEN
               MOVE 'SKILL' TO WS-CHG-FIELD
               MOVE H-SKILL-CODE TO WS-OLD-VALUE
               MOVE T-SKILL-CODE TO WS-NEW-VALUE
               MOVE 8 TO WS-VALUE-LEN
               PERFORM 2200-REPORT-CHANGE
           END-IF
           IF T-CATEGORY NOT = H-CATEGORY THEN
               MOVE 'CATEGORY' TO WS-CHG-FIELD
               MOVE H-CATEGORY TO WS-OLD-VALUE
               MOVE T-CATEGORY TO WS-NEW-VALUE
               MOVE 6 TO WS-VALUE-LEN
               PERFORM 2200-REPORT-CHANGE
           END-IF
           IF T-COST-CENTER NOT = H-COST-CENTER THEN
               MOVE 'COSTCENTER' TO WS-CHG-FIELD
               MOVE H-COST-CENTER TO WS-OLD-VALUE
               MOVE T-COST-CENTER TO WS-NEW-VALUE
               MOVE 8 TO WS-VALUE-LEN
               PERFORM 2200-REPORT-CHANGE
           END-IF
           IF T-DEPT NOT = H-DEPT THEN
               MOVE 'DEPT' TO WS-CHG-FIELD
               MOVE H-DEPT TO WS-OLD-VALUE
               MOVE T-DEPT TO WS-NEW-VALUE
               MOVE 4 TO WS-VALUE-LEN
               PERFORM 2200-REPORT-CHANGE
           END-IF
           EXIT.
       2200-REPORT-CHANGE.
      * PRINTS ONE CHANGED FIELD IF IT FALLS INSIDE THE DATE RANGE AND
      * MATCHES THE FIELD SELECTION. THE FIRST PRINTED CHANGE OF A
      * TASK PUTS ITS TASKID LINE OUT FIRST
           IF IN-RANGE AND
              (WS-SEL-FIELD = SPACES OR WS-SEL-FIELD = WS-CHG-FIELD OR
               (WS-SEL-FIELD = 'DESC' AND WS-CHG-FIELD(1:4) = 'DESC'))
              THEN
               IF NOT TASK-HEADED THEN
                   MOVE SPACE TO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE-PARA
                   MOVE SRT-TASKID TO TK-TASKID
                   MOVE WS-TASK-LINE TO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE-PARA
                   MOVE 'Y' TO IF-TASK-HEADED
                   ADD 1 TO WS-TASK-COUNT
               END-IF
               MOVE SRT-DATE TO WS-CVT-JDATE
               PERFORM JULIAN-TO-DATE-PARA
               MOVE WS-CVT-DATE TO DL-DATE
               MOVE SRT-TIME(2:6) TO DL-TIME
               MOVE SRT-PROGRAM TO DL-PROGRAM
               MOVE WS-CHG-FIELD TO DL-FIELD
               MOVE WS-OLD-VALUE(1:20) TO DL-OLD
               MOVE WS-NEW-VALUE(1:20) TO DL-NEW
               MOVE WS-DETAIL-LINE TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA
               ADD 1 TO WS-CHANGE-COUNT
               MOVE 21 TO WS-CHUNK-POS
               PERFORM 2210-REPORT-CONTINUATION
                   UNTIL WS-CHUNK-POS > WS-VALUE-LEN
           END-IF
           EXIT.
       2210-REPORT-CONTINUATION.
      * THE REST OF A LONG VALUE, TWENTY BYTES A LINE UNDER ITS OWN
      * COLUMN - A CHUNK BLANK ON BOTH SIDES IS NOT PRINTED
           IF WS-OLD-VALUE(WS-CHUNK-POS:20) NOT = SPACES OR
              WS-NEW-VALUE(WS-CHUNK-POS:20) NOT = SPACES THEN
               MOVE SPACES TO DL-FIELD
               MOVE WS-OLD-VALUE(WS-CHUNK-POS:20) TO DL-OLD
               MOVE WS-NEW-VALUE(WS-CHUNK-POS:20) TO DL-NEW
               MOVE SPACES TO DL-DATE
               MOVE SPACES TO DL-TIME
               MOVE SPACES TO DL-PROGRAM
               MOVE WS-DETAIL-LINE TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA
           END-IF
           ADD 20 TO WS-CHUNK-POS
           EXIT.
       WRITE-REPORT-LINE-PARA.
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = '00' THEN
               DISPLAY 'TASKCHG0 REPORT WRITE FAILED - STATUS '
                   WS-REPORT-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           MOVE 'W' TO RPS-REQUEST
           MOVE REPORT-LINE TO RPS-LINE
           CALL 'SUBRPS' USING RPS-PARM
           EXIT.
       CHECK-PREREQS-PARA.
      * OPERATOR-MAINTAINED RUN-ORDER GUARD - SUBPRQ CHECKS THE
      * JOBPREREQ LIST AGAINST TONIGHT'S BATCHLOG ROWS AND THE JOB
      * REFUSES TO START (LOUDLY, AND ON THE JOURNAL) WHEN A
      * PREREQUISITE HAS NOT COME THROUGH NORMAL. AN OVERRIDE CARD ON
      * OVRDD LETS OPERATIONS PUSH PAST A KNOWN-GOOD SKIP
           MOVE 'TASKCHG0' TO PRQ-JOBNAME
           ACCEPT PRQ-RUN-DATE FROM DATE YYYYMMDD
           CALL 'SUBPRQ' USING PRQ-PARM
           EVALUATE TRUE
           WHEN PRQ-BLOCKED
               DISPLAY 'TASKCHG0 BLOCKED - NO NORMAL '
                   PRQ-MISSING-JOB ' RUN TONIGHT'
               PERFORM WRITE-BLOCKED-LOG-PARA
               STOP RUN
           WHEN PRQ-OVERRIDDEN
               DISPLAY 'TASKCHG0 PREREQ ' PRQ-MISSING-JOB
                   ' MISSING - RUNNING ON OPERATOR OVERRIDE'
           END-EVALUATE
           EXIT.
       WRITE-BLOCKED-LOG-PARA.
      * THE REFUSAL ITSELF GOES ON THE JOURNAL SO TASKBLG0 SHOWS WHAT
      * WAS BLOCKED AND WHY, INSTEAD OF A JOB THAT SILENTLY NEVER RAN
           OPEN I-O BATCHLOG-FILE
           IF WS-BATCHLOG-STATUS NOT = '00' THEN
               DISPLAY 'TASKCHG0 OPEN FAILED FOR BATCHLOG-FILE - '
                   'STATUS ' WS-BATCHLOG-STATUS
               STOP RUN
           END-IF
           MOVE 'TASKCHG0' TO BL-JOBNAME
           ACCEPT BL-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-BL-TIME-RAW FROM TIME
           COMPUTE BL-START-TIME = WS-BL-TIME-RAW / 100
           MOVE BL-START-DATE TO BL-END-DATE
           MOVE BL-START-TIME TO BL-END-TIME
           MOVE 0 TO BL-READ-COUNT
           MOVE 0 TO BL-WRITTEN-COUNT
           MOVE 0 TO BL-ARCHIVED-COUNT
           MOVE 0 TO BL-SKIPPED-COUNT
           MOVE 'BLOCKED' TO BL-OUTCOME
           WRITE FS-BATCHLOG
           CLOSE BATCHLOG-FILE
           EXIT.
       OPEN-BATCH-LOG-PARA.
      * FIRST THING THE JOB DOES - THE ROW GOES ON AS 'RUNNING' AND
      * IS REWRITTEN WITH COUNTS AND OUTCOME ON THE WAY OUT, SO AN
      * ABEND LEAVES A VISIBLE 'RUNNING' ROW BEHIND FOR TASKBLG0
           OPEN I-O BATCHLOG-FILE
           IF WS-BATCHLOG-STATUS NOT = '00' THEN
               DISPLAY 'TASKCHG0 OPEN FAILED FOR BATCHLOG-FILE - '
                   'STATUS ' WS-BATCHLOG-STATUS
               STOP RUN
           END-IF
           MOVE 'TASKCHG0' TO BL-JOBNAME
           ACCEPT BL-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-BL-TIME-RAW FROM TIME
           COMPUTE BL-START-TIME = WS-BL-TIME-RAW / 100
           MOVE 0 TO BL-END-DATE
           MOVE 0 TO BL-END-TIME
           MOVE 0 TO BL-READ-COUNT
           MOVE 0 TO BL-WRITTEN-COUNT
           MOVE 0 TO BL-ARCHIVED-COUNT
           MOVE 0 TO BL-SKIPPED-COUNT
           MOVE 'RUNNING' TO BL-OUTCOME
           WRITE FS-BATCHLOG
           IF WS-BATCHLOG-STATUS NOT = '00' THEN
               DISPLAY 'TASKCHG0 BATCHLOG WRITE FAILED - STATUS '
                   WS-BATCHLOG-STATUS
               STOP RUN
           END-IF
           EXIT.
       WRITE-BATCH-LOG-END-PARA.
           ACCEPT BL-END-DATE FROM DATE YYYYMMDD
           ACCEPT WS-BL-TIME-RAW FROM TIME
           COMPUTE BL-END-TIME = WS-BL-TIME-RAW / 100
           MOVE WS-READ-COUNT TO BL-READ-COUNT
           MOVE WS-CHANGE-COUNT TO BL-WRITTEN-COUNT
           MOVE WS-SKIPPED-COUNT TO BL-SKIPPED-COUNT
           MOVE 'NORMAL' TO BL-OUTCOME
           REWRITE FS-BATCHLOG
           IF WS-BATCHLOG-STATUS NOT = '00' THEN
               DISPLAY 'TASKCHG0 BATCHLOG REWRITE FAILED - STATUS '
                   WS-BATCHLOG-STATUS
           END-IF
           CLOSE BATCHLOG-FILE
           EXIT.
       BATCH-LOG-FAILED-PARA.
      * ON THE WAY TO ANY STOP RUN ONCE THE RUNNING ROW IS ON - THE
      * JOURNAL SHOWS FAILED INSTEAD OF A DANGLING RUNNING ROW
           ACCEPT BL-END-DATE FROM DATE YYYYMMDD
           ACCEPT WS-BL-TIME-RAW FROM TIME
           COMPUTE BL-END-TIME = WS-BL-TIME-RAW / 100
           MOVE WS-READ-COUNT TO BL-READ-COUNT
           MOVE WS-CHANGE-COUNT TO BL-WRITTEN-COUNT
           MOVE WS-SKIPPED-COUNT TO BL-SKIPPED-COUNT
           MOVE 'FAILED' TO BL-OUTCOME
           REWRITE FS-BATCHLOG
           CLOSE BATCHLOG-FILE
           EXIT.
