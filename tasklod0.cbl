      * TASKIDS FROM THE TASKCTR COUNTER AND WRITES THE GOOD ONES TO
      * TASKS. EVERY DROPPED LINE GOES TO A REJECT LISTING WITH THE
      * REASON.
      * AN OPTIONAL SIXTH COLUMN CARRIES THE SKILL CODE THE WORK CALLS
      * FOR. A LINE AIMED AT SOMEONE NOT HOLDING IT ON THE SKILLS FILE
      * LOADS WITH A WARNING, OR IS REJECTED WHEN THE SKILLRUL CONTROL
      * ROW HAS THE HARD RULE SWITCHED ON - THE SAME RULE THE SCREEN
      * APPLIES.
      * AN OPTIONAL SEVENTH COLUMN CARRIES THE WORK CATEGORY CODE. IT
      * MUST BE ON THE CATEGORY CATALOG, AND A BLANK PRIORITY OR DUE
      * DATE TAKES THE CATALOG ROW'S DEFAULT BEFORE THE SHOP DEFAULTS.
      * AN OPTIONAL EIGHTH COLUMN CARRIES THE COST CENTER THE WORK IS
      * CHARGED TO.
      * TASKIDS ARE TAKEN FROM TASKCTR A BLOCK AT A TIME, WITH THE
      * COUNTER PUSHED FORWARD ON FILE BEFORE ANY ID FROM THE BLOCK IS
      * USED - A CRASH MID-RUN CAN ONLY BURN UNUSED NUMBERS, NEVER
      * HAND THE SAME ID OUT TWICE. IDS NEED ONLY BE UNIQUE AND
      * ASCENDING, NOT DENSE.
      * THE FILE IS BRACKETED BY TWO CONTROL RECORDS, FIELDS ZERO-
      * PADDED TO THE WIDTHS SHOWN:
      *   HDR|SSSS|YYYYMMDD|NNNNN - FIRST LINE: SENDING SYSTEM (UP TO
      *                             FOUR CHARACTERS), FILE CREATION
      *                             DATE AND FILE SEQUENCE NUMBER
      *   TRL|NNNNNNN             - LAST LINE: NUMBER OF TASK LINES
      *                             BETWEEN THE TWO
      * THE WHOLE FILE IS PROVED BEFORE ANYTHING IS WRITTEN - A
      * MISSING OR BAD HEADER OR TRAILER, A TRAILER COUNT THAT
      * DISAGREES (A TRUNCATED TRANSFER) OR A SEQUENCE NUMBER ALREADY
      * PROCESSED FOR THAT SYSTEM (A RESENT FILE) REJECTS THE FILE
      * OUTRIGHT. A SEQUENCE OTHER THAN THE NEXT ONE AFTER THE LAST
      * PROCESSED IS REJECTED TOO, UNLESS OPERATIONS PUT A CARD ON
      * PARMDD READING OVERRIDE IN COLUMNS 1-8 AND THAT SAME SEQUENCE
      * NUMBER IN COLUMNS 10-14. EACH PROCESSED SEQUENCE IS KEPT ON
      * CONTROL AS ROW L+SYSTEM+SEQUENCE (STAMPED WITH THE RUN DATE),
      * THE HIGHEST AS ROW LODSEQ+SYSTEM, AND THE RUN'S SEQUENCE GOES
      * IN THE ARCHIVED SLOT OF ITS BATCHLOG ROW.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAD-FILE ASSIGN TO LOADDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAD-STATUS.
           SELECT PARM-FILE ASSIGN TO PARMDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT TASKS-FILE ASSIGN TO TASKSDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AB-KEY
               FILE STATUS IS WS-ABSENCE-STATUS.
           SELECT SKILLS-FILE ASSIGN TO SKILLDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SK-KEY
               FILE STATUS IS WS-SKILLS-STATUS.
           SELECT CATEGORY-FILE ASSIGN TO CATDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAT-CODE
               FILE STATUS IS WS-CATEGORY-STATUS.
           SELECT REJECT-FILE ASSIGN TO REJDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.
       FD  LOAD-FILE
           LABEL RECORDS ARE STANDARD.
       01  LOAD-LINE PIC X(200).
       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARM-CARD PIC X(80).
       FD  TASKS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TASKSREC.
       FD  ABSENCE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ABSREC.
       FD  SKILLS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SKILLREC.
       FD  CATEGORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CATREC.
       FD  REJECT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REJECT-LINE PIC X(120).
       WORKING-STORAGE SECTION.
       01 WS-BATCHLOG-STATUS PIC XX.
       01 WS-BL-TIME-RAW PIC 9(8).
      * TASKSUM PARAMETER AREA - SEE SUBTSB
       01 TSB-PARM.
           05 TSB-REQUEST PIC X.
           05 TSB-JOBNAME PIC X(8) VALUE 'TASKLOD0'.
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
           88 END-OF-ABS-SCAN VALUE 'Y'.
       01 WS-ABS-DELEGATE PIC X(20).
       01 WS-REROUTED-COUNT PIC 9(7) VALUE 0.
      * QUALIFICATION CHECK - A MISSING SKILLS DATASET MUST NOT STOP
      * THE LOAD EITHER, THE CHECK GOES QUIET LIKE THE OTHER TWO.
      * SKILLRUL ON CONTROL (NON-ZERO) MAKES AN UNQUALIFIED TARGET A
      * REJECT INSTEAD OF A WARNING
       01 WS-SKILLS-STATUS PIC XX.
       01 IF-SKILLS-OPEN PIC X VALUE 'N'.
           88 SKILLS-OPEN VALUE 'Y'.
       01 IF-SKILL-HARD-RULE PIC X VALUE 'N'.
           88 SKILL-HARD-RULE VALUE 'Y'.
       01 WS-SKILL-WARN-COUNT PIC 9(7) VALUE 0.
       01 WS-SKILL-REASON.
           05 FILLER PIC X(21) VALUE 'ASSIGNEE LACKS SKILL '.
           05 SKR-SKILL PIC X(8).
           05 FILLER PIC X(6) VALUE SPACES.
      * CATEGORY CATALOG - WITHOUT IT UNCATEGORISED LINES STILL LOAD,
      * BUT A LINE NAMING A CATEGORY CANNOT BE CHECKED AND IS REJECTED
       01 WS-CATEGORY-STATUS PIC XX.
       01 IF-CATEGORY-OPEN PIC X VALUE 'N'.
           88 CATEGORY-OPEN VALUE 'Y'.
       01 IF-CATEGORY-OK PIC X.
           88 CATEGORY-OK VALUE 'Y'.
       01 WS-CAT-REASON PIC X(35).
       01 WS-CAT-DEF-DAYS PIC 9(3).
      * SAME PARAMETER AREA EVERY CALLER OF SUBDTV USES
       01 DTV-PARM.
           05 DTV-DATE PIC X(8).
           05 LD-DESC PIC X(45).
           05 LD-PRIORITY PIC X(1).
           05 LD-DUEDATE PIC X(8).
           05 LD-SKILL PIC X(8).
           05 LD-CATEGORY PIC X(6).
           05 LD-COST-CENTER PIC X(8).
       01 WS-REJECT-REASON PIC X(35).
       01 WS-REJECT-DETAIL.
           05 RJ-USERNAME PIC X(20).
           05 WS-BLOCK-NEXT PIC 9(9) VALUE 0.
           05 WS-BLOCK-LAST PIC 9(9) VALUE 0.
           05 WS-BLOCK-SIZE PIC 9(3) VALUE 100.
      * OPEN/IN-PROGRESS COUNTS PER USER, SEEDED OFF THE USER'S
      * TASKSUM ROW THE FIRST TIME THE LOAD NAMES THEM AND KEPT
      * CURRENT AS LINES LOAD, SO THE CEILING CHECK NEVER RE-READS
      * ANYTHING PER INPUT LINE. WHEN TASKSUM WILL NOT OPEN, THE
      * UP-FRONT PASS OVER TASKS COUNTS THEM INSTEAD
       01 WS-USER-COUNTS.
           05 WS-USER-ENTRY OCCURS 200 TIMES.
               10 WS-UC-USERNAME PIC X(20).
       01 WS-UC-IX PIC 9(3).
       01 WS-UC-FOUND PIC X.
           88 UC-FOUND VALUE 'Y'.
       01 IF-COUNT-IN-PASS PIC X VALUE 'N'.
           88 COUNT-IN-PASS VALUE 'Y'.
      * FIRST DESCRIPTION SEGMENT OF EVERY OPEN ROW, LOADED IN THE
      * SAME UP-FRONT PASS AS THE CEILING COUNTS AND KEPT CURRENT AS
      * LINES LOAD - THE DUPLICATE CHECK NEVER RE-READS THE FILE
           05 FILLER PIC X(13) VALUE 'DUPLICATE OF '.
           05 DR-TASKID PIC X(10).
           05 FILLER PIC X(12) VALUE SPACES.
      * LOAD-FILE CONTROL RECORDS - SEE THE PROLOGUE. THE COUNT-IN
      * LENGTHS CATCH A FIELD TOO LONG FOR ITS SLOT, WHICH UNSTRING
      * WOULD OTHERWISE CUT SHORT WITHOUT A WORD
       01 WS-LOAD-HEADER.
           05 LH-TAG PIC X(3).
           05 LH-SYSTEM PIC X(4).
           05 LH-CREATED PIC X(8).
           05 LH-SEQ-X PIC X(5).
           05 LH-SEQ REDEFINES LH-SEQ-X PIC 9(5).
       01 WS-LOAD-TRAILER.
           05 LT-TAG PIC X(3).
           05 LT-COUNT-X PIC X(7).
           05 LT-COUNT REDEFINES LT-COUNT-X PIC 9(7).
       01 WS-CTL-FIELD-LENGTHS.
           05 LC-TAG-LEN PIC 9(3).
           05 LC-SYSTEM-LEN PIC 9(3).
           05 LC-CREATED-LEN PIC 9(3).
           05 LC-NUMBER-LEN PIC 9(3).
       01 WS-DETAIL-COUNT PIC 9(7) VALUE 0.
       01 WS-FILE-SEQ PIC 9(5) VALUE 0.
       01 WS-LAST-SEQ PIC 9(9) VALUE 0.
       01 WS-EXPECTED-SEQ PIC 9(9) VALUE 0.
       01 WS-FILE-REJECT-REASON PIC X(35).
       01 IF-TRAILER-SEEN PIC X.
           88 TRAILER-SEEN VALUE 'Y'.
       01 WS-PARM-STATUS PIC XX.
       01 WS-OVERRIDE-CARD PIC X(80).
       01 WS-SEQ-LOADED-DATE PIC 9(8).
       01 WS-SEQ-REASON.
           05 FILLER PIC X(30) VALUE
               'SEQUENCE OUT OF ORDER - WANTED'.
           05 SR-EXPECTED PIC 9(5).
      * CONTROL ROW KEYS - THE PROCESSED-SEQUENCE ROW AND THE
      * HIGHEST-SEQUENCE ROW FOR THE SENDING SYSTEM
       01 WS-SEQ-DONE-KEY.
           05 FILLER PIC X(1) VALUE 'L'.
           05 SDK-SYSTEM PIC X(4).
           05 SDK-SEQ PIC X(5).
       01 WS-SEQ-HIGH-KEY.
           05 FILLER PIC X(6) VALUE 'LODSEQ'.
           05 SHK-SYSTEM PIC X(4).
      * THE BATCH-WINDOW SWITCH - SET WHILE THIS JOB REWRITES TASKS,
      * CLEARED ON EVERY WAY OUT
       01 WS-QUIESCE-VALUE PIC 9(1).
               DISPLAY 'TASKLOD0 NO ABSENCE FILE - STATUS '
                   WS-ABSENCE-STATUS ' - ABSENCE CHECK SKIPPED'
           END-IF
           OPEN INPUT SKILLS-FILE
           IF WS-SKILLS-STATUS = '00' THEN
               MOVE 'Y' TO IF-SKILLS-OPEN
           ELSE
               DISPLAY 'TASKLOD0 NO SKILLS FILE - STATUS '
                   WS-SKILLS-STATUS ' - SKILL CHECK SKIPPED'
           END-IF
           OPEN INPUT CATEGORY-FILE
           IF WS-CATEGORY-STATUS = '00' THEN
               MOVE 'Y' TO IF-CATEGORY-OPEN
           ELSE
               DISPLAY 'TASKLOD0 NO CATEGORY CATALOG - STATUS '
                   WS-CATEGORY-STATUS ' - CATEGORISED LINES REJECT'
           END-IF
           PERFORM CHECK-LOAD-CONTROL-PARA
           PERFORM SET-QUIESCE-PARA
           PERFORM READ-SLA-DAYS-PARA
           PERFORM READ-SKILL-RULE-PARA
           PERFORM LOAD-USER-COUNTS-PARA
      * THE HEADER WAS READ AGAIN ON THE REOPEN - THE TRAILER ENDS
      * THE TASK LINES
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL END-OF-LOAD
               READ LOAD-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF LOAD-LINE(1:4) = 'TRL|' THEN
                           MOVE 'Y' TO WS-EOF-FLAG
                       ELSE
                           ADD 1 TO WS-READ-COUNT
                           PERFORM LOAD-ONE-LINE-PARA
                       END-IF
               END-READ
           END-PERFORM
           PERFORM RECORD-LOAD-SEQUENCE-PARA
           PERFORM CLEAR-QUIESCE-PARA
           CLOSE LOAD-FILE
           CLOSE TASKS-FILE
           MOVE 'C' TO TSB-REQUEST
           CALL 'SUBTSB' USING TSB-PARM
           CLOSE USERS-FILE
           CLOSE CONTROL-FILE
           CLOSE RECOVLOG-FILE
           IF ABSENCE-OPEN THEN
               CLOSE ABSENCE-FILE
           END-IF
           IF SKILLS-OPEN THEN
               CLOSE SKILLS-FILE
           END-IF
           IF CATEGORY-OPEN THEN
               CLOSE CATEGORY-FILE
           END-IF
           CLOSE REJECT-FILE
           DISPLAY 'TASKLOD0 FILE FROM SYSTEM ' LH-SYSTEM
               ' SEQUENCE ' LH-SEQ-X ' CREATED ' LH-CREATED
           DISPLAY 'TASKLOD0 LINES READ: ' WS-READ-COUNT
           DISPLAY 'TASKLOD0 TASKS LOADED: ' WS-LOADED-COUNT
           DISPLAY 'TASKLOD0 LINES REJECTED: ' WS-REJECT-COUNT
           DISPLAY 'TASKLOD0 NON-WORK-DAY WARNINGS: ' WS-WARN-COUNT
           DISPLAY 'TASKLOD0 REROUTED TO DELEGATES: ' WS-REROUTED-COUNT
           DISPLAY 'TASKLOD0 UNQUALIFIED ASSIGNEES: '
               WS-SKILL-WARN-COUNT
           PERFORM WRITE-BATCH-LOG-END-PARA
           GOBACK.
       CHECK-LOAD-CONTROL-PARA.
      * PROVES THE WHOLE FILE BEFORE THE FIRST TASK IS WRITTEN - SEE
      * THE PROLOGUE. A FILE THAT FAILS IS REJECTED OUTRIGHT AND THE
      * JOB ENDS FAILED WITH NOTHING LOADED. ONE THAT PASSES IS READ
      * AGAIN FROM THE TOP WITH THE HEADER ALREADY BEHIND IT
           MOVE SPACES TO WS-FILE-REJECT-REASON
           MOVE 0 TO WS-DETAIL-COUNT
           MOVE SPACES TO WS-LOAD-HEADER
           READ LOAD-FILE
               AT END
                   MOVE 'EMPTY FILE - NO HEADER RECORD' TO
                       WS-FILE-REJECT-REASON
               NOT AT END
                   PERFORM EDIT-LOAD-HEADER-PARA
           END-READ
           IF WS-FILE-REJECT-REASON = SPACES THEN
               MOVE 'N' TO IF-TRAILER-SEEN
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-LOAD
                   OR WS-FILE-REJECT-REASON NOT = SPACES
                   READ LOAD-FILE
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END PERFORM SCAN-LOAD-LINE-PARA
                   END-READ
               END-PERFORM
           END-IF
           IF WS-FILE-REJECT-REASON = SPACES AND NOT TRAILER-SEEN THEN
               MOVE 'NO TRAILER RECORD - FILE TRUNCATED' TO
                   WS-FILE-REJECT-REASON
           END-IF
           IF WS-FILE-REJECT-REASON = SPACES THEN
               PERFORM CHECK-LOAD-SEQUENCE-PARA
           END-IF
           IF WS-FILE-REJECT-REASON NOT = SPACES THEN
               PERFORM REJECT-LOAD-FILE-PARA
           END-IF
           CLOSE LOAD-FILE
           OPEN INPUT LOAD-FILE
           IF WS-LOAD-STATUS NOT = '00' THEN
               DISPLAY 'TASKLOD0 REOPEN FAILED FOR LOAD-FILE - STATUS '
                   WS-LOAD-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           READ LOAD-FILE
           IF WS-LOAD-STATUS NOT = '00' THEN
               DISPLAY 'TASKLOD0 HEADER REREAD FAILED - STATUS '
                   WS-LOAD-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           EXIT.
       EDIT-LOAD-HEADER-PARA.
      * THE TAG MUST BE HDR ON ITS OWN, THE SYSTEM ONE TO FOUR
      * CHARACTERS, THE DATE AND THE SEQUENCE ALL DIGITS AT FULL WIDTH
           MOVE 0 TO LC-TAG-LEN LC-SYSTEM-LEN LC-CREATED-LEN
               LC-NUMBER-LEN
           UNSTRING LOAD-LINE DELIMITED BY '|' OR SPACE
               INTO LH-TAG COUNT IN LC-TAG-LEN
                    LH-SYSTEM COUNT IN LC-SYSTEM-LEN
                    LH-CREATED COUNT IN LC-CREATED-LEN
                    LH-SEQ-X COUNT IN LC-NUMBER-LEN
           END-UNSTRING
           EVALUATE TRUE
           WHEN LH-TAG NOT = 'HDR' OR LC-TAG-LEN NOT = 3
               MOVE 'FIRST LINE IS NOT A HEADER RECORD' TO
                   WS-FILE-REJECT-REASON
           WHEN LH-SYSTEM = SPACES OR LC-SYSTEM-LEN > 4
               MOVE 'HEADER SYSTEM NOT 1-4 CHARACTERS' TO
                   WS-FILE-REJECT-REASON
           WHEN LC-CREATED-LEN NOT = 8 OR LH-CREATED NOT NUMERIC
               MOVE 'HEADER CREATION DATE NOT YYYYMMDD' TO
                   WS-FILE-REJECT-REASON
           WHEN LC-NUMBER-LEN NOT = 5 OR LH-SEQ-X NOT NUMERIC
               MOVE 'HEADER SEQUENCE NOT FIVE DIGITS' TO
                   WS-FILE-REJECT-REASON
           WHEN LH-SEQ = 0
               MOVE 'HEADER SEQUENCE IS ZERO' TO
                   WS-FILE-REJECT-REASON
           WHEN OTHER
               MOVE LH-SEQ TO WS-FILE-SEQ
           END-EVALUATE
           EXIT.
       SCAN-LOAD-LINE-PARA.
      * EVERY LINE BETWEEN THE HEADER AND THE TRAILER IS A TASK LINE.
      * A SECOND HEADER OR A LINE AFTER THE TRAILER MEANS TWO FILES
      * RAN TOGETHER OR A RESTARTED TRANSFER APPENDED TO THE FIRST
           EVALUATE TRUE
           WHEN TRAILER-SEEN AND LOAD-LINE = SPACES
               CONTINUE
           WHEN TRAILER-SEEN
               MOVE 'LINES FOLLOW THE TRAILER RECORD' TO
                   WS-FILE-REJECT-REASON
           WHEN LOAD-LINE(1:4) = 'HDR|'
               MOVE 'SECOND HEADER RECORD IN FILE' TO
                   WS-FILE-REJECT-REASON
           WHEN LOAD-LINE(1:4) = 'TRL|'
               MOVE 'Y' TO IF-TRAILER-SEEN
               PERFORM EDIT-LOAD-TRAILER-PARA
           WHEN OTHER
               ADD 1 TO WS-DETAIL-COUNT
           END-EVALUATE
           EXIT.
       EDIT-LOAD-TRAILER-PARA.
           MOVE SPACES TO WS-LOAD-TRAILER
           MOVE 0 TO LC-TAG-LEN LC-NUMBER-LEN
           UNSTRING LOAD-LINE DELIMITED BY '|' OR SPACE
               INTO LT-TAG COUNT IN LC-TAG-LEN
                    LT-COUNT-X COUNT IN LC-NUMBER-LEN
           END-UNSTRING
           IF LC-NUMBER-LEN NOT = 7 OR LT-COUNT-X NOT NUMERIC THEN
               MOVE 'TRAILER COUNT NOT SEVEN DIGITS' TO
                   WS-FILE-REJECT-REASON
           ELSE
               IF LT-COUNT NOT = WS-DETAIL-COUNT THEN
                   DISPLAY 'TASKLOD0 TRAILER SAYS ' LT-COUNT
                       ' TASK LINES - FILE HOLDS ' WS-DETAIL-COUNT
                   MOVE 'TRAILER COUNT DISAGREES WITH FILE' TO
                       WS-FILE-REJECT-REASON
               END-IF
           END-IF
           EXIT.
       CHECK-LOAD-SEQUENCE-PARA.
      * A SEQUENCE ALREADY ON FILE FOR THE SYSTEM IS A RESEND AND NO
      * OVERRIDE LETS IT THROUGH. ANYTHING BUT THE NEXT AFTER THE
      * HIGHEST PROCESSED NEEDS THE OPERATOR'S CARD. THE FIRST FILE
      * EVER SEEN FROM A SYSTEM STARTS ITS RUN WHEREVER IT STARTS
           MOVE LH-SYSTEM TO SDK-SYSTEM
           MOVE LH-SEQ-X TO SDK-SEQ
           MOVE WS-SEQ-DONE-KEY TO CTL-KEY
           READ CONTROL-FILE
           EVALUATE WS-CONTROL-STATUS
           WHEN '00'
               MOVE CTL-NEXT-TASKID TO WS-SEQ-LOADED-DATE
               DISPLAY 'TASKLOD0 SEQUENCE ' LH-SEQ-X ' FROM '
                   LH-SYSTEM ' WAS LOADED ON ' WS-SEQ-LOADED-DATE
               MOVE 'SEQUENCE ALREADY PROCESSED' TO
                   WS-FILE-REJECT-REASON
           WHEN '23'
               CONTINUE
           WHEN OTHER
               DISPLAY 'TASKLOD0 CONTROL READ FAILED - STATUS '
                   WS-CONTROL-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-EVALUATE
           IF WS-FILE-REJECT-REASON = SPACES THEN
               MOVE LH-SYSTEM TO SHK-SYSTEM
               MOVE WS-SEQ-HIGH-KEY TO CTL-KEY
               READ CONTROL-FILE
               EVALUATE WS-CONTROL-STATUS
               WHEN '00'
                   MOVE CTL-NEXT-TASKID TO WS-LAST-SEQ
                   COMPUTE WS-EXPECTED-SEQ = WS-LAST-SEQ + 1
                   IF LH-SEQ NOT = WS-EXPECTED-SEQ THEN
                       PERFORM CHECK-SEQ-OVERRIDE-PARA
                   END-IF
               WHEN '23'
                   MOVE 0 TO WS-LAST-SEQ
                   DISPLAY 'TASKLOD0 FIRST FILE FROM SYSTEM '
                       LH-SYSTEM ' - SEQUENCE ' LH-SEQ-X
                       ' STARTS THE RUN'
               WHEN OTHER
                   DISPLAY 'TASKLOD0 CONTROL READ FAILED - STATUS '
                       WS-CONTROL-STATUS
                   PERFORM BATCH-LOG-FAILED-PARA
                   STOP RUN
               END-EVALUATE
           END-IF
           EXIT.
       CHECK-SEQ-OVERRIDE-PARA.
      * OPERATIONS SIGN FOR AN OUT-OF-ORDER FILE BY NAMING ITS
      * SEQUENCE ON THE CARD, SO A CARD LEFT IN THE DECK FROM AN
      * EARLIER NIGHT DOES NOT WAVE THROUGH THE NEXT GAP AS WELL
           MOVE WS-EXPECTED-SEQ TO SR-EXPECTED
           MOVE SPACES TO WS-OVERRIDE-CARD
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = '00' THEN
               READ PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE PARM-CARD TO WS-OVERRIDE-CARD
               END-READ
               CLOSE PARM-FILE
           END-IF
           IF WS-OVERRIDE-CARD(1:8) = 'OVERRIDE' AND
              WS-OVERRIDE-CARD(10:5) = LH-SEQ-X THEN
               DISPLAY 'TASKLOD0 SEQUENCE ' LH-SEQ-X ' FROM '
                   LH-SYSTEM ' OUT OF ORDER (EXPECTED ' SR-EXPECTED
                   ') - RUNNING ON OPERATOR OVERRIDE'
           ELSE
               MOVE WS-SEQ-REASON TO WS-FILE-REJECT-REASON
           END-IF
           EXIT.
       REJECT-LOAD-FILE-PARA.
      * THE REASON GOES ON THE JOB LOG AND ON THE REJECT LISTING THE
      * SENDING SYSTEM ALREADY READS, AND THE JOB ENDS FAILED WITH
      * NOTHING LOADED - THE QUIESCE SWITCH IS NOT SET YET
           DISPLAY 'TASKLOD0 LOAD FILE REJECTED - '
               WS-FILE-REJECT-REASON
           DISPLAY 'TASKLOD0 NO TASKS LOADED - CORRECT OR RESEND '
               'THE FILE'
           MOVE '*** LOAD FILE ***' TO LD-USERNAME
           MOVE WS-FILE-REJECT-REASON TO WS-REJECT-REASON
           MOVE SPACES TO LD-DESC
           STRING 'SYSTEM ' LH-SYSTEM ' SEQUENCE ' LH-SEQ-X
               ' - NOTHING LOADED' DELIMITED BY SIZE
             INTO LD-DESC
           PERFORM WRITE-REJECT-LINE-PARA
           PERFORM BATCH-LOG-FAILED-PARA
           STOP RUN
           EXIT.
       RECORD-LOAD-SEQUENCE-PARA.
      * WRITTEN AFTER THE LOAD, NOT BEFORE - A RUN THAT DIES PART-WAY
      * CAN BE RERUN WITH THE SAME FILE, AND THE DUPLICATE CHECK TURNS
      * AWAY THE LINES THE DEAD RUN ALREADY LOADED. THE HIGHEST-
      * SEQUENCE ROW STAYS PUT FOR A LATE FILE FILLING AN EARLIER GAP
           MOVE WS-SEQ-DONE-KEY TO CTL-KEY
           MOVE WS-RUN-DATE TO CTL-NEXT-TASKID
           WRITE FS-CONTROL
           IF WS-CONTROL-STATUS NOT = '00' THEN
               DISPLAY 'TASKLOD0 CONTROL WRITE FAILED - STATUS '
                   WS-CONTROL-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           IF LH-SEQ > WS-LAST-SEQ THEN
               MOVE WS-SEQ-HIGH-KEY TO CTL-KEY
               READ CONTROL-FILE
               EVALUATE WS-CONTROL-STATUS
               WHEN '00'
                   MOVE LH-SEQ TO CTL-NEXT-TASKID
                   REWRITE FS-CONTROL
               WHEN '23'
                   MOVE WS-SEQ-HIGH-KEY TO CTL-KEY
                   MOVE LH-SEQ TO CTL-NEXT-TASKID
                   WRITE FS-CONTROL
               END-EVALUATE
               IF WS-CONTROL-STATUS NOT = '00' THEN
                   DISPLAY 'TASKLOD0 CONTROL UPDATE FAILED - STATUS '
                       WS-CONTROL-STATUS
                   PERFORM BATCH-LOG-FAILED-PARA
                   STOP RUN
               END-IF
           END-IF
           EXIT.
       LOAD-USER-COUNTS-PARA.
      * ONE SEQUENTIAL PASS OVER TASKS UP FRONT FOR THE DUPLICATE
      * TABLE. THE CEILING COUNTS COME OFF TASKSUM AS EACH USER TURNS
      * UP - A FIRST READ THAT FINDS THE SUMMARY FILE UNUSABLE HAS
      * THIS PASS COUNT OPEN AND IN-PROGRESS WORK PER USER INSTEAD,
      * THE SAME NUMBERS MAINMAPP'S COUNT-OPEN-TASKS-PARA CHECKS
           MOVE SPACES TO TSB-NEW-USERNAME
           MOVE 'R' TO TSB-REQUEST
           CALL 'SUBTSB' USING TSB-PARM
           IF TSB-UNUSABLE THEN
               MOVE 'Y' TO IF-COUNT-IN-PASS
           END-IF
           MOVE 'N' TO WS-SCAN-EOF-FLAG
           PERFORM UNTIL END-OF-TASK-SCAN
               READ TASKS-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-SCAN-EOF-FLAG
                   NOT AT END
                       IF T-STATUS-OPEN OR T-STATUS-IN-PROGRESS OR
                          T-STATUS-PENDING OR T-STATUS-AWAITING THEN
                           MOVE T-USERNAME TO LD-USERNAME
                           IF COUNT-IN-PASS THEN
                               PERFORM FIND-USER-COUNT-PARA
                               IF UC-FOUND THEN
                                   ADD 1 TO WS-UC-OPEN(WS-UC-IX)
                               ELSE
                                   PERFORM ADD-USER-COUNT-PARA
                                   IF UC-FOUND THEN
                                       MOVE 1 TO WS-UC-OPEN(WS-UC-IX)
                                   END-IF
                               END-IF
                           END-IF
                           PERFORM ADD-DUP-ENTRY-PARA
           EXIT.
       ADD-USER-COUNT-PARA.
      * A FULL TABLE ONLY MEANS THE CEILING CHECK FALLS BACK TO
      * REFUSING THE LINE - SAFER TO UNDER-LOAD THAN TO OVER-ASSIGN.
      * FOR THE SAME REASON A SUMMARY FILE THAT FAILS PART-WAY THROUGH
      * THE RUN SEEDS THE USER AS ALREADY AT THE CEILING
           IF WS-UC-USED < 200 THEN
               ADD 1 TO WS-UC-USED
               MOVE WS-UC-USED TO WS-UC-IX
               MOVE LD-USERNAME TO WS-UC-USERNAME(WS-UC-IX)
               MOVE 0 TO WS-UC-OPEN(WS-UC-IX)
               IF NOT COUNT-IN-PASS THEN
                   MOVE LD-USERNAME TO TSB-NEW-USERNAME
                   MOVE 'R' TO TSB-REQUEST
                   CALL 'SUBTSB' USING TSB-PARM
                   EVALUATE TRUE
                   WHEN TSB-UNUSABLE
                       MOVE MAX-OPEN-TASKS TO WS-UC-OPEN(WS-UC-IX)
                   WHEN TSB-CEILING-COUNT > 999
                       MOVE 999 TO WS-UC-OPEN(WS-UC-IX)
                   WHEN OTHER
                       MOVE TSB-CEILING-COUNT TO WS-UC-OPEN(WS-UC-IX)
                   END-EVALUATE
               END-IF
               MOVE 'Y' TO WS-UC-FOUND
           ELSE
               MOVE 'N' TO WS-UC-FOUND
                    LD-DESC
                    LD-PRIORITY
                    LD-DUEDATE
                    LD-SKILL
                    LD-CATEGORY
                    LD-COST-CENTER
           END-UNSTRING
      * THE CATALOG ROW IS READ BEFORE THE DEFAULTS - ITS PRIORITY
      * AND WORK-DAY ALLOWANCE COME AHEAD OF THE SHOP-WIDE ONES
           PERFORM EDIT-LOAD-CATEGORY-PARA
           IF LD-PRIORITY = SPACE THEN
               IF CAT-DEF-PRIORITY NOT = SPACE THEN
                   MOVE CAT-DEF-PRIORITY TO LD-PRIORITY
               ELSE
                   MOVE 'M' TO LD-PRIORITY
               END-IF
           END-IF
      * A BLANK DUE DATE IS FILLED FROM THE SLA TABLE - THE SAME
      * WORK-DAY COUNT THE ASSIGNMENT SCREEN APPLIES, SO BOTH WAYS IN
      * SET THE SAME DEADLINE FOR THE SAME PRIORITY (OR CATEGORY)
           IF LD-DUEDATE = SPACES THEN
               PERFORM DEFAULT-LOAD-DUEDATE-PARA
           END-IF
           MOVE SPACES TO WS-REJECT-REASON
           IF LD-USERNAME = SPACES OR LD-DESC = SPACES THEN
               MOVE 'USERNAME AND DESC ARE REQUIRED' TO WS-REJECT-REASON
           ELSE
           IF NOT CATEGORY-OK THEN
               MOVE WS-CAT-REASON TO WS-REJECT-REASON
           ELSE
               IF LD-PRIORITY NOT = 'H' AND LD-PRIORITY NOT = 'M' AND
                  LD-PRIORITY NOT = 'L' THEN
      * WHOEVER THE LINE ENDED UP AIMED AT
                       PERFORM CHECK-LOAD-ABSENCE-PARA
                       PERFORM CHECK-LOAD-USER-PARA
                       IF WS-REJECT-REASON = SPACES THEN
                           PERFORM CHECK-LOAD-SKILL-PARA
                       END-IF
      * THE SAME REQUEST ARRIVING THROUGH BOTH THE LOAD FILE AND A
      * HAND-KEYED ASSIGNMENT HAS HAD TWO PEOPLE DO THE SAME WORK
      * TWICE THIS QUARTER - A LINE READING LIKE OPEN WORK THE TARGET
                   END-IF
               END-IF
           END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES THEN
               PERFORM WRITE-LOADED-TASK-PARA
           ELSE
               PERFORM WRITE-REJECT-LINE-PARA
           END-IF
           EXIT.
       EDIT-LOAD-CATEGORY-PARA.
      * A BLANK CATEGORY IS UNCATEGORISED WORK AND PASSES WITH NO
      * DEFAULTS OF ITS OWN. A TYPED CODE MUST BE ON THE CATALOG
           MOVE 'Y' TO IF-CATEGORY-OK
           MOVE SPACES TO WS-CAT-REASON
           MOVE SPACE TO CAT-DEF-PRIORITY
           MOVE 0 TO WS-CAT-DEF-DAYS
           IF LD-CATEGORY NOT = SPACES THEN
               IF NOT CATEGORY-OPEN THEN
                   MOVE 'N' TO IF-CATEGORY-OK
                   MOVE 'CATEGORY CATALOG NOT AVAILABLE' TO
                       WS-CAT-REASON
               ELSE
                   MOVE LD-CATEGORY TO CAT-CODE
                   READ CATEGORY-FILE
                   EVALUATE WS-CATEGORY-STATUS
                   WHEN '00'
                       MOVE CAT-DEF-DAYS TO WS-CAT-DEF-DAYS
                   WHEN '23'
                       MOVE 'N' TO IF-CATEGORY-OK
                       MOVE SPACE TO CAT-DEF-PRIORITY
                       MOVE 'CATEGORY NOT ON CATALOG' TO WS-CAT-REASON
                   WHEN OTHER
                       DISPLAY 'TASKLOD0 CATEGORY READ FAILED - STATUS '
                           WS-CATEGORY-STATUS
                       PERFORM BATCH-LOG-FAILED-PARA
                       STOP RUN
                   END-EVALUATE
               END-IF
           END-IF
           EXIT.
       EDIT-LOAD-DUEDATE-PARA.
      * SAME CALENDAR EDIT THE SCREEN APPLIES, THROUGH THE SAME SUBDTV
      * SUBPROGRAM. A BAD OR PAST DATE REJECTS THE LINE; A WEEKEND OR
           DISPLAY 'TASKLOD0 SLA WORK DAYS - H: ' WS-SLA-H-DAYS
               ' M: ' WS-SLA-M-DAYS ' L: ' WS-SLA-L-DAYS
           EXIT.
       READ-SKILL-RULE-PARA.
      * ONE CONTROL ROW - NON-ZERO SWITCHES THE HARD RULE ON. MISSING
      * OR ZERO LEAVES THE SHIPPED WARN-AND-LOAD BEHAVIOUR
           MOVE 'SKILLRUL' TO CTL-KEY
           READ CONTROL-FILE
           IF WS-CONTROL-STATUS = '00' AND CTL-NEXT-TASKID > 0 THEN
               MOVE 'Y' TO IF-SKILL-HARD-RULE
               DISPLAY 'TASKLOD0 SKILL RULE - UNQUALIFIED LINES REJECT'
           ELSE
               DISPLAY 'TASKLOD0 SKILL RULE - UNQUALIFIED LINES WARN'
           END-IF
           EXIT.
       CHECK-LOAD-SKILL-PARA.
      * RUNS AGAINST WHOEVER THE LINE ENDED UP AIMED AT, AFTER ANY
      * DELEGATE REROUTE. A TEAM QUEUE HOLDS NO SKILLS - THE CHECK
      * BITES WHEN A MEMBER CLAIMS
           IF LD-SKILL NOT = SPACES AND LD-USERNAME(1:1) NOT = '#'
              AND SKILLS-OPEN THEN
               MOVE LD-USERNAME TO SK-USERNAME
               MOVE LD-SKILL TO SK-SKILL
               READ SKILLS-FILE
               EVALUATE WS-SKILLS-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '23'
                   IF SKILL-HARD-RULE THEN
                       MOVE LD-SKILL TO SKR-SKILL
                       MOVE WS-SKILL-REASON TO WS-REJECT-REASON
                   ELSE
                       PERFORM WRITE-SKILL-LINE-PARA
                   END-IF
               WHEN OTHER
                   DISPLAY 'TASKLOD0 SKILLS READ FAILED - STATUS '
                       WS-SKILLS-STATUS
                   PERFORM BATCH-LOG-FAILED-PARA
                   STOP RUN
               END-EVALUATE
           END-IF
           EXIT.
       WRITE-SKILL-LINE-PARA.
      * WARNING ONLY - THE LINE STILL LOADS, FLAGGED ON THE REJECT
      * LISTING LIKE THE OTHER WARNINGS
           ADD 1 TO WS-SKILL-WARN-COUNT
           MOVE LD-USERNAME TO RJ-USERNAME
           MOVE 'WARNING - ASSIGNEE LACKS SKILL' TO RJ-REASON
           MOVE LD-DESC TO RJ-DESC
           MOVE WS-REJECT-DETAIL TO REJECT-LINE
           WRITE REJECT-LINE
           IF WS-REJECT-STATUS NOT = '00' THEN
               DISPLAY 'TASKLOD0 REJECT WRITE FAILED - STATUS '
                   WS-REJECT-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           EXIT.
       DEFAULT-LOAD-DUEDATE-PARA.
      * COUNTS THE PRIORITY'S SLA ALLOWANCE FORWARD FROM THE RUN DATE
      * IN WORK DAYS - SUBDTV SKIPS THE WEEKENDS AND THE HOLIDAY LOOP
           WHEN 'L' MOVE WS-SLA-L-DAYS TO WS-SLA-DAYS
           WHEN OTHER MOVE WS-SLA-M-DAYS TO WS-SLA-DAYS
           END-EVALUATE
           IF WS-CAT-DEF-DAYS > 0 THEN
               MOVE WS-CAT-DEF-DAYS TO WS-SLA-DAYS
           END-IF
           MOVE WS-RUN-DATE TO WS-CAND-DATE
           MOVE WS-RUN-DATE TO DTV-TODAY
           PERFORM STEP-ONE-WORK-DAY-PARA
           MOVE LD-PRIORITY TO T-PRIORITY
           MOVE LD-DUEDATE TO T-DUEDATE
           MOVE SPACES TO T-PREREQ-TASKID
           MOVE LD-SKILL TO T-SKILL-CODE
           MOVE LD-CATEGORY TO T-CATEGORY
           MOVE LD-COST-CENTER TO T-COST-CENTER
           PERFORM SET-LOADED-DEPT-PARA
      * BATCH-LOADED PRIORITY-H WORK GETS THE SAME DUAL CONTROL AS A
      * KEYED ASSIGNMENT - IT LANDS PENDING FOR USAPPRP TO RELEASE.
      * THE REST WAITS FOR THE ASSIGNEE TO ACCEPT IT, EXCEPT ON A TEAM
      * QUEUE WHERE CLAIMING IT IS THE ACCEPTANCE
           IF LD-PRIORITY = 'H' THEN
               MOVE 'P' TO T-STATUS
           ELSE
               IF LD-USERNAME(1:1) = '#' THEN
                   MOVE 'O' TO T-STATUS
               ELSE
                   MOVE 'W' TO T-STATUS
               END-IF
           END-IF
           MOVE 'TASKLOD0' TO T-ASSIGNED-BY
           MOVE ZERO TO T-COMPLETED-DATE
           EVALUATE WS-TASKS-STATUS
           WHEN '00'
               PERFORM WRITE-RECOV-PARA
               PERFORM UPDATE-TASK-SUMMARY-PARA
               ADD 1 TO WS-LOADED-COUNT
      * PENDING OR OPEN, IT COUNTS AGAINST THE USER'S CEILING - AND
      * AGAINST THE DUPLICATE TABLE, SO A LINE REPEATED INSIDE ONE
               STOP RUN
           END-EVALUATE
           EXIT.
       SET-LOADED-DEPT-PARA.
      * THE TASK TAKES ITS ASSIGNEE'S DEPARTMENT, READ AGAIN HERE
      * BECAUSE THE ABSENCE CHECK MAY HAVE MOVED THE LINE ON TO A
      * DELEGATE. A TEAM QUEUE HAS NO DEPARTMENT UNTIL THE WORK IS
      * CLAIMED, SO EVERY ADMIN SEES IT TILL THEN
           MOVE SPACES TO T-DEPT
           IF LD-USERNAME(1:1) NOT = '#' THEN
               MOVE LD-USERNAME TO USERS-USERNAME
               READ USERS-FILE
               IF WS-USERS-STATUS = '00' THEN
                   MOVE USERS-DEPT TO T-DEPT
               END-IF
           END-IF
           EXIT.
       NEXT-TASKID-PARA.
           IF WS-BLOCK-NEXT = 0 OR WS-BLOCK-NEXT > WS-BLOCK-LAST THEN
               PERFORM GRAB-ID-BLOCK-PARA
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
           COMPUTE BL-END-TIME = WS-BL-TIME-RAW / 100
           MOVE WS-READ-COUNT TO BL-READ-COUNT
           MOVE WS-LOADED-COUNT TO BL-WRITTEN-COUNT
           MOVE WS-FILE-SEQ TO BL-ARCHIVED-COUNT
           MOVE WS-REJECT-COUNT TO BL-SKIPPED-COUNT
           MOVE 'NORMAL' TO BL-OUTCOME
           REWRITE FS-BATCHLOG
           COMPUTE BL-END-TIME = WS-BL-TIME-RAW / 100
           MOVE WS-READ-COUNT TO BL-READ-COUNT
           MOVE WS-LOADED-COUNT TO BL-WRITTEN-COUNT
           MOVE WS-FILE-SEQ TO BL-ARCHIVED-COUNT
           MOVE WS-REJECT-COUNT TO BL-SKIPPED-COUNT
           MOVE 'FAILED' TO BL-OUTCOME
           REWRITE FS-BATCHLOG
