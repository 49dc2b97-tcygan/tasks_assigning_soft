       IDENTIFICATION DIVISION.
       PROGRAM-ID. TASKCAP0.
      * WEEKLY BATCH REPORT - FOUR-WEEK WORKLOAD AGAINST CAPACITY.
      * USDASHP AND USTEAMP SHOW WHAT IS OPEN TODAY, BUT NOT THAT A
      * MEMBER HAS A PILE OF WORK DUE NEXT WEEK WHILE THEY ARE AWAY
      * FOR PART OF IT. THIS JOB LOOKS FOUR WEEKS AHEAD: EACH WEEK
      * RUNS MONDAY TO FRIDAY, WEEK 1 STARTING ON THE RUN DATE WHEN
      * THAT IS A MONDAY AND ON THE NEXT MONDAY OTHERWISE.
      * A PERSON'S AVAILABLE DAYS IN A WEEK ARE ITS WEEKDAYS (SUBDTV
      * WALKS THE CALENDAR FORWARD A WORK DAY AT A TIME) LESS SHOP
      * HOLIDAYS ON THE HOLIDAYS FILE LESS ANY DAY INSIDE ONE OF THEIR
      * ABSENCE WINDOWS. OPEN WORK - OPEN, IN PROGRESS, AWAITING
      * ACCEPTANCE AND PENDING RELEASE - IS COUNTED IN THE WEEK ITS
      * T-DUEDATE FALLS IN. WORK ALREADY DUE BEFORE WEEK 1 (OVERDUE,
      * OR DUE IN WHAT IS LEFT OF THE CURRENT WEEK) IS SHOWN IN ITS
      * OWN COLUMN AND CARRIED INTO THE WEEK 1 LOAD, SINCE IT STILL
      * HAS TO BE DONE BEFORE ANYTHING DUE LATER. DUE DATES PAST THE
      * FOUR WEEKS ARE LEFT FOR A LATER RUN.
      * A WEEK IS FLAGGED * WHEN ITS LOAD IS MORE THAN THE AVAILABLE
      * DAYS TIMES THE TASKS-PER-DAY RATE ON THE PARM CARD (COLS 1-2,
      * DEFAULT 2), OR WHEN THERE IS ANY LOAD AND NO DAY TO DO IT IN.
      * A TEAM'S LOAD IS ITS '#' QUEUE PLUS ITS MEMBERS' OWN WORK AND
      * ITS CAPACITY THE SUM OF ITS MEMBERS' AVAILABLE DAYS - A USER
      * ON TWO TEAMS COUNTS IN BOTH, AS IN THE TASKTEM0 ROLL-UP.
      * HOLIDAYS AND ABSENCE ARE OPTIONAL INPUTS - WITHOUT THEM THE
      * FORECAST STILL RUNS ON PLAIN WEEKDAYS. READ-ONLY, SO THE JOB
      * DOES NOT QUIESCE THE ONLINE SYSTEM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TASKS-FILE ASSIGN TO TASKSDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS T-TASKID
               FILE STATUS IS WS-TASKS-STATUS.
           SELECT USERS-FILE ASSIGN TO USERSDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS USERS-USERNAME
               FILE STATUS IS WS-USERS-STATUS.
           SELECT TEAMS-FILE ASSIGN TO TEAMSDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TM-KEY
               FILE STATUS IS WS-TEAMS-STATUS.
           SELECT HOLIDAY-FILE ASSIGN TO HOLDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HOL-DATE
               FILE STATUS IS WS-HOLIDAY-STATUS.
           SELECT ABSENCE-FILE ASSIGN TO ABSDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AB-KEY
               FILE STATUS IS WS-ABSENCE-STATUS.
           SELECT PARM-FILE ASSIGN TO PARMDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
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
       FD  TASKS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TASKSREC.
       FD  USERS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY USERSREC.
       FD  TEAMS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TEAMREC.
       FD  HOLIDAY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HOLREC.
       FD  ABSENCE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ABSREC.
       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARM-CARD PIC X(80).
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
      * SHARED DATE EDIT - SEE SUBDTV
       01 DTV-PARM.
           05 DTV-DATE PIC X(8).
           05 DTV-TODAY PIC 9(8).
           05 DTV-STATUS PIC X.
               88 DTV-DATE-INVALID VALUE 'E'.
               88 DTV-DATE-PAST VALUE 'P'.
               88 DTV-DATE-WEEKEND VALUE 'W'.
               88 DTV-DATE-VALID VALUE 'V'.
           05 DTV-DAY-OF-WEEK PIC 9.
           05 DTV-NEXT-WORK-DATE PIC 9(8).
       01 WS-TASKS-STATUS PIC XX.
       01 WS-USERS-STATUS PIC XX.
       01 WS-TEAMS-STATUS PIC XX.
       01 WS-HOLIDAY-STATUS PIC XX.
       01 WS-ABSENCE-STATUS PIC XX.
       01 WS-PARM-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
      * REPORT REPOSITORY PARAMETER AREA - SEE SUBRPS
       01 RPS-PARM.
           05 RPS-REQUEST PIC X.
           05 RPS-JOBNAME PIC X(8) VALUE 'TASKCAP0'.
           05 RPS-LINE PIC X(80).
           05 RPS-STATUS PIC X.
      * THE CALENDAR INPUTS ARE OPTIONAL - A MISSING DATASET ONLY
      * MEANS FEWER DAYS ARE KNOWN TO BE LOST, NOT A FAILED RUN
       01 IF-HOLIDAY-OPEN PIC X VALUE 'N'.
           88 HOLIDAY-OPEN VALUE 'Y'.
       01 IF-ABSENCE-OPEN PIC X VALUE 'N'.
           88 ABSENCE-OPEN VALUE 'Y'.
       01 WS-EOF-FLAG PIC X.
           88 END-OF-FILE-SCAN VALUE 'Y'.
       01 WS-READ-COUNT PIC 9(7) VALUE 0.
       01 WS-WRITTEN-COUNT PIC 9(7) VALUE 0.
       01 WS-SKIPPED-COUNT PIC 9(7) VALUE 0.
       01 WS-RUN-DATE PIC 9(8).
      * TASKS A PERSON CAN BE EXPECTED TO CLOSE IN ONE WORKING DAY
       01 WS-DAY-RATE PIC 9(2) VALUE 2.
      * THE TWENTY WEEKDAYS OF THE HORIZON, MONDAY OF WEEK 1 FIRST.
      * WS-CAL-WORK IS 'N' ON A SHOP HOLIDAY. WS-HORIZON-END IS THE
      * MONDAY AFTER WEEK 4 - THE FIRST DATE THE FORECAST IGNORES
       01 WS-CALENDAR.
           05 WS-CAL-ENTRY OCCURS 20 TIMES.
               10 WS-CAL-DATE PIC 9(8).
               10 WS-CAL-WORK PIC X.
       01 WS-CAL-IX PIC 9(2).
       01 WS-HORIZON-END PIC 9(8).
       01 WS-WALK-DATE PIC 9(8).
       01 WS-WEEK-START-DATES.
           05 WS-WEEK-START PIC 9(8) OCCURS 5 TIMES.
       01 WS-WK-IX PIC 9.
      * ONE SLOT PER ACTIVE USER. WS-US-AWAY CARRIES A Y FOR EVERY
      * HORIZON WEEKDAY INSIDE ONE OF THE USER'S ABSENCE WINDOWS
       01 WS-USER-TABLE.
           05 WS-US-ENTRY OCCURS 2000 TIMES.
               10 WS-US-USERNAME PIC X(20).
               10 WS-US-AWAY PIC X(20).
               10 WS-US-NOW PIC 9(4).
               10 WS-US-LOAD PIC 9(4) OCCURS 4 TIMES.
               10 WS-US-AVAIL PIC 9(4) OCCURS 4 TIMES.
       01 WS-US-USED PIC 9(4) VALUE 0.
       01 WS-US-IX PIC 9(4).
       01 WS-US-FOUND PIC X.
           88 US-FOUND VALUE 'Y'.
       01 WS-LOOKUP-USER PIC X(20).
      * MEMBERSHIP LOADED UP FRONT - ONE ENTRY PER (TEAM, MEMBER) ROW
       01 WS-MEMBERSHIPS.
           05 WS-MS-ENTRY OCCURS 200 TIMES.
               10 WS-MS-TEAMID PIC X(8).
               10 WS-MS-MEMBER PIC X(20).
       01 WS-MS-USED PIC 9(3) VALUE 0.
       01 WS-MS-IX PIC 9(3).
      * ONE ROLL-UP SLOT PER DISTINCT TEAM
       01 WS-TEAM-TABLE.
           05 WS-TT-ENTRY OCCURS 50 TIMES.
               10 WS-TT-TEAMID PIC X(8).
               10 WS-TT-NOW PIC 9(4).
               10 WS-TT-LOAD PIC 9(4) OCCURS 4 TIMES.
               10 WS-TT-AVAIL PIC 9(4) OCCURS 4 TIMES.
       01 WS-TT-USED PIC 9(2) VALUE 0.
       01 WS-TT-IX PIC 9(2).
       01 WS-TT-FOUND PIC X.
           88 TT-FOUND VALUE 'Y'.
       01 WS-LOOKUP-TEAMID PIC X(8).
      * WHERE ONE OPEN TASK LANDS - 0 = BEFORE WEEK 1, 1-4 = ITS WEEK,
      * 9 = PAST THE HORIZON
       01 WS-DUE-DATE PIC 9(8).
       01 WS-DUE-WEEK PIC 9.
       01 WS-CAPACITY PIC 9(6).
       01 WS-WEEK-LOAD PIC 9(5).
       01 WS-OVER-FLAG PIC X.
       01 WS-OVER-COUNT PIC 9(5) VALUE 0.
       01 WS-HEADINGS.
           05 WS-TITLE1 PIC X(80) VALUE
              'WEEKLY FOUR-WEEK WORKLOAD FORECAST - OPEN WORK AGAINST AV
      -       'AILABLE DAYS'.
           05 WS-TITLE2.
               10 FILLER PIC X(13) VALUE 'WEEKS FROM:  '.
               10 WS-T2-ENTRY OCCURS 4 TIMES.
                   15 WS-T2-DATE PIC 9(8).
                   15 FILLER PIC X(1) VALUE SPACE.
               10 FILLER PIC X(2) VALUE SPACES.
               10 FILLER PIC X(9) VALUE 'CAPACITY '.
               10 WS-T2-RATE PIC Z9.
               10 FILLER PIC X(14) VALUE ' TASKS PER DAY'.
           05 WS-TITLE3 PIC X(80) VALUE
              'EACH WEEK SHOWS LOAD/DAYS - * MARKS AN OVERLOADED WEEK'.
           05 WS-TITLE4 PIC X(80) VALUE
              'NOW = DUE BEFORE WEEK 1, CARRIED INTO THE WEEK 1 LOAD'.
           05 WS-USER-HEAD PIC X(80) VALUE
              'USER                  NOW    WEEK 1   WEEK 2   WEEK 3   W
      -       'EEK 4'.
           05 WS-TEAM-HEAD PIC X(80) VALUE
              'TEAM                  NOW    WEEK 1   WEEK 2   WEEK 3   W
      -       'EEK 4'.
       01 WS-DETAIL-LINE.
           05 DL-NAME PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DL-NOW PIC ZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DL-WEEK OCCURS 4 TIMES.
               10 FILLER PIC X(1) VALUE SPACE.
               10 DL-LOAD PIC ZZ9.
               10 FILLER PIC X(1) VALUE '/'.
               10 DL-AVAIL PIC ZZ9.
               10 DL-FLAG PIC X(1).
       01 WS-BLANK-LINE PIC X(80) VALUE SPACES.
       01 WS-NO-USERS-LINE PIC X(80) VALUE
          'NO ACTIVE USERS ON FILE - NOTHING TO FORECAST'.
       01 WS-NO-TEAMS-LINE PIC X(80) VALUE
          'NO TEAM MEMBERSHIPS ON FILE - NO TEAM FORECAST'.
       01 WS-TOTAL-LINE.
           05 FILLER PIC X(26) VALUE 'OVERLOADED WEEKS FLAGGED: '.
           05 TL-OVER PIC ZZZZ9.
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM CHECK-PREREQS-PARA
           PERFORM OPEN-BATCH-LOG-PARA
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM READ-PARM-CARD-PARA
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00' THEN
               DISPLAY 'TASKCAP0 OPEN FAILED FOR REPORT-FILE - STATUS '
                   WS-REPORT-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           OPEN INPUT HOLIDAY-FILE
           IF WS-HOLIDAY-STATUS = '00' THEN
               MOVE 'Y' TO IF-HOLIDAY-OPEN
           ELSE
               DISPLAY 'TASKCAP0 NO HOLIDAY CALENDAR - STATUS '
                   WS-HOLIDAY-STATUS ' - HOLIDAYS NOT DEDUCTED'
           END-IF
           PERFORM BUILD-CALENDAR-PARA
           IF HOLIDAY-OPEN THEN
               CLOSE HOLIDAY-FILE
           END-IF
           PERFORM LOAD-USERS-PARA
           OPEN INPUT ABSENCE-FILE
           IF WS-ABSENCE-STATUS = '00' THEN
               MOVE 'Y' TO IF-ABSENCE-OPEN
               PERFORM LOAD-ABSENCE-PARA
               CLOSE ABSENCE-FILE
           ELSE
               DISPLAY 'TASKCAP0 NO ABSENCE FILE - STATUS '
                   WS-ABSENCE-STATUS ' - ABSENCE NOT DEDUCTED'
           END-IF
           PERFORM COUNT-AVAILABLE-PARA
               VARYING WS-US-IX FROM 1 BY 1
               UNTIL WS-US-IX > WS-US-USED
           PERFORM LOAD-MEMBERSHIPS-PARA
           PERFORM TALLY-TASKS-PARA
           PERFORM ROLL-UP-TEAMS-PARA
           PERFORM PRINT-HEADINGS-PARA
           MOVE WS-USER-HEAD TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           IF WS-US-USED = 0 THEN
               MOVE WS-NO-USERS-LINE TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA
           ELSE
               PERFORM PRINT-ONE-USER-PARA
                   VARYING WS-US-IX FROM 1 BY 1
                   UNTIL WS-US-IX > WS-US-USED
           END-IF
           MOVE WS-BLANK-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE WS-TEAM-HEAD TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           IF WS-TT-USED = 0 THEN
               MOVE WS-NO-TEAMS-LINE TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA
           ELSE
               PERFORM PRINT-ONE-TEAM-PARA
                   VARYING WS-TT-IX FROM 1 BY 1
                   UNTIL WS-TT-IX > WS-TT-USED
           END-IF
           MOVE WS-BLANK-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE WS-OVER-COUNT TO TL-OVER
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           CLOSE REPORT-FILE
           MOVE 'C' TO RPS-REQUEST
           CALL 'SUBRPS' USING RPS-PARM
           DISPLAY 'TASKCAP0 USERS FORECAST: ' WS-US-USED
           DISPLAY 'TASKCAP0 TEAMS FORECAST: ' WS-TT-USED
           DISPLAY 'TASKCAP0 OVERLOADED WEEKS: ' WS-OVER-COUNT
           PERFORM WRITE-BATCH-LOG-END-PARA
           GOBACK.
       READ-PARM-CARD-PARA.
      * NO CARD, A BLANK RATE OR A ZERO ONE LEAVES THE SHOP DEFAULT OF
      * TWO TASKS A DAY
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = '00' THEN
               READ PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PARM-CARD(1:2) NUMERIC THEN
                           IF PARM-CARD(1:2) NOT = '00' THEN
                               MOVE PARM-CARD(1:2) TO WS-DAY-RATE
                           END-IF
                       ELSE
                           IF PARM-CARD(1:2) NOT = SPACES THEN
                               DISPLAY 'TASKCAP0 BAD RATE '
                                   PARM-CARD(1:2) ' - DEFAULT USED'
                           END-IF
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF
           EXIT.
       BUILD-CALENDAR-PARA.
      * FIND MONDAY OF WEEK 1, THEN LET SUBDTV STEP THROUGH THE NEXT
      * TWENTY WEEKDAYS - ITS NEXT-WORK-DATE ALREADY SKIPS WEEKENDS,
      * SO EVERY FIFTH STEP LANDS ON THE FOLLOWING MONDAY
           MOVE WS-RUN-DATE TO DTV-TODAY
           MOVE WS-RUN-DATE TO WS-WALK-DATE
           MOVE WS-WALK-DATE TO DTV-DATE
           CALL 'SUBDTV' USING DTV-PARM
           PERFORM UNTIL DTV-DAY-OF-WEEK = 1 OR DTV-DATE-INVALID
               MOVE DTV-NEXT-WORK-DATE TO WS-WALK-DATE
               MOVE WS-WALK-DATE TO DTV-DATE
               CALL 'SUBDTV' USING DTV-PARM
           END-PERFORM
           IF DTV-DATE-INVALID THEN
               DISPLAY 'TASKCAP0 CANNOT BUILD CALENDAR FROM '
                   WS-RUN-DATE
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           PERFORM VARYING WS-CAL-IX FROM 1 BY 1
               UNTIL WS-CAL-IX > 20
               MOVE WS-WALK-DATE TO WS-CAL-DATE(WS-CAL-IX)
               MOVE 'Y' TO WS-CAL-WORK(WS-CAL-IX)
               IF HOLIDAY-OPEN THEN
                   MOVE WS-WALK-DATE TO HOL-DATE
                   READ HOLIDAY-FILE
                   IF WS-HOLIDAY-STATUS = '00' THEN
                       MOVE 'N' TO WS-CAL-WORK(WS-CAL-IX)
                   END-IF
               END-IF
               MOVE WS-WALK-DATE TO DTV-DATE
               CALL 'SUBDTV' USING DTV-PARM
               MOVE DTV-NEXT-WORK-DATE TO WS-WALK-DATE
           END-PERFORM
           MOVE WS-WALK-DATE TO WS-HORIZON-END
           PERFORM VARYING WS-WK-IX FROM 1 BY 1 UNTIL WS-WK-IX > 4
               COMPUTE WS-CAL-IX = (WS-WK-IX - 1) * 5 + 1
               MOVE WS-CAL-DATE(WS-CAL-IX) TO WS-WEEK-START(WS-WK-IX)
           END-PERFORM
           MOVE WS-HORIZON-END TO WS-WEEK-START(5)
           EXIT.
       LOAD-USERS-PARA.
      * EVERY ACTIVE ACCOUNT GETS A ROW - DISABLED ACCOUNTS HAVE NO
      * CAPACITY AND ANY WORK STILL HELD BY ONE IS COUNTED AS SKIPPED
           OPEN INPUT USERS-FILE
           IF WS-USERS-STATUS NOT = '00' THEN
               DISPLAY 'TASKCAP0 OPEN FAILED FOR USERS-FILE - STATUS '
                   WS-USERS-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL END-OF-FILE-SCAN
               READ USERS-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF USERS-IS-ACTIVE THEN
                           IF WS-US-USED < 2000 THEN
                               ADD 1 TO WS-US-USED
                               PERFORM INIT-USER-SLOT-PARA
                           ELSE
                               DISPLAY 'TASKCAP0 USER TABLE FULL - '
                                   USERS-USERNAME ' NOT FORECAST'
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE USERS-FILE
           EXIT.
       INIT-USER-SLOT-PARA.
           MOVE USERS-USERNAME TO WS-US-USERNAME(WS-US-USED)
           MOVE ALL 'N' TO WS-US-AWAY(WS-US-USED)
           MOVE 0 TO WS-US-NOW(WS-US-USED)
           PERFORM VARYING WS-WK-IX FROM 1 BY 1 UNTIL WS-WK-IX > 4
               MOVE 0 TO WS-US-LOAD(WS-US-USED WS-WK-IX)
               MOVE 0 TO WS-US-AVAIL(WS-US-USED WS-WK-IX)
           END-PERFORM
           EXIT.
       LOAD-ABSENCE-PARA.
      * MARKS EVERY HORIZON WEEKDAY A WINDOW COVERS. WINDOWS FOR
      * ACCOUNTS NOT ON THE TABLE, OR WITH UNUSABLE DATES, ARE PASSED
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL END-OF-FILE-SCAN
               READ ABSENCE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF AB-FROM-DATE NUMERIC
                               AND AB-TO-DATE NUMERIC THEN
                           MOVE AB-USERNAME TO WS-LOOKUP-USER
                           PERFORM FIND-USER-SLOT-PARA
                           IF US-FOUND THEN
                               PERFORM MARK-AWAY-DAYS-PARA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           EXIT.
       MARK-AWAY-DAYS-PARA.
           PERFORM VARYING WS-CAL-IX FROM 1 BY 1
               UNTIL WS-CAL-IX > 20
               IF WS-CAL-DATE(WS-CAL-IX) NOT < AB-FROM-DATE
                       AND WS-CAL-DATE(WS-CAL-IX) NOT > AB-TO-DATE THEN
                   MOVE 'Y' TO WS-US-AWAY(WS-US-IX)(WS-CAL-IX:1)
               END-IF
           END-PERFORM
           EXIT.
       COUNT-AVAILABLE-PARA.
      * A DAY COUNTS WHEN THE SHOP IS OPEN AND THE USER IS NOT AWAY
           PERFORM VARYING WS-CAL-IX FROM 1 BY 1
               UNTIL WS-CAL-IX > 20
               IF WS-CAL-WORK(WS-CAL-IX) = 'Y'
                       AND WS-US-AWAY(WS-US-IX)(WS-CAL-IX:1) = 'N' THEN
                   COMPUTE WS-WK-IX = (WS-CAL-IX - 1) / 5 + 1
                   ADD 1 TO WS-US-AVAIL(WS-US-IX WS-WK-IX)
               END-IF
           END-PERFORM
           EXIT.
       FIND-USER-SLOT-PARA.
      * LEAVES WS-US-IX ON THE SLOT FOR WS-LOOKUP-USER WHEN FOUND
           MOVE 'N' TO WS-US-FOUND
           PERFORM VARYING WS-US-IX FROM 1 BY 1
               UNTIL WS-US-IX > WS-US-USED OR US-FOUND
               IF WS-US-USERNAME(WS-US-IX) = WS-LOOKUP-USER THEN
                   MOVE 'Y' TO WS-US-FOUND
               END-IF
           END-PERFORM
           IF US-FOUND THEN
               SUBTRACT 1 FROM WS-US-IX
           END-IF
           EXIT.
       LOAD-MEMBERSHIPS-PARA.
      * ONE PASS OVER TEAMS FILLS THE MEMBERSHIP TABLE AND REGISTERS
      * EVERY DISTINCT TEAM A ROLL-UP SLOT
           OPEN INPUT TEAMS-FILE
           IF WS-TEAMS-STATUS NOT = '00' THEN
               DISPLAY 'TASKCAP0 OPEN FAILED FOR TEAMS-FILE - STATUS '
                   WS-TEAMS-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL END-OF-FILE-SCAN
               READ TEAMS-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-MS-USED < 200 THEN
                           ADD 1 TO WS-MS-USED
                           MOVE TM-TEAMID
                               TO WS-MS-TEAMID(WS-MS-USED)
                           MOVE TM-MEMBER
                               TO WS-MS-MEMBER(WS-MS-USED)
                           MOVE TM-TEAMID TO WS-LOOKUP-TEAMID
                           PERFORM FIND-TEAM-SLOT-PARA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TEAMS-FILE
           EXIT.
       FIND-TEAM-SLOT-PARA.
      * FINDS (OR OPENS) THE ROLL-UP SLOT FOR WS-LOOKUP-TEAMID,
      * LEAVING WS-TT-IX ON IT. A FULL TABLE DROPS THE TEAM WITH A
      * MESSAGE RATHER THAN MISCOUNTING A DIFFERENT ONE
           MOVE 'N' TO WS-TT-FOUND
           PERFORM VARYING WS-TT-IX FROM 1 BY 1
               UNTIL WS-TT-IX > WS-TT-USED OR TT-FOUND
               IF WS-TT-TEAMID(WS-TT-IX) = WS-LOOKUP-TEAMID THEN
                   MOVE 'Y' TO WS-TT-FOUND
               END-IF
           END-PERFORM
           IF TT-FOUND THEN
               SUBTRACT 1 FROM WS-TT-IX
           ELSE
               IF WS-TT-USED < 50 THEN
                   ADD 1 TO WS-TT-USED
                   MOVE WS-TT-USED TO WS-TT-IX
                   MOVE WS-LOOKUP-TEAMID TO WS-TT-TEAMID(WS-TT-IX)
                   MOVE 0 TO WS-TT-NOW(WS-TT-IX)
                   PERFORM VARYING WS-WK-IX FROM 1 BY 1
                       UNTIL WS-WK-IX > 4
                       MOVE 0 TO WS-TT-LOAD(WS-TT-IX WS-WK-IX)
                       MOVE 0 TO WS-TT-AVAIL(WS-TT-IX WS-WK-IX)
                   END-PERFORM
                   MOVE 'Y' TO WS-TT-FOUND
               ELSE
                   DISPLAY 'TASKCAP0 TEAM TABLE FULL - '
                       WS-LOOKUP-TEAMID ' NOT FORECAST'
               END-IF
           END-IF
           EXIT.
       TALLY-TASKS-PARA.
      * ONE PASS OVER TASKS. PERSONAL WORK GOES TO ITS OWNER'S ROW,
      * '#' QUEUE WORK STRAIGHT TO THE TEAM'S ROW
           OPEN INPUT TASKS-FILE
           IF WS-TASKS-STATUS NOT = '00' THEN
               DISPLAY 'TASKCAP0 OPEN FAILED FOR TASKS-FILE - STATUS '
                   WS-TASKS-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL END-OF-FILE-SCAN
               READ TASKS-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF T-STATUS-OPEN OR T-STATUS-IN-PROGRESS
                               OR T-STATUS-AWAITING
                               OR T-STATUS-PENDING THEN
                           PERFORM TALLY-ONE-TASK-PARA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TASKS-FILE
           EXIT.
       TALLY-ONE-TASK-PARA.
           IF T-DUEDATE NOT NUMERIC THEN
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               MOVE T-DUEDATE TO WS-DUE-DATE
               PERFORM FIND-DUE-WEEK-PARA
               IF WS-DUE-WEEK NOT = 9 THEN
                   IF T-USERNAME(1:1) = '#' THEN
                       MOVE T-USERNAME(2:8) TO WS-LOOKUP-TEAMID
                       PERFORM FIND-QUEUE-TEAM-PARA
                       IF TT-FOUND THEN
                           PERFORM ADD-TEAM-LOAD-PARA
                       ELSE
                           ADD 1 TO WS-SKIPPED-COUNT
                       END-IF
                   ELSE
                       MOVE T-USERNAME TO WS-LOOKUP-USER
                       PERFORM FIND-USER-SLOT-PARA
                       IF US-FOUND THEN
                           PERFORM ADD-USER-LOAD-PARA
                       ELSE
                           ADD 1 TO WS-SKIPPED-COUNT
                       END-IF
                   END-IF
               END-IF
           END-IF
           EXIT.
       FIND-DUE-WEEK-PARA.
           MOVE 9 TO WS-DUE-WEEK
           IF WS-DUE-DATE < WS-WEEK-START(1) THEN
               MOVE 0 TO WS-DUE-WEEK
           ELSE
               PERFORM VARYING WS-WK-IX FROM 1 BY 1
                   UNTIL WS-WK-IX > 4 OR WS-DUE-WEEK NOT = 9
                   IF WS-DUE-DATE < WS-WEEK-START(WS-WK-IX + 1) THEN
                       MOVE WS-WK-IX TO WS-DUE-WEEK
                   END-IF
               END-PERFORM
           END-IF
           EXIT.
       FIND-QUEUE-TEAM-PARA.
      * A QUEUE FOR A TEAM WITH NO MEMBERSHIP ROWS HAS NOBODY TO DO
      * THE WORK AND IS NOT GIVEN A SLOT OF ITS OWN
           MOVE 'N' TO WS-TT-FOUND
           PERFORM VARYING WS-TT-IX FROM 1 BY 1
               UNTIL WS-TT-IX > WS-TT-USED OR TT-FOUND
               IF WS-TT-TEAMID(WS-TT-IX) = WS-LOOKUP-TEAMID THEN
                   MOVE 'Y' TO WS-TT-FOUND
               END-IF
           END-PERFORM
           IF TT-FOUND THEN
               SUBTRACT 1 FROM WS-TT-IX
           END-IF
           EXIT.
       ADD-USER-LOAD-PARA.
           IF WS-DUE-WEEK = 0 THEN
               ADD 1 TO WS-US-NOW(WS-US-IX)
               ADD 1 TO WS-US-LOAD(WS-US-IX 1)
           ELSE
               ADD 1 TO WS-US-LOAD(WS-US-IX WS-DUE-WEEK)
           END-IF
           EXIT.
       ADD-TEAM-LOAD-PARA.
           IF WS-DUE-WEEK = 0 THEN
               ADD 1 TO WS-TT-NOW(WS-TT-IX)
               ADD 1 TO WS-TT-LOAD(WS-TT-IX 1)
           ELSE
               ADD 1 TO WS-TT-LOAD(WS-TT-IX WS-DUE-WEEK)
           END-IF
           EXIT.
       ROLL-UP-TEAMS-PARA.
      * EACH MEMBERSHIP ROW ADDS THE MEMBER'S LOAD AND DAYS TO THE
      * TEAM. A MEMBER WHO IS NOT AN ACTIVE USER ADDS NOTHING
           PERFORM VARYING WS-MS-IX FROM 1 BY 1
               UNTIL WS-MS-IX > WS-MS-USED
               MOVE WS-MS-MEMBER(WS-MS-IX) TO WS-LOOKUP-USER
               PERFORM FIND-USER-SLOT-PARA
               IF US-FOUND THEN
                   MOVE WS-MS-TEAMID(WS-MS-IX) TO WS-LOOKUP-TEAMID
                   PERFORM FIND-QUEUE-TEAM-PARA
                   IF TT-FOUND THEN
                       PERFORM ADD-MEMBER-TO-TEAM-PARA
                   END-IF
               END-IF
           END-PERFORM
           EXIT.
       ADD-MEMBER-TO-TEAM-PARA.
           ADD WS-US-NOW(WS-US-IX) TO WS-TT-NOW(WS-TT-IX)
           PERFORM VARYING WS-WK-IX FROM 1 BY 1 UNTIL WS-WK-IX > 4
               ADD WS-US-LOAD(WS-US-IX WS-WK-IX)
                   TO WS-TT-LOAD(WS-TT-IX WS-WK-IX)
               ADD WS-US-AVAIL(WS-US-IX WS-WK-IX)
                   TO WS-TT-AVAIL(WS-TT-IX WS-WK-IX)
           END-PERFORM
           EXIT.
       PRINT-HEADINGS-PARA.
           MOVE WS-TITLE1 TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           PERFORM VARYING WS-WK-IX FROM 1 BY 1 UNTIL WS-WK-IX > 4
               MOVE WS-WEEK-START(WS-WK-IX) TO WS-T2-DATE(WS-WK-IX)
           END-PERFORM
           MOVE WS-DAY-RATE TO WS-T2-RATE
           MOVE WS-TITLE2 TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE WS-TITLE3 TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE WS-TITLE4 TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE WS-BLANK-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           EXIT.
       PRINT-ONE-USER-PARA.
           MOVE WS-US-USERNAME(WS-US-IX) TO DL-NAME
           MOVE WS-US-NOW(WS-US-IX) TO DL-NOW
           PERFORM VARYING WS-WK-IX FROM 1 BY 1 UNTIL WS-WK-IX > 4
               MOVE WS-US-LOAD(WS-US-IX WS-WK-IX) TO WS-WEEK-LOAD
               MOVE WS-US-AVAIL(WS-US-IX WS-WK-IX) TO WS-CAPACITY
               PERFORM FILL-WEEK-CELL-PARA
           END-PERFORM
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           ADD 1 TO WS-WRITTEN-COUNT
           EXIT.
       PRINT-ONE-TEAM-PARA.
           MOVE WS-TT-TEAMID(WS-TT-IX) TO DL-NAME
           MOVE WS-TT-NOW(WS-TT-IX) TO DL-NOW
           PERFORM VARYING WS-WK-IX FROM 1 BY 1 UNTIL WS-WK-IX > 4
               MOVE WS-TT-LOAD(WS-TT-IX WS-WK-IX) TO WS-WEEK-LOAD
               MOVE WS-TT-AVAIL(WS-TT-IX WS-WK-IX) TO WS-CAPACITY
               PERFORM FILL-WEEK-CELL-PARA
           END-PERFORM
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           ADD 1 TO WS-WRITTEN-COUNT
           EXIT.
       FILL-WEEK-CELL-PARA.
      * ON ENTRY WS-WEEK-LOAD AND WS-CAPACITY (STILL IN DAYS) HOLD
      * THE WEEK BEING PRINTED
           MOVE WS-WEEK-LOAD TO DL-LOAD(WS-WK-IX)
           MOVE WS-CAPACITY TO DL-AVAIL(WS-WK-IX)
           MOVE SPACE TO WS-OVER-FLAG
           COMPUTE WS-CAPACITY = WS-CAPACITY * WS-DAY-RATE
           IF WS-WEEK-LOAD > WS-CAPACITY THEN
               MOVE '*' TO WS-OVER-FLAG
               ADD 1 TO WS-OVER-COUNT
           END-IF
           MOVE WS-OVER-FLAG TO DL-FLAG(WS-WK-IX)
           EXIT.
       CHECK-PREREQS-PARA.
      * OPERATOR-MAINTAINED RUN-ORDER GUARD - SUBPRQ CHECKS THE
      * JOBPREREQ LIST AGAINST TONIGHT'S BATCHLOG ROWS AND THE JOB
      * REFUSES TO START (LOUDLY, AND ON THE JOURNAL) WHEN A
      * PREREQUISITE HAS NOT COME THROUGH NORMAL. AN OVERRIDE CARD ON
      * OVRDD LETS OPERATIONS PUSH PAST A KNOWN-GOOD SKIP
           MOVE 'TASKCAP0' TO PRQ-JOBNAME
           ACCEPT PRQ-RUN-DATE FROM DATE YYYYMMDD
           CALL 'SUBPRQ' USING PRQ-PARM
           EVALUATE TRUE
           WHEN PRQ-BLOCKED
               DISPLAY 'TASKCAP0 BLOCKED - NO NORMAL '
                   PRQ-MISSING-JOB ' RUN TONIGHT'
               PERFORM WRITE-BLOCKED-LOG-PARA
               STOP RUN
           WHEN PRQ-OVERRIDDEN
               DISPLAY 'TASKCAP0 PREREQ ' PRQ-MISSING-JOB
                   ' MISSING - RUNNING ON OPERATOR OVERRIDE'
           END-EVALUATE
           EXIT.
       WRITE-BLOCKED-LOG-PARA.
      * THE REFUSAL ITSELF GOES ON THE JOURNAL SO TASKBLG0 SHOWS WHAT
      * WAS BLOCKED AND WHY, INSTEAD OF A JOB THAT SILENTLY NEVER RAN
           OPEN I-O BATCHLOG-FILE
           IF WS-BATCHLOG-STATUS NOT = '00' THEN
               DISPLAY 'TASKCAP0 OPEN FAILED FOR BATCHLOG-FILE - '
                   'STATUS ' WS-BATCHLOG-STATUS
               STOP RUN
           END-IF
           MOVE 'TASKCAP0' TO BL-JOBNAME
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
       WRITE-REPORT-LINE-PARA.
      * AN UNATTENDED JOB MUST NOT REPORT "CLEAN" ON A DISK-FULL OR
      * OTHER I/O FAILURE THAT TRUNCATED THE OUTPUT
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = '00' THEN
               DISPLAY 'TASKCAP0 REPORT WRITE FAILED - STATUS '
                   WS-REPORT-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           MOVE 'W' TO RPS-REQUEST
           MOVE REPORT-LINE TO RPS-LINE
           CALL 'SUBRPS' USING RPS-PARM
           EXIT.
       OPEN-BATCH-LOG-PARA.
      * FIRST THING THE JOB DOES - THE ROW GOES ON AS 'RUNNING' AND
      * IS REWRITTEN WITH COUNTS AND OUTCOME ON THE WAY OUT, SO AN
      * ABEND LEAVES A VISIBLE 'RUNNING' ROW BEHIND FOR TASKBLG0
           OPEN I-O BATCHLOG-FILE
           IF WS-BATCHLOG-STATUS NOT = '00' THEN
               DISPLAY 'TASKCAP0 OPEN FAILED FOR BATCHLOG-FILE - '
                   'STATUS ' WS-BATCHLOG-STATUS
               STOP RUN
           END-IF
           MOVE 'TASKCAP0' TO BL-JOBNAME
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
               DISPLAY 'TASKCAP0 BATCHLOG WRITE FAILED - STATUS '
                   WS-BATCHLOG-STATUS
               STOP RUN
           END-IF
           EXIT.
       WRITE-BATCH-LOG-END-PARA.
           ACCEPT BL-END-DATE FROM DATE YYYYMMDD
           ACCEPT WS-BL-TIME-RAW FROM TIME
           COMPUTE BL-END-TIME = WS-BL-TIME-RAW / 100
           MOVE WS-READ-COUNT TO BL-READ-COUNT
           MOVE WS-WRITTEN-COUNT TO BL-WRITTEN-COUNT
           MOVE WS-SKIPPED-COUNT TO BL-SKIPPED-COUNT
           MOVE 'NORMAL' TO BL-OUTCOME
           REWRITE FS-BATCHLOG
           IF WS-BATCHLOG-STATUS NOT = '00' THEN
               DISPLAY 'TASKCAP0 BATCHLOG REWRITE FAILED - STATUS '
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
           MOVE 'FAILED' TO BL-OUTCOME
           REWRITE FS-BATCHLOG
           CLOSE BATCHLOG-FILE
           EXIT.
