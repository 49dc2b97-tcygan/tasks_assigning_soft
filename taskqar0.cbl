       IDENTIFICATION DIVISION.
       PROGRAM-ID. TASKQAR0.
      * MONTHLY BATCH REPORT - QUALITY OF CLOSED WORK, FROM THE QA
      * SAMPLES TASKQAS0 DRAWS EACH WEEK AND THE VERDICTS REVIEWERS
      * RECORD ON USQARP. EVERY SAMPLE TAKEN IN THE MONTH COUNTS: PER
      * USER THE REPORT SHOWS HOW MANY OF THEIR TASKS WERE SAMPLED
      * (AND HOW MANY OF THOSE CAME IN BECAUSE THEY HAD BEEN REWORKED),
      * HOW MANY HAVE A VERDICT, PASSED AND FAILED, THE PASS RATE OVER
      * THE REVIEWED ONES, THE AVERAGE SCORE AND WHAT IS STILL PENDING.
      * THE SAME FIGURES ARE ROLLED UP PER TEAM OFF THE TEAMS FILE THE
      * WAY TASKTEM0 DOES - A USER ON TWO TEAMS COUNTS IN BOTH. THE
      * LAST SECTION LISTS EVERY FAILED SAMPLE WITH THE REVIEWER'S
      * COMMENT, WHICH IS THE REASON IT FAILED.
      * THE MONTH IS THE PREVIOUS CALENDAR MONTH, OR THE ONE NAMED ON
      * AN OPTIONAL PARAMETER CARD ON PARMDD (YYYYMM, COLUMNS 1-6) THE
      * SAME WAY TASKEFF0 TAKES IT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QAREVIEW-FILE ASSIGN TO QADD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS QA-KEY
               FILE STATUS IS WS-QAREVIEW-STATUS.
           SELECT TEAMS-FILE ASSIGN TO TEAMSDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TM-KEY
               FILE STATUS IS WS-TEAMS-STATUS.
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
       FD  QAREVIEW-FILE
           LABEL RECORDS ARE STANDARD.
           COPY QAREC.
       FD  TEAMS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TEAMREC.
       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARM-CARD PIC X(80).
      * SECTION 1 IS EVERY SAMPLE IN THE MONTH, FOR THE COUNTS -
      * SECTION 2 A SECOND COPY OF EACH FAILED ONE, FOR THE LISTING
       SD  SORT-WORK.
       01  SRT-QA-REC.
           05 SRT-SECTION PIC X(1).
           05 SRT-USERNAME PIC X(20).
           05 SRT-TASKID PIC X(10).
           05 SRT-PICK PIC X(1).
           05 SRT-STATUS PIC X(1).
           05 SRT-SCORE PIC 9(3).
           05 SRT-REVIEWER PIC X(20).
           05 SRT-COMMENT PIC X(40).
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
       01 WS-QAREVIEW-STATUS PIC XX.
       01 WS-TEAMS-STATUS PIC XX.
       01 WS-PARM-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
      * REPORT REPOSITORY PARAMETER AREA - SEE SUBRPS
       01 RPS-PARM.
           05 RPS-REQUEST PIC X.
           05 RPS-JOBNAME PIC X(8) VALUE 'TASKQAR0'.
           05 RPS-LINE PIC X(80).
           05 RPS-STATUS PIC X.
       01 WS-EOF-FLAG PIC X.
           88 END-OF-FILE-SCAN VALUE 'Y'.
       01 WS-READ-COUNT PIC 9(7) VALUE 0.
       01 WS-IN-MONTH-COUNT PIC 9(7) VALUE 0.
       01 WS-RUN-DATE PIC 9(8).
      * THE REPORTING MONTH AND ITS FIRST AND LAST DAY ON THE
      * DAYS-FROM-2000 SCALE
       01 SEL-PERIOD PIC X(6).
       01 SEL-PERIOD-NUM REDEFINES SEL-PERIOD.
           05 SEL-YYYY PIC 9(4).
           05 SEL-MM PIC 9(2).
       01 WS-FIRST-DAYS PIC S9(7).
       01 WS-LAST-DAYS PIC S9(7).
       01 WS-SAMPLE-DAYS PIC S9(7).
      * JULIAN AND CALENDAR DATE WORK - SAME DAYS-FROM-2000 REDUCTION
      * AS TASKPRF0
       01 WS-JULIAN-IN PIC 9(7).
       01 WS-JULIAN-PARTS REDEFINES WS-JULIAN-IN.
           05 FILLER PIC 9(2).
           05 WS-JUL-YY PIC 9(2).
           05 WS-JUL-DDD PIC 9(3).
       01 WS-GREG-IN PIC 9(8).
       01 WS-GREG-PARTS REDEFINES WS-GREG-IN.
           05 WS-GRG-YYYY PIC 9(4).
           05 WS-GRG-MM PIC 9(2).
           05 WS-GRG-DD PIC 9(2).
       01 WS-DAYS-OUT PIC S9(7).
       01 WS-WORK-YY PIC 9(4).
       01 WS-LEAP-REM PIC 9(4).
       01 WS-MONTH-OFFSETS.
           05 FILLER PIC 9(3) VALUE 0.
           05 FILLER PIC 9(3) VALUE 31.
           05 FILLER PIC 9(3) VALUE 59.
           05 FILLER PIC 9(3) VALUE 90.
           05 FILLER PIC 9(3) VALUE 120.
           05 FILLER PIC 9(3) VALUE 151.
           05 FILLER PIC 9(3) VALUE 181.
           05 FILLER PIC 9(3) VALUE 212.
           05 FILLER PIC 9(3) VALUE 243.
           05 FILLER PIC 9(3) VALUE 273.
           05 FILLER PIC 9(3) VALUE 304.
           05 FILLER PIC 9(3) VALUE 334.
       01 WS-MONTH-OFFSET-TAB REDEFINES WS-MONTH-OFFSETS.
           05 WS-MONTH-OFFSET PIC 9(3) OCCURS 12 TIMES.
      * MEMBERSHIP LOADED UP FRONT - ONE ENTRY PER (TEAM, MEMBER) ROW
       01 WS-MEMBERSHIPS.
           05 WS-MS-ENTRY OCCURS 200 TIMES.
               10 WS-MS-TEAMID PIC X(8).
               10 WS-MS-MEMBER PIC X(20).
       01 WS-MS-USED PIC 9(3) VALUE 0.
       01 WS-MS-IX PIC 9(3).
      * ONE ROLL-UP SLOT PER DISTINCT TEAM
       01 WS-TEAM-TOTALS.
           05 WS-TT-ENTRY OCCURS 50 TIMES.
               10 WS-TT-TEAMID PIC X(8).
               10 WS-TT-COUNTS.
                   15 WS-TT-SAMPLED PIC 9(6).
                   15 WS-TT-REWORKED PIC 9(6).
                   15 WS-TT-PASSED PIC 9(6).
                   15 WS-TT-FAILED PIC 9(6).
                   15 WS-TT-SCORE-SUM PIC 9(8).
       01 WS-TT-USED PIC 9(2) VALUE 0.
       01 WS-TT-IX PIC 9(2).
       01 WS-TT-FOUND PIC X.
           88 TT-FOUND VALUE 'Y'.
       01 WS-LOOKUP-TEAMID PIC X(8).
      * ONE USER'S FIGURES WHILE THEIR ROWS COME OUT OF THE SORT, AND
      * THE SHOP-WIDE TOTALS. EVERY PRINTED LINE IS DRAWN FROM WS-LINE
       01 WS-HELD-USERNAME PIC X(20).
       01 WS-USER-COUNTS.
           05 WS-UC-SAMPLED PIC 9(6).
           05 WS-UC-REWORKED PIC 9(6).
           05 WS-UC-PASSED PIC 9(6).
           05 WS-UC-FAILED PIC 9(6).
           05 WS-UC-SCORE-SUM PIC 9(8).
       01 WS-ALL-COUNTS.
           05 WS-AC-SAMPLED PIC 9(6) VALUE 0.
           05 WS-AC-REWORKED PIC 9(6) VALUE 0.
           05 WS-AC-PASSED PIC 9(6) VALUE 0.
           05 WS-AC-FAILED PIC 9(6) VALUE 0.
           05 WS-AC-SCORE-SUM PIC 9(8) VALUE 0.
       01 WS-LINE-COUNTS.
           05 WS-LC-SAMPLED PIC 9(6).
           05 WS-LC-REWORKED PIC 9(6).
           05 WS-LC-PASSED PIC 9(6).
           05 WS-LC-FAILED PIC 9(6).
           05 WS-LC-SCORE-SUM PIC 9(8).
       01 WS-LC-REVIEWED PIC 9(6).
       01 WS-LINE-NAME PIC X(20).
       01 WS-RATE PIC 9(3).
       01 WS-HELD-SECTION PIC X(1).
       01 WS-FAILED-LISTED PIC 9(7) VALUE 0.
       01 WS-USER-PRINTED PIC 9(7) VALUE 0.
       01 WS-HEADINGS.
           05 WS-TITLE1.
               10 FILLER PIC X(36) VALUE
                  'MONTHLY QA REVIEW RESULTS - MONTH   '.
               10 HD-PERIOD PIC X(6).
               10 FILLER PIC X(38) VALUE SPACE.
           05 WS-TITLE2 PIC X(80) VALUE
              'BY USER'.
           05 WS-TITLE3.
               10 FILLER PIC X(40) VALUE
                  'USER / TEAM          SAMPLED REWORK  REV'.
               10 FILLER PIC X(40) VALUE
                  'WD PASSED FAILED PASS-%  AVG-SCR PENDING'.
           05 WS-TITLE4 PIC X(80) VALUE
              'BY TEAM'.
           05 WS-TITLE5 PIC X(80) VALUE
              'FAILED SAMPLES AND THE REASONS GIVEN'.
           05 WS-TITLE6 PIC X(80) VALUE
              'TASKID     USER           SCORE REVIEWER COMMENT'.
       01 WS-BLANK-LINE PIC X(80) VALUE SPACES.
       01 WS-DETAIL-LINE.
           05 DL-NAME PIC X(20).
           05 FILLER PIC X(2) VALUE SPACE.
           05 DL-SAMPLED PIC ZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DL-REWORKED PIC ZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DL-REVIEWED PIC ZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DL-PASSED PIC ZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DL-FAILED PIC ZZZZZ9.
           05 FILLER PIC X(4) VALUE SPACE.
           05 DL-RATE PIC ZZ9.
           05 DL-NO-RATE REDEFINES DL-RATE PIC X(3).
           05 FILLER PIC X(6) VALUE SPACE.
           05 DL-AVG PIC ZZ9.
           05 DL-NO-AVG REDEFINES DL-AVG PIC X(3).
           05 FILLER PIC X(2) VALUE SPACE.
           05 DL-PENDING PIC ZZZZZ9.
       01 WS-FAIL-LINE.
           05 FL-TASKID PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 FL-USERNAME PIC X(14).
           05 FILLER PIC X(2) VALUE SPACE.
           05 FL-SCORE PIC ZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 FL-REVIEWER PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 FL-COMMENT PIC X(40).
       01 WS-EMPTY-LINE PIC X(80) VALUE
          'NO QA SAMPLES WERE TAKEN IN THE MONTH'.
       01 WS-NO-TEAMS-LINE PIC X(80) VALUE
          'NO TEAM MEMBERSHIPS ON FILE - NOTHING TO ROLL UP'.
       01 WS-NO-FAILS-LINE PIC X(80) VALUE
          'NO SAMPLE FAILED'.
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM CHECK-PREREQS-PARA
           PERFORM OPEN-BATCH-LOG-PARA
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM READ-PARM-CARD-PARA
           PERFORM SET-MONTH-WINDOW-PARA
           PERFORM LOAD-MEMBERSHIPS-PARA
           OPEN INPUT QAREVIEW-FILE
           IF WS-QAREVIEW-STATUS NOT = '00' THEN
               DISPLAY 'TASKQAR0 OPEN FAILED FOR QAREVIEW-FILE - '
                   'STATUS ' WS-QAREVIEW-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00' THEN
               DISPLAY 'TASKQAR0 OPEN FAILED FOR REPORT-FILE - STATUS '
                   WS-REPORT-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           MOVE SEL-PERIOD TO HD-PERIOD
           MOVE WS-TITLE1 TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE WS-BLANK-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE WS-TITLE2 TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE WS-TITLE3 TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           SORT SORT-WORK
               ON ASCENDING KEY SRT-SECTION SRT-USERNAME SRT-TASKID
               INPUT PROCEDURE IS 1000-GATHER-SAMPLES
               OUTPUT PROCEDURE IS 2000-PRODUCE-REPORT
           CLOSE QAREVIEW-FILE
           CLOSE REPORT-FILE
           MOVE 'C' TO RPS-REQUEST
           CALL 'SUBRPS' USING RPS-PARM
           DISPLAY 'TASKQAR0 MONTH REPORTED: ' SEL-PERIOD
           DISPLAY 'TASKQAR0 QAREVIEW ROWS READ: ' WS-READ-COUNT
           DISPLAY 'TASKQAR0 SAMPLES IN THE MONTH: ' WS-IN-MONTH-COUNT
           DISPLAY 'TASKQAR0 FAILED SAMPLES LISTED: ' WS-FAILED-LISTED
           PERFORM WRITE-BATCH-LOG-END-PARA
           GOBACK.
       READ-PARM-CARD-PARA.
      * NO CARD MEANS THE MONTH BEFORE THE RUN DATE. A CARD THAT IS
      * NOT A YYYYMM MONTH IS SHOWN AND IGNORED RATHER THAN REPORTING
      * ON A MONTH THAT DOES NOT EXIST
           MOVE SPACES TO SEL-PERIOD
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = '00' THEN
               READ PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE PARM-CARD(1:6) TO SEL-PERIOD
               END-READ
               CLOSE PARM-FILE
           END-IF
           IF SEL-PERIOD NOT = SPACES THEN
               IF SEL-PERIOD IS NOT NUMERIC OR SEL-YYYY < 2000
                  OR SEL-MM < 1 OR SEL-MM > 12 THEN
                   DISPLAY 'TASKQAR0 PARM CARD ' SEL-PERIOD
                       ' IS NOT A YYYYMM MONTH - IGNORED'
                   MOVE SPACES TO SEL-PERIOD
               END-IF
           END-IF
           IF SEL-PERIOD = SPACES THEN
               MOVE WS-RUN-DATE TO WS-GREG-IN
               IF WS-GRG-MM = 1 THEN
                   COMPUTE SEL-YYYY = WS-GRG-YYYY - 1
                   MOVE 12 TO SEL-MM
               ELSE
                   MOVE WS-GRG-YYYY TO SEL-YYYY
                   COMPUTE SEL-MM = WS-GRG-MM - 1
               END-IF
           END-IF
           EXIT.
       SET-MONTH-WINDOW-PARA.
      * FIRST DAY OF THE MONTH, AND THE DAY BEFORE THE FIRST OF THE
      * NEXT ONE
           MOVE SEL-YYYY TO WS-GRG-YYYY
           MOVE SEL-MM TO WS-GRG-MM
           MOVE 1 TO WS-GRG-DD
           PERFORM GREG-TO-DAYS-PARA
           MOVE WS-DAYS-OUT TO WS-FIRST-DAYS
           IF SEL-MM = 12 THEN
               COMPUTE WS-GRG-YYYY = SEL-YYYY + 1
               MOVE 1 TO WS-GRG-MM
           ELSE
               COMPUTE WS-GRG-MM = SEL-MM + 1
           END-IF
           PERFORM GREG-TO-DAYS-PARA
           COMPUTE WS-LAST-DAYS = WS-DAYS-OUT - 1
           EXIT.
       LOAD-MEMBERSHIPS-PARA.
      * ONE PASS OVER TEAMS FILLS THE MEMBERSHIP TABLE AND REGISTERS
      * EVERY DISTINCT TEAM A ROLL-UP SLOT
           OPEN INPUT TEAMS-FILE
           IF WS-TEAMS-STATUS NOT = '00' THEN
               DISPLAY 'TASKQAR0 OPEN FAILED FOR TEAMS-FILE - STATUS '
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
                   MOVE 0 TO WS-TT-SAMPLED(WS-TT-IX)
                   MOVE 0 TO WS-TT-REWORKED(WS-TT-IX)
                   MOVE 0 TO WS-TT-PASSED(WS-TT-IX)
                   MOVE 0 TO WS-TT-FAILED(WS-TT-IX)
                   MOVE 0 TO WS-TT-SCORE-SUM(WS-TT-IX)
                   MOVE 'Y' TO WS-TT-FOUND
               ELSE
                   DISPLAY 'TASKQAR0 TEAM TABLE FULL - '
                       WS-LOOKUP-TEAMID ' NOT ROLLED UP'
               END-IF
           END-IF
           EXIT.
       1000-GATHER-SAMPLES.
      * EVERY SAMPLE TAKEN IN THE MONTH, WHATEVER ITS VERDICT - A
      * FAILED ONE GOES IN TWICE, ONCE FOR THE COUNTS AND ONCE FOR
      * THE LISTING
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL END-OF-FILE-SCAN
               READ QAREVIEW-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE QA-SAMPLE-DATE TO WS-JULIAN-IN
                       PERFORM JULIAN-TO-DAYS-PARA
                       MOVE WS-DAYS-OUT TO WS-SAMPLE-DAYS
                       IF WS-SAMPLE-DAYS NOT < WS-FIRST-DAYS AND
                          WS-SAMPLE-DAYS NOT > WS-LAST-DAYS THEN
                           PERFORM 1100-RELEASE-SAMPLE
                       END-IF
               END-READ
           END-PERFORM
           EXIT.
       1100-RELEASE-SAMPLE.
           ADD 1 TO WS-IN-MONTH-COUNT
           MOVE '1' TO SRT-SECTION
           MOVE QA-USERNAME TO SRT-USERNAME
           MOVE QA-TASKID TO SRT-TASKID
           MOVE QA-PICK TO SRT-PICK
           MOVE QA-STATUS TO SRT-STATUS
           MOVE QA-SCORE TO SRT-SCORE
           MOVE QA-REVIEWER TO SRT-REVIEWER
           MOVE QA-COMMENT TO SRT-COMMENT
           RELEASE SRT-QA-REC
           IF QA-FAILED THEN
               MOVE '2' TO SRT-SECTION
               RELEASE SRT-QA-REC
           END-IF
           EXIT.
       2000-PRODUCE-REPORT.
           MOVE HIGH-VALUES TO WS-HELD-USERNAME
           MOVE '1' TO WS-HELD-SECTION
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL END-OF-FILE-SCAN
               RETURN SORT-WORK
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF SRT-SECTION = '1' THEN
                           IF SRT-USERNAME NOT = WS-HELD-USERNAME THEN
                               PERFORM 2100-USER-BREAK
                           END-IF
                           PERFORM 2200-COUNT-SAMPLE
                       ELSE
                           IF WS-HELD-SECTION = '1' THEN
                               PERFORM 2300-CLOSE-COUNTS
                           END-IF
                           PERFORM 2400-LIST-FAILURE
                       END-IF
               END-RETURN
           END-PERFORM
           IF WS-HELD-SECTION = '1' THEN
               PERFORM 2300-CLOSE-COUNTS
           END-IF
           IF WS-FAILED-LISTED = 0 THEN
               MOVE WS-NO-FAILS-LINE TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA
           END-IF
           EXIT.
       2100-USER-BREAK.
           IF WS-HELD-USERNAME NOT = HIGH-VALUES THEN
               PERFORM 2110-PRINT-USER
           END-IF
           MOVE SRT-USERNAME TO WS-HELD-USERNAME
           INITIALIZE WS-USER-COUNTS
           EXIT.
       2110-PRINT-USER.
      * THE USER'S LINE, THEN THEIR FIGURES INTO EVERY TEAM THEY
      * BELONG TO AND INTO THE SHOP-WIDE TOTAL
           MOVE WS-HELD-USERNAME TO WS-LINE-NAME
           MOVE WS-USER-COUNTS TO WS-LINE-COUNTS
           PERFORM PRINT-COUNTS-LINE-PARA
           ADD 1 TO WS-USER-PRINTED
           ADD WS-UC-SAMPLED TO WS-AC-SAMPLED
           ADD WS-UC-REWORKED TO WS-AC-REWORKED
           ADD WS-UC-PASSED TO WS-AC-PASSED
           ADD WS-UC-FAILED TO WS-AC-FAILED
           ADD WS-UC-SCORE-SUM TO WS-AC-SCORE-SUM
           PERFORM VARYING WS-MS-IX FROM 1 BY 1
               UNTIL WS-MS-IX > WS-MS-USED
               IF WS-MS-MEMBER(WS-MS-IX) = WS-HELD-USERNAME THEN
                   MOVE WS-MS-TEAMID(WS-MS-IX) TO WS-LOOKUP-TEAMID
                   PERFORM FIND-TEAM-SLOT-PARA
                   IF TT-FOUND THEN
                       ADD WS-UC-SAMPLED TO WS-TT-SAMPLED(WS-TT-IX)
                       ADD WS-UC-REWORKED TO WS-TT-REWORKED(WS-TT-IX)
                       ADD WS-UC-PASSED TO WS-TT-PASSED(WS-TT-IX)
                       ADD WS-UC-FAILED TO WS-TT-FAILED(WS-TT-IX)
                       ADD WS-UC-SCORE-SUM
                           TO WS-TT-SCORE-SUM(WS-TT-IX)
                   END-IF
               END-IF
           END-PERFORM
           EXIT.
       2200-COUNT-SAMPLE.
           ADD 1 TO WS-UC-SAMPLED
           IF SRT-PICK = 'R' THEN
               ADD 1 TO WS-UC-REWORKED
           END-IF
           EVALUATE SRT-STATUS
           WHEN 'P'
               ADD 1 TO WS-UC-PASSED
               ADD SRT-SCORE TO WS-UC-SCORE-SUM
           WHEN 'F'
               ADD 1 TO WS-UC-FAILED
               ADD SRT-SCORE TO WS-UC-SCORE-SUM
           END-EVALUATE
           EXIT.
       2300-CLOSE-COUNTS.
      * THE LAST USER, THE SHOP TOTAL, THE TEAM SECTION, AND THE
      * HEADINGS FOR THE FAILURE LISTING THAT FOLLOWS
           IF WS-HELD-USERNAME NOT = HIGH-VALUES THEN
               PERFORM 2110-PRINT-USER
           END-IF
           IF WS-USER-PRINTED = 0 THEN
               MOVE WS-EMPTY-LINE TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA
           ELSE
               MOVE WS-BLANK-LINE TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA
               MOVE 'ALL USERS' TO WS-LINE-NAME
               MOVE WS-ALL-COUNTS TO WS-LINE-COUNTS
               PERFORM PRINT-COUNTS-LINE-PARA
           END-IF
           MOVE WS-BLANK-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE WS-TITLE4 TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE WS-TITLE3 TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           IF WS-MS-USED = 0 THEN
               MOVE WS-NO-TEAMS-LINE TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA
           ELSE
               PERFORM PRINT-ONE-TEAM-PARA
                   VARYING WS-TT-IX FROM 1 BY 1
                   UNTIL WS-TT-IX > WS-TT-USED
           END-IF
           MOVE WS-BLANK-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE WS-TITLE5 TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE WS-TITLE6 TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE '2' TO WS-HELD-SECTION
           EXIT.
       2400-LIST-FAILURE.
           ADD 1 TO WS-FAILED-LISTED
           MOVE SRT-TASKID TO FL-TASKID
           MOVE SRT-USERNAME TO FL-USERNAME
           MOVE SRT-SCORE TO FL-SCORE
           MOVE SRT-REVIEWER TO FL-REVIEWER
           MOVE SRT-COMMENT TO FL-COMMENT
           MOVE WS-FAIL-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           EXIT.
       PRINT-ONE-TEAM-PARA.
           MOVE WS-TT-TEAMID(WS-TT-IX) TO WS-LINE-NAME
           MOVE WS-TT-COUNTS(WS-TT-IX) TO WS-LINE-COUNTS
           PERFORM PRINT-COUNTS-LINE-PARA
           EXIT.
       PRINT-COUNTS-LINE-PARA.
      * ONE LINE OF FIGURES FOR WHOEVER WS-LINE-NAME IS - THE PASS
      * RATE AND THE AVERAGE SCORE ARE OVER THE REVIEWED SAMPLES ONLY,
      * N/A WHILE NOTHING HAS A VERDICT YET
           COMPUTE WS-LC-REVIEWED = WS-LC-PASSED + WS-LC-FAILED
           MOVE WS-LINE-NAME TO DL-NAME
           MOVE WS-LC-SAMPLED TO DL-SAMPLED
           MOVE WS-LC-REWORKED TO DL-REWORKED
           MOVE WS-LC-REVIEWED TO DL-REVIEWED
           MOVE WS-LC-PASSED TO DL-PASSED
           MOVE WS-LC-FAILED TO DL-FAILED
           IF WS-LC-REVIEWED > 0 THEN
               COMPUTE WS-RATE ROUNDED =
                   WS-LC-PASSED * 100 / WS-LC-REVIEWED
               MOVE WS-RATE TO DL-RATE
               COMPUTE WS-RATE ROUNDED =
                   WS-LC-SCORE-SUM / WS-LC-REVIEWED
               MOVE WS-RATE TO DL-AVG
           ELSE
               MOVE 'N/A' TO DL-NO-RATE
               MOVE 'N/A' TO DL-NO-AVG
           END-IF
           COMPUTE DL-PENDING = WS-LC-SAMPLED - WS-LC-REVIEWED
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           EXIT.
       JULIAN-TO-DAYS-PARA.
      * 0CYYDDD TO DAYS FROM THE START OF 2000 - EVERY FOURTH YEAR IN
      * THE 20XX RANGE IS A LEAP YEAR WITH NO CENTURY EXCEPTION
           COMPUTE WS-DAYS-OUT =
               WS-JUL-YY * 365 + (WS-JUL-YY + 3) / 4 + WS-JUL-DDD
           EXIT.
       GREG-TO-DAYS-PARA.
      * YYYYMMDD TO THE SAME DAYS-FROM-2000 SCALE
           COMPUTE WS-WORK-YY = WS-GRG-YYYY - 2000
           COMPUTE WS-DAYS-OUT =
               WS-WORK-YY * 365 + (WS-WORK-YY + 3) / 4
               + WS-MONTH-OFFSET(WS-GRG-MM) + WS-GRG-DD
           DIVIDE WS-WORK-YY BY 4 GIVING WS-LEAP-REM
               REMAINDER WS-LEAP-REM
           IF WS-LEAP-REM = 0 AND WS-GRG-MM > 2 THEN
               ADD 1 TO WS-DAYS-OUT
           END-IF
           EXIT.
       WRITE-REPORT-LINE-PARA.
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = '00' THEN
               DISPLAY 'TASKQAR0 REPORT WRITE FAILED - STATUS '
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
           MOVE 'TASKQAR0' TO PRQ-JOBNAME
           ACCEPT PRQ-RUN-DATE FROM DATE YYYYMMDD
           CALL 'SUBPRQ' USING PRQ-PARM
           EVALUATE TRUE
           WHEN PRQ-BLOCKED
               DISPLAY 'TASKQAR0 BLOCKED - NO NORMAL '
                   PRQ-MISSING-JOB ' RUN TONIGHT'
               PERFORM WRITE-BLOCKED-LOG-PARA
               STOP RUN
           WHEN PRQ-OVERRIDDEN
               DISPLAY 'TASKQAR0 PREREQ ' PRQ-MISSING-JOB
                   ' MISSING - RUNNING ON OPERATOR OVERRIDE'
           END-EVALUATE
           EXIT.
       WRITE-BLOCKED-LOG-PARA.
      * THE REFUSAL ITSELF GOES ON THE JOURNAL SO TASKBLG0 SHOWS WHAT
      * WAS BLOCKED AND WHY, INSTEAD OF A JOB THAT SILENTLY NEVER RAN
           OPEN I-O BATCHLOG-FILE
           IF WS-BATCHLOG-STATUS NOT = '00' THEN
               DISPLAY 'TASKQAR0 OPEN FAILED FOR BATCHLOG-FILE - '
                   'STATUS ' WS-BATCHLOG-STATUS
               STOP RUN
           END-IF
           MOVE 'TASKQAR0' TO BL-JOBNAME
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
               DISPLAY 'TASKQAR0 OPEN FAILED FOR BATCHLOG-FILE - '
                   'STATUS ' WS-BATCHLOG-STATUS
               STOP RUN
           END-IF
           MOVE 'TASKQAR0' TO BL-JOBNAME
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
               DISPLAY 'TASKQAR0 BATCHLOG WRITE FAILED - STATUS '
                   WS-BATCHLOG-STATUS
               STOP RUN
           END-IF
           EXIT.
       WRITE-BATCH-LOG-END-PARA.
           ACCEPT BL-END-DATE FROM DATE YYYYMMDD
           ACCEPT WS-BL-TIME-RAW FROM TIME
           COMPUTE BL-END-TIME = WS-BL-TIME-RAW / 100
           MOVE WS-READ-COUNT TO BL-READ-COUNT
           MOVE WS-IN-MONTH-COUNT TO BL-WRITTEN-COUNT
           MOVE 'NORMAL' TO BL-OUTCOME
           REWRITE FS-BATCHLOG
           IF WS-BATCHLOG-STATUS NOT = '00' THEN
               DISPLAY 'TASKQAR0 BATCHLOG REWRITE FAILED - STATUS '
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
           MOVE WS-IN-MONTH-COUNT TO BL-WRITTEN-COUNT
           MOVE 'FAILED' TO BL-OUTCOME
           REWRITE FS-BATCHLOG
           CLOSE BATCHLOG-FILE
           EXIT.
