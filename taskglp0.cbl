       IDENTIFICATION DIVISION.
       PROGRAM-ID. TASKGLP0.
      * MONTHLY BATCH CHARGEBACK - PRICES EVERY SUPERVISOR-APPROVED
      * WORKLOG ROW FOR ONE CALENDAR MONTH AT THE HOURLY RATE IN FORCE
      * ON THE DAY THE HOURS WERE LOGGED, AND WRITES THE GL JOURNAL
      * INTERFACE FILE (GLJDD) WITH A DEBIT AND A CREDIT LINE PER COST
      * CENTER BETWEEN A HEADER AND A TRAILER CARRYING THE CONTROL
      * TOTALS. THE COST CENTER IS THE ONE ON THE TASK - LIVE FILE
      * FIRST, HISTORY SECOND, THE SAME WAY TASKEFF0 FINDS ITS
      * DESCRIPTIONS - AND WORK WITH NO COST CENTER POSTS TO SUSPENSE
      * FOR FINANCE TO CLEAR.
      * THE RATE IS THE USER'S OWN ROW ON THE RATE FILE WHEN THERE IS
      * ONE, ELSE THE RATE OF THE FIRST OF THE USER'S TEAMS (IN TEAM ID
      * ORDER) THAT HAS ONE. APPROVED HOURS WITH NO RATE AT ALL ARE
      * NOT POSTED - THEY PRINT ON THE RECONCILIATION LISTING, WHICH
      * PROVES THE PRICED HOURS AGAINST THE APPROVED TOTAL TASKEFF0
      * PRINTS FOR THE SAME MONTH. A MONTH THAT DOES NOT BALANCE IS NOT
      * MARKED POSTED AND THE RUN ENDS FAILED.
      * THE PARAMETER CARD ON PARMDD CARRIES THE MONTH (YYYYMM, COLUMNS
      * 1-6 - BLANK MEANS LAST MONTH), THE WORD OVERRIDE IN COLUMNS
      * 10-17 TO ALLOW A REPOST, AND OPTIONALLY THE DEBIT AND CREDIT GL
      * ACCOUNTS IN COLUMNS 20-29 AND 30-39. A POSTED MONTH IS A
      * GLPYYYYMM ROW ON CONTROL HOLDING THE DATE IT WAS POSTED; A
      * SECOND RUN FOR THAT MONTH IS REFUSED WITHOUT THE OVERRIDE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORKLOG-FILE ASSIGN TO WORKLDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WL-KEY
               FILE STATUS IS WS-WORKLOG-STATUS.
           SELECT TASKS-FILE ASSIGN TO TASKSDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS T-TASKID
               FILE STATUS IS WS-TASKS-STATUS.
           SELECT HISTORY-FILE ASSIGN TO HISTDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS H-TASKID
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT RATE-FILE ASSIGN TO RATEDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-KEY
               FILE STATUS IS WS-RATE-STATUS.
           SELECT TEAMS-FILE ASSIGN TO TEAMSDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TM-KEY
               FILE STATUS IS WS-TEAMS-STATUS.
           SELECT CONTROL-FILE ASSIGN TO CTLDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTL-KEY
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT PARM-FILE ASSIGN TO PARMDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT SORT-WORK ASSIGN TO SORTWK.
           SELECT GLJ-FILE ASSIGN TO GLJDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLJ-STATUS.
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
       FD  WORKLOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WORKLOGREC.
       FD  TASKS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TASKSREC.
       FD  HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HISTORYREC.
       FD  RATE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RATEREC.
       FD  TEAMS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TEAMREC.
       FD  CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CTLREC.
       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARM-CARD PIC X(80).
       SD  SORT-WORK.
       01  SRT-GLP-REC.
      * SECTION 1 IS PRICED WORK, SECTION 2 APPROVED WORK THAT FOUND
      * NO RATE - THE SORT DELIVERS EVERY POSTABLE ROW FIRST SO THE
      * JOURNAL IS COMPLETE BEFORE THE EXCEPTION LISTING STARTS
           05 SRT-SECTION PIC X(1).
           05 SRT-COST-CENTER PIC X(8).
           05 SRT-USERNAME PIC X(20).
           05 SRT-TASKID PIC X(10).
           05 SRT-DATE PIC X(8).
           05 SRT-HOURS PIC 9(3)V9.
           05 SRT-RATE PIC 9(5)V99.
           05 SRT-AMOUNT PIC 9(9)V99.
       FD  GLJ-FILE
           LABEL RECORDS ARE STANDARD.
           COPY GLJREC.
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
       01 WS-WORKLOG-STATUS PIC XX.
       01 WS-TASKS-STATUS PIC XX.
       01 WS-HISTORY-STATUS PIC XX.
       01 WS-RATE-STATUS PIC XX.
       01 WS-TEAMS-STATUS PIC XX.
       01 WS-CONTROL-STATUS PIC XX.
       01 WS-PARM-STATUS PIC XX.
       01 WS-GLJ-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
      * REPORT REPOSITORY PARAMETER AREA - SEE SUBRPS
       01 RPS-PARM.
           05 RPS-REQUEST PIC X.
           05 RPS-JOBNAME PIC X(8) VALUE 'TASKGLP0'.
           05 RPS-LINE PIC X(80).
           05 RPS-STATUS PIC X.
       01 WS-EOF-FLAG PIC X.
           88 END-OF-WORKLOG VALUE 'Y'.
       01 WS-RATE-EOF-FLAG PIC X.
           88 END-OF-RATES VALUE 'Y'.
       01 WS-TEAMS-EOF-FLAG PIC X.
           88 END-OF-TEAMS VALUE 'Y'.
       01 WS-READ-COUNT PIC 9(7) VALUE 0.
       01 WS-PRICED-COUNT PIC 9(7) VALUE 0.
       01 WS-UNPRICED-COUNT PIC 9(7) VALUE 0.
       01 WS-GLJ-COUNT PIC 9(7) VALUE 0.
      * SELECTION FROM THE PARAMETER CARD
       01 WS-SELECTION.
           05 SEL-PERIOD PIC X(6).
           05 SEL-OVERRIDE PIC X(8).
               88 SEL-OVERRIDE-GIVEN VALUE 'OVERRIDE'.
           05 SEL-DEBIT-ACCOUNT PIC X(10).
           05 SEL-CREDIT-ACCOUNT PIC X(10).
      * SHOP DEFAULTS WHEN THE CARD LEAVES THE ACCOUNTS BLANK - THE
      * DEPARTMENTS ARE CHARGED, THE SERVICE RECOVERY ACCOUNT CREDITED
       01 WS-DEFAULT-DEBIT-ACCOUNT PIC X(10) VALUE '6150-CHGBK'.
       01 WS-DEFAULT-CREDIT-ACCOUNT PIC X(10) VALUE '4910-RECOV'.
       01 WS-SUSPENSE-COST-CENTER PIC X(8) VALUE 'SUSPENSE'.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MM PIC 9(2).
           05 WS-RUN-DD PIC 9(2).
       01 WS-RUN-TIME PIC 9(6).
       01 WS-PERIOD PIC 9(6).
       01 WS-PERIOD-R REDEFINES WS-PERIOD.
           05 WS-PERIOD-YYYY PIC 9(4).
           05 WS-PERIOD-MM PIC 9(2).
       01 WS-PERIOD-X REDEFINES WS-PERIOD PIC X(6).
       01 WS-POSTED-KEY.
           05 FILLER PIC X(3) VALUE 'GLP'.
           05 WS-POSTED-PERIOD PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
       01 IF-ALREADY-POSTED PIC X VALUE 'N'.
           88 ALREADY-POSTED VALUE 'Y'.
       01 WS-POSTED-ON PIC 9(9) VALUE 0.
      * MEMBER-TO-TEAM PAIRS FROM TEAMS, IN TEAM ID ORDER, FOR THE
      * TEAM-RATE FALLBACK
       01 WS-MEMBER-TABLE.
           05 WS-MEMBER-ENTRY OCCURS 2000 TIMES.
               10 WS-MT-MEMBER PIC X(20).
               10 WS-MT-TEAMID PIC X(8).
       01 WS-MT-USED PIC 9(4) VALUE 0.
       01 WS-MT-IX PIC 9(4).
       01 IF-MT-FULL-SHOWN PIC X VALUE 'N'.
           88 MT-FULL-SHOWN VALUE 'Y'.
      * RATE LOOKUP - KIND, ID AND DATE IN; RATE AND FOUND FLAG OUT
       01 WS-LOOKUP-KIND PIC X(1).
       01 WS-LOOKUP-ID PIC X(20).
       01 WS-LOOKUP-DATE PIC 9(8).
       01 WS-LOOKUP-RATE PIC 9(5)V99.
       01 WS-RATE-FOUND PIC X.
           88 RATE-FOUND VALUE 'Y'.
      * CONTROL TOTALS
       01 WS-APPROVED-HOURS PIC 9(7)V9 VALUE 0.
       01 WS-PRICED-HOURS PIC 9(7)V9 VALUE 0.
       01 WS-UNPRICED-HOURS PIC 9(7)V9 VALUE 0.
       01 WS-DIFF-HOURS PIC S9(7)V9 VALUE 0.
       01 WS-DEBIT-TOTAL PIC 9(13)V99 VALUE 0.
       01 WS-CREDIT-TOTAL PIC 9(13)V99 VALUE 0.
       01 IF-BALANCED PIC X VALUE 'Y'.
           88 BALANCED VALUE 'Y'.
      * COST CENTER BREAK
       01 WS-BREAK-COST-CENTER PIC X(8).
       01 WS-CC-ROWS PIC 9(7) VALUE 0.
       01 WS-CC-HOURS PIC 9(7)V9 VALUE 0.
       01 WS-CC-AMOUNT PIC 9(11)V99 VALUE 0.
       01 WS-FIRST-GROUP PIC X VALUE 'Y'.
           88 FIRST-GROUP VALUE 'Y'.
       01 IF-IN-EXCEPTIONS PIC X VALUE 'N'.
           88 IN-EXCEPTIONS VALUE 'Y'.
       01 WS-HEADINGS.
           05 WS-TITLE1.
               10 FILLER PIC X(46) VALUE
                  'MONTHLY CHARGEBACK - GL JOURNAL RECONCILIATION'.
               10 FILLER PIC X(9) VALUE ' - PERIOD'.
               10 FILLER PIC X(1) VALUE SPACE.
               10 TL-PERIOD PIC X(6).
           05 WS-TITLE2 PIC X(80) VALUE
              'COST CTR     ROWS      HOURS            AMOUNT'.
       01 WS-REPOST-LINE PIC X(80) VALUE
          '*** REPOST OF AN ALREADY-POSTED MONTH ON OPERATOR OVERRIDE'.
       01 WS-CC-LINE.
           05 CL-COST-CENTER PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CL-ROWS PIC ZZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 CL-HOURS PIC ZZZZZZ9.9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 CL-AMOUNT PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-CC-TOTAL-LINE.
           05 FILLER PIC X(8) VALUE 'TOTAL'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 CT-ROWS PIC ZZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 CT-HOURS PIC ZZZZZZ9.9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 CT-AMOUNT PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-EXC-TITLE1 PIC X(80) VALUE
          'APPROVED HOURS WITH NO RATE - NOT POSTED'.
       01 WS-EXC-TITLE2 PIC X(80) VALUE
          'USERNAME             TASKID     DATE       HOURS COST CTR'.
       01 WS-EXC-LINE.
           05 XL-USERNAME PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 XL-TASKID PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 XL-DATE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 XL-HOURS PIC ZZZ9.9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 XL-COST-CENTER PIC X(8).
       01 WS-REC-TITLE PIC X(80) VALUE
          'RECONCILIATION TO APPROVED EFFORT (TASKEFF0 BASIS)'.
       01 WS-REC-HOURS-LINE.
           05 RL-LABEL PIC X(40).
           05 RL-HOURS PIC -ZZZZZZ9.9.
       01 WS-REC-AMOUNT-LINE.
           05 RA-LABEL PIC X(40).
           05 RA-AMOUNT PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-RESULT-LINE.
           05 FILLER PIC X(8) VALUE 'RESULT: '.
           05 RS-TEXT PIC X(60).
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM CHECK-PREREQS-PARA
           PERFORM OPEN-BATCH-LOG-PARA
           PERFORM READ-PARM-CARD-PARA
           PERFORM CHECK-PERIOD-POSTED-PARA
           PERFORM LOAD-TEAM-MEMBERS-PARA
           OPEN INPUT TASKS-FILE
           IF WS-TASKS-STATUS NOT = '00' THEN
               DISPLAY 'TASKGLP0 OPEN FAILED FOR TASKS-FILE - STATUS '
                   WS-TASKS-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = '00' THEN
               DISPLAY 'TASKGLP0 OPEN FAILED FOR HISTORY-FILE - STATUS '
                   WS-HISTORY-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           OPEN INPUT RATE-FILE
           IF WS-RATE-STATUS NOT = '00' THEN
               DISPLAY 'TASKGLP0 OPEN FAILED FOR RATE-FILE - STATUS '
                   WS-RATE-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           OPEN OUTPUT GLJ-FILE
           IF WS-GLJ-STATUS NOT = '00' THEN
               DISPLAY 'TASKGLP0 OPEN FAILED FOR GLJ-FILE - STATUS '
                   WS-GLJ-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00' THEN
               DISPLAY 'TASKGLP0 OPEN FAILED FOR REPORT-FILE - STATUS '
                   WS-REPORT-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           MOVE WS-PERIOD-X TO TL-PERIOD
           MOVE WS-TITLE1 TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           IF ALREADY-POSTED THEN
               MOVE WS-REPOST-LINE TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA
           END-IF
           MOVE SPACE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE WS-TITLE2 TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           PERFORM WRITE-GLJ-HEADER-PARA
           SORT SORT-WORK
               ON ASCENDING KEY SRT-SECTION SRT-COST-CENTER
                                SRT-USERNAME SRT-TASKID SRT-DATE
               INPUT PROCEDURE IS 1000-PRICE-WORKLOG
               OUTPUT PROCEDURE IS 2000-PRODUCE-JOURNAL
           IF NOT FIRST-GROUP THEN
               PERFORM 2100-CLOSE-COST-CENTER
           END-IF
           IF NOT IN-EXCEPTIONS THEN
               PERFORM 2400-WRITE-JOURNAL-TOTAL
           END-IF
           PERFORM WRITE-GLJ-TRAILER-PARA
           PERFORM 3000-RECONCILE
           CLOSE TASKS-FILE
           CLOSE HISTORY-FILE
           CLOSE RATE-FILE
           CLOSE GLJ-FILE
           CLOSE REPORT-FILE
           MOVE 'C' TO RPS-REQUEST
           CALL 'SUBRPS' USING RPS-PARM
           DISPLAY 'TASKGLP0 PERIOD: ' WS-PERIOD-X
           DISPLAY 'TASKGLP0 WORKLOG ROWS READ: ' WS-READ-COUNT
           DISPLAY 'TASKGLP0 ROWS PRICED: ' WS-PRICED-COUNT
           DISPLAY 'TASKGLP0 ROWS WITH NO RATE: ' WS-UNPRICED-COUNT
           DISPLAY 'TASKGLP0 JOURNAL LINES WRITTEN: ' WS-GLJ-COUNT
           IF NOT BALANCED THEN
               DISPLAY 'TASKGLP0 PERIOD ' WS-PERIOD-X
                   ' OUT OF BALANCE - NOT MARKED POSTED'
               CLOSE CONTROL-FILE
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           PERFORM MARK-PERIOD-POSTED-PARA
           PERFORM WRITE-BATCH-LOG-END-PARA
           GOBACK.
       READ-PARM-CARD-PARA.
      * NO CARD, OR A CARD WITH A BLANK MONTH, CHARGES LAST MONTH -
      * THE NORMAL FIRST-OF-THE-MONTH RUN NEEDS NO CARD AT ALL
           MOVE SPACES TO WS-SELECTION
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = '00' THEN
               READ PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE PARM-CARD(1:6) TO SEL-PERIOD
                       MOVE PARM-CARD(10:8) TO SEL-OVERRIDE
                       MOVE PARM-CARD(20:10) TO SEL-DEBIT-ACCOUNT
                       MOVE PARM-CARD(30:10) TO SEL-CREDIT-ACCOUNT
               END-READ
               CLOSE PARM-FILE
           END-IF
           IF SEL-DEBIT-ACCOUNT = SPACES THEN
               MOVE WS-DEFAULT-DEBIT-ACCOUNT TO SEL-DEBIT-ACCOUNT
           END-IF
           IF SEL-CREDIT-ACCOUNT = SPACES THEN
               MOVE WS-DEFAULT-CREDIT-ACCOUNT TO SEL-CREDIT-ACCOUNT
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-BL-TIME-RAW FROM TIME
           COMPUTE WS-RUN-TIME = WS-BL-TIME-RAW / 100
           IF SEL-PERIOD = SPACES THEN
               MOVE WS-RUN-YYYY TO WS-PERIOD-YYYY
               IF WS-RUN-MM = 1 THEN
                   SUBTRACT 1 FROM WS-PERIOD-YYYY
                   MOVE 12 TO WS-PERIOD-MM
               ELSE
                   COMPUTE WS-PERIOD-MM = WS-RUN-MM - 1
               END-IF
           ELSE
               IF SEL-PERIOD IS NOT NUMERIC THEN
                   DISPLAY 'TASKGLP0 BAD PERIOD ON PARM CARD - '
                       SEL-PERIOD
                   PERFORM BATCH-LOG-FAILED-PARA
                   STOP RUN
               END-IF
               MOVE SEL-PERIOD TO WS-PERIOD-X
               IF WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12 THEN
                   DISPLAY 'TASKGLP0 BAD PERIOD ON PARM CARD - '
                       SEL-PERIOD
                   PERFORM BATCH-LOG-FAILED-PARA
                   STOP RUN
               END-IF
           END-IF
           EXIT.
       CHECK-PERIOD-POSTED-PARA.
      * A MONTH ALREADY SENT TO THE LEDGER WOULD BE CHARGED TWICE - THE
      * RERUN IS REFUSED (AND JOURNALLED AS BLOCKED) UNLESS THE CARD
      * SAYS OVERRIDE, IN WHICH CASE THE HEADER FLAGS IT AS A REPOST
           OPEN I-O CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = '00' THEN
               DISPLAY 'TASKGLP0 OPEN FAILED FOR CONTROL-FILE - STATUS '
                   WS-CONTROL-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           MOVE WS-PERIOD-X TO WS-POSTED-PERIOD
           MOVE WS-POSTED-KEY TO CTL-KEY
           READ CONTROL-FILE
           IF WS-CONTROL-STATUS = '00' THEN
               MOVE 'Y' TO IF-ALREADY-POSTED
               MOVE CTL-NEXT-TASKID TO WS-POSTED-ON
               IF SEL-OVERRIDE-GIVEN THEN
                   DISPLAY 'TASKGLP0 PERIOD ' WS-PERIOD-X
                       ' ALREADY POSTED ON ' WS-POSTED-ON
                       ' - REPOSTING ON OPERATOR OVERRIDE'
               ELSE
                   DISPLAY 'TASKGLP0 PERIOD ' WS-PERIOD-X
                       ' ALREADY POSTED ON ' WS-POSTED-ON
                       ' - RERUN REFUSED'
                   CLOSE CONTROL-FILE
                   PERFORM BATCH-LOG-REFUSED-PARA
                   STOP RUN
               END-IF
           END-IF
           EXIT.
       MARK-PERIOD-POSTED-PARA.
      * ONLY A BALANCED MONTH IS MARKED - A REPOST REWRITES THE ROW
      * WITH THE NEW POSTING DATE
           MOVE WS-POSTED-KEY TO CTL-KEY
           MOVE WS-RUN-DATE TO CTL-NEXT-TASKID
           IF ALREADY-POSTED THEN
               REWRITE FS-CONTROL
           ELSE
               WRITE FS-CONTROL
           END-IF
           IF WS-CONTROL-STATUS NOT = '00' THEN
               DISPLAY 'TASKGLP0 COULD NOT MARK PERIOD ' WS-PERIOD-X
                   ' POSTED - STATUS ' WS-CONTROL-STATUS
               CLOSE CONTROL-FILE
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           CLOSE CONTROL-FILE
           EXIT.
       LOAD-TEAM-MEMBERS-PARA.
      * A FULL TABLE ONLY COSTS THE TEAM-RATE FALLBACK FOR THE MEMBERS
      * LEFT OUT - THEIR HOURS SHOW UNPRICED RATHER THAN MISPRICED
           OPEN INPUT TEAMS-FILE
           IF WS-TEAMS-STATUS NOT = '00' THEN
               DISPLAY 'TASKGLP0 OPEN FAILED FOR TEAMS-FILE - STATUS '
                   WS-TEAMS-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           MOVE 'N' TO WS-TEAMS-EOF-FLAG
           PERFORM UNTIL END-OF-TEAMS
               READ TEAMS-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-TEAMS-EOF-FLAG
                   NOT AT END
                       IF WS-MT-USED < 2000 THEN
                           ADD 1 TO WS-MT-USED
                           MOVE TM-MEMBER TO WS-MT-MEMBER(WS-MT-USED)
                           MOVE TM-TEAMID TO WS-MT-TEAMID(WS-MT-USED)
                       ELSE
                           IF NOT MT-FULL-SHOWN THEN
                               DISPLAY 'TASKGLP0 TEAM TABLE FULL - '
                                   'LATER TEAMS NOT USED FOR RATES'
                               MOVE 'Y' TO IF-MT-FULL-SHOWN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TEAMS-FILE
           EXIT.
       1000-PRICE-WORKLOG.
           OPEN INPUT WORKLOG-FILE
           IF WS-WORKLOG-STATUS NOT = '00' THEN
               DISPLAY 'TASKGLP0 OPEN FAILED FOR WORKLOG-FILE - '
                   'STATUS ' WS-WORKLOG-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL END-OF-WORKLOG
               READ WORKLOG-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF WL-APPROVED AND
                          WL-DATE(1:6) = WS-PERIOD-X THEN
                           PERFORM 1100-PRICE-ONE-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WORKLOG-FILE
           EXIT.
       1100-PRICE-ONE-ROW.
      * THE APPROVED TOTAL IS TAKEN HERE, BEFORE PRICING, ON EXACTLY
      * THE ROWS TASKEFF0 BILLS FOR THE MONTH - THE RECONCILIATION
      * PROVES NOTHING WAS DROPPED BETWEEN HERE AND THE JOURNAL
           ADD WL-HOURS TO WS-APPROVED-HOURS
           MOVE WL-USERNAME TO SRT-USERNAME
           MOVE WL-TASKID TO SRT-TASKID
           MOVE WL-DATE TO SRT-DATE
           MOVE WL-HOURS TO SRT-HOURS
           PERFORM 1200-FETCH-COST-CENTER
           MOVE WL-DATE TO WS-LOOKUP-DATE
           PERFORM 1300-FIND-USER-RATE
           IF RATE-FOUND THEN
               MOVE '1' TO SRT-SECTION
               MOVE WS-LOOKUP-RATE TO SRT-RATE
               COMPUTE SRT-AMOUNT ROUNDED = WL-HOURS * WS-LOOKUP-RATE
           ELSE
               MOVE '2' TO SRT-SECTION
               MOVE 0 TO SRT-RATE
               MOVE 0 TO SRT-AMOUNT
           END-IF
           RELEASE SRT-GLP-REC
           EXIT.
       1200-FETCH-COST-CENTER.
      * LIVE FILE FIRST, HISTORY SECOND - WORK NOBODY CAN TRACE TO A
      * COST CENTER GOES TO SUSPENSE RATHER THAN GOING UNCHARGED
           MOVE SPACES TO SRT-COST-CENTER
           MOVE WL-TASKID TO T-TASKID
           READ TASKS-FILE
           IF WS-TASKS-STATUS = '00' THEN
               MOVE T-COST-CENTER TO SRT-COST-CENTER
           ELSE
               MOVE WL-TASKID TO H-TASKID
               READ HISTORY-FILE
               IF WS-HISTORY-STATUS = '00' THEN
                   MOVE H-COST-CENTER TO SRT-COST-CENTER
               END-IF
           END-IF
           IF SRT-COST-CENTER = SPACES OR
              SRT-COST-CENTER = LOW-VALUES THEN
               MOVE WS-SUSPENSE-COST-CENTER TO SRT-COST-CENTER
           END-IF
           EXIT.
       1300-FIND-USER-RATE.
      * THE USER'S OWN RATE FIRST, THEN EACH OF THE USER'S TEAMS IN
      * TEAM ID ORDER UNTIL ONE HAS A RATE FOR THE DAY
           MOVE 'U' TO WS-LOOKUP-KIND
           MOVE WL-USERNAME TO WS-LOOKUP-ID
           PERFORM 1400-FIND-RATE
           PERFORM VARYING WS-MT-IX FROM 1 BY 1
               UNTIL WS-MT-IX > WS-MT-USED OR RATE-FOUND
               IF WS-MT-MEMBER(WS-MT-IX) = WL-USERNAME THEN
                   MOVE 'T' TO WS-LOOKUP-KIND
                   MOVE WS-MT-TEAMID(WS-MT-IX) TO WS-LOOKUP-ID
                   PERFORM 1400-FIND-RATE
               END-IF
           END-PERFORM
           EXIT.
       1400-FIND-RATE.
      * THE ROWS FOR ONE USER OR TEAM COME BACK IN EFFECTIVE-DATE
      * ORDER - THE LAST ONE STARTED BY THE DAY AND NOT YET ENDED IS
      * THE RATE IN FORCE
           MOVE 'N' TO WS-RATE-FOUND
           MOVE WS-LOOKUP-KIND TO RT-KIND
           MOVE WS-LOOKUP-ID TO RT-ID
           MOVE 0 TO RT-EFF-FROM
           START RATE-FILE KEY NOT < RT-KEY
           IF WS-RATE-STATUS = '00' THEN
               MOVE 'N' TO WS-RATE-EOF-FLAG
               PERFORM UNTIL END-OF-RATES
                   READ RATE-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-RATE-EOF-FLAG
                       NOT AT END
                           IF RT-KIND = WS-LOOKUP-KIND AND
                              RT-ID = WS-LOOKUP-ID AND
                              RT-EFF-FROM NOT > WS-LOOKUP-DATE THEN
                               IF RT-EFF-TO = 0 OR
                                  RT-EFF-TO NOT < WS-LOOKUP-DATE THEN
                                   MOVE RT-HOURLY-RATE TO WS-LOOKUP-RATE
                                   MOVE 'Y' TO WS-RATE-FOUND
                               END-IF
                           ELSE
                               MOVE 'Y' TO WS-RATE-EOF-FLAG
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           EXIT.
       2000-PRODUCE-JOURNAL.
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL END-OF-WORKLOG
               RETURN SORT-WORK
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF SRT-SECTION = '2' THEN
                           PERFORM 2500-EXCEPTION-ROW
                       ELSE
                           PERFORM 2200-TALLY-PRICED-ROW
                       END-IF
               END-RETURN
           END-PERFORM
           EXIT.
       2200-TALLY-PRICED-ROW.
           IF NOT FIRST-GROUP AND
              SRT-COST-CENTER NOT = WS-BREAK-COST-CENTER
               PERFORM 2100-CLOSE-COST-CENTER
           END-IF
           IF FIRST-GROUP OR
              SRT-COST-CENTER NOT = WS-BREAK-COST-CENTER
               MOVE SRT-COST-CENTER TO WS-BREAK-COST-CENTER
               MOVE 'N' TO WS-FIRST-GROUP
           END-IF
           ADD 1 TO WS-CC-ROWS
           ADD SRT-HOURS TO WS-CC-HOURS
           ADD SRT-AMOUNT TO WS-CC-AMOUNT
           ADD 1 TO WS-PRICED-COUNT
           ADD SRT-HOURS TO WS-PRICED-HOURS
           EXIT.
       2100-CLOSE-COST-CENTER.
      * ONE DEBIT TO THE COST CENTER AND ONE MATCHING CREDIT TO THE
      * RECOVERY ACCOUNT, THEN THE LISTING LINE FOR THE SAME AMOUNT
           MOVE 'D' TO GLJ-REC-TYPE
           MOVE SPACES TO GLJ-BODY
           ADD 1 TO WS-GLJ-COUNT
           MOVE WS-GLJ-COUNT TO GLJ-D-SEQ
           MOVE WS-BREAK-COST-CENTER TO GLJ-D-COST-CENTER
           MOVE SEL-DEBIT-ACCOUNT TO GLJ-D-ACCOUNT
           MOVE 'DR' TO GLJ-D-DRCR
           MOVE WS-CC-AMOUNT TO GLJ-D-AMOUNT
           MOVE WS-CC-HOURS TO GLJ-D-HOURS
           MOVE WS-PERIOD TO GLJ-D-PERIOD
           MOVE 'TASK EFFORT CHARGEBACK' TO GLJ-D-DESC
           PERFORM WRITE-GLJ-LINE-PARA
           ADD WS-CC-AMOUNT TO WS-DEBIT-TOTAL
           MOVE 'D' TO GLJ-REC-TYPE
           MOVE SPACES TO GLJ-BODY
           ADD 1 TO WS-GLJ-COUNT
           MOVE WS-GLJ-COUNT TO GLJ-D-SEQ
           MOVE WS-BREAK-COST-CENTER TO GLJ-D-COST-CENTER
           MOVE SEL-CREDIT-ACCOUNT TO GLJ-D-ACCOUNT
           MOVE 'CR' TO GLJ-D-DRCR
           MOVE WS-CC-AMOUNT TO GLJ-D-AMOUNT
           MOVE WS-CC-HOURS TO GLJ-D-HOURS
           MOVE WS-PERIOD TO GLJ-D-PERIOD
           MOVE 'TASK EFFORT RECOVERY' TO GLJ-D-DESC
           PERFORM WRITE-GLJ-LINE-PARA
           ADD WS-CC-AMOUNT TO WS-CREDIT-TOTAL
           MOVE WS-BREAK-COST-CENTER TO CL-COST-CENTER
           MOVE WS-CC-ROWS TO CL-ROWS
           MOVE WS-CC-HOURS TO CL-HOURS
           MOVE WS-CC-AMOUNT TO CL-AMOUNT
           MOVE WS-CC-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE 0 TO WS-CC-ROWS
           MOVE 0 TO WS-CC-HOURS
           MOVE 0 TO WS-CC-AMOUNT
           EXIT.
       2400-WRITE-JOURNAL-TOTAL.
           MOVE WS-PRICED-COUNT TO CT-ROWS
           MOVE WS-PRICED-HOURS TO CT-HOURS
           MOVE WS-DEBIT-TOTAL TO CT-AMOUNT
           MOVE WS-CC-TOTAL-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           EXIT.
       2500-EXCEPTION-ROW.
      * THE FIRST UNPRICED ROW CLOSES OUT THE LAST COST CENTER AND THE
      * JOURNAL TOTAL, THEN OPENS THE EXCEPTION LISTING
           IF NOT IN-EXCEPTIONS THEN
               IF NOT FIRST-GROUP THEN
                   PERFORM 2100-CLOSE-COST-CENTER
                   MOVE 'Y' TO WS-FIRST-GROUP
               END-IF
               PERFORM 2400-WRITE-JOURNAL-TOTAL
               MOVE 'Y' TO IF-IN-EXCEPTIONS
               MOVE SPACE TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA
               MOVE WS-EXC-TITLE1 TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA
               MOVE WS-EXC-TITLE2 TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA
           END-IF
           ADD 1 TO WS-UNPRICED-COUNT
           ADD SRT-HOURS TO WS-UNPRICED-HOURS
           MOVE SRT-USERNAME TO XL-USERNAME
           MOVE SRT-TASKID TO XL-TASKID
           MOVE SRT-DATE TO XL-DATE
           MOVE SRT-HOURS TO XL-HOURS
           MOVE SRT-COST-CENTER TO XL-COST-CENTER
           MOVE WS-EXC-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           EXIT.
       3000-RECONCILE.
      * PRICED HOURS MUST EQUAL THE MONTH'S APPROVED HOURS AND THE
      * JOURNAL MUST NET TO ZERO - ANYTHING LEFT UNPRICED MEANS THE
      * LEDGER WOULD UNDER-RECOVER, SO THE MONTH DOES NOT BALANCE
           COMPUTE WS-DIFF-HOURS = WS-APPROVED-HOURS - WS-PRICED-HOURS
           IF WS-DIFF-HOURS NOT = 0 OR
              WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL THEN
               MOVE 'N' TO IF-BALANCED
           END-IF
           MOVE SPACE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE WS-REC-TITLE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE 'APPROVED HOURS FOR THE MONTH' TO RL-LABEL
           MOVE WS-APPROVED-HOURS TO RL-HOURS
           MOVE WS-REC-HOURS-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE 'PRICED HOURS ON THE JOURNAL' TO RL-LABEL
           MOVE WS-PRICED-HOURS TO RL-HOURS
           MOVE WS-REC-HOURS-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE 'APPROVED HOURS WITH NO RATE' TO RL-LABEL
           MOVE WS-UNPRICED-HOURS TO RL-HOURS
           MOVE WS-REC-HOURS-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE 'DIFFERENCE (APPROVED LESS PRICED)' TO RL-LABEL
           MOVE WS-DIFF-HOURS TO RL-HOURS
           MOVE WS-REC-HOURS-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE 'JOURNAL DEBIT TOTAL' TO RA-LABEL
           MOVE WS-DEBIT-TOTAL TO RA-AMOUNT
           MOVE WS-REC-AMOUNT-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE 'JOURNAL CREDIT TOTAL' TO RA-LABEL
           MOVE WS-CREDIT-TOTAL TO RA-AMOUNT
           MOVE WS-REC-AMOUNT-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           IF BALANCED THEN
               MOVE 'BALANCED - MONTH MARKED POSTED' TO RS-TEXT
           ELSE
               MOVE 'OUT OF BALANCE - MONTH NOT MARKED POSTED'
                   TO RS-TEXT
           END-IF
           MOVE WS-RESULT-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           EXIT.
       WRITE-GLJ-HEADER-PARA.
           MOVE 'H' TO GLJ-REC-TYPE
           MOVE SPACES TO GLJ-BODY
           MOVE 'TASKGLP0' TO GLJ-H-SOURCE
           MOVE WS-PERIOD TO GLJ-H-PERIOD
           MOVE WS-RUN-DATE TO GLJ-H-RUN-DATE
           MOVE WS-RUN-TIME TO GLJ-H-RUN-TIME
           IF ALREADY-POSTED THEN
               MOVE 'Y' TO GLJ-H-REPOST
           ELSE
               MOVE 'N' TO GLJ-H-REPOST
           END-IF
           PERFORM WRITE-GLJ-LINE-PARA
           EXIT.
       WRITE-GLJ-TRAILER-PARA.
           MOVE 'T' TO GLJ-REC-TYPE
           MOVE SPACES TO GLJ-BODY
           MOVE WS-GLJ-COUNT TO GLJ-T-LINE-COUNT
           MOVE WS-DEBIT-TOTAL TO GLJ-T-DEBIT-TOTAL
           MOVE WS-CREDIT-TOTAL TO GLJ-T-CREDIT-TOTAL
           MOVE WS-PRICED-HOURS TO GLJ-T-HOURS-TOTAL
           PERFORM WRITE-GLJ-LINE-PARA
           EXIT.
       WRITE-GLJ-LINE-PARA.
      * A SHORT JOURNAL MUST NEVER REACH THE LEDGER LOOKING COMPLETE
           WRITE FS-GLJ
           IF WS-GLJ-STATUS NOT = '00' THEN
               DISPLAY 'TASKGLP0 GL JOURNAL WRITE FAILED - STATUS '
                   WS-GLJ-STATUS
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           EXIT.
       WRITE-REPORT-LINE-PARA.
      * AN UNATTENDED JOB MUST NOT REPORT "CLEAN" ON A DISK-FULL OR
      * OTHER I/O FAILURE THAT TRUNCATED THE OUTPUT
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = '00' THEN
               DISPLAY 'TASKGLP0 REPORT WRITE FAILED - STATUS '
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
           MOVE 'TASKGLP0' TO PRQ-JOBNAME
           ACCEPT PRQ-RUN-DATE FROM DATE YYYYMMDD
           CALL 'SUBPRQ' USING PRQ-PARM
           EVALUATE TRUE
           WHEN PRQ-BLOCKED
               DISPLAY 'TASKGLP0 BLOCKED - NO NORMAL '
                   PRQ-MISSING-JOB ' RUN TONIGHT'
               PERFORM WRITE-BLOCKED-LOG-PARA
               STOP RUN
           WHEN PRQ-OVERRIDDEN
               DISPLAY 'TASKGLP0 PREREQ ' PRQ-MISSING-JOB
                   ' MISSING - RUNNING ON OPERATOR OVERRIDE'
           END-EVALUATE
           EXIT.
       WRITE-BLOCKED-LOG-PARA.
      * THE REFUSAL ITSELF GOES ON THE JOURNAL SO TASKBLG0 SHOWS WHAT
      * WAS BLOCKED AND WHY, INSTEAD OF A JOB THAT SILENTLY NEVER RAN
           OPEN I-O BATCHLOG-FILE
           IF WS-BATCHLOG-STATUS NOT = '00' THEN
               DISPLAY 'TASKGLP0 OPEN FAILED FOR BATCHLOG-FILE - '
                   'STATUS ' WS-BATCHLOG-STATUS
               STOP RUN
           END-IF
           MOVE 'TASKGLP0' TO BL-JOBNAME
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
               DISPLAY 'TASKGLP0 OPEN FAILED FOR BATCHLOG-FILE - '
                   'STATUS ' WS-BATCHLOG-STATUS
               STOP RUN
           END-IF
           MOVE 'TASKGLP0' TO BL-JOBNAME
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
               DISPLAY 'TASKGLP0 BATCHLOG WRITE FAILED - STATUS '
                   WS-BATCHLOG-STATUS
               STOP RUN
           END-IF
           EXIT.
       MOVE-BATCH-LOG-COUNTS-PARA.
      * READ = WORKLOG ROWS, WRITTEN = JOURNAL LINES, ARCHIVED = ROWS
      * PRICED, SKIPPED = APPROVED ROWS LEFT UNPRICED
           ACCEPT BL-END-DATE FROM DATE YYYYMMDD
           ACCEPT WS-BL-TIME-RAW FROM TIME
           COMPUTE BL-END-TIME = WS-BL-TIME-RAW / 100
           MOVE WS-READ-COUNT TO BL-READ-COUNT
           MOVE WS-GLJ-COUNT TO BL-WRITTEN-COUNT
           MOVE WS-PRICED-COUNT TO BL-ARCHIVED-COUNT
           MOVE WS-UNPRICED-COUNT TO BL-SKIPPED-COUNT
           EXIT.
       WRITE-BATCH-LOG-END-PARA.
           PERFORM MOVE-BATCH-LOG-COUNTS-PARA
           MOVE 'NORMAL' TO BL-OUTCOME
           REWRITE FS-BATCHLOG
           IF WS-BATCHLOG-STATUS NOT = '00' THEN
               DISPLAY 'TASKGLP0 BATCHLOG REWRITE FAILED - STATUS '
                   WS-BATCHLOG-STATUS
           END-IF
           CLOSE BATCHLOG-FILE
           EXIT.
       BATCH-LOG-REFUSED-PARA.
      * A REFUSED REPOST IS A JOURNAL EVENT LIKE A PREREQ BLOCK - THE
      * RUNNING ROW IS TURNED TO BLOCKED RATHER THAN LEFT DANGLING
           PERFORM MOVE-BATCH-LOG-COUNTS-PARA
           MOVE 'BLOCKED' TO BL-OUTCOME
           REWRITE FS-BATCHLOG
           CLOSE BATCHLOG-FILE
           EXIT.
       BATCH-LOG-FAILED-PARA.
      * ON THE WAY TO ANY STOP RUN ONCE THE RUNNING ROW IS ON - THE
      * JOURNAL SHOWS FAILED INSTEAD OF A DANGLING RUNNING ROW
           PERFORM MOVE-BATCH-LOG-COUNTS-PARA
           MOVE 'FAILED' TO BL-OUTCOME
           REWRITE FS-BATCHLOG
           CLOSE BATCHLOG-FILE
           EXIT.
