       IDENTIFICATION DIVISION.
       PROGRAM-ID. USWTCHP.
      * INTRADAY WATCH ON PRIORITY-H WORK. TASKESC0 ONLY LOOKS AT DUE
      * DATES, AND ONLY OVERNIGHT - AN URGENT TASK RELEASED AT NINE CAN
      * SIT UNTOUCHED UNTIL THE NEXT MORNING. THIS TRANSACTION (UWTC)
      * HAS NO SCREEN. IT RUNS, THEN STARTS ITSELF AGAIN AFTER THE
      * HWATCHMN CONTROL ROW'S NUMBER OF MINUTES (15 WHEN THERE IS NO
      * ROW). AN OPERATOR KICKS IT OFF ONCE AT THE START OF THE ONLINE
      * DAY BY ENTERING UWTC. SETTING HWATCHMN TO ZERO AND ENTERING
      * UWTC AGAIN STOPS IT.
      * EACH RUN WALKS THE HWATCH FILE, WHERE USAPPRP LEAVES A ROW FOR
      * EVERY PRIORITY-H TASK IT RELEASES, STAMPED WITH THE MOMENT OF
      * RELEASE. A TASK STILL NOT STARTED MORE THAN N HOURS AFTER THAT
      * IS ALERTED - N IS THE HWATCHHR CONTROL ROW (2 WHEN THERE IS NO
      * ROW). NOT STARTED MEANS OPEN, OR STILL AWAITING THE ASSIGNEE'S
      * ACCEPTANCE - A RELEASE TO A PERSON LANDS AWAITING, AND WORK
      * NOBODY HAS EVEN ACCEPTED IS NO LESS STUCK THAN WORK NOBODY HAS
      * BEGUN. IN PROGRESS MEANS SOMEONE IS ON IT.
      * THE ALERT GOES TO EVERY TEAM LEAD OVER THE ASSIGNEE - THE LEADS
      * OF THE QUEUE FOR TEAM-QUEUE WORK, OTHERWISE THE LEADS OF EVERY
      * TEAM THE ASSIGNEE IS A MEMBER OF - AS AN INBOX MESSAGE, AND
      * EACH ALERT PUTS AN HWATCH ROW ON THE AUDIT JOURNAL. AN ASSIGNEE
      * WITH NO LEAD ABOVE THEM STILL GETS ONE JOURNAL ROW (NO LEAD)
      * SO THE MISS IS ON RECORD.
      * THE ROW IS MARKED ALERTED UNDER ITS RECORD LOCK BEFORE ANY
      * MESSAGE GOES OUT, SO A TASK IS NEVER ALERTED TWICE - EVEN BY
      * TWO RUNS AT ONCE. ROWS WHOSE TASK HAS BEEN STARTED, CLOSED,
      * ARCHIVED OR TAKEN OFF PRIORITY-H ARE DROPPED AS THEY ARE
      * FOUND.
      * WHILE THE BATCH-WINDOW QUIESCE SWITCH IS ON THE RUN STANDS
      * DOWN - IT LOOKS AT NOTHING AND ONLY SCHEDULES THE NEXT ONE, SO
      * THE WATCH PICKS UP AGAIN BY ITSELF WHEN THE WINDOW CLOSES.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 RESPCODE PIC S9(8) COMP.
           COPY TASKSREC.
           COPY CTLREC.
           COPY TEAMREC.
           COPY HWATREC.
       01 SUB-AUDIT-DATA.
           05 SA-OPERATOR PIC X(20).
           05 SA-ACTION PIC X(10).
           05 SA-OUTCOME PIC X(10).
           05 SA-DETAIL-TASKID PIC X(10).
           05 SA-DETAIL-USERNAME PIC X(20).
           05 SA-STATUS PIC X.
       01 SUB-MESSAGE-DATA.
           05 SM-USERNAME PIC X(20).
           05 SM-EVENT PIC X(10).
           05 SM-TASKID PIC X(10).
           05 SM-FROM PIC X(20).
           05 SM-TEXT PIC X(40).
           05 SM-STATUS PIC X.
       01 MSG-FOR-OPERATOR.
           05 SCHEDULED-MSG PIC X(36) VALUE
              'PRIORITY-H WATCH IS RUNNING'.
           05 STOPPED-MSG PIC X(36) VALUE
              'PRIORITY-H WATCH IS STOPPED'.
           05 STOOD-DOWN-MSG PIC X(38) VALUE
              'BATCH WINDOW IN PROGRESS - WATCH WAITS'.
       01 IF-QUIESCED PIC X.
           88 QUIESCED VALUE 'Y'.
       01 IF-SCAN-DONE PIC X.
           88 SCAN-DONE VALUE 'Y'.
       01 IF-STILL-UNSTARTED PIC X.
           88 STILL-UNSTARTED VALUE 'Y'.
       01 IF-ALREADY-LISTED PIC X.
           88 ALREADY-LISTED VALUE 'Y'.
      * HOURS LIMIT AND RESTART INTERVAL OFF THE CONTROL FILE
       01 WS-LIMIT-HOURS PIC 9(3).
       01 WS-LIMIT-MINS PIC 9(7).
       01 WS-INTERVAL-MINS PIC S9(8) COMP.
       01 DEFAULT-LIMIT-HOURS PIC 9(3) VALUE 2.
       01 DEFAULT-INTERVAL-MINS PIC 9(3) VALUE 15.
       01 MAX-INTERVAL-MINS PIC 9(3) VALUE 999.
      * 0CYYDDD TO A DAY NUMBER AND 0HHMMSS TO MINUTES, SO THE GAP
      * SINCE RELEASE CAN SPAN MIDNIGHT
       01 WS-JULIAN-IN PIC 9(7).
       01 WS-JULIAN-PARTS REDEFINES WS-JULIAN-IN.
           05 FILLER PIC 9(2).
           05 WS-JUL-YY PIC 9(2).
           05 WS-JUL-DDD PIC 9(3).
       01 WS-DAYS-OUT PIC S9(7).
       01 WS-TIME-BREAKDOWN.
           05 WS-BD-NUM PIC 9(7).
           05 WS-BD-PARTS REDEFINES WS-BD-NUM.
               10 FILLER PIC 9.
               10 WS-BD-HH PIC 99.
               10 WS-BD-MM PIC 99.
               10 WS-BD-SS PIC 99.
       01 WS-RELEASE-DAYS PIC S9(7).
       01 WS-TODAY-DAYS PIC S9(7).
       01 WS-RELEASE-MINS PIC 9(4).
       01 WS-NOW-MINS PIC 9(4).
       01 WS-ELAPSED-MINS PIC S9(9).
       01 WS-ELAPSED-HOURS PIC 9(3).
       01 WS-HOURS-ED PIC ZZ9.
      * ONE BROWSE PASS PICKS OUT UP TO FIFTY ROWS THAT NEED SOMETHING
      * DONE, THEN ENDS THE BROWSE BEFORE ANY OF THEM IS TOUCHED -
      * THE NEXT PASS PICKS UP AFTER THE LAST KEY LOOKED AT
       01 WS-RESUME-KEY PIC X(10).
       01 WS-WORK-COUNT PIC 9(2).
       01 WS-WORK-IX PIC 9(2).
       01 MAX-WORK-ROWS PIC 9(2) VALUE 50.
       01 WS-WORK-TABLE.
           05 WS-WORK-ROW OCCURS 50 TIMES.
               10 WK-TASKID PIC X(10).
               10 WK-ACTION PIC X(1).
                   88 WK-DROP VALUE 'D'.
                   88 WK-ALERT VALUE 'A'.
      * THE ASSIGNEE'S TEAMS, THEN THE LEADS OVER THEM, EACH LEAD ONCE
       01 WS-TEAM-COUNT PIC 9(2).
       01 WS-TEAM-IX PIC 9(2).
       01 MAX-TEAMS PIC 9(2) VALUE 10.
       01 WS-TEAM-TABLE.
           05 WS-TEAM-ID PIC X(8) OCCURS 10 TIMES.
       01 WS-LEAD-COUNT PIC 9(2).
       01 WS-LEAD-IX PIC 9(2).
       01 MAX-LEADS PIC 9(2) VALUE 20.
       01 WS-LEAD-TABLE.
           05 WS-LEAD-NAME PIC X(20) OCCURS 20 TIMES.
       01 WS-ASSIGNEE PIC X(20).
       01 WS-ALERT-TEXT PIC X(40).
       PROCEDURE DIVISION.
       MAIN.
           PERFORM LOAD-SETTINGS-PARA
           PERFORM CHECK-QUIESCE-PARA
           IF NOT QUIESCED THEN
               PERFORM SCAN-WATCH-PARA
           END-IF
           PERFORM SCHEDULE-NEXT-PARA
           IF EIBTRMID NOT = SPACES AND EIBTRMID NOT = LOW-VALUES THEN
               PERFORM TELL-OPERATOR-PARA
           END-IF
           EXEC CICS
           RETURN
           END-EXEC
           GOBACK.
       LOAD-SETTINGS-PARA.
      * A MISSING OR ZERO HOURS ROW TAKES THE DEFAULT - A ZERO LIMIT
      * WOULD ALERT ON EVERY RELEASE THE MOMENT IT HAPPENED. A MISSING
      * INTERVAL ROW TAKES THE DEFAULT, BUT A ZERO ONE IS THE OFF
      * SWITCH
           MOVE DEFAULT-LIMIT-HOURS TO WS-LIMIT-HOURS
           MOVE 'HWATCHHR' TO CTL-KEY
           EXEC CICS
           READ FILE('CONTROL')
           INTO(FS-CONTROL)
           RIDFLD(CTL-KEY)
           RESP(RESPCODE)
           END-EXEC
           IF RESPCODE = DFHRESP(NORMAL) AND CTL-NEXT-TASKID > 0 AND
              CTL-NEXT-TASKID < 1000 THEN
               MOVE CTL-NEXT-TASKID TO WS-LIMIT-HOURS
           END-IF
           COMPUTE WS-LIMIT-MINS = WS-LIMIT-HOURS * 60
           MOVE DEFAULT-INTERVAL-MINS TO WS-INTERVAL-MINS
           MOVE 'HWATCHMN' TO CTL-KEY
           EXEC CICS
           READ FILE('CONTROL')
           INTO(FS-CONTROL)
           RIDFLD(CTL-KEY)
           RESP(RESPCODE)
           END-EXEC
           IF RESPCODE = DFHRESP(NORMAL) THEN
               IF CTL-NEXT-TASKID > MAX-INTERVAL-MINS THEN
                   MOVE MAX-INTERVAL-MINS TO WS-INTERVAL-MINS
               ELSE
                   MOVE CTL-NEXT-TASKID TO WS-INTERVAL-MINS
               END-IF
           END-IF
           EXIT.
       SCAN-WATCH-PARA.
           MOVE LOW-VALUES TO WS-RESUME-KEY
           MOVE 'N' TO IF-SCAN-DONE
           PERFORM UNTIL SCAN-DONE
               PERFORM COLLECT-WORK-PARA
               PERFORM VARYING WS-WORK-IX FROM 1 BY 1
                   UNTIL WS-WORK-IX > WS-WORK-COUNT
                   EVALUATE TRUE
                   WHEN WK-DROP(WS-WORK-IX)
                       PERFORM DROP-WATCH-PARA
                   WHEN WK-ALERT(WS-WORK-IX)
                       PERFORM RAISE-ALERT-PARA
                   END-EVALUATE
               END-PERFORM
           END-PERFORM
           EXIT.
       COLLECT-WORK-PARA.
      * THE ROW AT THE RESUME KEY WAS LOOKED AT LAST PASS AND IS
      * SKIPPED. END OF FILE ENDS THE SCAN; A FULL TABLE ONLY ENDS
      * THE PASS
           MOVE 0 TO WS-WORK-COUNT
           MOVE WS-RESUME-KEY TO HW-TASKID
           EXEC CICS
           STARTBR FILE('HWATCH')
           RIDFLD(HW-TASKID)
           GTEQ
           RESP(RESPCODE)
           END-EXEC
           IF RESPCODE NOT = DFHRESP(NORMAL) THEN
               MOVE 'Y' TO IF-SCAN-DONE
           ELSE
               PERFORM UNTIL RESPCODE NOT = DFHRESP(NORMAL)
                   OR WS-WORK-COUNT NOT < MAX-WORK-ROWS
                   EXEC CICS
                   READNEXT FILE('HWATCH')
                   RIDFLD(HW-TASKID)
                   INTO(FS-HWATCH)
                   RESP(RESPCODE)
                   END-EXEC
                   IF RESPCODE = DFHRESP(NORMAL) AND
                      HW-TASKID NOT = WS-RESUME-KEY THEN
                       MOVE HW-TASKID TO WS-RESUME-KEY
                       PERFORM SIFT-ROW-PARA
                   END-IF
               END-PERFORM
               IF RESPCODE NOT = DFHRESP(NORMAL) THEN
                   MOVE 'Y' TO IF-SCAN-DONE
               END-IF
               EXEC CICS
               ENDBR FILE('HWATCH')
               NOHANDLE
               END-EXEC
           END-IF
           EXIT.
       SIFT-ROW-PARA.
      * A TASK THAT HAS MOVED ON IS DROPPED FROM THE WATCH; ONE STILL
      * UNSTARTED PAST THE LIMIT AND NOT YET ALERTED IS ALERTED. A
      * TASKS READ THAT FAILS ANY OTHER WAY LEAVES THE ROW FOR THE
      * NEXT RUN
           MOVE HW-TASKID TO T-TASKID
           EXEC CICS
           READ FILE('TASKS')
           INTO(FS-TASKS)
           RIDFLD(T-TASKID)
           RESP(RESPCODE)
           END-EXEC
           EVALUATE RESPCODE
           WHEN DFHRESP(NOTFND)
               PERFORM ADD-DROP-PARA
           WHEN DFHRESP(NORMAL)
               PERFORM TEST-UNSTARTED-PARA
               IF NOT STILL-UNSTARTED THEN
                   PERFORM ADD-DROP-PARA
               ELSE
                   IF NOT HW-ALERTED THEN
                       PERFORM COMPUTE-ELAPSED-PARA
                       IF WS-ELAPSED-MINS > WS-LIMIT-MINS THEN
                           ADD 1 TO WS-WORK-COUNT
                           MOVE HW-TASKID TO WK-TASKID(WS-WORK-COUNT)
                           MOVE 'A' TO WK-ACTION(WS-WORK-COUNT)
                       END-IF
                   END-IF
               END-IF
           END-EVALUATE
      * THE BROWSE WAS NOT DISTURBED BY THE TASKS READ, BUT THE
      * STATUS IT LEFT IN RESPCODE MUST NOT END THE BROWSE LOOP
           MOVE DFHRESP(NORMAL) TO RESPCODE
           EXIT.
       ADD-DROP-PARA.
           ADD 1 TO WS-WORK-COUNT
           MOVE HW-TASKID TO WK-TASKID(WS-WORK-COUNT)
           MOVE 'D' TO WK-ACTION(WS-WORK-COUNT)
           EXIT.
       TEST-UNSTARTED-PARA.
           MOVE 'N' TO IF-STILL-UNSTARTED
           IF T-PRIORITY-HIGH AND
              (T-STATUS-OPEN OR T-STATUS-AWAITING) THEN
               MOVE 'Y' TO IF-STILL-UNSTARTED
           END-IF
           EXIT.
       COMPUTE-ELAPSED-PARA.
      * MINUTES FROM THE RELEASE STAMP ON FS-HWATCH TO NOW
           MOVE HW-RELEASED-DATE TO WS-JULIAN-IN
           PERFORM JULIAN-TO-DAYS-PARA
           MOVE WS-DAYS-OUT TO WS-RELEASE-DAYS
           MOVE EIBDATE TO WS-JULIAN-IN
           PERFORM JULIAN-TO-DAYS-PARA
           MOVE WS-DAYS-OUT TO WS-TODAY-DAYS
           MOVE HW-RELEASED-TIME TO WS-BD-NUM
           COMPUTE WS-RELEASE-MINS = WS-BD-HH * 60 + WS-BD-MM
           MOVE EIBTIME TO WS-BD-NUM
           COMPUTE WS-NOW-MINS = WS-BD-HH * 60 + WS-BD-MM
           COMPUTE WS-ELAPSED-MINS =
               (WS-TODAY-DAYS - WS-RELEASE-DAYS) * 1440
               + WS-NOW-MINS - WS-RELEASE-MINS
           EXIT.
       JULIAN-TO-DAYS-PARA.
      * 0CYYDDD TO DAYS FROM THE START OF 2000 - EVERY FOURTH YEAR IN
      * THE 20XX RANGE IS A LEAP YEAR WITH NO CENTURY EXCEPTION
           COMPUTE WS-DAYS-OUT =
               WS-JUL-YY * 365 + (WS-JUL-YY + 3) / 4 + WS-JUL-DDD
           EXIT.
       DROP-WATCH-PARA.
      * A ROW ALREADY GONE (ANOTHER RUN GOT THERE FIRST) IS FINE
           MOVE WK-TASKID(WS-WORK-IX) TO HW-TASKID
           EXEC CICS
           DELETE FILE('HWATCH')
           RIDFLD(HW-TASKID)
           NOHANDLE
           END-EXEC
           EXIT.
       RAISE-ALERT-PARA.
      * THE ROW IS RE-READ UNDER LOCK AND THE TASK RE-CHECKED - THE
      * PICTURE MAY HAVE CHANGED SINCE THE BROWSE. THE ALERTED MARK
      * GOES ON FILE FIRST; ONLY A MARK THAT STUCK SENDS ANYTHING
           MOVE WK-TASKID(WS-WORK-IX) TO HW-TASKID
           EXEC CICS
           READ FILE('HWATCH')
           INTO(FS-HWATCH)
           RIDFLD(HW-TASKID)
           UPDATE
           RESP(RESPCODE)
           END-EXEC
           IF RESPCODE = DFHRESP(NORMAL) THEN
               MOVE 'N' TO IF-STILL-UNSTARTED
               IF NOT HW-ALERTED THEN
                   MOVE HW-TASKID TO T-TASKID
                   EXEC CICS
                   READ FILE('TASKS')
                   INTO(FS-TASKS)
                   RIDFLD(T-TASKID)
                   RESP(RESPCODE)
                   END-EXEC
                   IF RESPCODE = DFHRESP(NORMAL) THEN
                       PERFORM TEST-UNSTARTED-PARA
                   END-IF
               END-IF
               IF STILL-UNSTARTED THEN
                   MOVE T-USERNAME TO WS-ASSIGNEE
                   PERFORM COMPUTE-ELAPSED-PARA
                   PERFORM FIND-LEADS-PARA
                   MOVE 'Y' TO HW-ALERT-FLAG
                   MOVE EIBDATE TO HW-ALERTED-DATE
                   MOVE EIBTIME TO HW-ALERTED-TIME
                   MOVE WS-LEAD-COUNT TO HW-LEADS-TOLD
                   EXEC CICS
                   REWRITE FILE('HWATCH')
                   FROM(FS-HWATCH)
                   RESP(RESPCODE)
                   END-EXEC
                   IF RESPCODE = DFHRESP(NORMAL) THEN
                       PERFORM SEND-ALERTS-PARA
                   END-IF
               ELSE
                   EXEC CICS
                   UNLOCK FILE('HWATCH')
                   NOHANDLE
                   END-EXEC
               END-IF
           END-IF
           EXIT.
       FIND-LEADS-PARA.
      * TEAM-QUEUE WORK NAMES ITS TEAM ('#' PLUS THE TEAM ID); A
      * PERSON'S TEAMS ARE FOUND BY WALKING THE MEMBERSHIP ROWS, WHICH
      * ARE KEYED TEAM FIRST
           MOVE 0 TO WS-TEAM-COUNT
           MOVE 0 TO WS-LEAD-COUNT
           IF WS-ASSIGNEE(1:1) = '#' THEN
               MOVE 1 TO WS-TEAM-COUNT
               MOVE WS-ASSIGNEE(2:8) TO WS-TEAM-ID(1)
           ELSE
               PERFORM FIND-MEMBER-TEAMS-PARA
           END-IF
           PERFORM VARYING WS-TEAM-IX FROM 1 BY 1
               UNTIL WS-TEAM-IX > WS-TEAM-COUNT
               PERFORM FIND-TEAM-LEADS-PARA
           END-PERFORM
           EXIT.
       FIND-MEMBER-TEAMS-PARA.
           MOVE LOW-VALUES TO TM-KEY
           EXEC CICS
           STARTBR FILE('TEAMS')
           RIDFLD(TM-KEY)
           RESP(RESPCODE)
           END-EXEC
           IF RESPCODE = DFHRESP(NORMAL) THEN
               PERFORM UNTIL RESPCODE NOT = DFHRESP(NORMAL)
                   OR WS-TEAM-COUNT NOT < MAX-TEAMS
                   EXEC CICS
                   READNEXT FILE('TEAMS')
                   RIDFLD(TM-KEY)
                   INTO(FS-TEAMS)
                   RESP(RESPCODE)
                   END-EXEC
                   IF RESPCODE = DFHRESP(NORMAL) AND
                      TM-MEMBER = WS-ASSIGNEE THEN
                       ADD 1 TO WS-TEAM-COUNT
                       MOVE TM-TEAMID TO WS-TEAM-ID(WS-TEAM-COUNT)
                   END-IF
               END-PERFORM
               EXEC CICS
               ENDBR FILE('TEAMS')
               NOHANDLE
               END-EXEC
           END-IF
           EXIT.
       FIND-TEAM-LEADS-PARA.
      * A LEAD OVER TWO OF THE ASSIGNEE'S TEAMS IS LISTED ONCE
           MOVE WS-TEAM-ID(WS-TEAM-IX) TO TM-TEAMID
           MOVE LOW-VALUES TO TM-MEMBER
           EXEC CICS
           STARTBR FILE('TEAMS')
           RIDFLD(TM-KEY)
           RESP(RESPCODE)
           END-EXEC
           IF RESPCODE = DFHRESP(NORMAL) THEN
               PERFORM UNTIL RESPCODE NOT = DFHRESP(NORMAL)
                   EXEC CICS
                   READNEXT FILE('TEAMS')
                   RIDFLD(TM-KEY)
                   INTO(FS-TEAMS)
                   RESP(RESPCODE)
                   END-EXEC
                   IF RESPCODE = DFHRESP(NORMAL) THEN
                       IF TM-TEAMID NOT = WS-TEAM-ID(WS-TEAM-IX) THEN
                           MOVE DFHRESP(ENDFILE) TO RESPCODE
                       ELSE
                           IF TM-IS-LEAD THEN
                               PERFORM ADD-LEAD-PARA
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               EXEC CICS
               ENDBR FILE('TEAMS')
               NOHANDLE
               END-EXEC
           END-IF
           EXIT.
       ADD-LEAD-PARA.
           MOVE 'N' TO IF-ALREADY-LISTED
           PERFORM VARYING WS-LEAD-IX FROM 1 BY 1
               UNTIL WS-LEAD-IX > WS-LEAD-COUNT
               IF WS-LEAD-NAME(WS-LEAD-IX) = TM-MEMBER THEN
                   MOVE 'Y' TO IF-ALREADY-LISTED
               END-IF
           END-PERFORM
           IF NOT ALREADY-LISTED AND WS-LEAD-COUNT < MAX-LEADS THEN
               ADD 1 TO WS-LEAD-COUNT
               MOVE TM-MEMBER TO WS-LEAD-NAME(WS-LEAD-COUNT)
           END-IF
           EXIT.
       SEND-ALERTS-PARA.
      * ONE INBOX MESSAGE AND ONE JOURNAL ROW PER LEAD. NOBODY TO
      * TELL STILL LEAVES ONE JOURNAL ROW AGAINST THE ASSIGNEE
           COMPUTE WS-ELAPSED-HOURS = WS-ELAPSED-MINS / 60
           MOVE WS-ELAPSED-HOURS TO WS-HOURS-ED
           MOVE SPACES TO WS-ALERT-TEXT
           STRING 'H TASK UNSTARTED ' WS-HOURS-ED ' HRS - '
                  WS-ASSIGNEE(1:13)
             DELIMITED BY SIZE INTO WS-ALERT-TEXT
           IF WS-LEAD-COUNT = 0 THEN
               MOVE 'NO LEAD' TO SA-OUTCOME
               MOVE WS-ASSIGNEE TO SA-DETAIL-USERNAME
               PERFORM WRITE-AUDIT-PARA
           ELSE
               PERFORM VARYING WS-LEAD-IX FROM 1 BY 1
                   UNTIL WS-LEAD-IX > WS-LEAD-COUNT
                   MOVE WS-LEAD-NAME(WS-LEAD-IX) TO SM-USERNAME
                   PERFORM WRITE-MESSAGE-PARA
                   MOVE 'ALERTED' TO SA-OUTCOME
                   MOVE WS-LEAD-NAME(WS-LEAD-IX) TO SA-DETAIL-USERNAME
                   PERFORM WRITE-AUDIT-PARA
               END-PERFORM
           END-IF
           EXIT.
       WRITE-MESSAGE-PARA.
      * SUBMSG NUMBERS, STAMPS AND WRITES THE ROW - THE CALLER HAS
      * NAMED THE RECIPIENT
           MOVE 'STALLED' TO SM-EVENT
           MOVE HW-TASKID TO SM-TASKID
           MOVE 'USWTCHP' TO SM-FROM
           MOVE WS-ALERT-TEXT TO SM-TEXT
           EXEC CICS
           LINK PROGRAM('SUBMSG') COMMAREA(SUB-MESSAGE-DATA)
           END-EXEC
           EXIT.
       WRITE-AUDIT-PARA.
      * THE ROW ITSELF IS NUMBERED, STAMPED, HASH-CHAINED AND WRITTEN
      * BY SUBAUD - THE ONE PLACE THE JOURNAL IS EVER WRITTEN FROM.
      * THE CALLER HAS SET THE OUTCOME AND THE USERNAME DETAIL
           MOVE 'USWTCHP' TO SA-OPERATOR
           MOVE 'HWATCH' TO SA-ACTION
           MOVE HW-TASKID TO SA-DETAIL-TASKID
           EXEC CICS
           LINK PROGRAM('SUBAUD') COMMAREA(SUB-AUDIT-DATA)
           END-EXEC
           EXIT.
       SCHEDULE-NEXT-PARA.
      * ANY RUN ALREADY WAITING IS CANCELLED FIRST, SO A SECOND KICK-OFF
      * BY HAND NEVER LEAVES TWO CHAINS OF RUNS GOING. A ZERO INTERVAL
      * SCHEDULES NOTHING, WHICH STOPS THE WATCH
           EXEC CICS
           CANCEL REQID('UWTCNEXT')
           TRANSID('UWTC')
           NOHANDLE
           END-EXEC
           IF WS-INTERVAL-MINS > 0 THEN
               EXEC CICS
               START TRANSID('UWTC')
               AFTER MINUTES(WS-INTERVAL-MINS)
               REQID('UWTCNEXT')
               NOHANDLE
               END-EXEC
           END-IF
           EXIT.
       CHECK-QUIESCE-PARA.
      * THE CONTROL FILE'S QUIESCE ROW IS THE BATCH-WINDOW SWITCH -
      * THE ARCHIVE AND ESCALATION JOBS SET IT WHILE THEY REWRITE
      * TASKS AND CLEAR IT ON THE WAY OUT. A MISSING ROW OR A BROKEN
      * CONTROL FILE READS AS NOT QUIESCED, THE SAME AS EVERYWHERE
           MOVE 'N' TO IF-QUIESCED
           MOVE 'QUIESCE' TO CTL-KEY
           EXEC CICS
           READ FILE('CONTROL')
           INTO(FS-CONTROL)
           RIDFLD(CTL-KEY)
           RESP(RESPCODE)
           END-EXEC
           IF RESPCODE = DFHRESP(NORMAL) AND CTL-NEXT-TASKID > 0 THEN
               MOVE 'Y' TO IF-QUIESCED
           END-IF
           EXIT.
       TELL-OPERATOR-PARA.
      * ONLY A RUN ENTERED AT A TERMINAL HAS ANYONE TO TELL - THE
      * TIMED RUNS ARE STARTED WITHOUT ONE
           EVALUATE TRUE
           WHEN WS-INTERVAL-MINS = 0
               EXEC CICS
               SEND TEXT FROM(STOPPED-MSG)
               ERASE
               END-EXEC
           WHEN QUIESCED
               EXEC CICS
               SEND TEXT FROM(STOOD-DOWN-MSG)
               ERASE
               END-EXEC
           WHEN OTHER
               EXEC CICS
               SEND TEXT FROM(SCHEDULED-MSG)
               ERASE
               END-EXEC
           END-EVALUATE
           EXIT.
