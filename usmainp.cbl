      * A USER CLOSES OUT HIS OWN WORK - MARKING A TASK COMPLETE HERE
      * STAMPS T-COMPLETED-DATE/T-COMPLETED-TIME, SEPARATE FROM AND
      * WITHOUT NEEDING THE ADMIN-ONLY MAINMAPP ASSIGNMENT SCREEN.
      * NEW WORK ARRIVES AWAITING ACCEPTANCE (FLAGGED '?' AT THE TOP
      * OF THE PANEL) - PF7 WITH A ACCEPTS IT, PF7 WITH D AND A REASON
      * IN THE NOTE FIELD HANDS IT BACK TO THE ASSIGNING ADMIN.
      * USLOGP'S COMMAREA NOW CARRIES A LOGIN DATE/TIME - THIS PROGRAM
      * CHECKS IT ITSELF ON FIRST ARRIVAL AND ON EVERY RE-ENTRY (THE
      * SAME SUBTMO CHECK USLOGP/MAINMAPP/USSHOWP ALREADY USE), SINCE
      * THIS IS THE SCREEN A USER IS MOST LIKELY TO LEAVE SITTING OPEN
      * OVERNIGHT. IT ALSO STILL CARRIES THE LOGIN DATE/TIME THROUGH TO
      * MAINMAPP'S PF8 DOOR, WHICH RE-CHECKS IT INDEPENDENTLY.
      * PF16 OPENS THE USER'S MESSAGE INBOX (USINBP) - ASSIGNMENTS,
      * RELEASES, REASSIGNMENTS, REOPENS, BOUNCED HOURS AND OVERNIGHT
      * ESCALATIONS OF THEIR WORK ARE ALL ANNOUNCED THERE.
      * PF17 ASKS FOR MORE TIME ON ONE OF THE USER'S OWN LIVE TASKS -
      * SELI NAMES IT, NEWDUEI CARRIES THE DATE WANTED AND NOTEI THE
      * REASON. THE REQUEST WAITS ON THE DUEEXT FILE FOR AN ADMIN TO
      * APPROVE OR REFUSE ON USDEXP; T-DUEDATE IS NOT TOUCHED HERE.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY USMAIN.
           COPY HISTORYREC.
           COPY XREFREC.
           COPY TEXTREC.
           COPY DCLREC.
           COPY SKILLREC.
           COPY HOLREC.
           COPY DUEXREC.
           COPY USERSREC.
           COPY TSUMREC.
       01 SUB-TIMEOUT-DATA.
           05 SUB-LOGIN-DATE PIC 9(7).
           05 SUB-LOGIN-TIME PIC 9(7).
           05 SUB-TIMEOUT-STATUS PIC X.
               88 SUB-SESSION-EXPIRED VALUE 'Y'.
           05 SUB-TMO-USERNAME PIC X(20).
           05 SUB-TMO-REQUEST PIC X.
       01 SUB-PERM-DATA.
           05 PRM-USERNAME PIC X(20).
           05 PRM-ROLE PIC X.
           05 FILLER PIC X(8) VALUE 'TMPLMNT'.
           05 FILLER PIC X(8) VALUE 'REOPEN'.
           05 FILLER PIC X(8) VALUE 'SEARCH'.
           05 FILLER PIC X(8) VALUE 'QAREVIEW'.
           05 FILLER PIC X(8) VALUE 'DUEEXT'.
           05 FILLER PIC X(8) VALUE 'RPTVIEW'.
       01 HUB-FUNCTION-TAB REDEFINES HUB-FUNCTION-LIST.
           05 HUB-FUNCTION PIC X(8) OCCURS 10 TIMES.
       01 HUB-FN-IX PIC 9(2).
       01 SUB-AUDIT-DATA.
           05 SA-OPERATOR PIC X(20).
       01 SUB-RECOV-DATA.
           05 RC-PROGRAM PIC X(8).
           05 RC-ACTION PIC X(1).
           05 RC-TASK-IMAGE PIC X(306).
           05 RC-STATUS PIC X.
      * BEFORE AND AFTER PICTURE OF A TASKS UPDATE FOR SUBTSM, WHICH
      * MOVES THE OWNERS' COUNTS ON THE TASKSUM FILE TO MATCH
       01 SUB-TSUM-DATA.
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
       01 SUB-MESSAGE-DATA.
           05 SM-USERNAME PIC X(20).
           05 SM-EVENT PIC X(10).
           05 SM-TASKID PIC X(10).
           05 SM-FROM PIC X(20).
           05 SM-TEXT PIC X(40).
           05 SM-STATUS PIC X.
       01 MSG-FOR-USER.
           05 EXIT-MSG PIC X(22) VALUE 'TRANSACTION TERMINATED'.
           05 INVALID-KEY-MSG PIC X(11) VALUE 'INVALID KEY'.
           05 MAPFAIL-MSG PIC X(24) VALUE 'YOU NEED TO PROVIDE DATA'.
           05 NOT-YOUR-TASK-MSG PIC X(24) VALUE 'NOT ONE OF YOUR TASKS'.
           05 BAD-STATUS-MSG PIC X(44) VALUE
              'STATUS I OR C - NEW WORK: A ACCEPT/D DECLINE'.
           05 STATUS-OK-MSG PIC X(23) VALUE 'TASK STATUS WAS UPDATED'.
           05 NOT-ADMIN-MSG PIC X(24) VALUE 'PF8 IS FOR ADMINS ONLY'.
           05 SESSION-EXPIRED-MSG PIC X(38) VALUE
           05 CLAIMED-MSG PIC X(21) VALUE 'TASK IS NOW YOURS'.
           05 TOO-MANY-TASKS-MSG PIC X(28) VALUE
              'YOU HAVE TOO MANY OPEN TASKS'.
           05 ACCEPT-FIRST-MSG PIC X(38) VALUE
              'ACCEPT (A) OR DECLINE (D) THIS FIRST'.
           05 NOT-AWAITING-MSG PIC X(31) VALUE
              'TASK IS NOT AWAITING ACCEPTANCE'.
           05 HANDED-BACK-MSG PIC X(30) VALUE
              'TASK WAS HANDED BACK ALREADY'.
           05 REASON-NEEDED-MSG PIC X(36) VALUE
              'TYPE THE DECLINE REASON AS THE NOTE'.
           05 ACCEPTED-MSG PIC X(17) VALUE 'TASK WAS ACCEPTED'.
           05 DECLINED-MSG PIC X(30) VALUE
              'TASK WAS HANDED BACK'.
       01 WS-BLOCKED-MSG.
           05 FILLER PIC X(11) VALUE 'BLOCKED BY '.
           05 BM-TASKID PIC X(10).
              'HOURS MUST LOOK LIKE 2 OR 2.5'.
           05 HOURS-NEEDED-MSG PIC X(26) VALUE
              'TYPE HOURS AND A TASK ID'.
      * DUE-DATE EXTENSION REQUESTS - SAME DATE EDIT AS THE ASSIGNMENT
      * SCREEN (SUBDTV PLUS THE HOLIDAYS FILE), AND THE NEXT FREE
      * DUEEXT SEQUENCE FOR THE TASK
       01 EXTEND-MSGS.
           05 EXT-NEEDED-MSG PIC X(40) VALUE
              'TYPE TASK ID, NEW DUE DATE AND A REASON'.
           05 EXT-NOT-LIVE-MSG PIC X(41) VALUE
              'ONLY OPEN OR STARTED WORK CAN BE EXTENDED'.
           05 NO-DUEDATE-MSG PIC X(30) VALUE
              'TASK HAS NO DUE DATE TO EXTEND'.
           05 BAD-DATE-MSG PIC X(28) VALUE
              'DUE DATE IS NOT A VALID DATE'.
           05 PAST-DATE-MSG PIC X(24) VALUE
              'DUE DATE IS BEFORE TODAY'.
           05 NOT-LATER-MSG PIC X(38) VALUE
              'NEW DATE MUST BE AFTER THE CURRENT ONE'.
           05 EXT-PENDING-MSG PIC X(39) VALUE
              'AN EXTENSION REQUEST IS ALREADY WAITING'.
           05 EXT-REQUESTED-MSG PIC X(36) VALUE
              'EXTENSION REQUEST SENT FOR APPROVAL'.
       01 WS-NONWORK-MSG.
           05 FILLER PIC X(19) VALUE 'NON-WORK DAY - TRY '.
           05 NW-SUGGEST PIC 9(8).
       01 WS-EXT-TEXT.
           05 FILLER PIC X(12) VALUE 'WANTS IT ON '.
           05 ET-NEW-DUEDATE PIC X(8).
           05 FILLER PIC X(9) VALUE ' NOT ON '.
           05 ET-OLD-DUEDATE PIC X(8).
       01 WS-NEW-DUEDATE PIC X(8).
       01 WS-EXT-REASON PIC X(60).
       01 WS-LAST-DX-SEQ PIC 9(3).
       01 IF-EXT-PENDING PIC X.
           88 EXT-PENDING VALUE 'Y'.
       01 IF-DUEDATE-OK PIC X.
           88 DUEDATE-OK VALUE 'Y'.
       01 IF-HOLIDAY PIC X.
           88 IS-HOLIDAY VALUE 'Y'.
       01 WS-CAND-DATE PIC 9(8).
       01 WS-HOL-LOOP PIC 99.
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
       01 WS-HOURS-TEXT PIC X(5).
       01 WS-HOURS-CHAR PIC X.
       01 WS-HOURS-DIGIT REDEFINES WS-HOURS-CHAR PIC 9.
           88 QUIESCED VALUE 'Y'.
       01 QUIESCE-MSG PIC X(24) VALUE
          'BATCH WINDOW IN PROGRESS'.
       01 WS-NO-SKILL-MSG.
           05 FILLER PIC X(17) VALUE 'TASK NEEDS SKILL '.
           05 NS-SKILL PIC X(8).
           05 FILLER PIC X(19) VALUE ' - YOU DO NOT HOLD'.
       01 IF-SKILL-HELD PIC X.
           88 SKILL-HELD VALUE 'Y'.
       01 WHAT-MAP-FLAG PIC X.
           88 DATA-ONLY VALUE 'D'.
           88 WHOLE-MAP VALUE 'M'.
       01 ITER PIC 99.
       01 MATCH-COUNT PIC 99.
       01 WS-LAST-NOTE-SEQ PIC 9(3).
       01 WS-LAST-DCL-SEQ PIC 9(3).
       01 WS-DECLINE-REASON PIC X(60).
      * THE PANEL SHOWS URGENCY ORDER, NOT TASKID ORDER - EVERY
      * (RE)DISPLAY REBUILDS THIS SORTED TABLE FROM THE USER'S OWN
      * TASKSU ROWS: OPEN/IN-PROGRESS WORK FIRST, WITHIN THAT PRIORITY
       01 WS-QUEUE-ROW PIC 9(2).
       01 WS-TEAM-OWNER PIC X(20).
       01 MAX-OPEN-TASKS PIC 99 VALUE 5.
       01 OPEN-TASK-COUNT PIC S9(5).
       01 WS-TSUM-IX PIC 9(1).
       01 WS-NEW-LINE PIC X(55).
       01 WS-LINE-EXTREF PIC X(8).
       01 WS-OVERDUE-FLAG PIC X.
               WHEN DFHPF13 PERFORM SHOW-XTEXT-PARA
               WHEN DFHPF14 PERFORM GOTO-TEAMLEAD-PARA
               WHEN DFHPF15 PERFORM GOTO-ABSENCE-PARA
               WHEN DFHPF16 PERFORM GOTO-INBOX-PARA
               WHEN DFHPF17
                    PERFORM CHECK-QUIESCE-PARA
                    IF QUIESCED THEN
                        PERFORM REFUSE-QUIESCE-PARA
                    ELSE
                        PERFORM REQUEST-EXTENSION-PARA
                    END-IF
               WHEN DFHPF3
                    PERFORM END-SESSION-PARA
                    EXEC CICS
                    SEND TEXT FROM(EXIT-MSG)
                    ERASE
           EXIT.
       UPDATE-STATUS-PARA.
      * LETS THE LOGGED-IN USER FLIP ONE OF HIS OWN TASKS TO
      * IN-PROGRESS OR COMPLETE, OR ACCEPT (A) OR DECLINE (D) ONE
      * STILL AWAITING HIS ACCEPTANCE. SELI/NEWSTATI ARE TYPED ON THE
      * SAME PANEL AS THE TASK LISTING; A DECLINE'S REASON RIDES THE
      * NOTE FIELD.
           MOVE LOW-VALUES TO MAP1I
           EXEC CICS
           RECEIVE MAP('MAP1') MAPSET('USMAIN')
                   SELI = '__________' THEN
                    MOVE MAPFAIL-MSG TO MSGO
                ELSE
                    IF NEWSTATI = 'I' OR NEWSTATI = 'C' OR
                       NEWSTATI = 'A' OR NEWSTATI = 'D' THEN
                        PERFORM REWRITE-STATUS-PARA
                    ELSE
                        MOVE BAD-STATUS-MSG TO MSGO
               MOVE ERROR-MSG TO MSGO
           END-IF
           EXIT.
       REQUEST-EXTENSION-PARA.
      * PF17 ASKS FOR A LATER DUE DATE ON ONE OF THE USER'S OWN OPEN
      * OR STARTED TASKS. THE NEW DATE GETS THE SAME EDIT AN ADMIN'S
      * TYPED DUE DATE GETS ON THE ASSIGNMENT SCREEN, AND MUST FALL
      * AFTER THE DATE THE TASK CARRIES NOW. ONE REQUEST AT A TIME
      * PER TASK - A SECOND ONE WAITS UNTIL THE FIRST IS DECIDED
           MOVE LOW-VALUES TO MAP1I
           EXEC CICS
           RECEIVE MAP('MAP1') MAPSET('USMAIN')
           INTO(MAP1I)
           RESP(RESPCODE)
           END-EXEC
           EVALUATE RESPCODE
           WHEN DFHRESP(NORMAL)
                MOVE SPACES TO WS-EXT-REASON
                IF NOTEI NOT = LOW-VALUES THEN
                    MOVE NOTEI TO WS-EXT-REASON
                    INSPECT WS-EXT-REASON REPLACING ALL '_' BY ' '
                END-IF
                MOVE SPACES TO WS-NEW-DUEDATE
                IF NEWDUEI NOT = LOW-VALUES THEN
                    MOVE NEWDUEI TO WS-NEW-DUEDATE
                    INSPECT WS-NEW-DUEDATE REPLACING ALL '_' BY ' '
                END-IF
                IF SELI = SPACE OR SELI = LOW-VALUES OR
                   SELI = '__________' OR
                   WS-NEW-DUEDATE = SPACES OR
                   WS-EXT-REASON = SPACES THEN
                    MOVE EXT-NEEDED-MSG TO MSGO
                ELSE
                    PERFORM REQUEST-ONE-EXTENSION-PARA
                END-IF
           WHEN DFHRESP(MAPFAIL)
                MOVE MAPFAIL-MSG TO MSGO
           WHEN OTHER
                MOVE ERROR-MSG TO MSGO
           END-EVALUATE
           MOVE 'D' TO WHAT-MAP-FLAG
           PERFORM SEND-THE-MAP-PARA
           EXIT.
       REQUEST-ONE-EXTENSION-PARA.
           MOVE SELI TO T-TASKID
           EXEC CICS
           READ FILE('TASKS')
           INTO(FS-TASKS)
           RIDFLD(T-TASKID)
           RESP(RESPCODE)
           END-EXEC
           EVALUATE RESPCODE
           WHEN DFHRESP(NORMAL)
               IF T-USERNAME NOT = COM-USERNAME THEN
                   MOVE NOT-YOUR-TASK-MSG TO MSGO
               ELSE
               IF NOT T-STATUS-OPEN AND NOT T-STATUS-IN-PROGRESS THEN
                   MOVE EXT-NOT-LIVE-MSG TO MSGO
               ELSE
               IF T-DUEDATE = SPACES OR T-DUEDATE = LOW-VALUES THEN
                   MOVE NO-DUEDATE-MSG TO MSGO
               ELSE
                   PERFORM EDIT-NEW-DUEDATE-PARA
                   IF DUEDATE-OK THEN
                       PERFORM FIND-LAST-DX-SEQ-PARA
                       IF EXT-PENDING THEN
                           MOVE EXT-PENDING-MSG TO MSGO
                       ELSE
                           PERFORM WRITE-EXT-REQUEST-PARA
                       END-IF
                   END-IF
               END-IF
               END-IF
               END-IF
           WHEN DFHRESP(NOTFND)
               MOVE INVALID-KEY-MSG TO MSGO
           WHEN OTHER
               MOVE ERROR-MSG TO MSGO
           END-EVALUATE
           EXIT.
       EDIT-NEW-DUEDATE-PARA.
      * A REAL CALENDAR DATE (SUBDTV), NOT BEFORE TODAY, NOT ON A
      * WEEKEND OR A SHOP HOLIDAY - A NON-WORK DAY IS TURNED BACK
      * WITH THE NEXT WORKING DAY OFFERED - AND LATER THAN THE DATE
      * THE TASK CARRIES NOW, OR IT IS NO EXTENSION
           MOVE 'Y' TO IF-DUEDATE-OK
           EXEC CICS
           ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS
           FORMATTIME ABSTIME(WS-ABSTIME)
           YYYYMMDD(WS-TODAY-YMD)
           END-EXEC
           MOVE WS-TODAY-YMD TO DTV-TODAY
           MOVE WS-NEW-DUEDATE TO DTV-DATE
           CALL 'SUBDTV' USING DTV-PARM
           EVALUATE TRUE
           WHEN DTV-DATE-INVALID
               MOVE 'N' TO IF-DUEDATE-OK
               MOVE BAD-DATE-MSG TO MSGO
           WHEN DTV-DATE-PAST
               MOVE 'N' TO IF-DUEDATE-OK
               MOVE PAST-DATE-MSG TO MSGO
           WHEN DTV-DATE-WEEKEND
               MOVE 'N' TO IF-DUEDATE-OK
               PERFORM OFFER-NEXT-WORK-DAY-PARA
           WHEN OTHER
               MOVE WS-NEW-DUEDATE TO HOL-DATE
               PERFORM CHECK-HOLIDAY-PARA
               IF IS-HOLIDAY THEN
                   MOVE 'N' TO IF-DUEDATE-OK
                   PERFORM OFFER-NEXT-WORK-DAY-PARA
               ELSE
                   IF WS-NEW-DUEDATE NOT > T-DUEDATE THEN
                       MOVE 'N' TO IF-DUEDATE-OK
                       MOVE NOT-LATER-MSG TO MSGO
                   END-IF
               END-IF
           END-EVALUATE
           EXIT.
       OFFER-NEXT-WORK-DAY-PARA.
      * SUBDTV ALREADY SKIPPED THE WEEKEND - KEEP STEPPING WHILE THE
      * CANDIDATE KEEPS LANDING ON SHOP HOLIDAYS, SAME TEN-STEP LIMIT
      * AS THE ASSIGNMENT SCREEN
           MOVE DTV-NEXT-WORK-DATE TO WS-CAND-DATE
           PERFORM VARYING WS-HOL-LOOP FROM 1 BY 1
               UNTIL WS-HOL-LOOP > 10
               MOVE WS-CAND-DATE TO HOL-DATE
               PERFORM CHECK-HOLIDAY-PARA
               IF IS-HOLIDAY THEN
                   MOVE WS-CAND-DATE TO DTV-DATE
                   CALL 'SUBDTV' USING DTV-PARM
                   MOVE DTV-NEXT-WORK-DATE TO WS-CAND-DATE
               ELSE
                   MOVE 11 TO WS-HOL-LOOP
               END-IF
           END-PERFORM
           MOVE WS-CAND-DATE TO NW-SUGGEST
           MOVE WS-NONWORK-MSG TO MSGO
           EXIT.
       CHECK-HOLIDAY-PARA.
      * HOL-DATE IS SET BY THE CALLER. A READ ERROR OTHER THAN
      * NOT-FOUND COUNTS AS NO HOLIDAY - A BROKEN CALENDAR FILE MUST
      * NOT STOP THE REQUEST
           MOVE 'N' TO IF-HOLIDAY
           EXEC CICS
           READ FILE('HOLIDAYS')
           INTO(FS-HOLIDAY)
           RIDFLD(HOL-DATE)
           RESP(RESPCODE2)
           END-EXEC
           IF RESPCODE2 = DFHRESP(NORMAL) THEN
               MOVE 'Y' TO IF-HOLIDAY
           END-IF
           EXIT.
       FIND-LAST-DX-SEQ-PARA.
      * WALKS THIS TASK'S DUEEXT ROWS - SAME SCOPED WALK THE NOTE
      * TRAIL USES - FOR THE LAST SEQUENCE IN USE, NOTING ANY ROW
      * STILL WAITING ON A DECISION ON THE WAY
           MOVE 0 TO WS-LAST-DX-SEQ
           MOVE 'N' TO IF-EXT-PENDING
           MOVE T-TASKID TO DX-TASKID
           MOVE 0 TO DX-SEQ
           EXEC CICS
           STARTBR FILE('DUEEXT')
           RIDFLD(DX-KEY)
           RESP(RESPCODE)
           END-EXEC
           IF RESPCODE = DFHRESP(NORMAL) THEN
               PERFORM UNTIL RESPCODE NOT = DFHRESP(NORMAL)
                   EXEC CICS
                   READNEXT FILE('DUEEXT')
                   RIDFLD(DX-KEY)
                   INTO(FS-DUEEXT)
                   RESP(RESPCODE)
                   END-EXEC
                   IF RESPCODE = DFHRESP(NORMAL) THEN
                       IF DX-TASKID = T-TASKID THEN
                           MOVE DX-SEQ TO WS-LAST-DX-SEQ
                           IF DX-REQUESTED THEN
                               MOVE 'Y' TO IF-EXT-PENDING
                           END-IF
                       ELSE
                           MOVE DFHRESP(ENDFILE) TO RESPCODE
                       END-IF
                   END-IF
               END-PERFORM
               EXEC CICS
               ENDBR FILE('DUEEXT')
               NOHANDLE
               END-EXEC
           END-IF
           EXIT.
       WRITE-EXT-REQUEST-PARA.
      * THE REQUEST GOES ON UNDER THE NEXT FREE SEQUENCE, WAITING.
      * FS-TASKS STILL HOLDS THE TASK AS READ - ITS CURRENT DATE IS
      * THE OLD DATE, AND THE ADMIN WHO ASSIGNED IT HEARS OF THE
      * REQUEST THROUGH THEIR INBOX
           MOVE T-TASKID TO DX-TASKID
           COMPUTE DX-SEQ = WS-LAST-DX-SEQ + 1
           MOVE 'R' TO DX-SOURCE
           MOVE 'R' TO DX-STATUS
           MOVE T-USERNAME TO DX-USERNAME
           MOVE COM-USERNAME TO DX-REQUESTED-BY
           MOVE EIBDATE TO DX-REQ-DATE
           MOVE EIBTIME TO DX-REQ-TIME
           MOVE T-DUEDATE TO DX-OLD-DUEDATE
           MOVE WS-NEW-DUEDATE TO DX-NEW-DUEDATE
           MOVE WS-EXT-REASON TO DX-REASON
           MOVE SPACES TO DX-DECIDED-BY
           MOVE 0 TO DX-DECIDED-DATE
           MOVE 0 TO DX-DECIDED-TIME
           EXEC CICS
           WRITE FILE('DUEEXT')
           RIDFLD(DX-KEY)
           FROM(FS-DUEEXT)
           RESP(RESPCODE)
           END-EXEC
           IF RESPCODE = DFHRESP(NORMAL) THEN
               MOVE EXT-REQUESTED-MSG TO MSGO
               MOVE 'EXTREQ' TO AUD-ACTION
               MOVE 'REQUESTED' TO AUD-OUTCOME
               PERFORM WRITE-AUDIT-PARA
               IF T-ASSIGNED-BY NOT = SPACES AND
                  T-ASSIGNED-BY NOT = COM-USERNAME THEN
                   MOVE T-ASSIGNED-BY TO SM-USERNAME
                   MOVE 'EXTREQ' TO SM-EVENT
                   MOVE T-TASKID TO SM-TASKID
                   MOVE WS-NEW-DUEDATE TO ET-NEW-DUEDATE
                   MOVE T-DUEDATE TO ET-OLD-DUEDATE
                   MOVE WS-EXT-TEXT TO SM-TEXT
                   PERFORM WRITE-MESSAGE-PARA
               END-IF
           ELSE
               MOVE ERROR-MSG TO MSGO
           END-IF
           EXIT.
       WRITE-MESSAGE-PARA.
      * TELLS THE AFFECTED USER THROUGH THEIR INBOX - THE CALLER FILLS
      * THE RECIPIENT, EVENT, TASK AND TEXT. SUBMSG NUMBERS, STAMPS AND
      * WRITES THE ROW, AND SKIPS A TEAM QUEUE, WHICH HAS NO INBOX
           MOVE COM-USERNAME TO SM-FROM
           EXEC CICS
           LINK PROGRAM('SUBMSG') COMMAREA(SUB-MESSAGE-DATA)
           END-EXEC
           EXIT.
       SHOW-TEAM-QUEUE-PARA.
      * PF10 SWAPS THE PANEL LINES FOR THE UNCLAIMED QUEUES OF EVERY
      * TEAM THIS USER BELONGS TO - OPEN TASKS STILL ASSIGNED TO THE
           UPDATE
           RESP(RESPCODE)
           END-EXEC
           PERFORM SAVE-TASK-BEFORE-PARA
           EVALUATE RESPCODE
           WHEN DFHRESP(NORMAL)
                IF T-USERNAME(1:1) NOT = '#' OR
                        NOHANDLE
                        END-EXEC
                    ELSE
      * WORK CALLING FOR A SKILL ONLY GOES TO A MEMBER HOLDING IT -
      * THE TEAM QUEUE IS WHERE THE ASSIGNMENT-TIME CHECK WAS PUT OFF
                        PERFORM CHECK-CLAIM-SKILL-PARA
                        IF OPEN-TASK-COUNT NOT < MAX-OPEN-TASKS THEN
                            MOVE TOO-MANY-TASKS-MSG TO MSGO
                            EXEC CICS
                            UNLOCK FILE('TASKS')
                            NOHANDLE
                            END-EXEC
                        ELSE
                        IF NOT SKILL-HELD THEN
                            MOVE T-SKILL-CODE TO NS-SKILL
                            EXEC CICS
                            UNLOCK FILE('TASKS')
                            NOHANDLE
                            END-EXEC
                            MOVE WS-NO-SKILL-MSG TO MSGO
                            MOVE 'NOSKILL' TO AUD-OUTCOME
                            MOVE 'CLAIM' TO AUD-ACTION
                            PERFORM WRITE-AUDIT-PARA
                        ELSE
                            MOVE COM-USERNAME TO T-USERNAME
      * THE CLAIM MOMENT GOES ON THE RECORD - QUEUE DWELL IS THE GAP
      * BACK TO THE ASSIGNMENT STAMP, AND IT WAS INVISIBLE UNTIL NOW
                            MOVE EIBDATE TO T-CLAIMED-DATE
                            PERFORM STAMP-CLAIMER-DEPT-PARA
                            EXEC CICS
                            REWRITE FILE('TASKS')
                            FROM(FS-TASKS)
                            END-EXEC
                            IF RESPCODE = DFHRESP(NORMAL) THEN
                                PERFORM WRITE-RECOV-PARA
                                PERFORM UPDATE-TASK-SUMMARY-PARA
                                MOVE CLAIMED-MSG TO MSGO
                                MOVE 'CLAIMED' TO AUD-OUTCOME
                            ELSE
                                MOVE ERROR-MSG TO MSGO
                                MOVE 'ERROR' TO AUD-OUTCOME
                            END-IF
                            MOVE 'CLAIM' TO AUD-ACTION
                            PERFORM WRITE-AUDIT-PARA
                        END-IF
                        END-IF
                    END-IF
                END-IF
           WHEN DFHRESP(NOTFND)
                MOVE ERROR-MSG TO MSGO
           END-EVALUATE
           EXIT.
       CHECK-CLAIM-SKILL-PARA.
      * A TASK WITH NO SKILL CODE IS OPEN TO ANY MEMBER. OTHERWISE THE
      * CLAIMER MUST HOLD THE CODE ON THE SKILLS FILE - A MISSING ROW
      * OR A BROKEN FILE BOTH READ AS NOT HELD
           MOVE 'Y' TO IF-SKILL-HELD
           IF T-SKILL-CODE NOT = SPACES THEN
               MOVE COM-USERNAME TO SK-USERNAME
               MOVE T-SKILL-CODE TO SK-SKILL
               EXEC CICS
               READ FILE('SKILLS')
               INTO(FS-SKILLS)
               RIDFLD(SK-KEY)
               RESP(RESPCODE2)
               END-EXEC
               IF RESPCODE2 NOT = DFHRESP(NORMAL) THEN
                   MOVE 'N' TO IF-SKILL-HELD
               END-IF
           END-IF
           EXIT.
       STAMP-CLAIMER-DEPT-PARA.
      * A CLAIMED TASK BELONGS TO THE CLAIMER'S DEPARTMENT FROM NOW
      * ON - THE QUEUE ONLY CARRIED THE ASSIGNING ADMIN'S. A CLAIMER
      * WITH NO USERS ROW KEEPS THE QUEUE'S DEPARTMENT
           MOVE COM-USERNAME TO USERS-USERNAME
           EXEC CICS
           READ FILE('USERS')
           INTO(FS-USERS)
           RIDFLD(USERS-USERNAME)
           RESP(RESPCODE2)
           END-EXEC
           IF RESPCODE2 = DFHRESP(NORMAL) THEN
               MOVE USERS-DEPT TO T-DEPT
           END-IF
           EXIT.
       COUNT-OWN-OPEN-PARA.
      * THE CEILING COUNT COMES OFF THE OWNER'S TASKSUM ROW - OPEN,
      * AWAITING, IN PROGRESS AND PENDING, ONE READ INSTEAD OF A
      * BROWSE. NO ROW MEANS NO LIVE WORK. A SUMMARY FILE THAT WILL
      * NOT ANSWER FALLS BACK TO COUNTING THE TASKS THEMSELVES
           MOVE 0 TO OPEN-TASK-COUNT
           MOVE COM-USERNAME TO TS-USERNAME
           EXEC CICS
           READ FILE('TASKSUM')
           INTO(FS-TASKSUM)
           RIDFLD(TS-USERNAME)
           RESP(RESPCODE)
           END-EXEC
           EVALUATE RESPCODE
           WHEN DFHRESP(NORMAL)
               PERFORM VARYING WS-TSUM-IX FROM 1 BY 1
                   UNTIL WS-TSUM-IX > 3
                   ADD TS-OPEN(WS-TSUM-IX) TS-INPROG(WS-TSUM-IX)
                       TS-PENDING(WS-TSUM-IX) TO OPEN-TASK-COUNT
               END-PERFORM
           WHEN DFHRESP(NOTFND)
               CONTINUE
           WHEN OTHER
               PERFORM BROWSE-OWN-OPEN-PARA
           END-EVALUATE
           EXIT.
       BROWSE-OWN-OPEN-PARA.
      * COUNTS THE CLAIMER'S OPEN/IN-PROGRESS TASKS OFF TASKSU - THE
      * SAME NUMBERS MAINMAPP'S COUNT-OPEN-TASKS-PARA CHECKS BEFORE AN
      * ASSIGNMENT. THE BROWSE READS THROUGH FS-TASKS, WHICH IS WHY
                   RESP(RESPCODE)
                   END-EXEC
                   IF RESPCODE = DFHRESP(NORMAL) THEN
      * PENDING WORK AND WORK AWAITING ACCEPTANCE COUNT AGAINST THE
      * CEILING, SAME AS THE ASSIGNMENT SCREEN COUNTS THEM
                       IF T-USERNAME = COM-USERNAME AND
                          (T-STATUS-OPEN OR T-STATUS-IN-PROGRESS OR
                           T-STATUS-PENDING OR T-STATUS-AWAITING) THEN
                           ADD 1 TO OPEN-TASK-COUNT
                       END-IF
                   END-IF
           END-IF
           EXIT.
       WRITE-AUDIT-PARA.
      * ONE AUDIT ROW PER CLAIM ATTEMPT THAT REACHED THE REWRITE, AND
      * ONE PER ACCEPTANCE OR HAND-BACK - SAME SHAPE AS THE ASSIGNMENT
      * SCREEN WRITES. THE CALLING PATH SETS THE ACTION AND OUTCOME.
      * THE ROW ITSELF IS NUMBERED, STAMPED, HASH-CHAINED AND WRITTEN
      * BY SUBAUD - THE ONE PLACE THE JOURNAL IS EVER WRITTEN FROM
           MOVE COM-USERNAME TO SA-OPERATOR
           MOVE AUD-ACTION TO SA-ACTION
           MOVE AUD-OUTCOME TO SA-OUTCOME
           MOVE SELI TO SA-DETAIL-TASKID
           MOVE COM-USERNAME TO SA-DETAIL-USERNAME
           LINK PROGRAM('SUBRCV') COMMAREA(SUB-RECOV-DATA)
           END-EXEC
           EXIT.
       SAVE-TASK-BEFORE-PARA.
      * THE TASK AS IT WAS READ FOR UPDATE, BEFORE THIS TRANSACTION
      * CHANGES IT - THE PICTURE SUBTSM TAKES OFF THE OLD OWNER
           MOVE T-USERNAME TO TSM-OLD-USERNAME
           MOVE T-STATUS TO TSM-OLD-STATUS
           MOVE T-PRIORITY TO TSM-OLD-PRIORITY
           MOVE T-DUEDATE TO TSM-OLD-DUEDATE
           EXIT.
       UPDATE-TASK-SUMMARY-PARA.
      * THE TASK AS IT JUST WENT TO THE FILE, ON TOP OF THE PICTURE
      * SAVE-TASK-BEFORE-PARA TOOK. SAME UNIT OF WORK AS THE TASKS
      * UPDATE; A FAILURE IS LEFT FOR TASKCHK0'S MORNING REBUILD
           MOVE T-USERNAME TO TSM-NEW-USERNAME
           MOVE T-STATUS TO TSM-NEW-STATUS
           MOVE T-PRIORITY TO TSM-NEW-PRIORITY
           MOVE T-DUEDATE TO TSM-NEW-DUEDATE
           EXEC CICS
           LINK PROGRAM('SUBTSM') COMMAREA(SUB-TSUM-DATA)
           END-EXEC
           EXIT.
       LOG-HOURS-PARA.
      * PF12 LOGS HOURS AGAINST ONE OF THE USER'S OWN TASKS - SELI
      * NAMES THE TASK, HOURSI THE HOURS, NOTEI AN OPTIONAL NOTE. THE
           XCTL PROGRAM('USABSP') COMMAREA(WS-COMMAREA(1:36))
           END-EXEC
           EXIT.
       GOTO-INBOX-PARA.
      * DOOR INTO THE MESSAGE INBOX - EVERY LOGGED-IN USER HAS ONE AND
      * USINBP ONLY EVER SHOWS THE LOGON NAME'S OWN ROWS, SO NO GATE
      * IS NEEDED HERE. RIDES PF16 ON THE EXTENDED KEYBOARD
           EXEC CICS
           XCTL PROGRAM('USINBP') COMMAREA(WS-COMMAREA(1:36))
           END-EXEC
           EXIT.
       GOTO-HIST-PARA.
      * DOOR INTO THE TASKS-HISTORY INQUIRY - OPEN TO EVERY LOGGED-IN
      * USER, USHISTP ITSELF PINS A NON-ADMIN TO HIS OWN ROWS. IDENTITY
           MOVE 'N' TO PRM-VERDICT
           MOVE 1 TO HUB-FN-IX
           PERFORM TRY-ONE-HUB-FUNCTION-PARA
               UNTIL PRM-ALLOWED OR HUB-FN-IX > 10
           EXIT.
       TRY-ONE-HUB-FUNCTION-PARA.
           MOVE HUB-FUNCTION(HUB-FN-IX) TO PRM-FUNCTION
      * SCREEN, SINCE THIS IS THE PANEL MOST LIKELY TO BE LEFT OPEN
           MOVE COM-LOGIN-DATE TO SUB-LOGIN-DATE
           MOVE COM-LOGIN-TIME TO SUB-LOGIN-TIME
           MOVE COM-USERNAME TO SUB-TMO-USERNAME
           MOVE 'C' TO SUB-TMO-REQUEST
           EXEC CICS
           LINK PROGRAM('SUBTMO') COMMAREA(SUB-TIMEOUT-DATA)
           END-EXEC
           EXIT.
       END-SESSION-PARA.
      * PF3 SIGNS OFF - SUBTMO DROPS THE SIGNON REGISTRY ROW SO THE
      * NEXT SIGNON, HERE OR AT ANOTHER TERMINAL, IS NOT TURNED AWAY
           MOVE COM-LOGIN-DATE TO SUB-LOGIN-DATE
           MOVE COM-LOGIN-TIME TO SUB-LOGIN-TIME
           MOVE COM-USERNAME TO SUB-TMO-USERNAME
           MOVE 'E' TO SUB-TMO-REQUEST
           EXEC CICS
           LINK PROGRAM('SUBTMO') COMMAREA(SUB-TIMEOUT-DATA)
           END-EXEC
      * BEING WORKED - CHECKED UP FRONT WITH PLAIN READS, SINCE THE
      * PREREQUISITE LOOKUP GOES THROUGH THE SAME FS-TASKS AREA THE
      * UPDATE PATH NEEDS CLEAN
      * A HAND-BACK WITHOUT A REASON IS REFUSED BEFORE ANYTHING IS
      * READ - THE ASSIGNING ADMIN NEEDS TO KNOW WHY
           MOVE SPACES TO WS-DECLINE-REASON
           IF NOTEI NOT = LOW-VALUES THEN
               MOVE NOTEI TO WS-DECLINE-REASON
               INSPECT WS-DECLINE-REASON REPLACING ALL '_' BY ' '
           END-IF
           IF NEWSTATI = 'C' THEN
               PERFORM CHECK-PREREQ-OPEN-PARA
           ELSE
               MOVE 'N' TO IF-PREREQ-BLOCKED
           END-IF
           IF NEWSTATI = 'D' AND WS-DECLINE-REASON = SPACES THEN
               MOVE REASON-NEEDED-MSG TO MSGO
           ELSE
           IF PREREQ-BLOCKED THEN
               MOVE WS-PREREQ-ID TO BM-TASKID
               MOVE WS-BLOCKED-MSG TO MSGO
           ELSE
               PERFORM REWRITE-STATUS-2-PARA
           END-IF
           END-IF
           EXIT.
       CHECK-PREREQ-OPEN-PARA.
      * A PREREQUISITE THAT HAS LEFT THE LIVE FILE (ARCHIVED) OR IS
               END-EXEC
               IF RESPCODE = DFHRESP(NORMAL) THEN
                   IF T-STATUS-OPEN OR T-STATUS-IN-PROGRESS OR
                      T-STATUS-PENDING OR T-STATUS-AWAITING OR
                      T-STATUS-DECLINED THEN
                       MOVE 'Y' TO IF-PREREQ-BLOCKED
                   END-IF
               END-IF
           UPDATE
           RESP(RESPCODE)
           END-EXEC
           PERFORM SAVE-TASK-BEFORE-PARA
           EVALUATE RESPCODE
           WHEN DFHRESP(NORMAL)
                IF T-USERNAME NOT = COM-USERNAME THEN
                    END-EXEC
                ELSE
                    IF T-STATUS-CANCELLED OR T-STATUS-COMPLETE OR
                       T-STATUS-PENDING OR T-STATUS-DECLINED OR
                       (T-STATUS-AWAITING AND
                        NEWSTATI NOT = 'A' AND NEWSTATI NOT = 'D') OR
                       (NOT T-STATUS-AWAITING AND
                        (NEWSTATI = 'A' OR NEWSTATI = 'D')) THEN
      * A CANCELLED OR COMPLETED TASK IS DONE - NEWSTATI IS NOT
      * ALLOWED TO REACTIVATE A CANCELLED TASK OR RE-STAMP A
      * COMPLETED ONE BACK AND FORTH THROUGH THIS SELF-SERVICE SCREEN.
      * A PENDING TASK IS NOT THE USER'S YET - ONLY USAPPRP'S SECOND
      * ADMIN MAY MOVE IT, OR THE DUAL CONTROL COULD BE WORKED AROUND
      * BY KEYING THE TASKID HERE BEFORE THE RELEASE. NEW WORK MUST
      * BE ACCEPTED OR DECLINED BEFORE IT CAN BE WORKED, AND ONCE
      * HANDED BACK IT IS THE ASSIGNING ADMIN'S TO MOVE
                        EVALUATE TRUE
                        WHEN T-STATUS-PENDING
                            MOVE AWAITS-APPROVAL-MSG TO MSGO
                        WHEN T-STATUS-DECLINED
                            MOVE HANDED-BACK-MSG TO MSGO
                        WHEN T-STATUS-AWAITING
                            MOVE ACCEPT-FIRST-MSG TO MSGO
                        WHEN NEWSTATI = 'A' OR NEWSTATI = 'D'
                            MOVE NOT-AWAITING-MSG TO MSGO
                        WHEN OTHER
                            MOVE BAD-STATUS-MSG TO MSGO
                        END-EVALUATE
                        EXEC CICS
                        UNLOCK FILE('TASKS')
                        NOHANDLE
                        END-EXEC
                    ELSE
                        EVALUATE NEWSTATI
                        WHEN 'A'
                            MOVE 'O' TO T-STATUS
                        WHEN OTHER
                            MOVE NEWSTATI TO T-STATUS
                        END-EVALUATE
                        IF T-STATUS-COMPLETE THEN
      * SELF-SERVICE COMPLETION - STAMP WHEN THE USER CLOSED IT OUT
                            MOVE EIBDATE TO T-COMPLETED-DATE
                        END-EXEC
                        IF RESPCODE = DFHRESP(NORMAL) THEN
                            PERFORM WRITE-RECOV-PARA
                            PERFORM UPDATE-TASK-SUMMARY-PARA
                            MOVE STATUS-OK-MSG TO MSGO
      * ACCEPTING AND HANDING BACK ARE BOTH ON THE JOURNAL - THE
      * DOSSIER SHOWS WHO TOOK THE WORK ON AND WHEN, AND THE REASON
      * FOR A HAND-BACK GOES ON THE DECLINES FILE FOR THE ADMIN
                            EVALUATE NEWSTATI
                            WHEN 'A'
                                MOVE ACCEPTED-MSG TO MSGO
                                MOVE 'ACCEPT' TO AUD-ACTION
                                MOVE 'ACCEPTED' TO AUD-OUTCOME
                                PERFORM WRITE-AUDIT-PARA
                            WHEN 'D'
                                PERFORM WRITE-DECLINE-PARA
                                MOVE 'DECLINE' TO AUD-ACTION
                                MOVE 'HANDEDBACK' TO AUD-OUTCOME
                                PERFORM WRITE-AUDIT-PARA
                            END-EVALUATE
                        ELSE
                            MOVE ERROR-MSG TO MSGO
                        END-IF
                MOVE ERROR-MSG TO MSGO
           END-EVALUATE
           EXIT.
       WRITE-DECLINE-PARA.
      * THE REASON GOES ON THE DECLINES FILE UNDER THE NEXT FREE
      * SEQUENCE FOR THIS TASK - SAME SCOPED WALK THE NOTE TRAIL USES.
      * FS-TASKS STILL HOLDS THE TASK JUST REWRITTEN
           MOVE 0 TO WS-LAST-DCL-SEQ
           MOVE T-TASKID TO DC-TASKID
           MOVE 0 TO DC-SEQ
           EXEC CICS
           STARTBR FILE('DECLINES')
           RIDFLD(DC-KEY)
           RESP(RESPCODE)
           END-EXEC
           IF RESPCODE = DFHRESP(NORMAL) THEN
               PERFORM UNTIL RESPCODE NOT = DFHRESP(NORMAL)
                   EXEC CICS
                   READNEXT FILE('DECLINES')
                   RIDFLD(DC-KEY)
                   INTO(FS-DECLINES)
                   RESP(RESPCODE)
                   END-EXEC
                   IF RESPCODE = DFHRESP(NORMAL) THEN
                       IF DC-TASKID = T-TASKID THEN
                           MOVE DC-SEQ TO WS-LAST-DCL-SEQ
                       ELSE
                           MOVE DFHRESP(ENDFILE) TO RESPCODE
                       END-IF
                   END-IF
               END-PERFORM
               EXEC CICS
               ENDBR FILE('DECLINES')
               NOHANDLE
               END-EXEC
           END-IF
           MOVE T-TASKID TO DC-TASKID
           COMPUTE DC-SEQ = WS-LAST-DCL-SEQ + 1
           MOVE EIBDATE TO DC-DATE
           MOVE EIBTIME TO DC-TIME
           MOVE COM-USERNAME TO DC-USERNAME
           MOVE T-ASSIGNED-BY TO DC-ASSIGNED-BY
           MOVE WS-DECLINE-REASON TO DC-REASON
           EXEC CICS
           WRITE FILE('DECLINES')
           RIDFLD(DC-KEY)
           FROM(FS-DECLINES)
           RESP(RESPCODE)
           END-EXEC
           IF RESPCODE = DFHRESP(NORMAL) THEN
               MOVE DECLINED-MSG TO MSGO
           ELSE
               MOVE ERROR-MSG TO MSGO
           END-IF
           EXIT.
       STARTBR-TASKSU-PARA.
      * POSITIONS ON THE TASKSU ALTERNATE-INDEX PATH (KEYED BY
      * T-USERNAME) SO A FORWARD BROWSE ONLY EVER SEES THIS USER'S
                   END-EXEC
                   IF RESPCODE = DFHRESP(NORMAL) THEN
      * PENDING-APPROVAL WORK STAYS OFF THE PANEL - IT IS NOT THE
      * USER'S TO SEE UNTIL A SECOND ADMIN RELEASES IT. WORK HE HAS
      * HANDED BACK IS NO LONGER HIS TO SEE EITHER
                       IF T-USERNAME = COM-USERNAME AND
                          NOT T-STATUS-PENDING AND
                          NOT T-STATUS-DECLINED THEN
                           PERFORM INSERT-TABLE-ENTRY-PARA
                       END-IF
                   END-IF
       INSERT-TABLE-ENTRY-PARA.
      * BUILD THE SORT KEY AND THE DISPLAY LINE, THEN SHIFT THE TAIL
      * OF THE TABLE DOWN AND DROP THE ENTRY INTO ITS SLOT. AN OVERDUE
      * OPEN/IN-PROGRESS TASK GETS A '*' IN COLUMN ONE OF ITS LINE.
      * WORK AWAITING ACCEPTANCE SORTS AHEAD OF EVERYTHING AND GETS A
      * '?' THERE - IT NEEDS AN ANSWER BEFORE ANY OF IT IS WORKED
           MOVE SPACES TO WS-NEW-KEY
           EVALUATE TRUE
           WHEN T-STATUS-AWAITING
               MOVE '0' TO WS-NEW-KEY(1:1)
           WHEN T-STATUS-OPEN OR T-STATUS-IN-PROGRESS
               MOVE '1' TO WS-NEW-KEY(1:1)
           WHEN OTHER
               MOVE '2' TO WS-NEW-KEY(1:1)
           END-EVALUATE
           EVALUATE TRUE
           WHEN T-PRIORITY-HIGH MOVE '1' TO WS-NEW-KEY(2:1)
           WHEN T-PRIORITY-MEDIUM MOVE '2' TO WS-NEW-KEY(2:1)
              T-DUEDATE < WS-TODAY-YMD THEN
               MOVE '*' TO WS-OVERDUE-FLAG
           END-IF
           IF T-STATUS-AWAITING THEN
               MOVE '?' TO WS-OVERDUE-FLAG
           END-IF
      * THE TICKETING SYSTEM'S REFERENCE RIDES THE LINE WHEN THE ACK
      * LOOP HAS FILED ONE - BOTH SIDES CAN THEN TALK ABOUT THE SAME
      * PIECE OF WORK BY EITHER NUMBER
