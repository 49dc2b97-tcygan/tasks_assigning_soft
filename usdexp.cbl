       IDENTIFICATION DIVISION.
       PROGRAM-ID. USDEXP.
      * ADMIN REVIEW OF DUE-DATE EXTENSION REQUESTS. AN ASSIGNEE ASKS
      * FOR MORE TIME FROM THEIR OWN PANEL (USMAINP PF17) AND THE
      * REQUEST WAITS ON THE DUEEXT FILE; THE TASK'S DUE DATE ONLY
      * MOVES WHEN AN ADMIN APPROVES IT HERE.
      * MAINMAPP XCTL'S HERE THROUGH ITS PF14 DOOR, GATED BY THE
      * DUEEXT FUNCTION. THE SCREEN LISTS THE WAITING REQUESTS WITH
      * WHO ASKED, THE DATE NOW AND THE DATE WANTED; THE ADMIN TYPES
      * A TASKID AND A TO APPROVE (T-DUEDATE TAKES THE NEW DATE) OR X
      * TO REFUSE (THE TASK KEEPS ITS DATE). AN ADMIN CANNOT DECIDE
      * A REQUEST THEY RAISED THEMSELVES. AN APPROVAL IS ONLY APPLIED
      * TO THE TASK AS IT STOOD WHEN THE REQUEST WAS MADE - IF IT HAS
      * SINCE CHANGED HANDS, CLOSED, LEFT THE LIVE FILE OR HAD ITS
      * DATE MOVED, THE REQUEST CAN ONLY BE REFUSED. EITHER WAY THE
      * ROW STAYS ON DUEEXT AS HISTORY, THE DECISION GOES ON THE
      * AUDIT JOURNAL, AND THE REQUESTER HEARS THROUGH THEIR INBOX.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY USDEX.
           COPY DFHAID.
       01 WS-COMMAREA.
           05 COM-USERNAME PIC X(20).
           05 COM-ROLE PIC X.
               88 COM-ROLE-ADMIN VALUE 'A'.
           05 SUCCESSFULL-LOGIN PIC X.
           05 COM-LOGIN-DATE PIC 9(7).
           05 COM-LOGIN-TIME PIC 9(7).
           05 WS-INIT-FLAG PIC X VALUE 'X'.
       01 RESPCODE PIC S9(8) COMP.
           COPY TASKSREC.
           COPY AUDITREC.
           COPY CTLREC.
           COPY DUEXREC.
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
           05 PRM-FUNCTION PIC X(8).
           05 PRM-VERDICT PIC X.
               88 PRM-ALLOWED VALUE 'Y'.
       01 SUB-AUDIT-DATA.
           05 SA-OPERATOR PIC X(20).
           05 SA-ACTION PIC X(10).
           05 SA-OUTCOME PIC X(10).
           05 SA-DETAIL-TASKID PIC X(10).
           05 SA-DETAIL-USERNAME PIC X(20).
           05 SA-STATUS PIC X.
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
           05 ERROR-MSG PIC X(13) VALUE 'ERROR OCCURED'.
           05 INVALID-DATA-MSG PIC X(30) VALUE
              'TYPE A TASKID AND A OR X'.
           05 NOT-REQUESTED-MSG PIC X(34) VALUE
              'NO EXTENSION REQUEST ON THAT TASK'.
           05 OWN-REQUEST-MSG PIC X(36) VALUE
              'A DIFFERENT ADMIN MUST DECIDE THIS'.
           05 APPROVED-MSG PIC X(26) VALUE
              'DUE DATE WAS EXTENDED'.
           05 REFUSED-MSG PIC X(26) VALUE
              'EXTENSION WAS REFUSED'.
           05 TASK-GONE-MSG PIC X(36) VALUE
              'TASK IS NO LONGER LIVE - REFUSE IT'.
           05 TASK-CHANGED-MSG PIC X(40) VALUE
              'TASK CHANGED SINCE REQUEST - REFUSE IT'.
           05 DATE-PASSED-MSG PIC X(38) VALUE
              'DATE ASKED FOR HAS PASSED - REFUSE IT'.
           05 NO-PENDING-MSG PIC X(30) VALUE
              'NO EXTENSIONS AWAIT A DECISION'.
           05 NOT-VIA-LOGON-MSG PIC X(30) VALUE
              'YOU MUST LOG IN TO USE THIS'.
           05 NOT-ADMIN-MSG PIC X(38) VALUE
              'YOU MAY NOT DECIDE DUE-DATE EXTENSIONS'.
           05 SESSION-EXPIRED-MSG PIC X(38) VALUE
              'SESSION EXPIRED - PLEASE LOG IN AGAIN'.
       01 WHAT-MAP-FLAG PIC X.
           88 DATA-ONLY VALUE 'D'.
           88 WHOLE-MAP VALUE 'M'.
       01 IF-QUIESCED PIC X.
           88 QUIESCED VALUE 'Y'.
       01 QUIESCE-MSG PIC X(24) VALUE
          'BATCH WINDOW IN PROGRESS'.
       01 IF-REQUEST-FOUND PIC X.
           88 REQUEST-FOUND VALUE 'Y'.
       01 WS-EXT-TEXT.
           05 FILLER PIC X(12) VALUE 'DUE DATE IS '.
           05 ET-DUEDATE PIC X(8).
           05 FILLER PIC X(20) VALUE SPACES.
       01 PROGRAM-VARIABLES.
           05 WS-TASKID PIC X(10).
           05 WS-TARGET-USER PIC X(20).
           05 WS-DX-KEY PIC X(13).
           05 WS-LIST-ROW PIC 9(2).
           05 WS-LIST-LINE PIC X(60).
           05 WS-SAVED-MSG PIC X(40).
           05 WS-ABSTIME PIC S9(15) COMP-3.
           05 WS-TODAY-YMD PIC X(8).
       LINKAGE SECTION.
       01 DFHCOMMAREA PIC X(37).
       PROCEDURE DIVISION USING DFHCOMMAREA.
       MAIN.
           IF EIBCALEN = 36 THEN
      * FIRST ARRIVAL, XCTL'D FROM MAINMAPP WITH THE CALLER'S IDENTITY
      * AND LOGIN TIME. ONLY A HOLDER OF THE DUEEXT FUNCTION MAY
      * DECIDE, AND ONLY WITHIN THE SESSION-TIMEOUT WINDOW
               MOVE LOW-VALUES TO WS-COMMAREA
               MOVE DFHCOMMAREA(1:36) TO WS-COMMAREA(1:36)
               MOVE 'DUEEXT' TO PRM-FUNCTION
               PERFORM CHECK-FUNCTION-AUTH-PARA
               IF PRM-ALLOWED THEN
                   PERFORM CHECK-SESSION-TIMEOUT-PARA
                   IF SUB-SESSION-EXPIRED THEN
                       PERFORM REJECT-SESSION-EXPIRED-PARA
                   ELSE
                       MOVE LOW-VALUES TO MAP1O
                       PERFORM LIST-PENDING-PARA
                       MOVE 'M' TO WHAT-MAP-FLAG
                       PERFORM SEND-THE-MAP-PARA
                   END-IF
               ELSE
                   PERFORM REJECT-NOT-ADMIN-PARA
               END-IF
           ELSE
               IF EIBCALEN = 0 THEN
                   PERFORM REJECT-NO-IDENTITY-PARA
               ELSE
                  MOVE DFHCOMMAREA TO WS-COMMAREA
                  PERFORM CHECK-SESSION-TIMEOUT-PARA
                  IF SUB-SESSION-EXPIRED THEN
                      PERFORM REJECT-SESSION-EXPIRED-PARA
                  ELSE
                  EVALUATE EIBAID
                  WHEN DFHENTER
      * A DECISION REWRITES DUEEXT AND, ON APPROVAL, TASKS - IT
      * STANDS BACK DURING THE BATCH WINDOW LIKE EVERY OTHER
      * UPDATING PATH
                       PERFORM CHECK-QUIESCE-PARA
                       IF QUIESCED THEN
                           PERFORM REFUSE-QUIESCE-PARA
                       ELSE
                           PERFORM REVIEW-ONE-REQUEST-PARA
                       END-IF
                  WHEN DFHPF3
                      PERFORM END-SESSION-PARA
                      EXEC CICS
                      SEND TEXT FROM(EXIT-MSG)
                      ERASE
                      END-EXEC
                      EXEC CICS
                      RETURN
                      END-EXEC
                  WHEN OTHER
                     MOVE INVALID-KEY-MSG TO MSGO
                     MOVE 'D' TO WHAT-MAP-FLAG
                     PERFORM SEND-THE-MAP-PARA
                  END-EVALUATE
                  END-IF
               END-IF
           END-IF
           MOVE WS-COMMAREA TO DFHCOMMAREA
           EXEC CICS
           RETURN TRANSID('UDEX') COMMAREA(DFHCOMMAREA)
           END-EXEC
           GOBACK.
       SEND-THE-MAP-PARA.
           EVALUATE TRUE
           WHEN DATA-ONLY
                EXEC CICS
                SEND MAP('MAP1') MAPSET('USDEX')
                FROM(MAP1O)
                DATAONLY
                FREEKB
                NOHANDLE
                END-EXEC
           WHEN WHOLE-MAP
                EXEC CICS
                SEND MAP('MAP1') MAPSET('USDEX')
                FROM(MAP1O)
                ERASE
                NOHANDLE
                END-EXEC
           END-EVALUATE
           MOVE SPACE TO MSGO
           EXIT.
       LIST-PENDING-PARA.
      * ONE FORWARD BROWSE OVER DUEEXT PICKING OUT THE ROWS STILL
      * WAITING - THE FIRST EIGHT GO ON SCREEN WITH WHO ASKED, THE
      * DATE NOW, THE DATE WANTED AND THE START OF THE REASON. MORE
      * THAN EIGHT WAITING JUST MEANS COMING BACK HERE AFTER DECIDING
      * SOME
           MOVE 0 TO WS-LIST-ROW
           MOVE LOW-VALUES TO DX-KEY
           EXEC CICS
           STARTBR FILE('DUEEXT')
           RIDFLD(DX-KEY)
           RESP(RESPCODE)
           END-EXEC
           IF RESPCODE = DFHRESP(NORMAL) THEN
               PERFORM UNTIL RESPCODE NOT = DFHRESP(NORMAL)
                   OR WS-LIST-ROW NOT < 8
                   EXEC CICS
                   READNEXT FILE('DUEEXT')
                   RIDFLD(DX-KEY)
                   INTO(FS-DUEEXT)
                   RESP(RESPCODE)
                   END-EXEC
                   IF RESPCODE = DFHRESP(NORMAL) THEN
                       IF DX-REQUESTED THEN
                           ADD 1 TO WS-LIST-ROW
                           MOVE SPACES TO WS-LIST-LINE
                           STRING DX-TASKID ' '
                                  DX-REQUESTED-BY(1:12) ' '
                                  DX-OLD-DUEDATE '>'
                                  DX-NEW-DUEDATE ' '
                                  DX-REASON(1:18)
                             DELIMITED BY SIZE INTO WS-LIST-LINE
                           MOVE WS-LIST-LINE TO POLEO(WS-LIST-ROW)
                       END-IF
                   END-IF
               END-PERFORM
               EXEC CICS
               ENDBR FILE('DUEEXT')
               NOHANDLE
               END-EXEC
           END-IF
           IF WS-LIST-ROW = 0 THEN
               MOVE NO-PENDING-MSG TO MSGO
           END-IF
           EXIT.
       REVIEW-ONE-REQUEST-PARA.
           MOVE LOW-VALUES TO MAP1I
           EXEC CICS
           RECEIVE MAP('MAP1') MAPSET('USDEX')
           INTO(MAP1I)
           RESP(RESPCODE)
           END-EXEC
           EVALUATE RESPCODE
           WHEN DFHRESP(NORMAL)
               IF SELI = SPACE OR SELI = LOW-VALUES OR
                  SELI = '__________' THEN
      * NOTHING SELECTED - JUST REFRESH THE WAITING LIST
                   MOVE LOW-VALUES TO MAP1O
                   PERFORM LIST-PENDING-PARA
               ELSE
                   IF ACTI = 'A' OR ACTI = 'X' THEN
                       PERFORM APPLY-DECISION-PARA
      * THE VERDICT MESSAGE MUST SURVIVE THE MAP WIPE THE LIST
      * REDRAW STARTS WITH
                       MOVE MSGO TO WS-SAVED-MSG
                       MOVE LOW-VALUES TO MAP1O
                       PERFORM LIST-PENDING-PARA
                       MOVE WS-SAVED-MSG TO MSGO
                   ELSE
                       MOVE INVALID-DATA-MSG TO MSGO
                   END-IF
               END-IF
           WHEN DFHRESP(MAPFAIL)
               MOVE LOW-VALUES TO MAP1O
               PERFORM LIST-PENDING-PARA
           WHEN OTHER
               MOVE ERROR-MSG TO MSGO
           END-EVALUATE
           MOVE 'D' TO WHAT-MAP-FLAG
           PERFORM SEND-THE-MAP-PARA
           EXIT.
       APPLY-DECISION-PARA.
      * LEAVES ITS VERDICT IN MSGO AND ON THE AUDIT JOURNAL - THE
      * CALLER CARRIES THE MESSAGE PAST THE LIST REDRAW
           MOVE SELI TO WS-TASKID
           PERFORM FIND-REQUEST-PARA
           IF REQUEST-FOUND THEN
               PERFORM LOCK-REQUEST-PARA
           END-IF
           IF NOT REQUEST-FOUND THEN
               MOVE NOT-REQUESTED-MSG TO MSGO
           ELSE
      * THE FOUR-EYES RULE - AN ADMIN WHO ASKED FOR MORE TIME ON
      * THEIR OWN WORK DOES NOT GRANT IT TO THEMSELVES
               IF DX-REQUESTED-BY = COM-USERNAME THEN
                   MOVE OWN-REQUEST-MSG TO MSGO
                   PERFORM UNLOCK-REQUEST-PARA
               ELSE
                   MOVE DX-REQUESTED-BY TO WS-TARGET-USER
                   IF ACTI = 'A' THEN
                       PERFORM APPROVE-REQUEST-PARA
                   ELSE
                       PERFORM REFUSE-REQUEST-PARA
                   END-IF
               END-IF
           END-IF
           EXIT.
       FIND-REQUEST-PARA.
      * WALKS THE TASK'S DUEEXT ROWS FOR THE ONE STILL WAITING -
      * USMAINP ALLOWS ONLY ONE AT A TIME PER TASK. ITS KEY IS KEPT
      * SO THE DECISION CAN READ IT BACK FOR UPDATE
           MOVE 'N' TO IF-REQUEST-FOUND
           MOVE WS-TASKID TO DX-TASKID
           MOVE 0 TO DX-SEQ
           EXEC CICS
           STARTBR FILE('DUEEXT')
           RIDFLD(DX-KEY)
           RESP(RESPCODE)
           END-EXEC
           IF RESPCODE = DFHRESP(NORMAL) THEN
               PERFORM UNTIL RESPCODE NOT = DFHRESP(NORMAL)
                   OR REQUEST-FOUND
                   EXEC CICS
                   READNEXT FILE('DUEEXT')
                   RIDFLD(DX-KEY)
                   INTO(FS-DUEEXT)
                   RESP(RESPCODE)
                   END-EXEC
                   IF RESPCODE = DFHRESP(NORMAL) THEN
                       IF DX-TASKID = WS-TASKID THEN
                           IF DX-REQUESTED THEN
                               MOVE 'Y' TO IF-REQUEST-FOUND
                               MOVE DX-KEY TO WS-DX-KEY
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
       LOCK-REQUEST-PARA.
      * READS THE WAITING ROW BACK FOR UPDATE AND HOLDS IT UNTIL THE
      * DECISION IS STAMPED, SO A SECOND ADMIN DECIDING THE SAME
      * REQUEST AT THE SAME MOMENT FINDS IT NO LONGER WAITING
           MOVE WS-DX-KEY TO DX-KEY
           EXEC CICS
           READ FILE('DUEEXT')
           INTO(FS-DUEEXT)
           RIDFLD(DX-KEY)
           UPDATE
           RESP(RESPCODE)
           END-EXEC
           IF RESPCODE NOT = DFHRESP(NORMAL) THEN
               MOVE 'N' TO IF-REQUEST-FOUND
           ELSE
               IF NOT DX-REQUESTED THEN
                   MOVE 'N' TO IF-REQUEST-FOUND
                   PERFORM UNLOCK-REQUEST-PARA
               END-IF
           END-IF
           EXIT.
       UNLOCK-REQUEST-PARA.
           EXEC CICS
           UNLOCK FILE('DUEEXT')
           NOHANDLE
           END-EXEC
           EXIT.
       APPROVE-REQUEST-PARA.
      * THE TASK MUST STILL BE THE ONE THE REQUEST WAS MADE AGAINST -
      * LIVE, OPEN OR STARTED, WITH THE SAME OWNER AND THE SAME DATE -
      * AND THE DATE ASKED FOR MUST NOT HAVE GONE BY WHILE IT WAITED.
      * ANYTHING ELSE IS LEFT FOR THE ADMIN TO REFUSE
           EXEC CICS
           ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS
           FORMATTIME ABSTIME(WS-ABSTIME)
           YYYYMMDD(WS-TODAY-YMD)
           END-EXEC
           EXEC CICS
           READ FILE('TASKS')
           INTO(FS-TASKS)
           RIDFLD(WS-TASKID)
           UPDATE
           RESP(RESPCODE)
           END-EXEC
           PERFORM SAVE-TASK-BEFORE-PARA
           EVALUATE RESPCODE
           WHEN DFHRESP(NORMAL)
               IF T-USERNAME NOT = DX-USERNAME OR
                  T-DUEDATE NOT = DX-OLD-DUEDATE OR
                  (NOT T-STATUS-OPEN AND NOT T-STATUS-IN-PROGRESS)
                  THEN
                   MOVE TASK-CHANGED-MSG TO MSGO
                   EXEC CICS
                   UNLOCK FILE('TASKS')
                   NOHANDLE
                   END-EXEC
                   PERFORM UNLOCK-REQUEST-PARA
               ELSE
               IF DX-NEW-DUEDATE < WS-TODAY-YMD THEN
                   MOVE DATE-PASSED-MSG TO MSGO
                   EXEC CICS
                   UNLOCK FILE('TASKS')
                   NOHANDLE
                   END-EXEC
                   PERFORM UNLOCK-REQUEST-PARA
               ELSE
                   MOVE DX-NEW-DUEDATE TO T-DUEDATE
                   EXEC CICS
                   REWRITE FILE('TASKS')
                   FROM(FS-TASKS)
                   RESP(RESPCODE)
                   END-EXEC
                   IF RESPCODE = DFHRESP(NORMAL) THEN
                       PERFORM WRITE-RECOV-PARA
                       PERFORM UPDATE-TASK-SUMMARY-PARA
                       MOVE 'A' TO DX-STATUS
                       PERFORM STAMP-DECISION-PARA
                       MOVE APPROVED-MSG TO MSGO
                       MOVE 'APPROVED' TO AUD-OUTCOME
                       MOVE 'EXTENDED' TO SM-EVENT
                       PERFORM TELL-REQUESTER-PARA
                   ELSE
                       PERFORM UNLOCK-REQUEST-PARA
                       MOVE ERROR-MSG TO MSGO
                       MOVE 'ERROR' TO AUD-OUTCOME
                   END-IF
                   MOVE 'EXTEND' TO AUD-ACTION
                   PERFORM WRITE-AUDIT-PARA
               END-IF
               END-IF
           WHEN DFHRESP(NOTFND)
               MOVE TASK-GONE-MSG TO MSGO
               PERFORM UNLOCK-REQUEST-PARA
           WHEN OTHER
               MOVE ERROR-MSG TO MSGO
               PERFORM UNLOCK-REQUEST-PARA
           END-EVALUATE
           EXIT.
       REFUSE-REQUEST-PARA.
      * A REFUSAL LEAVES THE TASK ALONE - ONLY THE DUEEXT ROW MOVES
           MOVE 'X' TO DX-STATUS
           PERFORM STAMP-DECISION-PARA
           IF RESPCODE = DFHRESP(NORMAL) THEN
               MOVE REFUSED-MSG TO MSGO
               MOVE 'REFUSED' TO AUD-OUTCOME
               MOVE 'EXTREFUSED' TO SM-EVENT
               PERFORM TELL-REQUESTER-PARA
           ELSE
               MOVE ERROR-MSG TO MSGO
               MOVE 'ERROR' TO AUD-OUTCOME
           END-IF
           MOVE 'EXTEND' TO AUD-ACTION
           PERFORM WRITE-AUDIT-PARA
           EXIT.
       STAMP-DECISION-PARA.
      * THE ROW IS STILL HELD FROM LOCK-REQUEST-PARA - THE CALLER HAS
      * SET DX-STATUS, THIS ADDS WHO DECIDED AND WHEN
           MOVE COM-USERNAME TO DX-DECIDED-BY
           MOVE EIBDATE TO DX-DECIDED-DATE
           MOVE EIBTIME TO DX-DECIDED-TIME
           EXEC CICS
           REWRITE FILE('DUEEXT')
           FROM(FS-DUEEXT)
           RESP(RESPCODE)
           END-EXEC
           EXIT.
       TELL-REQUESTER-PARA.
      * THE REQUESTER HEARS THE OUTCOME AND THE DATE THE TASK NOW
      * CARRIES. SM-EVENT IS SET BY THE DECIDING PATH
           MOVE DX-REQUESTED-BY TO SM-USERNAME
           MOVE WS-TASKID TO SM-TASKID
           IF DX-APPROVED THEN
               MOVE DX-NEW-DUEDATE TO ET-DUEDATE
           ELSE
               MOVE DX-OLD-DUEDATE TO ET-DUEDATE
           END-IF
           MOVE WS-EXT-TEXT TO SM-TEXT
           PERFORM WRITE-MESSAGE-PARA
           EXIT.
       WRITE-AUDIT-PARA.
      * OPERATOR IS THE DECIDING ADMIN, THE DETAIL NAMES THE TASK AND
      * THE USER WHO ASKED. THE MATCHING EXTREQ ROW WRITTEN BY USMAINP
      * ALREADY NAMES THE REQUESTER AS OPERATOR
      * THE ROW ITSELF IS NUMBERED, STAMPED, HASH-CHAINED AND WRITTEN
      * BY SUBAUD - THE ONE PLACE THE JOURNAL IS EVER WRITTEN FROM
           MOVE COM-USERNAME TO SA-OPERATOR
           MOVE AUD-ACTION TO SA-ACTION
           MOVE AUD-OUTCOME TO SA-OUTCOME
           MOVE WS-TASKID TO SA-DETAIL-TASKID
           MOVE WS-TARGET-USER TO SA-DETAIL-USERNAME
           EXEC CICS
           LINK PROGRAM('SUBAUD') COMMAREA(SUB-AUDIT-DATA)
           END-EXEC
           EXIT.
       WRITE-RECOV-PARA.
      * AFTER-IMAGE OF THE TASKS RECORD JUST REWRITTEN ONTO THE
      * FORWARD-RECOVERY JOURNAL - SUBRCV NUMBERS, STAMPS AND WRITES
      * THE ROW SO TASKRCV0 CAN REPLAY IT ON A RESTORED FILE
           MOVE 'USDEXP' TO RC-PROGRAM
           MOVE 'R' TO RC-ACTION
           MOVE FS-TASKS TO RC-TASK-IMAGE
           EXEC CICS
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
       WRITE-MESSAGE-PARA.
      * TELLS THE AFFECTED USER THROUGH THEIR INBOX - THE CALLER FILLS
      * THE RECIPIENT, EVENT, TASK AND TEXT. SUBMSG NUMBERS, STAMPS AND
      * WRITES THE ROW, AND SKIPS A TEAM QUEUE, WHICH HAS NO INBOX
           MOVE COM-USERNAME TO SM-FROM
           EXEC CICS
           LINK PROGRAM('SUBMSG') COMMAREA(SUB-MESSAGE-DATA)
           END-EXEC
           EXIT.
       CHECK-QUIESCE-PARA.
      * THE CONTROL FILE'S QUIESCE ROW IS THE BATCH-WINDOW SWITCH -
      * THE ARCHIVE AND ESCALATION JOBS SET IT WHILE THEY REWRITE
      * TASKS AND CLEAR IT ON THE WAY OUT. AN UPDATING TRANSACTION
      * THAT FINDS IT ON STANDS BACK; INQUIRY SCREENS KEEP WORKING.
      * A MISSING ROW OR A BROKEN CONTROL FILE READS AS NOT QUIESCED -
      * THE SWITCH MUST NEVER BE ABLE TO LOCK THE SHOP OUT ON ITS OWN
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
       REFUSE-QUIESCE-PARA.
           MOVE QUIESCE-MSG TO MSGO
           MOVE 'D' TO WHAT-MAP-FLAG
           PERFORM SEND-THE-MAP-PARA
           EXIT.
       CHECK-FUNCTION-AUTH-PARA.
      * FINE-GRAINED ENTITLEMENT CHECK VIA SUBPRM - THE CALLER NAMES
      * THE FUNCTION IN PRM-FUNCTION FIRST. THE 'A' ROLE IS ONLY A
      * MIGRATION DEFAULT FOR USERS WITH NO SPLIT GRANTS ON THE PERMS
      * FILE YET - SEE SUBPRM FOR THE FULL RULE
           MOVE COM-USERNAME TO PRM-USERNAME
           MOVE COM-ROLE TO PRM-ROLE
           EXEC CICS
           LINK PROGRAM('SUBPRM') COMMAREA(SUB-PERM-DATA)
           END-EXEC
           EXIT.
       CHECK-SESSION-TIMEOUT-PARA.
      * SAME ELAPSED-TIME CHECK AS EVERY OTHER LOGGED-IN SCREEN, VIA
      * THE SAME SUBTMO SUBPROGRAM
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
           EXIT.
       REJECT-NO-IDENTITY-PARA.
           EXEC CICS
           SEND TEXT FROM(NOT-VIA-LOGON-MSG)
           ERASE
           END-EXEC
           EXEC CICS
           RETURN
           END-EXEC
           EXIT.
       REJECT-NOT-ADMIN-PARA.
           EXEC CICS
           SEND TEXT FROM(NOT-ADMIN-MSG)
           ERASE
           END-EXEC
           EXEC CICS
           RETURN
           END-EXEC
           EXIT.
       REJECT-SESSION-EXPIRED-PARA.
           EXEC CICS
           SEND TEXT FROM(SESSION-EXPIRED-MSG)
           ERASE
           END-EXEC
           EXEC CICS
           RETURN
           END-EXEC
           EXIT.
