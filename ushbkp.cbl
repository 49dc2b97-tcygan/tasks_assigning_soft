       IDENTIFICATION DIVISION.
       PROGRAM-ID. USHBKP.
      * HAND-BACK QUEUE. WORK ASSIGNED TO A NAMED PERSON ARRIVES
      * AWAITING THEIR ACCEPTANCE; IF THEY DECLINE IT FROM USMAINP
      * (WITH A REASON, KEPT ON THE DECLINES FILE) THE TASK GOES
      * DECLINED AND LANDS HERE, BACK WITH THE ADMIN WHO ASSIGNED IT.
      * MAINMAPP XCTL'S HERE THROUGH ITS PF8 DOOR. THE SCREEN LISTS THE
      * DECLINED TASKS THIS ADMIN ASSIGNED - PLUS THOSE THE BATCH
      * LOADERS ASSIGNED, WHICH HAVE NO ADMIN OF THEIR OWN - WITH WHO
      * HANDED EACH BACK AND WHY. THE ADMIN TYPES A TASKID AND R WITH A
      * NEW USERNAME TO REASSIGN IT (IT GOES AWAITING THE NEW
      * ASSIGNEE'S ACCEPTANCE, OR PENDING A SECOND ADMIN'S RELEASE
      * THROUGH USAPPRP WHEN IT IS PRIORITY H) OR X TO CANCEL IT. THE
      * NEW ASSIGNEE IS HELD TO THE SAME SKILL RULE AS ON THE
      * ASSIGNMENT SCREEN. EITHER WAY THE TASK LEAVES THE QUEUE, AND
      * THE AUDIT JOURNAL AND THE RECOVERY JOURNAL BOTH CARRY THE
      * CHANGE.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY USHBK.
           COPY DFHAID.
       01 WS-COMMAREA.
           05 COM-USERNAME PIC X(20).
           05 COM-ROLE PIC X.
               88 COM-ROLE-ADMIN VALUE 'A'.
           05 SUCCESSFULL-LOGIN PIC X.
           05 COM-LOGIN-DATE PIC 9(7).
           05 COM-LOGIN-TIME PIC 9(7).
      * SET WHEN THE LAST REASSIGNMENT WAS WARNED THAT THE NEW
      * ASSIGNEE DOES NOT HOLD THE SKILL THE TASK CALLS FOR - THE SAME
      * TASK AND USERNAME KEYED AGAIN IS THE ADMIN ACCEPTING THAT
           05 COM-SKL-WARNED PIC X.
           05 COM-SKL-TASKID PIC X(10).
           05 COM-SKL-USER PIC X(20).
           05 WS-INIT-FLAG PIC X VALUE 'X'.
       01 RESPCODE PIC S9(8) COMP.
           COPY TASKSREC.
           COPY AUDITREC.
           COPY CTLREC.
           COPY USERSREC.
           COPY TSUMREC.
           COPY DCLREC.
           COPY SKILLREC.
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
              'TYPE A TASKID AND R OR X'.
           05 NEED-USER-MSG PIC X(34) VALUE
              'TYPE THE NEW USERNAME TO REASSIGN'.
           05 NOT-DECLINED-MSG PIC X(30) VALUE
              'TASK WAS NOT HANDED BACK'.
           05 NOT-YOURS-MSG PIC X(36) VALUE
              'ANOTHER ADMIN ASSIGNED THIS TASK'.
           05 SAME-USER-MSG PIC X(36) VALUE
              'THAT USER HANDED IT BACK - PICK ANEW'.
           05 TEAM-QUEUE-MSG PIC X(38) VALUE
              'NAME A PERSON - MAINMAPP FOR A TEAM'.
           05 USER-NOT-FND-MSG PIC X(32) VALUE
              'USER NOT FOUND OR NOT ACTIVE'.
           05 TOO-MANY-TASKS-MSG PIC X(36) VALUE
              'THAT USER HAS TOO MANY OPEN TASKS'.
           05 REASSIGNED-MSG PIC X(19) VALUE 'TASK WAS REASSIGNED'.
           05 PENDING-MSG PIC X(27) VALUE
              'TASK AWAITS SECOND APPROVAL'.
           05 CANCELLED-MSG PIC X(18) VALUE 'TASK WAS CANCELLED'.
           05 TASK-NOT-FND-MSG PIC X(14) VALUE 'TASK NOT FOUND'.
           05 NO-HANDBACK-MSG PIC X(28) VALUE
              'NOTHING HAS BEEN HANDED BACK'.
           05 NOT-VIA-LOGON-MSG PIC X(30) VALUE
              'YOU MUST LOG IN TO USE THIS'.
           05 NOT-ADMIN-MSG PIC X(30) VALUE
              'ONLY ADMINS MAY REASSIGN WORK'.
           05 SESSION-EXPIRED-MSG PIC X(38) VALUE
              'SESSION EXPIRED - PLEASE LOG IN AGAIN'.
       01 WHAT-MAP-FLAG PIC X.
           88 DATA-ONLY VALUE 'D'.
           88 WHOLE-MAP VALUE 'M'.
       01 IF-QUIESCED PIC X.
           88 QUIESCED VALUE 'Y'.
       01 QUIESCE-MSG PIC X(24) VALUE
          'BATCH WINDOW IN PROGRESS'.
       01 IF-ON-MY-QUEUE PIC X.
           88 ON-MY-QUEUE VALUE 'Y'.
       01 IF-USERNAME-VALID PIC X.
           88 USERNAME-VALID VALUE 'Y'.
      * SKILL CHECK - A TASK CARRYING A SKILL CODE WANTS A NEW
      * ASSIGNEE WHO HOLDS IT. THE SKILLRUL CONTROL ROW (NON-ZERO)
      * TURNS THE WARN-ONCE GATE INTO A HARD REFUSAL, AS IN MAINMAPP
       01 IF-SKILL-BLOCKS PIC X.
           88 SKILL-BLOCKS VALUE 'Y'.
       01 IF-SKILL-REFUSED PIC X.
           88 SKILL-REFUSED VALUE 'Y'.
       01 WS-SKILL-WARN-MSG.
           05 FILLER PIC X(12) VALUE 'LACKS SKILL '.
           05 SW-SKILL PIC X(8).
           05 FILLER PIC X(9) VALUE ' ENTER=OK'.
       01 WS-SKILL-REFUSE-MSG.
           05 FILLER PIC X(18) VALUE 'NOT QUALIFIED FOR '.
           05 SR-SKILL PIC X(8).
       01 OPEN-TASK-COUNT PIC S9(5).
       01 WS-TSUM-IX PIC 9(1).
       01 MAX-OPEN-TASKS PIC 99 VALUE 5.
       01 PROGRAM-VARIABLES.
           05 WS-TASKID PIC X(10).
           05 WS-TARGET-USER PIC X(20).
           05 WS-NEW-USER PIC X(20).
           05 WS-NEW-USER-DEPT PIC X(4).
           05 WS-LIST-ROW PIC 9(2).
           05 WS-LIST-LINE PIC X(60).
           05 WS-SAVED-MSG PIC X(40).
           05 WS-LAST-REASON PIC X(60).
       LINKAGE SECTION.
       01 DFHCOMMAREA PIC X(68).
       PROCEDURE DIVISION USING DFHCOMMAREA.
       MAIN.
           IF EIBCALEN = 36 THEN
      * FIRST ARRIVAL, XCTL'D FROM MAINMAPP WITH THE CALLER'S IDENTITY
      * AND LOGIN TIME. THE QUEUE IS PART OF ASSIGNING WORK, SO IT IS
      * GATED ON THE SAME ASSIGN GRANT, WITHIN THE SESSION WINDOW
               MOVE LOW-VALUES TO WS-COMMAREA
               MOVE DFHCOMMAREA(1:36) TO WS-COMMAREA(1:36)
               MOVE 'ASSIGN' TO PRM-FUNCTION
               PERFORM CHECK-FUNCTION-AUTH-PARA
               IF PRM-ALLOWED THEN
                   PERFORM CHECK-SESSION-TIMEOUT-PARA
                   IF SUB-SESSION-EXPIRED THEN
                       PERFORM REJECT-SESSION-EXPIRED-PARA
                   ELSE
                       MOVE LOW-VALUES TO MAP1O
                       PERFORM LIST-HANDBACKS-PARA
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
      * A REASSIGN OR CANCEL REWRITES TASKS - IT STANDS BACK DURING
      * THE BATCH WINDOW LIKE EVERY OTHER UPDATING PATH
                       PERFORM CHECK-QUIESCE-PARA
                       IF QUIESCED THEN
                           PERFORM REFUSE-QUIESCE-PARA
                       ELSE
                           PERFORM HANDLE-ONE-TASK-PARA
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
           RETURN TRANSID('UHBK') COMMAREA(DFHCOMMAREA)
           END-EXEC
           GOBACK.
       SEND-THE-MAP-PARA.
           EVALUATE TRUE
           WHEN DATA-ONLY
                EXEC CICS
                SEND MAP('MAP1') MAPSET('USHBK')
                FROM(MAP1O)
                DATAONLY
                FREEKB
                NOHANDLE
                END-EXEC
           WHEN WHOLE-MAP
                EXEC CICS
                SEND MAP('MAP1') MAPSET('USHBK')
                FROM(MAP1O)
                ERASE
                NOHANDLE
                END-EXEC
           END-EVALUATE
           MOVE SPACE TO MSGO
           EXIT.
       LIST-HANDBACKS-PARA.
      * ONE FORWARD BROWSE OVER THE LIVE FILE PICKING OUT THE DECLINED
      * ROWS ON THIS ADMIN'S QUEUE - THE FIRST EIGHT GO ON SCREEN WITH
      * WHO HANDED THEM BACK AND THE LATEST REASON GIVEN. MORE THAN
      * EIGHT JUST MEANS COMING BACK HERE AFTER CLEARING SOME
           MOVE 0 TO WS-LIST-ROW
           MOVE LOW-VALUES TO T-TASKID
           EXEC CICS
           STARTBR FILE('TASKS')
           RIDFLD(T-TASKID)
           RESP(RESPCODE)
           END-EXEC
           IF RESPCODE = DFHRESP(NORMAL) THEN
               PERFORM UNTIL RESPCODE NOT = DFHRESP(NORMAL)
                   OR WS-LIST-ROW NOT < 8
                   EXEC CICS
                   READNEXT FILE('TASKS')
                   RIDFLD(T-TASKID)
                   INTO(FS-TASKS)
                   RESP(RESPCODE)
                   END-EXEC
                   IF RESPCODE = DFHRESP(NORMAL) THEN
                       PERFORM CHECK-MY-QUEUE-PARA
                       IF T-STATUS-DECLINED AND ON-MY-QUEUE THEN
                           PERFORM FIND-LAST-REASON-PARA
                           ADD 1 TO WS-LIST-ROW
                           MOVE SPACES TO WS-LIST-LINE
                           STRING T-TASKID ' '
                                  T-USERNAME(1:12) ' '
                                  WS-LAST-REASON(1:36)
                             DELIMITED BY SIZE INTO WS-LIST-LINE
                           MOVE WS-LIST-LINE TO POLEO(WS-LIST-ROW)
      * THE REASON LOOKUP BROWSES ANOTHER FILE - THE TASKS BROWSE
      * CARRIES ON FROM THE KEY IT HOLDS, BUT RESPCODE IS ITS OWN
                           MOVE DFHRESP(NORMAL) TO RESPCODE
                       END-IF
                   END-IF
               END-PERFORM
               EXEC CICS
               ENDBR FILE('TASKS')
               NOHANDLE
               END-EXEC
           END-IF
           IF WS-LIST-ROW = 0 THEN
               MOVE NO-HANDBACK-MSG TO MSGO
           END-IF
           EXIT.
       CHECK-MY-QUEUE-PARA.
      * A HAND-BACK GOES TO THE ADMIN WHO ASSIGNED THE TASK. WORK THE
      * BATCH LOADERS ASSIGNED HAS NO ADMIN BEHIND IT, SO ANY ADMIN
      * WITH THE ASSIGN GRANT MAY PICK IT UP
           IF T-ASSIGNED-BY = COM-USERNAME OR
              T-ASSIGNED-BY = 'TASKLOD0' OR
              T-ASSIGNED-BY = 'TASKGEN0' THEN
               MOVE 'Y' TO IF-ON-MY-QUEUE
           ELSE
               MOVE 'N' TO IF-ON-MY-QUEUE
           END-IF
           EXIT.
       FIND-LAST-REASON-PARA.
      * THE DECLINES ROWS FOR ONE TASK SIT TOGETHER UNDER ITS TASKID -
      * THE LAST ONE READ IS THE MOST RECENT HAND-BACK
           MOVE SPACES TO WS-LAST-REASON
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
                           MOVE DC-REASON TO WS-LAST-REASON
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
           EXIT.
       HANDLE-ONE-TASK-PARA.
           MOVE LOW-VALUES TO MAP1I
           EXEC CICS
           RECEIVE MAP('MAP1') MAPSET('USHBK')
           INTO(MAP1I)
           RESP(RESPCODE)
           END-EXEC
           EVALUATE RESPCODE
           WHEN DFHRESP(NORMAL)
               IF SELI = SPACE OR SELI = LOW-VALUES OR
                  SELI = '__________' THEN
      * NOTHING SELECTED - JUST REFRESH THE QUEUE
                   MOVE LOW-VALUES TO MAP1O
                   PERFORM LIST-HANDBACKS-PARA
               ELSE
                   IF ACTI = 'R' OR ACTI = 'X' THEN
                       PERFORM APPLY-DECISION-PARA
      * THE VERDICT MESSAGE MUST SURVIVE THE MAP WIPE THE LIST
      * REDRAW STARTS WITH
                       MOVE MSGO TO WS-SAVED-MSG
                       MOVE LOW-VALUES TO MAP1O
                       PERFORM LIST-HANDBACKS-PARA
                       MOVE WS-SAVED-MSG TO MSGO
                   ELSE
                       MOVE INVALID-DATA-MSG TO MSGO
                   END-IF
               END-IF
           WHEN DFHRESP(MAPFAIL)
               MOVE LOW-VALUES TO MAP1O
               PERFORM LIST-HANDBACKS-PARA
           WHEN OTHER
               MOVE ERROR-MSG TO MSGO
           END-EVALUATE
           MOVE 'D' TO WHAT-MAP-FLAG
           PERFORM SEND-THE-MAP-PARA
           EXIT.
       APPLY-DECISION-PARA.
      * LEAVES ITS VERDICT IN MSGO AND ON THE AUDIT JOURNAL - THE
      * CALLER CARRIES THE MESSAGE PAST THE LIST REDRAW. A REASSIGN
      * VALIDATES THE NEW USER, THEIR CEILING AND THEIR SKILLS BEFORE
      * THE TASK IS READ FOR UPDATE, SO NO LOCK IS HELD ACROSS THE
      * CHECKS
           MOVE SELI TO WS-TASKID
           MOVE SPACES TO WS-NEW-USER
           IF NEWUSRI NOT = LOW-VALUES THEN
               MOVE NEWUSRI TO WS-NEW-USER
               INSPECT WS-NEW-USER REPLACING ALL '_' BY ' '
           END-IF
           MOVE 'Y' TO IF-USERNAME-VALID
           IF ACTI = 'R' THEN
               EVALUATE TRUE
               WHEN WS-NEW-USER = SPACES
                   MOVE NEED-USER-MSG TO MSGO
                   MOVE 'N' TO IF-USERNAME-VALID
               WHEN WS-NEW-USER(1:1) = '#'
                   MOVE TEAM-QUEUE-MSG TO MSGO
                   MOVE 'N' TO IF-USERNAME-VALID
               WHEN OTHER
                   PERFORM CHECK-USER-NAME-PARA
               END-EVALUATE
               IF USERNAME-VALID THEN
                   PERFORM CHECK-SKILL-GATE-PARA
                   IF SKILL-BLOCKS THEN
                       MOVE 'N' TO IF-USERNAME-VALID
                       MOVE WS-NEW-USER TO WS-TARGET-USER
                       IF SKILL-REFUSED THEN
                           MOVE 'NOSKILL' TO AUD-OUTCOME
                       ELSE
                           MOVE 'SKILLWARN' TO AUD-OUTCOME
                       END-IF
                       MOVE 'HANDBACK' TO AUD-ACTION
                       PERFORM WRITE-AUDIT-PARA
                   END-IF
               END-IF
           END-IF
           IF USERNAME-VALID THEN
               PERFORM APPLY-DECISION-2-PARA
           END-IF
           EXIT.
       APPLY-DECISION-2-PARA.
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
               PERFORM CHECK-MY-QUEUE-PARA
               EVALUATE TRUE
               WHEN NOT T-STATUS-DECLINED
                   MOVE NOT-DECLINED-MSG TO MSGO
                   EXEC CICS
                   UNLOCK FILE('TASKS')
                   NOHANDLE
                   END-EXEC
               WHEN NOT ON-MY-QUEUE
                   MOVE NOT-YOURS-MSG TO MSGO
                   EXEC CICS
                   UNLOCK FILE('TASKS')
                   NOHANDLE
                   END-EXEC
               WHEN ACTI = 'R' AND WS-NEW-USER = T-USERNAME
      * HANDING IT STRAIGHT BACK TO THE PERSON WHO JUST DECLINED IT
      * WOULD ONLY PUT IT BACK ON THIS QUEUE
                   MOVE SAME-USER-MSG TO MSGO
                   EXEC CICS
                   UNLOCK FILE('TASKS')
                   NOHANDLE
                   END-EXEC
               WHEN OTHER
                   IF ACTI = 'R' THEN
      * THE NEW ASSIGNEE HAS TO ACCEPT IT IN THEIR TURN. A PRIORITY-H
      * TASK HANDED TO SOMEONE NEW IS A NEW HIGH-PRIORITY ASSIGNMENT
      * AS FAR AS THE DUAL CONTROL GOES - SAME RULE AS MAINMAPP'S
      * CORRECTION PATH AND USREASP. IT LANDS PENDING UNDER THIS
      * ADMIN'S NAME FOR A SECOND ADMIN TO RELEASE THROUGH USAPPRP,
      * WHICH TELLS THE ASSIGNEE
                       MOVE WS-NEW-USER TO T-USERNAME
                       MOVE WS-NEW-USER-DEPT TO T-DEPT
                       IF T-PRIORITY-HIGH THEN
                           MOVE 'P' TO T-STATUS
                       ELSE
                           MOVE 'W' TO T-STATUS
                       END-IF
                       MOVE COM-USERNAME TO T-ASSIGNED-BY
                   ELSE
                       MOVE 'X' TO T-STATUS
                   END-IF
                   MOVE T-USERNAME TO WS-TARGET-USER
                   EXEC CICS
                   REWRITE FILE('TASKS')
                   FROM(FS-TASKS)
                   RESP(RESPCODE)
                   END-EXEC
                   IF RESPCODE = DFHRESP(NORMAL) THEN
                       PERFORM WRITE-RECOV-PARA
                       PERFORM UPDATE-TASK-SUMMARY-PARA
                       EVALUATE TRUE
                       WHEN ACTI = 'R' AND T-STATUS-PENDING
                           MOVE PENDING-MSG TO MSGO
                           MOVE 'PENDING' TO AUD-OUTCOME
                       WHEN ACTI = 'R'
                           MOVE REASSIGNED-MSG TO MSGO
                           MOVE 'REASSIGNED' TO AUD-OUTCOME
                           MOVE WS-NEW-USER TO SM-USERNAME
                           MOVE 'REASSIGNED' TO SM-EVENT
                           MOVE WS-TASKID TO SM-TASKID
                           MOVE T-TASKVALUE(1:40) TO SM-TEXT
                           PERFORM WRITE-MESSAGE-PARA
                       WHEN OTHER
                           MOVE CANCELLED-MSG TO MSGO
                           MOVE 'CANCELLED' TO AUD-OUTCOME
                       END-EVALUATE
                   ELSE
                       MOVE ERROR-MSG TO MSGO
                       MOVE 'ERROR' TO AUD-OUTCOME
                   END-IF
                   MOVE 'HANDBACK' TO AUD-ACTION
                   PERFORM WRITE-AUDIT-PARA
               END-EVALUATE
           WHEN DFHRESP(NOTFND)
               MOVE TASK-NOT-FND-MSG TO MSGO
           WHEN OTHER
               MOVE ERROR-MSG TO MSGO
           END-EVALUATE
           EXIT.
       CHECK-USER-NAME-PARA.
      * SAME RULE AS THE ASSIGNMENT SCREEN - THE NEW ASSIGNEE MUST
      * EXIST, BE ACTIVE AND HAVE ROOM UNDER THE OPEN-TASK CEILING
           MOVE WS-NEW-USER TO USERS-USERNAME
           EXEC CICS
           READ FILE('USERS')
           INTO(FS-USERS)
           RIDFLD(USERS-USERNAME)
           RESP(RESPCODE)
           END-EXEC
           IF RESPCODE = DFHRESP(NORMAL) AND NOT USERS-IS-DISABLED THEN
               MOVE USERS-DEPT TO WS-NEW-USER-DEPT
               PERFORM COUNT-OPEN-TASKS-PARA
               IF OPEN-TASK-COUNT NOT < MAX-OPEN-TASKS THEN
                   MOVE TOO-MANY-TASKS-MSG TO MSGO
                   MOVE 'N' TO IF-USERNAME-VALID
               END-IF
           ELSE
               MOVE USER-NOT-FND-MSG TO MSGO
               MOVE 'N' TO IF-USERNAME-VALID
           END-IF
           EXIT.
       CHECK-SKILL-GATE-PARA.
      * SAME GATE AS MAINMAPP'S CHECK-SKILL-GATE-PARA. THE TASK IS
      * READ WITHOUT A LOCK FOR ITS SKILL CODE - A TASK THAT IS GONE
      * PASSES HERE AND IS REPORTED BY THE UPDATE READ. A NEW ASSIGNEE
      * HOLDING THE CODE PASSES. OTHERWISE THE SKILLRUL CONTROL ROW
      * DECIDES: SWITCHED ON, THE REASSIGNMENT IS REFUSED OUTRIGHT;
      * OFF OR MISSING, IT IS TURNED BACK ONCE AND THE SAME TASK AND
      * USERNAME KEYED AGAIN IS THE OVERRIDE
           MOVE 'N' TO IF-SKILL-BLOCKS
           MOVE 'N' TO IF-SKILL-REFUSED
           EXEC CICS
           READ FILE('TASKS')
           INTO(FS-TASKS)
           RIDFLD(WS-TASKID)
           RESP(RESPCODE)
           END-EXEC
           IF RESPCODE NOT = DFHRESP(NORMAL) OR
              T-SKILL-CODE = SPACES THEN
               MOVE LOW-VALUES TO COM-SKL-WARNED
           ELSE
               MOVE WS-NEW-USER TO SK-USERNAME
               MOVE T-SKILL-CODE TO SK-SKILL
               EXEC CICS
               READ FILE('SKILLS')
               INTO(FS-SKILLS)
               RIDFLD(SK-KEY)
               RESP(RESPCODE)
               END-EXEC
               IF RESPCODE = DFHRESP(NORMAL) THEN
                   MOVE LOW-VALUES TO COM-SKL-WARNED
               ELSE
                   MOVE 'SKILLRUL' TO CTL-KEY
                   EXEC CICS
                   READ FILE('CONTROL')
                   INTO(FS-CONTROL)
                   RIDFLD(CTL-KEY)
                   RESP(RESPCODE)
                   END-EXEC
                   IF RESPCODE = DFHRESP(NORMAL) AND
                      CTL-NEXT-TASKID > 0 THEN
                       MOVE 'Y' TO IF-SKILL-BLOCKS
                       MOVE 'Y' TO IF-SKILL-REFUSED
                       MOVE T-SKILL-CODE TO SR-SKILL
                       MOVE WS-SKILL-REFUSE-MSG TO MSGO
                   ELSE
                       IF COM-SKL-WARNED = 'Y' AND
                          COM-SKL-TASKID = WS-TASKID AND
                          COM-SKL-USER = WS-NEW-USER THEN
      * TOLD AND INSISTING - PASS, AND DISARM FOR THE NEXT ONE
                           MOVE LOW-VALUES TO COM-SKL-WARNED
                       ELSE
                           MOVE 'Y' TO IF-SKILL-BLOCKS
                           MOVE 'Y' TO COM-SKL-WARNED
                           MOVE WS-TASKID TO COM-SKL-TASKID
                           MOVE WS-NEW-USER TO COM-SKL-USER
                           MOVE T-SKILL-CODE TO SW-SKILL
                           MOVE WS-SKILL-WARN-MSG TO MSGO
                       END-IF
                   END-IF
               END-IF
           END-IF
           EXIT.
       COUNT-OPEN-TASKS-PARA.
      * THE CEILING COUNT COMES OFF THE OWNER'S TASKSUM ROW - OPEN,
      * AWAITING, IN PROGRESS AND PENDING, ONE READ INSTEAD OF A
      * BROWSE. NO ROW MEANS NO LIVE WORK. A SUMMARY FILE THAT WILL
      * NOT ANSWER FALLS BACK TO COUNTING THE TASKS THEMSELVES
           MOVE 0 TO OPEN-TASK-COUNT
           MOVE WS-NEW-USER TO TS-USERNAME
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
               PERFORM BROWSE-OPEN-TASKS-PARA
           END-EVALUATE
           EXIT.
       BROWSE-OPEN-TASKS-PARA.
      * THE NEW ASSIGNEE'S OWN ROWS OFF THE TASKSU PATH - SAME COUNT
      * AS MAINMAPP'S CEILING CHECK
           MOVE 0 TO OPEN-TASK-COUNT
           MOVE WS-NEW-USER TO T-USERNAME
           EXEC CICS
           STARTBR FILE('TASKSU')
           RIDFLD(T-USERNAME)
           RESP(RESPCODE)
           END-EXEC
           IF RESPCODE = DFHRESP(NORMAL) THEN
               PERFORM UNTIL RESPCODE NOT = DFHRESP(NORMAL)
                   OR T-USERNAME NOT = WS-NEW-USER
                   EXEC CICS
                   READNEXT FILE('TASKSU')
                   RIDFLD(T-USERNAME)
                   INTO(FS-TASKS)
                   RESP(RESPCODE)
                   END-EXEC
                   IF RESPCODE = DFHRESP(NORMAL) THEN
                       IF T-USERNAME = WS-NEW-USER AND
                          (T-STATUS-OPEN OR T-STATUS-IN-PROGRESS OR
                           T-STATUS-PENDING OR T-STATUS-AWAITING) THEN
                           ADD 1 TO OPEN-TASK-COUNT
                       END-IF
                   END-IF
               END-PERFORM
               EXEC CICS
               ENDBR FILE('TASKSU')
               NOHANDLE
               END-EXEC
           END-IF
           EXIT.
       WRITE-AUDIT-PARA.
      * OPERATOR IS THE ADMIN CLEARING THE QUEUE, THE DETAIL NAMES THE
      * TASK AND WHO IT NOW BELONGS TO. THE DECLINE ROW BEFORE IT
      * ALREADY NAMES WHO HANDED IT BACK
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
           MOVE 'USHBKP' TO RC-PROGRAM
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
      * SEE USAPPRP. A MISSING ROW OR A BROKEN CONTROL FILE READS AS
      * NOT QUIESCED
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
      * THE FUNCTION IN PRM-FUNCTION FIRST
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
