           05 COM-DUP-WARNED PIC X.
           05 COM-DUP-USER PIC X(20).
           05 COM-DUP-DESC PIC X(45).
      * SET WHEN THE LAST SUBMISSION WAS WARNED THAT THE TARGET DOES
      * NOT HOLD THE SKILL THE WORK CALLS FOR - A SECOND ENTER WITH
      * THE SAME TARGET AND SKILL CODE IS THE ADMIN ACCEPTING THAT
           05 COM-SKL-WARNED PIC X.
           05 COM-SKL-USER PIC X(20).
           05 COM-SKL-CODE PIC X(8).
           05 WS-INIT-FLAG PIC X VALUE 'X'.
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
      * DEPARTMENT SCOPE FROM SUBDPT - WHICH DEPARTMENT THE ADMIN AT
      * THE SCREEN BELONGS TO AND WHETHER THE XDEPT GRANT LETS THEM
      * PAST IT. A TARGET USER OR AN EXISTING TASK OUTSIDE IT IS
      * REFUSED; WS-TARGET-DEPT IS WHAT THE SAVED TASK WILL CARRY
       01 SUB-DEPT-DATA.
           05 DPT-USERNAME PIC X(20).
           05 DPT-ROLE PIC X.
           05 DPT-ADMIN-DEPT PIC X(4).
           05 DPT-SCOPE PIC X.
               88 DPT-ALL-DEPTS VALUE 'A'.
       01 WS-CHECK-DEPT PIC X(4).
       01 WS-TARGET-DEPT PIC X(4).
       01 IF-DEPT-IN-SCOPE PIC X.
           88 DEPT-IN-SCOPE VALUE 'Y'.
       01 IF-DEPT-REFUSED PIC X.
           88 DEPT-REFUSED VALUE 'Y'.
       01 WS-SHOW-HANDOFF.
           05 SHOW-USERNAME PIC X(20).
           05 SHOW-ROLE PIC X.
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
           COPY CTLREC.
           COPY SKILLREC.
           COPY CATREC.
           COPY HOLREC.
           COPY NOTESREC.
           COPY TEAMREC.
           COPY ABSREC.
           COPY TEXTREC.
           COPY DUEXREC.
           COPY TSUMREC.
      * RING OF THE LAST THREE NOTES PICKED UP BY THE PF6 LOOKUP -
      * OLDEST OF THE THREE ENDS UP ON THE TOP LINE
       01 WS-NOTE-RING.
              'DUE DATE IS NOT A VALID DATE'.
           05 PAST-DATE-MSG PIC X(24) VALUE
              'DUE DATE IS BEFORE TODAY'.
           05 CAT-NOT-FND-MSG PIC X(25) VALUE
              'THERE IS NO SUCH CATEGORY'.
           05 USER-OTHER-DEPT-MSG PIC X(29) VALUE
              'USER IS IN ANOTHER DEPARTMENT'.
           05 TASK-OTHER-DEPT-MSG PIC X(29) VALUE
              'TASK IS IN ANOTHER DEPARTMENT'.
       01 WS-NONWORK-MSG.
           05 FILLER PIC X(19) VALUE 'NON-WORK DAY - TRY '.
           05 NW-SUGGEST PIC 9(8).
       01 IF-PREREQ-OK PIC X.
           88 PREREQ-OK VALUE 'Y'.
       01 WS-DEP-COUNT PIC 9(4).
       01 IF-OWNER-CHANGED PIC X.
           88 OWNER-CHANGED VALUE 'Y'.
      * THE DUE DATE A CORRECTED TASK CARRIED BEFORE THE REWRITE, AND
      * THE LAST DUEEXT SEQUENCE IN USE FOR IT - A CORRECTION THAT
      * MOVES THE DATE GOES ON THE EXTENSION HISTORY LIKE AN APPROVED
      * REQUEST DOES
       01 WS-OLD-DUEDATE PIC X(8).
       01 WS-LAST-DX-SEQ PIC 9(3).
       01 IF-CORR-REPENDED PIC X.
           88 CORR-REPENDED VALUE 'Y'.
       01 WHAT-MAP-FLAG PIC X.                                          
       01 IF-UNDER-TASK-LIMIT PIC X.
           88 UNDER-TASK-LIMIT VALUE 'Y'.
       01 MAX-OPEN-TASKS PIC 99 VALUE 5.
       01 OPEN-TASK-COUNT PIC S9(5).
       01 WS-TSUM-IX PIC 9(1).
       01 PROGRAM-VARIABLES.
           05 WS-TASKID PIC X(10).
           05 WS-USERNAME PIC X(20).
           05 WS-PRIORITY PIC X(1).
           05 WS-DUEDATE PIC X(8).
           05 WS-PREREQ PIC X(10).
           05 WS-SKILL PIC X(8).
           05 WS-CATEGORY PIC X(6).
           05 WS-COST-CENTER PIC X(8).
      * DUE-DATE EDIT WORK AREAS - THE REAL DATE RULES LIVE IN THE
      * SHARED SUBDTV SUBPROGRAM SO THE BATCH LOAD APPLIES THE SAME
      * ONES. THE HOLIDAY CALENDAR LOOKUP IS OURS, AGAINST THE
           05 FILLER PIC X(11) VALUE 'DUPLICATES '.
           05 DM2-TASKID PIC X(10).
           05 FILLER PIC X(9) VALUE ' ENTER=OK'.
      * SKILL CHECK WORK AREAS - A TASK CARRYING A SKILL CODE WANTS A
      * TARGET WHO HOLDS IT ON THE SKILLS FILE. THE SKILLRUL CONTROL
      * ROW (NON-ZERO) TURNS THE WARN-ONCE GATE INTO A HARD REFUSAL
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
      * CATEGORY CATALOG WORK AREAS - A TYPED CODE MUST BE ON THE
      * CATALOG; ITS ROW SUPPLIES THE PRIORITY WHEN NONE WAS KEYED AND
      * THE WORK-DAY ALLOWANCE FOR A BLANK DUE DATE
       01 IF-CATEGORY-OK PIC X.
           88 CATEGORY-OK VALUE 'Y'.
       01 WS-CAT-DEF-DAYS PIC 9(3).
       01 WS-ABSTIME PIC S9(15) COMP-3.
       01 WS-TODAY-YMD PIC X(8).
       01 WS-CAND-DATE PIC 9(8).
           05 DTV-DAY-OF-WEEK PIC 9.
           05 DTV-NEXT-WORK-DATE PIC 9(8).
       LINKAGE SECTION.
       01 DFHCOMMAREA PIC X(171).
       PROCEDURE DIVISION USING DFHCOMMAREA.
       MAIN.
           IF EIBCALEN = 36 THEN
                   EXEC CICS
                   XCTL PROGRAM('USREASP') COMMAREA(WS-COMMAREA(1:36))
                   END-EXEC
                  WHEN DFHPF8
      * MOVES ON TO USHBKP'S HAND-BACK QUEUE, WHERE AN ADMIN REASSIGNS
      * OR CANCELS THE WORK HIS ASSIGNEES DECLINED - SAME DOOR
      * PATTERN, USHBKP RE-CHECKS ASSIGN AND THE TIMEOUT ITSELF
                   EXEC CICS
                   XCTL PROGRAM('USHBKP') COMMAREA(WS-COMMAREA(1:36))
                   END-EXEC
                  WHEN DFHPF9
      * ADMIN TYPES AN EXISTING TASKID AND PRESSES PF9 TO CANCEL IT -
      * AN ASSIGN-FUNCTION PATH, RE-CHECKED LIKE THE SAVE
                   EXEC CICS
                   XCTL PROGRAM('USABSP') COMMAREA(WS-COMMAREA(1:36))
                   END-EXEC
                  WHEN DFHPF13
      * MOVES ON TO USQARP'S QA REVIEW SCREEN, WHERE A REVIEWER
      * RECORDS THE VERDICT ON THE WEEK'S SAMPLED WORK - SAME DOOR
      * PATTERN, USQARP RE-CHECKS QAREVIEW AND THE TIMEOUT ITSELF
                   EXEC CICS
                   XCTL PROGRAM('USQARP') COMMAREA(WS-COMMAREA(1:36))
                   END-EXEC
                  WHEN DFHPF14
      * MOVES ON TO USDEXP'S DUE-DATE EXTENSION REVIEW, WHERE AN
      * ADMIN APPROVES OR REFUSES THE MORE-TIME REQUESTS USERS RAISE
      * FROM USMAINP - SAME DOOR PATTERN, USDEXP RE-CHECKS DUEEXT AND
      * THE TIMEOUT ITSELF
                   EXEC CICS
                   XCTL PROGRAM('USDEXP') COMMAREA(WS-COMMAREA(1:36))
                   END-EXEC
                  WHEN DFHPF15
      * MOVES ON TO USRPVP'S REPORT VIEWER, WHERE THE STORED OUTPUT
      * OF THE BATCH REPORT JOBS CAN BE READ WITHOUT THE PRINTOUT -
      * SAME DOOR PATTERN, USRPVP RE-CHECKS RPTVIEW AND THE TIMEOUT
      * ITSELF
                   EXEC CICS
                   XCTL PROGRAM('USRPVP') COMMAREA(WS-COMMAREA(1:36))
                   END-EXEC
                  WHEN DFHPF3
      * TERMINATION OF THE TRANSACTION
                      PERFORM END-SESSION-PARA
                      EXEC CICS
                      SEND TEXT FROM(EXIT-MSG)
                      ERASE
              INTO WS-TASKVALUE
              INSPECT WS-TASKVALUE REPLACING ALL '_' BY ' '
              MOVE PRIORITYI TO WS-PRIORITY
              IF WS-PRIORITY = '_' OR WS-PRIORITY = LOW-VALUE THEN
                  MOVE SPACE TO WS-PRIORITY
              END-IF
              MOVE DUEDATEI TO WS-DUEDATE
              INSPECT WS-DUEDATE REPLACING ALL '_' BY ' '
                  MOVE PREREQI TO WS-PREREQ
                  INSPECT WS-PREREQ REPLACING ALL '_' BY ' '
              END-IF
              MOVE SPACES TO WS-SKILL
              IF SKILLI NOT = LOW-VALUES THEN
                  MOVE SKILLI TO WS-SKILL
                  INSPECT WS-SKILL REPLACING ALL '_' BY ' '
              END-IF
              MOVE SPACES TO WS-CATEGORY
              IF CATEGORYI NOT = LOW-VALUES THEN
                  MOVE CATEGORYI TO WS-CATEGORY
                  INSPECT WS-CATEGORY REPLACING ALL '_' BY ' '
              END-IF
              MOVE SPACES TO WS-COST-CENTER
              IF COSTCI NOT = LOW-VALUES THEN
                  MOVE COSTCI TO WS-COST-CENTER
                  INSPECT WS-COST-CENTER REPLACING ALL '_' BY ' '
              END-IF
      * THE CATALOG ROW IS LOOKED UP BEFORE THE PRIORITY EDIT - A
      * BLANK PRIORITY TAKES THE CATEGORY'S DEFAULT, THEN THE SHOP'S M
              PERFORM EDIT-CATEGORY-PARA
              MOVE SPACES TO WS-XTEXT-LINES
              IF XTEXT1I NOT = LOW-VALUES THEN
                  MOVE XTEXT1I TO WS-XTEXT-LINE(1)
                  MOVE XTEXT3I TO WS-XTEXT-LINE(3)
              END-IF
              INSPECT WS-XTEXT-LINES REPLACING ALL '_' BY ' '
              IF NOT CATEGORY-OK THEN
                   MOVE 'D' TO WHAT-MAP-FLAG
                   PERFORM SEND-THE-MAP-PARA
              ELSE
              IF WS-USERNAME = ' ' OR
                 WS-USERNAME = '____________________' OR
                 WS-TASKVALUE = ' ' OR
      * CHECK - EDIT-DUEDATE-PARA PUTS ITS OWN MESSAGE UP, INCLUDING
      * THE NEXT-WORKING-DAY OFFER WHEN THE DATE LANDS ON A WEEKEND
      * OR A SHOP HOLIDAY. A DATE THE SLA TABLE JUST BUILT IS A WORK
      * DAY BY CONSTRUCTION AND SKIPS THE RE-EDIT. A CATEGORY WITH
      * ITS OWN WORK-DAY ALLOWANCE COUNTS THAT INSTEAD OF THE SLA ROW
               IF DUEDATE-DEFAULTED THEN
                   MOVE 'Y' TO IF-DUEDATE-OK
               ELSE
      * WE NEED TO CHECK IF WS-USERNAME EXITS SO:
      * A NAME STARTING '#' IS A TEAM QUEUE, NOT A PERSON - IT IS
      * CHECKED AGAINST THE TEAMS FILE INSTEAD AND CARRIES NO
      * OPEN-TASK CEILING (THE CEILING BITES WHEN A MEMBER CLAIMS).
      * A PERSON OUTSIDE THE ADMIN'S DEPARTMENT SCOPE IS NOT A VALID
      * TARGET EITHER, AND SAYS SO
                 PERFORM CHECK-DEPT-SCOPE-PARA
                 MOVE 'N' TO IF-DEPT-REFUSED
                 IF WS-USERNAME(1:1) = '#' THEN
                     PERFORM CHECK-TEAM-PARA
                 ELSE
                   ELSE
                       MOVE 'N' TO IF-DUP-BLOCKS
                   END-IF
      * WORK CALLING FOR A SKILL THE TARGET DOES NOT HOLD IS TURNED
      * BACK - ONCE, OR FOR GOOD WHEN THE SHOP HAS SWITCHED THE HARD
      * RULE ON
                   IF USERNAME-VALID AND NOT ABSENCE-BLOCKS AND
                      NOT DUP-BLOCKS THEN
                       PERFORM CHECK-SKILL-GATE-PARA
                   ELSE
                       MOVE 'N' TO IF-SKILL-BLOCKS
                   END-IF
                   IF USERNAME-VALID AND
                      (ABSENCE-BLOCKS OR DUP-BLOCKS OR SKILL-BLOCKS)
                   THEN
                       IF COM-EDIT-TASKID = LOW-VALUES OR
                          COM-EDIT-TASKID = SPACES THEN
                           MOVE SPACE TO WS-TASKID
                       END-IF
                       EVALUATE TRUE
                       WHEN ABSENCE-BLOCKS
                           MOVE 'ABSENT' TO AUD-OUTCOME
                       WHEN DUP-BLOCKS
                           MOVE 'DUPWARN' TO AUD-OUTCOME
                       WHEN SKILL-REFUSED
                           MOVE 'NOSKILL' TO AUD-OUTCOME
                       WHEN OTHER
                           MOVE 'SKILLWARN' TO AUD-OUTCOME
                       END-EVALUATE
                       MOVE 'ASSIGN' TO AUD-ACTION
                       PERFORM WRITE-AUDIT-PARA
                       MOVE 'D' TO WHAT-MAP-FLAG
                         MOVE USER-NOT-FND TO MSGO
                     END-IF
                     MOVE 'USERNOTFND' TO AUD-OUTCOME
                     IF DEPT-REFUSED THEN
                         MOVE USER-OTHER-DEPT-MSG TO MSGO
                         MOVE 'OTHERDEPT' TO AUD-OUTCOME
                     END-IF
                     MOVE 'ASSIGN' TO AUD-ACTION
                     PERFORM WRITE-AUDIT-PARA
                     MOVE 'D' TO WHAT-MAP-FLAG
               END-IF
               END-IF
              END-IF
              END-IF
           WHEN DFHRESP(MAPFAIL)                                      
               MOVE MAPFAIL-MSG TO MSGO                               
               MOVE 'D' TO WHAT-MAP-FLAG                              
           LINK PROGRAM('SUBPRM') COMMAREA(SUB-PERM-DATA)
           END-EXEC
           EXIT.
       CHECK-DEPT-SCOPE-PARA.
      * ASKS SUBDPT FOR THE ADMIN'S OWN DEPARTMENT AND WHETHER THE
      * XDEPT GRANT TAKES THEM PAST IT - SEE SUBDPT FOR THE RULE
           MOVE COM-USERNAME TO DPT-USERNAME
           MOVE COM-ROLE TO DPT-ROLE
           EXEC CICS
           LINK PROGRAM('SUBDPT') COMMAREA(SUB-DEPT-DATA)
           END-EXEC
           EXIT.
       CHECK-DEPT-IN-SCOPE-PARA.
      * IS THE DEPARTMENT IN WS-CHECK-DEPT ONE THE ADMIN MAY WORK ON?
      * SPACES IS A ROW SAVED BEFORE DEPARTMENTS EXISTED - EVERYBODY'S
           IF DPT-ALL-DEPTS OR WS-CHECK-DEPT = SPACES OR
              WS-CHECK-DEPT = DPT-ADMIN-DEPT THEN
               MOVE 'Y' TO IF-DEPT-IN-SCOPE
           ELSE
               MOVE 'N' TO IF-DEPT-IN-SCOPE
           END-IF
           EXIT.
       CHECK-QUIESCE-PARA.
      * THE CONTROL FILE'S QUIESCE ROW IS THE BATCH-WINDOW SWITCH -
      * THE ARCHIVE AND ESCALATION JOBS SET IT WHILE THEY REWRITE
           PERFORM SEND-THE-MAP-PARA
           EXIT.
       CLEAR-GATE-WARNINGS-PARA.
      * ALL THE WARN-ONCE GATES DISARM TOGETHER, AND ONLY ONCE THE
      * SUBMISSION THEY WARNED ABOUT HAS GONE TO THE FILE
           MOVE LOW-VALUES TO COM-ABS-WARNED
           MOVE LOW-VALUES TO COM-ABS-USER
           MOVE LOW-VALUES TO COM-DUP-WARNED
           MOVE LOW-VALUES TO COM-DUP-USER
           MOVE LOW-VALUES TO COM-DUP-DESC
           MOVE LOW-VALUES TO COM-SKL-WARNED
           MOVE LOW-VALUES TO COM-SKL-USER
           MOVE LOW-VALUES TO COM-SKL-CODE
           EXIT.
       REFUSE-NOT-ASSIGN-PARA.
      * THE CALLER GOT IN ON SOME OTHER HUB GRANT - THE PF DOORS ARE
           MOVE 'N' TO PRM-VERDICT
           MOVE 1 TO HUB-FN-IX
           PERFORM TRY-ONE-HUB-FUNCTION-PARA
               UNTIL PRM-ALLOWED OR HUB-FN-IX > 10
           EXIT.
       TRY-ONE-HUB-FUNCTION-PARA.
           MOVE HUB-FUNCTION(HUB-FN-IX) TO PRM-FUNCTION
      * USMAINP AND EVERY LATER RE-ENTRY WHILE SITTING ON THIS SCREEN
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
           UPDATE
           RESP(RESPCODE)
           END-EXEC
           PERFORM SAVE-TASK-BEFORE-PARA
           EVALUATE RESPCODE
           WHEN DFHRESP(NORMAL)
      * REASSIGNING TO A DIFFERENT USER THROUGH A CORRECTION IS THE
      * SAME AS A NEW ASSIGNMENT AS FAR AS THE OPEN-TASK CEILING GOES -
      * UNDER-TASK-LIMIT WAS ALREADY COMPUTED FOR WS-USERNAME BY
      * CHECK-USER-NAME-PARA UP IN SAVE-TASK-PARA, SO IT ONLY NEEDS
      * ENFORCING HERE WHEN THE OWNER IS ACTUALLY CHANGING. THE TASK
      * AS IT STANDS ON FILE MUST BE IN THE ADMIN'S DEPARTMENT SCOPE
      * TOO - THE NEW TARGET ALONE WAS CHECKED UP IN SAVE-TASK-PARA
               MOVE T-DEPT TO WS-CHECK-DEPT
               PERFORM CHECK-DEPT-IN-SCOPE-PARA
               IF NOT DEPT-IN-SCOPE THEN
                   EXEC CICS
                   UNLOCK FILE('TASKS')
                   NOHANDLE
                   END-EXEC
                   MOVE TASK-OTHER-DEPT-MSG TO MSGO
                   MOVE 'OTHERDEPT' TO AUD-OUTCOME
                   MOVE 'UPDATE' TO AUD-ACTION
                   PERFORM WRITE-AUDIT-PARA
               ELSE
               IF T-USERNAME NOT = WS-USERNAME AND
                  NOT UNDER-TASK-LIMIT THEN
                   EXEC CICS
      * ASSIGN-AT-M-THEN-CORRECT-TO-H DOOR AND THE RE-TARGET-A-
      * RELEASED-H-TASK DOOR. AN H TASK CORRECTED IN PLACE (SAME
      * OWNER, DETAIL FIXES) KEEPS THE STATUS ITS OWN APPROVAL EARNED
      * A LIVE TASK HANDED TO A DIFFERENT PERSON BY A CORRECTION IS
      * NEW WORK FOR THAT PERSON - IT GOES BACK TO AWAITING HIS
      * ACCEPTANCE, WHICH IS ALSO HOW A HANDED-BACK TASK IS RE-POINTED
      * FROM HERE. RE-POINTED AT A TEAM QUEUE IT LANDS OPEN FOR A
      * MEMBER TO CLAIM
               IF T-USERNAME NOT = WS-USERNAME AND
                  (T-STATUS-OPEN OR T-STATUS-IN-PROGRESS OR
                   T-STATUS-AWAITING OR T-STATUS-DECLINED) THEN
                   IF WS-USERNAME(1:1) = '#' THEN
                       MOVE 'O' TO T-STATUS
                   ELSE
                       MOVE 'W' TO T-STATUS
                   END-IF
               END-IF
               MOVE 'N' TO IF-CORR-REPENDED
               IF WS-PRIORITY = 'H' AND
                  (T-STATUS-OPEN OR T-STATUS-IN-PROGRESS OR
                   T-STATUS-AWAITING) AND
                  (T-PRIORITY NOT = 'H' OR
                   T-USERNAME NOT = WS-USERNAME) THEN
                   MOVE 'P' TO T-STATUS
                  T-ASSIGNED-BY NOT = COM-USERNAME THEN
                   MOVE COM-USERNAME TO T-ASSIGNED-BY
               END-IF
               IF T-USERNAME NOT = WS-USERNAME THEN
                   MOVE 'Y' TO IF-OWNER-CHANGED
               ELSE
                   MOVE 'N' TO IF-OWNER-CHANGED
               END-IF
               MOVE WS-USERNAME TO T-USERNAME
               MOVE WS-TASKVALUE TO T-TASKVALUE
               MOVE WS-PRIORITY TO T-PRIORITY
               MOVE T-DUEDATE TO WS-OLD-DUEDATE
               MOVE WS-DUEDATE TO T-DUEDATE
               MOVE WS-PREREQ TO T-PREREQ-TASKID
               MOVE WS-SKILL TO T-SKILL-CODE
               MOVE WS-CATEGORY TO T-CATEGORY
               MOVE WS-COST-CENTER TO T-COST-CENTER
      * A TEAM-QUEUE TASK LEFT ON THE SAME QUEUE KEEPS THE DEPARTMENT
      * IT ALREADY STANDS IN - ONLY A NEW OWNER RE-STAMPS IT
               IF NOT (WS-USERNAME(1:1) = '#' AND
                       NOT OWNER-CHANGED AND T-DEPT NOT = SPACES)
               THEN
                   MOVE WS-TARGET-DEPT TO T-DEPT
               END-IF
               EXEC CICS
               REWRITE FILE('TASKS')
               FROM(FS-TASKS)
               IF RESPCODE = DFHRESP(NORMAL) THEN
                   MOVE 'R' TO RC-ACTION
                   PERFORM WRITE-RECOV-PARA
                   PERFORM UPDATE-TASK-SUMMARY-PARA
                   IF CORR-REPENDED THEN
                       MOVE PENDING-MSG TO MSGO
                       MOVE 'PENDING' TO AUD-OUTCOME
                   END-IF
                   MOVE WS-TASKID TO TASKIDO
                   PERFORM APPEND-XTEXT-PARA
      * WORK RE-POINTED AT SOMEBODY NEW IS NEWS TO THEM - UNLESS IT
      * WENT BACK TO PENDING, WHEN THE RELEASE IS WHAT TELLS THEM
                   IF OWNER-CHANGED AND NOT T-STATUS-PENDING THEN
                       MOVE WS-USERNAME TO SM-USERNAME
                       MOVE 'REASSIGNED' TO SM-EVENT
                       MOVE WS-TASKID TO SM-TASKID
                       MOVE T-TASKVALUE(1:40) TO SM-TEXT
                       PERFORM WRITE-MESSAGE-PARA
                   END-IF
                   IF WS-OLD-DUEDATE NOT = SPACES AND
                      WS-OLD-DUEDATE NOT = LOW-VALUES AND
                      WS-OLD-DUEDATE NOT = T-DUEDATE THEN
                       PERFORM RECORD-DUEDATE-CHANGE-PARA
                   END-IF
               ELSE
                   MOVE ERROR-MSG TO MSGO
                   MOVE 'ERROR' TO AUD-OUTCOME
               MOVE 'UPDATE' TO AUD-ACTION
               PERFORM WRITE-AUDIT-PARA
               END-IF
               END-IF
           WHEN DFHRESP(NOTFND)
               MOVE TASK-NOT-FND-MSG TO MSGO
               MOVE 'NOTFND' TO AUD-OUTCOME
           MOVE 'D' TO WHAT-MAP-FLAG
           PERFORM SEND-THE-MAP-PARA
           EXIT.
       RECORD-DUEDATE-CHANGE-PARA.
      * A DUE DATE MOVED BY A CORRECTION IS AS MUCH AN EXTENSION AS
      * ONE AN ADMIN APPROVES ON USDEXP, SO IT GOES ON THE DUEEXT
      * HISTORY AS AN APPROVED ROW OF ITS OWN, THE CORRECTING ADMIN
      * STANDING AS BOTH ASKER AND DECIDER. THE REPORTS MEASURE A
      * TASK AGAINST THE DATE IT WAS FIRST GIVEN THROUGH THESE ROWS.
      * FS-TASKS STILL HOLDS THE TASK JUST REWRITTEN; THE TASK HAS
      * ALREADY STOOD, SO A ROW THAT WILL NOT GO ON IS NOT AN ERROR
      * ON THE SCREEN
           MOVE 0 TO WS-LAST-DX-SEQ
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
           MOVE T-TASKID TO DX-TASKID
           COMPUTE DX-SEQ = WS-LAST-DX-SEQ + 1
           MOVE 'C' TO DX-SOURCE
           MOVE 'A' TO DX-STATUS
           MOVE T-USERNAME TO DX-USERNAME
           MOVE COM-USERNAME TO DX-REQUESTED-BY
           MOVE EIBDATE TO DX-REQ-DATE
           MOVE EIBTIME TO DX-REQ-TIME
           MOVE WS-OLD-DUEDATE TO DX-OLD-DUEDATE
           MOVE T-DUEDATE TO DX-NEW-DUEDATE
           MOVE 'CHANGED ON ASSIGNMENT CORRECTION' TO DX-REASON
           MOVE COM-USERNAME TO DX-DECIDED-BY
           MOVE EIBDATE TO DX-DECIDED-DATE
           MOVE EIBTIME TO DX-DECIDED-TIME
           EXEC CICS
           WRITE FILE('DUEEXT')
           RIDFLD(DX-KEY)
           FROM(FS-DUEEXT)
           NOHANDLE
           END-EXEC
           EXIT.
       LOOKUP-FOR-CORRECTION-PARA.
      * PULLS AN EXISTING TASK BACK ONTO THE SCREEN SO ITS FIELDS CAN
      * BE AMENDED. THE NEXT ENTER KEY WILL REWRITE THIS SAME TASKID
                   RIDFLD(T-TASKID)
                   RESP(RESPCODE)
                   END-EXEC
      * ANOTHER DEPARTMENT'S TASK IS NOT EVEN SHOWN - THE ADMIN MAY
      * NOT CORRECT IT, SO THEY HAVE NO NEED TO READ IT HERE
                   IF RESPCODE = DFHRESP(NORMAL) THEN
                       PERFORM CHECK-DEPT-SCOPE-PARA
                       MOVE T-DEPT TO WS-CHECK-DEPT
                       PERFORM CHECK-DEPT-IN-SCOPE-PARA
                   END-IF
                   IF RESPCODE = DFHRESP(NORMAL) AND
                      NOT DEPT-IN-SCOPE THEN
                       MOVE TASK-OTHER-DEPT-MSG TO MSGO
                       MOVE LOW-VALUES TO COM-EDIT-TASKID
                       MOVE LOW-VALUES TO COM-EDIT-DUEDATE
                   ELSE
                   IF RESPCODE = DFHRESP(NORMAL) THEN
                       MOVE T-TASKID TO TASKIDO
                       MOVE T-USERNAME TO USERO
                       MOVE T-PRIORITY TO PRIORITYO
                       MOVE T-DUEDATE TO DUEDATEO
                       MOVE T-PREREQ-TASKID TO PREREQO
                       MOVE T-SKILL-CODE TO SKILLO
                       MOVE T-CATEGORY TO CATEGORYO
                       MOVE T-COST-CENTER TO COSTCO
                       MOVE T-TASKID TO COM-EDIT-TASKID
                       MOVE T-DUEDATE TO COM-EDIT-DUEDATE
                       PERFORM SHOW-TASK-NOTES-PARA
                       MOVE LOW-VALUES TO COM-EDIT-TASKID
                       MOVE LOW-VALUES TO COM-EDIT-DUEDATE
                   END-IF
                   END-IF
               END-IF
           WHEN DFHRESP(MAPFAIL)
               MOVE MAPFAIL-MSG TO MSGO
                   UPDATE
                   RESP(RESPCODE)
                   END-EXEC
                   PERFORM SAVE-TASK-BEFORE-PARA
                   IF RESPCODE = DFHRESP(NORMAL) THEN
                       PERFORM CHECK-DEPT-SCOPE-PARA
                       MOVE T-DEPT TO WS-CHECK-DEPT
                       PERFORM CHECK-DEPT-IN-SCOPE-PARA
                   END-IF
                   EVALUATE TRUE
                   WHEN RESPCODE = DFHRESP(NORMAL) AND
                        NOT DEPT-IN-SCOPE
                       EXEC CICS
                       UNLOCK FILE('TASKS')
                       NOHANDLE
                       END-EXEC
                       MOVE TASK-OTHER-DEPT-MSG TO MSGO
                       MOVE T-TASKID TO WS-TASKID
                       MOVE T-USERNAME TO WS-USERNAME
                       MOVE 'OTHERDEPT' TO AUD-OUTCOME
                       MOVE 'CANCEL' TO AUD-ACTION
                       PERFORM WRITE-AUDIT-PARA
                   WHEN RESPCODE = DFHRESP(NORMAL)
                       MOVE 'X' TO T-STATUS
                       EXEC CICS
                       REWRITE FILE('TASKS')
                       IF RESPCODE = DFHRESP(NORMAL) THEN
                           MOVE 'R' TO RC-ACTION
                           PERFORM WRITE-RECOV-PARA
                           PERFORM UPDATE-TASK-SUMMARY-PARA
                           MOVE TASK-CANCELLED-MSG TO MSGO
                           MOVE T-TASKID TO TASKIDO
                           IF T-TASKID = COM-EDIT-TASKID THEN
                       IF AUD-OUTCOME = 'CANCELLED' THEN
                           PERFORM LIST-DEPENDENTS-PARA
                       END-IF
                   WHEN RESPCODE = DFHRESP(NOTFND)
                       MOVE TASK-NOT-FND-MSG TO MSGO
                       MOVE TASKIDI TO WS-TASKID
                       MOVE SPACE TO WS-USERNAME
               END-IF
           END-IF
           EXIT.
       EDIT-CATEGORY-PARA.
      * A BLANK CATEGORY IS UNCATEGORISED WORK AND PASSES. A TYPED
      * CODE MUST BE ON THE CATALOG - ITS DEFAULTS ARE PICKED UP HERE
           MOVE 'Y' TO IF-CATEGORY-OK
           MOVE 0 TO WS-CAT-DEF-DAYS
           MOVE SPACE TO CAT-DEF-PRIORITY
           IF WS-CATEGORY NOT = SPACES THEN
               MOVE WS-CATEGORY TO CAT-CODE
               EXEC CICS
               READ FILE('CATEGORY')
               INTO(FS-CATEGORY)
               RIDFLD(CAT-CODE)
               RESP(RESPCODE)
               END-EXEC
               IF RESPCODE = DFHRESP(NORMAL) THEN
                   MOVE CAT-DEF-DAYS TO WS-CAT-DEF-DAYS
               ELSE
                   MOVE 'N' TO IF-CATEGORY-OK
                   MOVE SPACE TO CAT-DEF-PRIORITY
                   MOVE CAT-NOT-FND-MSG TO MSGO
               END-IF
           END-IF
           IF WS-PRIORITY = SPACE THEN
               IF CAT-DEF-PRIORITY NOT = SPACE THEN
                   MOVE CAT-DEF-PRIORITY TO WS-PRIORITY
               ELSE
                   MOVE 'M' TO WS-PRIORITY
               END-IF
           END-IF
           EXIT.
       EDIT-DUEDATE-PARA.
      * A BLANK DUE DATE STILL MEANS "NO DEADLINE" AND PASSES. ANYTHING
      * TYPED MUST BE A REAL CALENDAR DATE (SUBDTV - SHARED WITH THE
      * FROM TODAY SKIPPING WEEKENDS (SUBDTV) AND SHOP HOLIDAYS. THE
      * DATE LANDS BACK ON THE SCREEN SO THE ADMIN SEES WHAT WAS SET
           PERFORM READ-SLA-DAYS-PARA
           IF WS-CAT-DEF-DAYS > 0 THEN
               MOVE WS-CAT-DEF-DAYS TO WS-SLA-DAYS
           END-IF
           EXEC CICS
           ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
                  TM-TEAMID = WS-USERNAME(2:8) THEN
                   MOVE 'Y' TO IF-USERNAME-VALID
                   MOVE 'Y' TO IF-UNDER-TASK-LIMIT
      * NOBODY HAS THE WORK YET - IT STANDS IN THE ASSIGNING ADMIN'S
      * DEPARTMENT UNTIL A MEMBER CLAIMS IT AND IT TAKES THEIRS
                   MOVE DPT-ADMIN-DEPT TO WS-TARGET-DEPT
               ELSE
                   MOVE 'N' TO IF-USERNAME-VALID
               END-IF
                   END-EXEC
                   IF RESPCODE = DFHRESP(NORMAL) THEN
                       IF T-PREREQ-TASKID = WS-TASKID AND
                          (T-STATUS-OPEN OR T-STATUS-IN-PROGRESS OR
                           T-STATUS-AWAITING OR T-STATUS-DECLINED) THEN
                           ADD 1 TO WS-DEP-COUNT
                       END-IF
                   END-IF
               END-IF
           END-IF
           EXIT.
       CHECK-SKILL-GATE-PARA.
      * A TEAM QUEUE HOLDS NO SKILLS - THE CHECK BITES WHEN A MEMBER
      * CLAIMS. A TARGET HOLDING THE CODE PASSES. OTHERWISE THE
      * SKILLRUL CONTROL ROW DECIDES: SWITCHED ON, THE SUBMISSION IS
      * REFUSED OUTRIGHT; OFF OR MISSING, IT IS TURNED BACK ONCE AND
      * THE SAME TARGET AND CODE SUBMITTED AGAIN IS THE OVERRIDE
           MOVE 'N' TO IF-SKILL-BLOCKS
           MOVE 'N' TO IF-SKILL-REFUSED
           IF WS-SKILL = SPACES OR WS-USERNAME(1:1) = '#' THEN
               MOVE LOW-VALUES TO COM-SKL-WARNED
               MOVE LOW-VALUES TO COM-SKL-USER
               MOVE LOW-VALUES TO COM-SKL-CODE
           ELSE
               MOVE WS-USERNAME TO SK-USERNAME
               MOVE WS-SKILL TO SK-SKILL
               EXEC CICS
               READ FILE('SKILLS')
               INTO(FS-SKILLS)
               RIDFLD(SK-KEY)
               RESP(RESPCODE)
               END-EXEC
               IF RESPCODE = DFHRESP(NORMAL) THEN
                   MOVE LOW-VALUES TO COM-SKL-WARNED
                   MOVE LOW-VALUES TO COM-SKL-USER
                   MOVE LOW-VALUES TO COM-SKL-CODE
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
                       MOVE WS-SKILL TO SR-SKILL
                       MOVE WS-SKILL-REFUSE-MSG TO MSGO
                   ELSE
                       IF COM-SKL-WARNED = 'Y' AND
                          COM-SKL-USER = WS-USERNAME AND
                          COM-SKL-CODE = WS-SKILL THEN
      * TOLD AND INSISTING - PASS, AND STAY ARMED UNTIL THE SAVE PATH
      * RUNS, SAME RULE AS THE OTHER TWO GATES
                           CONTINUE
                       ELSE
                           MOVE 'Y' TO IF-SKILL-BLOCKS
                           MOVE 'Y' TO COM-SKL-WARNED
                           MOVE WS-USERNAME TO COM-SKL-USER
                           MOVE WS-SKILL TO COM-SKL-CODE
                           MOVE WS-SKILL TO SW-SKILL
                           MOVE WS-SKILL-WARN-MSG TO MSGO
                       END-IF
                   END-IF
               END-IF
           END-IF
           EXIT.
       SCAN-FOR-DUP-PARA.
      * WALKS THE TARGET'S OWN ROWS OFF THE TASKSU PATH - THE SAME
      * SCOPED BROWSE THE CEILING COUNT USES - LOOKING FOR STILL-OPEN
                   IF RESPCODE = DFHRESP(NORMAL) THEN
                       IF T-USERNAME = WS-USERNAME AND
                          (T-STATUS-OPEN OR T-STATUS-IN-PROGRESS OR
                           T-STATUS-PENDING OR T-STATUS-AWAITING) AND
                          T-DESC-1 = WS-TASKVALUE(1:45) THEN
                           MOVE 'Y' TO IF-DUP-FOUND
                           MOVE T-TASKID TO WS-DUP-TASKID
            WHEN DFHRESP(NORMAL)
      * A DISABLED ACCOUNT IS NOT A VALID ASSIGNMENT TARGET EVEN THOUGH
      * THE RECORD EXISTS - SAME USER-NOT-FND MESSAGING AS A MISSING ONE
      * THE TASK TAKES THE ASSIGNEE'S DEPARTMENT, SO AN ASSIGNEE
      * OUTSIDE THE ADMIN'S SCOPE WOULD HAND THE WORK STRAIGHT OUT OF
      * IT - REFUSED UNLESS THE ADMIN HOLDS XDEPT
                 MOVE USERS-DEPT TO WS-TARGET-DEPT
                 MOVE USERS-DEPT TO WS-CHECK-DEPT
                 PERFORM CHECK-DEPT-IN-SCOPE-PARA
                 IF USERS-IS-DISABLED THEN
                     MOVE 'N' TO IF-USERNAME-VALID
                 ELSE
                     IF NOT DEPT-IN-SCOPE THEN
                         MOVE 'N' TO IF-USERNAME-VALID
                         MOVE 'Y' TO IF-DEPT-REFUSED
                     ELSE
                         MOVE 'Y' TO IF-USERNAME-VALID
                         PERFORM COUNT-OPEN-TASKS-PARA
                     END-IF
                 END-IF
            WHEN DFHRESP(NOTFND)
                 MOVE 'N' TO IF-USERNAME-VALID
            END-EVALUATE
           EXIT.
       COUNT-OPEN-TASKS-PARA.
      * THIS USER'S CEILING COUNT COMES OFF THEIR TASKSUM ROW - OPEN,
      * AWAITING, IN PROGRESS AND PENDING, ONE READ INSTEAD OF A
      * BROWSE. NO ROW MEANS NO LIVE WORK. A SUMMARY FILE THAT WILL
      * NOT ANSWER FALLS BACK TO COUNTING THE TASKS THEMSELVES
           MOVE 0 TO OPEN-TASK-COUNT
           MOVE USERS-USERNAME TO TS-USERNAME
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
           IF OPEN-TASK-COUNT < MAX-OPEN-TASKS THEN
               MOVE 'Y' TO IF-UNDER-TASK-LIMIT
           ELSE
               MOVE 'N' TO IF-UNDER-TASK-LIMIT
           END-IF
           EXIT.
       BROWSE-OPEN-TASKS-PARA.
      * COUNTS THIS USER'S OPEN/IN-PROGRESS TASKS BY BROWSING THE
      * TASKSU ALTERNATE-INDEX PATH (KEYED BY T-USERNAME) SO ONLY THIS
      * USER'S OWN ROWS ARE EVER READ, NOT THE WHOLE TASKS FILE
                   END-EXEC
                   IF RESPCODE = DFHRESP(NORMAL) THEN
      * PENDING WORK COUNTS AGAINST THE CEILING TOO - IT IS INBOUND
      * THE MOMENT A SECOND ADMIN RELEASES IT. SO DOES WORK STILL
      * AWAITING ACCEPTANCE; A DECLINED TASK IS NO LONGER HIS LOAD
                       IF T-USERNAME = USERS-USERNAME AND
                          (T-STATUS-OPEN OR T-STATUS-IN-PROGRESS OR
                           T-STATUS-PENDING OR T-STATUS-AWAITING) THEN
                           ADD 1 TO OPEN-TASK-COUNT
                       END-IF
                   END-IF
               NOHANDLE
               END-EXEC
           END-IF
           EXIT.
       SEND-TO-THE-TASKS-FILE.
           MOVE 'ASSIGN' TO AUD-ACTION
           MOVE WS-PRIORITY TO T-PRIORITY
           MOVE WS-DUEDATE TO T-DUEDATE
           MOVE WS-PREREQ TO T-PREREQ-TASKID
           MOVE WS-SKILL TO T-SKILL-CODE
           MOVE WS-CATEGORY TO T-CATEGORY
           MOVE WS-COST-CENTER TO T-COST-CENTER
           MOVE WS-TARGET-DEPT TO T-DEPT
      * A PRIORITY-H ASSIGNMENT IS TOO SHARP AN INSTRUMENT FOR ONE
      * PAIR OF HANDS - IT LANDS PENDING AND A SECOND ADMIN RELEASES
      * IT THROUGH USAPPRP BEFORE THE USER EVER SEES IT. M AND L WORK
      * GOES STRAIGHT TO THE ASSIGNEE, AWAITING HIS ACCEPTANCE - A
      * TEAM QUEUE HAS NOBODY TO ACCEPT, SO ITS WORK LANDS OPEN
           IF WS-PRIORITY = 'H' THEN
               MOVE 'P' TO T-STATUS
           ELSE
               IF WS-USERNAME(1:1) = '#' THEN
                   MOVE 'O' TO T-STATUS
               ELSE
                   MOVE 'W' TO T-STATUS
               END-IF
           END-IF
           MOVE ZERO TO T-COMPLETED-DATE
           MOVE ZERO TO T-COMPLETED-TIME
           WHEN DFHRESP(NORMAL)
               MOVE 'W' TO RC-ACTION
               PERFORM WRITE-RECOV-PARA
               MOVE SPACES TO TSM-OLD
               PERFORM UPDATE-TASK-SUMMARY-PARA
               IF T-STATUS-PENDING THEN
                   MOVE PENDING-MSG TO MSGO
                   MOVE 'PENDING' TO AUD-OUTCOME
               ELSE
                   MOVE SUCCESS-MSG TO MSGO
                   MOVE 'ASSIGNED' TO AUD-OUTCOME
      * PENDING H WORK IS NOT ON THE USER'S PANEL YET - THE RELEASE
      * THROUGH USAPPRP SENDS THAT MESSAGE INSTEAD
                   MOVE WS-USERNAME TO SM-USERNAME
                   MOVE 'ASSIGNED' TO SM-EVENT
                   MOVE WS-TASKID TO SM-TASKID
                   MOVE T-TASKVALUE(1:40) TO SM-TEXT
                   PERFORM WRITE-MESSAGE-PARA
               END-IF
               MOVE WS-TASKID TO TASKIDO
               PERFORM APPEND-XTEXT-PARA
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
       GENERATE-TASKID-PARA.
      * TASKIDS COME FROM SUBSEQ UNDER THE TASKCTR KEY - THE SAME
      * BLOCK HANDOUT AS THE AUDIT NUMBERS, SO ADMINS ASSIGNING AT
