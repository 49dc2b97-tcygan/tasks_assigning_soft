      * LONGER FIRES A DRILL ON ITS OWN.
      * MAINMAPP XCTL'S HERE THROUGH ITS ADMIN-GATED PF10 DOOR. THE
      * SCREEN LISTS PENDING TASKS WITH WHO KEYED THEM; THE REVIEWER
      * TYPES A TASKID AND R TO RELEASE (STATUS GOES AWAITING THE
      * ASSIGNEE'S ACCEPTANCE, OR OPEN ON A TEAM QUEUE) OR X TO
      * REJECT (STATUS GOES CANCELLED). THE ADMIN WHO KEYED THE
      * ASSIGNMENT CANNOT BE THE ONE WHO RELEASES IT. BOTH HALVES OF
      * THE CONTROL SHOW IN THE AUDIT JOURNAL - THE ASSIGN ROW CARRIES
      * THE FIRST ADMIN, THE RELEASE/REJECT ROW CARRIES THE SECOND.
      * EVERY RELEASE ALSO PUTS THE TASK ON THE HWATCH FILE WITH THE
      * MOMENT IT WAS RELEASED, FOR USWTCHP'S INTRADAY WATCH.
      * AN ADMIN WITHOUT THE XDEPT GRANT SEES AND DECIDES ONLY THE
      * PENDING WORK OF THEIR OWN DEPARTMENT (SEE SUBDPT).
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY USAPPR.
           COPY TASKSREC.
           COPY AUDITREC.
           COPY CTLREC.
           COPY HWATREC.
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
       01 SUB-DEPT-DATA.
           05 DPT-USERNAME PIC X(20).
           05 DPT-ROLE PIC X.
           05 DPT-ADMIN-DEPT PIC X(4).
           05 DPT-SCOPE PIC X.
               88 DPT-ALL-DEPTS VALUE 'A'.
       01 WS-CHECK-DEPT PIC X(4).
       01 IF-DEPT-IN-SCOPE PIC X.
           88 DEPT-IN-SCOPE VALUE 'Y'.
       01 SUB-AUDIT-DATA.
           05 SA-OPERATOR PIC X(20).
           05 SA-ACTION PIC X(10).
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
              'ONLY ADMINS MAY APPROVE TASKS'.
           05 SESSION-EXPIRED-MSG PIC X(38) VALUE
              'SESSION EXPIRED - PLEASE LOG IN AGAIN'.
           05 TASK-OTHER-DEPT-MSG PIC X(29) VALUE
              'TASK IS IN ANOTHER DEPARTMENT'.
       01 WHAT-MAP-FLAG PIC X.
           88 DATA-ONLY VALUE 'D'.
           88 WHOLE-MAP VALUE 'M'.
                           PERFORM REVIEW-ONE-TASK-PARA
                       END-IF
                  WHEN DFHPF3
                      PERFORM END-SESSION-PARA
                      EXEC CICS
                      SEND TEXT FROM(EXIT-MSG)
                      ERASE
      * ONE FORWARD BROWSE OVER THE LIVE FILE PICKING OUT THE PENDING
      * ROWS - THE FIRST EIGHT GO ON SCREEN WITH WHO KEYED THEM AND
      * FOR WHOM. MORE THAN EIGHT PENDING JUST MEANS COMING BACK HERE
      * AFTER RELEASING SOME. ANOTHER DEPARTMENT'S PENDING WORK IS
      * PASSED OVER UNLESS THE ADMIN HOLDS XDEPT
           PERFORM CHECK-DEPT-SCOPE-PARA
           MOVE 0 TO WS-LIST-ROW
           MOVE LOW-VALUES TO T-TASKID
           EXEC CICS
                   RESP(RESPCODE)
                   END-EXEC
                   IF RESPCODE = DFHRESP(NORMAL) THEN
                       MOVE T-DEPT TO WS-CHECK-DEPT
                       PERFORM CHECK-DEPT-IN-SCOPE-PARA
                       IF T-STATUS-PENDING AND DEPT-IN-SCOPE THEN
                           ADD 1 TO WS-LIST-ROW
                           MOVE SPACES TO WS-LIST-LINE
                           STRING T-TASKID ' ' T-PRIORITY ' '
           UPDATE
           RESP(RESPCODE)
           END-EXEC
           PERFORM SAVE-TASK-BEFORE-PARA
           EVALUATE RESPCODE
           WHEN DFHRESP(NORMAL)
               PERFORM CHECK-DEPT-SCOPE-PARA
               MOVE T-DEPT TO WS-CHECK-DEPT
               PERFORM CHECK-DEPT-IN-SCOPE-PARA
               IF NOT DEPT-IN-SCOPE THEN
                   MOVE TASK-OTHER-DEPT-MSG TO MSGO
                   EXEC CICS
                   UNLOCK FILE('TASKS')
                   NOHANDLE
                   END-EXEC
               ELSE
               IF NOT T-STATUS-PENDING THEN
                   MOVE NOT-PENDING-MSG TO MSGO
                   EXEC CICS
                   ELSE
                       MOVE T-USERNAME TO WS-TARGET-USER
                       IF ACTI = 'R' THEN
      * A RELEASED TASK STILL HAS TO BE ACCEPTED BY THE PERSON IT IS
      * FOR - ONLY A TEAM QUEUE'S WORK GOES STRAIGHT TO OPEN
                           IF T-USERNAME(1:1) = '#' THEN
                               MOVE 'O' TO T-STATUS
                           ELSE
                               MOVE 'W' TO T-STATUS
                           END-IF
                       ELSE
                           MOVE 'X' TO T-STATUS
                       END-IF
                       END-EXEC
                       IF RESPCODE = DFHRESP(NORMAL) THEN
                           PERFORM WRITE-RECOV-PARA
                           PERFORM UPDATE-TASK-SUMMARY-PARA
                           IF ACTI = 'R' THEN
                               MOVE RELEASED-MSG TO MSGO
                               MOVE 'RELEASED' TO AUD-OUTCOME
                               MOVE 'RELEASE' TO AUD-ACTION
                               MOVE T-USERNAME TO SM-USERNAME
                               MOVE 'RELEASED' TO SM-EVENT
                               MOVE WS-TASKID TO SM-TASKID
                               MOVE T-TASKVALUE(1:40) TO SM-TEXT
                               PERFORM WRITE-MESSAGE-PARA
                               IF T-PRIORITY-HIGH THEN
                                   PERFORM START-WATCH-PARA
                               END-IF
                           ELSE
                               MOVE REJECTED-MSG TO MSGO
                               MOVE 'REJECTED' TO AUD-OUTCOME
                       PERFORM WRITE-AUDIT-PARA
                   END-IF
               END-IF
               END-IF
           WHEN DFHRESP(NOTFND)
               MOVE TASK-NOT-FND-MSG TO MSGO
           WHEN OTHER
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
       START-WATCH-PARA.
      * STARTS THE INTRADAY CLOCK ON RELEASED PRIORITY-H WORK. A ROW
      * LEFT FROM AN EARLIER RELEASE OF THE SAME TASK IS REPLACED, SO
      * THE NEW RELEASE GETS A FRESH CLOCK AND ITS OWN ALERT. THE
      * RELEASE HAS ALREADY STOOD - A ROW THAT WILL NOT GO ON ONLY
      * COSTS THE TASK ITS WATCH
           MOVE WS-TASKID TO HW-TASKID
           MOVE EIBDATE TO HW-RELEASED-DATE
           MOVE EIBTIME TO HW-RELEASED-TIME
           MOVE COM-USERNAME TO HW-RELEASED-BY
           MOVE 'N' TO HW-ALERT-FLAG
           MOVE 0 TO HW-ALERTED-DATE
           MOVE 0 TO HW-ALERTED-TIME
           MOVE 0 TO HW-LEADS-TOLD
           EXEC CICS
           WRITE FILE('HWATCH')
           RIDFLD(HW-TASKID)
           FROM(FS-HWATCH)
           RESP(RESPCODE)
           END-EXEC
           IF RESPCODE = DFHRESP(DUPREC) THEN
               EXEC CICS
               DELETE FILE('HWATCH')
               RIDFLD(HW-TASKID)
               NOHANDLE
               END-EXEC
               EXEC CICS
               WRITE FILE('HWATCH')
               RIDFLD(HW-TASKID)
               FROM(FS-HWATCH)
               NOHANDLE
               END-EXEC
           END-IF
           EXIT.
       CHECK-QUIESCE-PARA.
      * THE CONTROL FILE'S QUIESCE ROW IS THE BATCH-WINDOW SWITCH -
      * THE ARCHIVE AND ESCALATION JOBS SET IT WHILE THEY REWRITE
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
