      * REMAINING TASKS STAY WITH THE FROM-USER AND THE SCREEN SAYS SO.
      * ONE AUDIT ROW IS WRITTEN PER TASK MOVED, LIKE THE SINGLE-TASK
      * PATH WRITES.
      * AN ADMIN WITHOUT THE XDEPT GRANT MAY ONLY MOVE WORK WITHIN
      * THEIR OWN DEPARTMENT (SEE SUBDPT) - THE TO-USER MUST BE IN IT,
      * AND THE FROM-USER'S TASKS THAT STAND IN ANOTHER DEPARTMENT ARE
      * LEFT WHERE THEY ARE. A MOVED TASK TAKES THE TO-USER'S
      * DEPARTMENT.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY USREAS.
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
              'ONLY ADMINS MAY REASSIGN TASKS'.
           05 SESSION-EXPIRED-MSG PIC X(38) VALUE
              'SESSION EXPIRED - PLEASE LOG IN AGAIN'.
           05 USER-OTHER-DEPT-MSG PIC X(32) VALUE
              'TO-USER IS IN ANOTHER DEPARTMENT'.
       01 WS-RESULT-MSG.
           05 FILLER PIC X(6) VALUE 'MOVED '.
           05 RM-MOVED PIC ZZZ9.
           88 WHOLE-MAP VALUE 'M'.
       01 IF-USERNAME-VALID PIC X.
           88 USERNAME-VALID VALUE 'Y'.
       01 WS-CHECK-DEPT PIC X(4).
       01 WS-TARGET-DEPT PIC X(4).
       01 IF-DEPT-IN-SCOPE PIC X.
           88 DEPT-IN-SCOPE VALUE 'Y'.
       01 IF-DEPT-REFUSED PIC X.
           88 DEPT-REFUSED VALUE 'Y'.
       01 IF-QUIESCED PIC X.
           88 QUIESCED VALUE 'Y'.
       01 QUIESCE-MSG PIC X(24) VALUE
                           PERFORM REASSIGN-TASKS-PARA
                       END-IF
                  WHEN DFHPF3
                      PERFORM END-SESSION-PARA
                      EXEC CICS
                      SEND TEXT FROM(EXIT-MSG)
                      ERASE
                   ELSE
      * THE TO-USER GETS THE SAME EXISTS/NOT-DISABLED CHECK AND OPEN-
      * TASK COUNT A SINGLE ASSIGNMENT THROUGH MAINMAPP GETS
                       PERFORM CHECK-DEPT-SCOPE-PARA
                       MOVE 'N' TO IF-DEPT-REFUSED
                       MOVE WS-TO-USER TO USERS-USERNAME
                       PERFORM CHECK-USER-NAME-PARA
                       IF USERNAME-VALID THEN
                           MOVE USER-NOT-FND TO MSGO
                           MOVE SPACE TO WS-TASKID
                           MOVE 'USERNOTFND' TO AUD-OUTCOME
                           IF DEPT-REFUSED THEN
                               MOVE USER-OTHER-DEPT-MSG TO MSGO
                               MOVE 'OTHERDEPT' TO AUD-OUTCOME
                           END-IF
                           MOVE 'REASSIGN' TO AUD-ACTION
                           PERFORM WRITE-AUDIT-PARA
                           MOVE 'D' TO WHAT-MAP-FLAG
                   RESP(RESPCODE)
                   END-EXEC
                   IF RESPCODE = DFHRESP(NORMAL) THEN
                       MOVE T-DEPT TO WS-CHECK-DEPT
                       PERFORM CHECK-DEPT-IN-SCOPE-PARA
                       IF T-USERNAME = WS-FROM-USER AND
                          (T-STATUS-OPEN OR T-STATUS-IN-PROGRESS OR
                           T-STATUS-AWAITING) AND DEPT-IN-SCOPE THEN
                           ADD 1 TO WS-PICK-COUNT
                           MOVE T-TASKID
                               TO WS-PICK-TASKID(WS-PICK-COUNT)
               UPDATE
               RESP(RESPCODE)
               END-EXEC
               PERFORM SAVE-TASK-BEFORE-PARA
               IF RESPCODE = DFHRESP(NORMAL) THEN
                   MOVE T-DEPT TO WS-CHECK-DEPT
                   PERFORM CHECK-DEPT-IN-SCOPE-PARA
                   IF T-USERNAME = WS-FROM-USER AND
                      (T-STATUS-OPEN OR T-STATUS-IN-PROGRESS OR
                       T-STATUS-AWAITING) AND DEPT-IN-SCOPE THEN
                       MOVE WS-TO-USER TO T-USERNAME
                       MOVE WS-TARGET-DEPT TO T-DEPT
      * A PRIORITY-H TASK HANDED TO A DIFFERENT USER IS A NEW HIGH-
      * PRIORITY ASSIGNMENT AS FAR AS THE DUAL CONTROL GOES - SAME
      * RULE AS MAINMAPP'S CORRECTION PATH. IT LANDS PENDING UNDER
      * THE MOVING ADMIN'S NAME FOR A SECOND ADMIN TO RELEASE
      * THROUGH USAPPRP, INSTEAD OF ARRIVING LIVE ON THE NEW PANEL
      * ANYTHING ELSE IS NEW WORK TO ITS NEW OWNER AND WAITS FOR HIS
      * ACCEPTANCE, SAME AS A FRESH ASSIGNMENT - A HAND-BACK COMES TO
      * THE MOVING ADMIN. A TEAM QUEUE NEEDS NO ACCEPTANCE
                       IF T-PRIORITY-HIGH THEN
                           MOVE 'P' TO T-STATUS
                       ELSE
                           IF WS-TO-USER(1:1) = '#' THEN
                               MOVE 'O' TO T-STATUS
                           ELSE
                               MOVE 'W' TO T-STATUS
                           END-IF
                       END-IF
                       MOVE COM-USERNAME TO T-ASSIGNED-BY
                       EXEC CICS
                       REWRITE FILE('TASKS')
                       FROM(FS-TASKS)
                       END-EXEC
                       IF RESPCODE = DFHRESP(NORMAL) THEN
                           PERFORM WRITE-RECOV-PARA
                           PERFORM UPDATE-TASK-SUMMARY-PARA
                           ADD 1 TO WS-MOVED-COUNT
                           ADD 1 TO OPEN-TASK-COUNT
                           IF T-STATUS-PENDING THEN
                               MOVE 'PENDING' TO AUD-OUTCOME
                           ELSE
                               MOVE 'MOVED' TO AUD-OUTCOME
                               MOVE WS-TO-USER TO SM-USERNAME
                               MOVE 'REASSIGNED' TO SM-EVENT
                               MOVE WS-TASKID TO SM-TASKID
                               MOVE T-TASKVALUE(1:40) TO SM-TEXT
                               PERFORM WRITE-MESSAGE-PARA
                           END-IF
                       ELSE
                           MOVE 'ERROR' TO AUD-OUTCOME
            EVALUATE RESPCODE
            WHEN DFHRESP(NORMAL)
      * A DISABLED ACCOUNT IS NOT A VALID REASSIGNMENT TARGET EVEN
      * THOUGH THE RECORD EXISTS - SAME RULE AS A SINGLE ASSIGNMENT,
      * AND NEITHER IS ONE OUTSIDE THE ADMIN'S DEPARTMENT SCOPE
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
                   RESP(RESPCODE)
                   END-EXEC
                   IF RESPCODE = DFHRESP(NORMAL) THEN
      * PENDING WORK AND WORK AWAITING ACCEPTANCE COUNT AGAINST THE
      * CEILING, SAME AS THE ASSIGNMENT SCREEN COUNTS THEM
                       IF T-USERNAME = USERS-USERNAME AND
                          (T-STATUS-OPEN OR T-STATUS-IN-PROGRESS OR
                           T-STATUS-PENDING OR T-STATUS-AWAITING) THEN
                           ADD 1 TO OPEN-TASK-COUNT
                       END-IF
                   END-IF
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
       ABNORMAL-EXIT-PARA.
           EXEC CICS
           SEND TEXT FROM(ERROR-MSG)
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
      * SAME ELAPSED-TIME CHECK USED BY USLOGP/MAINMAPP/USSHOWP, VIA
      * THE SAME SUBTMO SUBPROGRAM - GUARDS BOTH THE FIRST-ARRIVAL DOOR
      * FROM MAINMAPP AND EVERY LATER RE-ENTRY WHILE SITTING HERE
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
