      * ROW NAMES WHO REOPENED IT. TASKPRF0 READS THE REWORK COUNTER
      * OFF HISTORY FOR THE WORK-COMPLETED-TWICE NUMBER.
      * MAINMAPP XCTL'S HERE THROUGH ITS ENTITLEMENT-GATED PF1 DOOR.
      * THE USQARP REVIEWER SCREEN ALSO XCTL'S HERE WHEN A QA SAMPLE
      * FAILS, HANDING OVER THE TASKID AND THE REVIEWER'S COMMENT AS
      * THE REASON - THE REOPEN RUNS AT ONCE UNDER THE REVIEWER'S NAME
      * AND THE SCREEN COMES UP SHOWING WHAT HAPPENED.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY USREOP.
           05 COM-LOGIN-DATE PIC 9(7).
           05 COM-LOGIN-TIME PIC 9(7).
           05 WS-INIT-FLAG PIC X VALUE 'X'.
      * WHAT USQARP PASSES ON A FAILED SAMPLE - THE REVIEWER'S IDENTITY
      * AND LOGIN TIME, THEN THE TASK AND THE REASON TO REOPEN IT WITH
       01 WS-QA-HANDOFF.
           05 QH-IDENTITY PIC X(36).
           05 QH-TASKID PIC X(10).
           05 QH-REASON PIC X(40).
       01 RESPCODE PIC S9(8) COMP.
           COPY TASKSREC.
           COPY HISTORYREC.
           05 SUB-LOGIN-TIME PIC 9(7).
           05 SUB-TIMEOUT-STATUS PIC X.
               88 SUB-SESSION-EXPIRED VALUE 'Y'.
           05 SUB-TMO-USERNAME PIC X(20).
           05 SUB-TMO-REQUEST PIC X.
       01 SUB-PERM-DATA.
           05 PRM-USERNAME PIC X(20).
           05 PRM-ROLE PIC X.
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
       01 IF-TRAIL-ERROR PIC X VALUE 'N'.
           88 TRAIL-ERROR VALUE 'Y'.
       LINKAGE SECTION.
       01 DFHCOMMAREA PIC X(86).
       PROCEDURE DIVISION USING DFHCOMMAREA.
       MAIN.
           IF EIBCALEN = 36 THEN
               IF EIBCALEN = 0 THEN
                   PERFORM REJECT-NO-IDENTITY-PARA
               ELSE
               IF EIBCALEN = 86 THEN
                   PERFORM QA-HANDOFF-PARA
               ELSE
                  MOVE DFHCOMMAREA(1:37) TO WS-COMMAREA
                  PERFORM CHECK-SESSION-TIMEOUT-PARA
                  IF SUB-SESSION-EXPIRED THEN
                      PERFORM REJECT-SESSION-EXPIRED-PARA
                           PERFORM REOPEN-TASK-PARA
                       END-IF
                  WHEN DFHPF3
                      PERFORM END-SESSION-PARA
                      EXEC CICS
                      SEND TEXT FROM(EXIT-MSG)
                      ERASE
                  END-EVALUATE
                  END-IF
               END-IF
               END-IF
           END-IF
      * THE CONVERSATION CARRIES ON WITH THE PLAIN IDENTITY AREA,
      * WHICHEVER DOOR IT CAME IN BY
           EXEC CICS
           RETURN TRANSID('UREO') COMMAREA(WS-COMMAREA)
           END-EXEC
           GOBACK.
       SEND-THE-MAP-PARA.
           MOVE H-PREREQ-TASKID TO T-PREREQ-TASKID
           MOVE H-ASSIGNED-BY TO T-ASSIGNED-BY
           MOVE H-CLAIMED-DATE TO T-CLAIMED-DATE
           MOVE H-SKILL-CODE TO T-SKILL-CODE
           MOVE H-CATEGORY TO T-CATEGORY
           MOVE H-COST-CENTER TO T-COST-CENTER
           MOVE H-DEPT TO T-DEPT
           IF H-REWORK-COUNT < 99 THEN
               COMPUTE T-REWORK-COUNT = H-REWORK-COUNT + 1
           ELSE
           WHEN DFHRESP(NORMAL)
               MOVE 'N' TO IF-TRAIL-ERROR
               PERFORM WRITE-RECOV-PARA
               PERFORM UPDATE-TASK-SUMMARY-PARA
               PERFORM RESTORE-NOTE-TRAIL-PARA
               PERFORM RESTORE-XTEXT-PARA
               PERFORM WRITE-REASON-NOTE-PARA
                       MOVE REOPENED-MSG TO MSGO
                   END-IF
                   MOVE 'REOPENED' TO AUD-OUTCOME
      * THE OWNER GETS THE WORK BACK WITH THE REASON IT CAME BACK
                   MOVE WS-OWNER TO SM-USERNAME
                   MOVE 'REOPENED' TO SM-EVENT
                   MOVE WS-TASKID TO SM-TASKID
                   MOVE WS-REASON TO SM-TEXT
                   PERFORM WRITE-MESSAGE-PARA
               ELSE
                   MOVE ERROR-MSG TO MSGO
                   MOVE 'ERROR' TO AUD-OUTCOME
           LINK PROGRAM('SUBRCV') COMMAREA(SUB-RECOV-DATA)
           END-EXEC
           EXIT.
       UPDATE-TASK-SUMMARY-PARA.
      * THE REOPENED TASK AS IT JUST WENT TO THE FILE GOES ON ITS
      * OWNER'S COUNTS - THERE IS NO BEFORE PICTURE. SAME UNIT OF WORK
      * AS THE TASKS WRITE; A FAILURE IS LEFT FOR TASKCHK0'S MORNING
      * REBUILD
           MOVE SPACES TO TSM-OLD
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
           RETURN
           END-EXEC
           EXIT.
       QA-HANDOFF-PARA.
      * A FAILED QA SAMPLE FROM USQARP. THE REVIEWER NEEDS THE QA
      * REVIEW GRANT THERE, AND EITHER THAT OR THE REOPEN GRANT IS
      * ENOUGH HERE - THE REOPEN IS THE CONSEQUENCE OF THE VERDICT,
      * NOT A SEPARATE DECISION. EVERYTHING ELSE - SESSION, BATCH
      * WINDOW, THE REOPEN ITSELF - IS THE SAME PATH THE TYPED REOPEN
      * TAKES, AND THE SCREEN COMES UP ON THE RESULT
           MOVE LOW-VALUES TO WS-COMMAREA
           MOVE DFHCOMMAREA(1:86) TO WS-QA-HANDOFF
           MOVE QH-IDENTITY TO WS-COMMAREA(1:36)
           MOVE 'QAREVIEW' TO PRM-FUNCTION
           PERFORM CHECK-FUNCTION-AUTH-PARA
           IF NOT PRM-ALLOWED THEN
               MOVE 'REOPEN' TO PRM-FUNCTION
               PERFORM CHECK-FUNCTION-AUTH-PARA
           END-IF
           IF PRM-ALLOWED THEN
               PERFORM CHECK-SESSION-TIMEOUT-PARA
               IF SUB-SESSION-EXPIRED THEN
                   PERFORM REJECT-SESSION-EXPIRED-PARA
               ELSE
                   MOVE LOW-VALUES TO MAP1O
                   MOVE QH-TASKID TO WS-TASKID
                   MOVE QH-REASON TO WS-REASON
                   PERFORM CHECK-QUIESCE-PARA
                   IF QUIESCED THEN
                       MOVE QUIESCE-MSG TO MSGO
                   ELSE
                       PERFORM PULL-BACK-FROM-HISTORY-PARA
                   END-IF
                   MOVE WS-TASKID TO TASKIDO
                   MOVE WS-REASON TO REASO
                   MOVE 'M' TO WHAT-MAP-FLAG
                   PERFORM SEND-THE-MAP-PARA
               END-IF
           ELSE
               PERFORM REJECT-NOT-ADMIN-PARA
           END-IF
           EXIT.
       FIRST-TIME-RUN-PARA.
           MOVE LOW-VALUES TO MAP1O
           MOVE 'M' TO WHAT-MAP-FLAG
