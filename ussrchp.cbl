      * SEARCH ON INTO TASKS-HISTORY AFTER THE LIVE FILE RUNS OUT -
      * HISTORY ROWS PRINT WITH AN H IN COLUMN ONE.
      * MAINMAPP XCTL'S HERE THROUGH ITS ENTITLEMENT-GATED PF2 DOOR.
      * AN ADMIN WITHOUT THE XDEPT GRANT ONLY EVER FINDS THEIR OWN
      * DEPARTMENT'S TASKS, LIVE OR HISTORY (SEE SUBDPT).
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY USSRCH.
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
       01 DTV-PARM.
           05 DTV-DATE PIC X(8).
           05 DTV-TODAY PIC 9(8).
           05 WS-CND-STATUS PIC X(1).
           05 WS-CND-PRIORITY PIC X(1).
           05 WS-CND-DUEDATE PIC X(8).
           05 WS-CND-DEPT PIC X(4).
       LINKAGE SECTION.
       01 DFHCOMMAREA PIC X(118).
       PROCEDURE DIVISION USING DFHCOMMAREA.
                  WHEN DFHPF5
                       PERFORM PAGE-BACKWARD-PARA
                  WHEN DFHPF3
                      PERFORM END-SESSION-PARA
                      EXEC CICS
                      SEND TEXT FROM(EXIT-MSG)
                      ERASE
      * FILLS THE 8 LINES FROM COM-LAST-TASKID ONWARD - THE LIVE FILE
      * FIRST, AND WHEN IT RUNS OUT WITH THE HISTORY SWITCH ON, THE
      * SEARCH CARRIES STRAIGHT ON INTO TASKS-HISTORY FROM ITS TOP
           PERFORM CHECK-DEPT-SCOPE-PARA
           MOVE 0 TO MATCH-COUNT
           MOVE 1 TO ITER
           IF COM-PHASE = 'T' THEN
           MOVE T-STATUS TO WS-CND-STATUS
           MOVE T-PRIORITY TO WS-CND-PRIORITY
           MOVE T-DUEDATE TO WS-CND-DUEDATE
           MOVE T-DEPT TO WS-CND-DEPT
           PERFORM TEST-CANDIDATE-PARA
           EXIT.
       TEST-HIST-ROW-PARA.
           MOVE H-STATUS TO WS-CND-STATUS
           MOVE H-PRIORITY TO WS-CND-PRIORITY
           MOVE H-DUEDATE TO WS-CND-DUEDATE
           MOVE H-DEPT TO WS-CND-DEPT
           PERFORM TEST-CANDIDATE-PARA
           EXIT.
       TEST-CANDIDATE-PARA.
      * EVERY FILTER IS "BLANK PASSES EVERYTHING, OTHERWISE MUST
      * MATCH" - THE SAME RULE TASKAUD0'S PARAMETER CARD FOLLOWS. A
      * DUE-DATE RANGE ONLY EVER MATCHES TASKS THAT CARRY A REAL DATE.
      * ANOTHER DEPARTMENT'S TASK NEVER MATCHES WITHOUT XDEPT - A
      * BLANK DEPARTMENT IS A ROW SAVED BEFORE DEPARTMENTS EXISTED
           MOVE 'N' TO IF-ROW-MATCHES
           IF (COM-SEL-STATUS = SPACE OR
               WS-CND-STATUS = COM-SEL-STATUS)
              AND
              (DPT-ALL-DEPTS OR WS-CND-DEPT = SPACES OR
               WS-CND-DEPT = DPT-ADMIN-DEPT)
              AND
              (COM-SEL-PRIORITY = SPACE OR
               WS-CND-PRIORITY = COM-SEL-PRIORITY)
              AND
      * STARTED IN THE LIVE FILE THROUGH THE LIVE FILE. BACKING PAST
      * THE TOP OF A PHASE JUST SHOWS THAT PHASE'S FIRST MATCHES
           MOVE LOW-VALUES TO MAP1O
           PERFORM CHECK-DEPT-SCOPE-PARA
           MOVE 0 TO MATCH-COUNT
           MOVE 8 TO ITER
           IF COM-FIRST-PHASE = 'H' THEN
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
