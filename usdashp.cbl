      * INCLUDED), AND HOW MANY USERS RECORDS ARE LOCKED OR DISABLED.
      * NO MORE PAGING THROUGH USSHOWP AND USMAINP COUNTING ON PAPER.
      * USMAINP XCTL'S HERE THROUGH ITS ADMIN-GATED PF2 DOOR. ENTER
      * REGATHERS THE NUMBERS. THE TASK NUMBERS COME OFF TASKSUM, ONE
      * ROW PER OWNER, INSTEAD OF A BROWSE OF EVERY LIVE TASK - ONLY
      * A SUMMARY FILE THAT WILL NOT ANSWER SENDS THIS BACK TO THE
      * FULL TASKS BROWSE. THE USERS BROWSE IS WHAT AN ADMIN ASKS FOR
      * A FEW TIMES A DAY, NOT EVERY-TRANSACTION WORK.
      * AN ADMIN WITHOUT THE XDEPT GRANT SEES THEIR OWN DEPARTMENT'S
      * NUMBERS ONLY - TASKS AND USERS RECORDS OF OTHER DEPARTMENTS
      * ARE LEFT OUT OF EVERY COUNT (SEE SUBDPT). OFF TASKSUM AN
      * OWNER'S WORK IS IN SCOPE BY THE OWNER'S OWN DEPARTMENT; A
      * TEAM QUEUE'S WORK IS EVERYBODY'S, AS IT IS ON THE TASKS.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY USDASH.
       01 RESPCODE PIC S9(8) COMP.
           COPY TASKSREC.
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
       01 MSG-FOR-USER.
           05 EXIT-MSG PIC X(22) VALUE 'TRANSACTION TERMINATED'.
           05 INVALID-KEY-MSG PIC X(11) VALUE 'INVALID KEY'.
       01 WS-UC-BEST PIC 9(3).
       01 WS-UC-FOUND PIC X.
           88 UC-FOUND VALUE 'Y'.
      * WHO TALLY-USER-OPEN-PARA ADDS TO, AND HOW MANY
       01 WS-TALLY-USERNAME PIC X(20).
       01 WS-TALLY-AMOUNT PIC S9(5).
       01 WS-TSUM-IX PIC 9(1).
       01 IF-TSUM-USABLE PIC X.
           88 TSUM-USABLE VALUE 'Y'.
       01 WS-USER-LINE.
           05 UL-USERNAME PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
                       MOVE 'D' TO WHAT-MAP-FLAG
                       PERFORM SEND-THE-MAP-PARA
                  WHEN DFHPF3
                      PERFORM END-SESSION-PARA
                      EXEC CICS
                      SEND TEXT FROM(EXIT-MSG)
                      ERASE
           EXIT.
       GATHER-AND-SHOW-PARA.
           PERFORM CLEAR-COUNTS-PARA
           PERFORM CHECK-DEPT-SCOPE-PARA
           PERFORM COUNT-TASKS-PARA
           PERFORM COUNT-USERS-PARA
           PERFORM MOVE-COUNTS-TO-MAP-PARA
           MOVE 0 TO WS-UC-USED
           EXIT.
       COUNT-TASKS-PARA.
      * ONE FORWARD BROWSE OVER TASKSUM FEEDS EVERY TASK NUMBER ON THE
      * SCREEN - AN EMPTY FILE IS NO LIVE WORK. A BROWSE THAT FAILS ON
      * THE WAY THROUGH THROWS AWAY WHAT IT HAD AND COUNTS THE TASKS
      * THEMSELVES INSTEAD
           MOVE 'Y' TO IF-TSUM-USABLE
           MOVE LOW-VALUES TO TS-USERNAME
           EXEC CICS
           STARTBR FILE('TASKSUM')
           RIDFLD(TS-USERNAME)
           RESP(RESPCODE)
           END-EXEC
           EVALUATE RESPCODE
           WHEN DFHRESP(NORMAL)
               PERFORM UNTIL RESPCODE NOT = DFHRESP(NORMAL)
                   EXEC CICS
                   READNEXT FILE('TASKSUM')
                   RIDFLD(TS-USERNAME)
                   INTO(FS-TASKSUM)
                   RESP(RESPCODE)
                   END-EXEC
                   IF RESPCODE = DFHRESP(NORMAL) THEN
                       PERFORM CHECK-OWNER-IN-SCOPE-PARA
                       IF DEPT-IN-SCOPE THEN
                           PERFORM COUNT-ONE-OWNER-PARA
                       END-IF
                   END-IF
               END-PERFORM
               IF RESPCODE NOT = DFHRESP(ENDFILE) THEN
                   MOVE 'N' TO IF-TSUM-USABLE
               END-IF
               EXEC CICS
               ENDBR FILE('TASKSUM')
               NOHANDLE
               END-EXEC
           WHEN DFHRESP(NOTFND)
               CONTINUE
           WHEN OTHER
               MOVE 'N' TO IF-TSUM-USABLE
           END-EVALUATE
           IF NOT TSUM-USABLE THEN
               PERFORM CLEAR-COUNTS-PARA
               PERFORM BROWSE-TASKS-PARA
           END-IF
           EXIT.
       CHECK-OWNER-IN-SCOPE-PARA.
      * THE OWNER'S DEPARTMENT OFF USERS. A TEAM QUEUE HAS NONE, AND
      * NEITHER DOES AN OWNER WHO IS NO LONGER ON USERS - BOTH COUNT
      * FOR EVERYBODY, LIKE A ROW SAVED BEFORE DEPARTMENTS EXISTED
           MOVE SPACES TO WS-CHECK-DEPT
           IF TS-USERNAME(1:1) NOT = '#' THEN
               MOVE TS-USERNAME TO USERS-USERNAME
               EXEC CICS
               READ FILE('USERS')
               INTO(FS-USERS)
               RIDFLD(USERS-USERNAME)
               RESP(RESPCODE)
               END-EXEC
               IF RESPCODE = DFHRESP(NORMAL) THEN
                   MOVE USERS-DEPT TO WS-CHECK-DEPT
               END-IF
               MOVE DFHRESP(NORMAL) TO RESPCODE
           END-IF
           PERFORM CHECK-DEPT-IN-SCOPE-PARA
           EXIT.
       COUNT-ONE-OWNER-PARA.
      * THE SAME BOXES COUNT-ONE-TASK-PARA FILLS - HANDED-BACK WORK IS
      * STILL OPEN WORK, PENDING HAS ITS OWN BOX, AND OVERDUE AND THE
      * PER-USER TALLY TAKE IN EVERYTHING THE OWNER HOLDS
           ADD TS-OPEN(1) TS-DECLINED(1) TO WS-OPEN-H
           ADD TS-OPEN(2) TS-DECLINED(2) TO WS-OPEN-M
           ADD TS-OPEN(3) TS-DECLINED(3) TO WS-OPEN-L
           ADD TS-INPROG(1) TO WS-INP-H
           ADD TS-INPROG(2) TO WS-INP-M
           ADD TS-INPROG(3) TO WS-INP-L
           ADD TS-OVERDUE-WORK TS-OVERDUE-HELD TO WS-OVERDUE
           MOVE 0 TO WS-TALLY-AMOUNT
           PERFORM VARYING WS-TSUM-IX FROM 1 BY 1
               UNTIL WS-TSUM-IX > 3
               ADD TS-PENDING(WS-TSUM-IX) TO WS-PENDING
               ADD TS-OPEN(WS-TSUM-IX) TS-INPROG(WS-TSUM-IX)
                   TS-PENDING(WS-TSUM-IX) TS-DECLINED(WS-TSUM-IX)
                   TO WS-TALLY-AMOUNT
           END-PERFORM
           IF WS-TALLY-AMOUNT > 0 THEN
               MOVE TS-USERNAME TO WS-TALLY-USERNAME
               PERFORM TALLY-USER-OPEN-PARA
           END-IF
           EXIT.
       BROWSE-TASKS-PARA.
      * ONE FORWARD BROWSE OVER THE WHOLE LIVE TASKS FILE FEEDS EVERY
      * TASK NUMBER ON THE SCREEN IN A SINGLE PASS
           EXEC CICS
                   RESP(RESPCODE)
                   END-EXEC
                   IF RESPCODE = DFHRESP(NORMAL) THEN
                       MOVE T-DEPT TO WS-CHECK-DEPT
                       PERFORM CHECK-DEPT-IN-SCOPE-PARA
                       IF DEPT-IN-SCOPE THEN
                           PERFORM COUNT-ONE-TASK-PARA
                       END-IF
                   END-IF
               END-PERFORM
               EXEC CICS
      * SHIFT LEAD SEES QUEUED-UP PRIORITY-H WORK AT 07:00 INSTEAD OF
      * BEING SURPRISED BY IT AFTER THE MORNING RELEASES
           IF T-STATUS-OPEN OR T-STATUS-IN-PROGRESS OR
              T-STATUS-PENDING OR T-STATUS-AWAITING OR
              T-STATUS-DECLINED THEN
               EVALUATE TRUE
               WHEN T-STATUS-PENDING
                   ADD 1 TO WS-PENDING
      * WORK NOT YET ACCEPTED, OR HANDED BACK, IS STILL OPEN WORK -
      * NOBODY HAS STARTED IT
               WHEN T-STATUS-OPEN OR T-STATUS-AWAITING OR
                    T-STATUS-DECLINED
                   EVALUATE TRUE
                   WHEN T-PRIORITY-HIGH ADD 1 TO WS-OPEN-H
                   WHEN T-PRIORITY-MEDIUM ADD 1 TO WS-OPEN-M
                  T-DUEDATE < WS-TODAY-YMD THEN
                   ADD 1 TO WS-OVERDUE
               END-IF
               MOVE T-USERNAME TO WS-TALLY-USERNAME
               MOVE 1 TO WS-TALLY-AMOUNT
               PERFORM TALLY-USER-OPEN-PARA
           END-IF
           EXIT.
           MOVE 'N' TO WS-UC-FOUND
           PERFORM VARYING WS-UC-IX FROM 1 BY 1
               UNTIL WS-UC-IX > WS-UC-USED OR UC-FOUND
               IF WS-UC-USERNAME(WS-UC-IX) = WS-TALLY-USERNAME THEN
                   MOVE 'Y' TO WS-UC-FOUND
               END-IF
           END-PERFORM
           IF UC-FOUND THEN
               SUBTRACT 1 FROM WS-UC-IX
               ADD WS-TALLY-AMOUNT TO WS-UC-OPEN(WS-UC-IX)
           ELSE
               IF WS-UC-USED < 50 THEN
                   ADD 1 TO WS-UC-USED
                   MOVE WS-TALLY-USERNAME TO WS-UC-USERNAME(WS-UC-USED)
                   MOVE WS-TALLY-AMOUNT TO WS-UC-OPEN(WS-UC-USED)
               END-IF
           END-IF
           EXIT.
                   RESP(RESPCODE)
                   END-EXEC
                   IF RESPCODE = DFHRESP(NORMAL) THEN
                       MOVE USERS-DEPT TO WS-CHECK-DEPT
                       PERFORM CHECK-DEPT-IN-SCOPE-PARA
                   END-IF
                   IF RESPCODE = DFHRESP(NORMAL) AND
                      DEPT-IN-SCOPE THEN
                       IF USERS-IS-LOCKED THEN
                           ADD 1 TO WS-LOCKED
                       END-IF
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
      * IS THE DEPARTMENT IN WS-CHECK-DEPT ONE THE ADMIN MAY SEE?
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
