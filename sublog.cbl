      * LK -> WHEN THE ACCOUNT IS LOCKED OUT FROM TOO MANY BAD TRIES
      * EX -> WHEN THE PASSWORD WAS RIGHT BUT HAS EXPIRED AND MUST BE
      *       CHANGED BEFORE THE PANEL OPENS
      * AS -> WHEN THE PASSWORD WAS RIGHT BUT THE USERNAME IS ALREADY
      *       SIGNED ON AT ANOTHER TERMINAL (NAMED IN SUB-OTHER-TERM)
      *       AND THE CALLER DID NOT ASK TO TAKE THAT SESSION OVER
      *
      * ANY OTHER OUTPUTS WILL BE TREATED LIKE SUBPROGRAM ERROR
      *
      * MAX-PWD-AGE-DAYS (OR WITH A ZERO CHANGE STAMP, WHICH IS HOW AN
      * ADMIN RESET ARRIVES) COMES BACK EX AND THE LOGON FLOW SENDS
      * THE USER TO THE CHANGE-PASSWORD SCREEN.
      *
      * ONE SESSION PER USERNAME - A SIGNON THAT WOULD OPEN THE PANEL
      * IS ENTERED ON THE SIGNON REGISTRY. IF ANOTHER TERMINAL ALREADY
      * HOLDS THE USERNAME, THE SIGNON IS REFUSED (AS) UNLESS THE
      * CALLER SET SUB-TAKEOVER, IN WHICH CASE THE ROW MOVES HERE AND
      * THE OTHER TERMINAL'S SESSION ENDS AT ITS NEXT KEYSTROKE. A
      * SESSION THAT HAS ALREADY TIMED OUT (SUBTMO'S CLOCK) IS DEAD
      * AND IS REPLACED WITHOUT ASKING. REFUSAL, TAKEOVER AND
      * REPLACEMENT EACH PUT A SESSION ROW ON THE AUDIT JOURNAL, WITH
      * THE OTHER TERMINAL IN THE TASKID DETAIL.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 RESPCODE PIC S9(8) COMP.
       01 WS-PWD-SET-DAYS PIC S9(7).
       01 WS-TODAY-DAYS PIC S9(7).
       01 WS-PWD-AGE PIC S9(7).
           COPY SIGNREC.
       01 SUB-TIMEOUT-DATA.
           05 SUB-LOGIN-DATE PIC 9(7).
           05 SUB-LOGIN-TIME PIC 9(7).
           05 SUB-TIMEOUT-STATUS PIC X.
               88 SUB-SESSION-EXPIRED VALUE 'Y'.
           05 SUB-TMO-USERNAME PIC X(20).
           05 SUB-TMO-REQUEST PIC X.
       LINKAGE SECTION.
       01 DFHCOMMAREA.
           05 WS-USERNAME      PIC X(20).
      * BEEN RECORDED. ONLY MEANINGFUL ON A '00' COME-BACK
           05 SUB-LAST-DATE    PIC 9(7).
           05 SUB-LAST-TIME    PIC 9(7).
      * SET TO Y BY THE CALLER TO TAKE OVER A SESSION HELD AT ANOTHER
      * TERMINAL; THAT TERMINAL COMES BACK HERE ON AN AS
           05 SUB-TAKEOVER     PIC X.
               88 SUB-TAKE-OVER VALUE 'Y'.
           05 SUB-OTHER-TERM   PIC X(4).
       PROCEDURE DIVISION.
       MAIN.
           EXEC CICS
                    CALL 'SUBHSH' USING HSH-PARM
                    IF HSH-OUTPUT = USERS-PASSWORD THEN
                       PERFORM CHECK-PASSWORD-AGE-PARA
                       MOVE SPACES TO SUB-OTHER-TERM
                       IF SUB-STATUS = '00' THEN
                           PERFORM REGISTER-SESSION-PARA
                       END-IF
                       PERFORM STAMP-LAST-LOGON-PARA
                       MOVE USERS-ROLE TO SUB-ROLE
                       MOVE 0 TO USERS-FAIL-COUNT
               MOVE EIBTIME TO USERS-LAST-LOGON-TIME
           END-IF
           EXIT.
       REGISTER-SESSION-PARA.
      * NO ROW, OR A ROW FROM THIS SAME TERMINAL (ITS OLD SESSION IS
      * GONE - A NEW SIGNON IS ON ITS SCREEN), AND THE ROW IS SIMPLY
      * (RE)WRITTEN. ANOTHER TERMINAL'S ROW IS AGED ON SUBTMO'S CLOCK
      * FIRST. A REGISTRY THAT CANNOT BE READ DOES NOT STOP THE
      * SIGNON - SUBTMO LEAVES IT OUT OF THE SESSION CHECKS THE SAME
      * WAY
           EXEC CICS
           READ FILE('SIGNON')
           INTO(FS-SIGNON)
           RIDFLD(WS-USERNAME)
           RESP(RESPCODE)
           END-EXEC
           EVALUATE RESPCODE
           WHEN DFHRESP(NOTFND)
               PERFORM WRITE-SESSION-PARA
           WHEN DFHRESP(NORMAL)
               IF SG-TERMID = EIBTRMID THEN
                   PERFORM REPLACE-SESSION-PARA
               ELSE
                   MOVE SG-TERMID TO SUB-OTHER-TERM
                   MOVE SG-DATE TO SUB-LOGIN-DATE
                   MOVE SG-TIME TO SUB-LOGIN-TIME
                   MOVE SPACES TO SUB-TMO-USERNAME
                   MOVE 'C' TO SUB-TMO-REQUEST
                   EXEC CICS
                   LINK PROGRAM('SUBTMO') COMMAREA(SUB-TIMEOUT-DATA)
                   END-EXEC
                   EVALUATE TRUE
                   WHEN SUB-SESSION-EXPIRED
                       PERFORM REPLACE-SESSION-PARA
                       MOVE 'EXPIRED' TO SA-OUTCOME
                       PERFORM WRITE-SESSION-AUDIT-PARA
                   WHEN SUB-TAKE-OVER
                       PERFORM REPLACE-SESSION-PARA
                       MOVE 'TAKEOVER' TO SA-OUTCOME
                       PERFORM WRITE-SESSION-AUDIT-PARA
                   WHEN OTHER
                       MOVE 'AS' TO SUB-STATUS
                       MOVE 'REFUSED' TO SA-OUTCOME
                       PERFORM WRITE-SESSION-AUDIT-PARA
                   END-EVALUATE
               END-IF
           END-EVALUATE
           EXIT.
       WRITE-SESSION-PARA.
           MOVE WS-USERNAME TO SG-USERNAME
           MOVE EIBTRMID TO SG-TERMID
           MOVE EIBDATE TO SG-DATE
           MOVE EIBTIME TO SG-TIME
           EXEC CICS
           WRITE FILE('SIGNON')
           FROM(FS-SIGNON)
           RIDFLD(SG-USERNAME)
           RESP(RESPCODE)
           END-EXEC
           EXIT.
       REPLACE-SESSION-PARA.
           EXEC CICS
           READ FILE('SIGNON')
           INTO(FS-SIGNON)
           RIDFLD(WS-USERNAME)
           UPDATE
           RESP(RESPCODE)
           END-EXEC
           IF RESPCODE = DFHRESP(NORMAL) THEN
               MOVE EIBTRMID TO SG-TERMID
               MOVE EIBDATE TO SG-DATE
               MOVE EIBTIME TO SG-TIME
               EXEC CICS
               REWRITE FILE('SIGNON')
               FROM(FS-SIGNON)
               RESP(RESPCODE)
               END-EXEC
           ELSE
               PERFORM WRITE-SESSION-PARA
           END-IF
           EXIT.
       WRITE-SESSION-AUDIT-PARA.
      * THE CALLER HAS SET THE OUTCOME - REFUSED, TAKEOVER OR EXPIRED
           MOVE WS-USERNAME TO SA-OPERATOR
           MOVE 'SESSION' TO SA-ACTION
           MOVE SUB-OTHER-TERM TO SA-DETAIL-TASKID
           MOVE WS-USERNAME TO SA-DETAIL-USERNAME
           EXEC CICS
           LINK PROGRAM('SUBAUD') COMMAREA(SUB-AUDIT-DATA)
           END-EXEC
           EXIT.
       JULIAN-TO-DAYS-PARA.
      * 0CYYDDD TO DAYS FROM THE START OF 2000 - EVERY FOURTH YEAR IN
      * THE 20XX RANGE IS A LEAP YEAR WITH NO CENTURY EXCEPTION
