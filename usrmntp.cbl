      * ENTER ADDS THE USER; TYPING AN EXISTING USERNAME REWRITES ITS
      * PASSWORD/ROLE/ACTIVE FLAG - THIS IS HOW A USER GETS DISABLED,
      * BY REWRITING THEM WITH ACTIVEI SET TO 'N'.
      * DEPTI CARRIES THE USER'S DEPARTMENT CODE - LEFT BLANK ON A
      * REWRITE IT KEEPS WHATEVER IS ALREADY ON FILE, THE SAME AS
      * ROLEI AND ACTIVEI.
      * USMAINP'S COMMAREA CARRIES A LOGIN DATE/TIME - THIS PROGRAM
      * CHECKS IT ITSELF ON FIRST ARRIVAL AND ON EVERY RE-ENTRY (THE
      * SAME SUBTMO CHECK USLOGP/MAINMAPP/USSHOWP/USMAINP ALREADY USE),
      * SINCE SITTING ON A VALIDATION FAILURE HERE IS ITS OWN IDLE
      * WINDOW, NOT JUST THE INSTANT OF THE XCTL FROM USMAINP.
      * PF5 MOVES ON TO USSKLP, WHERE THE SAME ADMIN RECORDS WHICH
      * SKILLS A USER HOLDS. PF6 MOVES ON TO USSESP, WHICH LISTS WHO IS
      * SIGNED ON WHERE AND CAN FORCE A SESSION OFF.
      * EVERY ADD AND CHANGE GOES ON THE AUDIT JOURNAL THROUGH SUBAUD.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY USRMNT.
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
       01 MSG-FOR-USER.
           05 EXIT-MSG PIC X(22) VALUE 'TRANSACTION TERMINATED'.
           05 INVALID-KEY-MSG PIC X(11) VALUE 'INVALID KEY'.
           88 WHOLE-MAP VALUE 'M'.
       01 WS-EXISTING-ROLE PIC X.
       01 WS-EXISTING-ACTIVE PIC X.
       01 WS-EXISTING-DEPT PIC X(4).
       01 HSH-PARM.
           05 HSH-INPUT PIC X(20).
           05 HSH-OUTPUT PIC X(20).
                  EVALUATE EIBAID
                  WHEN DFHENTER
                       PERFORM SAVE-USER-PARA
                  WHEN DFHPF5
      * MOVES ON TO USSKLP'S SKILLS MAINTENANCE - SAME DOOR PATTERN AS
      * USMAINP'S PF9 INTO HERE, USSKLP RE-CHECKS THE GRANT AND THE
      * TIMEOUT ITSELF
                   EXEC CICS
                   XCTL PROGRAM('USSKLP') COMMAREA(WS-COMMAREA(1:36))
                   END-EXEC
                  WHEN DFHPF6
      * MOVES ON TO USSESP'S SIGNON REGISTRY - SAME DOOR PATTERN AS
      * PF5, USSESP CHECKS ITS OWN SESSION GRANT AND THE TIMEOUT
                   EXEC CICS
                   XCTL PROGRAM('USSESP') COMMAREA(WS-COMMAREA(1:36))
                   END-EXEC
                  WHEN DFHPF3
                      PERFORM END-SESSION-PARA
                      EXEC CICS
                      SEND TEXT FROM(EXIT-MSG)
                      ERASE
               IF USERS-ACTIVE = SPACE OR USERS-ACTIVE = '_' THEN
                   MOVE 'Y' TO USERS-ACTIVE
               END-IF
               MOVE DEPTI TO USERS-DEPT
               INSPECT USERS-DEPT REPLACING ALL '_' BY ' '
               INSPECT USERS-DEPT REPLACING ALL LOW-VALUE BY ' '
               IF USERS-USERNAME = SPACE OR
                  USERS-USERNAME = '____________________' OR
                  USERS-PASSWORD = SPACE OR
      * PASSWORD RESET ON A DISABLED USER WOULD SILENTLY RE-ENABLE THEM
               MOVE USERS-ROLE TO WS-EXISTING-ROLE
               MOVE USERS-ACTIVE TO WS-EXISTING-ACTIVE
               MOVE USERS-DEPT TO WS-EXISTING-DEPT
               MOVE USERI TO USERS-USERNAME
               INSPECT USERS-USERNAME REPLACING ALL '_' BY ' '
               PERFORM HASH-TYPED-PASSWORD-PARA
               IF USERS-ACTIVE = SPACE OR USERS-ACTIVE = '_' THEN
                   MOVE WS-EXISTING-ACTIVE TO USERS-ACTIVE
               END-IF
               MOVE DEPTI TO USERS-DEPT
               INSPECT USERS-DEPT REPLACING ALL '_' BY ' '
               INSPECT USERS-DEPT REPLACING ALL LOW-VALUE BY ' '
               IF USERS-DEPT = SPACES THEN
                   MOVE WS-EXISTING-DEPT TO USERS-DEPT
               END-IF
      * THE DISABLE STAMP IS TAKEN ON THE CHANGE TO N ONLY - A LATER
      * PASSWORD RESET ON A DISABLED USER MUST NOT RESTART THE LEAVER
      * RETENTION TASKPSN0 COUNTS FROM IT
               IF USERS-IS-DISABLED THEN
                   IF WS-EXISTING-ACTIVE NOT = 'N' THEN
                       MOVE EIBDATE TO USERS-DISABLED-DATE
                   END-IF
               ELSE
                   MOVE ZERO TO USERS-DISABLED-DATE
               END-IF
      * REWRITING A USER THROUGH MAINTENANCE ALSO CLEARS ANY FAILED-
      * LOGIN LOCKOUT - THIS IS THE ADMIN'S WAY TO UNLOCK AN ACCOUNT.
      * THE ZERO CHANGE STAMP MAKES THE ADMIN-KEYED PASSWORD A ONE-
               END-EXEC
               IF RESPCODE = DFHRESP(NORMAL) THEN
                   MOVE USER-UPDATED-MSG TO MSGO
                   MOVE 'CHANGED' TO SA-OUTCOME
               ELSE
                   MOVE ERROR-MSG TO MSGO
                   MOVE 'ERROR' TO SA-OUTCOME
               END-IF
               MOVE 'USERUPD' TO SA-ACTION
               PERFORM WRITE-AUDIT-PARA
           WHEN DFHRESP(NOTFND)
               MOVE 0 TO USERS-FAIL-COUNT
               MOVE 'N' TO USERS-LOCKED
               MOVE ZERO TO USERS-PWD-DATE
               IF USERS-IS-DISABLED THEN
                   MOVE EIBDATE TO USERS-DISABLED-DATE
               ELSE
                   MOVE ZERO TO USERS-DISABLED-DATE
               END-IF
               EXEC CICS
               WRITE FILE('USERS')
               RIDFLD(USERS-USERNAME)
               END-EXEC
               IF RESPCODE = DFHRESP(NORMAL) THEN
                   MOVE USER-ADDED-MSG TO MSGO
                   MOVE 'ADDED' TO SA-OUTCOME
               ELSE
                   MOVE ERROR-MSG TO MSGO
                   MOVE 'ERROR' TO SA-OUTCOME
               END-IF
               MOVE 'USERADD' TO SA-ACTION
               PERFORM WRITE-AUDIT-PARA
           WHEN OTHER
               MOVE ERROR-MSG TO MSGO
           END-EVALUATE
           MOVE 'D' TO WHAT-MAP-FLAG
           PERFORM SEND-THE-MAP-PARA
           EXIT.
       WRITE-AUDIT-PARA.
      * EVERY ADD AND CHANGE GOES ON THE JOURNAL - OPERATOR IS THE
      * ADMIN AT THE SCREEN, THE DETAIL NAMES THE USER AND CARRIES
      * THE ROLE AND ACTIVE FLAG JUST SAVED WHERE A TASKID WOULD GO.
      * THE QUARTERLY RECERTIFICATION READS THESE ROWS FOR THE LAST
      * TIME A GRANT HOLDER ACTUALLY MAINTAINED A USER
           MOVE COM-USERNAME TO SA-OPERATOR
           MOVE SPACES TO SA-DETAIL-TASKID
           STRING 'ROLE ' USERS-ROLE ' ' USERS-ACTIVE
             DELIMITED BY SIZE INTO SA-DETAIL-TASKID
           MOVE USERS-USERNAME TO SA-DETAIL-USERNAME
           EXEC CICS
           LINK PROGRAM('SUBAUD') COMMAREA(SUB-AUDIT-DATA)
           END-EXEC
           EXIT.
       HASH-TYPED-PASSWORD-PARA.
           MOVE PASSI TO HSH-INPUT
           INSPECT HSH-INPUT REPLACING ALL '_' BY ' '
      * SITTING ON THIS SCREEN
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
