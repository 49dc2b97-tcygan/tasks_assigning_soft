       IDENTIFICATION DIVISION.
       PROGRAM-ID. USSKLP.
      * SKILLS MAINTENANCE. WORK THAT NEEDS A PARTICULAR SKILL CARRIES
      * A SKILL CODE ON THE TASK, AND THE ASSIGNMENT SCREEN, THE BATCH
      * LOAD AND THE TEAM-QUEUE CLAIM ALL CHECK THE ASSIGNEE HOLDS IT
      * ON THE SKILLS FILE. THIS SCREEN IS WHERE THOSE HOLDINGS ARE
      * RECORDED.
      * USRMNTP XCTL'S HERE THROUGH ITS PF5 DOOR, SO IT IS GATED ON THE
      * SAME USRMNT GRANT. THE ADMIN TYPES A USERNAME AND A SKILL CODE
      * WITH A TO ADD THE QUALIFICATION OR D TO REMOVE IT; A USERNAME
      * ALONE LISTS WHAT THAT USER HOLDS. EVERY ADD AND REMOVE GOES ON
      * THE AUDIT JOURNAL, WITH THE SKILL CODE IN THE TASKID DETAIL.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY USSKL.
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
           COPY USERSREC.
           COPY SKILLREC.
           COPY AUDITREC.
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
       01 MSG-FOR-USER.
           05 EXIT-MSG PIC X(22) VALUE 'TRANSACTION TERMINATED'.
           05 INVALID-KEY-MSG PIC X(11) VALUE 'INVALID KEY'.
           05 ERROR-MSG PIC X(13) VALUE 'ERROR OCCURED'.
           05 NEED-USER-MSG PIC X(24) VALUE
              'YOU NEED TO PROVIDE DATA'.
           05 INVALID-DATA-MSG PIC X(34) VALUE
              'TYPE A SKILL CODE AND A OR D'.
           05 USER-NOT-FND-MSG PIC X(21) VALUE
              'THERE IS NO SUCH USER'.
           05 TEAM-NAME-MSG PIC X(34) VALUE
              'SKILLS BELONG TO PEOPLE, NOT TEAMS'.
           05 SKILL-ADDED-MSG PIC X(15) VALUE 'SKILL WAS ADDED'.
           05 SKILL-REMOVED-MSG PIC X(17) VALUE 'SKILL WAS REMOVED'.
           05 ALREADY-HELD-MSG PIC X(26) VALUE
              'USER ALREADY HOLDS SKILL'.
           05 NOT-HELD-MSG PIC X(26) VALUE
              'USER DOES NOT HOLD SKILL'.
           05 NO-SKILLS-MSG PIC X(26) VALUE
              'USER HOLDS NO SKILLS YET'.
           05 NOT-VIA-LOGON-MSG PIC X(30) VALUE
              'YOU MUST LOG IN TO USE THIS'.
           05 NOT-ADMIN-MSG PIC X(30) VALUE
              'ONLY ADMINS MAY MAINTAIN USERS'.
           05 SESSION-EXPIRED-MSG PIC X(38) VALUE
              'SESSION EXPIRED - PLEASE LOG IN AGAIN'.
       01 WHAT-MAP-FLAG PIC X.
           88 DATA-ONLY VALUE 'D'.
           88 WHOLE-MAP VALUE 'M'.
       01 IF-USERNAME-VALID PIC X.
           88 USERNAME-VALID VALUE 'Y'.
       01 PROGRAM-VARIABLES.
           05 WS-TARGET-USER PIC X(20).
           05 WS-SKILL PIC X(8).
           05 WS-LIST-ROW PIC 9(2).
           05 WS-LIST-LINE PIC X(60).
           05 WS-LIST-DATE PIC 9(7).
           05 WS-SAVED-MSG PIC X(40).
       LINKAGE SECTION.
       01 DFHCOMMAREA PIC X(37).
       PROCEDURE DIVISION USING DFHCOMMAREA.
       MAIN.
           IF EIBCALEN = 36 THEN
      * FIRST ARRIVAL, XCTL'D FROM USRMNTP WITH THE CALLER'S IDENTITY
      * AND LOGIN TIME. RECORDING A QUALIFICATION IS PART OF
      * MAINTAINING THE USER, SO THE SAME USRMNT GRANT OPENS IT
               MOVE LOW-VALUES TO WS-COMMAREA
               MOVE DFHCOMMAREA(1:36) TO WS-COMMAREA(1:36)
               MOVE 'USRMNT' TO PRM-FUNCTION
               PERFORM CHECK-FUNCTION-AUTH-PARA
               IF PRM-ALLOWED THEN
                   PERFORM CHECK-SESSION-TIMEOUT-PARA
                   IF SUB-SESSION-EXPIRED THEN
                       PERFORM REJECT-SESSION-EXPIRED-PARA
                   ELSE
                       MOVE LOW-VALUES TO MAP1O
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
                       PERFORM HANDLE-ONE-SKILL-PARA
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
           RETURN TRANSID('USKL') COMMAREA(DFHCOMMAREA)
           END-EXEC
           GOBACK.
       SEND-THE-MAP-PARA.
           EVALUATE TRUE
           WHEN DATA-ONLY
                EXEC CICS
                SEND MAP('MAP1') MAPSET('USSKL')
                FROM(MAP1O)
                DATAONLY
                FREEKB
                NOHANDLE
                END-EXEC
           WHEN WHOLE-MAP
                EXEC CICS
                SEND MAP('MAP1') MAPSET('USSKL')
                FROM(MAP1O)
                ERASE
                NOHANDLE
                END-EXEC
           END-EVALUATE
           MOVE SPACE TO MSGO
           EXIT.
       HANDLE-ONE-SKILL-PARA.
           MOVE LOW-VALUES TO MAP1I
           EXEC CICS
           RECEIVE MAP('MAP1') MAPSET('USSKL')
           INTO(MAP1I)
           RESP(RESPCODE)
           END-EXEC
           EVALUATE RESPCODE
           WHEN DFHRESP(NORMAL)
               MOVE SPACES TO WS-TARGET-USER
               IF USRI NOT = LOW-VALUES THEN
                   MOVE USRI TO WS-TARGET-USER
                   INSPECT WS-TARGET-USER REPLACING ALL '_' BY ' '
               END-IF
               MOVE SPACES TO WS-SKILL
               IF SKILLI NOT = LOW-VALUES THEN
                   MOVE SKILLI TO WS-SKILL
                   INSPECT WS-SKILL REPLACING ALL '_' BY ' '
               END-IF
               EVALUATE TRUE
               WHEN WS-TARGET-USER = SPACES
                   MOVE NEED-USER-MSG TO MSGO
               WHEN WS-TARGET-USER(1:1) = '#'
                   MOVE TEAM-NAME-MSG TO MSGO
               WHEN ACTI = 'A' OR ACTI = 'D'
                   IF WS-SKILL = SPACES THEN
                       MOVE INVALID-DATA-MSG TO MSGO
                   ELSE
                       IF ACTI = 'A' THEN
                           PERFORM ADD-SKILL-PARA
                       ELSE
                           PERFORM REMOVE-SKILL-PARA
                       END-IF
      * THE VERDICT MESSAGE MUST SURVIVE THE MAP WIPE THE LIST
      * REDRAW STARTS WITH
                       MOVE MSGO TO WS-SAVED-MSG
                       MOVE LOW-VALUES TO MAP1O
                       PERFORM LIST-SKILLS-PARA
                       MOVE WS-SAVED-MSG TO MSGO
                   END-IF
               WHEN ACTI = SPACE OR ACTI = LOW-VALUES OR ACTI = '_'
      * A USERNAME ALONE IS AN ENQUIRY
                   MOVE LOW-VALUES TO MAP1O
                   PERFORM LIST-SKILLS-PARA
               WHEN OTHER
                   MOVE INVALID-DATA-MSG TO MSGO
               END-EVALUATE
           WHEN DFHRESP(MAPFAIL)
               MOVE NEED-USER-MSG TO MSGO
           WHEN OTHER
               MOVE ERROR-MSG TO MSGO
           END-EVALUATE
           MOVE 'D' TO WHAT-MAP-FLAG
           PERFORM SEND-THE-MAP-PARA
           EXIT.
       ADD-SKILL-PARA.
      * ONLY A USER ON FILE CAN BE GIVEN A SKILL. A DISABLED ONE IS
      * ALLOWED - THE HOLDING STAYS TRUE IF THE ACCOUNT COMES BACK
           PERFORM CHECK-USER-NAME-PARA
           IF USERNAME-VALID THEN
               MOVE WS-TARGET-USER TO SK-USERNAME
               MOVE WS-SKILL TO SK-SKILL
               MOVE EIBDATE TO SK-ADDED-DATE
               MOVE COM-USERNAME TO SK-ADDED-BY
               EXEC CICS
               WRITE FILE('SKILLS')
               RIDFLD(SK-KEY)
               FROM(FS-SKILLS)
               RESP(RESPCODE)
               END-EXEC
               EVALUATE RESPCODE
               WHEN DFHRESP(NORMAL)
                   MOVE SKILL-ADDED-MSG TO MSGO
                   MOVE 'ADDED' TO AUD-OUTCOME
               WHEN DFHRESP(DUPREC)
                   MOVE ALREADY-HELD-MSG TO MSGO
                   MOVE 'DUPLICATE' TO AUD-OUTCOME
               WHEN OTHER
                   MOVE ERROR-MSG TO MSGO
                   MOVE 'ERROR' TO AUD-OUTCOME
               END-EVALUATE
           ELSE
               MOVE USER-NOT-FND-MSG TO MSGO
               MOVE 'USERNOTFND' TO AUD-OUTCOME
           END-IF
           MOVE 'SKILLADD' TO AUD-ACTION
           PERFORM WRITE-AUDIT-PARA
           EXIT.
       REMOVE-SKILL-PARA.
      * NO USER CHECK - A HOLDING LEFT BEHIND BY A DELETED ACCOUNT
      * MUST STILL BE REMOVABLE
           MOVE WS-TARGET-USER TO SK-USERNAME
           MOVE WS-SKILL TO SK-SKILL
           EXEC CICS
           DELETE FILE('SKILLS')
           RIDFLD(SK-KEY)
           RESP(RESPCODE)
           END-EXEC
           EVALUATE RESPCODE
           WHEN DFHRESP(NORMAL)
               MOVE SKILL-REMOVED-MSG TO MSGO
               MOVE 'REMOVED' TO AUD-OUTCOME
           WHEN DFHRESP(NOTFND)
               MOVE NOT-HELD-MSG TO MSGO
               MOVE 'NOTFND' TO AUD-OUTCOME
           WHEN OTHER
               MOVE ERROR-MSG TO MSGO
               MOVE 'ERROR' TO AUD-OUTCOME
           END-EVALUATE
           MOVE 'SKILLDEL' TO AUD-ACTION
           PERFORM WRITE-AUDIT-PARA
           EXIT.
       LIST-SKILLS-PARA.
      * THE USER'S ROWS SIT TOGETHER UNDER HIS USERNAME - THE FIRST
      * EIGHT GO ON SCREEN WITH WHEN AND BY WHOM EACH WAS RECORDED
           MOVE WS-TARGET-USER TO USRO
           MOVE 0 TO WS-LIST-ROW
           MOVE WS-TARGET-USER TO SK-USERNAME
           MOVE LOW-VALUES TO SK-SKILL
           EXEC CICS
           STARTBR FILE('SKILLS')
           RIDFLD(SK-KEY)
           RESP(RESPCODE)
           END-EXEC
           IF RESPCODE = DFHRESP(NORMAL) THEN
               PERFORM UNTIL RESPCODE NOT = DFHRESP(NORMAL)
                   OR WS-LIST-ROW NOT < 8
                   EXEC CICS
                   READNEXT FILE('SKILLS')
                   RIDFLD(SK-KEY)
                   INTO(FS-SKILLS)
                   RESP(RESPCODE)
                   END-EXEC
                   IF RESPCODE = DFHRESP(NORMAL) THEN
                       IF SK-USERNAME = WS-TARGET-USER THEN
                           ADD 1 TO WS-LIST-ROW
                           MOVE SK-ADDED-DATE TO WS-LIST-DATE
                           MOVE SPACES TO WS-LIST-LINE
                           STRING SK-SKILL ' ADDED ' WS-LIST-DATE
                                  ' BY ' SK-ADDED-BY
                             DELIMITED BY SIZE INTO WS-LIST-LINE
                           MOVE WS-LIST-LINE TO POLEO(WS-LIST-ROW)
                       ELSE
                           MOVE DFHRESP(ENDFILE) TO RESPCODE
                       END-IF
                   END-IF
               END-PERFORM
               EXEC CICS
               ENDBR FILE('SKILLS')
               NOHANDLE
               END-EXEC
           END-IF
           IF WS-LIST-ROW = 0 THEN
               MOVE NO-SKILLS-MSG TO MSGO
           END-IF
           EXIT.
       CHECK-USER-NAME-PARA.
           MOVE WS-TARGET-USER TO USERS-USERNAME
           EXEC CICS
           READ FILE('USERS')
           INTO(FS-USERS)
           RIDFLD(USERS-USERNAME)
           RESP(RESPCODE)
           END-EXEC
           IF RESPCODE = DFHRESP(NORMAL) THEN
               MOVE 'Y' TO IF-USERNAME-VALID
           ELSE
               MOVE 'N' TO IF-USERNAME-VALID
           END-IF
           EXIT.
       WRITE-AUDIT-PARA.
      * OPERATOR IS THE ADMIN AT THE SCREEN, THE DETAIL NAMES THE USER
      * AND CARRIES THE SKILL CODE WHERE A TASKID WOULD GO
      * THE ROW ITSELF IS NUMBERED, STAMPED, HASH-CHAINED AND WRITTEN
      * BY SUBAUD - THE ONE PLACE THE JOURNAL IS EVER WRITTEN FROM
           MOVE COM-USERNAME TO SA-OPERATOR
           MOVE AUD-ACTION TO SA-ACTION
           MOVE AUD-OUTCOME TO SA-OUTCOME
           MOVE WS-SKILL TO SA-DETAIL-TASKID
           MOVE WS-TARGET-USER TO SA-DETAIL-USERNAME
           EXEC CICS
           LINK PROGRAM('SUBAUD') COMMAREA(SUB-AUDIT-DATA)
           END-EXEC
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
