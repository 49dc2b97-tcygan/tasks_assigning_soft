       IDENTIFICATION DIVISION.
       PROGRAM-ID. USSESP.
      * SIGNON REGISTRY. SUBLOG ENTERS EVERY SIGNON ON THE SIGNON FILE,
      * ONE ROW PER USERNAME NAMING THE TERMINAL THAT HOLDS IT, AND A
      * SECOND SIGNON ELSEWHERE IS REFUSED UNLESS THE USER TAKES THE
      * SESSION OVER. THIS SCREEN SHOWS WHO IS SIGNED ON WHERE AND
      * SINCE WHEN, AND LETS AN ADMIN FORCE A SESSION OFF - A USER WHO
      * WALKED AWAY FROM A TERMINAL, OR AN ACCOUNT THAT MUST STOP NOW.
      * USRMNTP XCTL'S HERE THROUGH ITS PF6 DOOR. THE SCREEN HAS ITS
      * OWN SESSION GRANT, SO SIGNON SUPPORT CAN BE GIVEN WITHOUT THE
      * REST OF USER MAINTENANCE. THE ADMIN TYPES A USERNAME TO LIST
      * FROM THERE, OR A USERNAME AND F TO FORCE THAT SESSION OFF -
      * THE ROW IS DELETED AND SUBTMO ENDS THE SESSION AT ITS NEXT
      * KEYSTROKE. EVERY FORCED SIGNOFF GOES ON THE AUDIT JOURNAL, WITH
      * THE TERMINAL IN THE TASKID DETAIL.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY USSES.
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
           COPY SIGNREC.
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
           05 INVALID-DATA-MSG PIC X(34) VALUE
              'TYPE A USERNAME AND F TO FORCE OFF'.
           05 NEED-USER-MSG PIC X(24) VALUE
              'YOU NEED TO PROVIDE DATA'.
           05 FORCED-OFF-MSG PIC X(22) VALUE 'SESSION WAS FORCED OFF'.
           05 NOT-SIGNED-ON-MSG PIC X(21) VALUE
              'USER IS NOT SIGNED ON'.
           05 OWN-SESSION-MSG PIC X(34) VALUE
              'USE PF3 TO END YOUR OWN SESSION'.
           05 NOBODY-ON-MSG PIC X(24) VALUE
              'NOBODY IS SIGNED ON HERE'.
           05 MORE-SESSIONS-MSG PIC X(38) VALUE
              'MORE SIGNED ON - TYPE A NAME TO GO ON'.
           05 NOT-VIA-LOGON-MSG PIC X(30) VALUE
              'YOU MUST LOG IN TO USE THIS'.
           05 NOT-ADMIN-MSG PIC X(30) VALUE
              'ONLY ADMINS MAY END SESSIONS'.
           05 SESSION-EXPIRED-MSG PIC X(38) VALUE
              'SESSION EXPIRED - PLEASE LOG IN AGAIN'.
       01 WHAT-MAP-FLAG PIC X.
           88 DATA-ONLY VALUE 'D'.
           88 WHOLE-MAP VALUE 'M'.
       01 PROGRAM-VARIABLES.
           05 WS-TARGET-USER PIC X(20).
           05 WS-TARGET-TERM PIC X(4).
           05 WS-LIST-ROW PIC 9(2).
           05 WS-LIST-LINE PIC X(60).
           05 WS-SAVED-MSG PIC X(40).
       LINKAGE SECTION.
       01 DFHCOMMAREA PIC X(37).
       PROCEDURE DIVISION USING DFHCOMMAREA.
       MAIN.
           IF EIBCALEN = 36 THEN
      * FIRST ARRIVAL, XCTL'D FROM USRMNTP WITH THE CALLER'S IDENTITY
      * AND LOGIN TIME - THE SESSION GRANT OPENS THE SCREEN, AND IT
      * STARTS WITH THE REGISTRY FROM THE TOP
               MOVE LOW-VALUES TO WS-COMMAREA
               MOVE DFHCOMMAREA(1:36) TO WS-COMMAREA(1:36)
               MOVE 'SESSION' TO PRM-FUNCTION
               PERFORM CHECK-FUNCTION-AUTH-PARA
               IF PRM-ALLOWED THEN
                   PERFORM CHECK-SESSION-TIMEOUT-PARA
                   IF SUB-SESSION-EXPIRED THEN
                       PERFORM REJECT-SESSION-EXPIRED-PARA
                   ELSE
                       MOVE LOW-VALUES TO MAP1O
                       MOVE SPACES TO WS-TARGET-USER
                       PERFORM LIST-SESSIONS-PARA
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
                       PERFORM HANDLE-ONE-SESSION-PARA
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
           RETURN TRANSID('USES') COMMAREA(DFHCOMMAREA)
           END-EXEC
           GOBACK.
       SEND-THE-MAP-PARA.
           EVALUATE TRUE
           WHEN DATA-ONLY
                EXEC CICS
                SEND MAP('MAP1') MAPSET('USSES')
                FROM(MAP1O)
                DATAONLY
                FREEKB
                NOHANDLE
                END-EXEC
           WHEN WHOLE-MAP
                EXEC CICS
                SEND MAP('MAP1') MAPSET('USSES')
                FROM(MAP1O)
                ERASE
                NOHANDLE
                END-EXEC
           END-EVALUATE
           MOVE SPACE TO MSGO
           EXIT.
       HANDLE-ONE-SESSION-PARA.
           MOVE LOW-VALUES TO MAP1I
           EXEC CICS
           RECEIVE MAP('MAP1') MAPSET('USSES')
           INTO(MAP1I)
           RESP(RESPCODE)
           END-EXEC
           EVALUATE RESPCODE
           WHEN DFHRESP(NORMAL)
               MOVE SPACES TO WS-TARGET-USER
               IF SELI NOT = LOW-VALUES THEN
                   MOVE SELI TO WS-TARGET-USER
                   INSPECT WS-TARGET-USER REPLACING ALL '_' BY ' '
               END-IF
               EVALUATE TRUE
               WHEN ACTI = 'F'
                   IF WS-TARGET-USER = SPACES THEN
                       MOVE NEED-USER-MSG TO MSGO
                   ELSE
                       PERFORM FORCE-OFF-PARA
      * THE VERDICT MESSAGE MUST SURVIVE THE MAP WIPE THE LIST
      * REDRAW STARTS WITH
                       MOVE MSGO TO WS-SAVED-MSG
                       MOVE LOW-VALUES TO MAP1O
                       PERFORM LIST-SESSIONS-PARA
                       MOVE WS-SAVED-MSG TO MSGO
                   END-IF
               WHEN ACTI = SPACE OR ACTI = LOW-VALUES OR ACTI = '_'
      * A USERNAME ALONE (OR NOTHING) IS AN ENQUIRY FROM THAT POINT
                   MOVE LOW-VALUES TO MAP1O
                   PERFORM LIST-SESSIONS-PARA
               WHEN OTHER
                   MOVE INVALID-DATA-MSG TO MSGO
               END-EVALUATE
           WHEN DFHRESP(MAPFAIL)
               MOVE LOW-VALUES TO MAP1O
               MOVE SPACES TO WS-TARGET-USER
               PERFORM LIST-SESSIONS-PARA
           WHEN OTHER
               MOVE ERROR-MSG TO MSGO
           END-EVALUATE
           MOVE 'D' TO WHAT-MAP-FLAG
           PERFORM SEND-THE-MAP-PARA
           EXIT.
       FORCE-OFF-PARA.
      * AN ADMIN ENDS THEIR OWN SESSION WITH PF3 LIKE ANYBODY ELSE -
      * FORCING IT OFF HERE WOULD ONLY THROW THEM OUT MID-SCREEN.
      * THE ROW IS READ FOR UPDATE FIRST SO THE TERMINAL IT NAMED CAN
      * GO ON THE JOURNAL
           IF WS-TARGET-USER = COM-USERNAME THEN
               MOVE OWN-SESSION-MSG TO MSGO
           ELSE
               MOVE SPACES TO WS-TARGET-TERM
               MOVE WS-TARGET-USER TO SG-USERNAME
               EXEC CICS
               READ FILE('SIGNON')
               INTO(FS-SIGNON)
               RIDFLD(SG-USERNAME)
               UPDATE
               RESP(RESPCODE)
               END-EXEC
               IF RESPCODE = DFHRESP(NORMAL) THEN
                   MOVE SG-TERMID TO WS-TARGET-TERM
                   EXEC CICS
                   DELETE FILE('SIGNON')
                   RESP(RESPCODE)
                   END-EXEC
               END-IF
               EVALUATE RESPCODE
               WHEN DFHRESP(NORMAL)
                   MOVE FORCED-OFF-MSG TO MSGO
                   MOVE 'REMOVED' TO AUD-OUTCOME
               WHEN DFHRESP(NOTFND)
                   MOVE NOT-SIGNED-ON-MSG TO MSGO
                   MOVE 'NOTFND' TO AUD-OUTCOME
               WHEN OTHER
                   MOVE ERROR-MSG TO MSGO
                   MOVE 'ERROR' TO AUD-OUTCOME
               END-EVALUATE
               MOVE 'FORCEOFF' TO AUD-ACTION
               PERFORM WRITE-AUDIT-PARA
           END-IF
           EXIT.
       LIST-SESSIONS-PARA.
      * ONE FORWARD BROWSE FROM THE TYPED USERNAME, OR FROM THE TOP
      * WHEN NONE WAS TYPED. THE FIRST EIGHT GO ON SCREEN; A NINTH
      * ONLY SAYS THERE ARE MORE - TYPING THE LAST NAME SHOWN GOES ON
           MOVE WS-TARGET-USER TO SELO
           MOVE 0 TO WS-LIST-ROW
           IF WS-TARGET-USER = SPACES THEN
               MOVE LOW-VALUES TO SG-USERNAME
           ELSE
               MOVE WS-TARGET-USER TO SG-USERNAME
           END-IF
           EXEC CICS
           STARTBR FILE('SIGNON')
           RIDFLD(SG-USERNAME)
           GTEQ
           RESP(RESPCODE)
           END-EXEC
           IF RESPCODE = DFHRESP(NORMAL) THEN
               PERFORM UNTIL RESPCODE NOT = DFHRESP(NORMAL)
                   OR WS-LIST-ROW > 8
                   EXEC CICS
                   READNEXT FILE('SIGNON')
                   RIDFLD(SG-USERNAME)
                   INTO(FS-SIGNON)
                   RESP(RESPCODE)
                   END-EXEC
                   IF RESPCODE = DFHRESP(NORMAL) THEN
                       ADD 1 TO WS-LIST-ROW
                       IF WS-LIST-ROW NOT > 8 THEN
                           PERFORM SHOW-ONE-SESSION-PARA
                       END-IF
                   END-IF
               END-PERFORM
               EXEC CICS
               ENDBR FILE('SIGNON')
               NOHANDLE
               END-EXEC
           END-IF
           EVALUATE TRUE
           WHEN WS-LIST-ROW = 0
               MOVE NOBODY-ON-MSG TO MSGO
           WHEN WS-LIST-ROW > 8
               MOVE MORE-SESSIONS-MSG TO MSGO
           END-EVALUATE
           EXIT.
       SHOW-ONE-SESSION-PARA.
      * THE SIGNON STAMP IS SHOWN AS HELD - 0CYYDDD AND 0HHMMSS, THE
      * SAME FORM THE SESSION ITSELF CARRIES
           MOVE SPACES TO WS-LIST-LINE
           STRING SG-USERNAME ' AT ' SG-TERMID
                  ' SINCE ' SG-DATE ' ' SG-TIME
             DELIMITED BY SIZE INTO WS-LIST-LINE
           MOVE WS-LIST-LINE TO POLEO(WS-LIST-ROW)
           EXIT.
       WRITE-AUDIT-PARA.
      * OPERATOR IS THE ADMIN AT THE SCREEN, THE DETAIL NAMES THE USER
      * AND CARRIES THE TERMINAL THEY WERE FORCED OFF WHERE A TASKID
      * WOULD GO
      * THE ROW ITSELF IS NUMBERED, STAMPED, HASH-CHAINED AND WRITTEN
      * BY SUBAUD - THE ONE PLACE THE JOURNAL IS EVER WRITTEN FROM
           MOVE COM-USERNAME TO SA-OPERATOR
           MOVE AUD-ACTION TO SA-ACTION
           MOVE AUD-OUTCOME TO SA-OUTCOME
           MOVE WS-TARGET-TERM TO SA-DETAIL-TASKID
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
