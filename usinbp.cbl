       IDENTIFICATION DIVISION.
       PROGRAM-ID. USINBP.
      * MESSAGE INBOX. EVERY TRANSACTION THAT CHANGES A USER'S WORK
      * FROM THE OUTSIDE - A NEW ASSIGNMENT, A RELEASE, A REASSIGNMENT,
      * A REOPEN, BOUNCED HOURS - LEAVES A ROW ON THE MESSAGES FILE
      * THROUGH SUBMSG, AND THE OVERNIGHT TASKESC0 RUN LEAVES ONE FOR
      * EACH ESCALATION. USMAINP XCTL'S HERE THROUGH ITS PF16 DOOR.
      * THE SCREEN LISTS THE SIGNED-ON USER'S OWN MESSAGES, OLDEST
      * FIRST, WITH THE UNREAD ONES MARKED * - AND MARKS THEM READ
      * ONCE THEY HAVE BEEN SHOWN, SO THE COUNT AT THE NEXT SIGNON
      * ONLY HOLDS WHAT IS NEW. THE USER TYPES A MESSAGE NUMBER AND D
      * TO DISMISS IT, WHICH DELETES THE ROW. NOBODY CAN SEE OR
      * DISMISS ANYBODY ELSE'S MESSAGES - THE BROWSE AND THE DELETE
      * ARE BOTH KEYED ON THE LOGON NAME.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY USINB.
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
           COPY MSGREC.
       01 SUB-TIMEOUT-DATA.
           05 SUB-LOGIN-DATE PIC 9(7).
           05 SUB-LOGIN-TIME PIC 9(7).
           05 SUB-TIMEOUT-STATUS PIC X.
               88 SUB-SESSION-EXPIRED VALUE 'Y'.
           05 SUB-TMO-USERNAME PIC X(20).
           05 SUB-TMO-REQUEST PIC X.
       01 MSG-FOR-USER.
           05 EXIT-MSG PIC X(22) VALUE 'TRANSACTION TERMINATED'.
           05 INVALID-KEY-MSG PIC X(11) VALUE 'INVALID KEY'.
           05 ERROR-MSG PIC X(13) VALUE 'ERROR OCCURED'.
           05 INVALID-DATA-MSG PIC X(34) VALUE
              'TYPE A MESSAGE NUMBER AND D'.
           05 BAD-NUMBER-MSG PIC X(30) VALUE
              'MESSAGE NUMBER MUST BE DIGITS'.
           05 DISMISSED-MSG PIC X(21) VALUE 'MESSAGE WAS DISMISSED'.
           05 MSG-NOT-FND-MSG PIC X(17) VALUE 'MESSAGE NOT FOUND'.
           05 NO-MESSAGES-MSG PIC X(20) VALUE 'YOU HAVE NO MESSAGES'.
           05 MORE-MESSAGES-MSG PIC X(36) VALUE
              'MORE WAITING - DISMISS SOME TO SEE'.
           05 NOT-VIA-LOGON-MSG PIC X(30) VALUE
              'YOU MUST LOG IN TO USE THIS'.
           05 SESSION-EXPIRED-MSG PIC X(38) VALUE
              'SESSION EXPIRED - PLEASE LOG IN AGAIN'.
       01 WHAT-MAP-FLAG PIC X.
           88 DATA-ONLY VALUE 'D'.
           88 WHOLE-MAP VALUE 'M'.
      * MESSAGE-NUMBER PARSE - THE TYPED DIGITS MAY SIT ANYWHERE IN
      * THE NINE-CHARACTER FIELD WITH BLANKS OR FILL AROUND THEM
       01 WS-SEL-TEXT PIC X(9).
       01 WS-SEL-CHAR PIC X.
       01 WS-SEL-DIGIT REDEFINES WS-SEL-CHAR PIC 9.
       01 WS-SEL-IX PIC 99.
       01 IF-SEL-VALID PIC X.
           88 SEL-VALID VALUE 'Y'.
       01 PROGRAM-VARIABLES.
           05 WS-SEL-SEQ PIC 9(9).
           05 WS-LIST-ROW PIC 9(2).
           05 WS-LIST-LINE PIC X(60).
           05 WS-SAVED-MSG PIC X(40).
           05 WS-UNREAD-MARK PIC X.
      * THE UNREAD ROWS PUT ON SCREEN - FLIPPED TO READ ONCE THE
      * BROWSE IS OVER, NOT UNDER IT
           05 WS-SHOWN-COUNT PIC 9(2).
           05 WS-SHOWN-SEQ PIC 9(9) OCCURS 8 TIMES.
           05 ITER PIC 9(2).
       LINKAGE SECTION.
       01 DFHCOMMAREA PIC X(37).
       PROCEDURE DIVISION USING DFHCOMMAREA.
       MAIN.
           IF EIBCALEN = 36 THEN
      * FIRST ARRIVAL, XCTL'D FROM USMAINP WITH THE CALLER'S IDENTITY
      * AND LOGIN TIME. EVERYBODY HAS AN INBOX, SO THERE IS NO GRANT
      * TO CHECK - ONLY THE SESSION WINDOW
               MOVE LOW-VALUES TO WS-COMMAREA
               MOVE DFHCOMMAREA(1:36) TO WS-COMMAREA(1:36)
               PERFORM CHECK-SESSION-TIMEOUT-PARA
               IF SUB-SESSION-EXPIRED THEN
                   PERFORM REJECT-SESSION-EXPIRED-PARA
               ELSE
                   MOVE LOW-VALUES TO MAP1O
                   PERFORM LIST-MESSAGES-PARA
                   MOVE 'M' TO WHAT-MAP-FLAG
                   PERFORM SEND-THE-MAP-PARA
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
      * ONLY THE USER'S OWN MESSAGES ROWS ARE TOUCHED HERE - NOTHING
      * THE BATCH WINDOW REWRITES - SO THE INBOX STAYS OPEN THROUGH IT
                       PERFORM HANDLE-ONE-MESSAGE-PARA
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
           RETURN TRANSID('UINB') COMMAREA(DFHCOMMAREA)
           END-EXEC
           GOBACK.
       SEND-THE-MAP-PARA.
           EVALUATE TRUE
           WHEN DATA-ONLY
                EXEC CICS
                SEND MAP('MAP1') MAPSET('USINB')
                FROM(MAP1O)
                DATAONLY
                FREEKB
                NOHANDLE
                END-EXEC
           WHEN WHOLE-MAP
                EXEC CICS
                SEND MAP('MAP1') MAPSET('USINB')
                FROM(MAP1O)
                ERASE
                NOHANDLE
                END-EXEC
           END-EVALUATE
           MOVE SPACE TO MSGO
           EXIT.
       LIST-MESSAGES-PARA.
      * ONE FORWARD BROWSE FROM THE USER'S FIRST KEY - THE ROWS SIT
      * TOGETHER IN ARRIVAL ORDER UNDER THE USERNAME. THE FIRST EIGHT
      * GO ON SCREEN; A NINTH ONLY SAYS THERE IS MORE WAITING
           MOVE 0 TO WS-LIST-ROW
           MOVE 0 TO WS-SHOWN-COUNT
           MOVE COM-USERNAME TO MG-USERNAME
           MOVE 0 TO MG-SEQ
           EXEC CICS
           STARTBR FILE('MESSAGES')
           RIDFLD(MG-KEY)
           RESP(RESPCODE)
           END-EXEC
           IF RESPCODE = DFHRESP(NORMAL) THEN
               PERFORM UNTIL RESPCODE NOT = DFHRESP(NORMAL)
                   OR WS-LIST-ROW > 8
                   EXEC CICS
                   READNEXT FILE('MESSAGES')
                   RIDFLD(MG-KEY)
                   INTO(FS-MESSAGES)
                   RESP(RESPCODE)
                   END-EXEC
                   IF RESPCODE = DFHRESP(NORMAL) THEN
                       IF MG-USERNAME = COM-USERNAME THEN
                           ADD 1 TO WS-LIST-ROW
                           IF WS-LIST-ROW NOT > 8 THEN
                               PERFORM SHOW-ONE-MESSAGE-PARA
                           END-IF
                       ELSE
                           MOVE DFHRESP(ENDFILE) TO RESPCODE
                       END-IF
                   END-IF
               END-PERFORM
               EXEC CICS
               ENDBR FILE('MESSAGES')
               NOHANDLE
               END-EXEC
           END-IF
           EVALUATE TRUE
           WHEN WS-LIST-ROW = 0
               MOVE NO-MESSAGES-MSG TO MSGO
           WHEN WS-LIST-ROW > 8
               MOVE MORE-MESSAGES-MSG TO MSGO
           END-EVALUATE
           PERFORM MARK-ONE-READ-PARA
               VARYING ITER FROM 1 BY 1
               UNTIL ITER > WS-SHOWN-COUNT
           EXIT.
       SHOW-ONE-MESSAGE-PARA.
           IF MG-UNREAD THEN
               MOVE '*' TO WS-UNREAD-MARK
               ADD 1 TO WS-SHOWN-COUNT
               MOVE MG-SEQ TO WS-SHOWN-SEQ(WS-SHOWN-COUNT)
           ELSE
               MOVE SPACE TO WS-UNREAD-MARK
           END-IF
           MOVE SPACES TO WS-LIST-LINE
           STRING WS-UNREAD-MARK ' '
                  MG-SEQ ' '
                  MG-EVENT ' '
                  MG-TASKID ' '
                  MG-TEXT(1:26)
             DELIMITED BY SIZE INTO WS-LIST-LINE
           MOVE WS-LIST-LINE TO POLEO(WS-LIST-ROW)
           EXIT.
       MARK-ONE-READ-PARA.
      * A ROW DISMISSED OR ALREADY FLIPPED IN ANOTHER SESSION IS SIMPLY
      * NOT THERE TO UPDATE - NOTHING TO SAY ABOUT THAT ON SCREEN
           MOVE COM-USERNAME TO MG-USERNAME
           MOVE WS-SHOWN-SEQ(ITER) TO MG-SEQ
           EXEC CICS
           READ FILE('MESSAGES')
           INTO(FS-MESSAGES)
           RIDFLD(MG-KEY)
           UPDATE
           RESP(RESPCODE)
           END-EXEC
           IF RESPCODE = DFHRESP(NORMAL) THEN
               MOVE 'Y' TO MG-READ-FLAG
               EXEC CICS
               REWRITE FILE('MESSAGES')
               FROM(FS-MESSAGES)
               RESP(RESPCODE)
               END-EXEC
           END-IF
           EXIT.
       HANDLE-ONE-MESSAGE-PARA.
           MOVE LOW-VALUES TO MAP1I
           EXEC CICS
           RECEIVE MAP('MAP1') MAPSET('USINB')
           INTO(MAP1I)
           RESP(RESPCODE)
           END-EXEC
           EVALUATE RESPCODE
           WHEN DFHRESP(NORMAL)
               IF SELI = SPACE OR SELI = LOW-VALUES OR
                  SELI = '_________' THEN
      * NOTHING SELECTED - JUST REFRESH THE INBOX
                   MOVE LOW-VALUES TO MAP1O
                   PERFORM LIST-MESSAGES-PARA
               ELSE
                   IF ACTI = 'D' THEN
                       PERFORM DISMISS-MESSAGE-PARA
      * THE VERDICT MESSAGE MUST SURVIVE THE MAP WIPE THE LIST
      * REDRAW STARTS WITH
                       MOVE MSGO TO WS-SAVED-MSG
                       MOVE LOW-VALUES TO MAP1O
                       PERFORM LIST-MESSAGES-PARA
                       MOVE WS-SAVED-MSG TO MSGO
                   ELSE
                       MOVE INVALID-DATA-MSG TO MSGO
                   END-IF
               END-IF
           WHEN DFHRESP(MAPFAIL)
               MOVE LOW-VALUES TO MAP1O
               PERFORM LIST-MESSAGES-PARA
           WHEN OTHER
               MOVE ERROR-MSG TO MSGO
           END-EVALUATE
           MOVE 'D' TO WHAT-MAP-FLAG
           PERFORM SEND-THE-MAP-PARA
           EXIT.
       DISMISS-MESSAGE-PARA.
      * THE KEY IS THE LOGON NAME PLUS THE TYPED NUMBER, SO A NUMBER
      * BELONGING TO SOMEBODY ELSE SIMPLY IS NOT FOUND
           PERFORM PARSE-SEL-PARA
           IF NOT SEL-VALID THEN
               MOVE BAD-NUMBER-MSG TO MSGO
           ELSE
               MOVE COM-USERNAME TO MG-USERNAME
               MOVE WS-SEL-SEQ TO MG-SEQ
               EXEC CICS
               DELETE FILE('MESSAGES')
               RIDFLD(MG-KEY)
               RESP(RESPCODE)
               END-EXEC
               EVALUATE RESPCODE
               WHEN DFHRESP(NORMAL)
                   MOVE DISMISSED-MSG TO MSGO
               WHEN DFHRESP(NOTFND)
                   MOVE MSG-NOT-FND-MSG TO MSGO
               WHEN OTHER
                   MOVE ERROR-MSG TO MSGO
               END-EVALUATE
           END-IF
           EXIT.
       PARSE-SEL-PARA.
      * WALKS THE TYPED CHARACTERS - DIGITS BUILD THE NUMBER, BLANKS
      * AND FILL CHARACTERS ARE SKIPPED, ANYTHING ELSE IS A REJECT
           MOVE 'Y' TO IF-SEL-VALID
           MOVE 0 TO WS-SEL-SEQ
           MOVE SELI TO WS-SEL-TEXT
           INSPECT WS-SEL-TEXT REPLACING ALL '_' BY ' '
           PERFORM PARSE-ONE-SEL-CHAR-PARA
               VARYING WS-SEL-IX FROM 1 BY 1
               UNTIL WS-SEL-IX > 9
           IF WS-SEL-SEQ = 0 THEN
               MOVE 'N' TO IF-SEL-VALID
           END-IF
           EXIT.
       PARSE-ONE-SEL-CHAR-PARA.
           MOVE WS-SEL-TEXT(WS-SEL-IX:1) TO WS-SEL-CHAR
           EVALUATE TRUE
           WHEN WS-SEL-CHAR = SPACE OR WS-SEL-CHAR = LOW-VALUE
               CONTINUE
           WHEN WS-SEL-CHAR NUMERIC
               COMPUTE WS-SEL-SEQ = WS-SEL-SEQ * 10 + WS-SEL-DIGIT
           WHEN OTHER
               MOVE 'N' TO IF-SEL-VALID
           END-EVALUATE
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
       REJECT-SESSION-EXPIRED-PARA.
           EXEC CICS
           SEND TEXT FROM(SESSION-EXPIRED-MSG)
           ERASE
           END-EXEC
           EXEC CICS
           RETURN
           END-EXEC
           EXIT.
