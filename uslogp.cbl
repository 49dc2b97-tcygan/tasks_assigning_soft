           05 SUCCESS-MSG PIC X(42) VALUE 'SUCCESSFULL LOG IN PRESS ENTE
      - 'R TO CONTINUE'.                                                
           05 EXIT-MSG PIC X(22) VALUE 'TRANSACTION TERMINATED'.
           05 ACCOUNT-LOCKED-MSG PIC X(41) VALUE
              'ACCOUNT LOCKED - TOO MANY FAILED ATTEMPTS'.
           05 SESSION-EXPIRED-MSG PIC X(38) VALUE
              'SESSION EXPIRED - PLEASE LOG IN AGAIN'.
           05 PWD-EXPIRED-MSG PIC X(35) VALUE
              'PASSWORD EXPIRED - PF4 TO CHANGE IT'.
       01 SUB-DATA.
           05 SUB-ROLE PIC X.
           05 SUB-LAST-DATE PIC 9(7).
           05 SUB-LAST-TIME PIC 9(7).
           05 SUB-TAKEOVER PIC X.
           05 SUB-OTHER-TERM PIC X(4).
      * THE PREVIOUS SIGNON COMES BACK FROM SUBLOG AND IS SHOWN IN
      * PLACE OF THE PLAIN SUCCESS MESSAGE - A USER WHO KNOWS THEY
      * WERE NOT HERE AT 09:02 IS THE CHEAPEST INTRUSION DETECTOR
      * THE SHOP WILL EVER RUN
       01 LAST-SIGNON-MSG.
           05 LS-CORE.
               10 FILLER PIC X(12) VALUE 'LAST SIGNON '.
               10 LS-DD PIC 9(2).
               10 FILLER PIC X(1) VALUE SPACE.
               10 LS-MON PIC X(3).
               10 FILLER PIC X(1) VALUE SPACE.
               10 LS-HH PIC 9(2).
               10 FILLER PIC X(1) VALUE ':'.
               10 LS-MM PIC 9(2).
           05 FILLER PIC X(14) VALUE ' - PRESS ENTER'.
      * UNREAD INBOX MESSAGES ARE COUNTED AT SIGNON AND THE COUNT RIDES
      * ON THE GREETING, SO NOBODY HAS TO GO LOOKING TO FIND OUT THAT
      * WORK WAS ASSIGNED, REOPENED OR BOUNCED WHILE THEY WERE AWAY
           COPY MSGREC.
       01 WS-UNREAD-COUNT PIC 9(3).
       01 WS-UNREAD-EDIT PIC ZZ9.
       01 WS-UNREAD-LEAD PIC 9.
       01 WS-UNREAD-NOUN PIC X(13).
       01 WS-GREETING PIC X(60).
      * 0CYYDDD/0HHMMSS PULLED APART FOR THE GREETING
       01 WS-LL-DATE PIC 9(7).
       01 WS-LL-PARTS REDEFINES WS-LL-DATE.
           05 SUB-LOGIN-TIME PIC 9(7).
           05 SUB-TIMEOUT-STATUS PIC X.
               88 SUB-SESSION-EXPIRED VALUE 'Y'.
           05 SUB-TMO-USERNAME PIC X(20).
           05 SUB-TMO-REQUEST PIC X.
       01 IF-SUCCESSFULL-RECEIVE PIC X.
           88 SUCCESSFULL-RECEIVE VALUE 'Y'.

                       END-IF
                   ELSE
      * MAIN LOGIC  USER DIDN'T PROVIDE VALID DATA YET                
                       PERFORM RECEIVE-DATA-PARA
                        IF SUCCESSFULL-RECEIVE THEN
                            MOVE 'N' TO SUB-TAKEOVER
                            PERFORM SIGN-ON-PARA
                        ELSE                                           
      * IN RECEIVE-DATA-PARA PROPER MSG IS ASSIGNED TO SCREEN VARIABLES
                          PERFORM SEND-THE-MAP-PARA                    
                   EXEC CICS
                   XCTL PROGRAM('USPWDP') COMMAREA(WS-COMMAREA)
                   END-EXEC
              WHEN DFHPF5
      * SAME SIGNON AGAIN, THIS TIME TAKING OVER THE SESSION SUBLOG
      * FOUND AT ANOTHER TERMINAL - THAT TERMINAL IS SIGNED OFF AT ITS
      * NEXT KEYSTROKE AND THE TAKEOVER GOES ON THE AUDIT JOURNAL
                   IF SUCCESSFULL-LOGIN = 'Y' THEN
                       MOVE INVALID-KEY-MSG TO MSGO
                       MOVE 'D' TO WHAT-MAP-FLAG
                       PERFORM SEND-THE-MAP-PARA
                   ELSE
                       PERFORM RECEIVE-DATA-PARA
                       IF SUCCESSFULL-RECEIVE THEN
                           MOVE 'Y' TO SUB-TAKEOVER
                           PERFORM SIGN-ON-PARA
                       ELSE
                           PERFORM SEND-THE-MAP-PARA
                       END-IF
                   END-IF
              WHEN DFHPF3
      * A SIGNED-ON USER LEAVING FROM THE GREETING SIGNS OFF - THE
      * REGISTRY ROW GOES WITH THE SESSION
                   IF SUCCESSFULL-LOGIN = 'Y' THEN
                       PERFORM END-SESSION-PARA
                   END-IF
                   EXEC CICS
                   SEND TEXT FROM(EXIT-MSG)
                   ERASE
                END-EXEC                                            
           END-EVALUATE                                             
           EXIT.                                                    
       SIGN-ON-PARA.
      * SUBLOG VALIDATES THE TYPED USERNAME AND PASSWORD AND ENTERS THE
      * SESSION ON THE SIGNON REGISTRY. SUB-TAKEOVER IS SET BY THE
      * CALLER - Y ONLY WHEN THE USER PRESSED PF5 TO TAKE OVER A
      * SESSION HELD AT ANOTHER TERMINAL
           EXEC CICS
           LINK PROGRAM('SUBLOG') COMMAREA(SUB-DATA)
           END-EXEC
           EVALUATE SUB-STATUS
           WHEN '00'
               MOVE 'Y' TO SUCCESSFULL-LOGIN
               MOVE SUB-ROLE TO COM-ROLE
               MOVE WS-USERNAME TO COM-USERNAME
               MOVE EIBDATE TO COM-LOGIN-DATE
               MOVE EIBTIME TO COM-LOGIN-TIME
               MOVE DFHBMPRO TO USERA
               MOVE SUCCESS-MSG TO MSGO
      * A RECORDED EARLIER SIGNON REPLACES THE PLAIN SUCCESS LINE -
      * A FIRST-EVER (OR PRE-FIELD) SIGNON HAS NOTHING TO SHOW
               IF SUB-LAST-DATE > 0 THEN
                   PERFORM FORMAT-LAST-SIGNON-PARA
               END-IF
               PERFORM COUNT-UNREAD-PARA
               IF WS-UNREAD-COUNT > 0 THEN
                   PERFORM FORMAT-UNREAD-PARA
               END-IF
           WHEN 'XX'
               MOVE INVALID-DATA-MSG TO MSGO
           WHEN 'LK'
               MOVE ACCOUNT-LOCKED-MSG TO MSGO
           WHEN 'EX'
      * RIGHT PASSWORD, BUT TOO OLD (OR ADMIN-SET) - THE PANEL STAYS
      * SHUT UNTIL THE USER MAKES THE PASSWORD HIS OWN THROUGH THE
      * PF4 CHANGE-PASSWORD SCREEN
               MOVE PWD-EXPIRED-MSG TO MSGO
           WHEN 'AS'
      * RIGHT PASSWORD, BUT THE USERNAME IS IN USE AT ANOTHER TERMINAL -
      * SAY WHERE, AND OFFER PF5 TO TAKE THAT SESSION OVER
               MOVE SPACES TO WS-GREETING
               STRING 'SIGNED ON AT TERMINAL ' SUB-OTHER-TERM
                      ' - PF5 TAKES IT OVER'
                 DELIMITED BY SIZE INTO WS-GREETING
               MOVE WS-GREETING TO MSGO
           WHEN OTHER
               MOVE ERROR-MSG TO MSGO
           END-EVALUATE
           MOVE 'D' TO WHAT-MAP-FLAG
           PERFORM SEND-THE-MAP-PARA
           EXIT.
       CHECK-SESSION-TIMEOUT-PARA.
      * A GOOD LOGON ONLY STAMPS COM-LOGIN-DATE/COM-LOGIN-TIME - IT
      * NEVER GOT RE-CHECKED BEFORE XCTL-ING ON, SO A TERMINAL LEFT
      * SUBTMO DOES THE SAME ELAPSED-TIME CHECK AS MAINMAPP/USSHOWP.
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
               END-IF
           END-IF
           EXIT.
       COUNT-UNREAD-PARA.
      * THE USER'S MESSAGES SIT TOGETHER UNDER THE USERNAME - BROWSE
      * FROM THE FIRST KEY AND COUNT THE UNREAD ONES. THE GREETING HAS
      * ROOM FOR THREE DIGITS, SO THE COUNT STOPS AT 999. A MISSING OR
      * CLOSED MESSAGES FILE JUST MEANS NOTHING TO ANNOUNCE
           MOVE 0 TO WS-UNREAD-COUNT
           MOVE WS-USERNAME TO MG-USERNAME
           MOVE 0 TO MG-SEQ
           EXEC CICS
           STARTBR FILE('MESSAGES')
           RIDFLD(MG-KEY)
           RESP(RESPCODE)
           END-EXEC
           IF RESPCODE = DFHRESP(NORMAL) THEN
               PERFORM UNTIL RESPCODE NOT = DFHRESP(NORMAL)
                   OR WS-UNREAD-COUNT = 999
                   EXEC CICS
                   READNEXT FILE('MESSAGES')
                   RIDFLD(MG-KEY)
                   INTO(FS-MESSAGES)
                   RESP(RESPCODE)
                   END-EXEC
                   IF RESPCODE = DFHRESP(NORMAL) THEN
                       IF MG-USERNAME = WS-USERNAME THEN
                           IF MG-UNREAD THEN
                               ADD 1 TO WS-UNREAD-COUNT
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
           EXIT.
       FORMAT-UNREAD-PARA.
      * 'LAST SIGNON 14 AUG 09:02 - 3 NEW MESSAGES - PRESS ENTER', OR
      * THE PLAIN SUCCESS WORDING IN FRONT OF THE COUNT WHEN THERE IS
      * NO EARLIER SIGNON TO SHOW. THE COUNT LOSES ITS LEADING BLANKS
           MOVE WS-UNREAD-COUNT TO WS-UNREAD-EDIT
           MOVE 0 TO WS-UNREAD-LEAD
           INSPECT WS-UNREAD-EDIT TALLYING WS-UNREAD-LEAD
               FOR LEADING SPACE
           IF WS-UNREAD-COUNT = 1 THEN
               MOVE ' NEW MESSAGE ' TO WS-UNREAD-NOUN
           ELSE
               MOVE ' NEW MESSAGES' TO WS-UNREAD-NOUN
           END-IF
           MOVE SPACES TO WS-GREETING
           IF SUB-LAST-DATE > 0 THEN
               STRING LS-CORE ' - '
                      WS-UNREAD-EDIT(WS-UNREAD-LEAD + 1:)
                      WS-UNREAD-NOUN
                      ' - PRESS ENTER'
                 DELIMITED BY SIZE INTO WS-GREETING
           ELSE
               STRING 'SUCCESSFULL LOG IN - '
                      WS-UNREAD-EDIT(WS-UNREAD-LEAD + 1:)
                      WS-UNREAD-NOUN
                      ' - PRESS ENTER'
                 DELIMITED BY SIZE INTO WS-GREETING
           END-IF
           MOVE WS-GREETING TO MSGO
           EXIT.
