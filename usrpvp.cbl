       IDENTIFICATION DIVISION.
       PROGRAM-ID. USRPVP.
      * ONLINE VIEWER FOR THE STORED BATCH REPORTS. EVERY REPORT JOB
      * STILL PRINTS, AND THROUGH SUBRPS IT ALSO KEEPS EACH PRINTED
      * LINE ON THE RPTSTORE FILE UNDER ITS JOB NAME, RUN DATE AND
      * TIME - THIS SCREEN READS THEM BACK SO THE SHIFT LEAD DOES NOT
      * NEED THE PRINTOUT OR THE SPOOL.
      * MAINMAPP XCTL'S HERE THROUGH ITS PF15 DOOR, GATED BY THE
      * RPTVIEW FUNCTION. THE SCREEN OPENS ON THE LIST OF STORED RUNS,
      * SIXTEEN AT A TIME IN JOB NAME AND DATE ORDER, EACH WITH ITS
      * LINE COUNT AND WHETHER THE JOB FINISHED ITS REPORT. A TYPED
      * JOB NAME AND/OR FROM DATE NARROWS THE LIST, PF6 SHOWS THE NEXT
      * SIXTEEN RUNS AND PF5 GOES BACK TO THE FIRST. A TYPED ROW
      * NUMBER OPENS THAT RUN'S REPORT, WHICH PF6/PF5 PAGE THROUGH
      * SIXTEEN LINES AT A TIME; ENTER GOES BACK TO THE RUN LIST.
      * READ-ONLY - NOTHING HERE UPDATES A FILE, SO THE BATCH WINDOW
      * DOES NOT SHUT IT.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY USRPV.
           COPY DFHAID.
       01 WS-COMMAREA.
           05 COM-USERNAME PIC X(20).
           05 COM-ROLE PIC X.
               88 COM-ROLE-ADMIN VALUE 'A'.
           05 SUCCESSFULL-LOGIN PIC X.
           05 COM-LOGIN-DATE PIC 9(7).
           05 COM-LOGIN-TIME PIC 9(7).
      * WHICH HALF OF THE SCREEN IS UP - THE RUN LIST OR ONE REPORT
           05 COM-MODE PIC X.
               88 COM-LISTING VALUE 'L'.
               88 COM-READING VALUE 'R'.
           05 COM-FILTER-JOB PIC X(8).
           05 COM-FILTER-DATE PIC 9(8).
      * FIRST RUN ON THE LIST PAGE NOW SHOWING, AND THE ONE AFTER ITS
      * LAST (HIGH-VALUES WHEN NOTHING FOLLOWS)
           05 COM-LIST-START-KEY PIC X(22).
           05 COM-LIST-NEXT-KEY PIC X(22).
      * THE RUN BEING READ, AND WHERE ON IT THE PAGE STARTS
           05 COM-RUN-KEY PIC X(22).
           05 COM-RUN-LINES PIC 9(7).
           05 COM-RUN-STATUS PIC X.
               88 COM-RUN-COMPLETE VALUE 'C'.
           05 COM-TOP-LINE PIC 9(7).
           05 COM-PAGE-LINES PIC 9(2).
       01 RESPCODE PIC S9(8) COMP.
           COPY RPTSREC.
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
       01 MSG-FOR-USER.
           05 EXIT-MSG PIC X(22) VALUE 'TRANSACTION TERMINATED'.
           05 INVALID-KEY-MSG PIC X(11) VALUE 'INVALID KEY'.
           05 ERROR-MSG PIC X(13) VALUE 'ERROR OCCURED'.
           05 NO-RUNS-MSG PIC X(26) VALUE
              'NO STORED REPORTS TO SHOW'.
           05 NO-MORE-RUNS-MSG PIC X(20) VALUE
              'NO MORE RUNS TO SHOW'.
           05 BAD-DATE-MSG PIC X(30) VALUE
              'FROM DATE MUST BE YYYYMMDD'.
           05 NO-SUCH-ROW-MSG PIC X(34) VALUE
              'NO RUN ON THAT ROW OF THE LIST'.
           05 END-OF-REPORT-MSG PIC X(14) VALUE 'END OF REPORT'.
           05 TOP-OF-REPORT-MSG PIC X(14) VALUE 'TOP OF REPORT'.
           05 NOT-VIA-LOGON-MSG PIC X(30) VALUE
              'YOU MUST LOG IN TO USE THIS'.
           05 NOT-ADMIN-MSG PIC X(32) VALUE
              'YOU MAY NOT VIEW STORED REPORTS'.
           05 SESSION-EXPIRED-MSG PIC X(38) VALUE
              'SESSION EXPIRED - PLEASE LOG IN AGAIN'.
       01 WHAT-MAP-FLAG PIC X.
           88 DATA-ONLY VALUE 'D'.
           88 WHOLE-MAP VALUE 'M'.
       01 IF-LIST-DONE PIC X.
           88 LIST-DONE VALUE 'Y'.
       01 IF-SCAN-DONE PIC X.
           88 SCAN-DONE VALUE 'Y'.
       01 IF-RUN-FOUND PIC X.
           88 RUN-FOUND VALUE 'Y'.
       01 IF-RUN-CHOSEN PIC X.
           88 RUN-CHOSEN VALUE 'Y'.
       01 WS-LIST-HEADING PIC X(79) VALUE
          'NO JOB       RUN DATE  TIME    STATUS        LINES'.
       01 WS-RUN-PARTS.
           05 RP-JOBNAME PIC X(8).
           05 RP-RUN-DATE PIC 9(8).
           05 RP-RUN-TIME PIC 9(6).
       01 PROGRAM-VARIABLES.
           05 WS-PENDING-MSG PIC X(40).
           05 WS-LIST-ROW PIC 9(2).
           05 WS-LIST-LINE PIC X(79).
           05 WS-ROW-EDIT PIC Z9.
           05 WS-COUNT-EDIT PIC Z(6)9.
           05 WS-COUNT-TEXT PIC X(7).
           05 WS-FIRST-EDIT PIC Z(6)9.
           05 WS-LAST-EDIT PIC Z(6)9.
           05 WS-LAST-LINE PIC 9(7).
           05 WS-RUN-STATE PIC X(10).
           05 WS-JOB-TEXT PIC X(8).
           05 WS-DATE-TEXT PIC X(8).
           05 WS-DATE-DIGITS REDEFINES WS-DATE-TEXT PIC 9(8).
           05 WS-SEL-TEXT PIC X(2).
           05 WS-SEL-DIGITS REDEFINES WS-SEL-TEXT PIC 9(2).
           05 WS-SEL-NUM PIC 9(2).
       LINKAGE SECTION.
       01 DFHCOMMAREA PIC X(136).
       PROCEDURE DIVISION USING DFHCOMMAREA.
       MAIN.
           MOVE SPACES TO WS-PENDING-MSG
           MOVE 'D' TO WHAT-MAP-FLAG
           IF EIBCALEN = 36 THEN
      * FIRST ARRIVAL, XCTL'D FROM MAINMAPP WITH THE CALLER'S IDENTITY
      * AND LOGIN TIME. ONLY A HOLDER OF THE RPTVIEW FUNCTION MAY
      * LOOK, AND ONLY WITHIN THE SESSION-TIMEOUT WINDOW
               MOVE LOW-VALUES TO WS-COMMAREA
               MOVE DFHCOMMAREA(1:36) TO WS-COMMAREA(1:36)
               MOVE 'RPTVIEW' TO PRM-FUNCTION
               PERFORM CHECK-FUNCTION-AUTH-PARA
               IF PRM-ALLOWED THEN
                   PERFORM CHECK-SESSION-TIMEOUT-PARA
                   IF SUB-SESSION-EXPIRED THEN
                       PERFORM REJECT-SESSION-EXPIRED-PARA
                   ELSE
                       MOVE SPACES TO COM-FILTER-JOB
                       MOVE 0 TO COM-FILTER-DATE
                       PERFORM SET-LIST-START-PARA
                       MOVE 'M' TO WHAT-MAP-FLAG
                       PERFORM SHOW-LIST-PARA
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
                  WHEN DFHENTER PERFORM PROCESS-ENTER-PARA
                  WHEN DFHPF6 PERFORM PAGE-FORWARD-PARA
                  WHEN DFHPF5 PERFORM PAGE-BACK-PARA
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
                     PERFORM SEND-THE-MAP-PARA
                  END-EVALUATE
                  END-IF
               END-IF
           END-IF
           MOVE WS-COMMAREA TO DFHCOMMAREA
           EXEC CICS
           RETURN TRANSID('URPV') COMMAREA(DFHCOMMAREA)
           END-EXEC
           GOBACK.
       SEND-THE-MAP-PARA.
           EVALUATE TRUE
           WHEN DATA-ONLY
                EXEC CICS
                SEND MAP('MAP1') MAPSET('USRPV')
                FROM(MAP1O)
                DATAONLY
                FREEKB
                NOHANDLE
                END-EXEC
           WHEN WHOLE-MAP
                EXEC CICS
                SEND MAP('MAP1') MAPSET('USRPV')
                FROM(MAP1O)
                ERASE
                NOHANDLE
                END-EXEC
           END-EVALUATE
           MOVE SPACE TO MSGO
           EXIT.
       PROCESS-ENTER-PARA.
      * ON THE RUN LIST, A ROW NUMBER OPENS THAT RUN AND OTHERWISE THE
      * JOB NAME AND FROM DATE ARE TAKEN AS THE NEW SELECTION. ON A
      * REPORT, ENTER GOES BACK TO THE LIST PAGE IT WAS OPENED FROM
           MOVE LOW-VALUES TO MAP1I
           EXEC CICS
           RECEIVE MAP('MAP1') MAPSET('USRPV')
           INTO(MAP1I)
           RESP(RESPCODE)
           END-EXEC
           EVALUATE RESPCODE
           WHEN DFHRESP(NORMAL)
               IF COM-READING THEN
                   PERFORM SHOW-LIST-PARA
               ELSE
                   PERFORM CLEAN-SEL-PARA
                   EVALUATE TRUE
                   WHEN WS-SEL-NUM = 0
                       PERFORM TAKE-FILTER-PARA
                   WHEN WS-SEL-NUM > 16
                       MOVE NO-SUCH-ROW-MSG TO WS-PENDING-MSG
                       PERFORM SHOW-LIST-PARA
                   WHEN OTHER
                       PERFORM OPEN-SELECTED-RUN-PARA
                   END-EVALUATE
               END-IF
           WHEN DFHRESP(MAPFAIL)
      * NOTHING TYPED AT ALL - REDRAW THE LIST PAGE
               PERFORM SHOW-LIST-PARA
           WHEN OTHER
               MOVE ERROR-MSG TO MSGO
               PERFORM SEND-THE-MAP-PARA
           END-EVALUATE
           EXIT.
       CLEAN-SEL-PARA.
      * ONE OR TWO DIGITS, EITHER SIDE OF THE FIELD. NOTHING TYPED IS
      * ZERO; ANYTHING THAT IS NOT A ROW NUMBER IS 99, WHICH NO LIST
      * ROW CARRIES
           MOVE 0 TO WS-SEL-NUM
           MOVE SELI TO WS-SEL-TEXT
           INSPECT WS-SEL-TEXT REPLACING ALL '_' BY SPACE
           INSPECT WS-SEL-TEXT REPLACING ALL LOW-VALUE BY SPACE
           IF WS-SEL-TEXT NOT = SPACES THEN
               IF WS-SEL-TEXT(2:1) = SPACE THEN
                   MOVE WS-SEL-TEXT(1:1) TO WS-SEL-TEXT(2:1)
                   MOVE '0' TO WS-SEL-TEXT(1:1)
               END-IF
               IF WS-SEL-TEXT(1:1) = SPACE THEN
                   MOVE '0' TO WS-SEL-TEXT(1:1)
               END-IF
               IF WS-SEL-TEXT NUMERIC AND WS-SEL-DIGITS > 0 THEN
                   MOVE WS-SEL-DIGITS TO WS-SEL-NUM
               ELSE
                   MOVE 99 TO WS-SEL-NUM
               END-IF
           END-IF
           EXIT.
       TAKE-FILTER-PARA.
      * A BLANK JOB NAME LISTS EVERY JOB; A BLANK FROM DATE LISTS
      * EVERY RUN STILL HELD
           MOVE JOBI TO WS-JOB-TEXT
           INSPECT WS-JOB-TEXT REPLACING ALL '_' BY SPACE
           INSPECT WS-JOB-TEXT REPLACING ALL LOW-VALUE BY SPACE
           MOVE FROMDI TO WS-DATE-TEXT
           INSPECT WS-DATE-TEXT REPLACING ALL '_' BY SPACE
           INSPECT WS-DATE-TEXT REPLACING ALL LOW-VALUE BY SPACE
           IF WS-DATE-TEXT NOT = SPACES AND
              WS-DATE-TEXT NOT NUMERIC THEN
               MOVE BAD-DATE-MSG TO WS-PENDING-MSG
           ELSE
               MOVE WS-JOB-TEXT TO COM-FILTER-JOB
               IF WS-DATE-TEXT = SPACES THEN
                   MOVE 0 TO COM-FILTER-DATE
               ELSE
                   MOVE WS-DATE-DIGITS TO COM-FILTER-DATE
               END-IF
               PERFORM SET-LIST-START-PARA
           END-IF
           PERFORM SHOW-LIST-PARA
           EXIT.
       SET-LIST-START-PARA.
      * THE STORE IS KEYED JOB, DATE, TIME, LINE - A NAMED JOB STARTS
      * THE LIST AT ITS FIRST RUN ON OR AFTER THE FROM DATE, AND NO
      * JOB AT ALL STARTS IT AT THE TOP OF THE FILE
           MOVE LOW-VALUES TO RS-RUN-KEY
           IF COM-FILTER-JOB NOT = SPACES THEN
               MOVE COM-FILTER-JOB TO RS-JOBNAME
               MOVE COM-FILTER-DATE TO RS-RUN-DATE
               MOVE 0 TO RS-RUN-TIME
           END-IF
           MOVE RS-RUN-KEY TO COM-LIST-START-KEY
           EXIT.
       SHOW-LIST-PARA.
      * ONE FORWARD BROWSE FROM THE PAGE'S FIRST RUN, PICKING UP EACH
      * RUN'S HEADER ROW AND JUMPING OVER ITS LINES. THE SEVENTEENTH
      * RUN FOUND IS WHERE PF6 WILL START THE NEXT PAGE
           MOVE 'L' TO COM-MODE
           MOVE LOW-VALUES TO MAP1O
           MOVE COM-FILTER-JOB TO JOBO
           IF COM-FILTER-DATE > 0 THEN
               MOVE COM-FILTER-DATE TO FROMDO
           END-IF
           MOVE WS-LIST-HEADING TO HDRO
           MOVE 0 TO WS-LIST-ROW
           MOVE HIGH-VALUES TO COM-LIST-NEXT-KEY
           MOVE COM-LIST-START-KEY TO RS-RUN-KEY
           MOVE 0 TO RS-LINE-NO
           EXEC CICS
           STARTBR FILE('RPTSTORE')
           RIDFLD(RS-KEY)
           GTEQ
           RESP(RESPCODE)
           END-EXEC
           IF RESPCODE = DFHRESP(NORMAL) THEN
               MOVE 'N' TO IF-LIST-DONE
               PERFORM UNTIL LIST-DONE
                   PERFORM FIND-NEXT-RUN-PARA
                   IF RUN-FOUND THEN
                       IF WS-LIST-ROW < 16 THEN
                           ADD 1 TO WS-LIST-ROW
                           PERFORM FORMAT-RUN-LINE-PARA
                           MOVE WS-LIST-LINE TO POLEO(WS-LIST-ROW)
                           PERFORM SKIP-PAST-RUN-PARA
                       ELSE
                           MOVE RS-RUN-KEY TO COM-LIST-NEXT-KEY
                           MOVE 'Y' TO IF-LIST-DONE
                       END-IF
                   ELSE
                       MOVE 'Y' TO IF-LIST-DONE
                   END-IF
               END-PERFORM
               EXEC CICS
               ENDBR FILE('RPTSTORE')
               NOHANDLE
               END-EXEC
           END-IF
           IF WS-LIST-ROW = 0 AND WS-PENDING-MSG = SPACES THEN
               MOVE NO-RUNS-MSG TO WS-PENDING-MSG
           END-IF
           MOVE WS-PENDING-MSG TO MSGO
           PERFORM SEND-THE-MAP-PARA
           EXIT.
       FIND-NEXT-RUN-PARA.
      * READS ON TO THE NEXT RUN HEADER (LINE ZERO) THAT PASSES THE
      * SELECTION. A NAMED JOB ENDS THE SCAN AS SOON AS THE BROWSE
      * MOVES PAST IT; A RUN BEFORE THE FROM DATE IS JUMPED OVER
           MOVE 'N' TO IF-RUN-FOUND
           MOVE 'N' TO IF-SCAN-DONE
           PERFORM UNTIL SCAN-DONE
               EXEC CICS
               READNEXT FILE('RPTSTORE')
               RIDFLD(RS-KEY)
               INTO(FS-RPTSTORE)
               RESP(RESPCODE)
               END-EXEC
               IF RESPCODE NOT = DFHRESP(NORMAL) THEN
                   MOVE 'Y' TO IF-SCAN-DONE
               ELSE
                   IF COM-FILTER-JOB NOT = SPACES AND
                      RS-JOBNAME NOT = COM-FILTER-JOB THEN
                       MOVE 'Y' TO IF-SCAN-DONE
                   ELSE
                       IF RS-LINE-NO = 0 AND
                          RS-RUN-DATE NOT < COM-FILTER-DATE THEN
                           MOVE 'Y' TO IF-RUN-FOUND
                           MOVE 'Y' TO IF-SCAN-DONE
                       ELSE
                           PERFORM SKIP-PAST-RUN-PARA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           EXIT.
       SKIP-PAST-RUN-PARA.
      * REPOSITIONS THE BROWSE BEYOND THE HIGHEST LINE NUMBER THE RUN
      * COULD CARRY, SO THE NEXT READNEXT LANDS ON THE FOLLOWING RUN
      * WITHOUT READING THROUGH THIS ONE'S LINES
           MOVE 9999999 TO RS-LINE-NO
           EXEC CICS
           RESETBR FILE('RPTSTORE')
           RIDFLD(RS-KEY)
           GTEQ
           RESP(RESPCODE)
           END-EXEC
           EXIT.
       FORMAT-RUN-LINE-PARA.
           MOVE WS-LIST-ROW TO WS-ROW-EDIT
           MOVE RS-LINE-COUNT TO WS-COUNT-EDIT
           IF RS-RUN-COMPLETE THEN
               MOVE 'COMPLETE' TO WS-RUN-STATE
               MOVE WS-COUNT-EDIT TO WS-COUNT-TEXT
           ELSE
               MOVE 'INCOMPLETE' TO WS-RUN-STATE
               MOVE SPACES TO WS-COUNT-TEXT
           END-IF
           MOVE SPACES TO WS-LIST-LINE
           STRING WS-ROW-EDIT ' ' RS-JOBNAME '  ' RS-RUN-DATE '  '
                  RS-RUN-TIME '  ' WS-RUN-STATE '  ' WS-COUNT-TEXT
             DELIMITED BY SIZE INTO WS-LIST-LINE
           EXIT.
       OPEN-SELECTED-RUN-PARA.
      * WALKS THE LIST PAGE AGAIN FROM ITS FIRST RUN TO THE ROW ASKED
      * FOR - THE PAGE'S RUN KEYS ARE NOT CARRIED BETWEEN SCREENS
           MOVE 'N' TO IF-RUN-CHOSEN
           MOVE 0 TO WS-LIST-ROW
           MOVE COM-LIST-START-KEY TO RS-RUN-KEY
           MOVE 0 TO RS-LINE-NO
           EXEC CICS
           STARTBR FILE('RPTSTORE')
           RIDFLD(RS-KEY)
           GTEQ
           RESP(RESPCODE)
           END-EXEC
           IF RESPCODE = DFHRESP(NORMAL) THEN
               MOVE 'N' TO IF-LIST-DONE
               PERFORM UNTIL LIST-DONE
                   PERFORM FIND-NEXT-RUN-PARA
                   IF RUN-FOUND THEN
                       ADD 1 TO WS-LIST-ROW
                       IF WS-LIST-ROW = WS-SEL-NUM THEN
                           MOVE RS-RUN-KEY TO COM-RUN-KEY
                           MOVE RS-LINE-COUNT TO COM-RUN-LINES
                           MOVE RS-RUN-STATUS TO COM-RUN-STATUS
                           MOVE 'Y' TO IF-RUN-CHOSEN
                           MOVE 'Y' TO IF-LIST-DONE
                       ELSE
                           PERFORM SKIP-PAST-RUN-PARA
                       END-IF
                   ELSE
                       MOVE 'Y' TO IF-LIST-DONE
                   END-IF
               END-PERFORM
               EXEC CICS
               ENDBR FILE('RPTSTORE')
               NOHANDLE
               END-EXEC
           END-IF
           IF RUN-CHOSEN THEN
               MOVE 1 TO COM-TOP-LINE
               PERFORM SHOW-PAGE-PARA
           ELSE
               MOVE NO-SUCH-ROW-MSG TO WS-PENDING-MSG
               PERFORM SHOW-LIST-PARA
           END-IF
           EXIT.
       SHOW-PAGE-PARA.
      * SIXTEEN PRINTED LINES FROM COM-TOP-LINE, STOPPING AT THE END
      * OF THE RUN. THE SCREEN LINE IS ONE SHORT OF THE PRINT LINE -
      * THE REPORTS KEEP THE LAST COLUMN CLEAR
           MOVE 'R' TO COM-MODE
           MOVE LOW-VALUES TO MAP1O
           MOVE COM-FILTER-JOB TO JOBO
           IF COM-FILTER-DATE > 0 THEN
               MOVE COM-FILTER-DATE TO FROMDO
           END-IF
           MOVE 0 TO COM-PAGE-LINES
           MOVE COM-RUN-KEY TO RS-RUN-KEY
           MOVE COM-TOP-LINE TO RS-LINE-NO
           EXEC CICS
           STARTBR FILE('RPTSTORE')
           RIDFLD(RS-KEY)
           GTEQ
           RESP(RESPCODE)
           END-EXEC
           IF RESPCODE = DFHRESP(NORMAL) THEN
               MOVE 'N' TO IF-LIST-DONE
               PERFORM UNTIL LIST-DONE OR COM-PAGE-LINES NOT < 16
                   EXEC CICS
                   READNEXT FILE('RPTSTORE')
                   RIDFLD(RS-KEY)
                   INTO(FS-RPTSTORE)
                   RESP(RESPCODE)
                   END-EXEC
                   IF RESPCODE = DFHRESP(NORMAL) AND
                      RS-RUN-KEY = COM-RUN-KEY THEN
                       ADD 1 TO COM-PAGE-LINES
                       MOVE RS-TEXT(1:79) TO POLEO(COM-PAGE-LINES)
                   ELSE
                       MOVE 'Y' TO IF-LIST-DONE
                   END-IF
               END-PERFORM
               EXEC CICS
               ENDBR FILE('RPTSTORE')
               NOHANDLE
               END-EXEC
           END-IF
           PERFORM FORMAT-PAGE-HEADER-PARA
           MOVE WS-PENDING-MSG TO MSGO
           PERFORM SEND-THE-MAP-PARA
           EXIT.
       FORMAT-PAGE-HEADER-PARA.
      * A RUN THAT NEVER CLOSED ITS REPORT HAS NO TRUE LINE COUNT, SO
      * IT SHOWS WHICH LINES ARE ON SCREEN BUT NOT OF HOW MANY
           MOVE COM-RUN-KEY TO WS-RUN-PARTS
           MOVE COM-TOP-LINE TO WS-FIRST-EDIT
           IF COM-PAGE-LINES > 0 THEN
               COMPUTE WS-LAST-LINE = COM-TOP-LINE + COM-PAGE-LINES - 1
           ELSE
               MOVE COM-TOP-LINE TO WS-LAST-LINE
           END-IF
           MOVE WS-LAST-LINE TO WS-LAST-EDIT
           MOVE COM-RUN-LINES TO WS-COUNT-EDIT
           MOVE SPACES TO HDRO
           IF COM-RUN-COMPLETE THEN
               STRING RP-JOBNAME ' ' RP-RUN-DATE ' ' RP-RUN-TIME
                      '  COMPLETE    LINES ' WS-FIRST-EDIT ' -'
                      WS-LAST-EDIT ' OF' WS-COUNT-EDIT
                 DELIMITED BY SIZE INTO HDRO
           ELSE
               STRING RP-JOBNAME ' ' RP-RUN-DATE ' ' RP-RUN-TIME
                      '  INCOMPLETE  LINES ' WS-FIRST-EDIT ' -'
                      WS-LAST-EDIT
                 DELIMITED BY SIZE INTO HDRO
           END-IF
           EXIT.
       PAGE-FORWARD-PARA.
      * ON A REPORT, THE NEXT SIXTEEN LINES IF THERE ARE ANY - THE
      * FIRST LINE OF THE NEXT PAGE IS LOOKED FOR BEFORE MOVING. ON
      * THE RUN LIST, THE NEXT SIXTEEN RUNS
           IF COM-READING THEN
               MOVE COM-RUN-KEY TO RS-RUN-KEY
               COMPUTE RS-LINE-NO = COM-TOP-LINE + 16
               EXEC CICS
               READ FILE('RPTSTORE')
               INTO(FS-RPTSTORE)
               RIDFLD(RS-KEY)
               RESP(RESPCODE)
               END-EXEC
               IF RESPCODE = DFHRESP(NORMAL) THEN
                   ADD 16 TO COM-TOP-LINE
               ELSE
                   MOVE END-OF-REPORT-MSG TO WS-PENDING-MSG
               END-IF
               PERFORM SHOW-PAGE-PARA
           ELSE
               IF COM-LIST-NEXT-KEY = HIGH-VALUES THEN
                   MOVE NO-MORE-RUNS-MSG TO WS-PENDING-MSG
               ELSE
                   MOVE COM-LIST-NEXT-KEY TO COM-LIST-START-KEY
               END-IF
               PERFORM SHOW-LIST-PARA
           END-IF
           EXIT.
       PAGE-BACK-PARA.
      * ON A REPORT, THE SIXTEEN LINES BEFORE. THE RUN LIST ONLY
      * PAGES FORWARD - PF5 ON IT GOES BACK TO THE FIRST PAGE OF THE
      * CURRENT SELECTION
           IF COM-READING THEN
               IF COM-TOP-LINE NOT > 1 THEN
                   MOVE TOP-OF-REPORT-MSG TO WS-PENDING-MSG
               ELSE
                   IF COM-TOP-LINE > 16 THEN
                       SUBTRACT 16 FROM COM-TOP-LINE
                   ELSE
                       MOVE 1 TO COM-TOP-LINE
                   END-IF
               END-IF
               PERFORM SHOW-PAGE-PARA
           ELSE
               PERFORM SET-LIST-START-PARA
               PERFORM SHOW-LIST-PARA
           END-IF
           EXIT.
       CHECK-FUNCTION-AUTH-PARA.
      * FINE-GRAINED ENTITLEMENT CHECK VIA SUBPRM - THE CALLER NAMES
      * THE FUNCTION IN PRM-FUNCTION FIRST. THE 'A' ROLE IS ONLY A
      * MIGRATION DEFAULT FOR USERS WITH NO SPLIT GRANTS ON THE PERMS
      * FILE YET - SEE SUBPRM FOR THE FULL RULE
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
