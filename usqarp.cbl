       IDENTIFICATION DIVISION.
       PROGRAM-ID. USQARP.
      * QA REVIEW OF SAMPLED WORK. THE WEEKLY TASKQAS0 JOB PUTS A SHARE
      * OF EACH USER'S CLOSED TASKS, AND EVERY TASK THAT HAD TO BE
      * REWORKED, ON THE QAREVIEW FILE AS PENDING SAMPLES. HERE A
      * REVIEWER HOLDING THE QAREVIEW GRANT SEES THE PENDING SAMPLES,
      * TYPES A TASKID, P (PASS) OR F (FAIL), A SCORE OF 0-100 AND A
      * COMMENT, AND ENTER RECORDS THE VERDICT ON THE SAMPLE ROW WITH
      * AN AUDIT ROW NAMING THE REVIEWER. A FAIL NEEDS THE COMMENT -
      * IT IS THE REASON THE WORK GOES BACK - AND HANDS STRAIGHT OVER
      * TO USREOPP, WHICH PULLS THE TASK BACK OFF HISTORY ONTO THE
      * OWNER'S PANEL THE SAME WAY A TYPED REOPEN DOES. NOBODY MAY
      * REVIEW THEIR OWN WORK, SO THE REVIEWER'S OWN SAMPLES ARE LEFT
      * OFF THEIR LIST AND REFUSED IF TYPED. TASKQAR0 REPORTS THE
      * VERDICTS MONTHLY.
      * MAINMAPP XCTL'S HERE THROUGH ITS ENTITLEMENT-GATED PF13 DOOR.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY USQAR.
           COPY DFHAID.
       01 WS-COMMAREA.
           05 COM-USERNAME PIC X(20).
           05 COM-ROLE PIC X.
               88 COM-ROLE-ADMIN VALUE 'A'.
           05 SUCCESSFULL-LOGIN PIC X.
           05 COM-LOGIN-DATE PIC 9(7).
           05 COM-LOGIN-TIME PIC 9(7).
           05 WS-INIT-FLAG PIC X VALUE 'X'.
      * WHAT USREOPP TAKES ON A FAILED SAMPLE - THE REVIEWER'S IDENTITY
      * AND LOGIN TIME, THEN THE TASK AND THE REASON TO REOPEN IT WITH
       01 WS-QA-HANDOFF.
           05 QH-IDENTITY PIC X(36).
           05 QH-TASKID PIC X(10).
           05 QH-REASON PIC X(40).
       01 RESPCODE PIC S9(8) COMP.
           COPY QAREC.
           COPY AUDITREC.
           COPY CTLREC.
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
           05 INVALID-VERD-MSG PIC X(30) VALUE
              'TYPE A TASKID AND P OR F'.
           05 INVALID-SCORE-MSG PIC X(30) VALUE
              'SCORE MUST BE 0 TO 100'.
           05 NEED-COMMENT-MSG PIC X(30) VALUE
              'A FAIL NEEDS A COMMENT'.
           05 NOT-SAMPLED-MSG PIC X(30) VALUE
              'NO PENDING SAMPLE FOR TASK'.
           05 OWN-WORK-MSG PIC X(32) VALUE
              'YOU CANNOT REVIEW YOUR OWN WORK'.
           05 PASSED-MSG PIC X(20) VALUE 'PASS WAS RECORDED'.
           05 NO-SAMPLES-MSG PIC X(30) VALUE
              'NO SAMPLES AWAIT REVIEW'.
           05 NOT-VIA-LOGON-MSG PIC X(30) VALUE
              'YOU MUST LOG IN TO USE THIS'.
           05 NOT-ADMIN-MSG PIC X(34) VALUE
              'YOU MAY NOT RECORD QA VERDICTS'.
           05 SESSION-EXPIRED-MSG PIC X(38) VALUE
              'SESSION EXPIRED - PLEASE LOG IN AGAIN'.
       01 WHAT-MAP-FLAG PIC X.
           88 DATA-ONLY VALUE 'D'.
           88 WHOLE-MAP VALUE 'M'.
       01 IF-QUIESCED PIC X.
           88 QUIESCED VALUE 'Y'.
       01 QUIESCE-MSG PIC X(24) VALUE
          'BATCH WINDOW IN PROGRESS'.
       01 PROGRAM-VARIABLES.
           05 WS-TASKID PIC X(10).
           05 WS-VERDICT PIC X(1).
           05 WS-COMMENT PIC X(40).
           05 WS-LIST-ROW PIC 9(2).
           05 WS-LIST-LINE PIC X(60).
           05 WS-SAVED-MSG PIC X(40).
           05 WS-FOUND-KEY PIC X(17).
      * THE SCORE AS TYPED, ONE DIGIT AT A TIME
       01 WS-SCORE-IN PIC X(3).
       01 WS-SCORE-CHARS REDEFINES WS-SCORE-IN.
           05 WS-SCORE-CH PIC X OCCURS 3 TIMES.
       01 WS-SCORE-IX PIC 9(1).
       01 WS-SCORE-DIGIT PIC 9(1).
       01 WS-SCORE PIC 9(3).
       01 WS-SCORE-DIGITS PIC 9(1).
       01 IF-SCORE-BAD PIC X.
           88 SCORE-BAD VALUE 'Y'.
       01 IF-SAMPLE-FOUND PIC X.
           88 SAMPLE-FOUND VALUE 'Y'.
       LINKAGE SECTION.
       01 DFHCOMMAREA PIC X(37).
       PROCEDURE DIVISION USING DFHCOMMAREA.
       MAIN.
           IF EIBCALEN = 36 THEN
      * FIRST ARRIVAL, XCTL'D FROM MAINMAPP WITH THE CALLER'S IDENTITY
      * AND LOGIN TIME. ONLY A HOLDER OF THE QAREVIEW GRANT MAY
      * REVIEW, AND ONLY WITHIN THE SESSION-TIMEOUT WINDOW
               MOVE LOW-VALUES TO WS-COMMAREA
               MOVE DFHCOMMAREA(1:36) TO WS-COMMAREA(1:36)
               MOVE 'QAREVIEW' TO PRM-FUNCTION
               PERFORM CHECK-FUNCTION-AUTH-PARA
               IF PRM-ALLOWED THEN
                   PERFORM CHECK-SESSION-TIMEOUT-PARA
                   IF SUB-SESSION-EXPIRED THEN
                       PERFORM REJECT-SESSION-EXPIRED-PARA
                   ELSE
                       MOVE LOW-VALUES TO MAP1O
                       PERFORM LIST-PENDING-PARA
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
      * A VERDICT REWRITES QAREVIEW AND A FAIL REOPENS THE TASK - IT
      * STANDS BACK DURING THE BATCH WINDOW LIKE EVERY OTHER UPDATING
      * PATH
                       PERFORM CHECK-QUIESCE-PARA
                       IF QUIESCED THEN
                           PERFORM REFUSE-QUIESCE-PARA
                       ELSE
                           PERFORM REVIEW-ONE-SAMPLE-PARA
                       END-IF
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
           RETURN TRANSID('UQAR') COMMAREA(DFHCOMMAREA)
           END-EXEC
           GOBACK.
       SEND-THE-MAP-PARA.
           EVALUATE TRUE
           WHEN DATA-ONLY
                EXEC CICS
                SEND MAP('MAP1') MAPSET('USQAR')
                FROM(MAP1O)
                DATAONLY
                FREEKB
                NOHANDLE
                END-EXEC
           WHEN WHOLE-MAP
                EXEC CICS
                SEND MAP('MAP1') MAPSET('USQAR')
                FROM(MAP1O)
                ERASE
                NOHANDLE
                END-EXEC
           END-EVALUATE
           MOVE SPACE TO MSGO
           EXIT.
       LIST-PENDING-PARA.
      * ONE FORWARD BROWSE OVER QAREVIEW PICKING OUT THE PENDING
      * SAMPLES THAT ARE NOT THE REVIEWER'S OWN WORK - THE FIRST EIGHT
      * GO ON SCREEN WITH WHOSE WORK IT IS, WHEN IT CLOSED AND WHY IT
      * WAS PICKED (S SAMPLED, R REWORKED). MORE THAN EIGHT JUST MEANS
      * COMING BACK HERE AFTER RECORDING SOME
           MOVE 0 TO WS-LIST-ROW
           MOVE LOW-VALUES TO QA-KEY
           EXEC CICS
           STARTBR FILE('QAREVIEW')
           RIDFLD(QA-KEY)
           RESP(RESPCODE)
           END-EXEC
           IF RESPCODE = DFHRESP(NORMAL) THEN
               PERFORM UNTIL RESPCODE NOT = DFHRESP(NORMAL)
                   OR WS-LIST-ROW NOT < 8
                   EXEC CICS
                   READNEXT FILE('QAREVIEW')
                   RIDFLD(QA-KEY)
                   INTO(FS-QAREVIEW)
                   RESP(RESPCODE)
                   END-EXEC
                   IF RESPCODE = DFHRESP(NORMAL) THEN
                       IF QA-PENDING AND
                          QA-USERNAME NOT = COM-USERNAME THEN
                           ADD 1 TO WS-LIST-ROW
                           MOVE SPACES TO WS-LIST-LINE
                           STRING QA-TASKID ' ' QA-PICK ' '
                                  QA-USERNAME ' '
                                  QA-COMPLETED-DATE ' REWORK '
                                  QA-REWORK-COUNT
                             DELIMITED BY SIZE INTO WS-LIST-LINE
                           MOVE WS-LIST-LINE TO POLEO(WS-LIST-ROW)
                       END-IF
                   END-IF
               END-PERFORM
               EXEC CICS
               ENDBR FILE('QAREVIEW')
               NOHANDLE
               END-EXEC
           END-IF
           IF WS-LIST-ROW = 0 THEN
               MOVE NO-SAMPLES-MSG TO MSGO
           END-IF
           EXIT.
       REVIEW-ONE-SAMPLE-PARA.
           MOVE LOW-VALUES TO MAP1I
           EXEC CICS
           RECEIVE MAP('MAP1') MAPSET('USQAR')
           INTO(MAP1I)
           RESP(RESPCODE)
           END-EXEC
           EVALUATE RESPCODE
           WHEN DFHRESP(NORMAL)
               IF SELI = SPACE OR SELI = LOW-VALUES OR
                  SELI = '__________' THEN
      * NOTHING SELECTED - JUST REFRESH THE PENDING LIST
                   MOVE LOW-VALUES TO MAP1O
                   PERFORM LIST-PENDING-PARA
               ELSE
                   PERFORM EDIT-VERDICT-PARA
                   IF MSGO = SPACES OR MSGO = LOW-VALUES THEN
                       PERFORM APPLY-VERDICT-PARA
      * THE VERDICT MESSAGE MUST SURVIVE THE MAP WIPE THE LIST
      * REDRAW STARTS WITH
                       MOVE MSGO TO WS-SAVED-MSG
                       MOVE LOW-VALUES TO MAP1O
                       PERFORM LIST-PENDING-PARA
                       MOVE WS-SAVED-MSG TO MSGO
                   END-IF
               END-IF
           WHEN DFHRESP(MAPFAIL)
               MOVE LOW-VALUES TO MAP1O
               PERFORM LIST-PENDING-PARA
           WHEN OTHER
               MOVE ERROR-MSG TO MSGO
           END-EVALUATE
           MOVE 'D' TO WHAT-MAP-FLAG
           PERFORM SEND-THE-MAP-PARA
           EXIT.
       EDIT-VERDICT-PARA.
      * THE EDITS RUN IN ORDER AND THE FIRST ONE THAT FAILS LEAVES ITS
      * MESSAGE IN MSGO - A CLEAN MSGO MEANS THE VERDICT MAY GO ON
           MOVE SPACES TO MSGO
           MOVE SELI TO WS-TASKID
           INSPECT WS-TASKID REPLACING ALL '_' BY ' '
           MOVE VERDI TO WS-VERDICT
           MOVE SPACES TO WS-COMMENT
           IF RMKI NOT = LOW-VALUES THEN
               MOVE RMKI TO WS-COMMENT
               INSPECT WS-COMMENT REPLACING ALL '_' BY ' '
           END-IF
           PERFORM EDIT-SCORE-PARA
           EVALUATE TRUE
           WHEN WS-VERDICT NOT = 'P' AND WS-VERDICT NOT = 'F'
               MOVE INVALID-VERD-MSG TO MSGO
           WHEN SCORE-BAD
               MOVE INVALID-SCORE-MSG TO MSGO
           WHEN WS-VERDICT = 'F' AND WS-COMMENT = SPACES
               MOVE NEED-COMMENT-MSG TO MSGO
           END-EVALUATE
           EXIT.
       EDIT-SCORE-PARA.
      * ONE TO THREE DIGITS, BLANKS AND FILL CHARACTERS AROUND THEM
      * IGNORED, NOTHING ELSE, AND NO HIGHER THAN 100
           MOVE SCOREI TO WS-SCORE-IN
           INSPECT WS-SCORE-IN REPLACING ALL '_' BY ' '
           INSPECT WS-SCORE-IN REPLACING ALL LOW-VALUE BY ' '
           MOVE 0 TO WS-SCORE
           MOVE 0 TO WS-SCORE-DIGITS
           MOVE 'N' TO IF-SCORE-BAD
           PERFORM EDIT-SCORE-CHAR-PARA
               VARYING WS-SCORE-IX FROM 1 BY 1 UNTIL WS-SCORE-IX > 3
           IF WS-SCORE-DIGITS = 0 OR WS-SCORE > 100 THEN
               MOVE 'Y' TO IF-SCORE-BAD
           END-IF
           EXIT.
       EDIT-SCORE-CHAR-PARA.
           IF WS-SCORE-CH(WS-SCORE-IX) NOT = SPACE THEN
               IF WS-SCORE-CH(WS-SCORE-IX) IS NUMERIC THEN
                   MOVE WS-SCORE-CH(WS-SCORE-IX) TO WS-SCORE-DIGIT
                   COMPUTE WS-SCORE = WS-SCORE * 10 + WS-SCORE-DIGIT
                   ADD 1 TO WS-SCORE-DIGITS
               ELSE
                   MOVE 'Y' TO IF-SCORE-BAD
               END-IF
           END-IF
           EXIT.
       FIND-PENDING-SAMPLE-PARA.
      * A TASK CAN BE ON THE FILE MORE THAN ONCE (REOPENED, CLOSED
      * AGAIN AND PICKED AGAIN) - THE ROW WANTED IS ITS PENDING ONE
           MOVE 'N' TO IF-SAMPLE-FOUND
           MOVE WS-TASKID TO QA-TASKID
           MOVE 0 TO QA-SAMPLE-DATE
           EXEC CICS
           STARTBR FILE('QAREVIEW')
           RIDFLD(QA-KEY)
           GTEQ
           RESP(RESPCODE)
           END-EXEC
           IF RESPCODE = DFHRESP(NORMAL) THEN
               PERFORM UNTIL RESPCODE NOT = DFHRESP(NORMAL)
                   OR SAMPLE-FOUND
                   EXEC CICS
                   READNEXT FILE('QAREVIEW')
                   RIDFLD(QA-KEY)
                   INTO(FS-QAREVIEW)
                   RESP(RESPCODE)
                   END-EXEC
                   IF RESPCODE = DFHRESP(NORMAL) THEN
                       IF QA-TASKID NOT = WS-TASKID THEN
                           MOVE DFHRESP(ENDFILE) TO RESPCODE
                       ELSE
                           IF QA-PENDING THEN
                               MOVE 'Y' TO IF-SAMPLE-FOUND
                               MOVE QA-KEY TO WS-FOUND-KEY
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               EXEC CICS
               ENDBR FILE('QAREVIEW')
               NOHANDLE
               END-EXEC
           END-IF
           EXIT.
       APPLY-VERDICT-PARA.
      * LEAVES ITS RESULT IN MSGO AND ON THE AUDIT JOURNAL - THE
      * CALLER CARRIES THE MESSAGE PAST THE LIST REDRAW. A FAIL DOES
      * NOT COME BACK: IT XCTL'S TO USREOPP, WHICH SHOWS THE REOPEN
           PERFORM FIND-PENDING-SAMPLE-PARA
           IF NOT SAMPLE-FOUND THEN
               MOVE NOT-SAMPLED-MSG TO MSGO
           ELSE
               EXEC CICS
               READ FILE('QAREVIEW')
               INTO(FS-QAREVIEW)
               RIDFLD(WS-FOUND-KEY)
               UPDATE
               RESP(RESPCODE)
               END-EXEC
               EVALUATE TRUE
               WHEN RESPCODE NOT = DFHRESP(NORMAL)
                   MOVE ERROR-MSG TO MSGO
               WHEN NOT QA-PENDING
                   MOVE NOT-SAMPLED-MSG TO MSGO
                   EXEC CICS
                   UNLOCK FILE('QAREVIEW')
                   NOHANDLE
                   END-EXEC
      * THE FOUR-EYES RULE FOR QUALITY - THE PERSON WHO DID THE WORK
      * CANNOT ALSO BE THE ONE WHO PASSES IT
               WHEN QA-USERNAME = COM-USERNAME
                   MOVE OWN-WORK-MSG TO MSGO
                   EXEC CICS
                   UNLOCK FILE('QAREVIEW')
                   NOHANDLE
                   END-EXEC
               WHEN OTHER
                   PERFORM RECORD-VERDICT-PARA
               END-EVALUATE
           END-IF
           EXIT.
       RECORD-VERDICT-PARA.
           MOVE WS-VERDICT TO QA-STATUS
           MOVE WS-SCORE TO QA-SCORE
           MOVE COM-USERNAME TO QA-REVIEWER
           MOVE EIBDATE TO QA-REVIEW-DATE
           MOVE EIBTIME TO QA-REVIEW-TIME
           MOVE WS-COMMENT TO QA-COMMENT
           EXEC CICS
           REWRITE FILE('QAREVIEW')
           FROM(FS-QAREVIEW)
           RESP(RESPCODE)
           END-EXEC
           IF RESPCODE = DFHRESP(NORMAL) THEN
               IF QA-PASSED THEN
                   MOVE PASSED-MSG TO MSGO
                   MOVE 'PASSED' TO AUD-OUTCOME
                   PERFORM WRITE-AUDIT-PARA
               ELSE
                   MOVE 'FAILED' TO AUD-OUTCOME
                   PERFORM WRITE-AUDIT-PARA
                   PERFORM HAND-TO-REOPEN-PARA
               END-IF
           ELSE
               MOVE ERROR-MSG TO MSGO
               MOVE 'ERROR' TO AUD-OUTCOME
               PERFORM WRITE-AUDIT-PARA
           END-IF
           EXIT.
       HAND-TO-REOPEN-PARA.
      * THE FAILED WORK GOES BACK TO ITS OWNER THROUGH THE ONE REOPEN
      * PATH THERE IS - USREOPP PULLS IT OFF HISTORY, BUMPS THE REWORK
      * COUNTER, PUTS THE COMMENT ON THE TRAIL AND TELLS THE OWNER. THE
      * VERDICT HAS ALREADY STOOD; IF THE HANDOVER ITSELF FAILS THE
      * REVIEWER IS TOLD AND CAN REOPEN BY HAND
           MOVE WS-COMMAREA(1:36) TO QH-IDENTITY
           MOVE WS-TASKID TO QH-TASKID
           MOVE SPACES TO QH-REASON
           STRING 'QA FAIL: ' WS-COMMENT DELIMITED BY SIZE
             INTO QH-REASON
           EXEC CICS
           XCTL PROGRAM('USREOPP') COMMAREA(WS-QA-HANDOFF)
           RESP(RESPCODE)
           END-EXEC
           MOVE ERROR-MSG TO MSGO
           EXIT.
       WRITE-AUDIT-PARA.
      * ONE AUDIT ROW PER VERDICT - OPERATOR IS THE REVIEWER, THE
      * DETAIL NAMES THE TASK AND WHOSE WORK IT WAS
      * THE ROW ITSELF IS NUMBERED, STAMPED, HASH-CHAINED AND WRITTEN
      * BY SUBAUD - THE ONE PLACE THE JOURNAL IS EVER WRITTEN FROM
           MOVE COM-USERNAME TO SA-OPERATOR
           MOVE 'QAREVIEW' TO SA-ACTION
           MOVE AUD-OUTCOME TO SA-OUTCOME
           MOVE WS-TASKID TO SA-DETAIL-TASKID
           MOVE QA-USERNAME TO SA-DETAIL-USERNAME
           EXEC CICS
           LINK PROGRAM('SUBAUD') COMMAREA(SUB-AUDIT-DATA)
           END-EXEC
           EXIT.
       CHECK-QUIESCE-PARA.
      * THE CONTROL FILE'S QUIESCE ROW IS THE BATCH-WINDOW SWITCH -
      * THE ARCHIVE AND ESCALATION JOBS SET IT WHILE THEY REWRITE
      * TASKS AND CLEAR IT ON THE WAY OUT. AN UPDATING TRANSACTION
      * THAT FINDS IT ON STANDS BACK; INQUIRY SCREENS KEEP WORKING.
      * A MISSING ROW OR A BROKEN CONTROL FILE READS AS NOT QUIESCED -
      * THE SWITCH MUST NEVER BE ABLE TO LOCK THE SHOP OUT ON ITS OWN
           MOVE 'N' TO IF-QUIESCED
           MOVE 'QUIESCE' TO CTL-KEY
           EXEC CICS
           READ FILE('CONTROL')
           INTO(FS-CONTROL)
           RIDFLD(CTL-KEY)
           RESP(RESPCODE)
           END-EXEC
           IF RESPCODE = DFHRESP(NORMAL) AND CTL-NEXT-TASKID > 0 THEN
               MOVE 'Y' TO IF-QUIESCED
           END-IF
           EXIT.
       REFUSE-QUIESCE-PARA.
           MOVE QUIESCE-MSG TO MSGO
           MOVE 'D' TO WHAT-MAP-FLAG
           PERFORM SEND-THE-MAP-PARA
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
