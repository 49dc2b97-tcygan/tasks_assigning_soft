           COPY TMPLREC.
           COPY USERSREC.
           COPY TEAMREC.
           COPY CATREC.
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
           05 BAD-SCHED-MSG PIC X(35) VALUE
              'SCHEDULE MUST BE W 1-7 OR M 1-31'.
           05 USER-NOT-FND PIC X(21) VALUE 'THERE IS NO SUCH USER'.
           05 CAT-NOT-FND-MSG PIC X(25) VALUE
              'THERE IS NO SUCH CATEGORY'.
           05 TEAM-NOT-FND-MSG PIC X(21) VALUE
              'THERE IS NO SUCH TEAM'.
           05 NOT-VIA-LOGON-MSG PIC X(30) VALUE
           88 ASSIGNEE-VALID VALUE 'Y'.
       01 IF-SCHED-VALID PIC X.
           88 SCHED-VALID VALUE 'Y'.
       01 IF-CATEGORY-OK PIC X.
           88 CATEGORY-OK VALUE 'Y'.
       01 PROGRAM-VARIABLES.
           05 WS-TMPLID PIC X(8).
           05 WS-TASKVALUE PIC X(180).
           05 WS-SCHDAY-X PIC X(2).
           05 WS-SCHDAY PIC 9(2).
           05 WS-ACTIVE PIC X(1).
           05 WS-SKILL PIC X(8).
           05 WS-CATEGORY PIC X(6).
           05 WS-COST-CENTER PIC X(8).
       LINKAGE SECTION.
       01 DFHCOMMAREA PIC X(37).
       PROCEDURE DIVISION USING DFHCOMMAREA.
      * IT BACK UP FOR CORRECTION
                       PERFORM LOOKUP-TEMPLATE-PARA
                  WHEN DFHPF3
                      PERFORM END-SESSION-PARA
                      EXEC CICS
                      SEND TEXT FROM(EXIT-MSG)
                      ERASE
               IF WS-TMPLID = SPACES OR WS-TASKVALUE = SPACES OR
                  WS-ASSIGNEE = SPACES OR
                  (WS-PRIORITY NOT = 'H' AND WS-PRIORITY NOT = 'M' AND
                   WS-PRIORITY NOT = 'L' AND WS-PRIORITY NOT = SPACE) OR
                  (WS-ACTIVE NOT = 'Y' AND WS-ACTIVE NOT = 'N')
               THEN
                   MOVE INVALID-DATA-MSG TO MSGO
                           MOVE 'D' TO WHAT-MAP-FLAG
                           PERFORM SEND-THE-MAP-PARA
                       ELSE
      * A CATEGORY CODE MUST BE ON THE CATALOG THE GENERATOR READS
                           PERFORM CHECK-CATEGORY-PARA
                           IF NOT CATEGORY-OK THEN
                               MOVE CAT-NOT-FND-MSG TO MSGO
                               MOVE 'D' TO WHAT-MAP-FLAG
                               PERFORM SEND-THE-MAP-PARA
                           ELSE
                               PERFORM WRITE-OR-REWRITE-TMPL-PARA
                           END-IF
                       END-IF
                   END-IF
               END-IF
       EDIT-TYPED-FIELDS-PARA.
      * PULLS THE TYPED FIELDS OUT OF THE MAP WITH THE USUAL FILL-
      * CHARACTER SCRUB. BLANK PRIORITY DEFAULTS TO M AND BLANK
      * ACTIVE TO Y, THE SAME DEFAULTS THE ASSIGNMENT SCREEN APPLIES.
      * A CATEGORISED TEMPLATE KEEPS A BLANK PRIORITY - THE GENERATOR
      * FILLS IT FROM THE CATALOG ROW ON THE NIGHT
           MOVE TMPLIDI TO WS-TMPLID
           INSPECT WS-TMPLID REPLACING ALL '_' BY ' '
           STRING POLE1I,
                  POLE4I DELIMITED BY SIZE
           INTO WS-TASKVALUE
           INSPECT WS-TASKVALUE REPLACING ALL '_' BY ' '
           MOVE SPACES TO WS-CATEGORY
           IF CATEGI NOT = LOW-VALUES THEN
               MOVE CATEGI TO WS-CATEGORY
               INSPECT WS-CATEGORY REPLACING ALL '_' BY ' '
           END-IF
           MOVE SPACES TO WS-COST-CENTER
           IF COSTCI NOT = LOW-VALUES THEN
               MOVE COSTCI TO WS-COST-CENTER
               INSPECT WS-COST-CENTER REPLACING ALL '_' BY ' '
           END-IF
           MOVE PRIORITYI TO WS-PRIORITY
           IF WS-PRIORITY = '_' OR WS-PRIORITY = LOW-VALUE THEN
               MOVE SPACE TO WS-PRIORITY
           END-IF
           IF WS-PRIORITY = SPACE AND WS-CATEGORY = SPACES THEN
               MOVE 'M' TO WS-PRIORITY
           END-IF
           MOVE ASSIGNI TO WS-ASSIGNEE
           IF WS-ACTIVE = SPACE OR WS-ACTIVE = '_' THEN
               MOVE 'Y' TO WS-ACTIVE
           END-IF
           MOVE SPACES TO WS-SKILL
           IF SKILLI NOT = LOW-VALUES THEN
               MOVE SKILLI TO WS-SKILL
               INSPECT WS-SKILL REPLACING ALL '_' BY ' '
           END-IF
           EXIT.
       EDIT-SCHEDULE-PARA.
      * W TAKES A DAY OF THE WEEK 1-7, M A DAY OF THE MONTH 1-31. A
               END-IF
           END-IF
           EXIT.
       CHECK-CATEGORY-PARA.
           MOVE 'Y' TO IF-CATEGORY-OK
           IF WS-CATEGORY NOT = SPACES THEN
               MOVE WS-CATEGORY TO CAT-CODE
               EXEC CICS
               READ FILE('CATEGORY')
               INTO(FS-CATEGORY)
               RIDFLD(CAT-CODE)
               RESP(RESPCODE)
               END-EXEC
               IF RESPCODE NOT = DFHRESP(NORMAL) THEN
                   MOVE 'N' TO IF-CATEGORY-OK
               END-IF
           END-IF
           EXIT.
       WRITE-OR-REWRITE-TMPL-PARA.
           MOVE WS-TMPLID TO TP-TMPLID
           EXEC CICS
               MOVE WS-SCHTYPE TO TP-SCHED-TYPE
               MOVE WS-SCHDAY TO TP-SCHED-DAY
               MOVE WS-ACTIVE TO TP-ACTIVE
               MOVE WS-SKILL TO TP-SKILL-CODE
               MOVE WS-CATEGORY TO TP-CATEGORY
               MOVE WS-COST-CENTER TO TP-COST-CENTER
               EXEC CICS
               REWRITE FILE('TEMPLATES')
               FROM(FS-TEMPLATE)
               MOVE WS-SCHTYPE TO TP-SCHED-TYPE
               MOVE WS-SCHDAY TO TP-SCHED-DAY
               MOVE WS-ACTIVE TO TP-ACTIVE
               MOVE WS-SKILL TO TP-SKILL-CODE
               MOVE WS-CATEGORY TO TP-CATEGORY
               MOVE WS-COST-CENTER TO TP-COST-CENTER
               MOVE ZERO TO TP-LAST-GEN-DATE
               EXEC CICS
               WRITE FILE('TEMPLATES')
                       MOVE TP-SCHED-TYPE TO SCHTYPO
                       MOVE TP-SCHED-DAY TO SCHDAYO
                       MOVE TP-ACTIVE TO ACTIVEO
                       MOVE TP-SKILL-CODE TO SKILLO
                       MOVE TP-CATEGORY TO CATEGO
                       MOVE TP-COST-CENTER TO COSTCO
                   ELSE
                       MOVE TMPL-NOT-FND-MSG TO MSGO
                   END-IF
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
