      * TERMINAL HAS BEEN SITTING SINCE AT LEAST YESTERDAY - TREATED AS
      * EXPIRED WITHOUT NEEDING TO DO DATE ARITHMETIC. OTHERWISE THE
      * ELAPSED SECONDS SINCE LOGIN ARE COMPARED AGAINST MAX-SESSION-SECS.
      *
      * WHEN THE CALLER ALSO PASSES THE USERNAME, THE SIGNON REGISTRY
      * IS KEPT HERE TOO. A SESSION THAT HAS TIMED OUT LOSES ITS ROW,
      * SO A DEAD TERMINAL DOES NOT LOCK ITS USER OUT. A LIVE SESSION
      * WHOSE ROW HAS GONE (FORCED OFF FROM USSESP) OR NOW NAMES
      * ANOTHER TERMINAL OR STAMP (TAKEN OVER AT SIGNON) IS REPORTED
      * EXPIRED, SO IT ENDS AT ITS NEXT KEYSTROKE. REQUEST 'E' IS THE
      * PF3 SIGNOFF - IT ONLY DROPS THE ROW. A ROW IS ONLY EVER DROPPED
      * BY THE SESSION IT BELONGS TO. A BLANK USERNAME ASKS FOR THE
      * CLOCK CHECK ALONE (SUBLOG USES THAT TO AGE ANOTHER TERMINAL'S
      * SESSION). A REGISTRY THAT CANNOT BE READ IS LEFT OUT OF THE
      * VERDICT RATHER THAN ENDING EVERY SESSION IN THE SHOP.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 MAX-SESSION-SECS PIC 9(6) VALUE 014400.
       01 WS-LOGIN-SECS PIC 9(6).
       01 WS-NOW-SECS PIC 9(6).
       01 WS-ELAPSED-SECS PIC S9(7).
       01 RESPCODE PIC S9(8) COMP.
           COPY SIGNREC.
       LINKAGE SECTION.
       01 DFHCOMMAREA.
           05 SUB-LOGIN-DATE PIC 9(7).
           05 SUB-TIMEOUT-STATUS PIC X.
               88 SUB-SESSION-EXPIRED VALUE 'Y'.
               88 SUB-SESSION-OK VALUE 'N'.
           05 SUB-TMO-USERNAME PIC X(20).
           05 SUB-TMO-REQUEST PIC X.
               88 SUB-TMO-END-SESSION VALUE 'E'.
       PROCEDURE DIVISION.
       MAIN.
           IF SUB-TMO-END-SESSION THEN
               MOVE 'Y' TO SUB-TIMEOUT-STATUS
               PERFORM DROP-SESSION-PARA
           ELSE
               PERFORM CHECK-CLOCK-PARA
               IF SUB-TMO-USERNAME NOT = SPACES AND
                  SUB-TMO-USERNAME NOT = LOW-VALUES THEN
                   IF SUB-SESSION-EXPIRED THEN
                       PERFORM DROP-SESSION-PARA
                   ELSE
                       PERFORM CHECK-REGISTRY-PARA
                   END-IF
               END-IF
           END-IF
           EXEC CICS
           RETURN
           END-EXEC
           GOBACK.
       CHECK-CLOCK-PARA.
           IF EIBDATE NOT = SUB-LOGIN-DATE THEN
               MOVE 'Y' TO SUB-TIMEOUT-STATUS
           ELSE
                   MOVE 'N' TO SUB-TIMEOUT-STATUS
               END-IF
           END-IF
           EXIT.
       CHECK-REGISTRY-PARA.
      * THE ROW MUST STILL BE THIS SESSION'S - SAME TERMINAL, SAME
      * SIGNON STAMP
           EXEC CICS
           READ FILE('SIGNON')
           INTO(FS-SIGNON)
           RIDFLD(SUB-TMO-USERNAME)
           RESP(RESPCODE)
           END-EXEC
           EVALUATE RESPCODE
           WHEN DFHRESP(NORMAL)
               IF SG-TERMID NOT = EIBTRMID OR
                  SG-DATE NOT = SUB-LOGIN-DATE OR
                  SG-TIME NOT = SUB-LOGIN-TIME THEN
                   MOVE 'Y' TO SUB-TIMEOUT-STATUS
               END-IF
           WHEN DFHRESP(NOTFND)
               MOVE 'Y' TO SUB-TIMEOUT-STATUS
           END-EVALUATE
           EXIT.
       DROP-SESSION-PARA.
      * A ROW THAT ALREADY BELONGS TO A NEWER SESSION IS LEFT ALONE
           EXEC CICS
           READ FILE('SIGNON')
           INTO(FS-SIGNON)
           RIDFLD(SUB-TMO-USERNAME)
           UPDATE
           RESP(RESPCODE)
           END-EXEC
           IF RESPCODE = DFHRESP(NORMAL) THEN
               IF SG-TERMID = EIBTRMID AND
                  SG-DATE = SUB-LOGIN-DATE AND
                  SG-TIME = SUB-LOGIN-TIME THEN
                   EXEC CICS
                   DELETE FILE('SIGNON')
                   RESP(RESPCODE)
                   END-EXEC
               ELSE
                   EXEC CICS
                   UNLOCK FILE('SIGNON')
                   NOHANDLE
                   END-EXEC
               END-IF
           END-IF
           EXIT.
