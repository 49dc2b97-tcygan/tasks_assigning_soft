       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBAUB.
      * BATCH TWIN OF SUBAUD, CALLED BY THE BATCH JOBS THAT CHANGE
      * SOMEBODY'S ACCESS AND SO MUST LEAVE A JOURNAL ROW BEHIND - A
      * BATCH STEP CANNOT LINK TO SUBAUD ITSELF. THE ROW IT WRITES IS
      * BUILT BY SUBAUD'S RULES TO THE BYTE: THE SEQUENCE COMES OFF
      * THE SAME AUDITCTR CONTROL ROW, THE WRITE ORDER IS SERIALIZED
      * ON THE SAME AUDCHAIN ANCHOR (HELD UNDER ITS RECORD LOCK FROM
      * THE READ TO THE REWRITE), AND THE SUBCHN HASH COVERS THE SAME
      * 106 BYTES PLUS THE PREVIOUS ROW'S CHAIN VALUE - SO TASKVFY0
      * WALKS BATCH AND ONLINE ROWS AS ONE CHAIN.
      * A BATCH CALLER HAS NO TERMINAL - THE ROW CARRIES BTCH WHERE
      * THE ONLINE ROWS CARRY THE TERMINAL ID. THE DATE AND TIME ARE
      * TAKEN FROM THE CLOCK IN THE ONLINE 0CYYDDD / 0HHMMSS FORM.
      * CALLER FILLS THE SA- FIELDS; SA-STATUS COMES BACK '0' OR '9'.
      * PLAIN SUBPROGRAM WITH ITS OWN FILES, OPENED AND CLOSED INSIDE
      * THE CALL THE SAME WAY SUBPRQ'S ARE, SO THE CALLER NEED NOT
      * HOLD THE JOURNAL OR THE CONTROL FILE OPEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO CTLDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTL-KEY
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT AUDIT-FILE ASSIGN TO AUDITDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AUD-KEY
               FILE STATUS IS WS-AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CTLREC.
       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDITREC.
       WORKING-STORAGE SECTION.
       01 WS-CONTROL-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 CHN-PARM.
           05 CHN-ROW PIC X(110).
           05 CHN-PREV PIC X(20).
           05 CHN-OUTPUT PIC X(20).
      * THE WELL-KNOWN VALUE THE FIRST ROW OF THE CHAIN HASHES
      * AGAINST - SUBAUD AND TASKVFY0 USE THE SAME ONE
       01 CHAIN-GENESIS PIC X(20) VALUE 'CHAIN-GENESIS'.
       01 WS-NEW-SEQ PIC 9(9).
       01 WS-PREV-SEQ PIC 9(9).
       01 WS-PREV-CHAIN PIC X(20).
       01 WS-DAY-RAW PIC 9(5).
       01 WS-TIME-RAW PIC 9(8).
       01 IF-ANCHOR-ON-FILE PIC X.
           88 ANCHOR-ON-FILE VALUE 'Y'.
       LINKAGE SECTION.
       01 SUB-AUDIT-DATA.
           05 SA-OPERATOR PIC X(20).
           05 SA-ACTION PIC X(10).
           05 SA-OUTCOME PIC X(10).
           05 SA-DETAIL-TASKID PIC X(10).
           05 SA-DETAIL-USERNAME PIC X(20).
           05 SA-STATUS PIC X.
               88 SA-GOOD VALUE '0'.
               88 SA-ERROR VALUE '9'.
       PROCEDURE DIVISION USING SUB-AUDIT-DATA.
       MAIN.
           MOVE '0' TO SA-STATUS
           OPEN I-O CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = '00' THEN
               MOVE '9' TO SA-STATUS
               GOBACK
           END-IF
           OPEN I-O AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00' THEN
               MOVE '9' TO SA-STATUS
               CLOSE CONTROL-FILE
               GOBACK
           END-IF
           PERFORM TAKE-AUDIT-SEQ-PARA
           IF SA-GOOD THEN
               PERFORM LOCK-ANCHOR-PARA
           END-IF
           IF SA-GOOD THEN
               PERFORM FETCH-PREV-CHAIN-PARA
               PERFORM BUILD-AND-WRITE-ROW-PARA
           END-IF
           IF SA-GOOD THEN
               PERFORM ADVANCE-ANCHOR-PARA
           END-IF
           CLOSE AUDIT-FILE
           CLOSE CONTROL-FILE
           GOBACK.
       TAKE-AUDIT-SEQ-PARA.
      * ONE NUMBER OFF THE AUDITCTR ROW UNDER ITS OWN LOCK - THE
      * ONLINE SIDE CARVES ITS BLOCKS OFF THE SAME ROW, SO THE TWO
      * CAN NEVER ISSUE THE SAME NUMBER
           MOVE 'AUDITCTR' TO CTL-KEY
           READ CONTROL-FILE
           EVALUATE WS-CONTROL-STATUS
           WHEN '00'
               ADD 1 TO CTL-NEXT-TASKID
               MOVE CTL-NEXT-TASKID TO WS-NEW-SEQ
               REWRITE FS-CONTROL
           WHEN '23'
               MOVE 1 TO WS-NEW-SEQ
               MOVE 'AUDITCTR' TO CTL-KEY
               MOVE WS-NEW-SEQ TO CTL-NEXT-TASKID
               WRITE FS-CONTROL
           END-EVALUATE
           IF WS-CONTROL-STATUS NOT = '00' THEN
               MOVE '9' TO SA-STATUS
           END-IF
           EXIT.
       LOCK-ANCHOR-PARA.
      * A MISSING ANCHOR IS THE FIRST CHAINED WRITE EVER - THE
      * GENESIS CASE, EXACTLY AS SUBAUD TREATS IT
           MOVE 'N' TO IF-ANCHOR-ON-FILE
           MOVE 0 TO WS-PREV-SEQ
           MOVE 'AUDCHAIN' TO CTL-KEY
           READ CONTROL-FILE
           EVALUATE WS-CONTROL-STATUS
           WHEN '00'
               MOVE 'Y' TO IF-ANCHOR-ON-FILE
               MOVE CTL-NEXT-TASKID TO WS-PREV-SEQ
           WHEN '23'
               CONTINUE
           WHEN OTHER
               MOVE '9' TO SA-STATUS
           END-EVALUATE
           EXIT.
       FETCH-PREV-CHAIN-PARA.
      * A PREDECESSOR ALREADY PURGED, OR FROM BEFORE THE CHAIN
      * EXISTED, ANCHORS AGAINST GENESIS - THE SAME RULE AGAIN
           MOVE CHAIN-GENESIS TO WS-PREV-CHAIN
           IF WS-PREV-SEQ > 0 THEN
               MOVE WS-PREV-SEQ TO AUD-SEQ
               READ AUDIT-FILE
               IF WS-AUDIT-STATUS = '00' AND
                  AUD-CHAIN NOT = SPACES THEN
                   MOVE AUD-CHAIN TO WS-PREV-CHAIN
               END-IF
           END-IF
           EXIT.
       BUILD-AND-WRITE-ROW-PARA.
           MOVE WS-NEW-SEQ TO AUD-SEQ
           ACCEPT WS-DAY-RAW FROM DAY
           COMPUTE AUD-DATE = 100000 + WS-DAY-RAW
           ACCEPT WS-TIME-RAW FROM TIME
           COMPUTE AUD-TIME = WS-TIME-RAW / 100
           MOVE 'BTCH' TO AUD-TERMID
           MOVE SA-OPERATOR TO AUD-OPERATOR
           MOVE SA-ACTION TO AUD-ACTION
           MOVE SA-OUTCOME TO AUD-OUTCOME
           MOVE SA-DETAIL-TASKID TO AUD-DETAIL-TASKID
           MOVE SA-DETAIL-USERNAME TO AUD-DETAIL-USERNAME
           MOVE WS-PREV-SEQ TO AUD-PREV-SEQ
           MOVE SPACES TO CHN-ROW
           MOVE FS-AUDIT(1:106) TO CHN-ROW
           MOVE WS-PREV-CHAIN TO CHN-PREV
           CALL 'SUBCHN' USING CHN-PARM
           MOVE CHN-OUTPUT TO AUD-CHAIN
           WRITE FS-AUDIT
           IF WS-AUDIT-STATUS NOT = '00' THEN
               MOVE '9' TO SA-STATUS
           END-IF
           EXIT.
       ADVANCE-ANCHOR-PARA.
           MOVE 'AUDCHAIN' TO CTL-KEY
           MOVE AUD-SEQ TO CTL-NEXT-TASKID
           IF ANCHOR-ON-FILE THEN
               REWRITE FS-CONTROL
           ELSE
               WRITE FS-CONTROL
           END-IF
           IF WS-CONTROL-STATUS NOT = '00' THEN
               MOVE '9' TO SA-STATUS
           END-IF
           EXIT.
