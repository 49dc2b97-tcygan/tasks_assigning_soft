       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBMSG.
      * THE ONE ONLINE WRITER OF INBOX MESSAGES, LINK'D FROM EVERY
      * TRANSACTION THAT DOES SOMETHING TO A USER'S WORK BEHIND THEIR
      * BACK - ASSIGNING, RELEASING, REASSIGNING OR REOPENING A TASK,
      * OR BOUNCING HOURS THEY LOGGED. THE USER READS AND DISMISSES
      * THEM ON USINBP AND USLOGP COUNTS THE UNREAD ONES AT SIGNON.
      * SEQUENCE NUMBERS COME FROM SUBSEQ'S BLOCK HANDOUT UNDER THE
      * MSGCTR COUNTER - UNIQUE AND CLIMBING, WHICH IS ALL THE KEY
      * NEEDS. A TEAM QUEUE ('#' NAME) HAS NO INBOX, SO NOTHING IS
      * WRITTEN FOR ONE.
      * CALLER FILLS THE SM- FIELDS; DATE AND TIME COME FROM THE EIB
      * IN HERE. SM-STATUS COMES BACK '0' OR '9' - THE CHANGE THE
      * MESSAGE DESCRIBES HAS ALREADY HAPPENED, SO A '9' IS A LOST
      * NOTICE, NOT A REASON TO FAIL THE TRANSACTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 RESPCODE PIC S9(8) COMP.
           COPY MSGREC.
       01 SUBSEQ-DATA.
           05 SEQ-CTR-NAME PIC X(10).
           05 SEQ-NUMBER PIC 9(9).
           05 SEQ-STATUS PIC X.
       LINKAGE SECTION.
       01 DFHCOMMAREA.
           05 SM-USERNAME PIC X(20).
           05 SM-EVENT PIC X(10).
           05 SM-TASKID PIC X(10).
           05 SM-FROM PIC X(20).
           05 SM-TEXT PIC X(40).
           05 SM-STATUS PIC X.
               88 SM-GOOD VALUE '0'.
               88 SM-ERROR VALUE '9'.
       PROCEDURE DIVISION.
       MAIN.
           MOVE '0' TO SM-STATUS
           IF SM-USERNAME NOT = SPACES AND
              SM-USERNAME NOT = LOW-VALUES AND
              SM-USERNAME(1:1) NOT = '#' THEN
               PERFORM WRITE-MESSAGE-PARA
           END-IF
           EXEC CICS
           RETURN
           END-EXEC
           GOBACK.
       WRITE-MESSAGE-PARA.
           MOVE 'MSGCTR' TO SEQ-CTR-NAME
           EXEC CICS
           LINK PROGRAM('SUBSEQ') COMMAREA(SUBSEQ-DATA)
           END-EXEC
           IF SEQ-STATUS NOT = '0' THEN
               MOVE '9' TO SM-STATUS
           ELSE
               MOVE SM-USERNAME TO MG-USERNAME
               MOVE SEQ-NUMBER TO MG-SEQ
               MOVE EIBDATE TO MG-DATE
               MOVE EIBTIME TO MG-TIME
               MOVE SM-EVENT TO MG-EVENT
               MOVE SM-TASKID TO MG-TASKID
               MOVE SM-FROM TO MG-FROM
               MOVE SM-TEXT TO MG-TEXT
               MOVE 'N' TO MG-READ-FLAG
               EXEC CICS
               WRITE FILE('MESSAGES')
               RIDFLD(MG-KEY)
               FROM(FS-MESSAGES)
               RESP(RESPCODE)
               END-EXEC
               IF RESPCODE NOT = DFHRESP(NORMAL) THEN
                   MOVE '9' TO SM-STATUS
               END-IF
           END-IF
           EXIT.
