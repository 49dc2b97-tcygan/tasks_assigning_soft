       01 RESPCODE PIC S9(8) COMP.
           COPY TASKSREC.
           COPY TEAMREC.
           COPY TSUMREC.
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
       01 WS-EDIT-INPROG PIC ZZ9.
       01 WS-EDIT-OVERDUE PIC ZZ9.
       01 WS-QUEUE-DEPTH PIC 9(3).
      * TASKSUM TOTALS ARE SIGNED - A ROW THAT HAS DRIFTED BELOW ZERO
      * SHOWS AS NONE RATHER THAN AS ITS UNSIGNED VALUE
       01 WS-TSUM-IX PIC 9(1).
       01 WS-TSUM-TOTALS.
           05 WS-TSUM-OPEN PIC S9(7).
           05 WS-TSUM-INPROG PIC S9(7).
       01 WS-EDIT-QUEUE PIC ZZ9.
       01 WS-ABSTIME PIC S9(15) COMP-3.
       01 WS-TODAY-YMD PIC X(8).
                  WHEN DFHENTER
                       PERFORM SUMMARY-OR-DRILL-PARA
                  WHEN DFHPF3
                      PERFORM END-SESSION-PARA
                      EXEC CICS
                      SEND TEXT FROM(EXIT-MSG)
                      ERASE
           MOVE WS-LINE TO POLEO(WS-ROW)
           EXIT.
       COUNT-MEMBER-TASKS-PARA.
      * ONE MEMBER'S OPEN/IN-PROGRESS/OVERDUE NUMBERS OFF THEIR
      * TASKSUM ROW - OPEN AND AWAITING ACCEPTANCE AS OPEN, OVERDUE AS
      * THE WORK STILL BEING DONE OR WAITING TO BE. NO ROW MEANS NO
      * LIVE WORK. A SUMMARY FILE THAT WILL NOT ANSWER FALLS BACK TO
      * COUNTING THE MEMBER'S TASKS THEMSELVES
           MOVE 0 TO WS-CNT-OPEN
           MOVE 0 TO WS-CNT-INPROG
           MOVE 0 TO WS-CNT-OVERDUE
           MOVE WS-MEMBER TO TS-USERNAME
           PERFORM READ-TASKSUM-PARA
           EVALUATE RESPCODE
           WHEN DFHRESP(NORMAL)
               MOVE 0 TO WS-TSUM-OPEN
               MOVE 0 TO WS-TSUM-INPROG
               PERFORM VARYING WS-TSUM-IX FROM 1 BY 1
                   UNTIL WS-TSUM-IX > 3
                   ADD TS-OPEN(WS-TSUM-IX) TO WS-TSUM-OPEN
                   ADD TS-INPROG(WS-TSUM-IX) TO WS-TSUM-INPROG
               END-PERFORM
               IF WS-TSUM-OPEN > 0 THEN
                   MOVE WS-TSUM-OPEN TO WS-CNT-OPEN
               END-IF
               IF WS-TSUM-INPROG > 0 THEN
                   MOVE WS-TSUM-INPROG TO WS-CNT-INPROG
               END-IF
               IF TS-OVERDUE-WORK > 0 THEN
                   MOVE TS-OVERDUE-WORK TO WS-CNT-OVERDUE
               END-IF
           WHEN DFHRESP(NOTFND)
               CONTINUE
           WHEN OTHER
               PERFORM BROWSE-MEMBER-TASKS-PARA
           END-EVALUATE
           EXIT.
       BROWSE-MEMBER-TASKS-PARA.
      * ONE MEMBER'S OPEN/IN-PROGRESS/OVERDUE NUMBERS OFF THE TASKSU
      * ALTERNATE-INDEX PATH - ONLY THAT MEMBER'S OWN ROWS ARE READ
           MOVE WS-MEMBER TO T-USERNAME
           PERFORM STARTBR-TASKSU-PARA
           IF STARTBR-CORRECT THEN
                   END-EXEC
                   IF RESPCODE = DFHRESP(NORMAL) AND
                      T-USERNAME = WS-MEMBER THEN
      * WORK THE MEMBER HAS NOT ACCEPTED YET IS STILL OPEN WORK
                       IF T-STATUS-OPEN OR T-STATUS-AWAITING THEN
                           ADD 1 TO WS-CNT-OPEN
                       END-IF
                       IF T-STATUS-IN-PROGRESS THEN
                           ADD 1 TO WS-CNT-INPROG
                       END-IF
                       IF (T-STATUS-OPEN OR T-STATUS-IN-PROGRESS OR
                           T-STATUS-AWAITING) AND
                          T-DUEDATE NUMERIC AND
                          T-DUEDATE NOT = '00000000' AND
                          T-DUEDATE < WS-TODAY-YMD THEN
           EXIT.
       COUNT-QUEUE-DEPTH-PARA.
      * OPEN TASKS STILL OWNED BY THE '#' TEAM NAME - THE WORK NOBODY
      * HAS CLAIMED YET, WHICH IS WHERE THE WORST DELAYS HIDE. THE
      * QUEUE HAS ITS OWN TASKSUM ROW LIKE ANY OTHER OWNER
           MOVE 0 TO WS-QUEUE-DEPTH
           MOVE SPACES TO WS-TEAM-OWNER
           STRING '#' WS-MT-TEAMID(WS-MT-IX) DELIMITED BY SIZE
             INTO WS-TEAM-OWNER
           MOVE WS-TEAM-OWNER TO TS-USERNAME
           PERFORM READ-TASKSUM-PARA
           EVALUATE RESPCODE
           WHEN DFHRESP(NORMAL)
               MOVE 0 TO WS-TSUM-OPEN
               PERFORM VARYING WS-TSUM-IX FROM 1 BY 1
                   UNTIL WS-TSUM-IX > 3
                   ADD TS-OPEN(WS-TSUM-IX) TO WS-TSUM-OPEN
               END-PERFORM
               IF WS-TSUM-OPEN > 0 THEN
                   MOVE WS-TSUM-OPEN TO WS-QUEUE-DEPTH
               END-IF
           WHEN DFHRESP(NOTFND)
               CONTINUE
           WHEN OTHER
               PERFORM BROWSE-QUEUE-DEPTH-PARA
           END-EVALUATE
           EXIT.
       BROWSE-QUEUE-DEPTH-PARA.
           MOVE WS-TEAM-OWNER TO T-USERNAME
           PERFORM STARTBR-TASKSU-PARA
           IF STARTBR-CORRECT THEN
               PERFORM ENDBR-TASKSU-PARA
           END-IF
           EXIT.
       READ-TASKSUM-PARA.
           EXEC CICS
           READ FILE('TASKSUM')
           INTO(FS-TASKSUM)
           RIDFLD(TS-USERNAME)
           RESP(RESPCODE)
           END-EXEC
           EXIT.
       SHOW-MEMBER-TASKS-PARA.
      * READ-ONLY LIST OF THE MEMBER'S FIRST EIGHT TASKS OFF TASKSU -
      * THE LEAD SEES THE WORK, ANY ACTION ON IT STAYS WITH THE
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
