       01 WS-RCV-BLOCK-LAST PIC 9(9) VALUE 0.
       01 WS-RCV-DAY-RAW PIC 9(5).
       01 WS-RCV-TIME-RAW PIC 9(8).
       01 WS-RCV-HOLD-IMAGE PIC X(306).
       01 WS-TASKS-STATUS PIC XX.
       01 WS-HISTORY-STATUS PIC XX.
       01 WS-CONTROL-STATUS PIC XX.
           MOVE T-ASSIGNED-BY TO H-ASSIGNED-BY
           MOVE T-REWORK-COUNT TO H-REWORK-COUNT
           MOVE T-CLAIMED-DATE TO H-CLAIMED-DATE
           MOVE T-SKILL-CODE TO H-SKILL-CODE
           MOVE T-CATEGORY TO H-CATEGORY
           MOVE T-COST-CENTER TO H-COST-CENTER
           MOVE T-DEPT TO H-DEPT
           WRITE FS-HISTORY
           IF WS-HISTORY-STATUS = '00' OR WS-HISTORY-STATUS = '22' THEN
      * THE NOTE TRAIL MOVES BEFORE THE TASK'S OWN DELETE - AN ABEND
