      * RECOVCTR CONTROL COUNTER - LIKE AUDITCTR, THE NUMBERS ARE      *
      * UNIQUE AND CLIMBING BUT NOT DENSE, SO THE REPLAY ORDERS ON     *
      * THE DATE AND TIME STAMPS AND BREAKS TIES ON THE SEQUENCE.      *
      * TASKCHG0 READS THE SAME IMAGES TO PRINT FIELD-LEVEL CHANGES.    *
      *****************************************************************
       01 FS-RECOV.
           05 RCV-KEY.
               88 RCV-ACTION-DELETE VALUE 'D'.
      * THE FULL FS-TASKS RECORD AS IT STOOD AFTER THE OPERATION (FOR
      * A DELETE, AS IT STOOD WHEN IT WAS DELETED) - TASKSREC IS THE
      * MAP OF THESE 306 BYTES
           05 RCV-TASK-IMAGE PIC X(306).
