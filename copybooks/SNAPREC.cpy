      * HOLDING THE SAME COUNTS USDASHP GATHERS ON DEMAND - WRITTEN    *
      * NIGHTLY BY TASKSNP0 SO THE NUMBERS STOP VANISHING AT MIDNIGHT. *
      * TASKTRD0 PRINTS THE LAST 30 DAYS AS A TREND FOR MANAGEMENT.    *
      * THE POPULATION GRID COUNTS EVERY ROW ON TASKS, CLOSED WORK      *
      * INCLUDED, BY STATUS AND PRIORITY AS AT THE TAKEN STAMP - IT IS *
      * THE OPENING BALANCE TASKFLW0 ROLLS THE NEXT DAY'S JOURNAL ON.  *
      *****************************************************************
       01 FS-SNAPSHOT.
           05 SN-DATE PIC 9(8).
           05 SN-OVERDUE PIC 9(5).
           05 SN-LOCKED PIC 9(5).
           05 SN-DISABLED PIC 9(5).
      * WHEN THE TASKS PASS WAS MADE - TASKFLW0 TAKES THE JOURNAL FROM
      * THIS STAMP ON. ZERO ON A ROW WRITTEN BEFORE THE GRID EXISTED
           05 SN-TAKEN-DATE PIC 9(8).
           05 SN-TAKEN-TIME PIC 9(6).
      * STATUS SLOTS O I P W D C X AND ANY OTHER CODE; PRIORITY SLOTS
      * H M L AND ANY OTHER CODE
           05 SN-POPULATION.
               10 SN-POP-STATUS OCCURS 8 TIMES.
                   15 SN-POP-COUNT PIC 9(6) OCCURS 4 TIMES.
