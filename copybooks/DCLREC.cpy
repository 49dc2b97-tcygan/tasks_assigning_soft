      *****************************************************************
      * DCLREC - RECORD LAYOUT FOR THE DECLINES FILE                   *
      * ONE ROW PER HAND-BACK - WRITTEN BY USMAINP WHEN AN ASSIGNEE    *
      * DECLINES A TASK AWAITING HIS ACCEPTANCE, KEYED BY THE TASKID   *
      * PLUS A SEQUENCE NUMBER SO A TASK BOUNCED MORE THAN ONCE KEEPS  *
      * EVERY REASON IN THE ORDER GIVEN. THE HAND-BACK QUEUE (USHBKP)  *
      * SHOWS THE LATEST REASON; THE TASKDSR0 DOSSIER PRINTS THEM ALL. *
      * THE ROWS STAY BEHIND WHEN THE TASK ARCHIVES - THE DOSSIER      *
      * READS THEM BY TASKID EITHER WAY.                               *
      *****************************************************************
       01 FS-DECLINES.
           05 DC-KEY.
               10 DC-TASKID PIC X(10).
               10 DC-SEQ PIC 9(3).
      * CICS-STYLE STAMPS (0CYYDDD / 0HHMMSS), SAME AS THE NOTE TRAIL
           05 DC-DATE PIC 9(7).
           05 DC-TIME PIC 9(7).
      * WHO HANDED IT BACK, AND WHO IT WENT BACK TO
           05 DC-USERNAME PIC X(20).
           05 DC-ASSIGNED-BY PIC X(20).
           05 DC-REASON PIC X(60).
