      *****************************************************************
      * UNLREC - RECORD LAYOUT FOR THE FULL-SYSTEM EXTRACT             *
      * WRITTEN BY TASKUNL0 AND READ BACK BY TASKRLD0. ONE HEADER, THEN *
      * EVERY RECORD OF EVERY FILE TAGGED WITH THE FILE IT CAME FROM,  *
      * THEN ONE TRAILER PER FILE CARRYING THE RECORD COUNT AND HASH   *
      * TOTAL (SEE SUBHTT) THE RELOAD MUST BALANCE TO. ALL DISPLAY     *
      * DATA SO THE EXTRACT SURVIVES A MOVE BETWEEN REGIONS.           *
      *****************************************************************
       01 FS-UNLOAD.
      * 'HEADER', 'TRAILER', OR THE TAG OF THE FILE THE IMAGE IN
      * UL-BODY CAME FROM ('USERS', 'TASKS', 'CONTROL' ...)
           05 UL-REC-TYPE PIC X(8).
               88 UL-HEADER VALUE 'HEADER'.
               88 UL-TRAILER VALUE 'TRAILER'.
      * A DATA RECORD'S IMAGE, LEFT-JUSTIFIED AND SPACE-FILLED
           05 UL-BODY PIC X(400).
           05 UL-HEADER-BODY REDEFINES UL-BODY.
               10 UL-H-SOURCE PIC X(8).
               10 UL-H-RUN-DATE PIC 9(8).
               10 UL-H-RUN-TIME PIC 9(6).
               10 UL-H-FILE-COUNT PIC 9(3).
               10 FILLER PIC X(375).
           05 UL-TRAILER-BODY REDEFINES UL-BODY.
               10 UL-T-FILE PIC X(8).
               10 UL-T-COUNT PIC 9(9).
               10 UL-T-HASH PIC 9(15).
               10 FILLER PIC X(368).
