      *****************************************************************
      * TSUMREC - RECORD LAYOUT FOR THE TASKSUM FILE                   *
      * ONE ROW PER TASK OWNER (PERSON OR '#' TEAM QUEUE) HOLDING THE  *
      * COUNTS THE CEILING CHECKS, THE DASHBOARD AND THE TEAM VIEW     *
      * USED TO GET BY READING EVERY ONE OF THE OWNER'S TASKS. EVERY   *
      * PROGRAM THAT CHANGES LIVE WORK ON TASKS MOVES THE COUNTS WITH  *
      * IT - ONLINE THROUGH SUBTSM, IN BATCH THROUGH SUBTSB. TASKARC0  *
      * ONLY EVER REMOVES CLOSED WORK, WHICH COUNTS NOWHERE, AND       *
      * TASKRCV0 AND TASKRLD0 REBUILD TASKS WHOLESALE AND LEAVE THE    *
      * COUNTS TO TASKCHK0, WHICH REBUILDS THE WHOLE FILE FROM TASKS   *
      * EVERY MORNING, REPORTING ANY ROW THAT HAD DRIFTED. NO ROW      *
      * MEANS NO LIVE WORK. THE COUNTS ARE SIGNED SO A ROW THAT HAS    *
      * DRIFTED BELOW ZERO SHOWS AS SUCH INSTEAD OF WRAPPING.          *
      * EACH STATUS COUNT IS SPLIT BY PRIORITY (1 H, 2 M, 3 L):        *
      *   TS-OPEN     - OPEN OR AWAITING ACCEPTANCE (O, W)             *
      *   TS-INPROG   - IN PROGRESS (I)                                *
      *   TS-PENDING  - WAITING FOR PRIORITY-H APPROVAL (P)            *
      *   TS-DECLINED - HANDED BACK, NOT YET REASSIGNED (D)            *
      * OVERDUE IS PAST T-DUEDATE ON THE DAY OF THE UPDATE. A TASK     *
      * THAT GOES PAST DUE OVERNIGHT WITHOUT BEING TOUCHED IS PICKED   *
      * UP BY THE MORNING REBUILD, STAMPED IN TS-REBUILT-DATE/TIME.    *
      *****************************************************************
       01 FS-TASKSUM.
           05 TS-USERNAME PIC X(20).
           05 TS-COUNTS.
               10 TS-BY-PRIORITY OCCURS 3 TIMES.
                   15 TS-OPEN PIC S9(5).
                   15 TS-INPROG PIC S9(5).
                   15 TS-PENDING PIC S9(5).
                   15 TS-DECLINED PIC S9(5).
      * PAST DUE AND STILL BEING WORKED OR WAITING TO BE (O, W, I) -
      * AND PAST DUE BUT HELD FOR APPROVAL OR HANDED BACK (P, D)
               10 TS-OVERDUE-WORK PIC S9(5).
               10 TS-OVERDUE-HELD PIC S9(5).
           05 TS-REBUILT-DATE PIC 9(8).
           05 TS-REBUILT-TIME PIC 9(6).
