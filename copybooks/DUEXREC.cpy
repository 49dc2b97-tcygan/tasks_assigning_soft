      *****************************************************************
      * DUEXREC - RECORD LAYOUT FOR THE DUEEXT FILE                    *
      * ONE ROW PER DUE-DATE CHANGE ON A TASK, KEYED TASKID PLUS A     *
      * SEQUENCE THAT STARTS AT 1 FOR EACH TASK. AN ASSIGNEE ASKS FOR  *
      * MORE TIME FROM USMAINP AND THE ROW WAITS THERE, REQUESTED,     *
      * UNTIL AN ADMIN APPROVES OR REFUSES IT ON USDEXP - ONLY AN      *
      * APPROVAL MOVES T-DUEDATE. A DATE AN ADMIN CHANGES THROUGH      *
      * MAINMAPP'S CORRECTION PATH GOES ON AS AN APPROVED ROW OF ITS   *
      * OWN, SO NO DUE DATE EVER MOVES WITHOUT A TRACE. ROWS ARE NEVER *
      * DELETED - THE OLD DATE ON A TASK'S FIRST APPROVED ROW IS THE   *
      * DATE IT WAS ORIGINALLY DUE, WHICH IS HOW TASKSLA0 AND TASKPRF0 *
      * TELL AN HONEST MISS FROM A DATE THAT WAS MOVED.                *
      *****************************************************************
       01 FS-DUEEXT.
           05 DX-KEY.
               10 DX-TASKID PIC X(10).
               10 DX-SEQ PIC 9(3).
      * WHERE THE CHANGE CAME FROM - AN ASSIGNEE'S REQUEST, OR AN
      * ADMIN'S CORRECTION ON THE ASSIGNMENT SCREEN
           05 DX-SOURCE PIC X(1).
               88 DX-FROM-REQUEST VALUE 'R'.
               88 DX-FROM-CORRECTION VALUE 'C'.
           05 DX-STATUS PIC X(1).
               88 DX-REQUESTED VALUE 'R'.
               88 DX-APPROVED VALUE 'A'.
               88 DX-REFUSED VALUE 'X'.
      * THE TASK'S OWNER WHEN THE ROW WENT ON, AND WHO ASKED
           05 DX-USERNAME PIC X(20).
           05 DX-REQUESTED-BY PIC X(20).
      * CICS-STYLE 0CYYDDD / 0HHMMSS STAMPS
           05 DX-REQ-DATE PIC 9(7).
           05 DX-REQ-TIME PIC 9(7).
      * YYYYMMDD, THE SAME FORM AS T-DUEDATE - THE DATE THE TASK
      * CARRIED WHEN THE ROW WENT ON, AND THE ONE ASKED FOR
           05 DX-OLD-DUEDATE PIC X(8).
           05 DX-NEW-DUEDATE PIC X(8).
           05 DX-REASON PIC X(60).
           05 DX-DECIDED-BY PIC X(20).
           05 DX-DECIDED-DATE PIC 9(7).
           05 DX-DECIDED-TIME PIC 9(7).
