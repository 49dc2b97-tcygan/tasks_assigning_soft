      *****************************************************************
      * HWATREC - RECORD LAYOUT FOR THE HWATCH FILE                    *
      * ONE ROW PER PRIORITY-H TASK RELEASED THROUGH USAPPRP, KEYED BY *
      * TASKID, CARRYING THE MOMENT OF RELEASE. THE TIMED USWTCHP      *
      * TRANSACTION WALKS IT THROUGH THE ONLINE DAY AND ALERTS THE     *
      * ASSIGNEE'S TEAM LEADS ONCE THE TASK HAS SAT UNSTARTED TOO      *
      * LONG. THE ALERT FLAG IS WHAT STOPS A SECOND ALERT FOR THE SAME *
      * TASK. A ROW IS DROPPED BY USWTCHP AS SOON AS ITS TASK IS       *
      * STARTED, CLOSED, ARCHIVED OR NO LONGER PRIORITY-H.             *
      *****************************************************************
       01 FS-HWATCH.
           05 HW-TASKID PIC X(10).
      * CICS-STYLE 0CYYDDD / 0HHMMSS STAMPS OF THE RELEASE
           05 HW-RELEASED-DATE PIC 9(7).
           05 HW-RELEASED-TIME PIC 9(7).
      * THE SECOND ADMIN WHO RELEASED IT
           05 HW-RELEASED-BY PIC X(20).
           05 HW-ALERT-FLAG PIC X(1).
               88 HW-ALERTED VALUE 'Y'.
               88 HW-NOT-ALERTED VALUE 'N'.
           05 HW-ALERTED-DATE PIC 9(7).
           05 HW-ALERTED-TIME PIC 9(7).
      * HOW MANY LEADS THE ALERT WENT TO - ZERO MEANS THE ASSIGNEE
      * BELONGS TO NO TEAM WITH A LEAD, AND ONLY THE JOURNAL SAW IT
           05 HW-LEADS-TOLD PIC 9(3).
