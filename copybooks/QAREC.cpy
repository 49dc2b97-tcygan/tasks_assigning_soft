      *****************************************************************
      * QAREC - RECORD LAYOUT FOR THE QAREVIEW FILE                    *
      * ONE ROW PER COMPLETED TASK PICKED FOR A QUALITY REVIEW, KEYED  *
      * BY TASKID AND THE DATE THE WEEKLY TASKQAS0 SAMPLE TOOK IT.     *
      * TASKQAS0 WRITES THE ROW PENDING, THE USQARP REVIEWER SCREEN    *
      * RECORDS THE VERDICT, SCORE AND COMMENT ON IT, AND THE MONTHLY  *
      * TASKQAR0 REPORT READS IT BACK PER USER AND PER TEAM.           *
      *****************************************************************
       01 FS-QAREVIEW.
           05 QA-KEY.
               10 QA-TASKID PIC X(10).
      * CICS-STYLE 0CYYDDD STAMP OF THE SAMPLING RUN
               10 QA-SAMPLE-DATE PIC 9(7).
      * THE USER WHOSE WORK IS UNDER REVIEW, AS IT CLOSED
           05 QA-USERNAME PIC X(20).
           05 QA-COMPLETED-DATE PIC 9(7).
           05 QA-REWORK-COUNT PIC 9(2).
      * WHY THE TASK WAS PICKED - THE RANDOM SHARE, OR EVERY TASK
      * THAT HAD TO BE REWORKED BEFORE IT CLOSED
           05 QA-PICK PIC X(1).
               88 QA-PICK-RANDOM VALUE 'S'.
               88 QA-PICK-REWORK VALUE 'R'.
           05 QA-STATUS PIC X(1).
               88 QA-PENDING VALUE 'N'.
               88 QA-PASSED VALUE 'P'.
               88 QA-FAILED VALUE 'F'.
      * 0 - 100, SET WITH THE VERDICT
           05 QA-SCORE PIC 9(3).
           05 QA-REVIEWER PIC X(20).
           05 QA-REVIEW-DATE PIC 9(7).
           05 QA-REVIEW-TIME PIC 9(7).
      * THE REVIEWER'S REMARKS - REQUIRED ON A FAIL, WHERE IT IS THE
      * REASON THE TASK WENT BACK
           05 QA-COMMENT PIC X(40).
