      *****************************************************************
      * MSGREC - RECORD LAYOUT FOR THE MESSAGES FILE                   *
      * ONE ROW PER EVENT ADDRESSED TO A USER - A NEW ASSIGNMENT, A    *
      * RELEASE, A REASSIGNMENT, A REOPEN, BOUNCED HOURS, AN OVERNIGHT *
      * ESCALATION, (TO A TEAM LEAD) PRIORITY-H WORK LEFT UNSTARTED,   *
      * (TO THE ASSIGNING ADMIN) A DUE-DATE EXTENSION REQUEST, OR THE  *
      * DECISION ON ONE - KEYED RECIPIENT PLUS A MSGCTR SEQUENCE       *
      * NUMBER, SO ONE USER'S MESSAGES SIT TOGETHER IN ARRIVAL ORDER.  *
      * WRITTEN ONLINE THROUGH SUBMSG AND BY TASKESC0 IN BATCH; READ   *
      * AND DISMISSED ON THE USINBP INBOX SCREEN, COUNTED AT SIGNON.   *
      * A DISMISSED MESSAGE IS DELETED.                                *
      *****************************************************************
       01 FS-MESSAGES.
           05 MG-KEY.
               10 MG-USERNAME PIC X(20).
               10 MG-SEQ PIC 9(9).
      * CICS-STYLE 0CYYDDD / 0HHMMSS STAMPS, SAME AS THE AUDIT FILE
           05 MG-DATE PIC 9(7).
           05 MG-TIME PIC 9(7).
           05 MG-EVENT PIC X(10).
               88 MG-EVENT-ASSIGNED VALUE 'ASSIGNED'.
               88 MG-EVENT-RELEASED VALUE 'RELEASED'.
               88 MG-EVENT-REASSIGNED VALUE 'REASSIGNED'.
               88 MG-EVENT-REOPENED VALUE 'REOPENED'.
               88 MG-EVENT-BOUNCED VALUE 'BOUNCED'.
               88 MG-EVENT-ESCALATED VALUE 'ESCALATED'.
               88 MG-EVENT-STALLED VALUE 'STALLED'.
               88 MG-EVENT-EXTREQ VALUE 'EXTREQ'.
               88 MG-EVENT-EXTENDED VALUE 'EXTENDED'.
               88 MG-EVENT-EXTREFUSED VALUE 'EXTREFUSED'.
           05 MG-TASKID PIC X(10).
      * WHO CAUSED IT - THE ADMIN'S USERNAME, OR THE BATCH JOB NAME
           05 MG-FROM PIC X(20).
           05 MG-TEXT PIC X(40).
           05 MG-READ-FLAG PIC X(1).
               88 MG-UNREAD VALUE 'N'.
               88 MG-READ VALUE 'Y'.
