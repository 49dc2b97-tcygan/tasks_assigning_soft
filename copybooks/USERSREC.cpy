      * SINCE THE FIELD EXISTED
           05 USERS-LAST-LOGON-DATE PIC 9(7) VALUE ZERO.
           05 USERS-LAST-LOGON-TIME PIC 9(7) VALUE ZERO.
      * CICS 0CYYDDD STAMP OF THE DAY USRMNTP DISABLED THE ACCOUNT,
      * CLEARED WHEN IT IS ENABLED AGAIN. TASKPSN0 COUNTS ITS LEAVER
      * RETENTION FROM HERE. ZERO ON A DISABLED USER MEANS DISABLED
      * BEFORE THE FIELD EXISTED - TASKPSN0 STARTS THE CLOCK ON ITS
      * FIRST RUN
           05 USERS-DISABLED-DATE PIC 9(7) VALUE ZERO.
      * DEPARTMENT CODE, KEPT BY USRMNTP. A TASK TAKES ITS ASSIGNEE'S
      * CODE WHEN IT IS SAVED, AND AN ADMIN WITHOUT THE XDEPT GRANT
      * SEES ONLY THEIR OWN DEPARTMENT'S USERS AND TASKS. SPACES UNTIL
      * SOMEONE SETS IT
           05 USERS-DEPT PIC X(4) VALUE SPACES.
