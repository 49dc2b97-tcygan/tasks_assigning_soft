      *   WLAPPR   - WORKLOG SIGN-OFF (USWLAPP)                        *
      *   REOPEN   - ARCHIVED-TASK REOPEN (USREOPP)                    *
      *   SEARCH   - ADMIN TASK SEARCH (USSRCHP)                       *
      *   SESSION  - SIGNON REGISTRY AND FORCED SIGNOFF (USSESP)       *
      *   QAREVIEW - QA VERDICTS ON SAMPLED WORK (USQARP)              *
      *   DUEEXT   - DUE-DATE EXTENSION DECISIONS (USDEXP)             *
      *   RPTVIEW  - STORED BATCH REPORT VIEWER (USRPVP)               *
      *   XDEPT    - CROSS-DEPARTMENT SCOPE ON THE ADMIN SCREENS       *
      *              (SUBDPT) - WITHOUT IT AN ADMIN SEES AND CHANGES   *
      *              ONLY THEIR OWN DEPARTMENT'S USERS AND TASKS       *
      * A USER WITH NO ROWS AT ALL FALLS BACK TO THE OLD RULE - THE    *
      * 'A' ROLE OPENS EVERYTHING - SO EXISTING ADMINS KEEP WORKING    *
      * UNTIL OPERATIONS LOADS THEIR SPLIT GRANTS. LOADED AND          *
