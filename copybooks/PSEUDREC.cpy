      *****************************************************************
      * PSEUDREC - RECORD LAYOUT FOR THE PSEUDMAP FILE                 *
      * ONE ROW PER LEAVER WHOSE NAME TASKPSN0 HAS TAKEN OUT OF THE    *
      * RETAINED HISTORY, KEYED BY THE REAL USERNAME. THE PSEUDONYM IS *
      * ISSUED ONCE OFF THE PSEUDCTR CONTROL ROW AND NEVER CHANGES, SO *
      * EVERY FILE CARRIES THE SAME ONE AND THE PER-USER COUNTS STILL  *
      * ADD UP. THIS FILE IS THE ONLY WAY BACK FROM A PSEUDONYM TO A   *
      * PERSON - IT IS BATCH-ONLY (NO FCT ENTRY), IS LEFT OUT OF THE   *
      * TASKUNL0 EXTRACT AND IS READ ONLY UNDER THE PRIVACY OFFICER'S  *
      * DATASET ACCESS, FOR A LAWFUL LOOKUP.                           *
      *****************************************************************
       01 FS-PSEUDMAP.
           05 PX-USERNAME PIC X(20).
           05 PX-PSEUDONYM PIC X(20).
      * A = THE NAME IS BEING REPLACED. S = SUSPENDED - THE ACCOUNT
      * WAS ENABLED AGAIN (OR DISABLED AFRESH AND BACK INSIDE THE
      * RETENTION), SO ITS NEW ROWS KEEP THE NAME UNTIL IT EXPIRES
      * AGAIN. THE PSEUDONYM STAYS THE SAME EITHER WAY
           05 PX-STATUS PIC X(1).
               88 PX-APPLIES VALUE 'A'.
               88 PX-SUSPENDED VALUE 'S'.
      * THE USERS DISABLE STAMP THE RETENTION RAN FROM (0CYYDDD), AND
      * THE RUN DATE THE PSEUDONYM WAS ISSUED (YYYYMMDD)
           05 PX-DISABLED-DATE PIC 9(7).
           05 PX-MAPPED-DATE PIC 9(8).
