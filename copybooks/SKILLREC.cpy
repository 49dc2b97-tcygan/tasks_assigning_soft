      *****************************************************************
      * SKILLREC - RECORD LAYOUT FOR THE SKILLS FILE                   *
      * ONE ROW PER SKILL A USER HOLDS, KEYED USERNAME PLUS SKILL      *
      * CODE - THE ROW'S EXISTENCE IS THE QUALIFICATION, THE SAME WAY  *
      * A PERMS ROW IS THE GRANT. A TASK CARRYING T-SKILL-CODE WANTS   *
      * AN ASSIGNEE HOLDING THE SAME CODE HERE. MAINTAINED ONLINE      *
      * THROUGH USSKLP, REACHED FROM USER MAINTENANCE.                 *
      *****************************************************************
       01 FS-SKILLS.
           05 SK-KEY.
               10 SK-USERNAME PIC X(20).
               10 SK-SKILL PIC X(8).
      * WHEN AND BY WHOM THE QUALIFICATION WAS RECORDED - 0CYYDDD
           05 SK-ADDED-DATE PIC 9(7) VALUE ZERO.
           05 SK-ADDED-BY PIC X(20) VALUE SPACES.
