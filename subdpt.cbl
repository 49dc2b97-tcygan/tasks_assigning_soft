       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBDPT.
      * SHARED DEPARTMENT-SCOPE LOOKUP, LINK'D BY THE ADMIN SCREENS
      * (MAINMAPP, USSHOWP, USSRCHP, USREASP, USAPPRP, USDASHP) BEFORE
      * THEY SHOW OR CHANGE ANY USER OR TASK. PERMS SAYS WHICH
      * FUNCTIONS AN ADMIN MAY USE; THIS SAYS WHOSE WORK THEY MAY USE
      * THEM ON. CALLER SETS DPT-USERNAME AND DPT-ROLE, GETS BACK:
      *   DPT-ADMIN-DEPT - THE CALLER'S OWN DEPARTMENT OFF USERS
      *                    (SPACES IF NONE IS SET OR THE ROW IS GONE)
      *   DPT-SCOPE      - 'A' ALL DEPARTMENTS, WHEN SUBPRM GRANTS THE
      *                    XDEPT FUNCTION, OTHERWISE 'D' OWN ONLY
      * THE CALLER THEN HOLDS EACH USER OR TASK AGAINST IT THE SAME
      * WAY - IN SCOPE IF DPT-ALL-DEPTS, IF THE ROW'S DEPARTMENT IS
      * SPACES (SAVED BEFORE DEPARTMENTS EXISTED), OR IF IT MATCHES
      * DPT-ADMIN-DEPT. THE GRANT GOES THROUGH SUBPRM LIKE ANY OTHER
      * SO ITS MIGRATION RULE HOLDS HERE TOO - AN ADMIN WITH NO PERMS
      * ROWS AT ALL STILL SEES EVERY DEPARTMENT UNTIL OPERATIONS LOADS
      * THEIR SPLIT GRANTS.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 RESPCODE PIC S9(8) COMP.
           COPY USERSREC.
       01 SUB-PERM-DATA.
           05 PRM-USERNAME PIC X(20).
           05 PRM-ROLE PIC X.
           05 PRM-FUNCTION PIC X(8).
           05 PRM-VERDICT PIC X.
               88 PRM-ALLOWED VALUE 'Y'.
       LINKAGE SECTION.
       01 DFHCOMMAREA.
           05 DPT-USERNAME PIC X(20).
           05 DPT-ROLE PIC X.
           05 DPT-ADMIN-DEPT PIC X(4).
           05 DPT-SCOPE PIC X.
               88 DPT-ALL-DEPTS VALUE 'A'.
               88 DPT-OWN-DEPT VALUE 'D'.
       PROCEDURE DIVISION.
       MAIN.
           MOVE SPACES TO DPT-ADMIN-DEPT
           MOVE 'D' TO DPT-SCOPE
           MOVE DPT-USERNAME TO USERS-USERNAME
           EXEC CICS
           READ FILE('USERS')
           INTO(FS-USERS)
           RIDFLD(USERS-USERNAME)
           RESP(RESPCODE)
           END-EXEC
           IF RESPCODE = DFHRESP(NORMAL) THEN
               MOVE USERS-DEPT TO DPT-ADMIN-DEPT
           END-IF
           MOVE DPT-USERNAME TO PRM-USERNAME
           MOVE DPT-ROLE TO PRM-ROLE
           MOVE 'XDEPT' TO PRM-FUNCTION
           EXEC CICS
           LINK PROGRAM('SUBPRM') COMMAREA(SUB-PERM-DATA)
           END-EXEC
           IF PRM-ALLOWED THEN
               MOVE 'A' TO DPT-SCOPE
           END-IF
           EXEC CICS
           RETURN
           END-EXEC
           GOBACK.
