      * RULE AS ULOG/MAIN INSTEAD OF STAYING OPEN FOREVER ON ITS OWN -
      * A DIRECT COLD START WITH NO IDENTITY TO CHECK IS NO LONGER
      * ALLOWED, THE SAME WAY MAINMAPP ALREADY REFUSES ONE
      * AN ADMIN WITHOUT THE XDEPT GRANT IS ONLY SHOWN THE USERS OF
      * THEIR OWN DEPARTMENT (SEE SUBDPT) - THE OTHERS ARE PAGED PAST
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-COMMAREA.
           05 SUB-LOGIN-TIME PIC 9(7).
           05 SUB-TIMEOUT-STATUS PIC X.
               88 SUB-SESSION-EXPIRED VALUE 'Y'.
           05 SUB-TMO-USERNAME PIC X(20).
           05 SUB-TMO-REQUEST PIC X.
           COPY USERSREC.
       01 SUB-DEPT-DATA.
           05 DPT-USERNAME PIC X(20).
           05 DPT-ROLE PIC X.
           05 DPT-ADMIN-DEPT PIC X(4).
           05 DPT-SCOPE PIC X.
               88 DPT-ALL-DEPTS VALUE 'A'.
       01 WS-CHECK-DEPT PIC X(4).
       01 IF-DEPT-IN-SCOPE PIC X.
           88 DEPT-IN-SCOPE VALUE 'Y'.
       01 MSG-FOR-USER.                                                 
           05 EXIT-MSG PIC X(22) VALUE 'TRANSACTION TERMINATED'.       
           05 INVALID-KEY-MSG PIC X(11) VALUE 'INVALID KEY'.           
                       WHEN DFHPF6 PERFORM  READ-8-NEXT-PARA
                       WHEN DFHENTER PERFORM JUMP-TO-SEARCH-PARA
                       WHEN DFHPF3
                            PERFORM END-SESSION-PARA
                            EXEC CICS
                            SEND TEXT FROM(EXIT-MSG)
                            ERASE
      * SUBTMO SUBPROGRAM
            MOVE COM-LOGIN-DATE TO SUB-LOGIN-DATE
            MOVE COM-LOGIN-TIME TO SUB-LOGIN-TIME
            MOVE COM-USERNAME TO SUB-TMO-USERNAME
            MOVE 'C' TO SUB-TMO-REQUEST
            EXEC CICS
            LINK PROGRAM('SUBTMO') COMMAREA(SUB-TIMEOUT-DATA)
            END-EXEC
            EXIT.
        END-SESSION-PARA.
      * PF3 SIGNS OFF - SUBTMO DROPS THE SIGNON REGISTRY ROW SO THE
      * NEXT SIGNON, HERE OR AT ANOTHER TERMINAL, IS NOT TURNED AWAY
            MOVE COM-LOGIN-DATE TO SUB-LOGIN-DATE
            MOVE COM-LOGIN-TIME TO SUB-LOGIN-TIME
            MOVE COM-USERNAME TO SUB-TMO-USERNAME
            MOVE 'E' TO SUB-TMO-REQUEST
            EXEC CICS
            LINK PROGRAM('SUBTMO') COMMAREA(SUB-TIMEOUT-DATA)
            END-EXEC
            EXEC CICS                                            
            STARTBR                                              
            FILE('USERS')                                        
            RIDFLD(USERS-USERNAME)
            RESP(RESPCODE)                                       
            END-EXEC                                             
            IF RESPCODE = DFHRESP(NORMAL) THEN                   
            NOHANDLE                                                  
            END-EXEC                                                  
            EXIT.                                                     
        READ-8-NEXT-PARA.
      * USERS OUTSIDE THE ADMIN'S DEPARTMENT SCOPE ARE READ PAST, NOT
      * SHOWN - A LINE IS ONLY USED UP BY A USER THE ADMIN MAY SEE
            PERFORM CHECK-DEPT-SCOPE-PARA
            MOVE COM-LAST TO USERS-USERNAME
            PERFORM STARTBR-PARA
            IF STARTBR-CORRECT THEN
               MOVE 1 TO ITER
               PERFORM UNTIL ITER > 8
                 EXEC CICS READNEXT FILE('USERS')
                 RIDFLD(USERS-USERNAME)
                 RESP(RESPCODE)
                 INTO(FS-USERS)
                 END-EXEC
                   EVALUATE RESPCODE
                   WHEN DFHRESP(NORMAL)
                       MOVE USERS-DEPT TO WS-CHECK-DEPT
                       PERFORM CHECK-DEPT-IN-SCOPE-PARA
                       IF DEPT-IN-SCOPE THEN
                           IF ITER = 1 THEN
                               MOVE USERS-USERNAME TO COM-FIRST
                           END-IF
                           MOVE USERS-USERNAME TO POLEO(ITER)
                           MOVE USERS-USERNAME TO COM-LAST
                           ADD 1 TO ITER
                       END-IF
                   WHEN DFHRESP(ENDFILE)
                       MOVE '____________________' TO POLEO(ITER)
                       ADD 1 TO ITER
                   WHEN OTHER
                       MOVE ERROR-MSG TO MSGO
                       MOVE 9 TO ITER
                   END-EVALUATE
               END-PERFORM
            ELSE
               MOVE ERROR-MSG TO MSGO
            END-IF
               MOVE 'D' TO WHAT-MAP-FLAG
               PERFORM SEND-THE-MAP-PARA
            PERFORM ENDBR-PARA
            EXIT.
        READ-8-PREV-PARA.
            PERFORM CHECK-DEPT-SCOPE-PARA
            MOVE COM-FIRST TO USERS-USERNAME
            PERFORM STARTBR-PARA
            IF STARTBR-CORRECT THEN
      * FIRST WE NEED TO READNEXT ONE TIME TO BE ABLE TO CONTINUE
      * WITHOUT ERROS
               EXEC CICS
               READNEXT FILE('USERS')
               INTO(FS-USERS)
               RESP(RESPCODE)
               RIDFLD(USERS-USERNAME)
               END-EXEC
                IF RESPCODE = DFHRESP(NORMAL) THEN
               MOVE 8 TO ITER
               PERFORM UNTIL ITER < 1
                 EXEC CICS READPREV FILE('USERS')
                 RIDFLD(USERS-USERNAME)
                 RESP(RESPCODE)
                 INTO(FS-USERS)
                 END-EXEC
                   EVALUATE RESPCODE
                   WHEN DFHRESP(NORMAL)
                       MOVE USERS-DEPT TO WS-CHECK-DEPT
                       PERFORM CHECK-DEPT-IN-SCOPE-PARA
                       IF DEPT-IN-SCOPE THEN
                           IF ITER = 8 THEN
                               MOVE USERS-USERNAME TO COM-LAST
                           END-IF
                           MOVE USERS-USERNAME TO POLEO(ITER)
                           MOVE USERS-USERNAME TO COM-FIRST
                           SUBTRACT 1 FROM ITER
                       END-IF
                   WHEN DFHRESP(ENDFILE)
                       MOVE '____________________' TO POLEO(ITER)
                       SUBTRACT 1 FROM ITER
                   WHEN OTHER
                       MOVE ERROR-MSG TO MSGO
                       MOVE 0 TO ITER
                   END-EVALUATE
               END-PERFORM
            ELSE
      * FIRST READNEXT FAILED
               MOVE ERROR-MSG TO MSGO
            END-IF
            ELSE
      *STARTBR FAILED
               MOVE ERROR-MSG TO MSGO
            END-IF
               MOVE 'D' TO WHAT-MAP-FLAG
               PERFORM SEND-THE-MAP-PARA
            PERFORM ENDBR-PARA
            EXIT.
        CHECK-DEPT-SCOPE-PARA.
      * ASKS SUBDPT FOR THE ADMIN'S OWN DEPARTMENT AND WHETHER THE
      * XDEPT GRANT TAKES THEM PAST IT - SEE SUBDPT FOR THE RULE
            MOVE COM-USERNAME TO DPT-USERNAME
            MOVE COM-ROLE TO DPT-ROLE
            EXEC CICS
            LINK PROGRAM('SUBDPT') COMMAREA(SUB-DEPT-DATA)
            END-EXEC
            EXIT.
        CHECK-DEPT-IN-SCOPE-PARA.
      * IS THE DEPARTMENT IN WS-CHECK-DEPT ONE THE ADMIN MAY SEE?
      * SPACES IS A USER SAVED BEFORE DEPARTMENTS EXISTED - EVERYBODY'S
            IF DPT-ALL-DEPTS OR WS-CHECK-DEPT = SPACES OR
               WS-CHECK-DEPT = DPT-ADMIN-DEPT THEN
                MOVE 'Y' TO IF-DEPT-IN-SCOPE
            ELSE
                MOVE 'N' TO IF-DEPT-IN-SCOPE
            END-IF
            EXIT.
