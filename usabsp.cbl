           05 SUB-LOGIN-TIME PIC 9(7).
           05 SUB-TIMEOUT-STATUS PIC X.
               88 SUB-SESSION-EXPIRED VALUE 'Y'.
           05 SUB-TMO-USERNAME PIC X(20).
           05 SUB-TMO-REQUEST PIC X.
       01 DTV-PARM.
           05 DTV-DATE PIC X(8).
           05 DTV-TODAY PIC 9(8).
                  WHEN DFHPF9
                       PERFORM REMOVE-ABSENCE-PARA
                  WHEN DFHPF3
                      PERFORM END-SESSION-PARA
                      EXEC CICS
                      SEND TEXT FROM(EXIT-MSG)
                      ERASE
      * THE SAME SUBTMO SUBPROGRAM
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
