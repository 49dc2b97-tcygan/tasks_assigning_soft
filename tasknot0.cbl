                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
      * ONLY OPEN/IN-PROGRESS WORK IS WORTH NOTIFYING SOMEONE ABOUT -
      * COMPLETE AND CANCELLED TASKS HAVE NOTHING LEFT TO ACT ON. WORK
      * WAITING FOR ITS ASSIGNEE TO ACCEPT IT IS THE NEWEST OF ALL
                       IF T-STATUS-OPEN OR T-STATUS-IN-PROGRESS OR
                          T-STATUS-AWAITING THEN
                           PERFORM WRITE-ONE-NOTIFICATION-PARA
                       END-IF
               END-READ
