       01 DFHCOMMAREA.
           05 RC-PROGRAM PIC X(8).
           05 RC-ACTION PIC X(1).
           05 RC-TASK-IMAGE PIC X(306).
           05 RC-STATUS PIC X.
               88 RC-GOOD VALUE '0'.
               88 RC-ERROR VALUE '9'.
