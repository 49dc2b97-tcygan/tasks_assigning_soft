      * THERE AND SHRUGS AT WHAT IS NOT - SO A REPLAY INTERRUPTED
      * HALFWAY IS SIMPLY RERUN.
      * THE REPLAYED UPDATES ARE DELIBERATELY NOT JOURNALLED AGAIN -
      * THEY ARE THE JOURNAL. NOR DO THEY MOVE THE TASKSUM COUNTS - A
      * JOURNAL IMAGE IS ONLY AN AFTER PICTURE, AND THE COUNTS ON A
      * RESTORED FILE ARE NO BETTER THAN THE BACKUP THEY CAME FROM.
      * TASKCHK0 REBUILDS TASKSUM FROM THE RECOVERED TASKS FILE AND
      * MUST RUN BEFORE THE REGION IS OPENED TO USERS AGAIN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 SRT-SEQ PIC 9(9).
           05 SRT-PROGRAM PIC X(8).
           05 SRT-ACTION PIC X(1).
           05 SRT-TASK-IMAGE PIC X(306).
           05 FILLER REDEFINES SRT-TASK-IMAGE.
               10 SRT-TASKID PIC X(10).
               10 FILLER PIC X(296).
       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE PIC X(80).
       01 WS-CONTROL-STATUS PIC XX.
       01 WS-PARM-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
      * REPORT REPOSITORY PARAMETER AREA - SEE SUBRPS
       01 RPS-PARM.
           05 RPS-REQUEST PIC X.
           05 RPS-JOBNAME PIC X(8) VALUE 'TASKRCV0'.
           05 RPS-LINE PIC X(80).
           05 RPS-STATUS PIC X.
       01 WS-EOF-FLAG PIC X.
           88 END-OF-JOURNAL VALUE 'Y'.
       01 WS-READ-COUNT PIC 9(7) VALUE 0.
           CLOSE TASKS-FILE
           CLOSE CONTROL-FILE
           CLOSE REPORT-FILE
           MOVE 'C' TO RPS-REQUEST
           CALL 'SUBRPS' USING RPS-PARM
           DISPLAY 'TASKRCV0 JOURNAL ROWS READ: ' WS-READ-COUNT
           DISPLAY 'TASKRCV0 IMAGES APPLIED: ' WS-APPLIED-COUNT
           DISPLAY 'TASKRCV0 ROWS AFTER CUTOFF: '
               WS-AFTER-CUTOFF-COUNT
           DISPLAY 'TASKRCV0 RUN TASKCHK0 TO REBUILD TASKSUM BEFORE '
               'OPENING THE REGION'
           PERFORM WRITE-BATCH-LOG-END-PARA
           GOBACK.
       READ-PARM-CARD-PARA.
               PERFORM BATCH-LOG-FAILED-PARA
               STOP RUN
           END-IF
           MOVE 'W' TO RPS-REQUEST
           MOVE REPORT-LINE TO RPS-LINE
           CALL 'SUBRPS' USING RPS-PARM
           EXIT.
       SET-QUIESCE-PARA.
      * FLIPS THE CONTROL FILE'S QUIESCE SWITCH ON SO THE ONLINE
