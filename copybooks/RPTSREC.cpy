      *****************************************************************
      * RPTSREC - RECORD LAYOUT FOR THE RPTSTORE FILE                  *
      * THE REPORT REPOSITORY. EVERY BATCH REPORT JOB HANDS EACH LINE  *
      * IT PRINTS TO SUBRPS AS WELL, AND SUBRPS KEEPS IT HERE KEYED BY *
      * JOB NAME, RUN DATE AND TIME, AND LINE NUMBER, SO USRPVP CAN    *
      * SHOW THE REPORT ON A SCREEN INSTEAD OF SOMEONE FETCHING THE    *
      * SPOOL. LINE ZERO OF EACH RUN IS THE RUN'S OWN HEADER ROW - IT  *
      * GOES ON WITH THE FIRST PRINTED LINE AS RUNNING AND IS MARKED   *
      * COMPLETE WITH ITS LINE COUNT WHEN THE JOB CLOSES ITS REPORT,   *
      * SO A JOB THAT DIED PART-WAY SHOWS AS INCOMPLETE. TASKHKP0      *
      * PURGES WHOLE RUNS PAST THE RPTRET RETENTION ON CONTROL.        *
      *****************************************************************
       01 FS-RPTSTORE.
           05 RS-KEY.
               10 RS-RUN-KEY.
                   15 RS-JOBNAME PIC X(8).
                   15 RS-RUN-DATE PIC 9(8).
                   15 RS-RUN-TIME PIC 9(6).
               10 RS-LINE-NO PIC 9(7).
           05 RS-TEXT PIC X(80).
           05 RS-RUN-HEADER REDEFINES RS-TEXT.
               10 RS-RUN-STATUS PIC X(1).
                   88 RS-RUN-RUNNING VALUE 'R'.
                   88 RS-RUN-COMPLETE VALUE 'C'.
               10 RS-LINE-COUNT PIC 9(7).
               10 RS-END-DATE PIC 9(8).
               10 RS-END-TIME PIC 9(6).
               10 FILLER PIC X(58).
