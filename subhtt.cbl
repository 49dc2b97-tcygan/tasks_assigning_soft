       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBHTT.
      * RECORD HASH FOR THE FULL-SYSTEM EXTRACT, SHARED BY TASKUNL0
      * (WHICH TOTALS EVERY RECORD IT UNLOADS) AND TASKRLD0 (WHICH
      * TOTALS THE SAME IMAGES AS IT CHECKS AND RELOADS THEM), SO THE
      * TWO JOBS CANNOT DISAGREE ABOUT THE ARITHMETIC.
      * EACH BYTE IS WEIGHTED BY ITS PLACE IN A FIXED ALPHABET AND BY
      * ITS POSITION IN THE IMAGE, SO A CHANGED CHARACTER OR TWO BYTES
      * SWAPPED BOTH MOVE THE TOTAL. THE WEIGHT COMES FROM THE
      * ALPHABET, NOT THE MACHINE'S CHARACTER CODES, SO AN EXTRACT
      * CARRIED TO A REGION WITH A DIFFERENT CODE PAGE STILL BALANCES.
      * ANY CHARACTER OUTSIDE THE ALPHABET WEIGHS ONE MORE THAN ITS
      * LAST LETTER.
      * PLAIN SUBPROGRAM - NO I/O. THE CALLER SETS HTT-RECORD AND GETS
      * BACK HTT-HASH, AT MOST 85 * (400 * 401 / 2), SO A FILE'S TOTAL
      * OF THESE FITS A 9(15) COMFORTABLY.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-ALPHABET-PIECES.
           05 FILLER PIC X(37) VALUE
              ' 0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           05 FILLER PIC X(26) VALUE 'abcdefghijklmnopqrstuvwxyz'.
           05 FILLER PIC X(21) VALUE '.,-/#*:;()&+=_@%$!?<>'.
       01 WS-ALPHABET REDEFINES WS-ALPHABET-PIECES PIC X(84).
       01 WS-IX PIC 9(3).
       01 WS-WEIGHT PIC 9(3).
       LINKAGE SECTION.
       01 HTT-PARM.
           05 HTT-RECORD PIC X(400).
           05 HTT-HASH PIC 9(9).
       PROCEDURE DIVISION USING HTT-PARM.
       MAIN.
           MOVE 0 TO HTT-HASH
           PERFORM HASH-ONE-BYTE-PARA
               VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 400
           GOBACK.
       HASH-ONE-BYTE-PARA.
           MOVE 0 TO WS-WEIGHT
           INSPECT WS-ALPHABET TALLYING WS-WEIGHT
               FOR CHARACTERS BEFORE INITIAL HTT-RECORD(WS-IX:1)
           COMPUTE HTT-HASH = HTT-HASH + (WS-WEIGHT + 1) * WS-IX
           EXIT.
