           02 FILLER REDEFINES PREREQF.
              03 PREREQA PIC X.
           02 PREREQI PIC X(10).
      * SKILL CODE THE WORK CALLS FOR, OR BLANK - CHECKED AGAINST THE
      * ASSIGNEE'S HOLDINGS ON THE SKILLS FILE
           02 SKILLL PIC S9(4) COMP.
           02 SKILLF PIC X.
           02 FILLER REDEFINES SKILLF.
              03 SKILLA PIC X.
           02 SKILLI PIC X(8).
      * WORK CATEGORY CODE FROM THE CATEGORY CATALOG, OR BLANK
           02 CATEGORYL PIC S9(4) COMP.
           02 CATEGORYF PIC X.
           02 FILLER REDEFINES CATEGORYF.
              03 CATEGORYA PIC X.
           02 CATEGORYI PIC X(6).
      * COST CENTER THE WORK IS CHARGED TO, OR BLANK
           02 COSTCL PIC S9(4) COMP.
           02 COSTCF PIC X.
           02 FILLER REDEFINES COSTCF.
              03 COSTCA PIC X.
           02 COSTCI PIC X(8).
      * LATEST PROGRESS NOTES, OUTPUT ONLY - FILLED BY THE PF6 LOOKUP
           02 NOTE1L PIC S9(4) COMP.
           02 NOTE1F PIC X.
           02 FILLER PIC X(3).
           02 PREREQO PIC X(10).
           02 FILLER PIC X(3).
           02 SKILLO PIC X(8).
           02 FILLER PIC X(3).
           02 CATEGORYO PIC X(6).
           02 FILLER PIC X(3).
           02 COSTCO PIC X(8).
           02 FILLER PIC X(3).
           02 NOTE1O PIC X(60).
           02 FILLER PIC X(3).
           02 NOTE2O PIC X(60).
