      *****************************************************************
      * CATREC - RECORD LAYOUT FOR THE CATEGORY CATALOG FILE           *
      * ONE ROW PER WORK CATEGORY, KEYED BY A SHORT CODE. A TASK       *
      * CARRIES THE CODE IN T-CATEGORY; ASSIGNMENT, THE BULK LOAD AND  *
      * THE TEMPLATE GENERATOR REFUSE A CODE THAT IS NOT HERE AND TAKE *
      * THE ROW'S DEFAULTS WHEN PRIORITY OR DUE DATE IS LEFT BLANK.    *
      * MAINTAINED BY OPERATIONS WITH THE FILE UTILITIES, THE SAME AS  *
      * THE TEAMS AND PERMS FILES.                                     *
      *****************************************************************
       01 FS-CATEGORY.
           05 CAT-CODE PIC X(6).
           05 CAT-DESC PIC X(30) VALUE SPACES.
      * H, M OR L - SPACE MEANS NO CATEGORY DEFAULT, THE SHOP DEFAULT
      * OF M APPLIES
           05 CAT-DEF-PRIORITY PIC X(1) VALUE SPACES.
      * WORK DAYS FROM TODAY TO THE DEFAULT DUE DATE - ZERO MEANS NO
      * CATEGORY ALLOWANCE, THE PER-PRIORITY SLADAYS ROW APPLIES
           05 CAT-DEF-DAYS PIC 9(3) VALUE ZERO.
