      * WHEN A SECOND ADMIN RELEASES IT THROUGH USAPPRP - UNTIL THEN
      * IT STAYS OFF THE TARGET USER'S PANEL
               88 T-STATUS-PENDING VALUE 'P'.
      * WORK HANDED TO A NAMED PERSON LANDS AWAITING ACCEPTANCE - THE
      * ASSIGNEE ACCEPTS IT FROM HIS OWN PANEL (IT GOES OPEN) OR
      * DECLINES IT WITH A REASON (IT GOES DECLINED). A DECLINED TASK
      * SITS ON THE HAND-BACK QUEUE (USHBKP) UNTIL THE ASSIGNING
      * ADMIN REASSIGNS OR CANCELS IT. TEAM-QUEUE WORK NEEDS NO
      * ACCEPTANCE - CLAIMING IT IS THE ACCEPTANCE
               88 T-STATUS-AWAITING VALUE 'W'.
               88 T-STATUS-DECLINED VALUE 'D'.
           05 T-PRIORITY PIC X(1).
               88 T-PRIORITY-HIGH VALUE 'H'.
               88 T-PRIORITY-MEDIUM VALUE 'M'.
      * DWELL THE TEAM ROLL-UP REPORT MEASURES. ZERO ON WORK ASSIGNED
      * STRAIGHT TO A PERSON OR NEVER CLAIMED
           05 T-CLAIMED-DATE PIC 9(7) VALUE ZERO.
      * SKILL CODE THE WORK CALLS FOR, OR SPACES. THE ASSIGNEE IS
      * EXPECTED TO HOLD THE SAME CODE ON THE SKILLS FILE - ASSIGNMENT
      * WARNS OR REFUSES (PER THE SKILLRUL CONTROL ROW) AND A TEAM
      * MEMBER CANNOT CLAIM THE TASK OFF THE QUEUE WITHOUT IT
           05 T-SKILL-CODE PIC X(8) VALUE SPACES.
      * WORK CATEGORY CODE FROM THE CATEGORY CATALOG, OR SPACES FOR
      * UNCATEGORISED WORK - DRIVES THE PRIORITY AND DUE-DATE DEFAULTS
      * AND THE PER-CATEGORY SECTIONS OF THE MONTHLY REPORTS
           05 T-CATEGORY PIC X(6) VALUE SPACES.
      * COST CENTER THE WORK IS CHARGED TO, OR SPACES - THE MONTHLY
      * CHARGEBACK JOB PRICES THE TASK'S APPROVED HOURS AND POSTS
      * THEM TO THIS COST CENTER ON THE GENERAL-LEDGER JOURNAL
           05 T-COST-CENTER PIC X(8) VALUE SPACES.
      * DEPARTMENT THE WORK BELONGS TO, TAKEN FROM THE ASSIGNEE'S
      * USERS ROW EVERY TIME THE TASK IS SAVED TO A NAMED PERSON (A
      * TEAM-QUEUE TASK TAKES THE ASSIGNING ADMIN'S UNTIL A MEMBER
      * CLAIMS IT). THE ADMIN SCREENS SHOW AN ADMIN ONLY THEIR OWN
      * DEPARTMENT'S WORK UNLESS THEY HOLD THE XDEPT GRANT. SPACES ON
      * ROWS SAVED BEFORE THE FIELD EXISTED - THOSE STAY VISIBLE TO
      * EVERY ADMIN UNTIL THEY ARE NEXT SAVED
           05 T-DEPT PIC X(4) VALUE SPACES.
