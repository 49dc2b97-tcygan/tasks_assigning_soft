           05 H-ASSIGNED-BY PIC X(20) VALUE SPACES.
           05 H-REWORK-COUNT PIC 9(2) VALUE ZERO.
           05 H-CLAIMED-DATE PIC 9(7) VALUE ZERO.
           05 H-SKILL-CODE PIC X(8) VALUE SPACES.
           05 H-CATEGORY PIC X(6) VALUE SPACES.
           05 H-COST-CENTER PIC X(8) VALUE SPACES.
           05 H-DEPT PIC X(4) VALUE SPACES.
