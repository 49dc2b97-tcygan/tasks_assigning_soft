      * THE SAME OCCURRENCE TWICE, WHICHEVER NIGHT ITS EFFECTIVE DAY
      * ROLLED ONTO
           05 TP-LAST-GEN-DATE PIC 9(8) VALUE ZERO.
      * SKILL CODE EVERY GENERATED INSTANCE CALLS FOR, OR SPACES -
      * COPIED TO T-SKILL-CODE. SAME MEANING AS ON THE LIVE FILE
           05 TP-SKILL-CODE PIC X(8) VALUE SPACES.
      * CATEGORY CODE FROM THE CATEGORY CATALOG, OR SPACES - COPIED TO
      * T-CATEGORY. A CATEGORISED TEMPLATE MAY LEAVE TP-PRIORITY
      * BLANK, AND THE INSTANCE THEN TAKES THE CATALOG ROW'S PRIORITY
           05 TP-CATEGORY PIC X(6) VALUE SPACES.
      * COST CENTER EVERY GENERATED INSTANCE IS CHARGED TO, OR
      * SPACES - COPIED TO T-COST-CENTER
           05 TP-COST-CENTER PIC X(8) VALUE SPACES.
