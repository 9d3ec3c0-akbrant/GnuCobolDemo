      *      PACRFR.COB - REFUND REGISTER LINE LAYOUT (74 BYTES), ONE
      *      LINE PER EVENT IN THE YEAR'S rfnCCYY.dat.  WRITTEN ONLY
      *      BY PACRFND AND APPEND-ONLY LIKE THE LEDGER IT FEEDS: A
      *      CREDIT NOTE IS RAISED BY ONE LINE, AND A HELD NOTE IS
      *      RELEASED OR REJECTED BY A LATER LINE CARRYING THE SAME
      *      NOTE NUMBER -- THE LATEST LINE FOR A NOTE IS ITS STATE.
      *      RFR-EVENT IS
      *        'R' RAISED AND CREDITED TO THE MEMBER'S ACCOUNT (A 'C'
      *            LINE ON arlCCYY.dat) -- WITHIN THE HOLD LIMIT
      *        'H' RAISED BUT OVER THE HOLD LIMIT -- NOTHING CREDITED
      *            UNTIL A SUPERVISOR RELEASES IT
      *        'A' RELEASED BY A SUPERVISOR AND CREDITED
      *        'X' REJECTED BY A SUPERVISOR -- NEVER CREDITED.
      *      RFR-REASON 'V' = THE RECORD WAS VOIDED; 'S' = ITS EXPIRY
      *      WAS BROUGHT FORWARD.  THE FEE, TERM, AND UNUSED DAYS ARE
      *      KEPT SO THE REGISTER SHOWS HOW EACH FIGURE WAS REACHED.
           05  RFR-NOTE            PIC 9(06).
           05  FILLER              PIC X(01).
           05  RFR-EVENT           PIC X(01).
               88  RFR-IS-RAISED         VALUE 'R'.
               88  RFR-IS-HELD           VALUE 'H'.
               88  RFR-IS-RELEASED       VALUE 'A'.
               88  RFR-IS-REJECTED       VALUE 'X'.
           05  FILLER              PIC X(01).
           05  RFR-SERIAL          PIC X(05).
           05  FILLER              PIC X(01).
           05  RFR-SEQ             PIC 9(03).
           05  FILLER              PIC X(01).
           05  RFR-REASON          PIC X(01).
               88  RFR-FOR-VOID          VALUE 'V'.
               88  RFR-FOR-SHORTENING    VALUE 'S'.
           05  FILLER              PIC X(01).
           05  RFR-DATE            PIC 9(08).
           05  FILLER              PIC X(01).
           05  RFR-FEE             PIC 9(09)V99.
           05  FILLER              PIC X(01).
           05  RFR-TERM-DAYS       PIC 9(05).
           05  FILLER              PIC X(01).
           05  RFR-UNUSED-DAYS     PIC 9(05).
           05  FILLER              PIC X(01).
           05  RFR-AMOUNT          PIC 9(09)V99.
           05  FILLER              PIC X(01).
           05  RFR-OPERATOR        PIC X(08).
