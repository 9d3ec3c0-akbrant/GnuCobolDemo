      *      PACADJL.COB - POST-CLOSE ADJUSTMENT LEDGER LINE LAYOUT
      *      (160 BYTES), adjCCYY.dat.  A CLOSED YEAR'S pacCCYY.btr
      *      IS NEVER WRITTEN AGAIN; A LATE CORRECTION TO IT IS
      *      RAISED HERE INSTEAD, THROUGH PACADJ, AND ONLY COUNTS
      *      ONCE A SECOND OPERATOR (A SUPERVISOR) HAS APPROVED IT.
      *      THE LEDGER IS APPEND-ONLY AND EVERY LINE CARRIES THE
      *      WHOLE ADJUSTMENT, SO THE LAST LINE FOR AN ADJUSTMENT
      *      NUMBER IS ITS STANDING, THE SAME RULE pacclose.cat
      *      APPLIES.  ADJ-ACTION IS
      *        'R' RAISED   -- AWAITING A DECISION
      *        'A' APPROVED -- APPLIED BY EVERY "AS RESTATED" RUN
      *        'X' REJECTED -- NEVER APPLIED.
      *      ADJ-FIELD NAMES THE PAC.COB FIELD CORRECTED: SPEC, GEAR,
      *      AREA, NEWSPEC, NEWGEAR, NEWAREA, QTY, VALUE OR STATUS.
      *      ADJ-ORIGINAL AND ADJ-CORRECTED HOLD THE FIELD'S OWN
      *      PICTURE, LEFT-JUSTIFIED (QTY 5 DIGITS, VALUE 9 DIGITS
      *      WITH THE LAST TWO THE PENCE).  ADJ-ORIGINAL IS TAKEN
      *      FROM THE RECORD AS RESTATED BY THE ADJUSTMENTS ALREADY
      *      APPROVED, NOT TYPED IN, AND AN ADJUSTMENT IS ONLY
      *      APPLIED WHILE THE RECORD STILL HOLDS IT (SEE PACADJQ).
      *      ADJ-DECIDED-BY IS THE APPROVER OR REJECTER, SPACES ON A
      *      RAISED LINE.
           05  ADJ-ACTION          PIC X(01).
               88  ADJ-IS-RAISED         VALUE 'R'.
               88  ADJ-IS-APPROVED       VALUE 'A'.
               88  ADJ-IS-REJECTED       VALUE 'X'.
           05  FILLER              PIC X(01).
           05  ADJ-NUMBER          PIC 9(04).
           05  FILLER              PIC X(01).
           05  ADJ-CCYY            PIC 9(04).
           05  FILLER              PIC X(01).
           05  ADJ-REGION          PIC X(02).
           05  FILLER              PIC X(01).
           05  ADJ-KEY.
               10  ADJ-KEY-SERIAL  PIC X(05).
               10  ADJ-KEY-SEQ     PIC 9(03).
           05  FILLER              PIC X(01).
           05  ADJ-FIELD           PIC X(08).
           05  FILLER              PIC X(01).
           05  ADJ-ORIGINAL        PIC X(12).
           05  FILLER              PIC X(01).
           05  ADJ-CORRECTED       PIC X(12).
           05  FILLER              PIC X(01).
           05  ADJ-REASON          PIC X(30).
           05  FILLER              PIC X(01).
           05  ADJ-RAISED-BY       PIC X(08).
           05  FILLER              PIC X(01).
           05  ADJ-DECIDED-BY      PIC X(08).
           05  FILLER              PIC X(01).
           05  ADJ-DATE            PIC 9(06).
           05  FILLER              PIC X(01).
           05  ADJ-TIME            PIC 9(06).
           05  FILLER              PIC X(29).
      *      HASH CHAIN LINK (SEE PACCHAIN) OVER BYTES 1-150, AS ON
      *      THE JOURNALS.  PACCHNV WALKS THE LEDGER WITH THE YEAR'S
      *      JOURNAL.
           05  FILLER              PIC X(01).
           05  ADJ-CHAIN           PIC 9(09).
