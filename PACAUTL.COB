      *      PACAUTL.COB - AUTHORIZATION LOG LINE LAYOUT (160 BYTES),
      *      pacauth.log.  THE SUITE'S HIGH-IMPACT OPERATIONS -- A
      *      REOPEN THROUGH PACCLOSE, A RUN BACK-OUT THROUGH PACBACK,
      *      A YEAR PURGE THROUGH PACARCH AND A SERIAL MERGE THROUGH
      *      PACMERGE -- DO NOT RUN ON ONE OPERATOR'S SAY-SO.  THE
      *      OPERATOR RAISES A REQUEST, A SECOND OPERATOR WHO IS A
      *      SUPERVISOR APPROVES IT, AND ONLY THEN DOES THE RUN GO
      *      AHEAD, ONCE.  THE LOG IS SUITE-WIDE, APPEND-ONLY, AND
      *      EVERY LINE CARRIES THE WHOLE REQUEST, SO THE LAST LINE
      *      FOR A NUMBER IS ITS STANDING, THE SAME RULE adjCCYY.dat
      *      AND pacclose.cat FOLLOW.  AUT-EVENT IS
      *        'R' RAISED   -- AWAITING A SUPERVISOR
      *        'A' APPROVED -- MAY BE USED, ONCE
      *        'X' REJECTED -- NEVER USED
      *        'E' EXPIRED  -- NOT APPROVED, OR NOT USED, IN TIME
      *        'U' USED     -- THE OPERATION HAS RUN ON IT.
      *      AUT-OPERATION IS REOPEN, BACKOUT, PURGE OR MERGE.
      *      AUT-CCYY AND AUT-TARGET SAY WHAT IT MAY BE USED ON, AS
      *      THE GUARDED PROGRAM BUILDS THEM FROM ITS OWN PARAMETER
      *      (SEE PACAUTH).  AUT-DECIDED-BY IS THE APPROVER OR
      *      REJECTER, SPACES UNTIL THE REQUEST IS DECIDED.  AUT-DATE
      *      AND AUT-TIME ARE WHEN THE LINE WAS WRITTEN, AND THE
      *      EXPIRY WINDOW RUNS FROM THE RAISED LINE TO THE APPROVAL
      *      AND FROM THE APPROVAL TO THE USE.
           05  AUT-EVENT           PIC X(01).
               88  AUT-IS-RAISED         VALUE 'R'.
               88  AUT-IS-APPROVED       VALUE 'A'.
               88  AUT-IS-REJECTED       VALUE 'X'.
               88  AUT-IS-EXPIRED        VALUE 'E'.
               88  AUT-IS-USED           VALUE 'U'.
           05  FILLER              PIC X(01).
           05  AUT-NUMBER          PIC 9(05).
           05  FILLER              PIC X(01).
           05  AUT-OPERATION       PIC X(08).
           05  FILLER              PIC X(01).
           05  AUT-CCYY            PIC 9(04).
           05  FILLER              PIC X(01).
           05  AUT-REGION          PIC X(02).
           05  FILLER              PIC X(01).
           05  AUT-TARGET          PIC X(24).
           05  FILLER              PIC X(01).
           05  AUT-REQUESTED-BY    PIC X(08).
           05  FILLER              PIC X(01).
           05  AUT-DECIDED-BY      PIC X(08).
           05  FILLER              PIC X(01).
           05  AUT-REASON          PIC X(30).
           05  FILLER              PIC X(01).
           05  AUT-DATE            PIC 9(06).
           05  FILLER              PIC X(01).
           05  AUT-TIME            PIC 9(06).
           05  FILLER              PIC X(38).
      *      HASH CHAIN LINK (SEE PACCHAIN) OVER BYTES 1-150, AS ON
      *      THE JOURNALS AND THE ADJUSTMENT LEDGERS.
           05  FILLER              PIC X(01).
           05  AUT-CHAIN           PIC 9(09).
