      * 			: pacoper.dat, administered by the shop:
      * 			: ID, password, and authorization level
      * 			: (1 = browse and reports only, 2 =
      * 			: maintenance as well, 3 = supervisor,
      * 			: who may also release held refunds).
      * 			:---------------------------------------
       01  OPERATOR-RECORD.
           05  OPR-ID                  PIC X(08).
           88  MENU-IS-MY-JOBS            VALUE '8'.
           88  MENU-IS-ADD-NOTE           VALUE '9'.
           88  MENU-IS-FEE-TABLE          VALUES 'F' 'f'.
           88  MENU-IS-AGENT-TABLE        VALUES 'A' 'a'.
           88  MENU-IS-MEMBER-HOLDS       VALUES 'H' 'h'.
           88  MENU-IS-SELECTION          VALUES 'Q' 'q'.
           88  MENU-IS-VIEW-REPORTS       VALUES 'V' 'v'.
           88  MENU-IS-MEMBER-LOOKUP      VALUES 'L' 'l'.
           88  MENU-IS-FEE-QUOTE          VALUES 'P' 'p'.
       01  MENU-DONE-SW            PIC X(01) VALUE 'N'.
           88  MENU-IS-DONE                VALUE 'Y'.
       01  MENU-CCYY               PIC 9(04) VALUE 0.
           05  LOCAL-MAINT-OPERATOR    PIC X(08) VALUE SPACES.
           05  LOCAL-MAINT-REGION      PIC X(02) VALUE SPACES.
           05  LOCAL-MAINT-RESULT      PIC X(01) VALUE SPACE.
           05  LOCAL-MAINT-AGENT       PIC X(05) VALUE SPACES.
           05  LOCAL-MAINT-QUOTE-NO    PIC 9(06) VALUE 0.
           05  LOCAL-MAINT-NEW-SPEC    PIC X(02) VALUE SPACES.
           05  LOCAL-MAINT-NEW-GEAR    PIC X(02) VALUE SPACES.
           05  LOCAL-MAINT-NEW-AREA    PIC X(02) VALUE SPACES.

      * 			:---------------------------------------
      * ------------------------: Copy of PACAGNT's LINKAGE
      * 			: parameter layout (PACAGNT has no
      * 			: separate copybook for it).
      * 			:---------------------------------------
       01  LOCAL-AGNT-PARM.
           05  LOCAL-AGNT-OPERATOR     PIC X(08) VALUE SPACES.

      * 			:---------------------------------------
      * ------------------------: Copy of PACHOLD's LINKAGE
      * 			: parameter layout (PACHOLD has no
      * 			: separate copybook for it).
      * 			:---------------------------------------
       01  LOCAL-HOLD-PARM.
           05  LOCAL-HOLD-OPERATOR     PIC X(08) VALUE SPACES.

      * 			:---------------------------------------
      * ------------------------: Copy of PACQDEF's LINKAGE
      * 			: parameter layout (PACQDEF has no
      * 			: separate copybook for it).  Any
      * 			: operator may list and run queries;
      * 			: only maintainers define or delete.
      * 			:---------------------------------------
       01  LOCAL-QDEF-PARM.
           05  LOCAL-QDEF-OPERATOR     PIC X(08) VALUE SPACES.
           05  LOCAL-QDEF-MAY-CHANGE   PIC X(01) VALUE 'N'.

      * 			:---------------------------------------
      * ------------------------: Copy of PACRVIEW's LINKAGE
      * 			: parameter layout (PACRVIEW has no
      * 			: separate copybook for it).  The level
      * 			: decides which reports it offers.
      * 			:---------------------------------------
       01  LOCAL-RVIEW-PARM.
           05  LOCAL-RVIEW-OPERATOR    PIC X(08) VALUE SPACES.
           05  LOCAL-RVIEW-LEVEL       PIC 9(01) VALUE 0.
           05  LOCAL-RVIEW-CCYY        PIC 9(04).
           05  LOCAL-RVIEW-REGION      PIC X(02) VALUE SPACES.

      * 			:---------------------------------------
      * ------------------------: Copy of PACMLKP's LINKAGE
      * 			: parameter layout (PACMLKP has no
      * 			: separate copybook for it).
      * 			:---------------------------------------
       01  LOCAL-MLKP-PARM.
           05  LOCAL-MLKP-OPERATOR     PIC X(08) VALUE SPACES.
           05  LOCAL-MLKP-CCYY         PIC 9(04).
           05  LOCAL-MLKP-REGION       PIC X(02) VALUE SPACES.

      * 			:---------------------------------------
      * ------------------------: Copy of PACQUOTE's LINKAGE
      * 			: parameter layout (PACQUOTE has no
      * 			: separate copybook for it).
      * 			:---------------------------------------
       01  LOCAL-QUOTE-PARM.
           05  LOCAL-QUOTE-OPERATOR    PIC X(08) VALUE SPACES.
           05  LOCAL-QUOTE-REGION      PIC X(02) VALUE SPACES.

      * 			:---------------------------------------
      * ------------------------: Copy of PACMNTSC's LINKAGE
           05  LOCAL-PACLOOK-OPEN-FAILED-SW PIC X(01).
           05  FILLER                   PIC X(09).
           05  LOCAL-PACLOOK-REGION     PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(01) VALUE SPACE.

       PROCEDURE DIVISION.
       A000-BEGIN.
              DISPLAY '  9.  ADD NOTE TO PAC RECORD'.
           IF OPERATOR-MAY-MAINTAIN
              DISPLAY '  F.  MAINTAIN FEE SCHEDULE'.
           IF OPERATOR-MAY-MAINTAIN
              DISPLAY '  A.  MAINTAIN AGENT REGISTER'.
           IF OPERATOR-MAY-MAINTAIN
              DISPLAY '  H.  MAINTAIN MEMBER HOLDS'.
           DISPLAY '  Q.  SELECTION QUERIES'.
           DISPLAY '  V.  VIEW AND PRINT REPORTS'.
           DISPLAY '  L.  LOOK UP MEMBER BY NAME OR PHONE'.
           DISPLAY '  P.  FEE QUOTE FOR A PROSPECTIVE REGISTRATION'.
           DISPLAY 'ENTER CHOICE: ' WITH NO ADVANCING.
           ACCEPT MENU-CHOICE.

                  SIGNED-ON-OPERATOR
           ELSE IF MENU-IS-FEE-TABLE
              CALL 'PACFEES'
           ELSE IF MENU-IS-AGENT-TABLE AND NOT OPERATOR-MAY-MAINTAIN
              DISPLAY 'PACMENU: MAINTENANCE NOT AUTHORIZED FOR '
                  SIGNED-ON-OPERATOR
           ELSE IF MENU-IS-AGENT-TABLE
              MOVE SIGNED-ON-OPERATOR TO LOCAL-AGNT-OPERATOR
              CALL 'PACAGNT' USING LOCAL-AGNT-PARM
           ELSE IF MENU-IS-MEMBER-HOLDS AND NOT OPERATOR-MAY-MAINTAIN
              DISPLAY 'PACMENU: MAINTENANCE NOT AUTHORIZED FOR '
                  SIGNED-ON-OPERATOR
           ELSE IF MENU-IS-MEMBER-HOLDS
              MOVE SIGNED-ON-OPERATOR TO LOCAL-HOLD-OPERATOR
              CALL 'PACHOLD' USING LOCAL-HOLD-PARM
           ELSE IF MENU-IS-SELECTION
              MOVE SIGNED-ON-OPERATOR TO LOCAL-QDEF-OPERATOR
              IF OPERATOR-MAY-MAINTAIN
                 MOVE 'Y' TO LOCAL-QDEF-MAY-CHANGE
              ELSE
                 MOVE 'N' TO LOCAL-QDEF-MAY-CHANGE
              END-IF
              CALL 'PACQDEF' USING LOCAL-QDEF-PARM
           ELSE IF MENU-IS-VIEW-REPORTS
              PERFORM DO-VIEW-REPORTS
           ELSE IF MENU-IS-MEMBER-LOOKUP
              PERFORM DO-MEMBER-LOOKUP
           ELSE IF MENU-IS-FEE-QUOTE
              PERFORM DO-FEE-QUOTE
           ELSE
              DISPLAY 'PACMENU: INVALID CHOICE -- TRY AGAIN'.

           DISPLAY 'ENTER EXPIRY DATE (CCYYMMDD, 0=OPEN): '
               WITH NO ADVANCING.
           ACCEPT LOCAL-MAINT-EXP-DATE.
           DISPLAY 'ENTER AGENT (BLANK = NONE/KEEP, * = REMOVE): '
               WITH NO ADVANCING.
           MOVE SPACES TO LOCAL-MAINT-AGENT.
           ACCEPT LOCAL-MAINT-AGENT.
           MOVE 'N' TO LOCAL-MAINT-OVERRIDE.
           IF MENU-OPERATION = 'I'
              DISPLAY 'OVERRIDE MEMBER CHECK (Y/N): '
                  WITH NO ADVANCING
              ACCEPT LOCAL-MAINT-OVERRIDE.
           MOVE 0 TO LOCAL-MAINT-QUOTE-NO.
           IF MENU-OPERATION = 'I'
              DISPLAY 'ENTER QUOTE NUMBER (0 = NONE): '
                  WITH NO ADVANCING
              ACCEPT LOCAL-MAINT-QUOTE-NO.

           MOVE MENU-OPERATION TO LOCAL-MAINT-OPERATION.
           MOVE MENU-CCYY      TO LOCAL-MAINT-CCYY.
           MOVE SIGNED-ON-OPERATOR TO LOCAL-MAINT-OPERATOR.
           MOVE MENU-REGION TO LOCAL-MAINT-REGION.
           MOVE SPACES TO LOCAL-MAINT-NEW-SPEC.
           MOVE SPACES TO LOCAL-MAINT-NEW-GEAR.
           MOVE SPACES TO LOCAL-MAINT-NEW-AREA.
           CALL 'PACMAINT' USING LOCAL-MAINT-PARM.

       DO-SCREEN-MAINT.
           MOVE MENU-REGION TO LOCAL-PACLOOK-REGION.
           CALL 'PACLOOK' USING LOCAL-PACLOOK-PARM.

      * ------------------------: Report viewer.  Every operator may
      * 			: use it; what it lists follows their
      * 			: sign-on level.
       DO-VIEW-REPORTS.
           DISPLAY 'ENTER YEAR (CCYY): ' WITH NO ADVANCING.
           ACCEPT MENU-CCYY.
           DISPLAY 'ENTER REGION (BLANK = DEFAULT): '
               WITH NO ADVANCING.
           ACCEPT MENU-REGION.
           MOVE SIGNED-ON-OPERATOR TO LOCAL-RVIEW-OPERATOR.
           MOVE SIGNED-ON-LEVEL    TO LOCAL-RVIEW-LEVEL.
           MOVE MENU-CCYY          TO LOCAL-RVIEW-CCYY.
           MOVE MENU-REGION        TO LOCAL-RVIEW-REGION.
           CALL 'PACRVIEW' USING LOCAL-RVIEW-PARM.

      * ------------------------: Member lookup for callers who give
      * 			: a name or phone number, not a serial.
       DO-MEMBER-LOOKUP.
           DISPLAY 'ENTER YEAR (CCYY): ' WITH NO ADVANCING.
           ACCEPT MENU-CCYY.
           DISPLAY 'ENTER REGION (BLANK = DEFAULT): '
               WITH NO ADVANCING.
           ACCEPT MENU-REGION.
           MOVE SIGNED-ON-OPERATOR TO LOCAL-MLKP-OPERATOR.
           MOVE MENU-CCYY          TO LOCAL-MLKP-CCYY.
           MOVE MENU-REGION        TO LOCAL-MLKP-REGION.
           CALL 'PACMLKP' USING LOCAL-MLKP-PARM.

      * ------------------------: Fee quotation for a prospect who
      * 			: has no registration yet.  The region is
      * 			: the one whose quota the quote is shown
      * 			: against.
       DO-FEE-QUOTE.
           DISPLAY 'ENTER REGION (BLANK = DEFAULT): '
               WITH NO ADVANCING.
           ACCEPT MENU-REGION.
           MOVE SIGNED-ON-OPERATOR TO LOCAL-QUOTE-OPERATOR.
           MOVE MENU-REGION        TO LOCAL-QUOTE-REGION.
           CALL 'PACQUOTE' USING LOCAL-QUOTE-PARM.

      * ------------------------: Append one operator note to a PAC
      * 			: record's story.  Notes are append-only;
      * 			: a correction is a new note.
