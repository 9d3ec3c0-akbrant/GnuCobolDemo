           APPLIES), AND THE PACOPEN SHARED STATE IS SET SO A
           DROPPED GUI SESSION STILL GETS ITS FILE CLOSED BY
           RESSCR/GS.
           THE AGENT ACTING FOR THE MEMBER IS SHOWN AND TAKEN THE
           SAME WAY; A NEW AGENT CODE MUST BE LIVE ON THE
           pacagent.dat REGISTER (ASKED THROUGH PACAGTQ) OR IT IS
           REFUSED AND THE ONE ON FILE KEPT, AND '*' TAKES THE
           AGENT OFF.
           A CHANGED QUANTITY OR CELL ON AN ACTIVE RECORD IS WEIGHED
           AGAINST THE AREA/SPEC QUOTA (ASKED THROUGH PACQTAQ) THE
           SAME WAY PACMAINT WEIGHS IT.  NEAR THE LIMIT THE PANEL
           WARNS AND UPDATES; OVER IT THE UPDATE IS REFUSED AND THE
           CHANGED RECORD CAPTURED TO susCCYY.dat (REASON 'Q') FOR
           PACSUSP TO RETRY WHEN ROOM IS FREED.
           CHANGED DATES, SPEC OR AREA THAT LEAVE THE RECORD'S
           RANGE OUTSIDE EVERY OPEN SEASON (pacseasn.dat, ASKED
           THROUGH PACSEAQ) ARE WARNED ABOUT BEFORE THE UPDATE, THE
           SAME WARNING PACMAINT GIVES.
           A SPEC/GEAR/AREA COMBINATION THE pacrules.dat RULES
           (ASKED THROUGH PACRULQ) PROHIBIT, OR LEAVE OFF THE SPEC'S
           PERMITTED LIST, IS REFUSED IN THE MESSAGE BOX AND THE
           RECORD LEFT AS IT WAS, AS PACMAINT REFUSES IT.
           THE PANEL NEVER ADDS A RECORD, BUT A CHANGE THAT GROWS AN
           ACTIVE RECORD'S QUANTITY IS CHECKED AGAINST THE MEMBER
           HOLDS IN pachold.dat (ASKED THROUGH PACHLDQ) AS PACMAINT
           CHECKS IT: A SANCTION OR DECEASED HOLD IN FORCE REFUSES
           IT IN THE MESSAGE BOX, A DISPUTE OR WATCH HOLD WARNS.
           AN EXPIRY BROUGHT FORWARD ON AN ACTIVE RECORD RAISES THE
           PRO-RATA CREDIT NOTE THROUGH PACRFND ONCE THE UPDATE IS
           ON FILE, THE SAME SHORTENING REFUND PACMAINT RAISES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. COMPAQ-DESKPRO-286.
           SELECT OPERATOR-FILE ASSIGN TO WS-OPERATOR-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-STATUS.
           SELECT MNTSC-SUS-FILE ASSIGN TO WS-SUS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE.
           05  OPR-PASSWORD            PIC X(08).
           05  FILLER                  PIC X(01).
           05  OPR-LEVEL               PIC 9(01).
      *      ONE SUSPENSE LINE PER UPDATE THE QUOTA CHECK REFUSED.
      *      WORKED OFF BY PACSUSP.
       FD  MNTSC-SUS-FILE.
       01  MNTSC-SUS-RECORD.
           COPY 'PACSUS.COB'.
       WORKING-STORAGE SECTION.
      * ------------------------: Main window and record panel.
           COPY mymain.
       01  AUTHORIZED-SW         PIC X VALUE 'N'.
           88  OPERATOR-AUTHORIZED      VALUE 'Y'.
           88  OPERATOR-NOT-AUTHORIZED  VALUE 'N'.
       01  WS-SUS-NAME           PIC X(32).
       01  SUS-FILE-STATUS       PIC X(02).
       01  SUSPENSE-DATE         PIC 9(06) VALUE 0.

      *      LOCK-RETRY CONTROLS -- THE SAME WAIT-AND-RETRY DANCE
      *      PACMAINT DOES FOR A GUI USER SITTING ON A RECORD.
               10  SH-SEQ         PIC 9(03).
               10  FILLER         PIC X(05) VALUE ' STS '.
               10  SH-STATUS      PIC X(01).
               10  FILLER         PIC X(05) VALUE ' AGT '.
               10  SH-AGENT       PIC X(05).
               10  FILLER         PIC X(04) VALUE SPACES.
           05  SHOW-LINE-2.
               10  FILLER         PIC X(04) VALUE 'SPC '.
               10  SH-SPEC        PIC X(01).
      *      ARRANGEMENT PACMAINT CARRIES (PACJRNL HAS NO SEPARATE
      *      COPYBOOK FOR IT).
       01  SAVE-PAC-RECORD      PIC X(103) VALUE SPACES.
       01  SAVE-PAC-DATES REDEFINES SAVE-PAC-RECORD.
           05  FILLER               PIC X(32).
           05  SAVE-EFF-DATE        PIC 9(08).
           05  SAVE-EXP-DATE        PIC 9(08).
           05  FILLER               PIC X(55).
       01  SAVE-PAC-CELL REDEFINES SAVE-PAC-RECORD.
           05  FILLER               PIC X(08).
           05  SAVE-SPEC            PIC X(01).
           05  FILLER               PIC X(02).
           05  SAVE-AREA            PIC X(01).
           05  FILLER               PIC X(06).
           05  SAVE-QTY             PIC 9(05).
           05  FILLER               PIC X(25).
           05  SAVE-STATUS          PIC X(01).
               88  SAVE-WAS-ACTIVE       VALUES ARE SPACE 'A'.
           05  FILLER               PIC X(54).
       01  JRNL-PARM.
           05  JRNL-CCYY          PIC 9(04).
           05  JRNL-PROGRAM       PIC X(08) VALUE 'PACMNTSC'.
           05  JRNL-OPERATOR      PIC X(08) VALUE SPACES.
           05  JRNL-REGION        PIC X(02) VALUE SPACES.

      *      PRO-RATA REFUND HOOK (PACRFND HAS NO SEPARATE COPYBOOK
      *      FOR ITS PARAMETER) -- THE SAME CALL PACMAINT MAKES WHEN
      *      AN UPDATE BRINGS AN ACTIVE RECORD'S EXPIRY FORWARD.
       01  RFND-PARM.
           05  RFND-MODE           PIC X(01) VALUE 'R'.
           05  RFND-CCYY           PIC 9(04).
           05  RFND-REASON         PIC X(01).
           05  RFND-BEFORE         PIC X(103).
           05  RFND-CUT-DATE       PIC 9(08).
           05  RFND-NOTE           PIC 9(06).
           05  RFND-AMOUNT         PIC 9(09)V99.
           05  RFND-RESULT         PIC X(01).
               88  RFND-CREDITED         VALUE 'G'.
               88  RFND-HELD             VALUE 'H'.
           05  RFND-OPERATOR       PIC X(08).
           05  RFND-REGION         PIC X(02).

      *      YEAR-CLOSE GATE (PACCLSQ HAS NO SEPARATE COPYBOOK FOR
      *      ITS PARAMETER).  A CLOSED YEAR IS REFUSED OUTRIGHT;
      *      PACCLOSE'S LOGGED REOPEN IS THE ONLY WAY BACK IN.
               88  CLSQ-IS-CLOSED        VALUE 'C'.
               88  CLSQ-IS-OPEN          VALUE 'O'.

      *      AGENT REGISTER QUERY (PACAGTQ HAS NO SEPARATE COPYBOOK
      *      FOR ITS PARAMETER) -- THE SAME LIVE-CODE RULE PACMAINT
      *      APPLIES.
       01  AGTQ-PARM.
           05  AGTQ-CODE           PIC X(05).
           05  AGTQ-RESULT         PIC X(01).
               88  AGTQ-IS-LIVE          VALUE 'L'.
               88  AGTQ-IS-RETIRED       VALUE 'R'.
               88  AGTQ-IS-UNKNOWN       VALUE 'U'.
           05  AGTQ-NAME           PIC X(30).
           05  AGTQ-CONTACT        PIC X(30).
           05  AGTQ-PHONE          PIC X(14).
           05  AGTQ-ADDRESS        PIC X(40).

      *      QUOTA HEADROOM QUERY (PACQTAQ HAS NO SEPARATE COPYBOOK
      *      FOR ITS PARAMETER).  THE YEAR IS SWEPT ON THE FIRST
      *      CHECK AND KEPT CURRENT FOR THE SESSION BY EVERY UPDATE
      *      MADE HERE.
       01  QTAQ-PARM.
           05  QTAQ-REQUEST        PIC X(01).
           05  QTAQ-CCYY           PIC 9(04).
           05  QTAQ-AREA           PIC X(01).
           05  QTAQ-SPEC           PIC X(01).
           05  QTAQ-QTY            PIC S9(07).
           05  QTAQ-RESULT         PIC X(01).
               88  QTAQ-NO-QUOTA         VALUE 'N'.
               88  QTAQ-WITHIN           VALUE 'O'.
               88  QTAQ-NEAR-LIMIT       VALUE 'W'.
               88  QTAQ-OVER-LIMIT       VALUE 'X'.
           05  QTAQ-LIMIT          PIC 9(07).
           05  QTAQ-USED           PIC S9(09).
           05  QTAQ-REMAINING      PIC S9(09).
           05  QTAQ-REGION         PIC X(02).
       01  QUOTA-INCREASE        PIC S9(07) VALUE 0.

      *      MEMBER HOLD QUERY (PACHLDQ HAS NO SEPARATE COPYBOOK FOR
      *      ITS PARAMETER).
       01  HLDQ-PARM.
           05  HLDQ-SERIAL         PIC X(05).
           05  HLDQ-AS-OF          PIC 9(08).
           05  HLDQ-RESULT         PIC X(01).
               88  HLDQ-REFUSES          VALUE 'R'.
               88  HLDQ-WARNS            VALUE 'W'.
               88  HLDQ-NONE             VALUE 'N'.
           05  HLDQ-NUMBER         PIC 9(05).
           05  HLDQ-TYPE           PIC X(01).
           05  HLDQ-REASON         PIC X(30).
           05  HLDQ-START          PIC 9(08).
           05  HLDQ-END            PIC 9(08).
           05  HLDQ-PLACED-BY      PIC X(08).

      *      OPEN-SEASON QUERY (PACSEAQ HAS NO SEPARATE COPYBOOK FOR
      *      ITS PARAMETER).
       01  SEAQ-PARM.
           05  SEAQ-REQUEST        PIC X(01).
           05  SEAQ-SPEC           PIC X(01).
           05  SEAQ-AREA           PIC X(01).
           05  SEAQ-EFF-DATE       PIC 9(08).
           05  SEAQ-EXP-DATE       PIC 9(08).
           05  SEAQ-RESULT         PIC X(01).
               88  SEAQ-NO-SEASON        VALUE 'N'.
               88  SEAQ-IN-SEASON        VALUE 'I'.
               88  SEAQ-OUT-OF-SEASON    VALUE 'O'.
           05  SEAQ-WINDOW         PIC 9(04).
           05  SEAQ-WINDOW-COUNT   PIC 9(04).
           05  SEAQ-OPEN           PIC 9(08).
           05  SEAQ-CLOSE          PIC 9(08).
           05  SEAQ-NAME           PIC X(20).
       01  QUOTA-SHOW-QTY        PIC -(6)9.
       01  QUOTA-SHOW-LEFT       PIC -(8)9.
       01  QUOTA-SHOW-LIMIT      PIC Z(6)9.

      *      CODE-COMBINATION QUERY (PACRULQ HAS NO SEPARATE COPYBOOK
      *      FOR ITS PARAMETER).
       01  RULQ-PARM.
           05  RULQ-REQUEST        PIC X(01).
           05  RULQ-SPEC           PIC X(01).
           05  RULQ-GEAR           PIC X(02).
           05  RULQ-AREA           PIC X(01).
           05  RULQ-NEW-SPEC       PIC X(02).
           05  RULQ-NEW-GEAR       PIC X(02).
           05  RULQ-NEW-AREA       PIC X(02).
           05  RULQ-DATE           PIC 9(08).
           05  RULQ-RESULT         PIC X(01).
               88  RULQ-LEGAL            VALUE 'L'.
               88  RULQ-PROHIBITED       VALUE 'X'.
               88  RULQ-UNLISTED         VALUE 'U'.
           05  RULQ-SCHEME         PIC X(01).
           05  RULQ-RULE           PIC 9(04).
           05  RULQ-DESC           PIC X(20).
           05  RULQ-RULE-COUNT     PIC 9(04).

       LINKAGE SECTION.
       01  MNTSC-PARM.
           05  MNTSC-CCYY          PIC 9(04).
           MOVE MNTSC-OPERATOR TO JRNL-OPERATOR.
           MOVE MNTSC-REGION   TO JRNL-REGION.
           MOVE MNTSC-CCYY     TO JRNL-CCYY.
           MOVE MNTSC-CCYY     TO QTAQ-CCYY.
           MOVE MNTSC-REGION   TO QTAQ-REGION.
           MOVE SPACES TO WS-SUS-NAME.
           STRING 'sus' DELIMITED BY SIZE
                  MNTSC-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
                  INTO WS-SUS-NAME.

           MOVE -1 TO B-PAC-KEY-NUMBER.
           CALL WINAPI 'BTRV' USING by value B-OPEN,
              DISPLAY 'PACMNTSC: NOTHING CHANGED -- NO UPDATE'
              GO TO MAINTAIN-ONE-RECORD-EXIT.

      *      THE KEYED (ORIGINAL) CODES ARE HELD TO THE COMBINATION
      *      RULES THE SAME WAY PACMAINT HOLDS THEM.
           MOVE 'C'          TO RULQ-REQUEST.
           MOVE PAC-SPEC     TO RULQ-SPEC.
           MOVE PAC-GEAR     TO RULQ-GEAR.
           MOVE PAC-AREA     TO RULQ-AREA.
           MOVE SPACES       TO RULQ-NEW-SPEC.
           MOVE SPACES       TO RULQ-NEW-GEAR.
           MOVE SPACES       TO RULQ-NEW-AREA.
           MOVE PAC-EFF-DATE TO RULQ-DATE.
           CALL 'PACRULQ' USING RULQ-PARM.
           IF RULQ-PROHIBITED
              MOVE SPACES TO ERR-TEXT
              STRING 'PACMNTSC: PROHIBITED -- ' DELIMITED BY SIZE
                     RULQ-DESC DELIMITED BY SIZE
                     ' (RULE ' DELIMITED BY SIZE
                     RULQ-RULE DELIMITED BY SIZE
                     ')' DELIMITED BY SIZE
                     INTO ERR-TEXT
              PERFORM SHOW-MYMAIN-ERROR
              GO TO MAINTAIN-ONE-RECORD-EXIT.
           IF RULQ-UNLISTED
              MOVE SPACES TO ERR-TEXT
              STRING 'PACMNTSC: GEAR ' DELIMITED BY SIZE
                     PAC-GEAR DELIMITED BY SIZE
                     ' AREA ' DELIMITED BY SIZE
                     PAC-AREA DELIMITED BY SIZE
                     ' NOT PERMITTED FOR SPEC ' DELIMITED BY SIZE
                     PAC-SPEC DELIMITED BY SIZE
                     INTO ERR-TEXT
              PERFORM SHOW-MYMAIN-ERROR
              GO TO MAINTAIN-ONE-RECORD-EXIT.

           MOVE 'C'          TO SEAQ-REQUEST.
           MOVE PAC-SPEC     TO SEAQ-SPEC.
           MOVE PAC-AREA     TO SEAQ-AREA.
           MOVE PAC-EFF-DATE TO SEAQ-EFF-DATE.
           MOVE PAC-EXP-DATE TO SEAQ-EXP-DATE.
           CALL 'PACSEAQ' USING SEAQ-PARM.
           IF SEAQ-OUT-OF-SEASON
              DISPLAY 'PACMNTSC: WARNING -- ' PAC-EFF-DATE '-'
                  PAC-EXP-DATE ' IS OUTSIDE EVERY OPEN SEASON FOR'
                  ' SPEC ' PAC-SPEC ' IN AREA ' PAC-AREA.

      *      ONLY AN ACTIVE RECORD COUNTS AGAINST QUOTA.  KEPT IN ITS
      *      CELL, ONLY THE GROWTH IS CHECKED; MOVED TO ANOTHER CELL,
      *      THE WHOLE QUANTITY IS NEW THERE.
           IF NOT PAC-REC-ACTIVE
              GO TO UPDATE-START.
           IF PAC-AREA = SAVE-AREA AND PAC-SPEC = SAVE-SPEC
              COMPUTE QUOTA-INCREASE = PAC-QTY - SAVE-QTY
           ELSE
              MOVE PAC-QTY TO QUOTA-INCREASE.
           IF QUOTA-INCREASE NOT > 0
              GO TO UPDATE-START.
           MOVE PAC-KEY-SERIAL TO HLDQ-SERIAL.
           MOVE 0              TO HLDQ-AS-OF.
           CALL 'PACHLDQ' USING HLDQ-PARM.
           IF HLDQ-WARNS
              DISPLAY 'PACMNTSC: WARNING -- MEMBER ' PAC-KEY-SERIAL
                  ' IS UNDER HOLD ' HLDQ-NUMBER ' TYPE ' HLDQ-TYPE
                  ' (' HLDQ-REASON ')'.
           IF HLDQ-REFUSES
              MOVE SPACES TO ERR-TEXT
              STRING 'PACMNTSC: MEMBER UNDER HOLD ' DELIMITED BY SIZE
                     HLDQ-NUMBER DELIMITED BY SIZE
                     ' TYPE ' DELIMITED BY SIZE
                     HLDQ-TYPE DELIMITED BY SIZE
                     ' -- REFUSED' DELIMITED BY SIZE
                     INTO ERR-TEXT
              PERFORM SHOW-MYMAIN-ERROR
              GO TO MAINTAIN-ONE-RECORD-EXIT.
           MOVE 'C'            TO QTAQ-REQUEST.
           MOVE PAC-AREA       TO QTAQ-AREA.
           MOVE PAC-SPEC       TO QTAQ-SPEC.
           MOVE QUOTA-INCREASE TO QTAQ-QTY.
           CALL 'PACQTAQ' USING QTAQ-PARM.
           MOVE QTAQ-QTY       TO QUOTA-SHOW-QTY.
           MOVE QTAQ-REMAINING TO QUOTA-SHOW-LEFT.
           MOVE QTAQ-LIMIT     TO QUOTA-SHOW-LIMIT.
           IF QTAQ-NEAR-LIMIT
              DISPLAY 'PACMNTSC: WARNING -- QUOTA FOR AREA '
                  QTAQ-AREA ' SPEC ' QTAQ-SPEC ' NEAR ITS LIMIT, '
                  QUOTA-SHOW-LEFT ' LEFT OF ' QUOTA-SHOW-LIMIT
                  ' BEFORE THIS ' QUOTA-SHOW-QTY.
           IF QTAQ-OVER-LIMIT
              PERFORM WRITE-SUSPENSE-ENTRY
              MOVE SPACES TO ERR-TEXT
              STRING 'PACMNTSC: OVER QUOTA, ' DELIMITED BY SIZE
                     QUOTA-SHOW-LEFT DELIMITED BY SIZE
                     ' LEFT -- SENT TO SUSPENSE' DELIMITED BY SIZE
                     INTO ERR-TEXT
              PERFORM SHOW-MYMAIN-ERROR
              GO TO MAINTAIN-ONE-RECORD-EXIT.

       UPDATE-START.
           MOVE 0 TO RETRY-COUNT.
       UPDATE-RECORD.
           CALL WINAPI 'BTRV' USING by value B-UPDATE,
           MOVE SAVE-PAC-RECORD  TO JRNL-BEFORE.
           MOVE PAC-RECORD       TO JRNL-AFTER.
           CALL 'PACJRNL' USING JRNL-PARM.
           PERFORM RAISE-SHORTENING-REFUND.

      *      THE OLD QUANTITY LEAVES ITS CELL AND THE NEW ONE
      *      ARRIVES IN ITS OWN (THE PANEL NEVER CHANGES PAC-STATUS).
           IF NOT SAVE-WAS-ACTIVE
              GO TO MAINTAIN-ONE-RECORD-EXIT.
           MOVE 'A'       TO QTAQ-REQUEST.
           MOVE SAVE-AREA TO QTAQ-AREA.
           MOVE SAVE-SPEC TO QTAQ-SPEC.
           COMPUTE QTAQ-QTY = 0 - SAVE-QTY.
           CALL 'PACQTAQ' USING QTAQ-PARM.
           MOVE PAC-AREA  TO QTAQ-AREA.
           MOVE PAC-SPEC  TO QTAQ-SPEC.
           MOVE PAC-QTY   TO QTAQ-QTY.
           CALL 'PACQTAQ' USING QTAQ-PARM.
       MAINTAIN-ONE-RECORD-EXIT. EXIT.

      *      AN EXPIRY BROUGHT FORWARD ON AN ACTIVE RECORD GIVES BACK
      *      EVERYTHING AFTER THE NEW EXPIRY, AS PACMAINT'S UPDATE
      *      DOES.  AN EXPIRY SET WHERE THERE WAS NONE BEFORE IS A
      *      SHORTENING TOO -- THE OPEN END RAN TO YEAR END.
       RAISE-SHORTENING-REFUND.
           IF PAC-REC-ACTIVE
              AND PAC-EXP-DATE NUMERIC
              AND PAC-EXP-DATE > 0
              AND (SAVE-EXP-DATE NOT NUMERIC
                   OR SAVE-EXP-DATE = 0
                   OR PAC-EXP-DATE < SAVE-EXP-DATE)
              MOVE 'S'             TO RFND-REASON
              MOVE PAC-EXP-DATE    TO RFND-CUT-DATE
              MOVE MNTSC-CCYY      TO RFND-CCYY
              MOVE SAVE-PAC-RECORD TO RFND-BEFORE
              MOVE MNTSC-OPERATOR  TO RFND-OPERATOR
              MOVE MNTSC-REGION    TO RFND-REGION
              CALL 'PACRFND' USING RFND-PARM
              IF RFND-CREDITED
                 DISPLAY 'PACMNTSC: CREDIT NOTE ' RFND-NOTE ' OF '
                     RFND-AMOUNT ' RAISED FOR ' B-PAC-KEY-BUFFER
              END-IF
              IF RFND-HELD
                 DISPLAY 'PACMNTSC: CREDIT NOTE ' RFND-NOTE ' OF '
                     RFND-AMOUNT ' HELD FOR SUPERVISOR RELEASE'.

      *      THE CHANGED RECORD, AS IT WOULD HAVE BEEN REWRITTEN,
      *      GOES INTO THE DRAWER-FILE AS A HELD UPDATE.  SAME
      *      EXTEND-OR-CREATE DANCE PACMAINT DOES.
       WRITE-SUSPENSE-ENTRY.
           ACCEPT SUSPENSE-DATE FROM DATE.
           OPEN EXTEND MNTSC-SUS-FILE.
           IF SUS-FILE-STATUS = '05' OR '35'
              OPEN OUTPUT MNTSC-SUS-FILE.
           MOVE SPACES TO MNTSC-SUS-RECORD.
           MOVE PAC-RECORD     TO SUS-RECORD-IMAGE.
           MOVE MNTSC-OPERATOR TO SUS-OPERATOR.
           MOVE SUSPENSE-DATE  TO SUS-DATE.
           MOVE 'Q'            TO SUS-REASON.
           MOVE 'U'            TO SUS-OPERATION.
           WRITE MNTSC-SUS-RECORD.
           CLOSE MNTSC-SUS-FILE.
           DISPLAY 'PACMNTSC: UPDATE CAPTURED TO ' WS-SUS-NAME
               ' FOR THE NIGHTLY PACSUSP RETRY'.

       SHOW-RECORD-PANEL.
           MOVE PAC-KEY-SERIAL TO SH-SERIAL.
           MOVE PAC-KEY-SEQ    TO SH-SEQ.
           MOVE PAC-STATUS     TO SH-STATUS.
           MOVE PAC-AGENT      TO SH-AGENT.
           MOVE PAC-SPEC       TO SH-SPEC.
           MOVE PAC-GEAR       TO SH-GEAR.
           MOVE PAC-AREA       TO SH-AREA.
                 MOVE WORK-DATE TO PAC-EXP-DATE
              ELSE
                 DISPLAY 'PACMNTSC: EXP DATE NOT NUMERIC -- KEPT'.

           DISPLAY 'NEW AGENT (BLANK = KEEP, * = REMOVE): '
               WITH NO ADVANCING.
           MOVE SPACES TO ANSWER-TEXT.
           ACCEPT ANSWER-TEXT.
           IF ANSWER-TEXT = SPACES
              GO TO PROMPT-NEW-VALUES-EXIT.
           IF ANSWER-TEXT (1:1) = '*'
              MOVE SPACES TO PAC-AGENT
              GO TO PROMPT-NEW-VALUES-EXIT.
           MOVE ANSWER-TEXT (1:5) TO AGTQ-CODE.
           CALL 'PACAGTQ' USING AGTQ-PARM.
           IF AGTQ-IS-LIVE
              MOVE AGTQ-CODE TO PAC-AGENT
           ELSE
              DISPLAY 'PACMNTSC: AGENT ' AGTQ-CODE
                  ' IS NOT LIVE ON THE REGISTER -- KEPT'.
       PROMPT-NEW-VALUES-EXIT. EXIT.

       LOG-RETRY-WAIT.
