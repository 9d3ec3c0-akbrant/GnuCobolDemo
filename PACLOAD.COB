           INTO PAC-RECORD FIELDS THE WAY PACCSVIN PARSES
           fixCCYY.csv, AND RUNS THE SAME VALIDATION, REJECT, AND
           CONTROL-TOTAL BALANCING PATHS EITHER WAY.
           THE AGENT ACTING FOR THE MEMBER RIDES IN PAC-AGENT ON THE
           FIXED IMAGE AND IN AN OPTIONAL FOURTEENTH 'AGENT' COLUMN
           ON THE DELIMITED FILE (A HEADER WITHOUT IT STILL LOADS,
           WITH NO AGENTS).  A NON-BLANK CODE MUST BE LIVE ON THE
           pacagent.dat REGISTER, ASKED THROUGH PACAGTQ, OR THE
           RECORD IS REJECTED LIKE ANY OTHER BAD FIELD.
           EVERY ACTIVE RECORD'S PAC-QTY IS WEIGHED AGAINST THE
           REGULATOR'S QUOTA FOR ITS AREA/SPEC CELL THROUGH PACQTAQ
           (THE ANNUAL BUILD STARTS EVERY CELL EMPTY; THE
           SUPPLEMENTAL MERGE STARTS FROM WHAT IS ON FILE).  NEAR
           THE LIMIT THE RECORD LOADS WITH A CONSOLE WARNING; ONE
           THAT WOULD TAKE ITS CELL OVER IS NOT LOADED BUT WRITTEN
           TO susCCYY.dat WITH REASON 'Q' FOR PACSUSP TO RETRY, AND
           THE BALANCE COUNTS IT AS SUSPENDED -- ACCEPTED + REJECTED
           + SUSPENDED MUST MAKE THE CONTROL TOTAL.
           A RECORD WHOSE PAC-EFF-DATE/PAC-EXP-DATE RANGE MISSES
           EVERY OPEN SEASON FOR ITS SPEC AND AREA (pacseasn.dat,
           ASKED THROUGH PACSEAQ -- THE SAME RULE PACEDIT FLAGS BY)
           IS REJECTED 'OUT OF SEASON' IN EITHER MODE.
           A SPEC/GEAR/AREA COMBINATION -- ORIGINAL CODES, AND THE
           NEWVALS CODES WHEN THE FEED CARRIES THEM -- THAT THE
           pacrules.dat RULES (ASKED THROUGH PACRULQ) PROHIBIT IS
           REJECTED 'PROHIBITED COMBINATION'; ONE LEFT OFF ITS SPEC'S
           PERMITTED LIST IS REJECTED 'NOT A PERMITTED COMBO'.
           AN ACTIVE RECORD NEW TO THE FILE (EVERY RECORD OF THE
           ANNUAL BUILD; AN INSERT OF THE SUPPLEMENTAL MERGE) FOR A
           MEMBER UNDER A SANCTION OR DECEASED HOLD IN pachold.dat
           (ASKED THROUGH PACHLDQ) IS REJECTED 'MEMBER ON HOLD'; A
           DISPUTE OR WATCH HOLD LOADS IT WITH A CONSOLE WARNING.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. COMPAQ-DESKPRO-286.
           SELECT LOAD-REG-FILE ASSIGN TO WS-REG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REG-FILE-STATUS.
           SELECT LOAD-SUS-FILE ASSIGN TO WS-SUS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LOAD-FEED-FILE.
           05  REG-CHECKSUM            PIC 9(09).
           05  FILLER                  PIC X(01).
           05  REG-DATE                PIC 9(06).
      *      THE SAME SUSPENSE FILE PACMAINT CAPTURES TO, FOR
      *      RECORDS HELD BACK FOR WANT OF QUOTA.
       FD  LOAD-SUS-FILE.
       01  LOAD-SUS-RECORD.
           COPY 'PACSUS.COB'.
*      WORKING-STORAGE SECTION.
       01  B-OPEN         PIC 9(4) BINARY VALUE 0.
       01  B-CLOSE        PIC 9(4) BINARY VALUE 1.
       01  CTL-FILE-STATUS       PIC X(2).
       01  WS-REG-NAME           PIC X(32) VALUE 'pacfeeds.reg'.
       01  REG-FILE-STATUS       PIC X(2).
       01  WS-SUS-NAME           PIC X(32).
       01  SUS-FILE-STATUS       PIC X(2).

       01  FEED-EOF-SW           PIC X VALUE 'N'.
           88  FEED-AT-EOF              VALUE 'Y'.
       01  FEED-COUNT            PIC 9(8) VALUE 0.
       01  ACCEPT-COUNT          PIC 9(8) VALUE 0.
       01  REJECT-COUNT          PIC 9(8) VALUE 0.
       01  SUSPEND-COUNT         PIC 9(8) VALUE 0.
       01  BALANCE-COUNT         PIC 9(8) VALUE 0.
       01  CONTROL-TOTAL         PIC 9(8) VALUE 0.
       01  CONTROL-FOUND-SW      PIC X VALUE 'N'.
           05  FILLER             PIC X(08) VALUE 'STATUS'.
       01  EXPECTED-COLUMN-TABLE REDEFINES EXPECTED-COLUMN-VALUES.
           05  EXPECTED-COLUMN    PIC X(08) OCCURS 13 TIMES.
      *      THE FOURTEENTH HEADER COLUMN IS THE OPTIONAL AGENT --
      *      BLANK OR 'AGENT', NOTHING ELSE.
       01  HEADER-COLUMNS.
           05  HEADER-COLUMN      PIC X(08) OCCURS 14 TIMES.
       01  COLUMN-IDX            PIC 9(02) VALUE 0.
       01  FEED-ROW-FIELDS.
           05  ROW-SERIAL         PIC X(05).
           05  ROW-EFF-DATE       PIC X(08).
           05  ROW-EXP-DATE       PIC X(08).
           05  ROW-STATUS         PIC X(01).
           05  ROW-AGENT          PIC X(05).
       01  ROW-SEQ-NUM            PIC 9(03) VALUE 0.
       01  ROW-SEQ-NUM-X REDEFINES ROW-SEQ-NUM PIC X(03).
       01  ROW-QTY-NUM            PIC 9(05) VALUE 0.
      *      JOURNALS -- THE ANNUAL LOAD BUILDS THE FILE FROM
      *      NOTHING AND THE FEED ITSELF IS ITS HISTORY.
       01  SAVE-PAC-RECORD       PIC X(103) VALUE SPACES.
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
           05  JRNL-PROGRAM       PIC X(08) VALUE 'PACLOAD'.
           88  FIELD-IS-VALID            VALUE 'Y'.
           88  FIELD-IS-INVALID          VALUE 'N'.

      *      AGENT REGISTER QUERY (PACAGTQ HAS NO SEPARATE COPYBOOK
      *      FOR ITS PARAMETER).  A FEED IS USUALLY ONE AGENT'S
      *      BATCH AFTER ANOTHER, SO THE LAST ANSWER IS KEPT AND
      *      THE REGISTER ONLY RE-READ WHEN THE CODE CHANGES.
       01  AGTQ-PARM.
           05  AGTQ-CODE           PIC X(05) VALUE SPACES.
           05  AGTQ-RESULT         PIC X(01) VALUE SPACE.
               88  AGTQ-IS-LIVE          VALUE 'L'.
               88  AGTQ-IS-RETIRED       VALUE 'R'.
               88  AGTQ-IS-UNKNOWN       VALUE 'U'.
           05  AGTQ-NAME           PIC X(30).
           05  AGTQ-CONTACT        PIC X(30).
           05  AGTQ-PHONE          PIC X(14).
           05  AGTQ-ADDRESS        PIC X(40).

      *      MEMBER HOLD QUERY (PACHLDQ HAS NO SEPARATE COPYBOOK FOR
      *      ITS PARAMETER).  THE FEED RUNS IN SERIAL ORDER, SO THE
      *      LAST ANSWER IS KEPT AND ONLY RE-ASKED WHEN THE SERIAL
      *      CHANGES, THE SAME AS THE AGENT ANSWER.
       01  HLDQ-PARM.
           05  HLDQ-SERIAL         PIC X(05) VALUE SPACES.
           05  HLDQ-AS-OF          PIC 9(08) VALUE 0.
           05  HLDQ-RESULT         PIC X(01) VALUE 'N'.
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

      *      QUOTA HEADROOM QUERY (PACQTAQ HAS NO SEPARATE COPYBOOK
      *      FOR ITS PARAMETER).  LOADED ONCE AT THE START OF THE
      *      RUN AND TOLD OF EVERY RECORD THAT GOES ON FILE.
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
       01  QUOTA-SW              PIC X VALUE 'Y'.
           88  QUOTA-ALLOWS             VALUE 'Y'.
           88  QUOTA-REFUSES            VALUE 'N'.
       01  QUOTA-INCREASE        PIC S9(07) VALUE 0.
       01  QUOTA-SHOW-LEFT       PIC -(8)9.
       01  QUOTA-SHOW-LIMIT      PIC Z(6)9.
       01  SUSPEND-OPERATION     PIC X(01) VALUE SPACE.
       01  SUSPENSE-DATE         PIC 9(06) VALUE 0.

       01  PAC-FSB.
           COPY 'PACFSB.COB'.
       01  FSB-LENGTH             PIC 9(4) BINARY VALUE 142.

      *      YEAR-CLOSE GATE (PACCLSQ HAS NO SEPARATE COPYBOOK FOR
      *      ITS PARAMETER).  A CLOSED YEAR IS REFUSED OUTRIGHT;
                  '.dat' DELIMITED BY SIZE
                  INTO WS-CTL-NAME.

           MOVE SPACES TO WS-SUS-NAME.
           STRING 'sus' DELIMITED BY SIZE
                  LOAD-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
                  INTO WS-SUS-NAME.
           MOVE LOAD-CCYY   TO QTAQ-CCYY.
           MOVE LOAD-REGION TO QTAQ-REGION.

           DISPLAY 'PACLOAD: LOADING ' B-PAC-NAME ' FROM '
               WS-FEED-NAME.

              SET LOAD-HAS-FAILED TO TRUE
              GO TO CLOSE-FEED.

      *      A NEW FILE HOLDS NOTHING, SO EVERY QUOTA CELL STARTS
      *      EMPTY.
           MOVE 'Z' TO QTAQ-REQUEST.
           CALL 'PACQTAQ' USING QTAQ-PARM.

           MOVE 0 TO B-PAC-KEY-NUMBER.
           MOVE 'S' TO BINS-REQUEST.
           CALL 'PACBINS' USING BINS-PARM B-PAC-FILE-STUFF.
           CALL 'PACHIST' USING HIST-PARM.
           DISPLAY 'PACLOAD: ' FEED-COUNT ' READ, ' ACCEPT-COUNT
               ' ACCEPTED, ' REJECT-COUNT ' REJECTED TO ' WS-REJ-NAME.
           IF SUSPEND-COUNT > 0
              DISPLAY 'PACLOAD: ' SUSPEND-COUNT ' OVER QUOTA,'
                  ' SUSPENDED TO ' WS-SUS-NAME.
           IF LOAD-IS-CLEAN
              DISPLAY 'PACLOAD: LOAD OF ' B-PAC-NAME ' IS GOOD'
              MOVE 0 TO RETURN-CODE
              GO TO LOAD-ONE-RECORD-EXIT.

           PERFORM VALIDATE-RECORD THRU VALIDATE-RECORD-EXIT.
           IF RECORD-IS-REJECTED
              GO TO LOAD-ONE-RECORD-EXIT.
           PERFORM CHECK-MEMBER-HOLD THRU CHECK-MEMBER-HOLD-EXIT.
           IF RECORD-IS-REJECTED
              GO TO LOAD-ONE-RECORD-EXIT.

           IF PAC-REC-ACTIVE
              MOVE PAC-QTY TO QUOTA-INCREASE
              PERFORM CHECK-QUOTA THRU CHECK-QUOTA-EXIT
              IF QUOTA-REFUSES
                 MOVE 'I' TO SUSPEND-OPERATION
                 PERFORM SUSPEND-FOR-QUOTA
                 GO TO LOAD-ONE-RECORD-EXIT
              END-IF
              MOVE PAC-QTY TO QTAQ-QTY
              PERFORM APPLY-QUOTA.

           MOVE PAC-RECORD TO BINS-RECORD.
           MOVE 'A' TO BINS-REQUEST.
           CALL 'PACBINS' USING BINS-PARM B-PAC-FILE-STUFF.
                  TO REJ-RECORD-IMAGE
              MOVE BTRV-STATUS-MESSAGE TO REJ-REASON
              WRITE LOAD-REJ-RECORD
      *      THE QUOTA IT WAS COUNTED AGAINST COMES BACK.
              MOVE BINS-FAIL-RECORD (BINS-FAIL-IDX)
                  TO SAVE-PAC-RECORD
              IF SAVE-WAS-ACTIVE
                 MOVE SAVE-AREA TO QTAQ-AREA
                 MOVE SAVE-SPEC TO QTAQ-SPEC
                 COMPUTE QTAQ-QTY = 0 - SAVE-QTY
                 PERFORM APPLY-QUOTA
              END-IF
           ELSE
              DISPLAY 'PACLOAD: INSERT FAILED ON '
                  BINS-FAIL-RECORD (BINS-FAIL-IDX) (1:8) '--> '
                    HEADER-COLUMN (7), HEADER-COLUMN (8),
                    HEADER-COLUMN (9), HEADER-COLUMN (10),
                    HEADER-COLUMN (11), HEADER-COLUMN (12),
                    HEADER-COLUMN (13), HEADER-COLUMN (14).
           PERFORM CHECK-ONE-COLUMN
               VARYING COLUMN-IDX FROM 1 BY 1
               UNTIL COLUMN-IDX > 13.
           IF HEADER-COLUMN (14) NOT = SPACES
              AND HEADER-COLUMN (14) NOT = 'AGENT'
              DISPLAY 'PACLOAD: COLUMN 14 IS "' HEADER-COLUMN (14)
                  '" -- EXPECTED "AGENT" OR NOTHING'
              SET HEADER-IS-BAD TO TRUE.
       CHECK-HEADER-COLUMNS-EXIT. EXIT.

       CHECK-ONE-COLUMN.
               INTO ROW-SERIAL, ROW-SEQ, ROW-SPEC, ROW-GEAR,
                    ROW-AREA, ROW-NEW-SPEC, ROW-NEW-GEAR,
                    ROW-NEW-AREA, ROW-QTY, ROW-VALUE,
                    ROW-EFF-DATE, ROW-EXP-DATE, ROW-STATUS,
                    ROW-AGENT.

           IF ROW-SEQ NOT NUMERIC
              OR ROW-QTY NOT NUMERIC
           MOVE ROW-EFF-NUM   TO PAC-EFF-DATE.
           MOVE ROW-EXP-NUM   TO PAC-EXP-DATE.
           MOVE ROW-STATUS    TO PAC-STATUS.
           MOVE ROW-AGENT     TO PAC-AGENT.
       GET-DELIMITED-ROW-EXIT. EXIT.

       WRITE-RAW-REJECT.
                  UNTIL EDIT-IDX > 4 OR FIELD-IS-VALID.
           IF FIELD-IS-INVALID
              MOVE 'BAD AREA CODE' TO REJ-REASON
              PERFORM WRITE-REJECT
              GO TO VALIDATE-RECORD-EXIT.

           MOVE 'C'          TO SEAQ-REQUEST.
           MOVE PAC-SPEC     TO SEAQ-SPEC.
           MOVE PAC-AREA     TO SEAQ-AREA.
           MOVE PAC-EFF-DATE TO SEAQ-EFF-DATE.
           MOVE PAC-EXP-DATE TO SEAQ-EXP-DATE.
           CALL 'PACSEAQ' USING SEAQ-PARM.
           IF SEAQ-OUT-OF-SEASON
              MOVE 'OUT OF SEASON' TO REJ-REASON
              PERFORM WRITE-REJECT
              GO TO VALIDATE-RECORD-EXIT.

      *      THE NEWVALS CODES ARE HELD TO THE RULES TOO WHEN THE
      *      FEED CARRIES THEM.
           MOVE 'C'             TO RULQ-REQUEST.
           MOVE PAC-SPEC        TO RULQ-SPEC.
           MOVE PAC-GEAR        TO RULQ-GEAR.
           MOVE PAC-AREA        TO RULQ-AREA.
           MOVE PAC-NEW-SPEC    TO RULQ-NEW-SPEC.
           MOVE PAC-NEW-GEAR    TO RULQ-NEW-GEAR.
           MOVE PAC-NEW-AREA    TO RULQ-NEW-AREA.
           IF PAC-NEW-SPEC = ZEROS
              MOVE SPACES TO RULQ-NEW-SPEC.
           MOVE VALIDATION-DATE TO RULQ-DATE.
           CALL 'PACRULQ' USING RULQ-PARM.
           IF RULQ-PROHIBITED
              MOVE 'PROHIBITED COMBINATION' TO REJ-REASON
              PERFORM WRITE-REJECT
              GO TO VALIDATE-RECORD-EXIT.
           IF RULQ-UNLISTED
              MOVE 'NOT A PERMITTED COMBO' TO REJ-REASON
              PERFORM WRITE-REJECT
              GO TO VALIDATE-RECORD-EXIT.

           IF PAC-AGENT = SPACES
              GO TO VALIDATE-RECORD-EXIT.
           IF PAC-AGENT NOT = AGTQ-CODE
              MOVE PAC-AGENT TO AGTQ-CODE
              CALL 'PACAGTQ' USING AGTQ-PARM.
           IF AGTQ-IS-RETIRED
              MOVE 'AGENT RETIRED' TO REJ-REASON
              PERFORM WRITE-REJECT
              GO TO VALIDATE-RECORD-EXIT.
           IF NOT AGTQ-IS-LIVE
              MOVE 'AGENT NOT ON REGISTER' TO REJ-REASON
              PERFORM WRITE-REJECT.
       VALIDATE-RECORD-EXIT. EXIT.

           IF PAC-AREA = VALID-AREA-ENTRY (EDIT-IDX)
              SET FIELD-IS-VALID TO TRUE.

      *      ONLY AN ACTIVE RECORD IS A REGISTRATION A HOLD CAN
      *      BLOCK.  A REFUSING HOLD REJECTS IT; ANY OTHER WARNS.
       CHECK-MEMBER-HOLD.
           IF NOT PAC-REC-ACTIVE
              GO TO CHECK-MEMBER-HOLD-EXIT.
           IF PAC-KEY-SERIAL NOT = HLDQ-SERIAL
              MOVE PAC-KEY-SERIAL TO HLDQ-SERIAL
              MOVE 0 TO HLDQ-AS-OF
              CALL 'PACHLDQ' USING HLDQ-PARM.
           IF HLDQ-REFUSES
              MOVE 'MEMBER ON HOLD' TO REJ-REASON
              PERFORM WRITE-REJECT
              GO TO CHECK-MEMBER-HOLD-EXIT.
           IF HLDQ-WARNS
              DISPLAY 'PACLOAD: WARNING -- ' PAC-KEY-SERIAL '-'
                  PAC-KEY-SEQ ' IS FOR A MEMBER UNDER HOLD '
                  HLDQ-NUMBER ' TYPE ' HLDQ-TYPE.
       CHECK-MEMBER-HOLD-EXIT. EXIT.

       WRITE-REJECT.
           SET RECORD-IS-REJECTED TO TRUE.
           ADD 1 TO REJECT-COUNT.
              SET LOAD-HAS-FAILED TO TRUE
              GO TO BALANCE-TO-CONTROL-EXIT.

           COMPUTE BALANCE-COUNT =
               ACCEPT-COUNT + REJECT-COUNT + SUSPEND-COUNT.
           IF BALANCE-COUNT NOT = CONTROL-TOTAL
              DISPLAY 'PACLOAD: OUT-OF-BALANCE -- ' BALANCE-COUNT
                  ' ACCEPTED+REJECTED+SUSPENDED, ' CONTROL-TOTAL
                  ' CONTROL TOTAL'
              SET LOAD-HAS-FAILED TO TRUE.
       BALANCE-TO-CONTROL-EXIT. EXIT.
              SET LOAD-HAS-FAILED TO TRUE
              GO TO SUPPLEMENTAL-LOAD-EXIT.

      *      THE QUOTA CELLS START FROM WHAT IS ALREADY ON FILE.
           MOVE 'L' TO QTAQ-REQUEST.
           CALL 'PACQTAQ' USING QTAQ-PARM.

           OPEN INPUT LOAD-FEED-FILE.
           IF FEED-FILE-STATUS NOT = '00'
              DISPLAY 'PACLOAD: FEED FILE ' WS-FEED-NAME
              ADD 1 TO SUPP-UPDATE-COUNT
              GO TO SUPP-UPDATE-RECORD-EXIT.
           MOVE SUPP-FEED-IMAGE TO PAC-RECORD.

      *      KEPT IN ITS CELL, ONLY THE GROWTH IS CHECKED; MOVED TO
      *      ANOTHER CELL OR BROUGHT BACK FROM VOID, THE WHOLE
      *      QUANTITY IS NEW THERE.
           IF NOT PAC-REC-ACTIVE
              GO TO SUPP-UPDATE-CALL.
           IF SAVE-WAS-ACTIVE
              AND PAC-AREA = SAVE-AREA AND PAC-SPEC = SAVE-SPEC
              COMPUTE QUOTA-INCREASE = PAC-QTY - SAVE-QTY
           ELSE
              MOVE PAC-QTY TO QUOTA-INCREASE.
           IF QUOTA-INCREASE NOT > 0
              GO TO SUPP-UPDATE-CALL.
           PERFORM CHECK-QUOTA THRU CHECK-QUOTA-EXIT.
           IF QUOTA-REFUSES
              MOVE 'U' TO SUSPEND-OPERATION
              PERFORM SUSPEND-FOR-QUOTA
              GO TO SUPP-UPDATE-RECORD-EXIT.
       SUPP-UPDATE-CALL.
           CALL WINAPI 'BTRV' USING by value B-UPDATE,
             by reference B-PAC-POSITION,
             PAC-RECORD, B-PAC-LENGTH, B-PAC-KEY-BUFFER,
              SET LOAD-HAS-FAILED TO TRUE
              GO TO SUPP-UPDATE-RECORD-EXIT.
           ADD 1 TO SUPP-UPDATE-COUNT.
           IF SAVE-WAS-ACTIVE
              MOVE SAVE-AREA TO QTAQ-AREA
              MOVE SAVE-SPEC TO QTAQ-SPEC
              COMPUTE QTAQ-QTY = 0 - SAVE-QTY
              PERFORM APPLY-QUOTA.
           IF PAC-REC-ACTIVE
              MOVE PAC-AREA TO QTAQ-AREA
              MOVE PAC-SPEC TO QTAQ-SPEC
              MOVE PAC-QTY  TO QTAQ-QTY
              PERFORM APPLY-QUOTA.
           MOVE 'UPDATE'          TO JRNL-OPERATION.
           MOVE SAVE-PAC-RECORD   TO JRNL-BEFORE.
           MOVE PAC-RECORD        TO JRNL-AFTER.

       SUPP-INSERT-RECORD.
           MOVE SUPP-FEED-IMAGE TO PAC-RECORD.
           PERFORM CHECK-MEMBER-HOLD THRU CHECK-MEMBER-HOLD-EXIT.
           IF RECORD-IS-REJECTED
              GO TO SUPP-INSERT-RECORD-EXIT.
           IF PAC-REC-ACTIVE
              MOVE PAC-QTY TO QUOTA-INCREASE
              PERFORM CHECK-QUOTA THRU CHECK-QUOTA-EXIT
              IF QUOTA-REFUSES
                 MOVE 'I' TO SUSPEND-OPERATION
                 PERFORM SUSPEND-FOR-QUOTA
                 GO TO SUPP-INSERT-RECORD-EXIT.
           CALL WINAPI 'BTRV' USING by value B-INS,
             by reference B-PAC-POSITION,
             PAC-RECORD, B-PAC-LENGTH, B-PAC-KEY-BUFFER,
              SET LOAD-HAS-FAILED TO TRUE
              GO TO SUPP-INSERT-RECORD-EXIT.
           ADD 1 TO SUPP-INSERT-COUNT.
           IF PAC-REC-ACTIVE
              MOVE PAC-QTY TO QTAQ-QTY
              PERFORM APPLY-QUOTA.
           MOVE 'INSERT'          TO JRNL-OPERATION.
           MOVE SPACES            TO JRNL-BEFORE.
           MOVE PAC-RECORD        TO JRNL-AFTER.
           MOVE PAC-KEY-SEQ    TO JRNL-SEQ.
           CALL 'PACJRNL' USING JRNL-PARM.

      *      QUOTA-INCREASE MORE IN THE CELL OF THE RECORD IN
      *      PAC-RECORD.  OVER THE LIMIT REFUSES; NEAR IT ONLY WARNS.
       CHECK-QUOTA.
           SET QUOTA-ALLOWS TO TRUE.
           MOVE 'C' TO QTAQ-REQUEST.
           MOVE PAC-AREA       TO QTAQ-AREA.
           MOVE PAC-SPEC       TO QTAQ-SPEC.
           MOVE QUOTA-INCREASE TO QTAQ-QTY.
           CALL 'PACQTAQ' USING QTAQ-PARM.
           IF QTAQ-NO-QUOTA OR QTAQ-WITHIN
              GO TO CHECK-QUOTA-EXIT.
           MOVE QTAQ-REMAINING TO QUOTA-SHOW-LEFT.
           MOVE QTAQ-LIMIT     TO QUOTA-SHOW-LIMIT.
           IF QTAQ-OVER-LIMIT
              SET QUOTA-REFUSES TO TRUE
           ELSE
              DISPLAY 'PACLOAD: WARNING -- ' PAC-KEY-SERIAL '-'
                  PAC-KEY-SEQ ' LEAVES AREA ' PAC-AREA ' SPEC '
                  PAC-SPEC ' NEAR QUOTA, ' QUOTA-SHOW-LEFT
                  ' LEFT OF ' QUOTA-SHOW-LIMIT ' BEFORE IT'.
       CHECK-QUOTA-EXIT. EXIT.

      *      QTAQ-AREA/SPEC FROM THE CHECK (OR SET BY THE CALLER),
      *      QTAQ-QTY SIGNED.
       APPLY-QUOTA.
           MOVE 'A' TO QTAQ-REQUEST.
           CALL 'PACQTAQ' USING QTAQ-PARM.

      *      THE RECORD IN PAC-RECORD GOES TO THE SUSPENSE FILE
      *      INSTEAD OF THE YEAR FILE, WITH THE SAME EXTEND-OR-CREATE
      *      PACMAINT USES.
       SUSPEND-FOR-QUOTA.
           ADD 1 TO SUSPEND-COUNT.
           ACCEPT SUSPENSE-DATE FROM DATE.
           OPEN EXTEND LOAD-SUS-FILE.
           IF SUS-FILE-STATUS = '05' OR '35'
              OPEN OUTPUT LOAD-SUS-FILE.
           MOVE SPACES TO LOAD-SUS-RECORD.
           MOVE PAC-RECORD        TO SUS-RECORD-IMAGE.
           MOVE 'PACLOAD'         TO SUS-OPERATOR.
           MOVE SUSPENSE-DATE     TO SUS-DATE.
           MOVE 'Q'               TO SUS-REASON.
           MOVE SUSPEND-OPERATION TO SUS-OPERATION.
           WRITE LOAD-SUS-RECORD.
           CLOSE LOAD-SUS-FILE.
           DISPLAY 'PACLOAD: ' PAC-KEY-SERIAL '-' PAC-KEY-SEQ
               ' WOULD TAKE AREA ' PAC-AREA ' SPEC ' PAC-SPEC
               ' OVER QUOTA (' QUOTA-SHOW-LEFT ' LEFT OF '
               QUOTA-SHOW-LIMIT ') -- SUSPENDED'.

       SUM-FEED-CHECKSUM.
           MOVE 0 TO CHECK-ACCUM.
           SET FEED-NOT-AT-EOF TO TRUE.
