           RECORDS INSTEAD OF STARTING FROM ZERO.  A TARGET THAT
           ALREADY HOLDS RECORDS IS REFUSED -- SEEDING TWICE WOULD
           DOUBLE THE YEAR.
           EVERY SEEDED QUANTITY IS WEIGHED AGAINST THE NEW YEAR'S
           AREA/SPEC QUOTA (ASKED THROUGH PACQTAQ, STARTING FROM AN
           EMPTY YEAR).  A RECORD THAT WOULD TAKE ITS CELL OVER IS
           NOT SEEDED BUT CAPTURED TO susCCYY.dat (REASON 'Q') FOR
           PACSUSP; THE CONTROL TOTAL IS THE SEEDED COUNT ONLY.
           A RECORD WHOSE MEMBER IS UNDER A SANCTION OR DECEASED HOLD
           IN pachold.dat (ASKED THROUGH PACHLDQ, AS OF JANUARY 1ST
           OR TODAY, WHICHEVER IS LATER) IS NOT SEEDED AT ALL -- IT
           IS COUNTED AND NAMED ON THE CONSOLE, AND THE MEMBER MUST
           REGISTER AFRESH ONCE THE HOLD IS LIFTED.  A DISPUTE OR
           WATCH HOLD SEEDS THE RECORD WITH A WARNING.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. COMPAQ-DESKPRO-286.
           SELECT CARRY-CTL-FILE ASSIGN TO WS-CTL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTL-FILE-STATUS.
           SELECT CARRY-SUS-FILE ASSIGN TO WS-SUS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CARRY-CTL-FILE.
       01  CTL-FILE-RECORD.
           05  CTL-COUNT               PIC 9(08).
           05  FILLER                  PIC X(04).
      *      ONE SUSPENSE LINE PER PRIOR-YEAR RECORD THE QUOTA CHECK
      *      KEPT OUT.  WORKED OFF BY PACSUSP.
       FD  CARRY-SUS-FILE.
       01  CARRY-SUS-RECORD.
           COPY 'PACSUS.COB'.
*      WORKING-STORAGE SECTION.
       01  B-OPEN         PIC 9(4) BINARY VALUE 0.
       01  B-CLOSE        PIC 9(4) BINARY VALUE 1.
       01  PRIOR-CCYY-DISPLAY   PIC 9(4) VALUE 0.
       01  WS-CTL-NAME           PIC X(32).
       01  CTL-FILE-STATUS       PIC X(2).
       01  WS-SUS-NAME           PIC X(32).
       01  SUS-FILE-STATUS       PIC X(2).
       01  SUSPENSE-DATE         PIC 9(06) VALUE 0.

       01  JOB-FAILED-SW         PIC X VALUE 'N'.
           88  JOB-HAS-FAILED           VALUE 'Y'.
           88  JOB-IS-CLEAN             VALUE 'N'.
       01  READ-COUNT            PIC 9(08) VALUE 0.
       01  SEEDED-COUNT          PIC 9(08) VALUE 0.
       01  SUSPEND-COUNT         PIC 9(08) VALUE 0.
       01  JAN1-CCYYMMDD         PIC 9(08) VALUE 0.
       01  HELD-COUNT            PIC 9(08) VALUE 0.
       01  RUN-YYMMDD            PIC 9(06) VALUE 0.
       01  RUN-CCYYMMDD          PIC 9(08) VALUE 0.

      *      MEMBER HOLD QUERY (PACHLDQ HAS NO SEPARATE COPYBOOK FOR
      *      ITS PARAMETER).  THE PRIOR YEAR IS READ IN KEY ORDER, SO
      *      ONE ANSWER SERVES ALL OF A SERIAL'S RECORDS.
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

      *      BEFORE-IMAGE AND PACJRNL CALL PARAMETER, THE SAME
      *      ARRANGEMENT PACMAINT CARRIES (PACJRNL HAS NO SEPARATE
           88  RUN-TOKEN-HELD            VALUE 'Y'.
           88  RUN-TOKEN-NOT-HELD        VALUE 'N'.

      *      QUOTA HEADROOM QUERY (PACQTAQ HAS NO SEPARATE COPYBOOK
      *      FOR ITS PARAMETER).  THE NEW YEAR IS EMPTY, SO ITS
      *      CELLS ARE LOADED WITH NOTHING USED AND EVERY SEEDED
      *      RECORD IS REPORTED BACK.
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
       01  QUOTA-SHOW-LEFT       PIC -(8)9.
       01  QUOTA-SHOW-LIMIT      PIC Z(6)9.

      *      RUN-HISTORY HOOK -- SEE PACHIST.
       01  HIST-PARM.
           05  HIST-PROGRAM       PIC X(08) VALUE 'PACCARRY'.
           MOVE CARRY-CCYY TO TARGET-CCYY-DISPLAY.
           COMPUTE PRIOR-CCYY-DISPLAY = CARRY-CCYY - 1.
           COMPUTE JAN1-CCYYMMDD = CARRY-CCYY * 10000 + 101.
           ACCEPT RUN-YYMMDD FROM DATE.
           COMPUTE RUN-CCYYMMDD = 20000000 + RUN-YYMMDD.
           IF RUN-CCYYMMDD > JAN1-CCYYMMDD
              MOVE RUN-CCYYMMDD TO HLDQ-AS-OF
           ELSE
              MOVE JAN1-CCYYMMDD TO HLDQ-AS-OF.
           MOVE CARRY-REGION TO JRNL-REGION.
           MOVE CARRY-CCYY   TO JRNL-CCYY.

                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
                  INTO WS-CTL-NAME.
           MOVE SPACES TO WS-SUS-NAME.
           STRING 'sus' DELIMITED BY SIZE
                  CARRY-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
                  INTO WS-SUS-NAME.

           MOVE CARRY-CCYY TO CLSQ-CCYY.
           MOVE CARRY-REGION TO CLSQ-REGION.
              SET JOB-HAS-FAILED TO TRUE
              GO TO CLOSE-NEW.

           MOVE 'Z'          TO QTAQ-REQUEST.
           MOVE CARRY-CCYY   TO QTAQ-CCYY.
           MOVE CARRY-REGION TO QTAQ-REGION.
           CALL 'PACQTAQ' USING QTAQ-PARM.

           MOVE -2 TO B-OLD-KEY-NUMBER.
           CALL WINAPI 'BTRV' USING by value B-OPEN,
             by reference B-OLD-POSITION,
           IF JOB-IS-CLEAN
              DISPLAY 'PACCARRY: ' SEEDED-COUNT ' OF ' READ-COUNT
                  ' PRIOR-YEAR RECORD(S) SEEDED INTO ' B-PAC-NAME
              DISPLAY 'PACCARRY: ' SUSPEND-COUNT
                  ' RECORD(S) HELD IN ' WS-SUS-NAME ' FOR QUOTA'
              DISPLAY 'PACCARRY: ' HELD-COUNT
                  ' RECORD(S) NOT SEEDED -- MEMBER ON HOLD'
              MOVE 0 TO RETURN-CODE
           ELSE
              DISPLAY 'PACCARRY: CARRY-FORWARD FAILED'
           MOVE JAN1-CCYYMMDD TO PAC-EFF-DATE.
           MOVE PAC-KEY-SERIAL TO B-PAC-KEY-SERIAL.
           MOVE PAC-KEY-SEQ    TO B-PAC-KEY-SEQ.
           IF PAC-KEY-SERIAL NOT = HLDQ-SERIAL
              MOVE PAC-KEY-SERIAL TO HLDQ-SERIAL
              CALL 'PACHLDQ' USING HLDQ-PARM.
           IF HLDQ-REFUSES
              ADD 1 TO HELD-COUNT
              DISPLAY 'PACCARRY: ' B-PAC-KEY-BUFFER ' NOT SEEDED --'
                  ' MEMBER UNDER HOLD ' HLDQ-NUMBER ' TYPE ' HLDQ-TYPE
              GO TO SEED-ONE-RECORD-EXIT.
           IF HLDQ-WARNS
              DISPLAY 'PACCARRY: WARNING -- ' B-PAC-KEY-BUFFER
                  ' IS FOR A MEMBER UNDER HOLD ' HLDQ-NUMBER
                  ' TYPE ' HLDQ-TYPE.
           MOVE 'C'      TO QTAQ-REQUEST.
           MOVE PAC-AREA TO QTAQ-AREA.
           MOVE PAC-SPEC TO QTAQ-SPEC.
           MOVE PAC-QTY  TO QTAQ-QTY.
           CALL 'PACQTAQ' USING QTAQ-PARM.
           MOVE QTAQ-REMAINING TO QUOTA-SHOW-LEFT.
           MOVE QTAQ-LIMIT     TO QUOTA-SHOW-LIMIT.
           IF QTAQ-OVER-LIMIT
              PERFORM SUSPEND-FOR-QUOTA
              GO TO SEED-ONE-RECORD-EXIT.
           IF QTAQ-NEAR-LIMIT
              DISPLAY 'PACCARRY: WARNING -- ' B-PAC-KEY-BUFFER
                  ' LEAVES AREA ' PAC-AREA ' SPEC ' PAC-SPEC
                  ' NEAR QUOTA, ' QUOTA-SHOW-LEFT ' LEFT OF '
                  QUOTA-SHOW-LIMIT ' BEFORE IT'.
           CALL WINAPI 'BTRV' USING by value B-INS,
             by reference B-PAC-POSITION,
             PAC-RECORD, B-PAC-LENGTH, B-PAC-KEY-BUFFER,
              SET JOB-HAS-FAILED TO TRUE
              GO TO SEED-ONE-RECORD-EXIT.
           ADD 1 TO SEEDED-COUNT.
           MOVE 'A' TO QTAQ-REQUEST.
           CALL 'PACQTAQ' USING QTAQ-PARM.
           MOVE PAC-KEY-SERIAL TO JRNL-SERIAL.
           MOVE PAC-KEY-SEQ    TO JRNL-SEQ.
           MOVE SPACES         TO JRNL-BEFORE.
           CALL 'PACJRNL' USING JRNL-PARM.
       SEED-ONE-RECORD-EXIT. EXIT.

      *      THE RECORD IN PAC-RECORD, EFFECTIVE DATE ALREADY MOVED
      *      TO JANUARY 1ST, GOES TO THE SUSPENSE FILE AS A HELD
      *      INSERT INSTEAD, WITH THE SAME EXTEND-OR-CREATE PACMAINT
      *      USES.
       SUSPEND-FOR-QUOTA.
           ADD 1 TO SUSPEND-COUNT.
           ACCEPT SUSPENSE-DATE FROM DATE.
           OPEN EXTEND CARRY-SUS-FILE.
           IF SUS-FILE-STATUS = '05' OR '35'
              OPEN OUTPUT CARRY-SUS-FILE.
           MOVE SPACES TO CARRY-SUS-RECORD.
           MOVE PAC-RECORD        TO SUS-RECORD-IMAGE.
           MOVE 'PACCARRY'        TO SUS-OPERATOR.
           MOVE SUSPENSE-DATE     TO SUS-DATE.
           MOVE 'Q'               TO SUS-REASON.
           MOVE 'I'               TO SUS-OPERATION.
           WRITE CARRY-SUS-RECORD.
           CLOSE CARRY-SUS-FILE.
           DISPLAY 'PACCARRY: ' B-PAC-KEY-BUFFER
               ' WOULD TAKE AREA ' PAC-AREA ' SPEC ' PAC-SPEC
               ' OVER QUOTA (' QUOTA-SHOW-LEFT ' LEFT OF '
               QUOTA-SHOW-LIMIT ') -- SUSPENDED'.

      *      THE SEEDED COUNT BECOMES THE YEAR'S CONTROL TOTAL, SO
      *      PACRECON BALANCES THE SEEDED FILE THE SAME WAY IT
      *      BALANCES A LOADED ONE.  PACLOAD'S SUPPLEMENTAL MODE
