       ID DIVISION.
       PROGRAM-ID.  PACRFND.
       AUTHOR.  Oliphant .
       DATE-WRITTEN. OCTOBER  8, 2026.
       DATE-COMPILED.
       REMARKS.  PRO-RATA REFUNDS AND CREDIT NOTES.  WHEN A RECORD IS
           VOIDED, OR ITS PAC-EXP-DATE IS BROUGHT FORWARD, THE
           MEMBER HAS OFTEN ALREADY PAID THE FULL-YEAR FEE, AND THE
           REFUND HAS BEEN WORKED OUT ON A CALCULATOR.  MODE 'R' IS
           CALLED BY PACMAINT THE MOMENT SUCH A CHANGE GOES ON FILE,
           WITH THE RECORD AS IT STOOD BEFORE: THE FEE IS TAKEN FROM
           THE pacfees.dat LINE THAT APPLIED ON PAC-EFF-DATE (BASE +
           RATE * QTY, THE SAME WINDOW TEST PACVALU USES), THE TERM
           RUNS FROM PAC-EFF-DATE TO THE OLD PAC-EXP-DATE (AN OPEN
           END IS THE START OR END OF THE YEAR), AND THE REFUND IS
           THE FEE TIMES THE UNUSED DAYS OVER THE TERM DAYS -- THE
           DAYS AFTER THE VOID DATE OR THE NEW EXPIRY.  ONLY A
           SERIAL INVOICED ON THE YEAR'S LEDGER IS CREDITED, AND
           NEVER BEYOND WHAT IT WAS INVOICED LESS ITS EARLIER CREDIT
           NOTES.  EACH REFUND GETS A CREDIT NOTE NUMBER AND A LINE
           ON THE REFUND REGISTER rfnCCYY.dat (LAYOUT PACRFR.COB).
           A REFUND WITHIN THE HOLD LIMIT IN pacrfnd.cfg IS CREDITED
           TO THE MEMBER'S ACCOUNT STRAIGHT AWAY (A 'C' LINE ON
           arlCCYY.dat); ONE OVER IT IS HELD, CREDITING NOTHING,
           UNTIL A SUPERVISOR (pacoper.dat LEVEL 3) RELEASES IT WITH
           MODE 'A' OR REJECTS IT WITH MODE 'X' -- AND NOT THE SAME
           OPERATOR WHO RAISED IT.  MODE 'L' PRINTS THE REGISTER,
           EVERY NOTE IN ITS LATEST STATE WITH AN APPROVAL BLOCK, TO
           pacCCYY.rfn THROUGH PACPAGE.  PACMAINT ALREADY HOLDS THE
           PACLOCK RUN TOKEN WHEN IT CALLS MODE 'R'; THE RELEASE AND
           REJECT MODES TAKE IT THEMSELVES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. COMPAQ-DESKPRO-286.
       OBJECT-COMPUTER. ANY-COMPAQ-COMPATABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RFND-FEE-FILE ASSIGN TO WS-FEE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEE-FILE-STATUS.
           SELECT RFND-LEDGER-FILE ASSIGN TO WS-LEDGER-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-FILE-STATUS.
           SELECT RFND-REG-FILE ASSIGN TO WS-REG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REG-FILE-STATUS.
      *      A SECOND VIEW OF THE REGISTER, FOR LOOKING AHEAD FROM A
      *      HELD NOTE TO ITS DECISION WHILE THE LISTING PASS STILL
      *      HAS ITS PLACE ON THE FIRST.
           SELECT RFND-DEC-FILE ASSIGN TO WS-REG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEC-FILE-STATUS.
           SELECT RFND-CFG-FILE ASSIGN TO WS-CFG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CFG-FILE-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO WS-OPERATOR-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-STATUS.
           SELECT RFND-RPT-FILE ASSIGN TO WS-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RFND-FEE-FILE.
       01  RFND-FEE-RECORD.
           COPY 'PACFEE.COB'.
       FD  RFND-LEDGER-FILE.
       01  RFND-LEDGER-RECORD.
           COPY 'PACRCL.COB'.
       FD  RFND-REG-FILE.
       01  RFND-REG-RECORD.
           COPY 'PACRFR.COB'.
       FD  RFND-DEC-FILE.
       01  RFND-DEC-RECORD.
           05  DEC-NOTE                PIC 9(06).
           05  FILLER                  PIC X(01).
           05  DEC-EVENT               PIC X(01).
           05  FILLER                  PIC X(66).
       FD  RFND-CFG-FILE.
      *      HOLD LIMIT: A REFUND ABOVE THIS AMOUNT WAITS FOR A
      *      SUPERVISOR.
       01  RFND-CFG-RECORD.
           05  CFG-HOLD-LIMIT          PIC 9(07)V99.
      *      SAME pacoper.dat LAYOUT PACMENU SIGNS OPERATORS ON
      *      WITH: ID, PASSWORD, AUTHORIZATION LEVEL (3 AND UP MAY
      *      RELEASE OR REJECT A HELD REFUND).
       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           05  OPR-ID                  PIC X(08).
           05  FILLER                  PIC X(01).
           05  OPR-PASSWORD            PIC X(08).
           05  FILLER                  PIC X(01).
           05  OPR-LEVEL               PIC 9(01).
       FD  RFND-RPT-FILE.
       01  RFND-RPT-RECORD             PIC X(80).
*      WORKING-STORAGE SECTION.
       01  PAC-RECORD.
           COPY 'PAC.COB'.

       01  TARGET-CCYY-DISPLAY  PIC 9(4) VALUE 0.
       01  WS-FEE-NAME           PIC X(32) VALUE 'pacfees.dat'.
       01  FEE-FILE-STATUS       PIC X(2).
       01  WS-LEDGER-NAME        PIC X(32).
       01  LEDGER-FILE-STATUS    PIC X(2).
       01  WS-REG-NAME           PIC X(32).
       01  REG-FILE-STATUS       PIC X(2).
       01  DEC-FILE-STATUS       PIC X(2).
       01  WS-CFG-NAME           PIC X(32) VALUE 'pacrfnd.cfg'.
       01  CFG-FILE-STATUS       PIC X(2).
       01  WS-OPERATOR-NAME      PIC X(32) VALUE 'pacoper.dat'.
       01  OPERATOR-STATUS       PIC X(2).
       01  WS-RPT-NAME           PIC X(32).
       01  RPT-FILE-STATUS       PIC X(2).

      *      REPORT GENERATIONS -- SEE PACGDG.
       01  GDG-PARM.
           05  GDG-FILE-NAME        PIC X(32).

       01  INPUT-EOF-SW          PIC X VALUE 'N'.
           88  INPUT-AT-EOF             VALUE 'Y'.
           88  INPUT-NOT-AT-EOF         VALUE 'N'.
       01  SCAN-EOF-SW           PIC X VALUE 'N'.
           88  SCAN-AT-EOF              VALUE 'Y'.
           88  SCAN-NOT-AT-EOF          VALUE 'N'.
       01  JOB-FAILED-SW         PIC X VALUE 'N'.
           88  JOB-HAS-FAILED           VALUE 'Y'.
           88  JOB-IS-CLEAN             VALUE 'N'.
       01  FEE-FOUND-SW          PIC X VALUE 'N'.
           88  FEE-LINE-FOUND           VALUE 'Y'.
           88  FEE-LINE-MISSING         VALUE 'N'.
       01  AUTHORIZED-SW         PIC X VALUE 'N'.
           88  OPERATOR-AUTHORIZED      VALUE 'Y'.
           88  OPERATOR-NOT-AUTHORIZED  VALUE 'N'.
       01  NOTE-FOUND-SW         PIC X VALUE 'N'.
           88  NOTE-IS-FOUND            VALUE 'Y'.
           88  NOTE-IS-NOT-FOUND        VALUE 'N'.

       01  RUN-YYMMDD            PIC 9(06) VALUE 0.
       01  RUN-CCYYMMDD          PIC 9(08) VALUE 0.
       01  HOLD-LIMIT            PIC 9(07)V99 VALUE 500.00.
       01  NEXT-NOTE             PIC 9(06) VALUE 0.
       01  NOTE-NUMBER-DISPLAY   PIC 9(06) VALUE 0.

      *      THE RECORD'S CODES PADDED THE WAY pacfees.dat CARRIES
      *      THEM, AND THE DATE THE FEE LINE MUST HAVE COVERED.
       01  FEE-KEY.
           05  FK-SPEC           PIC X(02).
           05  FK-GEAR           PIC X(02).
           05  FK-AREA           PIC X(02).
       01  FEE-DATE              PIC 9(08) VALUE 0.
       01  FEE-AMOUNT            PIC 9(09)V99 VALUE 0.

      *      TERM ARITHMETIC.  START AND END ARE INCLUSIVE; THE
      *      CUT DATE IS THE LAST DAY THE MEMBER HAD THE USE OF.
       01  TERM-START-DATE       PIC 9(08) VALUE 0.
       01  TERM-END-DATE         PIC 9(08) VALUE 0.
       01  TERM-START-DAYS       PIC 9(08) VALUE 0.
       01  TERM-END-DAYS         PIC 9(08) VALUE 0.
       01  CUT-DAYS              PIC 9(08) VALUE 0.
       01  TERM-DAYS             PIC 9(05) VALUE 0.
       01  UNUSED-DAYS           PIC 9(05) VALUE 0.
       01  REFUND-AMOUNT         PIC 9(09)V99 VALUE 0.

      *      WHAT THE SERIAL HAS BEEN INVOICED AND ALREADY CREDITED
      *      ON THE YEAR'S LEDGER.
       01  SERIAL-INVOICED       PIC 9(09)V99 VALUE 0.
       01  SERIAL-CREDITED       PIC 9(09)V99 VALUE 0.
       01  CREDIT-ROOM           PIC S9(09)V99 VALUE 0.

      *      THE NOTE BEING RELEASED OR REJECTED, OR LISTED.
       01  FOUND-REG-LINE        PIC X(74) VALUE SPACES.
       01  LATEST-EVENT          PIC X(01) VALUE SPACE.
       01  LATEST-OPERATOR       PIC X(08) VALUE SPACES.
       01  RAISED-BY             PIC X(08) VALUE SPACES.

      *      DATE-TO-DAY-NUMBER WORK -- THE SAME LEAP-SAFE
      *      CONVERSION PACVOIDR AGES ITS VOIDS WITH.
       01  CNV-CCYYMMDD          PIC 9(08) VALUE 0.
       01  CNV-YEAR              PIC 9(04) VALUE 0.
       01  CNV-MONTH             PIC 9(02) VALUE 0.
       01  CNV-DAY               PIC 9(02) VALUE 0.
       01  CNV-PRIOR-YEAR        PIC 9(04) VALUE 0.
       01  CNV-LEAPS             PIC 9(06) VALUE 0.
       01  CNV-WORK              PIC 9(06) VALUE 0.
       01  CNV-DAY-NUMBER        PIC 9(08) VALUE 0.
       01  CUM-DAY-VALUES.
           05  FILLER            PIC X(36) VALUE
               '000031059090120151181212243273304334'.
       01  CUM-DAY-TABLE REDEFINES CUM-DAY-VALUES.
           05  CUM-DAYS          PIC 9(03) OCCURS 12 TIMES.

      *      REGISTER LISTING TOTALS.
       01  NOTES-LISTED          PIC 9(06) VALUE 0.
       01  CREDITED-COUNT        PIC 9(06) VALUE 0.
       01  CREDITED-TOTAL        PIC 9(11)V99 VALUE 0.
       01  HELD-COUNT            PIC 9(06) VALUE 0.
       01  HELD-TOTAL            PIC 9(11)V99 VALUE 0.
       01  REJECTED-COUNT        PIC 9(06) VALUE 0.
       01  REJECTED-TOTAL        PIC 9(11)V99 VALUE 0.

      *      SUITE-WIDE RUN TOKEN (PACLOCK HAS NO SEPARATE COPYBOOK
      *      FOR ITS PARAMETER) -- TAKEN BY THE RELEASE AND REJECT
      *      MODES, WHICH APPEND TO THE LEDGER ON THEIR OWN ACCOUNT.
       01  LOCK-PARM.
           05  LOCK-REQUEST        PIC X(01).
           05  LOCK-RESULT         PIC X(01).
               88  LOCK-GRANTED          VALUE 'G'.
               88  LOCK-BUSY             VALUE 'B'.
           05  LOCK-PROGRAM        PIC X(08) VALUE 'PACRFND'.
           05  LOCK-CCYY           PIC 9(04).
           05  LOCK-REGION         PIC X(02).
           05  LOCK-HOLDER         PIC X(08).
           05  LOCK-SINCE          PIC 9(06).
           05  LOCK-START-TIME     PIC 9(06).
       01  LOCK-HELD-SW            PIC X VALUE 'N'.
           88  RUN-TOKEN-HELD            VALUE 'Y'.
           88  RUN-TOKEN-NOT-HELD        VALUE 'N'.

      *      RUN-HISTORY HOOK -- SEE PACHIST.  WRITTEN FOR THE
      *      LISTING, RELEASE, AND REJECT RUNS; A MODE 'R' CALL IS
      *      PART OF THE PACMAINT OPERATION THAT MADE IT.
       01  HIST-PARM.
           05  HIST-PROGRAM       PIC X(08) VALUE 'PACRFND'.
           05  HIST-CCYY          PIC 9(04) VALUE 0.
           05  HIST-RECORDS       PIC 9(08) VALUE 0.
           05  HIST-STATUS        PIC X(06) VALUE 'GOOD'.
           05  HIST-START-STAMP.
               10  HIST-START-HOUR      PIC S9(2) BINARY.
               10  FILLER               PIC X(1).
               10  HIST-START-MINUTE    PIC S9(2) BINARY.
               10  FILLER               PIC X(1).
               10  HIST-START-SECOND    PIC S9(2) BINARY.
               10  FILLER               PIC X(1).
               10  HIST-START-HUNDREDTH PIC S9(2) BINARY.
               10  FILLER               PIC X(1).

      *      SHARED PAGE-HEADING CONTROL -- SEE PACHDR.COB/PACPAGE.
       01  PAGE-CTL.
           COPY 'PACHDR.COB'.
       01  RPT-LINE-WORK          PIC X(80).
       01  REGISTER-COLUMNS.
           05  FILLER             PIC X(07) VALUE 'NOTE   '.
           05  FILLER             PIC X(10) VALUE 'SERIAL-SEQ'.
           05  FILLER             PIC X(07) VALUE ' WHY   '.
           05  FILLER             PIC X(09) VALUE 'RAISED   '.
           05  FILLER             PIC X(11) VALUE '        FEE'.
           05  FILLER             PIC X(10) VALUE ' UNUSD/TRM'.
           05  FILLER             PIC X(11) VALUE '     REFUND'.
           05  FILLER             PIC X(15) VALUE '  STATE'.
       01  REGISTER-DETAIL-LINE.
           05  RG-NOTE            PIC 9(06).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  RG-SERIAL          PIC X(05).
           05  FILLER             PIC X(01) VALUE '-'.
           05  RG-SEQ             PIC 9(03).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  RG-REASON          PIC X(06).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  RG-DATE            PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  RG-FEE             PIC ZZZZZZ9.99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  RG-UNUSED          PIC ZZZZ9.
           05  FILLER             PIC X(01) VALUE '/'.
           05  RG-TERM            PIC ZZZ9.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  RG-AMOUNT          PIC ZZZZZZ9.99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RG-STATE           PIC X(13).
       01  TOTAL-LINE.
           05  TL-LABEL           PIC X(32).
           05  TL-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  TL-COUNT           PIC ZZZ,ZZ9.
           05  FILLER             PIC X(22) VALUE SPACES.
       01  APPROVAL-LINE          PIC X(80) VALUE
           'APPROVED FOR PAYMENT BY ______________________  DATE _____
      -    '_______'.

       LINKAGE SECTION.
       01  RFND-PARM.
      *      'R' = RAISE A REFUND FOR THE RECORD IN RFND-BEFORE;
      *      'L' = PRINT THE REFUND REGISTER; 'A' / 'X' = RELEASE /
      *      REJECT THE HELD NOTE IN RFND-NOTE (SUPERVISOR ONLY).
           05  RFND-MODE           PIC X(01).
               88  RFND-RAISE-MODE       VALUE 'R'.
               88  RFND-LIST-MODE        VALUE 'L'.
               88  RFND-RELEASE-MODE     VALUE 'A'.
               88  RFND-REJECT-MODE      VALUE 'X'.
           05  RFND-CCYY           PIC 9(04).
      *      MODE 'R' ONLY -- WHY ('V' VOIDED, 'S' EXPIRY SHORTENED),
      *      THE RECORD AS IT STOOD BEFORE THE CHANGE, AND THE LAST
      *      DAY OF USE (THE VOID DATE OR THE NEW EXPIRY, CCYYMMDD).
           05  RFND-REASON         PIC X(01).
           05  RFND-BEFORE         PIC X(103).
           05  RFND-CUT-DATE       PIC 9(08).
      *      THE CREDIT NOTE -- IN FOR 'A' AND 'X', OUT FOR 'R'.
           05  RFND-NOTE           PIC 9(06).
      *      OUT PARAMETERS -- THE REFUND WORKED OUT, AND 'G' =
      *      CREDITED, 'H' = HELD FOR A SUPERVISOR, 'N' = NOTHING
      *      DUE, 'F' = FAILED OR REFUSED.
           05  RFND-AMOUNT         PIC 9(09)V99.
           05  RFND-RESULT         PIC X(01).
               88  RFND-CREDITED         VALUE 'G'.
               88  RFND-HELD             VALUE 'H'.
               88  RFND-NOTHING-DUE      VALUE 'N'.
               88  RFND-FAILED           VALUE 'F'.
           05  RFND-OPERATOR       PIC X(08).

      *      REGION CODE -- SPACES = THE HISTORIC SINGLE-REGION
      *      FILE SET (pacCCYY.btr); OTHERWISE QUALIFIES EVERY
      *      PER-YEAR FILE NAME THE RUN TOUCHES.
           05  RFND-REGION         PIC X(02).
       PROCEDURE DIVISION USING RFND-PARM.
       A000-BEGIN.
           CALL 'DOS_GET_TIME' USING HIST-START-STAMP.
           ACCEPT RUN-YYMMDD FROM DATE.
           COMPUTE RUN-CCYYMMDD = 20000000 + RUN-YYMMDD.
           SET RFND-FAILED TO TRUE.
           MOVE RFND-CCYY TO TARGET-CCYY-DISPLAY.
           MOVE SPACES TO WS-LEDGER-NAME.
           STRING 'arl' DELIMITED BY SIZE
                  RFND-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
                  INTO WS-LEDGER-NAME.
           MOVE SPACES TO WS-REG-NAME.
           STRING 'rfn' DELIMITED BY SIZE
                  RFND-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
                  INTO WS-REG-NAME.

           IF RFND-RAISE-MODE
              MOVE 0 TO RFND-AMOUNT
              MOVE 0 TO RFND-NOTE
              PERFORM RAISE-REFUND THRU RAISE-REFUND-EXIT
              GOBACK.

           IF RFND-LIST-MODE
              PERFORM LIST-REGISTER THRU LIST-REGISTER-EXIT
              GO TO DONE.

           IF NOT RFND-RELEASE-MODE AND NOT RFND-REJECT-MODE
              DISPLAY 'PACRFND: MODE ' RFND-MODE ' NOT RECOGNISED --'
                  ' R, L, A, OR X'
              SET JOB-HAS-FAILED TO TRUE
              GO TO DONE.

           PERFORM CHECK-SUPERVISOR THRU CHECK-SUPERVISOR-EXIT.
           IF OPERATOR-NOT-AUTHORIZED
              DISPLAY 'PACRFND: ' RFND-OPERATOR ' IS NOT A'
                  ' SUPERVISOR -- HELD REFUNDS NEED LEVEL 3'
              SET JOB-HAS-FAILED TO TRUE
              GO TO DONE.
           PERFORM TAKE-RUN-TOKEN THRU TAKE-RUN-TOKEN-EXIT.
           IF RUN-TOKEN-NOT-HELD
              SET JOB-HAS-FAILED TO TRUE
              GO TO DONE.
           PERFORM DECIDE-HELD-NOTE THRU DECIDE-HELD-NOTE-EXIT.

       DONE.
           PERFORM DROP-RUN-TOKEN.
           MOVE TARGET-CCYY-DISPLAY TO HIST-CCYY.
           MOVE NOTES-LISTED        TO HIST-RECORDS.
           IF JOB-HAS-FAILED
              MOVE 'FAILED' TO HIST-STATUS.
           CALL 'PACHIST' USING HIST-PARM.
           GOBACK.

      * ------------------------------------------------------------
      *      MODE 'R' -- WORK OUT, NUMBER, AND REGISTER ONE REFUND.
      * ------------------------------------------------------------
       RAISE-REFUND.
           MOVE RFND-BEFORE TO PAC-RECORD.
           PERFORM READ-HOLD-LIMIT THRU READ-HOLD-LIMIT-EXIT.

           PERFORM FIND-FEE-AT-EFFECTIVE THRU
               FIND-FEE-AT-EFFECTIVE-EXIT.
           IF FEE-LINE-MISSING
              DISPLAY 'PACRFND: NO FEE LINE FOR ' FEE-KEY ' ON '
                  FEE-DATE ' -- NO REFUND WORKED OUT FOR '
                  PAC-KEY-SERIAL '-' PAC-KEY-SEQ
              GO TO RAISE-REFUND-EXIT.
           IF PAC-QTY NUMERIC
              COMPUTE FEE-AMOUNT = FEE-BASE + FEE-RATE * PAC-QTY
           ELSE
              MOVE FEE-BASE TO FEE-AMOUNT.

           PERFORM WORK-OUT-UNUSED-TERM.
           IF UNUSED-DAYS = 0 OR FEE-AMOUNT = 0
              DISPLAY 'PACRFND: NO UNUSED TERM ON ' PAC-KEY-SERIAL
                  '-' PAC-KEY-SEQ ' -- NO REFUND DUE'
              SET RFND-NOTHING-DUE TO TRUE
              GO TO RAISE-REFUND-EXIT.
           COMPUTE REFUND-AMOUNT ROUNDED =
               FEE-AMOUNT * UNUSED-DAYS / TERM-DAYS.

           PERFORM READ-SERIAL-ACCOUNT THRU READ-SERIAL-ACCOUNT-EXIT.
           IF SERIAL-INVOICED = 0
              DISPLAY 'PACRFND: ' PAC-KEY-SERIAL ' NOT INVOICED ON '
                  WS-LEDGER-NAME ' -- NOTHING TO CREDIT'
              SET RFND-NOTHING-DUE TO TRUE
              GO TO RAISE-REFUND-EXIT.
           COMPUTE CREDIT-ROOM = SERIAL-INVOICED - SERIAL-CREDITED.
           IF CREDIT-ROOM NOT > 0
              DISPLAY 'PACRFND: ' PAC-KEY-SERIAL ' ALREADY CREDITED'
                  ' IN FULL -- NO FURTHER CREDIT NOTE'
              SET RFND-NOTHING-DUE TO TRUE
              GO TO RAISE-REFUND-EXIT.
           IF REFUND-AMOUNT > CREDIT-ROOM
              MOVE CREDIT-ROOM TO REFUND-AMOUNT.
           IF REFUND-AMOUNT = 0
              SET RFND-NOTHING-DUE TO TRUE
              GO TO RAISE-REFUND-EXIT.

           PERFORM FIND-NEXT-NOTE THRU FIND-NEXT-NOTE-EXIT.
           MOVE SPACES TO RFND-REG-RECORD.
           MOVE NEXT-NOTE       TO RFR-NOTE.
           MOVE PAC-KEY-SERIAL  TO RFR-SERIAL.
           MOVE PAC-KEY-SEQ     TO RFR-SEQ.
           MOVE RFND-REASON     TO RFR-REASON.
           MOVE RUN-CCYYMMDD    TO RFR-DATE.
           MOVE FEE-AMOUNT      TO RFR-FEE.
           MOVE TERM-DAYS       TO RFR-TERM-DAYS.
           MOVE UNUSED-DAYS     TO RFR-UNUSED-DAYS.
           MOVE REFUND-AMOUNT   TO RFR-AMOUNT.
           MOVE RFND-OPERATOR   TO RFR-OPERATOR.
           IF REFUND-AMOUNT > HOLD-LIMIT
              MOVE 'H' TO RFR-EVENT
           ELSE
              MOVE 'R' TO RFR-EVENT.
           PERFORM APPEND-REGISTER-LINE.
           IF RFR-IS-RAISED
              PERFORM POST-CREDIT-NOTE.

           MOVE NEXT-NOTE     TO RFND-NOTE.
           MOVE REFUND-AMOUNT TO RFND-AMOUNT.
           IF RFR-IS-HELD
              SET RFND-HELD TO TRUE
              DISPLAY 'PACRFND: CREDIT NOTE ' NEXT-NOTE ' FOR '
                  PAC-KEY-SERIAL '-' PAC-KEY-SEQ ' OF ' REFUND-AMOUNT
                  ' IS OVER THE HOLD LIMIT -- HELD FOR A SUPERVISOR'
           ELSE
              SET RFND-CREDITED TO TRUE
              DISPLAY 'PACRFND: CREDIT NOTE ' NEXT-NOTE ' FOR '
                  PAC-KEY-SERIAL '-' PAC-KEY-SEQ ' OF ' REFUND-AMOUNT
                  ' CREDITED TO THE ACCOUNT'.
       RAISE-REFUND-EXIT. EXIT.

      *      THE HOLD LIMIT FROM pacrfnd.cfg; NO FILE, OR A LINE
      *      THAT IS NOT A NUMBER, LEAVES THE DEFAULT.
       READ-HOLD-LIMIT.
           OPEN INPUT RFND-CFG-FILE.
           IF CFG-FILE-STATUS NOT = '00'
              GO TO READ-HOLD-LIMIT-EXIT.
           READ RFND-CFG-FILE
               AT END
                  CONTINUE
               NOT AT END
                  IF CFG-HOLD-LIMIT NUMERIC
                     MOVE CFG-HOLD-LIMIT TO HOLD-LIMIT.
           CLOSE RFND-CFG-FILE.
       READ-HOLD-LIMIT-EXIT. EXIT.

      *      THE FEE LINE FOR THE RECORD'S COMBINATION WHOSE WINDOW
      *      COVERED ITS EFFECTIVE DATE -- A ZERO DATE LEAVES THAT
      *      END OF THE WINDOW OPEN.  A RECORD WITH NO EFFECTIVE DATE
      *      IS PRICED AS AT THE START OF ITS YEAR.
       FIND-FEE-AT-EFFECTIVE.
           SET FEE-LINE-MISSING TO TRUE.
           MOVE SPACES TO FEE-KEY.
           MOVE PAC-SPEC TO FK-SPEC.
           MOVE PAC-GEAR TO FK-GEAR.
           MOVE PAC-AREA TO FK-AREA.
           IF PAC-EFF-DATE NUMERIC AND PAC-EFF-DATE > 0
              MOVE PAC-EFF-DATE TO FEE-DATE
           ELSE
              COMPUTE FEE-DATE = RFND-CCYY * 10000 + 0101.
           SET INPUT-NOT-AT-EOF TO TRUE.
           OPEN INPUT RFND-FEE-FILE.
           IF FEE-FILE-STATUS NOT = '00'
              GO TO FIND-FEE-AT-EFFECTIVE-EXIT.
           PERFORM MATCH-ONE-FEE THRU MATCH-ONE-FEE-EXIT
               UNTIL INPUT-AT-EOF OR FEE-LINE-FOUND.
           CLOSE RFND-FEE-FILE.
       FIND-FEE-AT-EFFECTIVE-EXIT. EXIT.

       MATCH-ONE-FEE.
           READ RFND-FEE-FILE
               AT END
                  SET INPUT-AT-EOF TO TRUE
                  GO TO MATCH-ONE-FEE-EXIT.
           IF FEE-VALID-FROM NOT NUMERIC
              MOVE 0 TO FEE-VALID-FROM.
           IF FEE-VALID-TO NOT NUMERIC
              MOVE 0 TO FEE-VALID-TO.
           IF FEE-SPEC = FK-SPEC
              AND FEE-GEAR = FK-GEAR
              AND FEE-AREA = FK-AREA
              AND (FEE-VALID-FROM = 0
                   OR FEE-VALID-FROM NOT > FEE-DATE)
              AND (FEE-VALID-TO = 0
                   OR FEE-VALID-TO NOT < FEE-DATE)
              AND FEE-BASE NUMERIC
              AND FEE-RATE NUMERIC
              SET FEE-LINE-FOUND TO TRUE.
       MATCH-ONE-FEE-EXIT. EXIT.

      *      TERM DAYS AND THE DAYS OF IT LEFT AFTER THE CUT DATE.
      *      A CUT BEFORE THE TERM STARTED LEAVES THE WHOLE TERM
      *      UNUSED; A CUT AT OR AFTER ITS END LEAVES NONE.
       WORK-OUT-UNUSED-TERM.
           MOVE 0 TO TERM-DAYS.
           MOVE 0 TO UNUSED-DAYS.
           IF PAC-EFF-DATE NUMERIC AND PAC-EFF-DATE > 0
              MOVE PAC-EFF-DATE TO TERM-START-DATE
           ELSE
              COMPUTE TERM-START-DATE = RFND-CCYY * 10000 + 0101.
           IF PAC-EXP-DATE NUMERIC AND PAC-EXP-DATE > 0
              MOVE PAC-EXP-DATE TO TERM-END-DATE
           ELSE
              COMPUTE TERM-END-DATE = RFND-CCYY * 10000 + 1231.
           IF TERM-END-DATE < TERM-START-DATE
              GO TO WORK-OUT-UNUSED-TERM-EXIT.
           MOVE TERM-START-DATE TO CNV-CCYYMMDD.
           PERFORM DATE-TO-DAY-NUMBER.
           MOVE CNV-DAY-NUMBER TO TERM-START-DAYS.
           MOVE TERM-END-DATE TO CNV-CCYYMMDD.
           PERFORM DATE-TO-DAY-NUMBER.
           MOVE CNV-DAY-NUMBER TO TERM-END-DAYS.
           COMPUTE TERM-DAYS = TERM-END-DAYS - TERM-START-DAYS + 1.
           IF RFND-CUT-DATE NOT NUMERIC OR RFND-CUT-DATE = 0
              MOVE RUN-CCYYMMDD TO RFND-CUT-DATE.
           MOVE RFND-CUT-DATE TO CNV-CCYYMMDD.
           PERFORM DATE-TO-DAY-NUMBER.
           MOVE CNV-DAY-NUMBER TO CUT-DAYS.
           IF CUT-DAYS < TERM-START-DAYS
              MOVE TERM-DAYS TO UNUSED-DAYS
           ELSE
              IF CUT-DAYS < TERM-END-DAYS
                 COMPUTE UNUSED-DAYS = TERM-END-DAYS - CUT-DAYS.
       WORK-OUT-UNUSED-TERM-EXIT. EXIT.

      *      ONE PASS OVER THE LEDGER FOR THE SERIAL'S INVOICES AND
      *      THE CREDIT NOTES ALREADY AGAINST THEM.
       READ-SERIAL-ACCOUNT.
           MOVE 0 TO SERIAL-INVOICED.
           MOVE 0 TO SERIAL-CREDITED.
           SET INPUT-NOT-AT-EOF TO TRUE.
           OPEN INPUT RFND-LEDGER-FILE.
           IF LEDGER-FILE-STATUS NOT = '00'
              GO TO READ-SERIAL-ACCOUNT-EXIT.
           PERFORM READ-ONE-ACCOUNT-LINE THRU
               READ-ONE-ACCOUNT-LINE-EXIT
               UNTIL INPUT-AT-EOF.
           CLOSE RFND-LEDGER-FILE.
       READ-SERIAL-ACCOUNT-EXIT. EXIT.

       READ-ONE-ACCOUNT-LINE.
           READ RFND-LEDGER-FILE
               AT END
                  SET INPUT-AT-EOF TO TRUE
                  GO TO READ-ONE-ACCOUNT-LINE-EXIT.
           IF RCL-SERIAL NOT = PAC-KEY-SERIAL
              OR RCL-AMOUNT NOT NUMERIC
              GO TO READ-ONE-ACCOUNT-LINE-EXIT.
           IF RCL-IS-INVOICE
              ADD RCL-AMOUNT TO SERIAL-INVOICED.
           IF RCL-IS-CREDIT-NOTE
              ADD RCL-AMOUNT TO SERIAL-CREDITED.
       READ-ONE-ACCOUNT-LINE-EXIT. EXIT.

      *      NOTES ARE NUMBERED ON FROM THE HIGHEST ON THE YEAR'S
      *      REGISTER; NO REGISTER YET MEANS NOTE 1.
       FIND-NEXT-NOTE.
           MOVE 0 TO NEXT-NOTE.
           SET INPUT-NOT-AT-EOF TO TRUE.
           OPEN INPUT RFND-REG-FILE.
           IF REG-FILE-STATUS NOT = '00'
              GO TO FIND-NEXT-NOTE-DONE.
           PERFORM READ-ONE-NOTE-NUMBER THRU
               READ-ONE-NOTE-NUMBER-EXIT
               UNTIL INPUT-AT-EOF.
           CLOSE RFND-REG-FILE.
       FIND-NEXT-NOTE-DONE.
           ADD 1 TO NEXT-NOTE.
       FIND-NEXT-NOTE-EXIT. EXIT.

       READ-ONE-NOTE-NUMBER.
           READ RFND-REG-FILE
               AT END
                  SET INPUT-AT-EOF TO TRUE
                  GO TO READ-ONE-NOTE-NUMBER-EXIT.
           IF RFR-NOTE NUMERIC AND RFR-NOTE > NEXT-NOTE
              MOVE RFR-NOTE TO NEXT-NOTE.
       READ-ONE-NOTE-NUMBER-EXIT. EXIT.

      *      SAME EXTEND-OR-CREATE DANCE PACJRNL DOES FOR THE
      *      JOURNAL FILE.  THE LINE IS BUILT BY THE CALLER.
       APPEND-REGISTER-LINE.
           MOVE RFND-REG-RECORD TO FOUND-REG-LINE.
           OPEN EXTEND RFND-REG-FILE.
           IF REG-FILE-STATUS = '05' OR '35'
              OPEN OUTPUT RFND-REG-FILE.
           MOVE FOUND-REG-LINE TO RFND-REG-RECORD.
           WRITE RFND-REG-RECORD.
           CLOSE RFND-REG-FILE.
           MOVE FOUND-REG-LINE TO RFND-REG-RECORD.

      *      THE CREDIT NOTE ON THE MEMBER'S ACCOUNT, FROM THE
      *      REGISTER LINE IN HAND.  THE NOTE NUMBER IS THE LEDGER
      *      REFERENCE; THE KEY AND REASON ARE ITS SOURCE.
       POST-CREDIT-NOTE.
           MOVE RFR-NOTE TO NOTE-NUMBER-DISPLAY.
           MOVE SPACES TO RFND-LEDGER-RECORD.
           MOVE 'C'           TO RCL-TYPE.
           MOVE RFR-SERIAL    TO RCL-SERIAL.
           MOVE RUN-CCYYMMDD  TO RCL-POST-DATE.
           MOVE RUN-CCYYMMDD  TO RCL-VALUE-DATE.
           MOVE RFR-AMOUNT    TO RCL-AMOUNT.
           STRING 'CRN-' DELIMITED BY SIZE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  NOTE-NUMBER-DISPLAY DELIMITED BY SIZE
                  INTO RCL-REFERENCE.
           STRING RFR-SERIAL DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  RFR-SEQ DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RFR-REASON DELIMITED BY SIZE
                  INTO RCL-SOURCE.
           MOVE RFND-OPERATOR TO RCL-OPERATOR.
           OPEN EXTEND RFND-LEDGER-FILE.
           IF LEDGER-FILE-STATUS = '05' OR '35'
              OPEN OUTPUT RFND-LEDGER-FILE.
           WRITE RFND-LEDGER-RECORD.
           CLOSE RFND-LEDGER-FILE.

      * ------------------------------------------------------------
      *      MODES 'A' AND 'X' -- A SUPERVISOR DECIDES A HELD NOTE.
      * ------------------------------------------------------------
       DECIDE-HELD-NOTE.
           PERFORM FIND-NOTE-STATE THRU FIND-NOTE-STATE-EXIT.
           IF NOTE-IS-NOT-FOUND
              DISPLAY 'PACRFND: NO CREDIT NOTE ' RFND-NOTE ' ON '
                  WS-REG-NAME
              SET JOB-HAS-FAILED TO TRUE
              GO TO DECIDE-HELD-NOTE-EXIT.
           IF LATEST-EVENT NOT = 'H'
              DISPLAY 'PACRFND: CREDIT NOTE ' RFND-NOTE
                  ' IS NOT HELD -- NOTHING TO DECIDE'
              SET JOB-HAS-FAILED TO TRUE
              GO TO DECIDE-HELD-NOTE-EXIT.
           IF RAISED-BY = RFND-OPERATOR
              DISPLAY 'PACRFND: ' RFND-OPERATOR ' RAISED CREDIT NOTE '
                  RFND-NOTE ' -- ANOTHER SUPERVISOR MUST DECIDE IT'
              SET JOB-HAS-FAILED TO TRUE
              GO TO DECIDE-HELD-NOTE-EXIT.

           MOVE FOUND-REG-LINE TO RFND-REG-RECORD.
           MOVE RUN-CCYYMMDD   TO RFR-DATE.
           MOVE RFND-OPERATOR  TO RFR-OPERATOR.
           IF RFND-RELEASE-MODE
              MOVE 'A' TO RFR-EVENT
           ELSE
              MOVE 'X' TO RFR-EVENT.
           PERFORM APPEND-REGISTER-LINE.
           MOVE RFR-AMOUNT TO RFND-AMOUNT.
           IF RFR-IS-RELEASED
              PERFORM POST-CREDIT-NOTE
              SET RFND-CREDITED TO TRUE
              DISPLAY 'PACRFND: CREDIT NOTE ' RFND-NOTE ' OF '
                  RFR-AMOUNT ' RELEASED BY ' RFND-OPERATOR
                  ' AND CREDITED TO ' RFR-SERIAL
           ELSE
              SET RFND-NOTHING-DUE TO TRUE
              DISPLAY 'PACRFND: CREDIT NOTE ' RFND-NOTE ' OF '
                  RFR-AMOUNT ' REJECTED BY ' RFND-OPERATOR.
       DECIDE-HELD-NOTE-EXIT. EXIT.

      *      THE NOTE'S RAISING LINE AND ITS LATEST EVENT.  NOTES
      *      ARE FEW, SO THE REGISTER IS RE-SCANNED PER NOTE THE
      *      SAME WAY PACVOIDR RE-SCANS THE JOURNAL PER VOID.
       FIND-NOTE-STATE.
           SET NOTE-IS-NOT-FOUND TO TRUE.
           MOVE SPACE  TO LATEST-EVENT.
           MOVE SPACES TO LATEST-OPERATOR.
           MOVE SPACES TO RAISED-BY.
           SET SCAN-NOT-AT-EOF TO TRUE.
           OPEN INPUT RFND-REG-FILE.
           IF REG-FILE-STATUS NOT = '00'
              GO TO FIND-NOTE-STATE-EXIT.
           PERFORM SCAN-ONE-NOTE-LINE THRU SCAN-ONE-NOTE-LINE-EXIT
               UNTIL SCAN-AT-EOF.
           CLOSE RFND-REG-FILE.
       FIND-NOTE-STATE-EXIT. EXIT.

       SCAN-ONE-NOTE-LINE.
           READ RFND-REG-FILE
               AT END
                  SET SCAN-AT-EOF TO TRUE
                  GO TO SCAN-ONE-NOTE-LINE-EXIT.
           IF RFR-NOTE NOT = RFND-NOTE
              GO TO SCAN-ONE-NOTE-LINE-EXIT.
           IF RFR-IS-RAISED OR RFR-IS-HELD
              SET NOTE-IS-FOUND TO TRUE
              MOVE RFND-REG-RECORD TO FOUND-REG-LINE
              MOVE RFR-OPERATOR    TO RAISED-BY.
           MOVE RFR-EVENT    TO LATEST-EVENT.
           MOVE RFR-OPERATOR TO LATEST-OPERATOR.
       SCAN-ONE-NOTE-LINE-EXIT. EXIT.

      *      SAME pacoper.dat SCAN PACMENU'S SIGN-ON DOES, BUT ONLY
      *      THE ID AND LEVEL MATTER HERE.
       CHECK-SUPERVISOR.
           SET OPERATOR-NOT-AUTHORIZED TO TRUE.
           IF RFND-OPERATOR = SPACES
              GO TO CHECK-SUPERVISOR-EXIT.
           SET INPUT-NOT-AT-EOF TO TRUE.
           OPEN INPUT OPERATOR-FILE.
           IF OPERATOR-STATUS NOT = '00'
              DISPLAY 'PACRFND: OPERATOR FILE ' WS-OPERATOR-NAME
                  ' NOT AVAILABLE -- STATUS ' OPERATOR-STATUS
              GO TO CHECK-SUPERVISOR-EXIT.
           PERFORM MATCH-ONE-OPERATOR THRU MATCH-ONE-OPERATOR-EXIT
               UNTIL INPUT-AT-EOF OR OPERATOR-AUTHORIZED.
           CLOSE OPERATOR-FILE.
       CHECK-SUPERVISOR-EXIT. EXIT.

       MATCH-ONE-OPERATOR.
           READ OPERATOR-FILE
               AT END
                  SET INPUT-AT-EOF TO TRUE
                  GO TO MATCH-ONE-OPERATOR-EXIT.
           IF OPR-ID = RFND-OPERATOR
              AND OPR-LEVEL NUMERIC
              AND OPR-LEVEL > 2
              SET OPERATOR-AUTHORIZED TO TRUE.
       MATCH-ONE-OPERATOR-EXIT. EXIT.

      * ------------------------------------------------------------
      *      MODE 'L' -- THE REFUND REGISTER FOR APPROVAL.
      * ------------------------------------------------------------
       LIST-REGISTER.
           MOVE SPACES TO WS-RPT-NAME.
           STRING 'pac' DELIMITED BY SIZE
                  RFND-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.rfn' DELIMITED BY SIZE
                  INTO WS-RPT-NAME.
           MOVE WS-RPT-NAME TO GDG-FILE-NAME.
           CALL 'PACGDG' USING GDG-PARM.
           OPEN OUTPUT RFND-RPT-FILE.
           MOVE 'PAC REFUND REGISTER' TO PGH-TITLE.
           MOVE TARGET-CCYY-DISPLAY TO PGH-CCYY.
           MOVE 0  TO PGH-PAGE-NUMBER.
           MOVE 56 TO PGH-LINES-PER-PAGE.
           MOVE 99 TO PGH-LINE-COUNT.

           SET INPUT-NOT-AT-EOF TO TRUE.
           OPEN INPUT RFND-REG-FILE.
           IF REG-FILE-STATUS NOT = '00'
              MOVE 'NO REFUNDS RAISED THIS YEAR' TO RPT-LINE-WORK
              PERFORM WRITE-RPT-LINE
              GO TO LIST-REGISTER-TOTALS.
           PERFORM LIST-ONE-REGISTER-LINE THRU
               LIST-ONE-REGISTER-LINE-EXIT
               UNTIL INPUT-AT-EOF.
           CLOSE RFND-REG-FILE.

       LIST-REGISTER-TOTALS.
           MOVE SPACES TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE 'CREDITED TO MEMBER ACCOUNTS' TO TL-LABEL.
           MOVE CREDITED-TOTAL TO TL-AMOUNT.
           MOVE CREDITED-COUNT TO TL-COUNT.
           MOVE TOTAL-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE 'HELD FOR A SUPERVISOR' TO TL-LABEL.
           MOVE HELD-TOTAL TO TL-AMOUNT.
           MOVE HELD-COUNT TO TL-COUNT.
           MOVE TOTAL-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE 'REJECTED' TO TL-LABEL.
           MOVE REJECTED-TOTAL TO TL-AMOUNT.
           MOVE REJECTED-COUNT TO TL-COUNT.
           MOVE TOTAL-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE APPROVAL-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           PERFORM WRITE-END-LINE.
           CLOSE RFND-RPT-FILE.
           DISPLAY 'PACRFND: ' NOTES-LISTED ' CREDIT NOTE(S), '
               HELD-COUNT ' HELD FOR A SUPERVISOR -- SEE '
               WS-RPT-NAME.
       LIST-REGISTER-EXIT. EXIT.

      *      ONE REPORT LINE PER NOTE, AT ITS RAISING LINE, IN THE
      *      STATE ITS LATEST EVENT LEFT IT.
       LIST-ONE-REGISTER-LINE.
           READ RFND-REG-FILE
               AT END
                  SET INPUT-AT-EOF TO TRUE
                  GO TO LIST-ONE-REGISTER-LINE-EXIT.
           IF NOT RFR-IS-RAISED AND NOT RFR-IS-HELD
              GO TO LIST-ONE-REGISTER-LINE-EXIT.
           ADD 1 TO NOTES-LISTED.
           MOVE RFR-NOTE        TO RG-NOTE.
           MOVE RFR-SERIAL      TO RG-SERIAL.
           MOVE RFR-SEQ         TO RG-SEQ.
           IF RFR-FOR-VOID
              MOVE 'VOID'   TO RG-REASON
           ELSE
              MOVE 'SHORT'  TO RG-REASON.
           MOVE RFR-DATE        TO RG-DATE.
           MOVE RFR-FEE         TO RG-FEE.
           MOVE RFR-UNUSED-DAYS TO RG-UNUSED.
           MOVE RFR-TERM-DAYS   TO RG-TERM.
           MOVE RFR-AMOUNT      TO RG-AMOUNT.
           IF RFR-IS-RAISED
              MOVE 'CREDITED'  TO RG-STATE
              ADD 1 TO CREDITED-COUNT
              ADD RFR-AMOUNT TO CREDITED-TOTAL
              GO TO LIST-ONE-REGISTER-PRINT.
           PERFORM FIND-LISTED-NOTE-STATE THRU
               FIND-LISTED-NOTE-STATE-EXIT.
           IF LATEST-EVENT = 'A'
              MOVE 'RELEASED' TO RG-STATE
              ADD 1 TO CREDITED-COUNT
              ADD RFR-AMOUNT TO CREDITED-TOTAL
           ELSE
              IF LATEST-EVENT = 'X'
                 MOVE 'REJECTED' TO RG-STATE
                 ADD 1 TO REJECTED-COUNT
                 ADD RFR-AMOUNT TO REJECTED-TOTAL
              ELSE
                 MOVE '*HELD-SUPVR' TO RG-STATE
                 ADD 1 TO HELD-COUNT
                 ADD RFR-AMOUNT TO HELD-TOTAL.
       LIST-ONE-REGISTER-PRINT.
           MOVE REGISTER-DETAIL-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
       LIST-ONE-REGISTER-LINE-EXIT. EXIT.

      *      A HELD NOTE'S DECISION, IF IT HAS HAD ONE -- THE
      *      LATEST 'A' OR 'X' LINE FOR IT ON THE SECOND VIEW.  NOTES
      *      ARE FEW, SO THE REGISTER IS RE-SCANNED PER HELD NOTE THE
      *      SAME WAY PACVOIDR RE-SCANS THE JOURNAL PER VOID.
       FIND-LISTED-NOTE-STATE.
           MOVE SPACE TO LATEST-EVENT.
           SET SCAN-NOT-AT-EOF TO TRUE.
           OPEN INPUT RFND-DEC-FILE.
           IF DEC-FILE-STATUS NOT = '00'
              GO TO FIND-LISTED-NOTE-STATE-EXIT.
           PERFORM SCAN-ONE-DECISION THRU SCAN-ONE-DECISION-EXIT
               UNTIL SCAN-AT-EOF.
           CLOSE RFND-DEC-FILE.
       FIND-LISTED-NOTE-STATE-EXIT. EXIT.

       SCAN-ONE-DECISION.
           READ RFND-DEC-FILE
               AT END
                  SET SCAN-AT-EOF TO TRUE
                  GO TO SCAN-ONE-DECISION-EXIT.
           IF DEC-NOTE = RFR-NOTE
              AND (DEC-EVENT = 'A' OR DEC-EVENT = 'X')
              MOVE DEC-EVENT TO LATEST-EVENT.
       SCAN-ONE-DECISION-EXIT. EXIT.

       WRITE-RPT-LINE.
           IF PGH-LINE-COUNT NOT < PGH-LINES-PER-PAGE
              PERFORM START-NEW-PAGE.
           WRITE RFND-RPT-RECORD FROM RPT-LINE-WORK.
           ADD 1 TO PGH-LINE-COUNT.

       START-NEW-PAGE.
           MOVE 'H' TO PGH-REQUEST.
           CALL 'PACPAGE' USING PAGE-CTL.
           WRITE RFND-RPT-RECORD FROM PGH-LINE-1.
           WRITE RFND-RPT-RECORD FROM PGH-LINE-2.
           WRITE RFND-RPT-RECORD FROM PGH-LINE-3.
           WRITE RFND-RPT-RECORD FROM REGISTER-COLUMNS.
           MOVE 04 TO PGH-LINE-COUNT.

       WRITE-END-LINE.
           MOVE 'E' TO PGH-REQUEST.
           CALL 'PACPAGE' USING PAGE-CTL.
           WRITE RFND-RPT-RECORD FROM PGH-LINE-1.

       TAKE-RUN-TOKEN.
           MOVE 'T' TO LOCK-REQUEST.
           MOVE RFND-CCYY   TO LOCK-CCYY.
           MOVE RFND-REGION TO LOCK-REGION.
           COMPUTE LOCK-START-TIME =
               HIST-START-HOUR * 10000 + HIST-START-MINUTE * 100
                   + HIST-START-SECOND.
           CALL 'PACLOCK' USING LOCK-PARM.
           IF LOCK-BUSY
              DISPLAY 'PACRFND: YEAR ' TARGET-CCYY-DISPLAY
                  ' BUSY WITH ' LOCK-HOLDER ' SINCE ' LOCK-SINCE
                  ' -- RUN REFUSED'
           ELSE
              SET RUN-TOKEN-HELD TO TRUE.
       TAKE-RUN-TOKEN-EXIT. EXIT.

       DROP-RUN-TOKEN.
           IF RUN-TOKEN-HELD
              MOVE 'R' TO LOCK-REQUEST
              CALL 'PACLOCK' USING LOCK-PARM
              SET RUN-TOKEN-NOT-HELD TO TRUE.

      *      CCYYMMDD TO A RUNNING DAY NUMBER, LEAP YEARS AND ALL.
       DATE-TO-DAY-NUMBER.
           DIVIDE CNV-CCYYMMDD BY 10000 GIVING CNV-YEAR
               REMAINDER CNV-WORK.
           DIVIDE CNV-WORK BY 100 GIVING CNV-MONTH
               REMAINDER CNV-DAY.
           IF CNV-MONTH < 1 OR CNV-MONTH > 12
              MOVE 1 TO CNV-MONTH.
           COMPUTE CNV-PRIOR-YEAR = CNV-YEAR - 1.
           COMPUTE CNV-LEAPS = CNV-PRIOR-YEAR / 4
               - CNV-PRIOR-YEAR / 100 + CNV-PRIOR-YEAR / 400.
           COMPUTE CNV-DAY-NUMBER = CNV-YEAR * 365 + CNV-LEAPS
               + CUM-DAYS (CNV-MONTH) + CNV-DAY.
           IF CNV-MONTH > 2
              PERFORM ADD-LEAP-DAY.

       ADD-LEAP-DAY.
           COMPUTE CNV-WORK = CNV-YEAR - (CNV-YEAR / 4) * 4.
           IF CNV-WORK = 0
              COMPUTE CNV-WORK = CNV-YEAR - (CNV-YEAR / 100) * 100
              IF CNV-WORK NOT = 0
                 ADD 1 TO CNV-DAY-NUMBER
              ELSE
                 COMPUTE CNV-WORK =
                     CNV-YEAR - (CNV-YEAR / 400) * 400
                 IF CNV-WORK = 0
                    ADD 1 TO CNV-DAY-NUMBER.
