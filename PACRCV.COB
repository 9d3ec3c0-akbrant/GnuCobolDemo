       ID DIVISION.
       PROGRAM-ID.  PACRCV.
       AUTHOR.  Oliphant .
       DATE-WRITTEN. OCTOBER  5, 2026.
       DATE-COMPILED.
       REMARKS.  MEMBER RECEIVABLES LEDGER.  PACBILL WRITES ONE
           INVOICE LINE PER MEMBER AND THERE THE MONEY HAS ALWAYS
           DROPPED OUT OF SIGHT -- WHO PAID, AND WHEN, LIVED IN A
           SPREADSHEET ON SOMEBODY'S DESK.  THIS PROGRAM KEEPS THE
           YEAR'S APPEND-ONLY LEDGER arlCCYY.dat (LAYOUT PACRCL.COB).
           MODE 'I' TAKES THE YEAR'S bilCCYY.dat IN AS OPEN
           INVOICES, BUT ONLY AFTER PACVRFY HAS PASSED IT -- A
           SHORT OR DAMAGED EXTRACT IS REFUSED WHOLE -- AND A
           SERIAL ALREADY INVOICED ON THE LEDGER IS LISTED AND LEFT
           ALONE, SO A RERUN CANNOT BILL ANYONE TWICE.
           MODE 'P' POSTS THE BANK'S DAILY RECEIPTS FILE
           (bnkYYMMDD.dat UNLESS ANOTHER NAME IS PASSED) BY SERIAL:
           A RECEIPT IS APPLIED UP TO THE MEMBER'S OPEN BALANCE
           (PART PAYMENTS SIMPLY LEAVE A BALANCE), ANY EXCESS IS
           HELD AS CREDIT ON THE ACCOUNT, AND A RECEIPT FOR A
           SERIAL WITH NO INVOICE GOES TO UNMATCHED SUSPENSE.  A
           BANK FILE ALREADY ON THE LEDGER IS REFUSED.  BOTH MODES
           PRINT pacCCYY.rcv THROUGH PACPAGE (GENERATIONS KEPT BY
           PACGDG), AND THE POSTING REPORT ENDS BY BALANCING
           RECEIPTS IN AGAINST AMOUNTS APPLIED PLUS CREDIT ON
           ACCOUNT PLUS SUSPENSE.  BOTH MODES HOLD THE PACLOCK RUN
           TOKEN WHILE THEY APPEND.
           MODE 'Q' ANSWERS "HAS SERIAL X PAID FOR THIS YEAR?" --
           INVOICED, RECEIVED, BALANCE, AND A ONE-LETTER STATE
           HANDED BACK IN THE PARAMETER FOR PACINQ AND THE MENU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. COMPAQ-DESKPRO-286.
       OBJECT-COMPUTER. ANY-COMPAQ-COMPATABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RCV-LEDGER-FILE ASSIGN TO WS-LEDGER-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-FILE-STATUS.
           SELECT RCV-BILL-FILE ASSIGN TO WS-BILL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BILL-FILE-STATUS.
           SELECT RCV-BANK-FILE ASSIGN TO WS-BANK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANK-FILE-STATUS.
           SELECT RCV-RPT-FILE ASSIGN TO WS-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RCV-LEDGER-FILE.
       01  RCV-LEDGER-RECORD.
           COPY 'PACRCL.COB'.
      *      THE PACBILL EXTRACT, READ BACK IN ITS OWN LAYOUT -- 'H'
      *      HEADER, 'D' INVOICE LINES, THEN THE *TRAILER* LINE.
       FD  RCV-BILL-FILE.
       01  RCV-BILL-RECORD.
           05  BL-REC-TYPE         PIC X(01).
           05  BL-CCYY             PIC 9(04).
           05  BL-BODY.
               10  BL-SERIAL       PIC X(05).
               10  BL-NAME         PIC X(30).
               10  BL-RECORDS      PIC 9(06).
               10  BL-QTY          PIC 9(10).
               10  BL-VALUE        PIC 9(11)V99.
               10  FILLER          PIC X(11).
           05  BL-HEADER-BODY REDEFINES BL-BODY.
               10  BL-DATE         PIC 9(06).
               10  FILLER          PIC X(69).
      *      THE BANK'S DAILY RECEIPTS FILE -- ONE LINE PER RECEIPT,
      *      SERIAL AS QUOTED BY THE PAYER, VALUE DATE, AMOUNT, AND
      *      THE BANK'S OWN REFERENCE.
       FD  RCV-BANK-FILE.
       01  RCV-BANK-RECORD.
           05  BNK-SERIAL          PIC X(05).
           05  FILLER              PIC X(01).
           05  BNK-DATE            PIC 9(08).
           05  FILLER              PIC X(01).
           05  BNK-AMOUNT          PIC 9(09)V99.
           05  FILLER              PIC X(01).
           05  BNK-REFERENCE       PIC X(16).
       FD  RCV-RPT-FILE.
       01  RCV-RPT-RECORD              PIC X(80).
*      WORKING-STORAGE SECTION.
       01  TARGET-CCYY-DISPLAY  PIC 9(4) VALUE 0.
       01  WS-LEDGER-NAME        PIC X(32).
       01  LEDGER-FILE-STATUS    PIC X(2).
       01  WS-BILL-NAME          PIC X(32).
       01  BILL-FILE-STATUS      PIC X(2).
       01  WS-BANK-NAME          PIC X(32).
       01  BANK-FILE-STATUS      PIC X(2).
       01  WS-RPT-NAME           PIC X(32).
       01  RPT-FILE-STATUS       PIC X(2).

       01  LEDGER-EOF-SW         PIC X VALUE 'N'.
           88  LEDGER-AT-EOF            VALUE 'Y'.
           88  LEDGER-NOT-AT-EOF        VALUE 'N'.
       01  INPUT-EOF-SW          PIC X VALUE 'N'.
           88  INPUT-AT-EOF             VALUE 'Y'.
           88  INPUT-NOT-AT-EOF         VALUE 'N'.
       01  JOB-FAILED-SW         PIC X VALUE 'N'.
           88  JOB-HAS-FAILED           VALUE 'Y'.
           88  JOB-IS-CLEAN             VALUE 'N'.
       01  ALREADY-POSTED-SW     PIC X VALUE 'N'.
           88  FILE-ALREADY-POSTED      VALUE 'Y'.
           88  FILE-NOT-POSTED          VALUE 'N'.
       01  LEDGER-OPEN-SW        PIC X VALUE 'N'.
           88  LEDGER-IS-OPEN           VALUE 'Y'.
           88  LEDGER-IS-CLOSED         VALUE 'N'.

       01  RUN-YYMMDD            PIC 9(06) VALUE 0.
       01  RUN-CCYYMMDD          PIC 9(08) VALUE 0.
       01  SOURCE-SHORT-NAME     PIC X(16) VALUE SPACES.

      *      ONE ENTRY PER SERIAL THE LEDGER KNOWS, BUILT FROM THE
      *      LEDGER AT START OF RUN AND KEPT IN STEP AS THE RUN
      *      POSTS.  A LEDGER WITH MORE SERIALS THAN THE TABLE HOLDS
      *      FAILS THE RUN LOUDLY RATHER THAN POST AGAINST A PARTIAL
      *      PICTURE OF WHO OWES WHAT.
       01  ACCOUNT-COUNT         PIC 9(04) VALUE 0.
       01  ACCOUNT-MAX           PIC 9(04) VALUE 5000.
       01  ACCOUNT-TABLE.
           05  ACCOUNT-ENTRY OCCURS 5000 TIMES
                   INDEXED BY ACCT-IDX.
               10  ACCT-SERIAL     PIC X(05).
               10  ACCT-INVOICED   PIC 9(09)V99.
               10  ACCT-RECEIVED   PIC 9(09)V99.
       01  ACCT-FOUND-SW         PIC X VALUE 'N'.
           88  ACCT-IS-FOUND            VALUE 'Y'.
           88  ACCT-IS-NOT-FOUND        VALUE 'N'.
       01  LOOKUP-SERIAL         PIC X(05) VALUE SPACES.

       01  OPEN-BALANCE          PIC S9(09)V99 VALUE 0.
       01  APPLY-AMOUNT          PIC 9(09)V99 VALUE 0.
       01  OVER-AMOUNT           PIC 9(09)V99 VALUE 0.
       01  SUSPENSE-AMOUNT       PIC 9(09)V99 VALUE 0.

      *      RUN TOTALS -- INVOICE INTAKE, THEN RECEIPT POSTING.
       01  BILL-LINES-READ       PIC 9(06) VALUE 0.
       01  INVOICES-TAKEN        PIC 9(06) VALUE 0.
       01  INVOICES-SKIPPED      PIC 9(06) VALUE 0.
       01  INVOICES-NIL          PIC 9(06) VALUE 0.
       01  INVOICE-TOTAL         PIC 9(11)V99 VALUE 0.
       01  RECEIPTS-READ         PIC 9(06) VALUE 0.
       01  RECEIPTS-REJECTED     PIC 9(06) VALUE 0.
       01  RECEIPTS-TOTAL        PIC 9(11)V99 VALUE 0.
       01  APPLIED-TOTAL         PIC 9(11)V99 VALUE 0.
       01  OVER-TOTAL            PIC 9(11)V99 VALUE 0.
       01  SUSPENSE-TOTAL        PIC 9(11)V99 VALUE 0.
       01  BALANCE-CHECK         PIC S9(11)V99 VALUE 0.
       01  LEDGER-INVOICED       PIC 9(11)V99 VALUE 0.
       01  LEDGER-RECEIVED       PIC 9(11)V99 VALUE 0.
       01  LEDGER-OUTSTANDING    PIC S9(11)V99 VALUE 0.

       01  VRFY-PARM.
           05  VRFY-FILE-NAME       PIC X(32).
           05  VRFY-RESULT          PIC X(04).

      *      REPORT GENERATIONS -- THE PRIOR COPY IS ROTATED TO
      *      <name>.g1 (AND SO ON) THROUGH PACGDG BEFORE THE NEW
      *      RUN OPENS OUTPUT.
       01  GDG-PARM.
           05  GDG-FILE-NAME        PIC X(32).

      *      SUITE-WIDE RUN TOKEN (PACLOCK HAS NO SEPARATE COPYBOOK
      *      FOR ITS PARAMETER).  THE INTAKE AND POSTING MODES TAKE
      *      IT SO TWO CLERKS CANNOT APPEND TO ONE LEDGER AT ONCE;
      *      THE QUERY IS READ-ONLY AND DOES NOT.
       01  LOCK-PARM.
           05  LOCK-REQUEST        PIC X(01).
           05  LOCK-RESULT         PIC X(01).
               88  LOCK-GRANTED          VALUE 'G'.
               88  LOCK-BUSY             VALUE 'B'.
           05  LOCK-PROGRAM        PIC X(08) VALUE 'PACRCV'.
           05  LOCK-CCYY           PIC 9(04).
           05  LOCK-REGION         PIC X(02).
           05  LOCK-HOLDER         PIC X(08).
           05  LOCK-SINCE          PIC 9(06).
           05  LOCK-START-TIME     PIC 9(06).
       01  LOCK-HELD-SW            PIC X VALUE 'N'.
           88  RUN-TOKEN-HELD            VALUE 'Y'.
           88  RUN-TOKEN-NOT-HELD        VALUE 'N'.

      *      RUN-HISTORY HOOK -- SEE PACHIST.
       01  HIST-PARM.
           05  HIST-PROGRAM       PIC X(08) VALUE 'PACRCV'.
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
       01  RPT-COLUMN-LINE        PIC X(80) VALUE SPACES.
       01  INVOICE-COLUMNS.
           05  FILLER             PIC X(08) VALUE 'SERIAL  '.
           05  FILLER             PIC X(31) VALUE 'NAME'.
           05  FILLER             PIC X(14) VALUE '      INVOICED'.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(25) VALUE 'ACTION'.
       01  RECEIPT-COLUMNS.
           05  FILLER             PIC X(08) VALUE 'SERIAL  '.
           05  FILLER             PIC X(09) VALUE 'VAL DATE '.
           05  FILLER             PIC X(13) VALUE '    RECEIVED '.
           05  FILLER             PIC X(13) VALUE '     APPLIED '.
           05  FILLER             PIC X(13) VALUE '  ON ACCOUNT '.
           05  FILLER             PIC X(12) VALUE '    SUSPENSE'.
           05  FILLER             PIC X(12) VALUE SPACES.
       01  INVOICE-DETAIL-LINE.
           05  ID-SERIAL          PIC X(05).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  ID-NAME            PIC X(30).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  ID-VALUE           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  ID-ACTION          PIC X(25).
       01  RECEIPT-DETAIL-LINE.
           05  RD-SERIAL          PIC X(05).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  RD-DATE            PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  RD-RECEIVED        PIC ZZZZZZZZ9.99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  RD-APPLIED         PIC ZZZZZZZZ9.99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  RD-OVER            PIC ZZZZZZZZ9.99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  RD-SUSPENSE        PIC ZZZZZZZZ9.99.
           05  FILLER             PIC X(12) VALUE SPACES.
       01  REJECT-DETAIL-LINE.
           05  FILLER             PIC X(22) VALUE
               'UNREADABLE RECEIPT -- '.
           05  RJ-IMAGE           PIC X(43).
           05  FILLER             PIC X(15) VALUE SPACES.
       01  TOTAL-LINE.
           05  TL-LABEL           PIC X(32).
           05  TL-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  TL-COUNT           PIC ZZZ,ZZ9.
           05  FILLER             PIC X(21) VALUE SPACES.

       LINKAGE SECTION.
       01  RCV-PARM.
           05  RCV-CCYY            PIC 9(04).
      *      'I' = TAKE IN bilCCYY.dat AS OPEN INVOICES; 'P' = POST
      *      THE BANK RECEIPTS FILE; 'Q' = ONE SERIAL'S PAID STATE.
           05  RCV-MODE            PIC X(01).
               88  RCV-INVOICE-MODE      VALUE 'I'.
               88  RCV-POSTING-MODE      VALUE 'P'.
               88  RCV-QUERY-MODE        VALUE 'Q'.
      *      BANK RECEIPTS FILE FOR MODE 'P' -- SPACES = TODAY'S
      *      bnkYYMMDD.dat.
           05  RCV-BANK-FILE-NAME  PIC X(32).
      *      THE SERIAL ASKED ABOUT IN MODE 'Q'.
           05  RCV-SERIAL          PIC X(05).
           05  RCV-OPERATOR        PIC X(08).
      *      ANSWERS FOR MODE 'Q'.  STATE 'P' = PAID IN FULL, 'A' =
      *      PART PAID, 'U' = UNPAID, 'C' = IN CREDIT, 'N' = NOT
      *      INVOICED THIS YEAR.
           05  RCV-INVOICED        PIC 9(09)V99.
           05  RCV-RECEIVED        PIC 9(09)V99.
           05  RCV-BALANCE         PIC S9(09)V99.
           05  RCV-PAID-STATE      PIC X(01).
               88  RCV-PAID-IN-FULL      VALUE 'P'.
               88  RCV-PART-PAID         VALUE 'A'.
               88  RCV-UNPAID            VALUE 'U'.
               88  RCV-IN-CREDIT         VALUE 'C'.
               88  RCV-NOT-INVOICED      VALUE 'N'.

      *      REGION CODE -- SPACES = THE HISTORIC SINGLE-REGION
      *      FILE SET (pacCCYY.btr); OTHERWISE QUALIFIES EVERY
      *      PER-YEAR FILE NAME THE RUN TOUCHES.
           05  RCV-REGION          PIC X(02).
       PROCEDURE DIVISION USING RCV-PARM.
       A000-BEGIN.
           CALL 'DOS_GET_TIME' USING HIST-START-STAMP.
           ACCEPT RUN-YYMMDD FROM DATE.
           COMPUTE RUN-CCYYMMDD = 20000000 + RUN-YYMMDD.
           MOVE RCV-CCYY TO TARGET-CCYY-DISPLAY.
           MOVE SPACES TO WS-LEDGER-NAME.
           STRING 'arl' DELIMITED BY SIZE
                  RCV-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
                  INTO WS-LEDGER-NAME.

           IF RCV-QUERY-MODE
              PERFORM ANSWER-PAID-QUERY THRU ANSWER-PAID-QUERY-EXIT
              GOBACK.

           IF NOT RCV-INVOICE-MODE AND NOT RCV-POSTING-MODE
              DISPLAY 'PACRCV: MODE ' RCV-MODE ' NOT RECOGNISED --'
                  ' I, P, OR Q'
              SET JOB-HAS-FAILED TO TRUE
              GO TO DONE.

           PERFORM TAKE-RUN-TOKEN THRU TAKE-RUN-TOKEN-EXIT.
           IF RUN-TOKEN-NOT-HELD
              SET JOB-HAS-FAILED TO TRUE
              GO TO DONE.

           MOVE SPACES TO WS-RPT-NAME.
           STRING 'pac' DELIMITED BY SIZE
                  RCV-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.rcv' DELIMITED BY SIZE
                  INTO WS-RPT-NAME.
           MOVE WS-RPT-NAME TO GDG-FILE-NAME.
           CALL 'PACGDG' USING GDG-PARM.
           OPEN OUTPUT RCV-RPT-FILE.
           MOVE TARGET-CCYY-DISPLAY TO PGH-CCYY.
           MOVE 0  TO PGH-PAGE-NUMBER.
           MOVE 56 TO PGH-LINES-PER-PAGE.
           MOVE 99 TO PGH-LINE-COUNT.

           IF RCV-INVOICE-MODE
              MOVE 'PAC RECEIVABLES -- INVOICE INTAKE' TO PGH-TITLE
              MOVE INVOICE-COLUMNS TO RPT-COLUMN-LINE
              PERFORM TAKE-IN-INVOICES THRU TAKE-IN-INVOICES-EXIT
           ELSE
              MOVE 'PAC RECEIVABLES -- RECEIPT POSTING' TO PGH-TITLE
              MOVE RECEIPT-COLUMNS TO RPT-COLUMN-LINE
              PERFORM POST-RECEIPTS THRU POST-RECEIPTS-EXIT.

           PERFORM WRITE-LEDGER-TOTALS.
           PERFORM WRITE-END-LINE.
           CLOSE RCV-RPT-FILE.

       DONE.
           PERFORM DROP-RUN-TOKEN.
           MOVE TARGET-CCYY-DISPLAY TO HIST-CCYY.
           IF RCV-INVOICE-MODE
              MOVE INVOICES-TAKEN TO HIST-RECORDS
           ELSE
              MOVE RECEIPTS-READ  TO HIST-RECORDS.
           IF JOB-HAS-FAILED
              MOVE 'FAILED' TO HIST-STATUS.
           CALL 'PACHIST' USING HIST-PARM.
           GOBACK.

      *      MODE 'I'.  THE EXTRACT MUST VERIFY CLEAN BEFORE A SINGLE
      *      LINE OF IT REACHES THE LEDGER -- A FAILED PACBILL SWEEP
      *      WRITES NO TRAILER AND SO IS REFUSED HERE WHOLE.
       TAKE-IN-INVOICES.
           MOVE SPACES TO WS-BILL-NAME.
           STRING 'bil' DELIMITED BY SIZE
                  RCV-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
                  INTO WS-BILL-NAME.
           MOVE WS-BILL-NAME TO VRFY-FILE-NAME.
           CALL 'PACVRFY' USING VRFY-PARM.
           IF VRFY-RESULT NOT = 'PASS'
              DISPLAY 'PACRCV: ' WS-BILL-NAME ' DID NOT VERIFY --'
                  ' NO INVOICES TAKEN IN'
              MOVE 'EXTRACT FAILED PACVRFY -- NOTHING TAKEN IN'
                  TO RPT-LINE-WORK
              PERFORM WRITE-RPT-LINE
              SET JOB-HAS-FAILED TO TRUE
              GO TO TAKE-IN-INVOICES-EXIT.

           PERFORM LOAD-LEDGER THRU LOAD-LEDGER-EXIT.
           IF JOB-HAS-FAILED
              GO TO TAKE-IN-INVOICES-EXIT.

           MOVE WS-BILL-NAME TO SOURCE-SHORT-NAME.
           OPEN INPUT RCV-BILL-FILE.
           IF BILL-FILE-STATUS NOT = '00'
              DISPLAY 'PACRCV: ' WS-BILL-NAME ' OPEN FAILED -- STATUS '
                  BILL-FILE-STATUS
              SET JOB-HAS-FAILED TO TRUE
              GO TO TAKE-IN-INVOICES-EXIT.
           PERFORM OPEN-LEDGER-EXTEND.
           SET INPUT-NOT-AT-EOF TO TRUE.
           PERFORM TAKE-IN-ONE-INVOICE THRU TAKE-IN-ONE-INVOICE-EXIT
               UNTIL INPUT-AT-EOF.
           CLOSE RCV-BILL-FILE.
           CLOSE RCV-LEDGER-FILE.
           SET LEDGER-IS-CLOSED TO TRUE.

           MOVE SPACES TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE 'INVOICE LINES IN EXTRACT' TO TL-LABEL.
           MOVE 0                TO TL-AMOUNT.
           MOVE BILL-LINES-READ  TO TL-COUNT.
           MOVE TOTAL-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE 'TAKEN IN AS OPEN INVOICES' TO TL-LABEL.
           MOVE INVOICE-TOTAL    TO TL-AMOUNT.
           MOVE INVOICES-TAKEN   TO TL-COUNT.
           MOVE TOTAL-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE 'ALREADY INVOICED -- LEFT ALONE' TO TL-LABEL.
           MOVE 0                TO TL-AMOUNT.
           MOVE INVOICES-SKIPPED TO TL-COUNT.
           MOVE TOTAL-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE 'NIL VALUE -- NOTHING OWED' TO TL-LABEL.
           MOVE 0                TO TL-AMOUNT.
           MOVE INVOICES-NIL     TO TL-COUNT.
           MOVE TOTAL-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           DISPLAY 'PACRCV: ' INVOICES-TAKEN ' INVOICE(S) TAKEN IN, '
               INVOICES-SKIPPED ' ALREADY ON ' WS-LEDGER-NAME.
       TAKE-IN-INVOICES-EXIT. EXIT.

       TAKE-IN-ONE-INVOICE.
           READ RCV-BILL-FILE
               AT END
                  SET INPUT-AT-EOF TO TRUE
                  GO TO TAKE-IN-ONE-INVOICE-EXIT.
           IF BL-REC-TYPE NOT = 'D'
              GO TO TAKE-IN-ONE-INVOICE-EXIT.
           ADD 1 TO BILL-LINES-READ.
           MOVE BL-SERIAL TO ID-SERIAL.
           MOVE BL-NAME   TO ID-NAME.
           MOVE 0         TO ID-VALUE.
           IF BL-VALUE NUMERIC
              MOVE BL-VALUE TO ID-VALUE.

           IF BL-VALUE NOT NUMERIC OR BL-VALUE = 0
              ADD 1 TO INVOICES-NIL
              MOVE 'NIL VALUE -- NOT TAKEN IN' TO ID-ACTION
              GO TO TAKE-IN-ONE-INVOICE-PRINT.

           MOVE BL-SERIAL TO LOOKUP-SERIAL.
           PERFORM FIND-ACCOUNT THRU FIND-ACCOUNT-EXIT.
           IF ACCT-IS-FOUND
              AND ACCT-INVOICED (ACCT-IDX) > 0
              ADD 1 TO INVOICES-SKIPPED
              MOVE 'ALREADY INVOICED' TO ID-ACTION
              GO TO TAKE-IN-ONE-INVOICE-PRINT.
           IF ACCT-IS-NOT-FOUND
              PERFORM ADD-ACCOUNT THRU ADD-ACCOUNT-EXIT
              IF JOB-HAS-FAILED
                 MOVE 'LEDGER TABLE FULL -- SKIPPED' TO ID-ACTION
                 GO TO TAKE-IN-ONE-INVOICE-PRINT.

           MOVE SPACES TO RCV-LEDGER-RECORD.
           MOVE 'I'            TO RCL-TYPE.
           MOVE BL-SERIAL      TO RCL-SERIAL.
           MOVE RUN-CCYYMMDD   TO RCL-POST-DATE.
           MOVE RUN-CCYYMMDD   TO RCL-VALUE-DATE.
           MOVE BL-VALUE       TO RCL-AMOUNT.
           STRING 'INV-' DELIMITED BY SIZE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  BL-SERIAL DELIMITED BY SIZE
                  INTO RCL-REFERENCE.
           MOVE SOURCE-SHORT-NAME TO RCL-SOURCE.
           MOVE RCV-OPERATOR   TO RCL-OPERATOR.
           WRITE RCV-LEDGER-RECORD.
           ADD BL-VALUE TO ACCT-INVOICED (ACCT-IDX).
           ADD 1 TO INVOICES-TAKEN.
           ADD BL-VALUE TO INVOICE-TOTAL.
           MOVE 'OPEN INVOICE' TO ID-ACTION.

       TAKE-IN-ONE-INVOICE-PRINT.
           MOVE INVOICE-DETAIL-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
       TAKE-IN-ONE-INVOICE-EXIT. EXIT.

      *      MODE 'P'.  EVERY RECEIPT IS ACCOUNTED FOR IN EXACTLY ONE
      *      OF APPLIED, CREDIT ON ACCOUNT, OR SUSPENSE (OR SPLIT
      *      BETWEEN THE FIRST TWO), AND THE REPORT PROVES IT.
       POST-RECEIPTS.
           IF RCV-BANK-FILE-NAME = SPACES
              MOVE SPACES TO WS-BANK-NAME
              STRING 'bnk' DELIMITED BY SIZE
                     RCV-REGION DELIMITED BY SPACE
                     RUN-YYMMDD DELIMITED BY SIZE
                     '.dat' DELIMITED BY SIZE
                     INTO WS-BANK-NAME
           ELSE
              MOVE RCV-BANK-FILE-NAME TO WS-BANK-NAME.
           MOVE WS-BANK-NAME TO SOURCE-SHORT-NAME.

           PERFORM LOAD-LEDGER THRU LOAD-LEDGER-EXIT.
           IF JOB-HAS-FAILED
              GO TO POST-RECEIPTS-EXIT.
           IF FILE-ALREADY-POSTED
              DISPLAY 'PACRCV: ' WS-BANK-NAME ' IS ALREADY POSTED TO '
                  WS-LEDGER-NAME ' -- RUN REFUSED'
              MOVE 'BANK FILE ALREADY POSTED -- NOTHING POSTED'
                  TO RPT-LINE-WORK
              PERFORM WRITE-RPT-LINE
              SET JOB-HAS-FAILED TO TRUE
              GO TO POST-RECEIPTS-EXIT.

           OPEN INPUT RCV-BANK-FILE.
           IF BANK-FILE-STATUS NOT = '00'
              DISPLAY 'PACRCV: ' WS-BANK-NAME ' OPEN FAILED -- STATUS '
                  BANK-FILE-STATUS
              SET JOB-HAS-FAILED TO TRUE
              GO TO POST-RECEIPTS-EXIT.
           PERFORM OPEN-LEDGER-EXTEND.
           SET INPUT-NOT-AT-EOF TO TRUE.
           PERFORM POST-ONE-RECEIPT THRU POST-ONE-RECEIPT-EXIT
               UNTIL INPUT-AT-EOF.
           CLOSE RCV-BANK-FILE.
           CLOSE RCV-LEDGER-FILE.
           SET LEDGER-IS-CLOSED TO TRUE.

      *      THE BALANCING BLOCK.  RECEIPTS IN MUST EQUAL APPLIED
      *      PLUS CREDIT ON ACCOUNT PLUS SUSPENSE TO THE PENNY.
           COMPUTE BALANCE-CHECK = RECEIPTS-TOTAL - APPLIED-TOTAL
               - OVER-TOTAL - SUSPENSE-TOTAL.
           MOVE SPACES TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE 'RECEIPTS IN' TO TL-LABEL.
           MOVE RECEIPTS-TOTAL   TO TL-AMOUNT.
           MOVE RECEIPTS-READ    TO TL-COUNT.
           MOVE TOTAL-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE '  APPLIED TO INVOICES' TO TL-LABEL.
           MOVE APPLIED-TOTAL    TO TL-AMOUNT.
           MOVE 0                TO TL-COUNT.
           MOVE TOTAL-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE '  HELD AS CREDIT ON ACCOUNT' TO TL-LABEL.
           MOVE OVER-TOTAL       TO TL-AMOUNT.
           MOVE TOTAL-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE '  UNMATCHED SUSPENSE' TO TL-LABEL.
           MOVE SUSPENSE-TOTAL   TO TL-AMOUNT.
           MOVE TOTAL-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE 'DIFFERENCE' TO TL-LABEL.
           MOVE BALANCE-CHECK    TO TL-AMOUNT.
           MOVE TOTAL-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           IF BALANCE-CHECK = 0
              MOVE '*** POSTING IN BALANCE ***' TO RPT-LINE-WORK
           ELSE
              MOVE '*** POSTING OUT OF BALANCE ***' TO RPT-LINE-WORK
              SET JOB-HAS-FAILED TO TRUE.
           PERFORM WRITE-RPT-LINE.
           MOVE 'UNREADABLE LINES NOT POSTED' TO TL-LABEL.
           MOVE 0                 TO TL-AMOUNT.
           MOVE RECEIPTS-REJECTED TO TL-COUNT.
           MOVE TOTAL-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           DISPLAY 'PACRCV: ' RECEIPTS-READ ' RECEIPT(S) POSTED FROM '
               WS-BANK-NAME ', ' RECEIPTS-REJECTED ' UNREADABLE'.
       POST-RECEIPTS-EXIT. EXIT.

       POST-ONE-RECEIPT.
           READ RCV-BANK-FILE
               AT END
                  SET INPUT-AT-EOF TO TRUE
                  GO TO POST-ONE-RECEIPT-EXIT.
           IF RCV-BANK-RECORD = SPACES
              GO TO POST-ONE-RECEIPT-EXIT.
           IF BNK-AMOUNT NOT NUMERIC OR BNK-AMOUNT = 0
              OR BNK-DATE NOT NUMERIC
              ADD 1 TO RECEIPTS-REJECTED
              MOVE RCV-BANK-RECORD TO RJ-IMAGE
              MOVE REJECT-DETAIL-LINE TO RPT-LINE-WORK
              PERFORM WRITE-RPT-LINE
              GO TO POST-ONE-RECEIPT-EXIT.

           ADD 1 TO RECEIPTS-READ.
           ADD BNK-AMOUNT TO RECEIPTS-TOTAL.
           MOVE 0 TO APPLY-AMOUNT.
           MOVE 0 TO OVER-AMOUNT.
           MOVE 0 TO SUSPENSE-AMOUNT.

           MOVE BNK-SERIAL TO LOOKUP-SERIAL.
           PERFORM FIND-ACCOUNT THRU FIND-ACCOUNT-EXIT.
           IF ACCT-IS-NOT-FOUND
              OR ACCT-INVOICED (ACCT-IDX) = 0
              MOVE BNK-AMOUNT TO SUSPENSE-AMOUNT
              MOVE 'U' TO RCL-TYPE
              MOVE SUSPENSE-AMOUNT TO RCL-AMOUNT
              PERFORM WRITE-RECEIPT-LEDGER-LINE
              ADD SUSPENSE-AMOUNT TO SUSPENSE-TOTAL
              GO TO POST-ONE-RECEIPT-PRINT.

           COMPUTE OPEN-BALANCE = ACCT-INVOICED (ACCT-IDX)
               - ACCT-RECEIVED (ACCT-IDX).
           IF OPEN-BALANCE NOT > 0
              MOVE BNK-AMOUNT TO OVER-AMOUNT
           ELSE
              IF OPEN-BALANCE NOT < BNK-AMOUNT
                 MOVE BNK-AMOUNT TO APPLY-AMOUNT
              ELSE
                 MOVE OPEN-BALANCE TO APPLY-AMOUNT
                 COMPUTE OVER-AMOUNT = BNK-AMOUNT - APPLY-AMOUNT.

           IF APPLY-AMOUNT > 0
              MOVE 'P' TO RCL-TYPE
              MOVE APPLY-AMOUNT TO RCL-AMOUNT
              PERFORM WRITE-RECEIPT-LEDGER-LINE
              ADD APPLY-AMOUNT TO APPLIED-TOTAL.
           IF OVER-AMOUNT > 0
              MOVE 'O' TO RCL-TYPE
              MOVE OVER-AMOUNT TO RCL-AMOUNT
              PERFORM WRITE-RECEIPT-LEDGER-LINE
              ADD OVER-AMOUNT TO OVER-TOTAL.
           ADD BNK-AMOUNT TO ACCT-RECEIVED (ACCT-IDX).

       POST-ONE-RECEIPT-PRINT.
           MOVE BNK-SERIAL      TO RD-SERIAL.
           MOVE BNK-DATE        TO RD-DATE.
           MOVE BNK-AMOUNT      TO RD-RECEIVED.
           MOVE APPLY-AMOUNT    TO RD-APPLIED.
           MOVE OVER-AMOUNT     TO RD-OVER.
           MOVE SUSPENSE-AMOUNT TO RD-SUSPENSE.
           MOVE RECEIPT-DETAIL-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
       POST-ONE-RECEIPT-EXIT. EXIT.

      *      RCL-TYPE AND RCL-AMOUNT ARE SET BY THE CALLER; THE REST
      *      OF THE LINE COMES OFF THE BANK RECORD IN HAND.
       WRITE-RECEIPT-LEDGER-LINE.
           MOVE BNK-SERIAL        TO RCL-SERIAL.
           MOVE RUN-CCYYMMDD      TO RCL-POST-DATE.
           MOVE BNK-DATE          TO RCL-VALUE-DATE.
           MOVE BNK-REFERENCE     TO RCL-REFERENCE.
           MOVE SOURCE-SHORT-NAME TO RCL-SOURCE.
           MOVE RCV-OPERATOR      TO RCL-OPERATOR.
           WRITE RCV-LEDGER-RECORD.

      *      MODE 'Q'.  ONE PASS OVER THE LEDGER FOR THE ONE SERIAL;
      *      NO REPORT, NO TOKEN -- JUST THE ANSWER.
       ANSWER-PAID-QUERY.
           MOVE 0 TO RCV-INVOICED.
           MOVE 0 TO RCV-RECEIVED.
           MOVE 0 TO RCV-BALANCE.
           MOVE 'N' TO RCV-PAID-STATE.
           PERFORM LOAD-LEDGER THRU LOAD-LEDGER-EXIT.
           MOVE RCV-SERIAL TO LOOKUP-SERIAL.
           PERFORM FIND-ACCOUNT THRU FIND-ACCOUNT-EXIT.
           IF ACCT-IS-FOUND
              MOVE ACCT-INVOICED (ACCT-IDX) TO RCV-INVOICED
              MOVE ACCT-RECEIVED (ACCT-IDX) TO RCV-RECEIVED
              COMPUTE RCV-BALANCE = RCV-INVOICED - RCV-RECEIVED.
           IF RCV-INVOICED = 0
              MOVE 'N' TO RCV-PAID-STATE
           ELSE
              IF RCV-BALANCE < 0
                 MOVE 'C' TO RCV-PAID-STATE
              ELSE
                 IF RCV-BALANCE = 0
                    MOVE 'P' TO RCV-PAID-STATE
                 ELSE
                    IF RCV-RECEIVED > 0
                       MOVE 'A' TO RCV-PAID-STATE
                    ELSE
                       MOVE 'U' TO RCV-PAID-STATE.
       ANSWER-PAID-QUERY-EXIT. EXIT.

      *      BUILDS THE PER-SERIAL TABLE FROM THE LEDGER AS IT
      *      STANDS.  NO LEDGER YET IS AN EMPTY LEDGER.  THE QUERY
      *      LOADS ONLY ITS OWN SERIAL, SO IT CAN NEVER FILL THE
      *      TABLE.
       LOAD-LEDGER.
           MOVE 0 TO ACCOUNT-COUNT.
           SET FILE-NOT-POSTED TO TRUE.
           SET LEDGER-NOT-AT-EOF TO TRUE.
           OPEN INPUT RCV-LEDGER-FILE.
           IF LEDGER-FILE-STATUS NOT = '00'
              GO TO LOAD-LEDGER-EXIT.
           PERFORM LOAD-ONE-LEDGER-LINE THRU LOAD-ONE-LEDGER-LINE-EXIT
               UNTIL LEDGER-AT-EOF OR JOB-HAS-FAILED.
           CLOSE RCV-LEDGER-FILE.
       LOAD-LEDGER-EXIT. EXIT.

       LOAD-ONE-LEDGER-LINE.
           READ RCV-LEDGER-FILE
               AT END
                  SET LEDGER-AT-EOF TO TRUE
                  GO TO LOAD-ONE-LEDGER-LINE-EXIT.
           IF RCV-POSTING-MODE
              AND NOT RCL-IS-INVOICE
              AND RCL-SOURCE = SOURCE-SHORT-NAME
              SET FILE-ALREADY-POSTED TO TRUE.
           IF RCL-IS-UNMATCHED
              OR RCL-AMOUNT NOT NUMERIC
              GO TO LOAD-ONE-LEDGER-LINE-EXIT.
           IF RCV-QUERY-MODE
              AND RCL-SERIAL NOT = RCV-SERIAL
              GO TO LOAD-ONE-LEDGER-LINE-EXIT.
           MOVE RCL-SERIAL TO LOOKUP-SERIAL.
           PERFORM FIND-ACCOUNT THRU FIND-ACCOUNT-EXIT.
           IF ACCT-IS-NOT-FOUND
              PERFORM ADD-ACCOUNT THRU ADD-ACCOUNT-EXIT
              IF JOB-HAS-FAILED
                 GO TO LOAD-ONE-LEDGER-LINE-EXIT.
           IF RCL-IS-INVOICE
              ADD RCL-AMOUNT TO ACCT-INVOICED (ACCT-IDX)
           ELSE
              ADD RCL-AMOUNT TO ACCT-RECEIVED (ACCT-IDX).
       LOAD-ONE-LEDGER-LINE-EXIT. EXIT.

       FIND-ACCOUNT.
           SET ACCT-IS-NOT-FOUND TO TRUE.
           IF ACCOUNT-COUNT = 0
              GO TO FIND-ACCOUNT-EXIT.
           SET ACCT-IDX TO 1.
           SEARCH ACCOUNT-ENTRY
               AT END
                  CONTINUE
               WHEN ACCT-IDX > ACCOUNT-COUNT
                  CONTINUE
               WHEN ACCT-SERIAL (ACCT-IDX) = LOOKUP-SERIAL
                  SET ACCT-IS-FOUND TO TRUE.
       FIND-ACCOUNT-EXIT. EXIT.

       ADD-ACCOUNT.
           IF ACCOUNT-COUNT NOT < ACCOUNT-MAX
              DISPLAY 'PACRCV: MORE THAN ' ACCOUNT-MAX ' SERIALS ON '
                  WS-LEDGER-NAME ' -- RUN STOPPED'
              SET JOB-HAS-FAILED TO TRUE
              GO TO ADD-ACCOUNT-EXIT.
           ADD 1 TO ACCOUNT-COUNT.
           SET ACCT-IDX TO ACCOUNT-COUNT.
           MOVE LOOKUP-SERIAL TO ACCT-SERIAL (ACCT-IDX).
           MOVE 0 TO ACCT-INVOICED (ACCT-IDX).
           MOVE 0 TO ACCT-RECEIVED (ACCT-IDX).
           SET ACCT-IS-FOUND TO TRUE.
       ADD-ACCOUNT-EXIT. EXIT.

      *      SAME EXTEND-OR-CREATE DANCE PACJRNL DOES FOR THE
      *      JOURNAL FILE.
       OPEN-LEDGER-EXTEND.
           OPEN EXTEND RCV-LEDGER-FILE.
           IF LEDGER-FILE-STATUS = '05' OR '35'
              OPEN OUTPUT RCV-LEDGER-FILE.
           SET LEDGER-IS-OPEN TO TRUE.

      *      THE WHOLE LEDGER AS IT NOW STANDS, FROM THE TABLE THE
      *      RUN KEPT IN STEP -- SO EVERY REPORT CLOSES ON WHAT IS
      *      STILL OWED.
       WRITE-LEDGER-TOTALS.
           MOVE 0 TO LEDGER-INVOICED.
           MOVE 0 TO LEDGER-RECEIVED.
           PERFORM ADD-ONE-ACCOUNT-TOTAL
               VARYING ACCT-IDX FROM 1 BY 1
               UNTIL ACCT-IDX > ACCOUNT-COUNT.
           COMPUTE LEDGER-OUTSTANDING =
               LEDGER-INVOICED - LEDGER-RECEIVED.
           MOVE SPACES TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE 'LEDGER -- INVOICED TO DATE' TO TL-LABEL.
           MOVE LEDGER-INVOICED    TO TL-AMOUNT.
           MOVE ACCOUNT-COUNT      TO TL-COUNT.
           MOVE TOTAL-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE 'LEDGER -- RECEIVED ON ACCOUNTS' TO TL-LABEL.
           MOVE LEDGER-RECEIVED    TO TL-AMOUNT.
           MOVE 0                  TO TL-COUNT.
           MOVE TOTAL-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE 'LEDGER -- NET OUTSTANDING' TO TL-LABEL.
           MOVE LEDGER-OUTSTANDING TO TL-AMOUNT.
           MOVE TOTAL-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.

       ADD-ONE-ACCOUNT-TOTAL.
           ADD ACCT-INVOICED (ACCT-IDX) TO LEDGER-INVOICED.
           ADD ACCT-RECEIVED (ACCT-IDX) TO LEDGER-RECEIVED.

       WRITE-RPT-LINE.
           IF PGH-LINE-COUNT NOT < PGH-LINES-PER-PAGE
              PERFORM START-NEW-PAGE.
           WRITE RCV-RPT-RECORD FROM RPT-LINE-WORK.
           ADD 1 TO PGH-LINE-COUNT.

       START-NEW-PAGE.
           MOVE 'H' TO PGH-REQUEST.
           CALL 'PACPAGE' USING PAGE-CTL.
           WRITE RCV-RPT-RECORD FROM PGH-LINE-1.
           WRITE RCV-RPT-RECORD FROM PGH-LINE-2.
           WRITE RCV-RPT-RECORD FROM PGH-LINE-3.
           WRITE RCV-RPT-RECORD FROM RPT-COLUMN-LINE.
           MOVE 04 TO PGH-LINE-COUNT.

       WRITE-END-LINE.
           MOVE 'E' TO PGH-REQUEST.
           CALL 'PACPAGE' USING PAGE-CTL.
           WRITE RCV-RPT-RECORD FROM PGH-LINE-1.

       TAKE-RUN-TOKEN.
           MOVE 'T' TO LOCK-REQUEST.
           MOVE RCV-CCYY   TO LOCK-CCYY.
           MOVE RCV-REGION TO LOCK-REGION.
           COMPUTE LOCK-START-TIME =
               HIST-START-HOUR * 10000 + HIST-START-MINUTE * 100
                   + HIST-START-SECOND.
           CALL 'PACLOCK' USING LOCK-PARM.
           IF LOCK-BUSY
              DISPLAY 'PACRCV: YEAR ' TARGET-CCYY-DISPLAY
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
