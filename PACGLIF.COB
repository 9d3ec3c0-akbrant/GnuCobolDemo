       ID DIVISION.
       PROGRAM-ID.  PACGLIF.
       AUTHOR.  Oliphant .
       DATE-WRITTEN. OCTOBER  7, 2026.
       DATE-COMPILED.
       REMARKS.  GENERAL LEDGER POSTING INTERFACE FOR FEE REVENUE.
           FINANCE HAS BEEN RE-KEYING THE BILLING TOTALS INTO THE
           GENERAL LEDGER BY HAND EVERY MONTH.  THIS PROGRAM BUILDS
           ONE BALANCED BATCH PER ACCOUNTING PERIOD (CCYYMM) FROM
           THE YEAR'S RECEIVABLES LEDGER arlCCYY.dat (SEE PACRCV):
           THE INVOICES RAISED IN THE PERIOD ARE DEBITED TO
           RECEIVABLES AND CREDITED TO REVENUE, SPLIT BY ACCOUNT
           CODE FROM THE SERIAL'S ACTIVE RECORDS THROUGH THE
           SPEC/GEAR/AREA MAPPING IN pacglmap.dat (LAYOUT
           PACGLM.COB); THE RECEIPTS POSTED IN THE PERIOD ARE
           DEBITED TO CASH AND CREDITED TO RECEIVABLES, OR TO THE
           UNMATCHED SUSPENSE ACCOUNT FOR RECEIPTS NOBODY COULD
           MATCH.  REVENUE THAT MAPS NOWHERE GOES TO THE 'UN'
           ACCOUNT, AND ANY GAP BETWEEN AN INVOICE AND WHAT ITS
           RECORDS NOW ADD UP TO GOES TO THE 'DF' ACCOUNT, SO EVERY
           BATCH NETS TO ZERO.  CREDIT NOTES RAISED IN THE PERIOD
           (PACRFND) ARE DEBITED TO THE 'CN' ACCOUNT AND CREDITED TO
           RECEIVABLES; NO CASH MOVES FOR THEM.  THE BATCH IS
           WRITTEN AS glbNNNNNN.dat -- HEADER, DETAIL LINES, AND
           THE SAME *TRAILER* COUNT AND
           CHECKSUM THE OTHER EXTRACTS CARRY -- PROVED BY PACVRFY,
           AND ONLY THEN ENTERED ON THE BATCH REGISTER pacgl.reg
           (LAYOUT PACGLR.COB).  A PERIOD ALREADY ON THE REGISTER
           IS REFUSED, AND A BATCH THAT DOES NOT NET TO ZERO GETS NO
           TRAILER AND NO REGISTER LINE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. COMPAQ-DESKPRO-286.
       OBJECT-COMPUTER. ANY-COMPAQ-COMPATABLE.
       SPECIAL-NAMES.
           CALL-CONVENTION 64 IS WINAPI.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-LEDGER-FILE ASSIGN TO WS-LEDGER-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-FILE-STATUS.
           SELECT GL-MAP-FILE ASSIGN TO WS-MAP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAP-FILE-STATUS.
           SELECT GL-REG-FILE ASSIGN TO WS-REG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REG-FILE-STATUS.
           SELECT GL-OUT-FILE ASSIGN TO WS-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OUT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GL-LEDGER-FILE.
       01  GL-LEDGER-RECORD.
           COPY 'PACRCL.COB'.
       FD  GL-MAP-FILE.
       01  GL-MAP-RECORD.
           COPY 'PACGLM.COB'.
       FD  GL-REG-FILE.
       01  GL-REG-RECORD.
           COPY 'PACGLR.COB'.
       FD  GL-OUT-FILE.
       01  GL-OUT-RECORD               PIC X(80).
*      WORKING-STORAGE SECTION.
       01  B-OPEN         PIC 9(4) BINARY VALUE 0.
       01  B-CLOSE        PIC 9(4) BINARY VALUE 1.
       01  B-GET-NEXT     PIC 9(4) BINARY VALUE 6.
       01  B-GET-GREATER  PIC 9(4) BINARY VALUE 9.
       01  PAC-RECORD.
           COPY 'PAC.COB'.
       01  OWNER-NAME     PIC X(8) VALUE SPACES.
       01  OWNER-LENGTH   PIC 9(4) BINARY VALUE 0.

       01  B-PAC-FILE-STUFF.
           05  B-PAC-POSITION          PIC X(128).
           05  B-PAC-LENGTH            PIC 9(4)    BINARY  VALUE 103.
           05  B-PAC-NAME              PIC X(32).
           05  B-PAC-KEY-NUMBER        PIC S9(4)   BINARY.
           05  B-PAC-KEY-BUFFER.
               10  B-PAC-KEY-SERIAL    PIC X(05).
               10  B-PAC-KEY-SEQ       PIC 9(03).

       01  BTRV-STATUS-CODE     PIC S9(4) BINARY VALUE 0.
       01  BTRV-STATUS-MESSAGE  PIC X(40) VALUE SPACES.

      *      CENTRAL ERROR JOURNAL HOOK -- ONE PACERRJ ROW PER
      *      NONZERO BTRV STATUS (PACERRJ HAS NO SEPARATE COPYBOOK
      *      FOR ITS PARAMETER).
       01  ERRJ-PARM.
           05  ERRJ-PROGRAM       PIC X(08) VALUE 'PACGLIF'.
           05  ERRJ-OPERATION     PIC X(08).
           05  ERRJ-KEY           PIC X(08).
           05  ERRJ-STATUS-CODE   PIC S9(4) BINARY.
           05  ERRJ-MESSAGE       PIC X(40).

       01  TARGET-CCYY-DISPLAY  PIC 9(4) VALUE 0.
       01  WS-LEDGER-NAME        PIC X(32).
       01  LEDGER-FILE-STATUS    PIC X(2).
       01  WS-MAP-NAME           PIC X(32) VALUE 'pacglmap.dat'.
       01  MAP-FILE-STATUS       PIC X(2).
       01  WS-REG-NAME           PIC X(32) VALUE 'pacgl.reg'.
       01  REG-FILE-STATUS       PIC X(2).
       01  WS-OUT-NAME           PIC X(32).
       01  OUT-FILE-STATUS       PIC X(2).

       01  INPUT-EOF-SW          PIC X VALUE 'N'.
           88  INPUT-AT-EOF             VALUE 'Y'.
           88  INPUT-NOT-AT-EOF         VALUE 'N'.
       01  JOB-FAILED-SW         PIC X VALUE 'N'.
           88  JOB-HAS-FAILED           VALUE 'Y'.
           88  JOB-IS-CLEAN             VALUE 'N'.
       01  PERIOD-POSTED-SW      PIC X VALUE 'N'.
           88  PERIOD-ALREADY-POSTED    VALUE 'Y'.
           88  PERIOD-NOT-POSTED        VALUE 'N'.
       01  MAP-FOUND-SW          PIC X VALUE 'N'.
           88  MAP-IS-FOUND             VALUE 'Y'.
           88  MAP-IS-NOT-FOUND         VALUE 'N'.

       01  RUN-YYMMDD            PIC 9(06) VALUE 0.
       01  RUN-CCYYMMDD          PIC 9(08) VALUE 0.
       01  PERIOD-MONTH          PIC 9(02) VALUE 0.
       01  NEXT-BATCH            PIC 9(06) VALUE 0.
       01  MATCH-SPEC            PIC X(02) VALUE SPACES.
       01  MATCH-GEAR            PIC X(02) VALUE SPACES.
       01  MATCH-AREA            PIC X(02) VALUE SPACES.
       01  WORK-IDX              PIC 9(04) VALUE 0.

      *      THE REVENUE MAPPING AND THE CONTROL ACCOUNTS, LOADED
      *      FROM pacglmap.dat AT START OF RUN.
       01  MAP-COUNT             PIC 9(03) VALUE 0.
       01  MAP-TABLE.
           05  MAP-ENTRY OCCURS 200 TIMES
                   INDEXED BY MAP-IDX.
               10  MAPT-SPEC       PIC X(02).
               10  MAPT-GEAR       PIC X(02).
               10  MAPT-AREA       PIC X(02).
               10  MAPT-ACCOUNT    PIC X(12).
               10  MAPT-DESC       PIC X(20).
       01  CONTROL-ACCOUNTS.
           05  AR-ACCOUNT          PIC X(12) VALUE SPACES.
           05  CASH-ACCOUNT        PIC X(12) VALUE SPACES.
           05  SUSPENSE-ACCOUNT    PIC X(12) VALUE SPACES.
           05  UNMAPPED-ACCOUNT    PIC X(12) VALUE SPACES.
           05  DIFF-ACCOUNT        PIC X(12) VALUE SPACES.
           05  CREDIT-NOTE-ACCOUNT PIC X(12) VALUE SPACES.

      *      THE SERIALS INVOICED IN THE PERIOD AND WHAT THEY WERE
      *      INVOICED FOR.
       01  INVOICE-COUNT         PIC 9(04) VALUE 0.
       01  INVOICE-MAX           PIC 9(04) VALUE 5000.
       01  INVOICE-TABLE.
           05  INVOICE-ENTRY OCCURS 5000 TIMES
                   INDEXED BY INV-IDX.
               10  INVT-SERIAL     PIC X(05).
               10  INVT-AMOUNT     PIC 9(09)V99.

      *      REVENUE BY ACCOUNT, BUILT FROM THE INVOICED SERIALS'
      *      ACTIVE RECORDS.
       01  REVENUE-COUNT         PIC 9(03) VALUE 0.
       01  REVENUE-TABLE.
           05  REVENUE-ENTRY OCCURS 200 TIMES
                   INDEXED BY REV-IDX.
               10  REVT-ACCOUNT    PIC X(12).
               10  REVT-DESC       PIC X(20).
               10  REVT-AMOUNT     PIC 9(11)V99.
       01  LOOKUP-ACCOUNT        PIC X(12) VALUE SPACES.
       01  LOOKUP-DESC           PIC X(20) VALUE SPACES.

       01  INVOICED-TOTAL        PIC 9(11)V99 VALUE 0.
       01  APPLIED-TOTAL         PIC 9(11)V99 VALUE 0.
       01  SUSPENSE-TOTAL        PIC 9(11)V99 VALUE 0.
       01  CASH-TOTAL            PIC 9(11)V99 VALUE 0.
       01  CREDIT-NOTE-TOTAL     PIC 9(11)V99 VALUE 0.
       01  RECORDS-TOTAL         PIC 9(11)V99 VALUE 0.
       01  SERIAL-RECORDS-TOTAL  PIC 9(11)V99 VALUE 0.
       01  UNMAPPED-TOTAL        PIC 9(11)V99 VALUE 0.
       01  DIFF-TOTAL            PIC S9(11)V99 VALUE 0.
       01  DEBIT-TOTAL           PIC 9(11)V99 VALUE 0.
       01  CREDIT-TOTAL          PIC 9(11)V99 VALUE 0.
       01  LINE-AMOUNT           PIC 9(11)V99 VALUE 0.

      *      THE INTERFACE RECORDS.  'H' HEADER, 'D' ONE LINE PER
      *      ACCOUNT AND SIDE, THEN THE *TRAILER* CONTROL LINE.
       01  GL-HEADER-LINE.
           05  FILLER             PIC X(01) VALUE 'H'.
           05  GH-BATCH           PIC 9(06).
           05  GH-PERIOD          PIC 9(06).
           05  GH-CCYY            PIC 9(04).
           05  GH-REGION          PIC X(02).
           05  GH-DATE            PIC 9(08).
           05  FILLER             PIC X(53) VALUE SPACES.
       01  GL-DETAIL-LINE.
           05  FILLER             PIC X(01) VALUE 'D'.
           05  GD-BATCH           PIC 9(06).
           05  GD-PERIOD          PIC 9(06).
           05  GD-ACCOUNT         PIC X(12).
           05  GD-SIDE            PIC X(01).
           05  GD-AMOUNT          PIC 9(11)V99.
           05  GD-DESC            PIC X(20).
           05  FILLER             PIC X(21) VALUE SPACES.
       01  EXPORT-TRAILER-LINE.
           05  FILLER             PIC X(09) VALUE '*TRAILER*'.
           05  TRL-COUNT          PIC 9(08).
           05  TRL-CHECKSUM       PIC 9(09).
       01  CHECKSUM-LINE          PIC X(80) VALUE SPACES.
       01  LINES-WRITTEN          PIC 9(08) VALUE 0.
       01  CHECK-ACCUM            PIC 9(10) VALUE 0.
       01  CHECK-IDX              PIC 9(04) BINARY VALUE 0.
       01  TRIM-LENGTH            PIC 9(04) BINARY VALUE 0.

       01  VRFY-PARM.
           05  VRFY-FILE-NAME       PIC X(32).
           05  VRFY-RESULT          PIC X(04).

      *      SUITE-WIDE RUN TOKEN (PACLOCK HAS NO SEPARATE COPYBOOK
      *      FOR ITS PARAMETER) -- HELD SO NO POSTING LANDS ON THE
      *      LEDGER HALFWAY THROUGH THE BATCH.
       01  LOCK-PARM.
           05  LOCK-REQUEST        PIC X(01).
           05  LOCK-RESULT         PIC X(01).
               88  LOCK-GRANTED          VALUE 'G'.
               88  LOCK-BUSY             VALUE 'B'.
           05  LOCK-PROGRAM        PIC X(08) VALUE 'PACGLIF'.
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
           05  HIST-PROGRAM       PIC X(08) VALUE 'PACGLIF'.
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

       LINKAGE SECTION.
       01  GLIF-PARM.
      *      THE LEDGER YEAR AND THE ACCOUNTING PERIOD (CCYYMM) THE
      *      BATCH COVERS -- POSTINGS ARE PICKED BY THEIR LEDGER
      *      POSTING DATE.
           05  GLIF-CCYY           PIC 9(04).
           05  GLIF-PERIOD         PIC 9(06).
           05  GLIF-OPERATOR       PIC X(08).
      *      OUT PARAMETER -- THE BATCH NUMBER GIVEN, ZERO IF NONE.
           05  GLIF-BATCH          PIC 9(06).

      *      REGION CODE -- SPACES = THE HISTORIC SINGLE-REGION
      *      FILE SET (pacCCYY.btr); OTHERWISE QUALIFIES EVERY
      *      PER-YEAR FILE NAME THE RUN TOUCHES.
           05  GLIF-REGION         PIC X(02).
       PROCEDURE DIVISION USING GLIF-PARM.
       A000-BEGIN.
           CALL 'DOS_GET_TIME' USING HIST-START-STAMP.
           ACCEPT RUN-YYMMDD FROM DATE.
           COMPUTE RUN-CCYYMMDD = 20000000 + RUN-YYMMDD.
           MOVE 0 TO GLIF-BATCH.
           MOVE GLIF-CCYY TO TARGET-CCYY-DISPLAY.
           IF GLIF-PERIOD NOT NUMERIC
              DISPLAY 'PACGLIF: PERIOD ' GLIF-PERIOD ' IS NOT CCYYMM'
              SET JOB-HAS-FAILED TO TRUE
              GO TO DONE.
           MOVE GLIF-PERIOD (5:2) TO PERIOD-MONTH.
           IF PERIOD-MONTH < 1 OR PERIOD-MONTH > 12
              DISPLAY 'PACGLIF: PERIOD ' GLIF-PERIOD ' IS NOT CCYYMM'
              SET JOB-HAS-FAILED TO TRUE
              GO TO DONE.

           MOVE SPACES TO WS-LEDGER-NAME.
           STRING 'arl' DELIMITED BY SIZE
                  GLIF-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
                  INTO WS-LEDGER-NAME.
           MOVE SPACES TO B-PAC-NAME.
           STRING 'pac' DELIMITED BY SIZE
                  GLIF-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.btr' DELIMITED BY SIZE
                  INTO B-PAC-NAME.

           PERFORM TAKE-RUN-TOKEN THRU TAKE-RUN-TOKEN-EXIT.
           IF RUN-TOKEN-NOT-HELD
              SET JOB-HAS-FAILED TO TRUE
              GO TO DONE.

           PERFORM LOAD-ACCOUNT-MAP THRU LOAD-ACCOUNT-MAP-EXIT.
           IF JOB-HAS-FAILED
              GO TO DONE.
           PERFORM READ-BATCH-REGISTER THRU READ-BATCH-REGISTER-EXIT.
           IF PERIOD-ALREADY-POSTED
              DISPLAY 'PACGLIF: PERIOD ' GLIF-PERIOD ' FOR '
                  TARGET-CCYY-DISPLAY ' IS ALREADY ON ' WS-REG-NAME
                  ' -- RUN REFUSED'
              SET JOB-HAS-FAILED TO TRUE
              GO TO DONE.

           PERFORM LOAD-PERIOD-POSTINGS THRU
               LOAD-PERIOD-POSTINGS-EXIT.
           IF JOB-HAS-FAILED
              GO TO DONE.
           IF INVOICED-TOTAL = 0 AND CASH-TOTAL = 0
              AND CREDIT-NOTE-TOTAL = 0
              DISPLAY 'PACGLIF: NOTHING POSTED TO ' WS-LEDGER-NAME
                  ' IN ' GLIF-PERIOD ' -- NO BATCH'
              GO TO DONE.

           PERFORM SPLIT-REVENUE THRU SPLIT-REVENUE-EXIT.
           IF JOB-HAS-FAILED
              GO TO DONE.
           IF UNMAPPED-TOTAL > 0 AND UNMAPPED-ACCOUNT = SPACES
              DISPLAY 'PACGLIF: REVENUE WITH NO MAPPING AND NO UN'
                  ' CONTROL ACCOUNT IN ' WS-MAP-NAME ' -- NO BATCH'
              SET JOB-HAS-FAILED TO TRUE
              GO TO DONE.
           IF DIFF-TOTAL NOT = 0 AND DIFF-ACCOUNT = SPACES
              DISPLAY 'PACGLIF: INVOICES DIFFER FROM THEIR RECORDS'
                  ' AND NO DF CONTROL ACCOUNT IN ' WS-MAP-NAME
                  ' -- NO BATCH'
              SET JOB-HAS-FAILED TO TRUE
              GO TO DONE.
           IF CREDIT-NOTE-TOTAL > 0 AND CREDIT-NOTE-ACCOUNT = SPACES
              DISPLAY 'PACGLIF: CREDIT NOTES IN THE PERIOD AND NO CN'
                  ' CONTROL ACCOUNT IN ' WS-MAP-NAME ' -- NO BATCH'
              SET JOB-HAS-FAILED TO TRUE
              GO TO DONE.

           PERFORM WRITE-BATCH-FILE THRU WRITE-BATCH-FILE-EXIT.

       DONE.
           PERFORM DROP-RUN-TOKEN.
           MOVE TARGET-CCYY-DISPLAY TO HIST-CCYY.
           MOVE LINES-WRITTEN       TO HIST-RECORDS.
           IF JOB-HAS-FAILED
              MOVE 'FAILED' TO HIST-STATUS.
           CALL 'PACHIST' USING HIST-PARM.
           GOBACK.

       LOAD-ACCOUNT-MAP.
           MOVE 0 TO MAP-COUNT.
           SET INPUT-NOT-AT-EOF TO TRUE.
           OPEN INPUT GL-MAP-FILE.
           IF MAP-FILE-STATUS NOT = '00'
              DISPLAY 'PACGLIF: ' WS-MAP-NAME ' NOT AVAILABLE -- '
                  'STATUS ' MAP-FILE-STATUS
              SET JOB-HAS-FAILED TO TRUE
              GO TO LOAD-ACCOUNT-MAP-EXIT.
           PERFORM LOAD-ONE-MAPPING THRU LOAD-ONE-MAPPING-EXIT
               UNTIL INPUT-AT-EOF.
           CLOSE GL-MAP-FILE.
           IF AR-ACCOUNT = SPACES OR CASH-ACCOUNT = SPACES
              OR SUSPENSE-ACCOUNT = SPACES
              DISPLAY 'PACGLIF: ' WS-MAP-NAME ' LACKS AN AR, CA, OR'
                  ' SU CONTROL ACCOUNT -- NO BATCH'
              SET JOB-HAS-FAILED TO TRUE.
       LOAD-ACCOUNT-MAP-EXIT. EXIT.

       LOAD-ONE-MAPPING.
           READ GL-MAP-FILE
               AT END
                  SET INPUT-AT-EOF TO TRUE
                  GO TO LOAD-ONE-MAPPING-EXIT.
           IF GLM-CONTROL-ACCOUNT
              IF GLM-SPEC = 'AR'
                 MOVE GLM-ACCOUNT TO AR-ACCOUNT
              ELSE
              IF GLM-SPEC = 'CA'
                 MOVE GLM-ACCOUNT TO CASH-ACCOUNT
              ELSE
              IF GLM-SPEC = 'SU'
                 MOVE GLM-ACCOUNT TO SUSPENSE-ACCOUNT
              ELSE
              IF GLM-SPEC = 'UN'
                 MOVE GLM-ACCOUNT TO UNMAPPED-ACCOUNT
              ELSE
              IF GLM-SPEC = 'DF'
                 MOVE GLM-ACCOUNT TO DIFF-ACCOUNT
              ELSE
              IF GLM-SPEC = 'CN'
                 MOVE GLM-ACCOUNT TO CREDIT-NOTE-ACCOUNT.
           IF NOT GLM-REVENUE-MAP
              OR MAP-COUNT NOT < 200
              GO TO LOAD-ONE-MAPPING-EXIT.
           ADD 1 TO MAP-COUNT.
           SET MAP-IDX TO MAP-COUNT.
           MOVE GLM-SPEC    TO MAPT-SPEC (MAP-IDX).
           MOVE GLM-GEAR    TO MAPT-GEAR (MAP-IDX).
           MOVE GLM-AREA    TO MAPT-AREA (MAP-IDX).
           MOVE GLM-ACCOUNT TO MAPT-ACCOUNT (MAP-IDX).
           MOVE GLM-DESC    TO MAPT-DESC (MAP-IDX).
       LOAD-ONE-MAPPING-EXIT. EXIT.

      *      THE REGISTER GIVES THE NEXT BATCH NUMBER AND SAYS
      *      WHETHER THIS PERIOD HAS ALREADY GONE.  NO REGISTER YET
      *      MEANS BATCH 1.
       READ-BATCH-REGISTER.
           MOVE 0 TO NEXT-BATCH.
           SET PERIOD-NOT-POSTED TO TRUE.
           SET INPUT-NOT-AT-EOF TO TRUE.
           OPEN INPUT GL-REG-FILE.
           IF REG-FILE-STATUS NOT = '00'
              GO TO READ-BATCH-REGISTER-DONE.
           PERFORM READ-ONE-REGISTER-LINE THRU
               READ-ONE-REGISTER-LINE-EXIT
               UNTIL INPUT-AT-EOF.
           CLOSE GL-REG-FILE.
       READ-BATCH-REGISTER-DONE.
           ADD 1 TO NEXT-BATCH.
       READ-BATCH-REGISTER-EXIT. EXIT.

       READ-ONE-REGISTER-LINE.
           READ GL-REG-FILE
               AT END
                  SET INPUT-AT-EOF TO TRUE
                  GO TO READ-ONE-REGISTER-LINE-EXIT.
           IF GLR-BATCH NUMERIC AND GLR-BATCH > NEXT-BATCH
              MOVE GLR-BATCH TO NEXT-BATCH.
           IF GLR-PERIOD = GLIF-PERIOD
              AND GLR-CCYY = TARGET-CCYY-DISPLAY
              AND GLR-REGION = GLIF-REGION
              SET PERIOD-ALREADY-POSTED TO TRUE.
       READ-ONE-REGISTER-LINE-EXIT. EXIT.

      *      THE LEDGER LINES WHOSE POSTING DATE FALLS IN THE PERIOD.
       LOAD-PERIOD-POSTINGS.
           SET INPUT-NOT-AT-EOF TO TRUE.
           OPEN INPUT GL-LEDGER-FILE.
           IF LEDGER-FILE-STATUS NOT = '00'
              DISPLAY 'PACGLIF: NO LEDGER ' WS-LEDGER-NAME
                  ' -- NOTHING TO POST'
              GO TO LOAD-PERIOD-POSTINGS-EXIT.
           PERFORM LOAD-ONE-POSTING THRU LOAD-ONE-POSTING-EXIT
               UNTIL INPUT-AT-EOF.
           CLOSE GL-LEDGER-FILE.
       LOAD-PERIOD-POSTINGS-EXIT. EXIT.

       LOAD-ONE-POSTING.
           READ GL-LEDGER-FILE
               AT END
                  SET INPUT-AT-EOF TO TRUE
                  GO TO LOAD-ONE-POSTING-EXIT.
           IF RCL-POST-DATE NOT NUMERIC
              OR RCL-POST-DATE (1:6) NOT = GLIF-PERIOD
              OR RCL-AMOUNT NOT NUMERIC
              GO TO LOAD-ONE-POSTING-EXIT.
           IF RCL-IS-INVOICE
              IF INVOICE-COUNT NOT < INVOICE-MAX
                 DISPLAY 'PACGLIF: MORE THAN ' INVOICE-MAX
                     ' INVOICES IN THE PERIOD -- RUN STOPPED'
                 SET JOB-HAS-FAILED TO TRUE
                 SET INPUT-AT-EOF TO TRUE
              ELSE
                 ADD 1 TO INVOICE-COUNT
                 SET INV-IDX TO INVOICE-COUNT
                 MOVE RCL-SERIAL TO INVT-SERIAL (INV-IDX)
                 MOVE RCL-AMOUNT TO INVT-AMOUNT (INV-IDX)
                 ADD RCL-AMOUNT TO INVOICED-TOTAL
              END-IF
              GO TO LOAD-ONE-POSTING-EXIT.
           IF RCL-IS-UNMATCHED
              ADD RCL-AMOUNT TO SUSPENSE-TOTAL
              ADD RCL-AMOUNT TO CASH-TOTAL
              GO TO LOAD-ONE-POSTING-EXIT.
           IF RCL-IS-CREDIT-NOTE
              ADD RCL-AMOUNT TO CREDIT-NOTE-TOTAL
              GO TO LOAD-ONE-POSTING-EXIT.
           IF RCL-IS-APPLIED OR RCL-IS-OVERPAID
              ADD RCL-AMOUNT TO APPLIED-TOTAL
              ADD RCL-AMOUNT TO CASH-TOTAL.
       LOAD-ONE-POSTING-EXIT. EXIT.

      *      EACH INVOICED SERIAL'S ACTIVE RECORDS, VALUE BY VALUE,
      *      THROUGH THE MAPPING.  WHATEVER THE RECORDS NO LONGER
      *      ACCOUNT FOR IS THE INVOICE-TO-RECORDS DIFFERENCE.
       SPLIT-REVENUE.
           IF INVOICE-COUNT = 0
              GO TO SPLIT-REVENUE-EXIT.
           MOVE -2 TO B-PAC-KEY-NUMBER.
           CALL WINAPI 'BTRV' USING by value B-OPEN,
             by reference B-PAC-POSITION,
             OWNER-NAME, OWNER-LENGTH, B-PAC-NAME,
             by value B-PAC-KEY-NUMBER.
           IF RETURN-CODE NOT = ZERO
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'OPEN' TO ERRJ-OPERATION
              PERFORM LOG-ERROR-JOURNAL
              DISPLAY 'PACGLIF: PAC OPEN FAILED--> '
                  BTRV-STATUS-MESSAGE ' -- NO BATCH'
              SET JOB-HAS-FAILED TO TRUE
              GO TO SPLIT-REVENUE-EXIT.
           MOVE 0 TO B-PAC-KEY-NUMBER.
           PERFORM SPLIT-ONE-SERIAL THRU SPLIT-ONE-SERIAL-EXIT
               VARYING INV-IDX FROM 1 BY 1
               UNTIL INV-IDX > INVOICE-COUNT.
           CALL WINAPI 'BTRV' USING by value B-CLOSE,
             by reference B-PAC-POSITION,
             OWNER-NAME, OWNER-LENGTH,
             B-PAC-KEY-BUFFER, by value B-PAC-KEY-NUMBER.
           IF RETURN-CODE NOT = ZERO
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'CLOSE' TO ERRJ-OPERATION
              PERFORM LOG-ERROR-JOURNAL
              DISPLAY 'PACGLIF: PAC CLOSE FAILED--> '
                  BTRV-STATUS-MESSAGE.
           COMPUTE DIFF-TOTAL = INVOICED-TOTAL - RECORDS-TOTAL.
       SPLIT-REVENUE-EXIT. EXIT.

       SPLIT-ONE-SERIAL.
           MOVE INVT-SERIAL (INV-IDX) TO B-PAC-KEY-SERIAL.
           MOVE 0                     TO B-PAC-KEY-SEQ.
           CALL WINAPI 'BTRV' USING by value B-GET-GREATER,
             by reference B-PAC-POSITION,
                PAC-RECORD, B-PAC-LENGTH, B-PAC-KEY-BUFFER,
                by value B-PAC-KEY-NUMBER.
       SPLIT-SERIAL-NEXT.
           IF RETURN-CODE NOT = 0
              OR PAC-KEY-SERIAL NOT = INVT-SERIAL (INV-IDX)
              GO TO SPLIT-ONE-SERIAL-EXIT.
           IF PAC-REC-ACTIVE
              AND PAC-VALUE NUMERIC
              AND PAC-VALUE > 0
              PERFORM MAP-ONE-RECORD THRU MAP-ONE-RECORD-EXIT.
           CALL WINAPI 'BTRV' USING by value B-GET-NEXT,
             by reference B-PAC-POSITION,
                PAC-RECORD, B-PAC-LENGTH, B-PAC-KEY-BUFFER,
                by value B-PAC-KEY-NUMBER.
           GO TO SPLIT-SERIAL-NEXT.
       SPLIT-ONE-SERIAL-EXIT. EXIT.

       MAP-ONE-RECORD.
           ADD PAC-VALUE TO RECORDS-TOTAL.
           MOVE SPACES TO MATCH-SPEC.
           MOVE SPACES TO MATCH-GEAR.
           MOVE SPACES TO MATCH-AREA.
           MOVE PAC-SPEC TO MATCH-SPEC (1:1).
           MOVE PAC-GEAR TO MATCH-GEAR.
           MOVE PAC-AREA TO MATCH-AREA (1:1).
           SET MAP-IS-NOT-FOUND TO TRUE.
           IF MAP-COUNT > 0
              SET MAP-IDX TO 1
              SEARCH MAP-ENTRY
                  AT END
                     CONTINUE
                  WHEN MAP-IDX > MAP-COUNT
                     CONTINUE
                  WHEN (MAPT-SPEC (MAP-IDX) = MATCH-SPEC
                           OR MAPT-SPEC (MAP-IDX) = '**')
                   AND (MAPT-GEAR (MAP-IDX) = MATCH-GEAR
                           OR MAPT-GEAR (MAP-IDX) = '**')
                   AND (MAPT-AREA (MAP-IDX) = MATCH-AREA
                           OR MAPT-AREA (MAP-IDX) = '**')
                     SET MAP-IS-FOUND TO TRUE.
           IF MAP-IS-NOT-FOUND
              ADD PAC-VALUE TO UNMAPPED-TOTAL
              GO TO MAP-ONE-RECORD-EXIT.
           MOVE MAPT-ACCOUNT (MAP-IDX) TO LOOKUP-ACCOUNT.
           MOVE MAPT-DESC (MAP-IDX)    TO LOOKUP-DESC.
           SET REV-IDX TO 1.
           SEARCH REVENUE-ENTRY
               AT END
                  CONTINUE
               WHEN REV-IDX > REVENUE-COUNT
                  CONTINUE
               WHEN REVT-ACCOUNT (REV-IDX) = LOOKUP-ACCOUNT
                  ADD PAC-VALUE TO REVT-AMOUNT (REV-IDX)
                  GO TO MAP-ONE-RECORD-EXIT.
           IF REVENUE-COUNT NOT < 200
              ADD PAC-VALUE TO UNMAPPED-TOTAL
              GO TO MAP-ONE-RECORD-EXIT.
           ADD 1 TO REVENUE-COUNT.
           SET REV-IDX TO REVENUE-COUNT.
           MOVE LOOKUP-ACCOUNT TO REVT-ACCOUNT (REV-IDX).
           MOVE LOOKUP-DESC    TO REVT-DESC (REV-IDX).
           MOVE PAC-VALUE      TO REVT-AMOUNT (REV-IDX).
       MAP-ONE-RECORD-EXIT. EXIT.

      *      THE BATCH ITSELF.  DEBITS AND CREDITS ARE TOTALLED AS
      *      THE LINES GO OUT; ONLY A BATCH THAT NETS TO ZERO GETS
      *      ITS TRAILER, PASSES PACVRFY, AND REACHES THE REGISTER.
       WRITE-BATCH-FILE.
           MOVE NEXT-BATCH TO GLIF-BATCH.
           MOVE SPACES TO WS-OUT-NAME.
           STRING 'glb' DELIMITED BY SIZE
                  NEXT-BATCH DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
                  INTO WS-OUT-NAME.
           OPEN OUTPUT GL-OUT-FILE.
           MOVE NEXT-BATCH          TO GH-BATCH.
           MOVE GLIF-PERIOD         TO GH-PERIOD.
           MOVE TARGET-CCYY-DISPLAY TO GH-CCYY.
           MOVE GLIF-REGION         TO GH-REGION.
           MOVE RUN-CCYYMMDD        TO GH-DATE.
           MOVE GL-HEADER-LINE TO CHECKSUM-LINE.
           PERFORM WRITE-EXTRACT-LINE.
           MOVE NEXT-BATCH  TO GD-BATCH.
           MOVE GLIF-PERIOD TO GD-PERIOD.

           IF INVOICED-TOTAL > 0
              MOVE AR-ACCOUNT     TO GD-ACCOUNT
              MOVE 'D'            TO GD-SIDE
              MOVE INVOICED-TOTAL TO LINE-AMOUNT
              MOVE 'INVOICES RAISED'  TO GD-DESC
              PERFORM WRITE-GL-DETAIL.
           PERFORM WRITE-ONE-REVENUE-LINE
               VARYING REV-IDX FROM 1 BY 1
               UNTIL REV-IDX > REVENUE-COUNT.
           IF UNMAPPED-TOTAL > 0
              MOVE UNMAPPED-ACCOUNT TO GD-ACCOUNT
              MOVE 'C'              TO GD-SIDE
              MOVE UNMAPPED-TOTAL   TO LINE-AMOUNT
              MOVE 'UNMAPPED REVENUE' TO GD-DESC
              PERFORM WRITE-GL-DETAIL.
           IF DIFF-TOTAL > 0
              MOVE DIFF-ACCOUNT   TO GD-ACCOUNT
              MOVE 'C'            TO GD-SIDE
              MOVE DIFF-TOTAL     TO LINE-AMOUNT
              MOVE 'INVOICE DIFFERENCE' TO GD-DESC
              PERFORM WRITE-GL-DETAIL.
           IF DIFF-TOTAL < 0
              MOVE DIFF-ACCOUNT   TO GD-ACCOUNT
              MOVE 'D'            TO GD-SIDE
              COMPUTE LINE-AMOUNT = 0 - DIFF-TOTAL
              MOVE 'INVOICE DIFFERENCE' TO GD-DESC
              PERFORM WRITE-GL-DETAIL.

           IF CASH-TOTAL > 0
              MOVE CASH-ACCOUNT   TO GD-ACCOUNT
              MOVE 'D'            TO GD-SIDE
              MOVE CASH-TOTAL     TO LINE-AMOUNT
              MOVE 'RECEIPTS BANKED'  TO GD-DESC
              PERFORM WRITE-GL-DETAIL.
           IF APPLIED-TOTAL > 0
              MOVE AR-ACCOUNT     TO GD-ACCOUNT
              MOVE 'C'            TO GD-SIDE
              MOVE APPLIED-TOTAL  TO LINE-AMOUNT
              MOVE 'RECEIPTS APPLIED' TO GD-DESC
              PERFORM WRITE-GL-DETAIL.
           IF SUSPENSE-TOTAL > 0
              MOVE SUSPENSE-ACCOUNT TO GD-ACCOUNT
              MOVE 'C'              TO GD-SIDE
              MOVE SUSPENSE-TOTAL   TO LINE-AMOUNT
              MOVE 'RECEIPTS UNMATCHED' TO GD-DESC
              PERFORM WRITE-GL-DETAIL.

           IF CREDIT-NOTE-TOTAL > 0
              MOVE CREDIT-NOTE-ACCOUNT TO GD-ACCOUNT
              MOVE 'D'                 TO GD-SIDE
              MOVE CREDIT-NOTE-TOTAL   TO LINE-AMOUNT
              MOVE 'CREDIT NOTES'      TO GD-DESC
              PERFORM WRITE-GL-DETAIL
              MOVE AR-ACCOUNT          TO GD-ACCOUNT
              MOVE 'C'                 TO GD-SIDE
              MOVE CREDIT-NOTE-TOTAL   TO LINE-AMOUNT
              MOVE 'CREDIT NOTES ISSUED' TO GD-DESC
              PERFORM WRITE-GL-DETAIL.

           IF DEBIT-TOTAL NOT = CREDIT-TOTAL
              DISPLAY 'PACGLIF: BATCH ' NEXT-BATCH ' DOES NOT NET TO'
                  ' ZERO -- DEBITS ' DEBIT-TOTAL ' CREDITS '
                  CREDIT-TOTAL ' -- NO TRAILER, NOT REGISTERED'
              SET JOB-HAS-FAILED TO TRUE
              CLOSE GL-OUT-FILE
              MOVE 0 TO GLIF-BATCH
              GO TO WRITE-BATCH-FILE-EXIT.
           MOVE LINES-WRITTEN TO TRL-COUNT.
           MOVE CHECK-ACCUM   TO TRL-CHECKSUM.
           WRITE GL-OUT-RECORD FROM EXPORT-TRAILER-LINE.
           CLOSE GL-OUT-FILE.

           MOVE WS-OUT-NAME TO VRFY-FILE-NAME.
           CALL 'PACVRFY' USING VRFY-PARM.
           IF VRFY-RESULT NOT = 'PASS'
              DISPLAY 'PACGLIF: ' WS-OUT-NAME ' FAILED PACVRFY --'
                  ' NOT REGISTERED'
              SET JOB-HAS-FAILED TO TRUE
              MOVE 0 TO GLIF-BATCH
              GO TO WRITE-BATCH-FILE-EXIT.

           MOVE SPACES TO GL-REG-RECORD.
           MOVE GLIF-PERIOD         TO GLR-PERIOD.
           MOVE TARGET-CCYY-DISPLAY TO GLR-CCYY.
           MOVE GLIF-REGION         TO GLR-REGION.
           MOVE NEXT-BATCH          TO GLR-BATCH.
           MOVE RUN-CCYYMMDD        TO GLR-DATE.
           MOVE LINES-WRITTEN       TO GLR-COUNT.
           MOVE CHECK-ACCUM         TO GLR-CHECKSUM.
           MOVE DEBIT-TOTAL         TO GLR-DEBITS.
           MOVE GLIF-OPERATOR       TO GLR-OPERATOR.
      *      SAME EXTEND-OR-CREATE DANCE PACJRNL DOES FOR THE
      *      JOURNAL FILE.
           OPEN EXTEND GL-REG-FILE.
           IF REG-FILE-STATUS = '05' OR '35'
              OPEN OUTPUT GL-REG-FILE.
           WRITE GL-REG-RECORD.
           CLOSE GL-REG-FILE.
           DISPLAY 'PACGLIF: BATCH ' NEXT-BATCH ' FOR PERIOD '
               GLIF-PERIOD ' WRITTEN TO ' WS-OUT-NAME ' -- '
               LINES-WRITTEN ' LINE(S), DEBITS = CREDITS = '
               DEBIT-TOTAL.
       WRITE-BATCH-FILE-EXIT. EXIT.

       WRITE-ONE-REVENUE-LINE.
           MOVE REVT-ACCOUNT (REV-IDX) TO GD-ACCOUNT.
           MOVE 'C'                    TO GD-SIDE.
           MOVE REVT-AMOUNT (REV-IDX)  TO LINE-AMOUNT.
           MOVE REVT-DESC (REV-IDX)    TO GD-DESC.
           PERFORM WRITE-GL-DETAIL.

       WRITE-GL-DETAIL.
           MOVE LINE-AMOUNT TO GD-AMOUNT.
           IF GD-SIDE = 'D'
              ADD LINE-AMOUNT TO DEBIT-TOTAL
           ELSE
              ADD LINE-AMOUNT TO CREDIT-TOTAL.
           MOVE GL-DETAIL-LINE TO CHECKSUM-LINE.
           PERFORM WRITE-EXTRACT-LINE.

      *      EVERY DATA LINE GOES OUT THROUGH HERE SO THE COUNT AND
      *      THE RUNNING TRIMMED-LINE CHECKSUM STAY IN STEP WITH
      *      WHAT IS ACTUALLY ON FILE -- THE SAME DISCIPLINE PACBILL
      *      KEEPS FOR THE BILLING EXTRACT.
       WRITE-EXTRACT-LINE.
           WRITE GL-OUT-RECORD FROM CHECKSUM-LINE.
           ADD 1 TO LINES-WRITTEN.
           PERFORM ADD-LINE-CHECKSUM.

       ADD-LINE-CHECKSUM.
           MOVE 0 TO TRIM-LENGTH.
           PERFORM FIND-TRIM-LENGTH
               VARYING CHECK-IDX FROM 80 BY -1
               UNTIL CHECK-IDX < 1 OR TRIM-LENGTH > 0.
           PERFORM ADD-CHECK-BYTE
               VARYING CHECK-IDX FROM 1 BY 1
               UNTIL CHECK-IDX > TRIM-LENGTH.

       FIND-TRIM-LENGTH.
           IF CHECKSUM-LINE (CHECK-IDX:1) NOT = SPACE
              MOVE CHECK-IDX TO TRIM-LENGTH.

       ADD-CHECK-BYTE.
           ADD FUNCTION ORD (CHECKSUM-LINE (CHECK-IDX:1))
               TO CHECK-ACCUM.
           IF CHECK-ACCUM > 999999999
              SUBTRACT 1000000000 FROM CHECK-ACCUM.

       TAKE-RUN-TOKEN.
           MOVE 'T' TO LOCK-REQUEST.
           MOVE GLIF-CCYY   TO LOCK-CCYY.
           MOVE GLIF-REGION TO LOCK-REGION.
           COMPUTE LOCK-START-TIME =
               HIST-START-HOUR * 10000 + HIST-START-MINUTE * 100
                   + HIST-START-SECOND.
           CALL 'PACLOCK' USING LOCK-PARM.
           IF LOCK-BUSY
              DISPLAY 'PACGLIF: YEAR ' TARGET-CCYY-DISPLAY
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

       LOG-ERROR-JOURNAL.
           MOVE B-PAC-KEY-BUFFER TO ERRJ-KEY.
           MOVE BTRV-STATUS-CODE TO ERRJ-STATUS-CODE.
           MOVE BTRV-STATUS-MESSAGE TO ERRJ-MESSAGE.
           CALL 'PACERRJ' USING ERRJ-PARM.
