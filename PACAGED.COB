       ID DIVISION.
       PROGRAM-ID.  PACAGED.
       AUTHOR.  Oliphant .
       DATE-WRITTEN. OCTOBER  6, 2026.
       DATE-COMPILED.
       REMARKS.  AGED RECEIVABLES AND COLLECTIONS WORKLIST.  NOW THAT
           INVOICES AND RECEIPTS SIT ON THE YEAR'S arlCCYY.dat
           LEDGER (SEE PACRCV), THIS IS THE MONTH-END LOOK AT WHO
           STILL OWES.  EVERY INVOICE IS AGED FROM ITS LEDGER DATE
           TO THE AS-OF DATE INTO CURRENT (0-30 DAYS), 31-60, 61-90,
           AND OVER 90, AND THE MEMBER'S RECEIPTS AND CREDITS ARE
           TAKEN OFF THE OLDEST MONEY FIRST, SO WHAT IS LEFT IN A
           BUCKET IS GENUINELY THAT OLD.  pacCCYY.agd LISTS EVERY
           OPEN BALANCE BY MEMBER WITH BUCKET TOTALS; pacCCYY.col IS
           THE COLLECTIONS WORKLIST -- THE N MEMBERS MOST IN NEED OF
           CHASING, WORST FIRST (OLDEST MONEY, THEN MOST OF IT),
           EACH WITH THE member.btr NAME, CONTACT, AND PHONE AND THE
           ACTIVE PAC RECORDS THE DEBT RELATES TO.  A MEMBER WITH
           MONEY OVER 90 DAYS AND ACTIVE REGISTRATIONS STILL ON FILE
           IS FLAGGED AS A CANDIDATE FOR THE PACRENEW GRACE-VOID
           RUN.  READ-ONLY THROUGHOUT: NOTHING IS POSTED OR VOIDED
           FROM HERE.  BOTH REPORTS GO OUT THROUGH PACPAGE WITH
           THEIR PRIOR COPIES ROTATED BY PACGDG.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. COMPAQ-DESKPRO-286.
       OBJECT-COMPUTER. ANY-COMPAQ-COMPATABLE.
       SPECIAL-NAMES.
           CALL-CONVENTION 64 IS WINAPI.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGED-LEDGER-FILE ASSIGN TO WS-LEDGER-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-FILE-STATUS.
           SELECT AGED-RPT-FILE ASSIGN TO WS-AGD-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGD-FILE-STATUS.
           SELECT AGED-COL-FILE ASSIGN TO WS-COL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AGED-LEDGER-FILE.
       01  AGED-LEDGER-RECORD.
           COPY 'PACRCL.COB'.
       FD  AGED-RPT-FILE.
       01  AGED-RPT-RECORD             PIC X(80).
       FD  AGED-COL-FILE.
       01  AGED-COL-RECORD             PIC X(80).
*      WORKING-STORAGE SECTION.
       01  B-OPEN         PIC 9(4) BINARY VALUE 0.
       01  B-CLOSE        PIC 9(4) BINARY VALUE 1.
       01  B-GET-EQUAL    PIC 9(4) BINARY VALUE 5.
       01  B-GET-NEXT     PIC 9(4) BINARY VALUE 6.
       01  B-GET-GREATER  PIC 9(4) BINARY VALUE 9.
       01  PAC-RECORD.
           COPY 'PAC.COB'.
       01  MEMBER-RECORD.
           COPY 'MEMBER.COB'.
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

       01  B-MEM-FILE-STUFF.
           05  B-MEM-POSITION          PIC X(128).
           05  B-MEM-LENGTH            PIC 9(4)    BINARY  VALUE 100.
           05  B-MEM-NAME              PIC X(32)   VALUE 'member.btr'.
           05  B-MEM-KEY-NUMBER        PIC S9(4)   BINARY.
           05  B-MEM-KEY-BUFFER.
               10  B-MEM-KEY-SERIAL    PIC X(05).

       01  BTRV-STATUS-CODE     PIC S9(4) BINARY VALUE 0.
       01  BTRV-STATUS-MESSAGE  PIC X(40) VALUE SPACES.

      *      CENTRAL ERROR JOURNAL HOOK -- ONE PACERRJ ROW PER
      *      NONZERO BTRV STATUS (PACERRJ HAS NO SEPARATE COPYBOOK
      *      FOR ITS PARAMETER).
       01  ERRJ-PARM.
           05  ERRJ-PROGRAM       PIC X(08) VALUE 'PACAGED'.
           05  ERRJ-OPERATION     PIC X(08).
           05  ERRJ-KEY           PIC X(08).
           05  ERRJ-STATUS-CODE   PIC S9(4) BINARY.
           05  ERRJ-MESSAGE       PIC X(40).

       01  TARGET-CCYY-DISPLAY  PIC 9(4) VALUE 0.
       01  WS-LEDGER-NAME        PIC X(32).
       01  LEDGER-FILE-STATUS    PIC X(2).
       01  WS-AGD-NAME           PIC X(32).
       01  AGD-FILE-STATUS       PIC X(2).
       01  WS-COL-NAME           PIC X(32).
       01  COL-FILE-STATUS       PIC X(2).

       01  LEDGER-EOF-SW         PIC X VALUE 'N'.
           88  LEDGER-AT-EOF            VALUE 'Y'.
           88  LEDGER-NOT-AT-EOF        VALUE 'N'.
       01  JOB-FAILED-SW         PIC X VALUE 'N'.
           88  JOB-HAS-FAILED           VALUE 'Y'.
           88  JOB-IS-CLEAN             VALUE 'N'.
       01  MEMBER-OPEN-SW        PIC X VALUE 'N'.
           88  MEMBER-FILE-OPEN         VALUE 'Y'.
           88  MEMBER-FILE-CLOSED       VALUE 'N'.
       01  PAC-OPEN-SW           PIC X VALUE 'N'.
           88  PAC-FILE-OPEN            VALUE 'Y'.
           88  PAC-FILE-CLOSED          VALUE 'N'.
       01  MEMBER-FOUND-SW       PIC X VALUE 'N'.
           88  MEMBER-IS-FOUND          VALUE 'Y'.
           88  MEMBER-IS-NOT-FOUND      VALUE 'N'.

       01  AS-OF-YYMMDD          PIC 9(06) VALUE 0.
       01  AS-OF-CCYYMMDD        PIC 9(08) VALUE 0.
       01  AS-OF-DAYS            PIC 9(08) VALUE 0.
       01  AGE-DAYS              PIC S9(08) VALUE 0.
       01  BUCKET-NO             PIC 9(01) VALUE 0.
       01  WORKLIST-LIMIT        PIC 9(03) VALUE 0.
       01  WORKLIST-COUNT        PIC 9(03) VALUE 0.

      *      ONE ENTRY PER SERIAL ON THE LEDGER.  THE FOUR BUCKETS
      *      ARE CURRENT, 31-60, 61-90, AND OVER 90, HELD GROSS UNTIL
      *      THE LEDGER IS READ AND THEN NETTED OLDEST-FIRST AGAINST
      *      THE MEMBER'S RECEIPTS AND CREDITS.
       01  ACCOUNT-COUNT         PIC 9(04) VALUE 0.
       01  ACCOUNT-MAX           PIC 9(04) VALUE 5000.
       01  ACCOUNT-TABLE.
           05  ACCOUNT-ENTRY OCCURS 5000 TIMES
                   INDEXED BY ACCT-IDX.
               10  ACCT-SERIAL     PIC X(05).
               10  ACCT-BUCKET     PIC 9(09)V99 OCCURS 4 TIMES.
               10  ACCT-RECEIVED   PIC 9(09)V99.
               10  ACCT-OPEN       PIC 9(09)V99.
               10  ACCT-PICKED     PIC X(01).
       01  ACCT-FOUND-SW         PIC X VALUE 'N'.
           88  ACCT-IS-FOUND            VALUE 'Y'.
           88  ACCT-IS-NOT-FOUND        VALUE 'N'.
       01  LOOKUP-SERIAL         PIC X(05) VALUE SPACES.
       01  UNAPPLIED             PIC 9(09)V99 VALUE 0.

      *      WORST-SO-FAR DURING EACH WORKLIST PICK.
       01  BEST-IDX              PIC 9(04) VALUE 0.
       01  BEST-FOUND-SW         PIC X VALUE 'N'.
           88  BEST-IS-FOUND            VALUE 'Y'.
           88  BEST-IS-NOT-FOUND        VALUE 'N'.
       01  WORSE-SW              PIC X VALUE 'N'.
           88  CANDIDATE-IS-WORSE       VALUE 'Y'.
           88  CANDIDATE-NOT-WORSE      VALUE 'N'.
       01  ACTIVE-RECORDS        PIC 9(04) VALUE 0.

       01  TOTAL-BUCKETS.
           05  TOTAL-BUCKET      PIC 9(11)V99 OCCURS 4 TIMES.
       01  TOTAL-OPEN            PIC 9(11)V99 VALUE 0.
       01  MEMBERS-OPEN          PIC 9(06) VALUE 0.
       01  MEMBERS-IN-CREDIT     PIC 9(06) VALUE 0.
       01  CREDIT-TOTAL          PIC 9(11)V99 VALUE 0.
       01  GRACE-CANDIDATES      PIC 9(06) VALUE 0.

      *      DATE-TO-DAY-NUMBER WORK, THE SAME LEAP-SAFE CONVERSION
      *      PACVOIDR AGES ITS VOIDS WITH.
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

      *      REPORT GENERATIONS -- THE PRIOR COPY IS ROTATED TO
      *      <name>.g1 (AND SO ON) THROUGH PACGDG BEFORE THE NEW
      *      RUN OPENS OUTPUT.
       01  GDG-PARM.
           05  GDG-FILE-NAME        PIC X(32).

      *      RUN-HISTORY HOOK -- SEE PACHIST.
       01  HIST-PARM.
           05  HIST-PROGRAM       PIC X(08) VALUE 'PACAGED'.
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
      *      THE TWO REPORTS PAGE INDEPENDENTLY, SO EACH CARRIES ITS
      *      OWN CONTROL BLOCK.
       01  PAGE-CTL.
           COPY 'PACHDR.COB'.
       01  COL-PAGE-CTL.
           COPY 'PACHDR.COB'.
       01  RPT-LINE-WORK          PIC X(80).
       01  COL-LINE-WORK          PIC X(80).
       01  AGED-COLUMNS.
           05  FILLER             PIC X(07) VALUE 'SERIAL '.
           05  FILLER             PIC X(20) VALUE 'NAME'.
           05  FILLER             PIC X(11) VALUE '    CURRENT'.
           05  FILLER             PIC X(11) VALUE '      31-60'.
           05  FILLER             PIC X(11) VALUE '      61-90'.
           05  FILLER             PIC X(11) VALUE '    OVER 90'.
           05  FILLER             PIC X(09) VALUE '    TOTAL'.
       01  AGED-DETAIL-LINE.
           05  AD-SERIAL          PIC X(05).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  AD-NAME            PIC X(19).
           05  AD-BUCKET          PIC ZZZZZZZ9.99 OCCURS 4 TIMES.
           05  AD-TOTAL           PIC ZZZZZZZZ9.99.
       01  AGED-TOTAL-LINE.
           05  FILLER             PIC X(07) VALUE 'TOTAL  '.
           05  AT-MEMBERS         PIC ZZZ,ZZ9.
           05  FILLER             PIC X(12) VALUE ' MEMBER(S)  '.
           05  AT-BUCKET          PIC ZZZZZZZ9.99 OCCURS 4 TIMES.
           05  AT-TOTAL           PIC ZZZZZZZZ9.99.
       01  AGED-CREDIT-LINE.
           05  FILLER             PIC X(26) VALUE
               'MEMBERS IN CREDIT         '.
           05  AC-MEMBERS         PIC ZZZ,ZZ9.
           05  FILLER             PIC X(16) VALUE '  CREDIT HELD  '.
           05  AC-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(14) VALUE SPACES.

       01  COL-MEMBER-LINE.
           05  CM-RANK            PIC ZZ9.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CM-SERIAL          PIC X(05).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CM-NAME            PIC X(30).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CM-PHONE           PIC X(14).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CM-FLAG            PIC X(24).
       01  COL-CONTACT-LINE.
           05  FILLER             PIC X(10) VALUE '   CONTACT'.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CC-CONTACT         PIC X(30).
           05  FILLER             PIC X(39) VALUE SPACES.
       01  COL-AMOUNT-LINE.
           05  FILLER             PIC X(10) VALUE '   OWED   '.
           05  CA-BUCKET          PIC ZZZZZZZ9.99 OCCURS 4 TIMES.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  CA-TOTAL           PIC ZZZZZZZZ9.99.
           05  FILLER             PIC X(12) VALUE SPACES.
       01  COL-RECORD-LINE.
           05  FILLER             PIC X(10) VALUE '   RECORD '.
           05  CR-SEQ             PIC 9(03).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  CR-SPEC            PIC X(01).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CR-GEAR            PIC X(02).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CR-AREA            PIC X(01).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  CR-QTY             PIC ZZZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  CR-VALUE           PIC ZZZZZZ9.99.
           05  FILLER             PIC X(06) VALUE '  EXP '.
           05  CR-EXP-DATE        PIC 9(08).
           05  FILLER             PIC X(26) VALUE SPACES.
       01  COL-SUMMARY-LINE.
           05  FILLER             PIC X(24) VALUE
               'MEMBERS ON WORKLIST     '.
           05  CS-LISTED          PIC ZZ9.
           05  FILLER             PIC X(25) VALUE
               '   GRACE-VOID CANDIDATES '.
           05  CS-CANDIDATES      PIC ZZZ,ZZ9.
           05  FILLER             PIC X(21) VALUE SPACES.

       LINKAGE SECTION.
       01  AGED-PARM.
           05  AGED-CCYY           PIC 9(04).
      *      THE MONTH-END DATE THE BALANCES ARE AGED TO (CCYYMMDD;
      *      ZERO = TODAY) AND HOW MANY MEMBERS THE WORKLIST CARRIES
      *      (ZERO = 50).
           05  AGED-AS-OF-DATE     PIC 9(08).
           05  AGED-WORKLIST-SIZE  PIC 9(03).

      *      REGION CODE -- SPACES = THE HISTORIC SINGLE-REGION
      *      FILE SET (pacCCYY.btr); OTHERWISE QUALIFIES EVERY
      *      PER-YEAR FILE NAME THE RUN TOUCHES.
           05  AGED-REGION         PIC X(02).
       PROCEDURE DIVISION USING AGED-PARM.
       A000-BEGIN.
           CALL 'DOS_GET_TIME' USING HIST-START-STAMP.
           MOVE AGED-CCYY TO TARGET-CCYY-DISPLAY.
           IF AGED-AS-OF-DATE NUMERIC AND AGED-AS-OF-DATE > 0
              MOVE AGED-AS-OF-DATE TO AS-OF-CCYYMMDD
           ELSE
              ACCEPT AS-OF-YYMMDD FROM DATE
              COMPUTE AS-OF-CCYYMMDD = 20000000 + AS-OF-YYMMDD.
           MOVE AS-OF-CCYYMMDD TO CNV-CCYYMMDD.
           PERFORM DATE-TO-DAY-NUMBER.
           MOVE CNV-DAY-NUMBER TO AS-OF-DAYS.
           IF AGED-WORKLIST-SIZE NUMERIC AND AGED-WORKLIST-SIZE > 0
              MOVE AGED-WORKLIST-SIZE TO WORKLIST-LIMIT
           ELSE
              MOVE 50 TO WORKLIST-LIMIT.
           MOVE 0 TO TOTAL-BUCKET (1).
           MOVE 0 TO TOTAL-BUCKET (2).
           MOVE 0 TO TOTAL-BUCKET (3).
           MOVE 0 TO TOTAL-BUCKET (4).

           MOVE SPACES TO WS-LEDGER-NAME.
           STRING 'arl' DELIMITED BY SIZE
                  AGED-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
                  INTO WS-LEDGER-NAME.
           MOVE SPACES TO B-PAC-NAME.
           STRING 'pac' DELIMITED BY SIZE
                  AGED-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.btr' DELIMITED BY SIZE
                  INTO B-PAC-NAME.
           MOVE SPACES TO WS-AGD-NAME.
           STRING 'pac' DELIMITED BY SIZE
                  AGED-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.agd' DELIMITED BY SIZE
                  INTO WS-AGD-NAME.
           MOVE SPACES TO WS-COL-NAME.
           STRING 'pac' DELIMITED BY SIZE
                  AGED-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.col' DELIMITED BY SIZE
                  INTO WS-COL-NAME.

           PERFORM LOAD-LEDGER THRU LOAD-LEDGER-EXIT.
           IF JOB-HAS-FAILED
              GO TO DONE.
           PERFORM NET-ONE-ACCOUNT
               VARYING ACCT-IDX FROM 1 BY 1
               UNTIL ACCT-IDX > ACCOUNT-COUNT.

           PERFORM OPEN-MEMBER-FILE THRU OPEN-MEMBER-FILE-EXIT.
           PERFORM OPEN-PAC-FILE THRU OPEN-PAC-FILE-EXIT.

           MOVE WS-AGD-NAME TO GDG-FILE-NAME.
           CALL 'PACGDG' USING GDG-PARM.
           OPEN OUTPUT AGED-RPT-FILE.
           MOVE 'PAC AGED RECEIVABLES' TO PGH-TITLE OF PAGE-CTL.
           MOVE TARGET-CCYY-DISPLAY TO PGH-CCYY OF PAGE-CTL.
           MOVE 0  TO PGH-PAGE-NUMBER OF PAGE-CTL.
           MOVE 56 TO PGH-LINES-PER-PAGE OF PAGE-CTL.
           MOVE 99 TO PGH-LINE-COUNT OF PAGE-CTL.
           PERFORM AGE-ONE-ACCOUNT THRU AGE-ONE-ACCOUNT-EXIT
               VARYING ACCT-IDX FROM 1 BY 1
               UNTIL ACCT-IDX > ACCOUNT-COUNT.
           PERFORM WRITE-AGED-TOTALS.
           PERFORM WRITE-END-LINE.
           CLOSE AGED-RPT-FILE.

           MOVE WS-COL-NAME TO GDG-FILE-NAME.
           CALL 'PACGDG' USING GDG-PARM.
           OPEN OUTPUT AGED-COL-FILE.
           MOVE 'PAC COLLECTIONS WORKLIST' TO PGH-TITLE OF COL-PAGE-CTL.
           MOVE TARGET-CCYY-DISPLAY TO PGH-CCYY OF COL-PAGE-CTL.
           MOVE 0  TO PGH-PAGE-NUMBER OF COL-PAGE-CTL.
           MOVE 56 TO PGH-LINES-PER-PAGE OF COL-PAGE-CTL.
           MOVE 99 TO PGH-LINE-COUNT OF COL-PAGE-CTL.
           SET BEST-IS-FOUND TO TRUE.
           PERFORM LIST-NEXT-WORST THRU LIST-NEXT-WORST-EXIT
               UNTIL WORKLIST-COUNT NOT < WORKLIST-LIMIT
                  OR BEST-IS-NOT-FOUND.
           MOVE WORKLIST-COUNT   TO CS-LISTED.
           MOVE GRACE-CANDIDATES TO CS-CANDIDATES.
           MOVE SPACES TO COL-LINE-WORK.
           PERFORM WRITE-COL-LINE.
           MOVE COL-SUMMARY-LINE TO COL-LINE-WORK.
           PERFORM WRITE-COL-LINE.
           PERFORM WRITE-COL-END-LINE.
           CLOSE AGED-COL-FILE.

           PERFORM CLOSE-PAC-FILE THRU CLOSE-PAC-FILE-EXIT.
           PERFORM CLOSE-MEMBER-FILE THRU CLOSE-MEMBER-FILE-EXIT.
           DISPLAY 'PACAGED: ' MEMBERS-OPEN ' OPEN BALANCE(S) AGED TO '
               AS-OF-CCYYMMDD ', ' WORKLIST-COUNT ' ON THE WORKLIST, '
               GRACE-CANDIDATES ' GRACE-VOID CANDIDATE(S)'.

       DONE.
           MOVE TARGET-CCYY-DISPLAY TO HIST-CCYY.
           MOVE MEMBERS-OPEN        TO HIST-RECORDS.
           IF JOB-HAS-FAILED
              MOVE 'FAILED' TO HIST-STATUS.
           CALL 'PACHIST' USING HIST-PARM.
           GOBACK.

      *      NO LEDGER IS NOT AN ERROR FOR A YEAR NOBODY HAS BILLED
      *      YET -- IT IS AN EMPTY AGING.
       LOAD-LEDGER.
           SET LEDGER-NOT-AT-EOF TO TRUE.
           OPEN INPUT AGED-LEDGER-FILE.
           IF LEDGER-FILE-STATUS NOT = '00'
              DISPLAY 'PACAGED: NO LEDGER ' WS-LEDGER-NAME
                  ' -- NOTHING TO AGE'
              GO TO LOAD-LEDGER-EXIT.
           PERFORM LOAD-ONE-LEDGER-LINE THRU LOAD-ONE-LEDGER-LINE-EXIT
               UNTIL LEDGER-AT-EOF OR JOB-HAS-FAILED.
           CLOSE AGED-LEDGER-FILE.
       LOAD-LEDGER-EXIT. EXIT.

       LOAD-ONE-LEDGER-LINE.
           READ AGED-LEDGER-FILE
               AT END
                  SET LEDGER-AT-EOF TO TRUE
                  GO TO LOAD-ONE-LEDGER-LINE-EXIT.
           IF RCL-IS-UNMATCHED
              OR RCL-AMOUNT NOT NUMERIC
              GO TO LOAD-ONE-LEDGER-LINE-EXIT.
           MOVE RCL-SERIAL TO LOOKUP-SERIAL.
           PERFORM FIND-ACCOUNT THRU FIND-ACCOUNT-EXIT.
           IF ACCT-IS-NOT-FOUND
              PERFORM ADD-ACCOUNT THRU ADD-ACCOUNT-EXIT
              IF JOB-HAS-FAILED
                 GO TO LOAD-ONE-LEDGER-LINE-EXIT.
           IF NOT RCL-IS-INVOICE
              ADD RCL-AMOUNT TO ACCT-RECEIVED (ACCT-IDX)
              GO TO LOAD-ONE-LEDGER-LINE-EXIT.

           MOVE 1 TO BUCKET-NO.
           IF RCL-VALUE-DATE NUMERIC AND RCL-VALUE-DATE > 0
              MOVE RCL-VALUE-DATE TO CNV-CCYYMMDD
              PERFORM DATE-TO-DAY-NUMBER
              COMPUTE AGE-DAYS = AS-OF-DAYS - CNV-DAY-NUMBER
              IF AGE-DAYS > 90
                 MOVE 4 TO BUCKET-NO
              ELSE
                 IF AGE-DAYS > 60
                    MOVE 3 TO BUCKET-NO
                 ELSE
                    IF AGE-DAYS > 30
                       MOVE 2 TO BUCKET-NO.
           ADD RCL-AMOUNT TO ACCT-BUCKET (ACCT-IDX, BUCKET-NO).
       LOAD-ONE-LEDGER-LINE-EXIT. EXIT.

      *      RECEIPTS AND CREDITS COME OFF THE OLDEST MONEY FIRST.
      *      WHATEVER IS LEFT AFTER THE CURRENT BUCKET IS CREDIT ON
      *      ACCOUNT.
       NET-ONE-ACCOUNT.
           MOVE ACCT-RECEIVED (ACCT-IDX) TO UNAPPLIED.
           MOVE 'N' TO ACCT-PICKED (ACCT-IDX).
           PERFORM NET-ONE-BUCKET
               VARYING BUCKET-NO FROM 4 BY -1
               UNTIL BUCKET-NO < 1.
           COMPUTE ACCT-OPEN (ACCT-IDX) =
               ACCT-BUCKET (ACCT-IDX, 1) + ACCT-BUCKET (ACCT-IDX, 2)
             + ACCT-BUCKET (ACCT-IDX, 3) + ACCT-BUCKET (ACCT-IDX, 4).
           IF UNAPPLIED > 0
              ADD 1 TO MEMBERS-IN-CREDIT
              ADD UNAPPLIED TO CREDIT-TOTAL.

       NET-ONE-BUCKET.
           IF UNAPPLIED NOT < ACCT-BUCKET (ACCT-IDX, BUCKET-NO)
              SUBTRACT ACCT-BUCKET (ACCT-IDX, BUCKET-NO) FROM UNAPPLIED
              MOVE 0 TO ACCT-BUCKET (ACCT-IDX, BUCKET-NO)
           ELSE
              SUBTRACT UNAPPLIED FROM ACCT-BUCKET (ACCT-IDX, BUCKET-NO)
              MOVE 0 TO UNAPPLIED.

       AGE-ONE-ACCOUNT.
           IF ACCT-OPEN (ACCT-IDX) = 0
              GO TO AGE-ONE-ACCOUNT-EXIT.
           ADD 1 TO MEMBERS-OPEN.
           ADD ACCT-OPEN (ACCT-IDX) TO TOTAL-OPEN.
           MOVE ACCT-SERIAL (ACCT-IDX) TO AD-SERIAL.
           MOVE ACCT-SERIAL (ACCT-IDX) TO LOOKUP-SERIAL.
           PERFORM LOOKUP-MEMBER THRU LOOKUP-MEMBER-EXIT.
           IF MEMBER-IS-FOUND
              MOVE MEM-NAME TO AD-NAME
           ELSE
              MOVE '*** NOT ON FILE ***' TO AD-NAME.
           PERFORM MOVE-ONE-AGED-BUCKET
               VARYING BUCKET-NO FROM 1 BY 1
               UNTIL BUCKET-NO > 4.
           MOVE ACCT-OPEN (ACCT-IDX) TO AD-TOTAL.
           MOVE AGED-DETAIL-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
       AGE-ONE-ACCOUNT-EXIT. EXIT.

       MOVE-ONE-AGED-BUCKET.
           MOVE ACCT-BUCKET (ACCT-IDX, BUCKET-NO)
               TO AD-BUCKET (BUCKET-NO).
           ADD ACCT-BUCKET (ACCT-IDX, BUCKET-NO)
               TO TOTAL-BUCKET (BUCKET-NO).

       WRITE-AGED-TOTALS.
           MOVE MEMBERS-OPEN TO AT-MEMBERS.
           PERFORM MOVE-ONE-TOTAL-BUCKET
               VARYING BUCKET-NO FROM 1 BY 1
               UNTIL BUCKET-NO > 4.
           MOVE TOTAL-OPEN TO AT-TOTAL.
           MOVE SPACES TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE AGED-TOTAL-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE MEMBERS-IN-CREDIT TO AC-MEMBERS.
           MOVE CREDIT-TOTAL      TO AC-AMOUNT.
           MOVE AGED-CREDIT-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.

       MOVE-ONE-TOTAL-BUCKET.
           MOVE TOTAL-BUCKET (BUCKET-NO) TO AT-BUCKET (BUCKET-NO).

      *      ONE PASS OF THE TABLE PICKS THE WORST MEMBER NOT YET
      *      LISTED -- ONLY MONEY PAST 30 DAYS QUALIFIES -- AND LISTS
      *      THEM WITH THEIR CONTACT DETAIL AND RECORDS.
       LIST-NEXT-WORST.
           SET BEST-IS-NOT-FOUND TO TRUE.
           PERFORM CHECK-ONE-CANDIDATE
               VARYING ACCT-IDX FROM 1 BY 1
               UNTIL ACCT-IDX > ACCOUNT-COUNT.
           IF BEST-IS-NOT-FOUND
              GO TO LIST-NEXT-WORST-EXIT.
           SET ACCT-IDX TO BEST-IDX.
           MOVE 'Y' TO ACCT-PICKED (ACCT-IDX).
           ADD 1 TO WORKLIST-COUNT.

           MOVE ACCT-SERIAL (ACCT-IDX) TO LOOKUP-SERIAL.
           PERFORM LOOKUP-MEMBER THRU LOOKUP-MEMBER-EXIT.
           PERFORM COUNT-ACTIVE-RECORDS THRU COUNT-ACTIVE-RECORDS-EXIT.

           MOVE SPACES TO COL-LINE-WORK.
           PERFORM WRITE-COL-LINE.
           MOVE WORKLIST-COUNT TO CM-RANK.
           MOVE ACCT-SERIAL (ACCT-IDX) TO CM-SERIAL.
           IF MEMBER-IS-FOUND
              MOVE MEM-NAME    TO CM-NAME
              MOVE MEM-PHONE   TO CM-PHONE
              MOVE MEM-CONTACT TO CC-CONTACT
           ELSE
              MOVE '*** NO MEMBER RECORD ON FILE ***' TO CM-NAME
              MOVE SPACES TO CM-PHONE
              MOVE SPACES TO CC-CONTACT.
           MOVE SPACES TO CM-FLAG.
           IF ACCT-BUCKET (ACCT-IDX, 4) > 0
              AND ACTIVE-RECORDS > 0
              MOVE '*GRACE-VOID CANDIDATE*' TO CM-FLAG
              ADD 1 TO GRACE-CANDIDATES.
           MOVE COL-MEMBER-LINE TO COL-LINE-WORK.
           PERFORM WRITE-COL-LINE.
           MOVE COL-CONTACT-LINE TO COL-LINE-WORK.
           PERFORM WRITE-COL-LINE.
           PERFORM MOVE-ONE-OWED-BUCKET
               VARYING BUCKET-NO FROM 1 BY 1
               UNTIL BUCKET-NO > 4.
           MOVE ACCT-OPEN (ACCT-IDX) TO CA-TOTAL.
           MOVE COL-AMOUNT-LINE TO COL-LINE-WORK.
           PERFORM WRITE-COL-LINE.
           PERFORM LIST-MEMBER-RECORDS THRU LIST-MEMBER-RECORDS-EXIT.
       LIST-NEXT-WORST-EXIT. EXIT.

       MOVE-ONE-OWED-BUCKET.
           MOVE ACCT-BUCKET (ACCT-IDX, BUCKET-NO)
               TO CA-BUCKET (BUCKET-NO).

       CHECK-ONE-CANDIDATE.
           IF ACCT-PICKED (ACCT-IDX) = 'Y'
              OR ACCT-BUCKET (ACCT-IDX, 2) + ACCT-BUCKET (ACCT-IDX, 3)
                 + ACCT-BUCKET (ACCT-IDX, 4) = 0
              NEXT SENTENCE
           ELSE
              IF BEST-IS-NOT-FOUND
                 SET BEST-IDX TO ACCT-IDX
                 SET BEST-IS-FOUND TO TRUE
              ELSE
                 PERFORM COMPARE-WITH-BEST
                 IF CANDIDATE-IS-WORSE
                    SET BEST-IDX TO ACCT-IDX.

      *      OLDEST MONEY FIRST: MORE OVER 90 IS WORSE; A TIE GOES TO
      *      MORE AT 61-90, THEN 31-60, THEN THE LARGER BALANCE.
       COMPARE-WITH-BEST.
           SET CANDIDATE-NOT-WORSE TO TRUE.
           IF ACCT-BUCKET (ACCT-IDX, 4) > ACCT-BUCKET (BEST-IDX, 4)
              SET CANDIDATE-IS-WORSE TO TRUE
           ELSE
           IF ACCT-BUCKET (ACCT-IDX, 4) = ACCT-BUCKET (BEST-IDX, 4)
              IF ACCT-BUCKET (ACCT-IDX, 3) > ACCT-BUCKET (BEST-IDX, 3)
                 SET CANDIDATE-IS-WORSE TO TRUE
              ELSE
              IF ACCT-BUCKET (ACCT-IDX, 3) = ACCT-BUCKET (BEST-IDX, 3)
                 IF ACCT-BUCKET (ACCT-IDX, 2) >
                    ACCT-BUCKET (BEST-IDX, 2)
                    SET CANDIDATE-IS-WORSE TO TRUE
                 ELSE
                 IF ACCT-BUCKET (ACCT-IDX, 2) =
                    ACCT-BUCKET (BEST-IDX, 2)
                    AND ACCT-OPEN (ACCT-IDX) > ACCT-OPEN (BEST-IDX)
                    SET CANDIDATE-IS-WORSE TO TRUE.

      *      THE ACTIVE RECORDS BEHIND THE DEBT -- ONE POSITIONED
      *      PASS OVER THE SERIAL, THE SAME B-GET-GREATER START
      *      PACSTMT USES.
       COUNT-ACTIVE-RECORDS.
           MOVE 0 TO ACTIVE-RECORDS.
           IF PAC-FILE-CLOSED
              GO TO COUNT-ACTIVE-RECORDS-EXIT.
           MOVE LOOKUP-SERIAL TO B-PAC-KEY-SERIAL.
           MOVE 0             TO B-PAC-KEY-SEQ.
           CALL WINAPI 'BTRV' USING by value B-GET-GREATER,
             by reference B-PAC-POSITION,
                PAC-RECORD, B-PAC-LENGTH, B-PAC-KEY-BUFFER,
                by value B-PAC-KEY-NUMBER.
       COUNT-ACTIVE-NEXT.
           IF RETURN-CODE NOT = 0
              OR PAC-KEY-SERIAL NOT = LOOKUP-SERIAL
              GO TO COUNT-ACTIVE-RECORDS-EXIT.
           IF PAC-REC-ACTIVE
              ADD 1 TO ACTIVE-RECORDS.
           CALL WINAPI 'BTRV' USING by value B-GET-NEXT,
             by reference B-PAC-POSITION,
                PAC-RECORD, B-PAC-LENGTH, B-PAC-KEY-BUFFER,
                by value B-PAC-KEY-NUMBER.
           GO TO COUNT-ACTIVE-NEXT.
       COUNT-ACTIVE-RECORDS-EXIT. EXIT.

       LIST-MEMBER-RECORDS.
           IF PAC-FILE-CLOSED
              GO TO LIST-MEMBER-RECORDS-EXIT.
           MOVE LOOKUP-SERIAL TO B-PAC-KEY-SERIAL.
           MOVE 0             TO B-PAC-KEY-SEQ.
           CALL WINAPI 'BTRV' USING by value B-GET-GREATER,
             by reference B-PAC-POSITION,
                PAC-RECORD, B-PAC-LENGTH, B-PAC-KEY-BUFFER,
                by value B-PAC-KEY-NUMBER.
       LIST-MEMBER-NEXT.
           IF RETURN-CODE NOT = 0
              OR PAC-KEY-SERIAL NOT = LOOKUP-SERIAL
              GO TO LIST-MEMBER-RECORDS-EXIT.
           IF PAC-REC-ACTIVE
              MOVE PAC-KEY-SEQ  TO CR-SEQ
              MOVE PAC-SPEC     TO CR-SPEC
              MOVE PAC-GEAR     TO CR-GEAR
              MOVE PAC-AREA     TO CR-AREA
              MOVE PAC-QTY      TO CR-QTY
              MOVE PAC-VALUE    TO CR-VALUE
              MOVE PAC-EXP-DATE TO CR-EXP-DATE
              MOVE COL-RECORD-LINE TO COL-LINE-WORK
              PERFORM WRITE-COL-LINE.
           CALL WINAPI 'BTRV' USING by value B-GET-NEXT,
             by reference B-PAC-POSITION,
                PAC-RECORD, B-PAC-LENGTH, B-PAC-KEY-BUFFER,
                by value B-PAC-KEY-NUMBER.
           GO TO LIST-MEMBER-NEXT.
       LIST-MEMBER-RECORDS-EXIT. EXIT.

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
              DISPLAY 'PACAGED: MORE THAN ' ACCOUNT-MAX ' SERIALS ON '
                  WS-LEDGER-NAME ' -- RUN STOPPED'
              SET JOB-HAS-FAILED TO TRUE
              GO TO ADD-ACCOUNT-EXIT.
           ADD 1 TO ACCOUNT-COUNT.
           SET ACCT-IDX TO ACCOUNT-COUNT.
           MOVE LOOKUP-SERIAL TO ACCT-SERIAL (ACCT-IDX).
           MOVE 0 TO ACCT-BUCKET (ACCT-IDX, 1).
           MOVE 0 TO ACCT-BUCKET (ACCT-IDX, 2).
           MOVE 0 TO ACCT-BUCKET (ACCT-IDX, 3).
           MOVE 0 TO ACCT-BUCKET (ACCT-IDX, 4).
           MOVE 0 TO ACCT-RECEIVED (ACCT-IDX).
           MOVE 0 TO ACCT-OPEN (ACCT-IDX).
           MOVE 'N' TO ACCT-PICKED (ACCT-IDX).
           SET ACCT-IS-FOUND TO TRUE.
       ADD-ACCOUNT-EXIT. EXIT.

       OPEN-MEMBER-FILE.
           SET MEMBER-FILE-CLOSED TO TRUE.
           MOVE -2 TO B-MEM-KEY-NUMBER.
           CALL WINAPI 'BTRV' USING by value B-OPEN,
             by reference B-MEM-POSITION,
             OWNER-NAME, OWNER-LENGTH, B-MEM-NAME,
             by value B-MEM-KEY-NUMBER.
           IF RETURN-CODE = ZERO
              SET MEMBER-FILE-OPEN TO TRUE
              MOVE 0 TO B-MEM-KEY-NUMBER
           ELSE
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'OPEN' TO ERRJ-OPERATION
              PERFORM LOG-ERROR-JOURNAL
              DISPLAY 'PACAGED: MEMBER OPEN FAILED--> '
                  BTRV-STATUS-MESSAGE ' -- NAMES NOT JOINED'.
       OPEN-MEMBER-FILE-EXIT. EXIT.

       CLOSE-MEMBER-FILE.
           IF MEMBER-FILE-CLOSED
              GO TO CLOSE-MEMBER-FILE-EXIT.
           CALL WINAPI 'BTRV' USING by value B-CLOSE,
             by reference B-MEM-POSITION,
             OWNER-NAME, OWNER-LENGTH,
             B-MEM-KEY-BUFFER, by value B-MEM-KEY-NUMBER.
           IF RETURN-CODE NOT = ZERO
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'CLOSE' TO ERRJ-OPERATION
              PERFORM LOG-ERROR-JOURNAL
              DISPLAY 'PACAGED: MEMBER CLOSE FAILED--> '
                  BTRV-STATUS-MESSAGE.
       CLOSE-MEMBER-FILE-EXIT. EXIT.

      *      A MISSING YEAR FILE ONLY COSTS THE WORKLIST ITS RECORD
      *      LINES AND GRACE-VOID FLAGS; THE AGING STANDS ON THE
      *      LEDGER ALONE.
       OPEN-PAC-FILE.
           SET PAC-FILE-CLOSED TO TRUE.
           MOVE -2 TO B-PAC-KEY-NUMBER.
           CALL WINAPI 'BTRV' USING by value B-OPEN,
             by reference B-PAC-POSITION,
             OWNER-NAME, OWNER-LENGTH, B-PAC-NAME,
             by value B-PAC-KEY-NUMBER.
           IF RETURN-CODE = ZERO
              SET PAC-FILE-OPEN TO TRUE
              MOVE 0 TO B-PAC-KEY-NUMBER
           ELSE
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'OPEN' TO ERRJ-OPERATION
              PERFORM LOG-ERROR-JOURNAL
              DISPLAY 'PACAGED: PAC OPEN FAILED--> '
                  BTRV-STATUS-MESSAGE ' -- RECORDS NOT LISTED'.
       OPEN-PAC-FILE-EXIT. EXIT.

       CLOSE-PAC-FILE.
           IF PAC-FILE-CLOSED
              GO TO CLOSE-PAC-FILE-EXIT.
           CALL WINAPI 'BTRV' USING by value B-CLOSE,
             by reference B-PAC-POSITION,
             OWNER-NAME, OWNER-LENGTH,
             B-PAC-KEY-BUFFER, by value B-PAC-KEY-NUMBER.
           IF RETURN-CODE NOT = ZERO
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'CLOSE' TO ERRJ-OPERATION
              PERFORM LOG-ERROR-JOURNAL
              DISPLAY 'PACAGED: PAC CLOSE FAILED--> '
                  BTRV-STATUS-MESSAGE.
       CLOSE-PAC-FILE-EXIT. EXIT.

       LOOKUP-MEMBER.
           SET MEMBER-IS-NOT-FOUND TO TRUE.
           IF MEMBER-FILE-CLOSED
              GO TO LOOKUP-MEMBER-EXIT.
           MOVE LOOKUP-SERIAL TO B-MEM-KEY-SERIAL.
           CALL WINAPI 'BTRV' USING by value B-GET-EQUAL,
             by reference B-MEM-POSITION,
                MEMBER-RECORD, B-MEM-LENGTH, B-MEM-KEY-BUFFER,
                by value B-MEM-KEY-NUMBER.
           IF RETURN-CODE = ZERO
              SET MEMBER-IS-FOUND TO TRUE.
       LOOKUP-MEMBER-EXIT. EXIT.

       WRITE-RPT-LINE.
           IF PGH-LINE-COUNT OF PAGE-CTL
              NOT < PGH-LINES-PER-PAGE OF PAGE-CTL
              PERFORM START-NEW-PAGE.
           WRITE AGED-RPT-RECORD FROM RPT-LINE-WORK.
           ADD 1 TO PGH-LINE-COUNT OF PAGE-CTL.

       START-NEW-PAGE.
           MOVE 'H' TO PGH-REQUEST OF PAGE-CTL.
           CALL 'PACPAGE' USING PAGE-CTL.
           WRITE AGED-RPT-RECORD FROM PGH-LINE-1 OF PAGE-CTL.
           WRITE AGED-RPT-RECORD FROM PGH-LINE-2 OF PAGE-CTL.
           WRITE AGED-RPT-RECORD FROM PGH-LINE-3 OF PAGE-CTL.
           WRITE AGED-RPT-RECORD FROM AGED-COLUMNS.
           MOVE 04 TO PGH-LINE-COUNT OF PAGE-CTL.

       WRITE-END-LINE.
           MOVE 'E' TO PGH-REQUEST OF PAGE-CTL.
           CALL 'PACPAGE' USING PAGE-CTL.
           WRITE AGED-RPT-RECORD FROM PGH-LINE-1 OF PAGE-CTL.

       WRITE-COL-LINE.
           IF PGH-LINE-COUNT OF COL-PAGE-CTL
              NOT < PGH-LINES-PER-PAGE OF COL-PAGE-CTL
              PERFORM START-NEW-COL-PAGE.
           WRITE AGED-COL-RECORD FROM COL-LINE-WORK.
           ADD 1 TO PGH-LINE-COUNT OF COL-PAGE-CTL.

       START-NEW-COL-PAGE.
           MOVE 'H' TO PGH-REQUEST OF COL-PAGE-CTL.
           CALL 'PACPAGE' USING COL-PAGE-CTL.
           WRITE AGED-COL-RECORD FROM PGH-LINE-1 OF COL-PAGE-CTL.
           WRITE AGED-COL-RECORD FROM PGH-LINE-2 OF COL-PAGE-CTL.
           WRITE AGED-COL-RECORD FROM PGH-LINE-3 OF COL-PAGE-CTL.
           MOVE 03 TO PGH-LINE-COUNT OF COL-PAGE-CTL.

       WRITE-COL-END-LINE.
           MOVE 'E' TO PGH-REQUEST OF COL-PAGE-CTL.
           CALL 'PACPAGE' USING COL-PAGE-CTL.
           WRITE AGED-COL-RECORD FROM PGH-LINE-1 OF COL-PAGE-CTL.

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

       LOG-ERROR-JOURNAL.
           MOVE B-PAC-KEY-BUFFER TO ERRJ-KEY.
           MOVE BTRV-STATUS-CODE TO ERRJ-STATUS-CODE.
           MOVE BTRV-STATUS-MESSAGE TO ERRJ-MESSAGE.
           CALL 'PACERRJ' USING ERRJ-PARM.
