       ID DIVISION.
       PROGRAM-ID.  PACMASK.
       AUTHOR.  Oliphant .
       DATE-WRITTEN. OCTOBER 15, 2026.
       DATE-COMPILED.
       REMARKS.  MASKED TEST COPY OF A PRODUCTION YEAR.  PACGEN'S
           SYNTHETIC YEARS EXERCISE THE SWEEPS, BUT CONVERSION AND FEE
           PROBLEMS TURN ON THE SHAPE OF REAL DATA, AND REAL MEMBER
           DETAILS MAY NOT GO TO TESTERS.  THIS PROGRAM COPIES ONE
           YEAR OF ONE REGION -- pacRRCCYY.btr, ITS jrnRRCCYY.dat AND
           ntsRRCCYY.dat, AND THE member.btr ROWS OF EVERY SERIAL IN
           THE YEAR -- INTO A SCRATCH REGION:
             EVERY SERIAL IS SCRAMBLED BY A KEYED, ONE-TO-ONE
             SUBSTITUTION (LETTERS STAY LETTERS, DIGITS STAY DIGITS),
             THE SAME WAY IN EVERY FILE, SO PAC RECORDS, JOURNAL
             LINES AND THEIR IMAGES, NOTES AND MEMBERS STILL MEET ON
             THE SAME SERIAL -- AND A SECOND YEAR COPIED WITH THE SAME
             KEY MEETS THE FIRST;
             MEMBER NAMES, CONTACTS AND PHONES ARE REPLACED WITH
             FAKES PICKED FROM THE SCRAMBLED SERIAL (A BLANK FIELD
             STAYS BLANK); THE MEMBERS GO TO memberRR.btr, BUILT FROM
             PACMFSB, SINCE member.btr BELONGS TO THE MEMBER SYSTEM --
             A TESTER WHO NEEDS THE LOOKUPS COPIES IT OVER member.btr
             IN THE TEST DIRECTORY;
             NOTE TEXT IS WITHHELD (A FREE-TEXT NOTE CAN NAME ANYONE);
             A *SEALED* LINE PACCLOSE LEFT ON THE JOURNAL IS DROPPED,
             AS THE SEAL CANNOT SURVIVE THE SCRAMBLE, AND THE
             COPY'S JOURNAL LINES ARE HASH-CHAINED AFRESH (PACCHAIN);
             SEQS, CODES, DATES, STATUS, AGENT, QUOTE, QUANTITY AND
             VALUE ARE COPIED UNCHANGED, AND THE LOADED YEAR IS SWEPT
             BACK SO ITS RECORD COUNT AND ITS QTY AND VALUE TOTALS
             MUST EQUAL THE SOURCE'S.
           THE TARGET MUST BE A SCRATCH REGION: ONE ALREADY ON THE
           pacscrat.dat REGISTER (PACSCR.COB), OR A CODE WITH NO YEAR
           FILE, JOURNAL OR NOTES FILE ON THE VOLUME, WHICH IS THEN
           REGISTERED.  ANY OTHER TARGET, THE SPACES REGION, OR THE
           SOURCE REGION ITSELF IS A LIVE REGION AND THE RUN IS
           REFUSED.  IN A SCRATCH REGION THE TARGET YEAR'S FILES ARE
           REPLACED.  A SUPERVISOR (pacoper.dat LEVEL 3) RUNS IT, WITH
           THE PACLOCK RUN TOKEN HELD ON THE SOURCE YEAR FOR A
           CONSISTENT COPY.  THE SCRAMBLE KEY IS NEVER PRINTED.
           COUNTS AND TOTALS GO TO pacmaskRR.rpt.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. COMPAQ-DESKPRO-286.
       OBJECT-COMPUTER. ANY-COMPAQ-COMPATABLE.
       SPECIAL-NAMES.
           CALL-CONVENTION 64 IS WINAPI.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO WS-OPERATOR-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-STATUS.
           SELECT MASK-SCR-FILE ASSIGN TO WS-SCR-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCR-FILE-STATUS.
           SELECT MASK-JRN-IN ASSIGN TO WS-JRN-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JRN-IN-STATUS.
           SELECT MASK-JRN-OUT ASSIGN TO WS-JRN-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JRN-OUT-STATUS.
           SELECT MASK-NTS-IN ASSIGN TO WS-NTS-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NTS-IN-STATUS.
           SELECT MASK-NTS-OUT ASSIGN TO WS-NTS-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NTS-OUT-STATUS.
           SELECT MASK-RPT-FILE ASSIGN TO WS-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *      SAME pacoper.dat LAYOUT PACMENU SIGNS OPERATORS ON
      *      WITH: ID, PASSWORD, AUTHORIZATION LEVEL (3 AND UP MAY
      *      TAKE A TEST COPY OF PRODUCTION).
       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           05  OPR-ID                  PIC X(08).
           05  FILLER                  PIC X(01).
           05  OPR-PASSWORD            PIC X(08).
           05  FILLER                  PIC X(01).
           05  OPR-LEVEL               PIC 9(01).
       FD  MASK-SCR-FILE.
       01  MASK-SCR-RECORD.
           COPY 'PACSCR.COB'.
       FD  MASK-JRN-IN.
       01  MASK-JRN-IN-RECORD          PIC X(265).
       FD  MASK-JRN-OUT.
       01  MASK-JRN-OUT-RECORD         PIC X(265).
       FD  MASK-NTS-IN.
       01  MASK-NTS-IN-RECORD          PIC X(82).
       FD  MASK-NTS-OUT.
       01  MASK-NTS-OUT-RECORD         PIC X(82).
       FD  MASK-RPT-FILE.
       01  MASK-RPT-RECORD             PIC X(80).
*      WORKING-STORAGE SECTION.
       01  B-OPEN         PIC 9(4) BINARY VALUE 0.
       01  B-CLOSE        PIC 9(4) BINARY VALUE 1.
       01  B-INS          PIC 9(4) BINARY VALUE 2.
       01  B-GET-EQUAL    PIC 9(4) BINARY VALUE 5.
       01  B-GET-NEXT     PIC 9(4) BINARY VALUE 6.
       01  B-GET-GREATER  PIC 9(4) BINARY VALUE 9.
       01  B-CREATE       PIC 9(4) BINARY VALUE 14.
       01  PAC-RECORD.
           COPY 'PAC.COB'.
       01  MEMBER-RECORD.
           COPY 'MEMBER.COB'.
       01  JOURNAL-RECORD.
           COPY 'PACJRN.COB'.
       01  OWNER-NAME     PIC X(8) VALUE SPACES.
       01  OWNER-LENGTH   PIC 9(4) BINARY VALUE 0.

      *      THE TARGET YEAR -- PACBINS LOADS THROUGH THIS GROUP.
       01  B-PAC-FILE-STUFF.
           05  B-PAC-POSITION          PIC X(128).
           05  B-PAC-LENGTH            PIC 9(4)    BINARY  VALUE 103.
           05  B-PAC-NAME              PIC X(32).
           05  B-PAC-KEY-NUMBER        PIC S9(4)   BINARY.
           05  B-PAC-KEY-BUFFER.
               10  B-PAC-KEY-SERIAL    PIC X(05).
               10  B-PAC-KEY-SEQ       PIC 9(03).

      *      SECOND POSITION GROUP FOR THE PRODUCTION YEAR BEING
      *      COPIED, SO THE SWEEP'S CURRENCY IS NEVER DISTURBED BY
      *      THE LOAD.
       01  B-SRC-FILE-STUFF.
           05  B-SRC-POSITION          PIC X(128).
           05  B-SRC-LENGTH            PIC 9(4)    BINARY  VALUE 103.
           05  B-SRC-NAME              PIC X(32).
           05  B-SRC-KEY-NUMBER        PIC S9(4)   BINARY.
           05  B-SRC-KEY-BUFFER.
               10  B-SRC-KEY-SERIAL    PIC X(05).
               10  B-SRC-KEY-SEQ       PIC 9(03).

       01  B-MEM-FILE-STUFF.
           05  B-MEM-POSITION          PIC X(128).
           05  B-MEM-LENGTH            PIC 9(4)    BINARY  VALUE 100.
           05  B-MEM-NAME              PIC X(32)   VALUE 'member.btr'.
           05  B-MEM-KEY-NUMBER        PIC S9(4)   BINARY.
           05  B-MEM-KEY-BUFFER.
               10  B-MEM-KEY-SERIAL    PIC X(05).

      *      THE SCRATCH REGION'S STAND-IN MEMBER FILE.
       01  B-MTG-FILE-STUFF.
           05  B-MTG-POSITION          PIC X(128).
           05  B-MTG-LENGTH            PIC 9(4)    BINARY  VALUE 100.
           05  B-MTG-NAME              PIC X(32).
           05  B-MTG-KEY-NUMBER        PIC S9(4)   BINARY.
           05  B-MTG-KEY-BUFFER.
               10  B-MTG-KEY-SERIAL    PIC X(05).

      *      SAME FILE/KEY SPECIFICATION PACNEWYR CREATES A NEW YEAR
      *      WITH, SO THE TEST YEAR IS BUILT THE WAY A PRODUCTION ONE
      *      IS.
       01  PAC-FSB.
           COPY 'PACFSB.COB'.
       01  FSB-LENGTH             PIC 9(4) BINARY VALUE 142.
       01  MEM-FSB.
           COPY 'PACMFSB.COB'.
       01  MFSB-LENGTH            PIC 9(4) BINARY VALUE 30.

       01  BTRV-STATUS-CODE     PIC S9(4) BINARY VALUE 0.
       01  BTRV-STATUS-MESSAGE  PIC X(40) VALUE SPACES.

      *      CENTRAL ERROR JOURNAL HOOK -- ONE PACERRJ ROW PER
      *      NONZERO BTRV STATUS (PACERRJ HAS NO SEPARATE COPYBOOK
      *      FOR ITS PARAMETER).
       01  ERRJ-PARM.
           05  ERRJ-PROGRAM       PIC X(08) VALUE 'PACMASK'.
           05  ERRJ-OPERATION     PIC X(08).
           05  ERRJ-KEY           PIC X(08).
           05  ERRJ-STATUS-CODE   PIC S9(4) BINARY.
           05  ERRJ-MESSAGE       PIC X(40).

      *      BLOCKED-INSERT HOOK -- THE TEST YEAR IS LOADED THROUGH
      *      PACBINS, WHICH BLOCKS THE RECORDS UP WITH INSERT
      *      EXTENDED AND DROPS BACK TO PLAIN B-INS ON AN ENGINE
      *      THAT CANNOT (PACBINS HAS NO SEPARATE COPYBOOK FOR ITS
      *      PARAMETER).
       01  BINS-PARM.
           05  BINS-REQUEST        PIC X(01).
           05  BINS-STATUS         PIC S9(4) BINARY.
           05  BINS-MODE           PIC X(01).
               88  BINS-RECORD-MODE      VALUE 'R'.
           05  BINS-RECORD         PIC X(103).
           05  BINS-INSERTED       PIC 9(08).
           05  BINS-FAIL-COUNT     PIC 9(02).
           05  BINS-FAIL-ENTRY OCCURS 30 TIMES
                   INDEXED BY BINS-FAIL-IDX.
               10  BINS-FAIL-STATUS PIC S9(4) BINARY.
               10  BINS-FAIL-RECORD PIC X(103).
       01  BINS-SCAN            PIC 9(02) VALUE 0.

      *      SUITE-WIDE RUN TOKEN (PACLOCK HAS NO SEPARATE COPYBOOK
      *      FOR ITS PARAMETER) -- HELD ON THE SOURCE YEAR SO NO
      *      UPDATE LANDS PART WAY THROUGH THE COPY.
       01  LOCK-PARM.
           05  LOCK-REQUEST        PIC X(01).
           05  LOCK-RESULT         PIC X(01).
               88  LOCK-GRANTED          VALUE 'G'.
               88  LOCK-BUSY             VALUE 'B'.
           05  LOCK-PROGRAM        PIC X(08) VALUE 'PACMASK'.
           05  LOCK-CCYY           PIC 9(04).
           05  LOCK-REGION         PIC X(02).
           05  LOCK-HOLDER         PIC X(08).
           05  LOCK-SINCE          PIC 9(06).
           05  LOCK-START-TIME     PIC 9(06).
       01  LOCK-HELD-SW            PIC X VALUE 'N'.
           88  RUN-TOKEN-HELD            VALUE 'Y'.
           88  RUN-TOKEN-NOT-HELD        VALUE 'N'.

      *      REPORT GENERATIONS -- THE PRIOR COPY IS ROTATED TO
      *      <name>.g1 (AND SO ON) THROUGH PACGDG BEFORE THE NEW
      *      RUN OPENS OUTPUT, SO A RERUN NO LONGER DESTROYS THE
      *      PRIOR RUN'S REPORT.
       01  GDG-PARM.
           05  GDG-FILE-NAME        PIC X(32).

       01  WS-OPERATOR-NAME      PIC X(32) VALUE 'pacoper.dat'.
       01  OPERATOR-STATUS       PIC X(2).
       01  WS-SCR-NAME           PIC X(32) VALUE 'pacscrat.dat'.
       01  SCR-FILE-STATUS       PIC X(2).
       01  WS-JRN-IN-NAME        PIC X(32).
       01  JRN-IN-STATUS         PIC X(2).
       01  WS-JRN-OUT-NAME       PIC X(32).
       01  JRN-OUT-STATUS        PIC X(2).
       01  WS-JRN-HEAD-NAME      PIC X(40).
       01  WS-NTS-IN-NAME        PIC X(32).
       01  NTS-IN-STATUS         PIC X(2).
       01  WS-NTS-OUT-NAME       PIC X(32).
       01  NTS-OUT-STATUS        PIC X(2).
       01  WS-RPT-NAME           PIC X(32).
       01  RPT-FILE-STATUS       PIC X(2).
       01  WS-PROBE-NAME         PIC X(32).
       01  FILE-OP-STATUS        PIC 9(09) BINARY VALUE 0.

       01  CHECK-FILE-DETAILS.
           05  CHECK-FILE-SIZE     PIC X(8) COMP-X.
           05  CHECK-FILE-DAY      PIC X    COMP-X.
           05  CHECK-FILE-MONTH    PIC X    COMP-X.
           05  CHECK-FILE-YEAR     PIC XX   COMP-X.
           05  CHECK-FILE-HOUR     PIC X    COMP-X.
           05  CHECK-FILE-MINUTE   PIC X    COMP-X.
           05  CHECK-FILE-SECOND   PIC X    COMP-X.
           05  CHECK-FILE-HUNDREDTH PIC X   COMP-X.

       01  TARGET-CCYY-DISPLAY  PIC 9(4) VALUE 0.
       01  PROBE-CCYY            PIC 9(04) VALUE 0.
       01  PROBE-LAST-CCYY       PIC 9(04) VALUE 0.
       01  PROBE-FIRST-CCYY      PIC 9(04) VALUE 1980.
       01  RUN-YYMMDD            PIC 9(06) VALUE 0.
       01  RUN-YY REDEFINES RUN-YYMMDD.
           05  RUN-YY-PART       PIC 9(02).
           05  FILLER            PIC 9(04).
       01  RUN-TIME              PIC 9(06) VALUE 0.
       01  RUN-TIME-WORK         PIC 9(08) VALUE 0.

       01  INPUT-EOF-SW          PIC X VALUE 'N'.
           88  INPUT-AT-EOF             VALUE 'Y'.
           88  INPUT-NOT-AT-EOF         VALUE 'N'.
       01  SRC-EOF-SW            PIC X VALUE 'N'.
           88  SRC-AT-EOF               VALUE 'Y'.
           88  SRC-NOT-AT-EOF           VALUE 'N'.
       01  OPERATOR-SW           PIC X VALUE 'N'.
           88  OPERATOR-AUTHORIZED      VALUE 'Y'.
           88  OPERATOR-NOT-AUTHORIZED  VALUE 'N'.
       01  SCRATCH-SW            PIC X VALUE 'N'.
           88  TARGET-ON-REGISTER       VALUE 'Y'.
           88  TARGET-NOT-ON-REGISTER   VALUE 'N'.
       01  LIVE-SW               PIC X VALUE 'N'.
           88  TARGET-IS-LIVE           VALUE 'Y'.
           88  TARGET-IS-EMPTY          VALUE 'N'.
       01  MEMBER-OPEN-SW        PIC X VALUE 'N'.
           88  MEMBER-FILE-OPEN         VALUE 'Y'.
           88  MEMBER-FILE-CLOSED       VALUE 'N'.
       01  JOB-FAILED-SW         PIC X VALUE 'N'.
           88  JOB-HAS-FAILED           VALUE 'Y'.
           88  JOB-IS-CLEAN             VALUE 'N'.
       01  LIVE-FILE-NAME        PIC X(32) VALUE SPACES.

      *      SERIAL SCRAMBLE.  TWO PASSES OVER THE FIVE CHARACTERS,
      *      LEFT TO RIGHT THEN RIGHT TO LEFT; EACH LETTER OR DIGIT
      *      IS ROTATED WITHIN ITS OWN ALPHABET BY A CHAIN VALUE
      *      STARTED FROM THE KEY AND STIRRED BY EVERY ORIGINAL
      *      CHARACTER ALREADY PASSED.  A ROTATION IS UNDONE BY THE
      *      SAME CHAIN, SO TWO SERIALS NEVER SCRAMBLE TO ONE; ANY
      *      OTHER CHARACTER (A SPACE) IS LEFT WHERE IT IS.
       01  SCRAMBLE-IN           PIC X(05) VALUE SPACES.
       01  SCRAMBLE-OUT          PIC X(05) VALUE SPACES.
       01  SCR-POS               PIC 9(02) VALUE 0.
       01  SCR-STEP              PIC S9(02) VALUE 0.
       01  SCR-PASS              PIC 9(01) VALUE 0.
       01  SCR-CHAR              PIC X(01).
       01  MASK-CHAIN            PIC 9(05) VALUE 0.
       01  CHAIN-WORK            PIC 9(09) VALUE 0.
       01  CHAIN-QUOTIENT        PIC 9(09) VALUE 0.
       01  CHAR-VALUE            PIC 9(02) VALUE 0.
       01  CHAR-IDX              PIC 9(02) VALUE 0.
       01  NEW-IDX               PIC 9(02) VALUE 0.
       01  SCR-DIGITS            PIC X(10) VALUE '0123456789'.
       01  SCR-LETTERS           PIC X(26) VALUE
           'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  PREV-SERIAL           PIC X(05) VALUE LOW-VALUES.
       01  NEW-SERIAL            PIC X(05) VALUE SPACES.
       01  MEMBER-HASH           PIC 9(05) VALUE 0.

      *      FAKE MEMBER DETAILS, PICKED BY THE SCRAMBLED SERIAL'S
      *      CHAIN VALUE SO THE SAME SERIAL ALWAYS GETS THE SAME
      *      FAKE.  THE 555-01 PHONE RANGE IS THE ONE SET ASIDE FOR
      *      FICTION AND REACHES NOBODY.
       01  SURNAME-VALUES.
           05  FILLER             PIC X(10) VALUE 'ABERNETHY'.
           05  FILLER             PIC X(10) VALUE 'BRADSHAW'.
           05  FILLER             PIC X(10) VALUE 'CALDWELL'.
           05  FILLER             PIC X(10) VALUE 'DRUMMOND'.
           05  FILLER             PIC X(10) VALUE 'ELLERBY'.
           05  FILLER             PIC X(10) VALUE 'FAIRFAX'.
           05  FILLER             PIC X(10) VALUE 'GALBRAITH'.
           05  FILLER             PIC X(10) VALUE 'HOLLOWAY'.
           05  FILLER             PIC X(10) VALUE 'INGLEBY'.
           05  FILLER             PIC X(10) VALUE 'JARDINE'.
           05  FILLER             PIC X(10) VALUE 'KINCAID'.
           05  FILLER             PIC X(10) VALUE 'LOCKHART'.
           05  FILLER             PIC X(10) VALUE 'MARCHBANK'.
           05  FILLER             PIC X(10) VALUE 'NETHERCOTT'.
           05  FILLER             PIC X(10) VALUE 'OAKSHOTT'.
           05  FILLER             PIC X(10) VALUE 'PENNYCOOK'.
           05  FILLER             PIC X(10) VALUE 'RAMSBOTTOM'.
           05  FILLER             PIC X(10) VALUE 'STANYFORTH'.
           05  FILLER             PIC X(10) VALUE 'THORNDIKE'.
           05  FILLER             PIC X(10) VALUE 'WETHERALL'.
       01  SURNAME-TABLE REDEFINES SURNAME-VALUES.
           05  FAKE-SURNAME       PIC X(10) OCCURS 20 TIMES.
       01  FORENAME-VALUES.
           05  FILLER             PIC X(08) VALUE 'ALICE'.
           05  FILLER             PIC X(08) VALUE 'BERNARD'.
           05  FILLER             PIC X(08) VALUE 'CLARA'.
           05  FILLER             PIC X(08) VALUE 'DESMOND'.
           05  FILLER             PIC X(08) VALUE 'EDITH'.
           05  FILLER             PIC X(08) VALUE 'FRANCIS'.
           05  FILLER             PIC X(08) VALUE 'GERTRUDE'.
           05  FILLER             PIC X(08) VALUE 'HAROLD'.
           05  FILLER             PIC X(08) VALUE 'IRENE'.
           05  FILLER             PIC X(08) VALUE 'JULIAN'.
           05  FILLER             PIC X(08) VALUE 'KATHLEEN'.
           05  FILLER             PIC X(08) VALUE 'LEONARD'.
           05  FILLER             PIC X(08) VALUE 'MARGARET'.
           05  FILLER             PIC X(08) VALUE 'NORMAN'.
           05  FILLER             PIC X(08) VALUE 'OLIVE'.
           05  FILLER             PIC X(08) VALUE 'PERCY'.
           05  FILLER             PIC X(08) VALUE 'ROSALIND'.
           05  FILLER             PIC X(08) VALUE 'STANLEY'.
           05  FILLER             PIC X(08) VALUE 'THEODORA'.
           05  FILLER             PIC X(08) VALUE 'WALTER'.
       01  FORENAME-TABLE REDEFINES FORENAME-VALUES.
           05  FAKE-FORENAME      PIC X(08) OCCURS 20 TIMES.
       01  SUFFIX-VALUES.
           05  FILLER             PIC X(10) VALUE 'HOLDINGS'.
           05  FILLER             PIC X(10) VALUE 'FARMS'.
           05  FILLER             PIC X(10) VALUE '& SONS'.
           05  FILLER             PIC X(10) VALUE 'TRADING'.
           05  FILLER             PIC X(10) VALUE 'PARTNERS'.
           05  FILLER             PIC X(10) VALUE 'LIMITED'.
           05  FILLER             PIC X(10) VALUE 'AND CO'.
       01  SUFFIX-TABLE REDEFINES SUFFIX-VALUES.
           05  FAKE-SUFFIX        PIC X(10) OCCURS 7 TIMES.
       01  PICK-SURNAME          PIC 9(02) VALUE 0.
       01  PICK-CONTACT-NAME     PIC 9(02) VALUE 0.
       01  PICK-FORENAME         PIC 9(02) VALUE 0.
       01  PICK-SUFFIX           PIC 9(02) VALUE 0.
       01  PICK-WORK             PIC 9(05) VALUE 0.
       01  FAKE-PHONE.
           05  FILLER             PIC X(06) VALUE '555-01'.
           05  FAKE-PHONE-LINE    PIC 9(02).
           05  FILLER             PIC X(06) VALUE SPACES.

       01  WITHHELD-NOTE-TEXT    PIC X(50) VALUE
           'TEST COPY -- NOTE TEXT WITHHELD'.

       01  SRC-COUNT             PIC 9(08) VALUE 0.
       01  SRC-QTY-TOTAL         PIC 9(11) VALUE 0.
       01  SRC-VALUE-TOTAL       PIC 9(11)V99 VALUE 0.
       01  TGT-COUNT             PIC 9(08) VALUE 0.
       01  TGT-QTY-TOTAL         PIC 9(11) VALUE 0.
       01  TGT-VALUE-TOTAL       PIC 9(11)V99 VALUE 0.
       01  LOAD-COUNT            PIC 9(08) VALUE 0.
       01  SERIAL-COUNT          PIC 9(08) VALUE 0.
       01  MEMBERS-FAKED         PIC 9(08) VALUE 0.
       01  MEMBERS-ON-TARGET     PIC 9(08) VALUE 0.
       01  MEMBERS-MISSING       PIC 9(08) VALUE 0.
       01  JRN-COPIED            PIC 9(08) VALUE 0.
       01  JRN-SEALS-DROPPED     PIC 9(08) VALUE 0.
       01  NTS-COPIED            PIC 9(08) VALUE 0.

      *      HASH-CHAIN LINK FOR EACH JOURNAL LINE COPIED -- THE
      *      COPY IS A NEW FILE WITH A CHAIN OF ITS OWN (PACCHAIN HAS
      *      NO SEPARATE COPYBOOK FOR ITS PARAMETER).
       01  CHAIN-PARM.
           05  CHN-REQUEST            PIC X(01).
           05  CHN-FILE-NAME          PIC X(32).
           05  CHN-LENGTH             PIC 9(03).
           05  CHN-LINE               PIC X(255).
           05  CHN-VALUE              PIC 9(09).
           05  CHN-COUNT              PIC 9(08).
           05  CHN-RESULT             PIC X(01).

       01  MASK-TITLE-LINE        PIC X(80) VALUE
           'PAC MASKED TEST COPY'.
       01  MASK-HEAD-LINE.
           05  FILLER             PIC X(05) VALUE 'YEAR '.
           05  MH-CCYY            PIC 9(04).
           05  FILLER             PIC X(15) VALUE '  FROM REGION  '.
           05  MH-SOURCE          PIC X(02).
           05  FILLER             PIC X(15) VALUE '  INTO REGION  '.
           05  MH-TARGET          PIC X(02).
           05  FILLER             PIC X(04) VALUE ' BY '.
           05  MH-OPERATOR        PIC X(08).
           05  FILLER             PIC X(04) VALUE ' ON '.
           05  MH-DATE            PIC 9(06).
           05  FILLER             PIC X(04) VALUE ' AT '.
           05  MH-TIME            PIC 9(06).
           05  FILLER             PIC X(05) VALUE SPACES.
       01  MASK-BLANK-LINE        PIC X(80) VALUE SPACES.
       01  MASK-COUNT-LINE.
           05  ML-LABEL           PIC X(40).
           05  ML-COUNT           PIC ZZ,ZZZ,ZZ9.
           05  FILLER             PIC X(30) VALUE SPACES.
       01  MASK-TOTAL-LINE.
           05  MT-LABEL           PIC X(20).
           05  FILLER             PIC X(08) VALUE 'SOURCE  '.
           05  MT-SOURCE          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(10) VALUE '  TARGET  '.
           05  MT-TARGET          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(06) VALUE SPACES.
       01  MASK-RESULT-LINE.
           05  FILLER             PIC X(08) VALUE 'RESULT  '.
           05  MR-TEXT            PIC X(72).

      *      RUN-HISTORY HOOK -- START-TIME STAMP CAPTURED AT A000,
      *      ONE PACHIST ROW APPENDED AT END OF JOB (PACHIST HAS NO
      *      SEPARATE COPYBOOK FOR ITS PARAMETER).
       01  HIST-PARM.
           05  HIST-PROGRAM       PIC X(08) VALUE 'PACMASK'.
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
       01  MASK-PARM.
           05  MASK-CCYY          PIC 9(04).
      *      REGION CODES -- SPACES = THE HISTORIC SINGLE-REGION
      *      FILE SET (pacCCYY.btr), WHICH MAY BE A SOURCE BUT IS
      *      ALWAYS LIVE AND SO NEVER A TARGET.
           05  MASK-SOURCE-REGION PIC X(02).
           05  MASK-TARGET-REGION PIC X(02).
      *      SCRAMBLE KEY, NONZERO.  THE SAME KEY SCRAMBLES A SERIAL
      *      THE SAME WAY IN EVERY YEAR COPIED WITH IT; KEEP IT OFF
      *      ANYTHING THE TESTERS SEE.
           05  MASK-KEY           PIC 9(05).
           05  MASK-OPERATOR      PIC X(08).
       PROCEDURE DIVISION USING MASK-PARM.
       A000-BEGIN.
           CALL 'DOS_GET_TIME' USING HIST-START-STAMP.
           ACCEPT RUN-YYMMDD FROM DATE.
           ACCEPT RUN-TIME-WORK FROM TIME.
           DIVIDE RUN-TIME-WORK BY 100 GIVING RUN-TIME.
           MOVE MASK-CCYY TO TARGET-CCYY-DISPLAY.

           IF MASK-KEY NOT NUMERIC OR MASK-KEY = ZERO
              DISPLAY 'PACMASK: A NONZERO SCRAMBLE KEY IS REQUIRED'
              SET JOB-HAS-FAILED TO TRUE
              GO TO DONE.
           IF MASK-TARGET-REGION = SPACES
              OR MASK-TARGET-REGION = MASK-SOURCE-REGION
              DISPLAY 'PACMASK: TARGET REGION "' MASK-TARGET-REGION
                  '" IS LIVE -- RUN REFUSED'
              SET JOB-HAS-FAILED TO TRUE
              GO TO DONE.

           PERFORM CHECK-SUPERVISOR THRU CHECK-SUPERVISOR-EXIT.
           IF OPERATOR-NOT-AUTHORIZED
              DISPLAY 'PACMASK: ' MASK-OPERATOR ' IS NOT A'
                  ' SUPERVISOR -- A TEST COPY NEEDS LEVEL 3'
              SET JOB-HAS-FAILED TO TRUE
              GO TO DONE.

           PERFORM CHECK-TARGET-REGION THRU CHECK-TARGET-REGION-EXIT.
           IF TARGET-IS-LIVE
              DISPLAY 'PACMASK: TARGET REGION ' MASK-TARGET-REGION
                  ' HAS ' LIVE-FILE-NAME ' AND IS NOT ON '
                  WS-SCR-NAME ' -- IT IS LIVE; RUN REFUSED'
              SET JOB-HAS-FAILED TO TRUE
              GO TO DONE.

           MOVE SPACES TO B-SRC-NAME.
           STRING 'pac' DELIMITED BY SIZE
                  MASK-SOURCE-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.btr' DELIMITED BY SIZE
                  INTO B-SRC-NAME.
           CALL 'CBL_CHECK_FILE_EXIST' USING B-SRC-NAME
                                             CHECK-FILE-DETAILS.
           IF RETURN-CODE NOT = ZERO
              MOVE 0 TO RETURN-CODE
              DISPLAY 'PACMASK: ' B-SRC-NAME ' NOT FOUND --'
                  ' NOTHING TO COPY'
              SET JOB-HAS-FAILED TO TRUE
              GO TO DONE.

           PERFORM TAKE-RUN-TOKEN THRU TAKE-RUN-TOKEN-EXIT.
           IF RUN-TOKEN-NOT-HELD
              SET JOB-HAS-FAILED TO TRUE
              GO TO DONE.

           IF TARGET-NOT-ON-REGISTER
              PERFORM REGISTER-SCRATCH-REGION.
           PERFORM SET-TARGET-NAMES.

           PERFORM COPY-YEAR-FILE THRU COPY-YEAR-FILE-EXIT.
           IF JOB-IS-CLEAN
              PERFORM VERIFY-TARGET-YEAR THRU VERIFY-TARGET-YEAR-EXIT.
           IF JOB-IS-CLEAN
              PERFORM COPY-JOURNAL THRU COPY-JOURNAL-EXIT.
           IF JOB-IS-CLEAN
              PERFORM COPY-NOTES THRU COPY-NOTES-EXIT.
           PERFORM WRITE-MASK-REPORT.

       DONE.
           PERFORM DROP-RUN-TOKEN.
           MOVE MASK-CCYY  TO HIST-CCYY.
           MOVE LOAD-COUNT TO HIST-RECORDS.
           IF JOB-HAS-FAILED
              MOVE 'FAILED' TO HIST-STATUS.
           CALL 'PACHIST' USING HIST-PARM.
           IF JOB-IS-CLEAN
              DISPLAY 'PACMASK: ' LOAD-COUNT ' RECORD(S) COPIED TO '
                  B-PAC-NAME ' -- SEE ' WS-RPT-NAME
              MOVE 0 TO RETURN-CODE
           ELSE
              DISPLAY 'PACMASK: TEST COPY NOT COMPLETE'
              MOVE 1 TO RETURN-CODE.
           GOBACK.

      * ------------------------------------------------------------
      *      WHO MAY COPY, AND WHERE TO.
      * ------------------------------------------------------------
      *      SAME pacoper.dat SCAN PACMENU'S SIGN-ON DOES, BUT ONLY
      *      THE ID AND LEVEL MATTER HERE.
       CHECK-SUPERVISOR.
           SET OPERATOR-NOT-AUTHORIZED TO TRUE.
           IF MASK-OPERATOR = SPACES
              GO TO CHECK-SUPERVISOR-EXIT.
           SET INPUT-NOT-AT-EOF TO TRUE.
           OPEN INPUT OPERATOR-FILE.
           IF OPERATOR-STATUS NOT = '00'
              DISPLAY 'PACMASK: OPERATOR FILE ' WS-OPERATOR-NAME
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
           IF OPR-ID = MASK-OPERATOR
              AND OPR-LEVEL NUMERIC
              AND OPR-LEVEL > 2
              SET OPERATOR-AUTHORIZED TO TRUE.
       MATCH-ONE-OPERATOR-EXIT. EXIT.

      *      A REGION ON THE SCRATCH REGISTER IS SCRATCH WHATEVER IT
      *      HOLDS.  ANY OTHER REGION IS PROBED FOR A YEAR FILE,
      *      JOURNAL OR NOTES FILE FROM 1980 TO NEXT YEAR; ONE FOUND
      *      MAKES IT LIVE.
       CHECK-TARGET-REGION.
           SET TARGET-NOT-ON-REGISTER TO TRUE.
           SET TARGET-IS-EMPTY TO TRUE.
           OPEN INPUT MASK-SCR-FILE.
           IF SCR-FILE-STATUS = '00'
              SET INPUT-NOT-AT-EOF TO TRUE
              PERFORM READ-ONE-SCRATCH-LINE THRU
                  READ-ONE-SCRATCH-LINE-EXIT
                  UNTIL INPUT-AT-EOF OR TARGET-ON-REGISTER
              CLOSE MASK-SCR-FILE.
           IF TARGET-ON-REGISTER
              GO TO CHECK-TARGET-REGION-EXIT.
           COMPUTE PROBE-LAST-CCYY = 2000 + RUN-YY-PART + 1.
           PERFORM PROBE-ONE-YEAR
               VARYING PROBE-CCYY FROM PROBE-FIRST-CCYY BY 1
               UNTIL PROBE-CCYY > PROBE-LAST-CCYY
                  OR TARGET-IS-LIVE.
       CHECK-TARGET-REGION-EXIT. EXIT.

       READ-ONE-SCRATCH-LINE.
           READ MASK-SCR-FILE
               AT END
                  SET INPUT-AT-EOF TO TRUE
                  GO TO READ-ONE-SCRATCH-LINE-EXIT.
           IF SCR-REGION = MASK-TARGET-REGION
              SET TARGET-ON-REGISTER TO TRUE.
       READ-ONE-SCRATCH-LINE-EXIT. EXIT.

       PROBE-ONE-YEAR.
           MOVE 'pac' TO WS-PROBE-NAME.
           PERFORM PROBE-ONE-NAME.
           IF TARGET-IS-EMPTY
              MOVE 'jrn' TO WS-PROBE-NAME
              PERFORM PROBE-ONE-NAME.
           IF TARGET-IS-EMPTY
              MOVE 'nts' TO WS-PROBE-NAME
              PERFORM PROBE-ONE-NAME.

       PROBE-ONE-NAME.
           MOVE SPACES TO LIVE-FILE-NAME.
           IF WS-PROBE-NAME = 'pac'
              STRING WS-PROBE-NAME DELIMITED BY SPACE
                     MASK-TARGET-REGION DELIMITED BY SPACE
                     PROBE-CCYY DELIMITED BY SIZE
                     '.btr' DELIMITED BY SIZE
                     INTO LIVE-FILE-NAME
           ELSE
              STRING WS-PROBE-NAME DELIMITED BY SPACE
                     MASK-TARGET-REGION DELIMITED BY SPACE
                     PROBE-CCYY DELIMITED BY SIZE
                     '.dat' DELIMITED BY SIZE
                     INTO LIVE-FILE-NAME.
           CALL 'CBL_CHECK_FILE_EXIST' USING LIVE-FILE-NAME
                                             CHECK-FILE-DETAILS.
           IF RETURN-CODE = ZERO
              SET TARGET-IS-LIVE TO TRUE.
           MOVE 0 TO RETURN-CODE.

       REGISTER-SCRATCH-REGION.
           MOVE SPACES TO MASK-SCR-RECORD.
           MOVE MASK-TARGET-REGION TO SCR-REGION.
           MOVE RUN-YYMMDD         TO SCR-DATE.
           MOVE RUN-TIME           TO SCR-TIME.
           MOVE 'PACMASK'          TO SCR-PROGRAM.
           MOVE MASK-OPERATOR      TO SCR-OPERATOR.
           OPEN EXTEND MASK-SCR-FILE.
           IF SCR-FILE-STATUS = '05' OR '35'
              OPEN OUTPUT MASK-SCR-FILE.
           WRITE MASK-SCR-RECORD.
           CLOSE MASK-SCR-FILE.
           DISPLAY 'PACMASK: REGION ' MASK-TARGET-REGION
               ' REGISTERED AS SCRATCH ON ' WS-SCR-NAME.

      *      A SCRATCH REGION'S OWN YEAR FILES ARE REPLACED OUTRIGHT;
      *      ITS MEMBER FILE IS ADDED TO, SO SEVERAL YEARS COPIED WITH
      *      ONE KEY SHARE ONE SET OF FAKE MEMBERS.
       SET-TARGET-NAMES.
           MOVE SPACES TO B-PAC-NAME WS-JRN-OUT-NAME WS-NTS-OUT-NAME.
           MOVE SPACES TO B-MTG-NAME WS-JRN-IN-NAME WS-NTS-IN-NAME.
           STRING 'pac' DELIMITED BY SIZE
                  MASK-TARGET-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.btr' DELIMITED BY SIZE
                  INTO B-PAC-NAME.
           STRING 'jrn' DELIMITED BY SIZE
                  MASK-TARGET-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
                  INTO WS-JRN-OUT-NAME.
           STRING 'nts' DELIMITED BY SIZE
                  MASK-TARGET-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
                  INTO WS-NTS-OUT-NAME.
           STRING 'member' DELIMITED BY SIZE
                  MASK-TARGET-REGION DELIMITED BY SPACE
                  '.btr' DELIMITED BY SIZE
                  INTO B-MTG-NAME.
           STRING 'jrn' DELIMITED BY SIZE
                  MASK-SOURCE-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
                  INTO WS-JRN-IN-NAME.
           STRING 'nts' DELIMITED BY SIZE
                  MASK-SOURCE-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
                  INTO WS-NTS-IN-NAME.
           MOVE SPACES TO WS-RPT-NAME.
           STRING 'pacmask' DELIMITED BY SIZE
                  MASK-TARGET-REGION DELIMITED BY SPACE
                  '.rpt' DELIMITED BY SIZE
                  INTO WS-RPT-NAME.
           CALL 'CBL_DELETE_FILE' USING B-PAC-NAME
               RETURNING FILE-OP-STATUS.
           CALL 'CBL_DELETE_FILE' USING WS-JRN-OUT-NAME
               RETURNING FILE-OP-STATUS.
           MOVE SPACES TO WS-JRN-HEAD-NAME.
           STRING WS-JRN-OUT-NAME DELIMITED BY SPACE
                  '.chn' DELIMITED BY SIZE
                  INTO WS-JRN-HEAD-NAME.
           CALL 'CBL_DELETE_FILE' USING WS-JRN-HEAD-NAME
               RETURNING FILE-OP-STATUS.
           CALL 'CBL_DELETE_FILE' USING WS-NTS-OUT-NAME
               RETURNING FILE-OP-STATUS.

      * ------------------------------------------------------------
      *      THE YEAR FILE AND ITS MEMBERS.
      * ------------------------------------------------------------
       COPY-YEAR-FILE.
           MOVE -2 TO B-SRC-KEY-NUMBER.
           CALL WINAPI 'BTRV' USING by value B-OPEN,
             by reference B-SRC-POSITION,
             OWNER-NAME, OWNER-LENGTH, B-SRC-NAME,
             by value B-SRC-KEY-NUMBER.
           IF RETURN-CODE NOT = ZERO
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'OPEN' TO ERRJ-OPERATION
              PERFORM LOG-ERROR-JOURNAL
              DISPLAY 'PACMASK: ' B-SRC-NAME ' OPEN FAILED--> '
                  BTRV-STATUS-MESSAGE
              SET JOB-HAS-FAILED TO TRUE
              GO TO COPY-YEAR-FILE-EXIT.

           CALL WINAPI 'BTRV' USING by value B-CREATE,
             by reference B-PAC-POSITION,
             PAC-FSB, FSB-LENGTH, B-PAC-NAME,
             by value ZERO.
           IF RETURN-CODE NOT = ZERO
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'CREATE' TO ERRJ-OPERATION
              PERFORM LOG-ERROR-JOURNAL
              DISPLAY 'PACMASK: ' B-PAC-NAME ' CREATE FAILED--> '
                  BTRV-STATUS-MESSAGE
              SET JOB-HAS-FAILED TO TRUE
              GO TO CLOSE-SOURCE-YEAR.
           MOVE -1 TO B-PAC-KEY-NUMBER.
           CALL WINAPI 'BTRV' USING by value B-OPEN,
             by reference B-PAC-POSITION,
             OWNER-NAME, OWNER-LENGTH, B-PAC-NAME,
             by value B-PAC-KEY-NUMBER.
           IF RETURN-CODE NOT = ZERO
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'OPEN' TO ERRJ-OPERATION
              PERFORM LOG-ERROR-JOURNAL
              DISPLAY 'PACMASK: ' B-PAC-NAME ' OPEN FAILED--> '
                  BTRV-STATUS-MESSAGE
              SET JOB-HAS-FAILED TO TRUE
              GO TO CLOSE-SOURCE-YEAR.

           PERFORM OPEN-MEMBER-FILES THRU OPEN-MEMBER-FILES-EXIT.
           IF JOB-HAS-FAILED
              GO TO CLOSE-TARGET-YEAR.

           MOVE 0 TO B-PAC-KEY-NUMBER.
           MOVE 'S' TO BINS-REQUEST.
           CALL 'PACBINS' USING BINS-PARM B-PAC-FILE-STUFF.
           SET SRC-NOT-AT-EOF TO TRUE.
           MOVE 0 TO B-SRC-KEY-NUMBER.
           MOVE LOW-VALUES TO B-SRC-KEY-BUFFER.
           CALL WINAPI 'BTRV' USING by value B-GET-GREATER,
             by reference B-SRC-POSITION,
                PAC-RECORD, B-SRC-LENGTH, B-SRC-KEY-BUFFER,
                by value B-SRC-KEY-NUMBER.
           IF RETURN-CODE NOT = ZERO
              SET SRC-AT-EOF TO TRUE.
           PERFORM COPY-ONE-RECORD THRU COPY-ONE-RECORD-EXIT
               UNTIL SRC-AT-EOF.
           MOVE 'F' TO BINS-REQUEST.
           CALL 'PACBINS' USING BINS-PARM B-PAC-FILE-STUFF.
           PERFORM CHECK-BINS-FAILURES THRU CHECK-BINS-FAILURES-EXIT.
           MOVE BINS-INSERTED TO LOAD-COUNT.
           IF BINS-RECORD-MODE
              DISPLAY 'PACMASK: ENGINE WITHOUT EXTENDED INSERTS --'
                  ' LOADED RECORD AT A TIME'.
           PERFORM CLOSE-MEMBER-FILES.

       CLOSE-TARGET-YEAR.
           CALL WINAPI 'BTRV' USING by value B-CLOSE,
             by reference B-PAC-POSITION,
             OWNER-NAME, OWNER-LENGTH,
             B-PAC-KEY-BUFFER, by value B-PAC-KEY-NUMBER.
           IF RETURN-CODE NOT = ZERO
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'CLOSE' TO ERRJ-OPERATION
              PERFORM LOG-ERROR-JOURNAL
              DISPLAY 'PACMASK: ' B-PAC-NAME ' CLOSE FAILED--> '
                  BTRV-STATUS-MESSAGE
              SET JOB-HAS-FAILED TO TRUE.
       CLOSE-SOURCE-YEAR.
           CALL WINAPI 'BTRV' USING by value B-CLOSE,
             by reference B-SRC-POSITION,
             OWNER-NAME, OWNER-LENGTH,
             B-SRC-KEY-BUFFER, by value B-SRC-KEY-NUMBER.
       COPY-YEAR-FILE-EXIT. EXIT.

       COPY-ONE-RECORD.
           ADD 1 TO SRC-COUNT.
           ADD PAC-QTY   TO SRC-QTY-TOTAL.
           ADD PAC-VALUE TO SRC-VALUE-TOTAL.
           IF PAC-KEY-SERIAL NOT = PREV-SERIAL
              MOVE PAC-KEY-SERIAL TO PREV-SERIAL
              MOVE PAC-KEY-SERIAL TO SCRAMBLE-IN
              PERFORM SCRAMBLE-SERIAL
              MOVE SCRAMBLE-OUT TO NEW-SERIAL
              ADD 1 TO SERIAL-COUNT
              PERFORM FAKE-ONE-MEMBER THRU FAKE-ONE-MEMBER-EXIT.
           MOVE NEW-SERIAL TO PAC-KEY-SERIAL.
           MOVE PAC-RECORD TO BINS-RECORD.
           MOVE 'A' TO BINS-REQUEST.
           CALL 'PACBINS' USING BINS-PARM B-PAC-FILE-STUFF.
           PERFORM CHECK-BINS-FAILURES THRU CHECK-BINS-FAILURES-EXIT.
           CALL WINAPI 'BTRV' USING by value B-GET-NEXT,
             by reference B-SRC-POSITION,
                PAC-RECORD, B-SRC-LENGTH, B-SRC-KEY-BUFFER,
                by value B-SRC-KEY-NUMBER.
           IF RETURN-CODE NOT = ZERO
              SET SRC-AT-EOF TO TRUE.
       COPY-ONE-RECORD-EXIT. EXIT.

      *      A TEST COPY FEEDS A FRESH FILE FROM A CLEAN SOURCE --
      *      ANY RECORD THE INSERTER COULD NOT LAND IS A REAL
      *      FAILURE, NOT A DATA REJECT.
       CHECK-BINS-FAILURES.
           IF BINS-FAIL-COUNT = 0
              GO TO CHECK-BINS-FAILURES-EXIT.
           PERFORM REPORT-ONE-BINS-FAILURE
               VARYING BINS-SCAN FROM 1 BY 1
               UNTIL BINS-SCAN > BINS-FAIL-COUNT.
           SET JOB-HAS-FAILED TO TRUE.
       CHECK-BINS-FAILURES-EXIT. EXIT.

       REPORT-ONE-BINS-FAILURE.
           SET BINS-FAIL-IDX TO BINS-SCAN.
           MOVE BINS-FAIL-STATUS (BINS-FAIL-IDX)
               TO BTRV-STATUS-CODE.
           CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE.
           MOVE 'INSERT' TO ERRJ-OPERATION.
           PERFORM LOG-ERROR-JOURNAL.
           DISPLAY 'PACMASK: INSERT FAILED ON '
               BINS-FAIL-RECORD (BINS-FAIL-IDX) (1:8) '--> '
               BTRV-STATUS-MESSAGE.

      *      member.btr IS ONLY READ.  THE STAND-IN MEMBER FILE IS
      *      CREATED THE FIRST TIME A REGION IS COPIED INTO.
       OPEN-MEMBER-FILES.
           MOVE -2 TO B-MEM-KEY-NUMBER.
           CALL WINAPI 'BTRV' USING by value B-OPEN,
             by reference B-MEM-POSITION,
             OWNER-NAME, OWNER-LENGTH, B-MEM-NAME,
             by value B-MEM-KEY-NUMBER.
           IF RETURN-CODE NOT = ZERO
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'OPEN' TO ERRJ-OPERATION
              PERFORM LOG-ERROR-JOURNAL
              DISPLAY 'PACMASK: MEMBER OPEN FAILED--> '
                  BTRV-STATUS-MESSAGE
              SET JOB-HAS-FAILED TO TRUE
              GO TO OPEN-MEMBER-FILES-EXIT.
           CALL 'CBL_CHECK_FILE_EXIST' USING B-MTG-NAME
                                             CHECK-FILE-DETAILS.
           IF RETURN-CODE NOT = ZERO
              MOVE 0 TO RETURN-CODE
              CALL WINAPI 'BTRV' USING by value B-CREATE,
                by reference B-MTG-POSITION,
                MEM-FSB, MFSB-LENGTH, B-MTG-NAME,
                by value ZERO
              IF RETURN-CODE NOT = ZERO
                 MOVE RETURN-CODE TO BTRV-STATUS-CODE
                 CALL 'BTRVMSG' USING BTRV-STATUS-CODE
                     BTRV-STATUS-MESSAGE
                 MOVE 'CREATE' TO ERRJ-OPERATION
                 PERFORM LOG-ERROR-JOURNAL
                 DISPLAY 'PACMASK: ' B-MTG-NAME ' CREATE FAILED--> '
                     BTRV-STATUS-MESSAGE
                 SET JOB-HAS-FAILED TO TRUE
                 GO TO CLOSE-MEMBER-SOURCE.
           MOVE 0 TO B-MTG-KEY-NUMBER.
           CALL WINAPI 'BTRV' USING by value B-OPEN,
             by reference B-MTG-POSITION,
             OWNER-NAME, OWNER-LENGTH, B-MTG-NAME,
             by value B-MTG-KEY-NUMBER.
           IF RETURN-CODE NOT = ZERO
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'OPEN' TO ERRJ-OPERATION
              PERFORM LOG-ERROR-JOURNAL
              DISPLAY 'PACMASK: ' B-MTG-NAME ' OPEN FAILED--> '
                  BTRV-STATUS-MESSAGE
              SET JOB-HAS-FAILED TO TRUE
              GO TO CLOSE-MEMBER-SOURCE.
           SET MEMBER-FILE-OPEN TO TRUE.
           GO TO OPEN-MEMBER-FILES-EXIT.
       CLOSE-MEMBER-SOURCE.
           CALL WINAPI 'BTRV' USING by value B-CLOSE,
             by reference B-MEM-POSITION,
             OWNER-NAME, OWNER-LENGTH,
             B-MEM-KEY-BUFFER, by value B-MEM-KEY-NUMBER.
       OPEN-MEMBER-FILES-EXIT. EXIT.

       CLOSE-MEMBER-FILES.
           IF MEMBER-FILE-OPEN
              CALL WINAPI 'BTRV' USING by value B-CLOSE,
                by reference B-MTG-POSITION,
                OWNER-NAME, OWNER-LENGTH,
                B-MTG-KEY-BUFFER, by value B-MTG-KEY-NUMBER
              CALL WINAPI 'BTRV' USING by value B-CLOSE,
                by reference B-MEM-POSITION,
                OWNER-NAME, OWNER-LENGTH,
                B-MEM-KEY-BUFFER, by value B-MEM-KEY-NUMBER
              SET MEMBER-FILE-CLOSED TO TRUE.

      *      ONE MEMBER PER DISTINCT SERIAL IN THE YEAR.  A SERIAL
      *      THE MEMBER SYSTEM DOES NOT KNOW IS COUNTED AND LEFT
      *      WITHOUT A MEMBER, AS IT IS IN PRODUCTION.
       FAKE-ONE-MEMBER.
           MOVE 0 TO B-MEM-KEY-NUMBER.
           MOVE PREV-SERIAL TO B-MEM-KEY-SERIAL.
           CALL WINAPI 'BTRV' USING by value B-GET-EQUAL,
             by reference B-MEM-POSITION,
                MEMBER-RECORD, B-MEM-LENGTH, B-MEM-KEY-BUFFER,
                by value B-MEM-KEY-NUMBER.
           IF RETURN-CODE NOT = ZERO
              MOVE 0 TO RETURN-CODE
              ADD 1 TO MEMBERS-MISSING
              GO TO FAKE-ONE-MEMBER-EXIT.

           MOVE NEW-SERIAL TO MEM-SERIAL.
           DIVIDE MEMBER-HASH BY 20 GIVING PICK-WORK
               REMAINDER PICK-SURNAME.
           ADD 1 TO PICK-SURNAME.
           DIVIDE PICK-WORK BY 20 GIVING PICK-WORK
               REMAINDER PICK-FORENAME.
           ADD 1 TO PICK-FORENAME.
           DIVIDE PICK-WORK BY 7 GIVING PICK-WORK
               REMAINDER PICK-SUFFIX.
           ADD 1 TO PICK-SUFFIX.
           DIVIDE MEMBER-HASH BY 19 GIVING PICK-WORK
               REMAINDER PICK-CONTACT-NAME.
           ADD 1 TO PICK-CONTACT-NAME.
           DIVIDE MEMBER-HASH BY 100 GIVING PICK-WORK
               REMAINDER FAKE-PHONE-LINE.
           IF MEM-NAME NOT = SPACES
              MOVE SPACES TO MEM-NAME
              STRING FAKE-SURNAME (PICK-SURNAME) DELIMITED BY SPACE
                     ' ' DELIMITED BY SIZE
                     FAKE-SUFFIX (PICK-SUFFIX) DELIMITED BY '  '
                     INTO MEM-NAME.
           IF MEM-CONTACT NOT = SPACES
              MOVE SPACES TO MEM-CONTACT
              STRING FAKE-FORENAME (PICK-FORENAME) DELIMITED BY SPACE
                     ' ' DELIMITED BY SIZE
                     FAKE-SURNAME (PICK-CONTACT-NAME)
                         DELIMITED BY SPACE
                     INTO MEM-CONTACT.
           IF MEM-PHONE NOT = SPACES
              MOVE FAKE-PHONE TO MEM-PHONE.

           MOVE NEW-SERIAL TO B-MTG-KEY-SERIAL.
           MOVE 0 TO B-MTG-KEY-NUMBER.
           CALL WINAPI 'BTRV' USING by value B-INS,
             by reference B-MTG-POSITION,
                MEMBER-RECORD, B-MTG-LENGTH, B-MTG-KEY-BUFFER,
                by value B-MTG-KEY-NUMBER.
      *      STATUS 5 (DUPLICATE KEY) -- AN EARLIER YEAR COPIED WITH
      *      THE SAME KEY ALREADY PUT THIS FAKE MEMBER THERE.
           IF RETURN-CODE = 5
              MOVE 0 TO RETURN-CODE
              ADD 1 TO MEMBERS-ON-TARGET
              GO TO FAKE-ONE-MEMBER-EXIT.
           IF RETURN-CODE NOT = ZERO
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'INSERT' TO ERRJ-OPERATION
              PERFORM LOG-ERROR-JOURNAL
              DISPLAY 'PACMASK: ' B-MTG-NAME ' INSERT FAILED--> '
                  BTRV-STATUS-MESSAGE
              SET JOB-HAS-FAILED TO TRUE
              GO TO FAKE-ONE-MEMBER-EXIT.
           ADD 1 TO MEMBERS-FAKED.
       FAKE-ONE-MEMBER-EXIT. EXIT.

      *      THE LOADED YEAR, SWEPT BACK: SAME RECORD COUNT, SAME
      *      QTY AND VALUE TOTALS AS THE PRODUCTION YEAR.
       VERIFY-TARGET-YEAR.
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
              DISPLAY 'PACMASK: ' B-PAC-NAME ' REOPEN FAILED--> '
                  BTRV-STATUS-MESSAGE
              SET JOB-HAS-FAILED TO TRUE
              GO TO VERIFY-TARGET-YEAR-EXIT.
           MOVE 0 TO B-PAC-KEY-NUMBER.
           MOVE LOW-VALUES TO B-PAC-KEY-BUFFER.
           SET SRC-NOT-AT-EOF TO TRUE.
           CALL WINAPI 'BTRV' USING by value B-GET-GREATER,
             by reference B-PAC-POSITION,
                PAC-RECORD, B-PAC-LENGTH, B-PAC-KEY-BUFFER,
                by value B-PAC-KEY-NUMBER.
           IF RETURN-CODE NOT = ZERO
              SET SRC-AT-EOF TO TRUE.
           PERFORM SUM-ONE-TARGET-RECORD UNTIL SRC-AT-EOF.
           CALL WINAPI 'BTRV' USING by value B-CLOSE,
             by reference B-PAC-POSITION,
             OWNER-NAME, OWNER-LENGTH,
             B-PAC-KEY-BUFFER, by value B-PAC-KEY-NUMBER.
           IF TGT-COUNT NOT = SRC-COUNT
              OR TGT-QTY-TOTAL NOT = SRC-QTY-TOTAL
              OR TGT-VALUE-TOTAL NOT = SRC-VALUE-TOTAL
              DISPLAY 'PACMASK: OUT-OF-BALANCE -- ' SRC-COUNT
                  ' READ, ' TGT-COUNT ' ON ' B-PAC-NAME
              SET JOB-HAS-FAILED TO TRUE.
       VERIFY-TARGET-YEAR-EXIT. EXIT.

       SUM-ONE-TARGET-RECORD.
           ADD 1 TO TGT-COUNT.
           ADD PAC-QTY   TO TGT-QTY-TOTAL.
           ADD PAC-VALUE TO TGT-VALUE-TOTAL.
           CALL WINAPI 'BTRV' USING by value B-GET-NEXT,
             by reference B-PAC-POSITION,
                PAC-RECORD, B-PAC-LENGTH, B-PAC-KEY-BUFFER,
                by value B-PAC-KEY-NUMBER.
           IF RETURN-CODE NOT = ZERO
              SET SRC-AT-EOF TO TRUE.

      * ------------------------------------------------------------
      *      THE JOURNAL AND THE NOTES.  A YEAR WITHOUT ONE COPIES
      *      WITHOUT ONE.
      * ------------------------------------------------------------
       COPY-JOURNAL.
           OPEN INPUT MASK-JRN-IN.
           IF JRN-IN-STATUS NOT = '00'
              GO TO COPY-JOURNAL-EXIT.
           OPEN OUTPUT MASK-JRN-OUT.
           SET INPUT-NOT-AT-EOF TO TRUE.
           PERFORM COPY-ONE-JOURNAL-LINE THRU
               COPY-ONE-JOURNAL-LINE-EXIT
               UNTIL INPUT-AT-EOF.
           CLOSE MASK-JRN-IN.
           CLOSE MASK-JRN-OUT.
       COPY-JOURNAL-EXIT. EXIT.

       COPY-ONE-JOURNAL-LINE.
           READ MASK-JRN-IN
               AT END
                  SET INPUT-AT-EOF TO TRUE
                  GO TO COPY-ONE-JOURNAL-LINE-EXIT.
           IF MASK-JRN-IN-RECORD (1:9) = '*SEALED* '
              ADD 1 TO JRN-SEALS-DROPPED
              GO TO COPY-ONE-JOURNAL-LINE-EXIT.
           MOVE MASK-JRN-IN-RECORD TO JOURNAL-RECORD.
           MOVE JRN-SERIAL TO SCRAMBLE-IN.
           PERFORM SCRAMBLE-SERIAL.
           MOVE SCRAMBLE-OUT TO JRN-SERIAL.
           IF JRN-BEFORE-IMAGE NOT = SPACES
              MOVE JRN-BEFORE-IMAGE (1:5) TO SCRAMBLE-IN
              PERFORM SCRAMBLE-SERIAL
              MOVE SCRAMBLE-OUT TO JRN-BEFORE-IMAGE (1:5).
           IF JRN-AFTER-IMAGE NOT = SPACES
              MOVE JRN-AFTER-IMAGE (1:5) TO SCRAMBLE-IN
              PERFORM SCRAMBLE-SERIAL
              MOVE SCRAMBLE-OUT TO JRN-AFTER-IMAGE (1:5).
           MOVE 'L'             TO CHN-REQUEST.
           MOVE WS-JRN-OUT-NAME TO CHN-FILE-NAME.
           MOVE 255             TO CHN-LENGTH.
           MOVE JOURNAL-RECORD  TO CHN-LINE.
           CALL 'PACCHAIN' USING CHAIN-PARM.
           MOVE CHN-VALUE       TO JRN-CHAIN.
           WRITE MASK-JRN-OUT-RECORD FROM JOURNAL-RECORD.
           ADD 1 TO JRN-COPIED.
       COPY-ONE-JOURNAL-LINE-EXIT. EXIT.

       COPY-NOTES.
           OPEN INPUT MASK-NTS-IN.
           IF NTS-IN-STATUS NOT = '00'
              GO TO COPY-NOTES-EXIT.
           OPEN OUTPUT MASK-NTS-OUT.
           SET INPUT-NOT-AT-EOF TO TRUE.
           PERFORM COPY-ONE-NOTE-LINE THRU COPY-ONE-NOTE-LINE-EXIT
               UNTIL INPUT-AT-EOF.
           CLOSE MASK-NTS-IN.
           CLOSE MASK-NTS-OUT.
       COPY-NOTES-EXIT. EXIT.

      *      SAME LINE LAYOUT PACNOTE WRITES: SERIAL, SEQ, DATE,
      *      TIME AND OPERATOR KEPT; THE 50-BYTE TEXT AT 33 WITHHELD.
       COPY-ONE-NOTE-LINE.
           READ MASK-NTS-IN
               AT END
                  SET INPUT-AT-EOF TO TRUE
                  GO TO COPY-ONE-NOTE-LINE-EXIT.
           MOVE MASK-NTS-IN-RECORD (1:5) TO SCRAMBLE-IN.
           PERFORM SCRAMBLE-SERIAL.
           MOVE MASK-NTS-IN-RECORD TO MASK-NTS-OUT-RECORD.
           MOVE SCRAMBLE-OUT TO MASK-NTS-OUT-RECORD (1:5).
           MOVE WITHHELD-NOTE-TEXT TO MASK-NTS-OUT-RECORD (33:50).
           WRITE MASK-NTS-OUT-RECORD.
           ADD 1 TO NTS-COPIED.
       COPY-ONE-NOTE-LINE-EXIT. EXIT.

      * ------------------------------------------------------------
      *      THE SCRAMBLE.  SCRAMBLE-IN TO SCRAMBLE-OUT; THE FINAL
      *      CHAIN VALUE IS LEFT IN MEMBER-HASH FOR THE FAKE PICKS.
      * ------------------------------------------------------------
       SCRAMBLE-SERIAL.
           MOVE SCRAMBLE-IN TO SCRAMBLE-OUT.
           DIVIDE MASK-KEY BY 9973 GIVING CHAIN-QUOTIENT
               REMAINDER MASK-CHAIN.
           MOVE 1 TO SCR-PASS.
           PERFORM SCRAMBLE-ONE-CHAR
               VARYING SCR-POS FROM 1 BY 1
               UNTIL SCR-POS > 5.
           MOVE 2 TO SCR-PASS.
           PERFORM SCRAMBLE-ONE-CHAR
               VARYING SCR-POS FROM 5 BY -1
               UNTIL SCR-POS < 1.
           MOVE MASK-CHAIN TO MEMBER-HASH.

       SCRAMBLE-ONE-CHAR.
           MOVE SCRAMBLE-OUT (SCR-POS:1) TO SCR-CHAR.
           MOVE 0 TO CHAR-VALUE.
           PERFORM FIND-SCRAMBLE-DIGIT
               VARYING CHAR-IDX FROM 1 BY 1
               UNTIL CHAR-IDX > 10 OR CHAR-VALUE > 0.
           IF CHAR-VALUE > 0
              COMPUTE CHAIN-WORK = CHAR-VALUE - 1 + MASK-CHAIN
              DIVIDE CHAIN-WORK BY 10 GIVING CHAIN-QUOTIENT
                  REMAINDER NEW-IDX
              ADD 1 TO NEW-IDX
              MOVE SCR-DIGITS (NEW-IDX:1) TO SCRAMBLE-OUT (SCR-POS:1)
           ELSE
              PERFORM FIND-SCRAMBLE-LETTER
                  VARYING CHAR-IDX FROM 1 BY 1
                  UNTIL CHAR-IDX > 26 OR CHAR-VALUE > 0
              IF CHAR-VALUE > 0
                 COMPUTE CHAIN-WORK = CHAR-VALUE - 1 + MASK-CHAIN
                 DIVIDE CHAIN-WORK BY 26 GIVING CHAIN-QUOTIENT
                     REMAINDER NEW-IDX
                 ADD 1 TO NEW-IDX
                 MOVE SCR-LETTERS (NEW-IDX:1)
                     TO SCRAMBLE-OUT (SCR-POS:1).
           COMPUTE CHAIN-WORK = MASK-CHAIN * 31 + CHAR-VALUE
               + SCR-POS * SCR-PASS.
           DIVIDE CHAIN-WORK BY 9973 GIVING CHAIN-QUOTIENT
               REMAINDER MASK-CHAIN.

       FIND-SCRAMBLE-DIGIT.
           IF SCR-DIGITS (CHAR-IDX:1) = SCR-CHAR
              MOVE CHAR-IDX TO CHAR-VALUE.

       FIND-SCRAMBLE-LETTER.
           IF SCR-LETTERS (CHAR-IDX:1) = SCR-CHAR
              MOVE CHAR-IDX TO CHAR-VALUE.

      * ------------------------------------------------------------
      *      THE REPORT.  COUNTS AND TOTALS ONLY -- NO SERIAL, NO
      *      NAME, AND NEVER THE KEY.
      * ------------------------------------------------------------
       WRITE-MASK-REPORT.
           MOVE WS-RPT-NAME TO GDG-FILE-NAME.
           CALL 'PACGDG' USING GDG-PARM.
           OPEN OUTPUT MASK-RPT-FILE.
           WRITE MASK-RPT-RECORD FROM MASK-TITLE-LINE.
           MOVE MASK-CCYY          TO MH-CCYY.
           MOVE MASK-SOURCE-REGION TO MH-SOURCE.
           MOVE MASK-TARGET-REGION TO MH-TARGET.
           MOVE MASK-OPERATOR      TO MH-OPERATOR.
           MOVE RUN-YYMMDD         TO MH-DATE.
           MOVE RUN-TIME           TO MH-TIME.
           WRITE MASK-RPT-RECORD FROM MASK-HEAD-LINE.
           WRITE MASK-RPT-RECORD FROM MASK-BLANK-LINE.
           MOVE 'PAC RECORDS READ' TO ML-LABEL.
           MOVE SRC-COUNT TO ML-COUNT.
           WRITE MASK-RPT-RECORD FROM MASK-COUNT-LINE.
           MOVE 'PAC RECORDS LOADED' TO ML-LABEL.
           MOVE LOAD-COUNT TO ML-COUNT.
           WRITE MASK-RPT-RECORD FROM MASK-COUNT-LINE.
           MOVE 'SERIALS SCRAMBLED' TO ML-LABEL.
           MOVE SERIAL-COUNT TO ML-COUNT.
           WRITE MASK-RPT-RECORD FROM MASK-COUNT-LINE.
           MOVE 'MEMBERS GIVEN FAKE DETAILS' TO ML-LABEL.
           MOVE MEMBERS-FAKED TO ML-COUNT.
           WRITE MASK-RPT-RECORD FROM MASK-COUNT-LINE.
           MOVE 'MEMBERS ALREADY IN THE REGION' TO ML-LABEL.
           MOVE MEMBERS-ON-TARGET TO ML-COUNT.
           WRITE MASK-RPT-RECORD FROM MASK-COUNT-LINE.
           MOVE 'SERIALS NOT ON member.btr' TO ML-LABEL.
           MOVE MEMBERS-MISSING TO ML-COUNT.
           WRITE MASK-RPT-RECORD FROM MASK-COUNT-LINE.
           MOVE 'JOURNAL LINES COPIED' TO ML-LABEL.
           MOVE JRN-COPIED TO ML-COUNT.
           WRITE MASK-RPT-RECORD FROM MASK-COUNT-LINE.
           MOVE 'JOURNAL SEAL LINES DROPPED' TO ML-LABEL.
           MOVE JRN-SEALS-DROPPED TO ML-COUNT.
           WRITE MASK-RPT-RECORD FROM MASK-COUNT-LINE.
           MOVE 'NOTE LINES COPIED (TEXT WITHHELD)' TO ML-LABEL.
           MOVE NTS-COPIED TO ML-COUNT.
           WRITE MASK-RPT-RECORD FROM MASK-COUNT-LINE.
           WRITE MASK-RPT-RECORD FROM MASK-BLANK-LINE.
           MOVE 'QTY TOTAL' TO MT-LABEL.
           MOVE SRC-QTY-TOTAL TO MT-SOURCE.
           MOVE TGT-QTY-TOTAL TO MT-TARGET.
           WRITE MASK-RPT-RECORD FROM MASK-TOTAL-LINE.
           MOVE 'VALUE TOTAL' TO MT-LABEL.
           MOVE SRC-VALUE-TOTAL TO MT-SOURCE.
           MOVE TGT-VALUE-TOTAL TO MT-TARGET.
           WRITE MASK-RPT-RECORD FROM MASK-TOTAL-LINE.
           WRITE MASK-RPT-RECORD FROM MASK-BLANK-LINE.
           IF JOB-HAS-FAILED
              MOVE 'FAILED -- THE SCRATCH FILES ARE INCOMPLETE; RERUN'
                  TO MR-TEXT
           ELSE
              MOVE 'COPIED AND BALANCED' TO MR-TEXT.
           WRITE MASK-RPT-RECORD FROM MASK-RESULT-LINE.
           CLOSE MASK-RPT-FILE.

       TAKE-RUN-TOKEN.
           MOVE 'T' TO LOCK-REQUEST.
           MOVE MASK-CCYY          TO LOCK-CCYY.
           MOVE MASK-SOURCE-REGION TO LOCK-REGION.
           COMPUTE LOCK-START-TIME =
               HIST-START-HOUR * 10000 + HIST-START-MINUTE * 100
                   + HIST-START-SECOND.
           CALL 'PACLOCK' USING LOCK-PARM.
           IF LOCK-BUSY
              DISPLAY 'PACMASK: YEAR ' MASK-CCYY
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
