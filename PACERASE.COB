       ID DIVISION.
       PROGRAM-ID.  PACERASE.
       AUTHOR.  Oliphant .
       DATE-WRITTEN. OCTOBER 15, 2026.
       DATE-COMPILED.
       REMARKS.  MEMBER DATA ERASURE AND ANONYMISATION.  A DEPARTED
           MEMBER'S NAME, CONTACT AND PHONE ARE COPIED FROM member.btr
           INTO EVERYTHING THE SUITE PRINTS OR EXTRACTS ABOUT THEM --
           THE NOTES FILES, THE STATEMENT PRINT FILES, THE MEMBER
           LETTER PRINT FILES, memsnap.dat, THE SUSPENSE AND
           FOLLOW-UP EXTRACTS, AND EVERY KEPT REPORT GENERATION --
           AND STAY THERE LONG AFTER THE RETENTION PERIOD HAS RUN
           OUT OR THE MEMBER HAS ASKED TO BE ERASED.
           THIS PROGRAM TAKES ONE SERIAL AND A RANGE OF YEARS (ONE
           REGION PER RUN) AND CLEANS EVERY SUCH FILE ON THE VOLUME:
             EVERY REPORT IN THE PACRCAT CATALOGUE, EVERY EXTRACT
             LISTED IN EXTRA-FILE-VALUES BELOW, THE STATEMENT PRINT
             FILES AND THEIR INDEXES, AND THE PACSEL OUTPUTS OF EVERY
             QUERY ON pacsel.qry, EACH WITH ITS PACGDG GENERATIONS
             .g1 TO .g9;
             WHEREVER THE MEMBER'S NAME, CONTACT OR PHONE APPEARS
             IT IS OVERWRITTEN WITH ASTERISKS OF THE SAME LENGTH, SO
             NO COLUMN MOVES;
             THE MEMBER'S OWN NOTES KEEP THEIR SERIAL, DATE AND
             OPERATOR BUT LOSE THEIR TEXT, THEIR memsnap.dat ROWS
             LOSE NAME, CONTACT AND PHONE, THEIR STATEMENT INDEX
             LINES ARE REMOVED (THE PAGES THEY POINTED AT NO LONGER
             READ AS SENT), AND THEIR OWN SINGLE-MEMBER STATEMENT
             FILES ARE DELETED OUTRIGHT;
             AN EXTRACT THAT ENDS IN A *TRAILER* CONTROL LINE HAS
             ITS CHECKSUM RESEALED SO PACVRFY STILL PASSES IT -- BUT
             ONLY IF THE TRAILER BALANCED BEFORE THE CHANGE.
           PAC RECORDS, JOURNALS, BACKUPS AND EXPORTS CARRY THE
           SERIAL AND NOTHING PERSONAL, AND ARE NOT TOUCHED, SO EVERY
           COUNT, QUANTITY AND VALUE STILL BALANCES.  member.btr IS
           THE MEMBER SYSTEM'S FILE AND IS NOT CHANGED HERE.  THE
           RUN IS FOR A SUPERVISOR (pacoper.dat LEVEL 3) ONLY, NEEDS
           A REASON AND A REFERENCE, IS REFUSED WHILE THE SERIAL
           STILL HOLDS A LIVE REGISTRATION IN THE RANGE, AND HOLDS
           THE PACLOCK RUN TOKEN ON THE LAST YEAR OF THE RANGE.  A
           CERTIFICATE, paceraSSSSS.rpt, LISTS EVERY FILE TOUCHED,
           WHAT WAS DONE TO IT, WHO DID IT AND WHEN, AND ONE LINE
           GOES ON THE PERMANENT ERASURE REGISTER pacerase.dat
           (PACERA.COB).  NEITHER CARRIES THE DETAILS ERASED.
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
           SELECT ERAS-SNAP-FILE ASSIGN TO WS-SNAP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SNAP-FILE-STATUS.
           SELECT ERAS-QRY-FILE ASSIGN TO WS-QRY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QRY-FILE-STATUS.
           SELECT ERAS-IN-FILE ASSIGN TO WS-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IN-FILE-STATUS.
           SELECT ERAS-OUT-FILE ASSIGN TO WS-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OUT-FILE-STATUS.
           SELECT ERAS-REG-FILE ASSIGN TO WS-REG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REG-FILE-STATUS.
           SELECT ERAS-RPT-FILE ASSIGN TO WS-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *      SAME pacoper.dat LAYOUT PACMENU SIGNS OPERATORS ON
      *      WITH: ID, PASSWORD, AUTHORIZATION LEVEL (3 AND UP MAY
      *      ERASE A MEMBER).
       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           05  OPR-ID                  PIC X(08).
           05  FILLER                  PIC X(01).
           05  OPR-PASSWORD            PIC X(08).
           05  FILLER                  PIC X(01).
           05  OPR-LEVEL               PIC 9(01).
       FD  ERAS-SNAP-FILE.
       01  ERAS-SNAP-RECORD            PIC X(100).
       FD  ERAS-QRY-FILE.
       01  ERAS-QRY-RECORD.
           COPY 'PACQRY.COB'.
       FD  ERAS-IN-FILE.
       01  ERAS-IN-RECORD              PIC X(256).
       FD  ERAS-OUT-FILE.
       01  ERAS-OUT-RECORD             PIC X(256).
       FD  ERAS-REG-FILE.
       01  ERAS-REG-RECORD.
           COPY 'PACERA.COB'.
       FD  ERAS-RPT-FILE.
       01  ERAS-RPT-RECORD             PIC X(80).
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
           05  ERRJ-PROGRAM       PIC X(08) VALUE 'PACERASE'.
           05  ERRJ-OPERATION     PIC X(08).
           05  ERRJ-KEY           PIC X(08).
           05  ERRJ-STATUS-CODE   PIC S9(4) BINARY.
           05  ERRJ-MESSAGE       PIC X(40).

      *      SUITE-WIDE RUN TOKEN (PACLOCK HAS NO SEPARATE COPYBOOK
      *      FOR ITS PARAMETER) -- HELD ON THE LAST YEAR OF THE RANGE
      *      WHILE THE FILES ARE REWRITTEN, SO NO NOTE, SUSPENSE LINE
      *      OR REPORT LANDS HALF WAY THROUGH A REWRITE.
       01  LOCK-PARM.
           05  LOCK-REQUEST        PIC X(01).
           05  LOCK-RESULT         PIC X(01).
               88  LOCK-GRANTED          VALUE 'G'.
               88  LOCK-BUSY             VALUE 'B'.
           05  LOCK-PROGRAM        PIC X(08) VALUE 'PACERASE'.
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

      *      THE SUITE'S REPORT FILES, AS PACRVIEW OFFERS THEM.
       01  REPORT-CATALOG.
           COPY 'PACRCAT.COB'.

      *      FILES OUTSIDE THE REPORT CATALOGUE THAT CAN CARRY A
      *      MEMBER'S DETAILS -- STEM, NAMING FLAG (AS PACRCAT.COB),
      *      EXTENSION, AND HOW A LINE CARRYING THE SERIAL IN ITS
      *      FIRST FIVE BYTES IS TREATED:
      *        'T' TEXT ONLY -- THE NAME/CONTACT/PHONE SCAN
      *        'N' A NOTES LINE -- THE NOTE TEXT IS ERASED
      *        'M' A MEMBER SNAPSHOT ROW -- NAME/CONTACT/PHONE ERASED.
       01  EXTRA-FILE-VALUES.
           05  FILLER             PIC X(14) VALUE 'nts     Y.datN'.
           05  FILLER             PIC X(14) VALUE 'sus     Y.datT'.
           05  FILLER             PIC X(14) VALUE 'bil     Y.datT'.
           05  FILLER             PIC X(14) VALUE 'pac     Y.ovdT'.
           05  FILLER             PIC X(14) VALUE 'pac     Y.colT'.
           05  FILLER             PIC X(14) VALUE 'pac     Y.aglT'.
           05  FILLER             PIC X(14) VALUE 'memsnap F.datM'.
           05  FILLER             PIC X(14) VALUE 'pachold F.datT'.
           05  FILLER             PIC X(14) VALUE 'pac     Y.ltrT'.
           05  FILLER             PIC X(14) VALUE 'pac     Y.ltqT'.
           05  FILLER             PIC X(14) VALUE 'pac     Y.ltlT'.
       01  EXTRA-FILE-TABLE REDEFINES EXTRA-FILE-VALUES.
           05  EXTRA-ENTRY OCCURS 11 TIMES.
               10  EXT-STEM            PIC X(08).
               10  EXT-NAMING          PIC X(01).
                   88  EXT-NAMED-BY-REGION-YEAR  VALUE 'Y'.
                   88  EXT-NAMED-FIXED           VALUE 'F'.
               10  EXT-EXT             PIC X(04).
               10  EXT-MODE            PIC X(01).
       01  EXTRA-COUNT           PIC 9(02) VALUE 11.
       01  EXTRA-IDX             PIC 9(02) VALUE 0.

       01  WS-OPERATOR-NAME      PIC X(32) VALUE 'pacoper.dat'.
       01  OPERATOR-STATUS       PIC X(2).
       01  WS-SNAP-NAME          PIC X(32).
       01  SNAP-FILE-STATUS      PIC X(2).
       01  WS-QRY-NAME           PIC X(32) VALUE 'pacsel.qry'.
       01  QRY-FILE-STATUS       PIC X(2).
       01  WS-IN-NAME            PIC X(32).
       01  IN-FILE-STATUS        PIC X(2).
       01  WS-OUT-NAME           PIC X(32) VALUE 'pacerase.tmp'.
       01  OUT-FILE-STATUS       PIC X(2).
       01  WS-REG-NAME           PIC X(32) VALUE 'pacerase.dat'.
       01  REG-FILE-STATUS       PIC X(2).
       01  WS-RPT-NAME           PIC X(32).
       01  RPT-FILE-STATUS       PIC X(2).
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
       01  WS-YEAR               PIC 9(04) VALUE 0.
       01  STMT-FROM-CCYY        PIC 9(04) VALUE 0.
       01  STMT-TO-CCYY          PIC 9(04) VALUE 0.
       01  RUN-YYMMDD            PIC 9(06) VALUE 0.
       01  RUN-TIME              PIC 9(06) VALUE 0.
       01  RUN-TIME-WORK         PIC 9(08) VALUE 0.
       01  TODAY-CCYYMMDD        PIC 9(08) VALUE 0.

       01  INPUT-EOF-SW          PIC X VALUE 'N'.
           88  INPUT-AT-EOF             VALUE 'Y'.
           88  INPUT-NOT-AT-EOF         VALUE 'N'.
       01  OPERATOR-SW           PIC X VALUE 'N'.
           88  OPERATOR-AUTHORIZED      VALUE 'Y'.
           88  OPERATOR-NOT-AUTHORIZED  VALUE 'N'.
       01  MEMBER-FOUND-SW       PIC X VALUE 'N'.
           88  MEMBER-IS-FOUND          VALUE 'Y'.
           88  MEMBER-IS-NOT-FOUND      VALUE 'N'.
       01  LIVE-SW               PIC X VALUE 'N'.
           88  LIVE-REGISTRATION-FOUND  VALUE 'Y'.
           88  NO-LIVE-REGISTRATION     VALUE 'N'.
       01  JOB-FAILED-SW         PIC X VALUE 'N'.
           88  JOB-HAS-FAILED           VALUE 'Y'.
           88  JOB-IS-CLEAN             VALUE 'N'.
       01  ERASURE-SW            PIC X VALUE 'N'.
           88  ERASURE-INCOMPLETE       VALUE 'Y'.
           88  ERASURE-COMPLETE         VALUE 'N'.
       01  LIVE-YEAR             PIC 9(04) VALUE 0.
       01  LIVE-SEQ              PIC 9(03) VALUE 0.

      *      WHAT TO LOOK FOR -- THE MEMBER'S NAME, CONTACT AND
      *      PHONE AS member.btr (OR, ONCE THE MEMBER SYSTEM HAS LET
      *      THEM GO, THE LATEST memsnap.dat GENERATION THAT STILL
      *      HOLDS THEM) HAS THEM.  A TERM SHORTER THAN FOUR
      *      CHARACTERS WOULD MATCH TOO MUCH THAT IS NOT THE MEMBER
      *      AND IS NOT SEARCHED FOR.
       01  TERM-TABLE.
           05  TERM-ENTRY OCCURS 3 TIMES.
               10  TERM-TEXT           PIC X(30).
               10  TERM-LEN            PIC 9(02).
       01  TERM-IDX              PIC 9(02) VALUE 0.
       01  TERM-HITS             PIC 9(04) VALUE 0.
       01  TERM-COUNT            PIC 9(02) VALUE 0.
       01  TERM-MIN-LEN          PIC 9(02) VALUE 4.
       01  TRIM-IDX              PIC 9(02) VALUE 0.
       01  MASK-TEXT             PIC X(30) VALUE ALL '*'.
       01  ERASED-NOTE-TEXT      PIC X(50) VALUE
           '*** NOTE TEXT ERASED ***'.

      *      ONE FILE'S REWRITE.  SCRUB-MODE IS THE EXTRA-FILE MODE
      *      ABOVE, OR 'I' FOR A STATEMENT INDEX (THE SERIAL'S LINES
      *      ARE DROPPED) OR 'D' FOR A FILE THAT IS THE MEMBER'S OWN
      *      AND IS DELETED WHOLE.
       01  SCRUB-MODE            PIC X(01) VALUE 'T'.
           88  SCRUB-TEXT-ONLY          VALUE 'T'.
           88  SCRUB-NOTES              VALUE 'N'.
           88  SCRUB-SNAPSHOT           VALUE 'M'.
           88  SCRUB-STMT-INDEX         VALUE 'I'.
           88  SCRUB-DELETE-WHOLE       VALUE 'D'.
       01  SCRUB-BASE-NAME       PIC X(32) VALUE SPACES.
       01  GEN-NO                PIC 9(01) VALUE 0.
       01  SCRUB-LINE            PIC X(256).
       01  LINE-CHANGE-SW        PIC X VALUE 'N'.
           88  LINE-WAS-CHANGED         VALUE 'Y'.
           88  LINE-NOT-CHANGED         VALUE 'N'.
       01  FILE-LINES-MASKED     PIC 9(06) VALUE 0.
       01  FILE-LINES-REMOVED    PIC 9(06) VALUE 0.
       01  FILES-EXAMINED        PIC 9(05) VALUE 0.
       01  FILES-TOUCHED         PIC 9(05) VALUE 0.
       01  FILES-DELETED         PIC 9(05) VALUE 0.
       01  FILES-FAILED          PIC 9(05) VALUE 0.
       01  TOTAL-LINES-MASKED    PIC 9(07) VALUE 0.
       01  TOTAL-LINES-REMOVED   PIC 9(07) VALUE 0.

      *      *TRAILER* RESEAL -- THE PACBKUP/PACVRFY ARITHMETIC RUN
      *      TWICE OVER THE DATA LINES: ONCE AS READ, TO PROVE THE
      *      TRAILER BALANCED BEFORE THE CHANGE, AND ONCE AS
      *      WRITTEN, FOR THE NEW TRAILER.  A TRAILER THAT DID NOT
      *      BALANCE TO START WITH IS LEFT AS FOUND.
       01  EXPORT-TRAILER-LINE.
           05  FILLER             PIC X(09) VALUE '*TRAILER*'.
           05  TRL-COUNT          PIC 9(08).
           05  TRL-CHECKSUM       PIC 9(09).
       01  TRAILER-SW            PIC X VALUE 'N'.
           88  TRAILER-SEEN             VALUE 'Y'.
           88  TRAILER-NOT-SEEN         VALUE 'N'.
       01  RESEAL-SW             PIC X VALUE 'N'.
           88  TRAILER-RESEALED         VALUE 'Y'.
           88  TRAILER-LEFT-AS-FOUND    VALUE 'L'.
           88  NO-TRAILER-ACTION        VALUE 'N'.
       01  CHECKSUM-LINE          PIC X(103) VALUE SPACES.
       01  LINE-SUM               PIC 9(10) VALUE 0.
       01  ORIG-ACCUM             PIC 9(10) VALUE 0.
       01  ORIG-LINES             PIC 9(08) VALUE 0.
       01  NEW-ACCUM              PIC 9(10) VALUE 0.
       01  NEW-LINES              PIC 9(08) VALUE 0.
       01  CHECK-IDX              PIC 9(04) BINARY VALUE 0.
       01  TRIM-LENGTH            PIC 9(04) BINARY VALUE 0.

       01  CERT-TITLE-LINE        PIC X(80) VALUE
           'PAC MEMBER DATA ERASURE CERTIFICATE'.
       01  CERT-WHO-LINE.
           05  FILLER             PIC X(07) VALUE 'SERIAL '.
           05  CW-SERIAL          PIC X(05).
           05  FILLER             PIC X(10) VALUE '  REASON  '.
           05  CW-REASON          PIC X(24).
           05  FILLER             PIC X(12) VALUE '  REFERENCE '.
           05  CW-REFERENCE       PIC X(12).
           05  FILLER             PIC X(10) VALUE SPACES.
       01  CERT-WHEN-LINE.
           05  FILLER             PIC X(10) VALUE 'ERASED BY '.
           05  CW-OPERATOR        PIC X(08).
           05  FILLER             PIC X(04) VALUE ' ON '.
           05  CW-DATE            PIC 9(06).
           05  FILLER             PIC X(04) VALUE ' AT '.
           05  CW-TIME            PIC 9(06).
           05  FILLER             PIC X(08) VALUE '  YEARS '.
           05  CW-START-CCYY      PIC 9(04).
           05  FILLER             PIC X(01) VALUE '-'.
           05  CW-END-CCYY        PIC 9(04).
           05  FILLER             PIC X(09) VALUE '  REGION '.
           05  CW-REGION          PIC X(02).
           05  FILLER             PIC X(14) VALUE SPACES.
       01  CERT-BLANK-LINE        PIC X(80) VALUE SPACES.
       01  CERT-COLUMN-LINE.
           05  FILLER             PIC X(40) VALUE
               'FILE                              MASKED'.
           05  FILLER             PIC X(40) VALUE
               '  REMOVED  ACTION                       '.
       01  CERT-DETAIL-LINE.
           05  CD-FILE-NAME       PIC X(32).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  CD-MASKED          PIC ZZZZZ9.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  CD-REMOVED         PIC ZZZZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  CD-ACTION          PIC X(29).
       01  CERT-TOTAL-LINE.
           05  FILLER             PIC X(15) VALUE 'FILES EXAMINED '.
           05  CT-EXAMINED        PIC ZZZZ9.
           05  FILLER             PIC X(10) VALUE '  TOUCHED '.
           05  CT-TOUCHED         PIC ZZZZ9.
           05  FILLER             PIC X(10) VALUE '  DELETED '.
           05  CT-DELETED         PIC ZZZZ9.
           05  FILLER             PIC X(09) VALUE '  FAILED '.
           05  CT-FAILED          PIC ZZZZ9.
           05  FILLER             PIC X(16) VALUE SPACES.
       01  CERT-LINES-LINE.
           05  FILLER             PIC X(13) VALUE 'LINES MASKED '.
           05  CT-MASKED          PIC ZZZZZZ9.
           05  FILLER             PIC X(17) VALUE '  LINES REMOVED  '.
           05  CT-REMOVED         PIC ZZZZZZ9.
           05  FILLER             PIC X(36) VALUE SPACES.
       01  CERT-NOTE-1            PIC X(80) VALUE
           'PAC RECORDS, JOURNALS, BACKUPS AND EXPORTS ARE UNCHANGED.'.
       01  CERT-NOTE-2            PIC X(80) VALUE
           'COUNTS, QUANTITIES AND VALUES STILL BALANCE.'.
       01  CERT-NOTE-3.
           05  FILLER             PIC X(40) VALUE
               'member.btr BELONGS TO THE MEMBER SYSTEM '.
           05  FILLER             PIC X(40) VALUE
               'AND IS NOT CHANGED HERE.                '.
       01  CERT-RESULT-LINE.
           05  FILLER             PIC X(08) VALUE 'RESULT  '.
           05  CR-TEXT            PIC X(72).

      *      RUN-HISTORY HOOK -- START-TIME STAMP CAPTURED AT A000,
      *      ONE PACHIST ROW APPENDED AT END OF JOB (PACHIST HAS NO
      *      SEPARATE COPYBOOK FOR ITS PARAMETER).
       01  HIST-PARM.
           05  HIST-PROGRAM       PIC X(08) VALUE 'PACERASE'.
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
       01  ERAS-PARM.
           05  ERAS-SERIAL        PIC X(05).
           05  ERAS-OPERATOR      PIC X(08).
      *      'R' = THE RETENTION PERIOD HAS ENDED; 'E' = A VALID
      *      ERASURE REQUEST FROM THE MEMBER.  THE REFERENCE IS THE
      *      RETENTION REVIEW OR THE REQUEST IT ANSWERS.
           05  ERAS-REASON        PIC X(01).
               88  ERAS-FOR-RETENTION    VALUE 'R'.
               88  ERAS-FOR-REQUEST      VALUE 'E'.
           05  ERAS-REFERENCE     PIC X(12).
           05  ERAS-START-CCYY    PIC 9(04).
           05  ERAS-END-CCYY      PIC 9(04).

      *      REGION CODE -- SPACES = THE HISTORIC SINGLE-REGION
      *      FILE SET (pacCCYY.btr); OTHERWISE QUALIFIES EVERY
      *      PER-YEAR FILE NAME THE RUN TOUCHES.
           05  ERAS-REGION        PIC X(02).
       PROCEDURE DIVISION USING ERAS-PARM.
       A000-BEGIN.
           CALL 'DOS_GET_TIME' USING HIST-START-STAMP.
           ACCEPT RUN-YYMMDD FROM DATE.
           ACCEPT RUN-TIME-WORK FROM TIME.
           DIVIDE RUN-TIME-WORK BY 100 GIVING RUN-TIME.
           COMPUTE TODAY-CCYYMMDD = 20000000 + RUN-YYMMDD.

           IF ERAS-SERIAL = SPACES
              OR (NOT ERAS-FOR-RETENTION AND NOT ERAS-FOR-REQUEST)
              OR ERAS-REFERENCE = SPACES
              OR ERAS-END-CCYY < ERAS-START-CCYY
              DISPLAY 'PACERASE: A SERIAL, A REASON (R OR E), A'
                  ' REFERENCE AND A YEAR RANGE ARE ALL REQUIRED'
              SET JOB-HAS-FAILED TO TRUE
              GO TO DONE.

           PERFORM CHECK-SUPERVISOR THRU CHECK-SUPERVISOR-EXIT.
           IF OPERATOR-NOT-AUTHORIZED
              DISPLAY 'PACERASE: ' ERAS-OPERATOR ' IS NOT A'
                  ' SUPERVISOR -- ERASURE NEEDS LEVEL 3'
              SET JOB-HAS-FAILED TO TRUE
              GO TO DONE.

           PERFORM FIND-MEMBER-DETAILS THRU FIND-MEMBER-DETAILS-EXIT.
           IF MEMBER-IS-NOT-FOUND
              DISPLAY 'PACERASE: SERIAL ' ERAS-SERIAL ' IS NOT ON '
                  B-MEM-NAME ' OR ANY memsnap.dat GENERATION --'
                  ' NOTHING TO SEARCH FOR'
              SET JOB-HAS-FAILED TO TRUE
              GO TO DONE.
           PERFORM SET-SEARCH-TERMS.
           IF TERM-COUNT = 0
              DISPLAY 'PACERASE: SERIAL ' ERAS-SERIAL ' HAS NO NAME,'
                  ' CONTACT OR PHONE LONG ENOUGH TO SEARCH FOR'
              SET JOB-HAS-FAILED TO TRUE
              GO TO DONE.

           MOVE ERAS-START-CCYY TO WS-YEAR.
           PERFORM CHECK-LIVE-YEAR THRU CHECK-LIVE-YEAR-EXIT
               UNTIL WS-YEAR > ERAS-END-CCYY
                  OR LIVE-REGISTRATION-FOUND
                  OR JOB-HAS-FAILED.
           IF JOB-HAS-FAILED
              GO TO DONE.
           IF LIVE-REGISTRATION-FOUND
              DISPLAY 'PACERASE: SERIAL ' ERAS-SERIAL ' STILL HOLDS'
                  ' A LIVE REGISTRATION (' LIVE-YEAR ' SEQ ' LIVE-SEQ
                  ') -- VOID IT FIRST; RUN REFUSED'
              SET JOB-HAS-FAILED TO TRUE
              GO TO DONE.

           PERFORM TAKE-RUN-TOKEN THRU TAKE-RUN-TOKEN-EXIT.
           IF RUN-TOKEN-NOT-HELD
              SET JOB-HAS-FAILED TO TRUE
              GO TO DONE.

           MOVE SPACES TO WS-RPT-NAME.
           STRING 'pacera' DELIMITED BY SIZE
                  ERAS-SERIAL DELIMITED BY SPACE
                  '.rpt' DELIMITED BY SIZE
                  INTO WS-RPT-NAME.
           MOVE WS-RPT-NAME TO GDG-FILE-NAME.
           CALL 'PACGDG' USING GDG-PARM.
           OPEN OUTPUT ERAS-RPT-FILE.
           PERFORM WRITE-CERTIFICATE-HEAD.

      *      PER-YEAR FILES FIRST, THEN THE ONES THAT ARE NOT PER
      *      YEAR, THEN THE STATEMENTS AND THE SAVED-QUERY OUTPUTS.
           MOVE ERAS-START-CCYY TO WS-YEAR.
           PERFORM ERASE-ONE-YEAR THRU ERASE-ONE-YEAR-EXIT
               UNTIL WS-YEAR > ERAS-END-CCYY.
           PERFORM ERASE-FIXED-REPORT
               VARYING RCT-IDX FROM 1 BY 1
               UNTIL RCT-IDX > RCT-COUNT.
           PERFORM ERASE-FIXED-EXTRA
               VARYING EXTRA-IDX FROM 1 BY 1
               UNTIL EXTRA-IDX > EXTRA-COUNT.
           PERFORM ERASE-STATEMENTS THRU ERASE-STATEMENTS-EXIT.
           PERFORM ERASE-QUERY-OUTPUTS THRU ERASE-QUERY-OUTPUTS-EXIT.

           IF FILES-FAILED > 0
              SET ERASURE-INCOMPLETE TO TRUE
              SET JOB-HAS-FAILED TO TRUE.
           PERFORM WRITE-CERTIFICATE-FOOT.
           CLOSE ERAS-RPT-FILE.
           PERFORM WRITE-REGISTER-LINE.

       DONE.
           PERFORM DROP-RUN-TOKEN.
           MOVE ERAS-END-CCYY     TO HIST-CCYY.
           MOVE TOTAL-LINES-MASKED TO HIST-RECORDS.
           IF JOB-HAS-FAILED
              MOVE 'FAILED' TO HIST-STATUS.
           CALL 'PACHIST' USING HIST-PARM.
           IF JOB-IS-CLEAN
              DISPLAY 'PACERASE: SERIAL ' ERAS-SERIAL ' ERASED -- '
                  FILES-TOUCHED ' FILE(S) TOUCHED, '
                  FILES-DELETED ' DELETED -- SEE ' WS-RPT-NAME
              MOVE 0 TO RETURN-CODE
           ELSE
              DISPLAY 'PACERASE: ERASURE OF SERIAL ' ERAS-SERIAL
                  ' NOT COMPLETE'
              MOVE 1 TO RETURN-CODE.
           GOBACK.

      * ------------------------------------------------------------
      *      WHO MAY ERASE, WHOSE DETAILS, AND WHETHER THEY ARE GONE.
      * ------------------------------------------------------------
      *      SAME pacoper.dat SCAN PACMENU'S SIGN-ON DOES, BUT ONLY
      *      THE ID AND LEVEL MATTER HERE.
       CHECK-SUPERVISOR.
           SET OPERATOR-NOT-AUTHORIZED TO TRUE.
           IF ERAS-OPERATOR = SPACES
              GO TO CHECK-SUPERVISOR-EXIT.
           SET INPUT-NOT-AT-EOF TO TRUE.
           OPEN INPUT OPERATOR-FILE.
           IF OPERATOR-STATUS NOT = '00'
              DISPLAY 'PACERASE: OPERATOR FILE ' WS-OPERATOR-NAME
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
           IF OPR-ID = ERAS-OPERATOR
              AND OPR-LEVEL NUMERIC
              AND OPR-LEVEL > 2
              SET OPERATOR-AUTHORIZED TO TRUE.
       MATCH-ONE-OPERATOR-EXIT. EXIT.

      *      member.btr FIRST; A MEMBER THE MEMBER SYSTEM HAS
      *      ALREADY DROPPED IS TAKEN FROM THE NEWEST memsnap.dat
      *      GENERATION THAT STILL HAS THEM.
       FIND-MEMBER-DETAILS.
           SET MEMBER-IS-NOT-FOUND TO TRUE.
           MOVE -2 TO B-MEM-KEY-NUMBER.
           CALL WINAPI 'BTRV' USING by value B-OPEN,
             by reference B-MEM-POSITION,
             OWNER-NAME, OWNER-LENGTH, B-MEM-NAME,
             by value B-MEM-KEY-NUMBER.
           IF RETURN-CODE NOT = ZERO
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'OPEN' TO ERRJ-OPERATION
              MOVE B-MEM-KEY-BUFFER TO B-PAC-KEY-BUFFER
              PERFORM LOG-ERROR-JOURNAL
              DISPLAY 'PACERASE: MEMBER OPEN FAILED--> '
                  BTRV-STATUS-MESSAGE
              GO TO FIND-IN-SNAPSHOTS.
           MOVE 0 TO B-MEM-KEY-NUMBER.
           MOVE ERAS-SERIAL TO B-MEM-KEY-SERIAL.
           CALL WINAPI 'BTRV' USING by value B-GET-EQUAL,
             by reference B-MEM-POSITION,
                MEMBER-RECORD, B-MEM-LENGTH, B-MEM-KEY-BUFFER,
                by value B-MEM-KEY-NUMBER.
           IF RETURN-CODE = ZERO
              SET MEMBER-IS-FOUND TO TRUE.
           CALL WINAPI 'BTRV' USING by value B-CLOSE,
             by reference B-MEM-POSITION,
             OWNER-NAME, OWNER-LENGTH,
             B-MEM-KEY-BUFFER, by value B-MEM-KEY-NUMBER.
           IF MEMBER-IS-FOUND
              GO TO FIND-MEMBER-DETAILS-EXIT.
       FIND-IN-SNAPSHOTS.
           PERFORM SEARCH-ONE-SNAPSHOT THRU SEARCH-ONE-SNAPSHOT-EXIT
               VARYING GEN-NO FROM 0 BY 1
               UNTIL GEN-NO > 9 OR MEMBER-IS-FOUND.
       FIND-MEMBER-DETAILS-EXIT. EXIT.

       SEARCH-ONE-SNAPSHOT.
           MOVE 'memsnap.dat' TO SCRUB-BASE-NAME.
           PERFORM SET-GENERATION-NAME.
           MOVE WS-IN-NAME TO WS-SNAP-NAME.
           OPEN INPUT ERAS-SNAP-FILE.
           IF SNAP-FILE-STATUS NOT = '00'
              GO TO SEARCH-ONE-SNAPSHOT-EXIT.
           SET INPUT-NOT-AT-EOF TO TRUE.
           PERFORM READ-ONE-SNAPSHOT-ROW THRU
               READ-ONE-SNAPSHOT-ROW-EXIT
               UNTIL INPUT-AT-EOF OR MEMBER-IS-FOUND.
           CLOSE ERAS-SNAP-FILE.
       SEARCH-ONE-SNAPSHOT-EXIT. EXIT.

       READ-ONE-SNAPSHOT-ROW.
           READ ERAS-SNAP-FILE
               AT END
                  SET INPUT-AT-EOF TO TRUE
                  GO TO READ-ONE-SNAPSHOT-ROW-EXIT.
           IF ERAS-SNAP-RECORD (1:5) = ERAS-SERIAL
              MOVE ERAS-SNAP-RECORD TO MEMBER-RECORD
              SET MEMBER-IS-FOUND TO TRUE.
       READ-ONE-SNAPSHOT-ROW-EXIT. EXIT.

       SET-SEARCH-TERMS.
           MOVE MEM-NAME    TO TERM-TEXT (1).
           MOVE MEM-CONTACT TO TERM-TEXT (2).
           MOVE MEM-PHONE   TO TERM-TEXT (3).
           MOVE 0 TO TERM-COUNT.
           PERFORM SET-ONE-TERM-LENGTH
               VARYING TERM-IDX FROM 1 BY 1
               UNTIL TERM-IDX > 3.

       SET-ONE-TERM-LENGTH.
           MOVE 0 TO TERM-LEN (TERM-IDX).
           PERFORM FIND-TERM-END
               VARYING TRIM-IDX FROM 30 BY -1
               UNTIL TRIM-IDX < 1 OR TERM-LEN (TERM-IDX) > 0.
           IF TERM-LEN (TERM-IDX) < TERM-MIN-LEN
              MOVE 0 TO TERM-LEN (TERM-IDX)
           ELSE
              ADD 1 TO TERM-COUNT.

       FIND-TERM-END.
           IF TERM-TEXT (TERM-IDX) (TRIM-IDX:1) NOT = SPACE
              MOVE TRIM-IDX TO TERM-LEN (TERM-IDX).

      *      A REGISTRATION STILL ACTIVE AND NOT PAST ITS EXPIRY
      *      (OR WITH NO EXPIRY) MEANS THE MEMBER HAS NOT DEPARTED --
      *      THE OFFICE STILL NEEDS TO REACH THEM.
       CHECK-LIVE-YEAR.
           MOVE WS-YEAR TO TARGET-CCYY-DISPLAY.
           MOVE SPACES TO B-PAC-NAME.
           STRING 'pac' DELIMITED BY SIZE
                  ERAS-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.btr' DELIMITED BY SIZE
                  INTO B-PAC-NAME.
           CALL 'CBL_CHECK_FILE_EXIST' USING B-PAC-NAME
                                             CHECK-FILE-DETAILS.
           IF RETURN-CODE NOT = ZERO
              MOVE 0 TO RETURN-CODE
              GO TO CHECK-LIVE-NEXT.
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
              DISPLAY 'PACERASE: ' B-PAC-NAME ' OPEN FAILED--> '
                  BTRV-STATUS-MESSAGE ' -- CANNOT PROVE THE MEMBER'
                  ' HAS DEPARTED'
              SET JOB-HAS-FAILED TO TRUE
              GO TO CHECK-LIVE-YEAR-EXIT.
           MOVE 0 TO B-PAC-KEY-NUMBER.
           MOVE ERAS-SERIAL TO B-PAC-KEY-SERIAL.
           MOVE 0           TO B-PAC-KEY-SEQ.
           CALL WINAPI 'BTRV' USING by value B-GET-GREATER,
             by reference B-PAC-POSITION,
                PAC-RECORD, B-PAC-LENGTH, B-PAC-KEY-BUFFER,
                by value B-PAC-KEY-NUMBER.
       CHECK-LIVE-RECORD.
           IF RETURN-CODE NOT = 0
              OR PAC-KEY-SERIAL NOT = ERAS-SERIAL
              GO TO CHECK-LIVE-CLOSE.
           IF PAC-REC-ACTIVE
              AND (PAC-EXP-DATE NOT NUMERIC
                   OR PAC-EXP-DATE = ZERO
                   OR PAC-EXP-DATE NOT < TODAY-CCYYMMDD)
              SET LIVE-REGISTRATION-FOUND TO TRUE
              MOVE WS-YEAR     TO LIVE-YEAR
              MOVE PAC-KEY-SEQ TO LIVE-SEQ
              GO TO CHECK-LIVE-CLOSE.
           CALL WINAPI 'BTRV' USING by value B-GET-NEXT,
             by reference B-PAC-POSITION,
                PAC-RECORD, B-PAC-LENGTH, B-PAC-KEY-BUFFER,
                by value B-PAC-KEY-NUMBER.
           GO TO CHECK-LIVE-RECORD.
       CHECK-LIVE-CLOSE.
           CALL WINAPI 'BTRV' USING by value B-CLOSE,
             by reference B-PAC-POSITION,
             OWNER-NAME, OWNER-LENGTH,
             B-PAC-KEY-BUFFER, by value B-PAC-KEY-NUMBER.
       CHECK-LIVE-NEXT.
           ADD 1 TO WS-YEAR.
       CHECK-LIVE-YEAR-EXIT. EXIT.

      * ------------------------------------------------------------
      *      WHICH FILES.  EVERY BASE NAME IS TRIED WITH ITS PACGDG
      *      GENERATIONS; ONE NOT ON THE VOLUME IS PASSED OVER.
      * ------------------------------------------------------------
       ERASE-ONE-YEAR.
           MOVE WS-YEAR TO TARGET-CCYY-DISPLAY.
           PERFORM ERASE-YEAR-REPORT
               VARYING RCT-IDX FROM 1 BY 1
               UNTIL RCT-IDX > RCT-COUNT.
           PERFORM ERASE-YEAR-EXTRA
               VARYING EXTRA-IDX FROM 1 BY 1
               UNTIL EXTRA-IDX > EXTRA-COUNT.
           ADD 1 TO WS-YEAR.
       ERASE-ONE-YEAR-EXIT. EXIT.

       ERASE-YEAR-REPORT.
           MOVE SPACES TO SCRUB-BASE-NAME.
           IF RCT-NAMED-BY-REGION-YEAR (RCT-IDX)
              STRING RCT-STEM (RCT-IDX) DELIMITED BY SPACE
                     ERAS-REGION DELIMITED BY SPACE
                     TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                     RCT-EXT (RCT-IDX) DELIMITED BY SPACE
                     INTO SCRUB-BASE-NAME
           ELSE
           IF RCT-NAMED-BY-YEAR (RCT-IDX)
              STRING RCT-STEM (RCT-IDX) DELIMITED BY SPACE
                     TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                     RCT-EXT (RCT-IDX) DELIMITED BY SPACE
                     INTO SCRUB-BASE-NAME.
           IF SCRUB-BASE-NAME NOT = SPACES
              MOVE 'T' TO SCRUB-MODE
              PERFORM ERASE-FILE-SET.

       ERASE-YEAR-EXTRA.
           IF EXT-NAMED-BY-REGION-YEAR (EXTRA-IDX)
              MOVE SPACES TO SCRUB-BASE-NAME
              STRING EXT-STEM (EXTRA-IDX) DELIMITED BY SPACE
                     ERAS-REGION DELIMITED BY SPACE
                     TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                     EXT-EXT (EXTRA-IDX) DELIMITED BY SPACE
                     INTO SCRUB-BASE-NAME
              MOVE EXT-MODE (EXTRA-IDX) TO SCRUB-MODE
              PERFORM ERASE-FILE-SET.

       ERASE-FIXED-REPORT.
           MOVE SPACES TO SCRUB-BASE-NAME.
           IF RCT-NAMED-BY-REGION (RCT-IDX)
              STRING RCT-STEM (RCT-IDX) DELIMITED BY SPACE
                     ERAS-REGION DELIMITED BY SPACE
                     RCT-EXT (RCT-IDX) DELIMITED BY SPACE
                     INTO SCRUB-BASE-NAME
           ELSE
           IF RCT-NAMED-FIXED (RCT-IDX)
              STRING RCT-STEM (RCT-IDX) DELIMITED BY SPACE
                     RCT-EXT (RCT-IDX) DELIMITED BY SPACE
                     INTO SCRUB-BASE-NAME.
           IF SCRUB-BASE-NAME NOT = SPACES
              MOVE 'T' TO SCRUB-MODE
              PERFORM ERASE-FILE-SET.

       ERASE-FIXED-EXTRA.
           IF EXT-NAMED-FIXED (EXTRA-IDX)
              MOVE SPACES TO SCRUB-BASE-NAME
              STRING EXT-STEM (EXTRA-IDX) DELIMITED BY SPACE
                     EXT-EXT (EXTRA-IDX) DELIMITED BY SPACE
                     INTO SCRUB-BASE-NAME
              MOVE EXT-MODE (EXTRA-IDX) TO SCRUB-MODE
              PERFORM ERASE-FILE-SET.

      *      PACSTMT'S MAILING FILES ARE NAMED FOR THE YEARS THEY
      *      COVER, SO EVERY FROM-TO PAIR INSIDE THE RANGE IS TRIED;
      *      THE MEMBER'S OWN ON-DEMAND STATEMENT GOES WHOLE.
       ERASE-STATEMENTS.
           MOVE ERAS-START-CCYY TO STMT-FROM-CCYY.
           PERFORM ERASE-STATEMENTS-FROM
               UNTIL STMT-FROM-CCYY > ERAS-END-CCYY.
           MOVE SPACES TO SCRUB-BASE-NAME.
           STRING 'pacstmt' DELIMITED BY SIZE
                  ERAS-SERIAL DELIMITED BY SPACE
                  '.rpt' DELIMITED BY SIZE
                  INTO SCRUB-BASE-NAME.
           MOVE 'D' TO SCRUB-MODE.
           PERFORM ERASE-FILE-SET.
       ERASE-STATEMENTS-EXIT. EXIT.

       ERASE-STATEMENTS-FROM.
           MOVE STMT-FROM-CCYY TO STMT-TO-CCYY.
           PERFORM ERASE-ONE-MAILING
               UNTIL STMT-TO-CCYY > ERAS-END-CCYY.
           ADD 1 TO STMT-FROM-CCYY.

       ERASE-ONE-MAILING.
           MOVE SPACES TO SCRUB-BASE-NAME.
           STRING 'pacstmt' DELIMITED BY SIZE
                  ERAS-REGION DELIMITED BY SPACE
                  STMT-FROM-CCYY DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  STMT-TO-CCYY DELIMITED BY SIZE
                  '.rpt' DELIMITED BY SIZE
                  INTO SCRUB-BASE-NAME.
           MOVE 'T' TO SCRUB-MODE.
           PERFORM ERASE-FILE-SET.
           MOVE SPACES TO SCRUB-BASE-NAME.
           STRING 'pacstmt' DELIMITED BY SIZE
                  ERAS-REGION DELIMITED BY SPACE
                  STMT-FROM-CCYY DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  STMT-TO-CCYY DELIMITED BY SIZE
                  '.idx' DELIMITED BY SIZE
                  INTO SCRUB-BASE-NAME.
           MOVE 'I' TO SCRUB-MODE.
           PERFORM ERASE-FILE-SET.
           ADD 1 TO STMT-TO-CCYY.

      *      EVERY SAVED QUERY CAN SELECT ON, AND PRINT, THE MEMBER
      *      NAME -- ITS name.sel AND name.csv ARE SCANNED.
       ERASE-QUERY-OUTPUTS.
           OPEN INPUT ERAS-QRY-FILE.
           IF QRY-FILE-STATUS NOT = '00'
              GO TO ERASE-QUERY-OUTPUTS-EXIT.
           SET INPUT-NOT-AT-EOF TO TRUE.
           PERFORM ERASE-ONE-QUERY THRU ERASE-ONE-QUERY-EXIT
               UNTIL INPUT-AT-EOF.
           CLOSE ERAS-QRY-FILE.
       ERASE-QUERY-OUTPUTS-EXIT. EXIT.

       ERASE-ONE-QUERY.
           READ ERAS-QRY-FILE
               AT END
                  SET INPUT-AT-EOF TO TRUE
                  GO TO ERASE-ONE-QUERY-EXIT.
           IF NOT QRY-IS-QUERY
              OR QRY-NAME = SPACES
              GO TO ERASE-ONE-QUERY-EXIT.
           MOVE 'T' TO SCRUB-MODE.
           MOVE SPACES TO SCRUB-BASE-NAME.
           STRING QRY-NAME DELIMITED BY SPACE
                  '.sel' DELIMITED BY SIZE
                  INTO SCRUB-BASE-NAME.
           PERFORM ERASE-FILE-SET.
           MOVE SPACES TO SCRUB-BASE-NAME.
           STRING QRY-NAME DELIMITED BY SPACE
                  '.csv' DELIMITED BY SIZE
                  INTO SCRUB-BASE-NAME.
           PERFORM ERASE-FILE-SET.
       ERASE-ONE-QUERY-EXIT. EXIT.

       ERASE-FILE-SET.
           PERFORM ERASE-ONE-GENERATION THRU
               ERASE-ONE-GENERATION-EXIT
               VARYING GEN-NO FROM 0 BY 1
               UNTIL GEN-NO > 9.

       SET-GENERATION-NAME.
           MOVE SPACES TO WS-IN-NAME.
           IF GEN-NO = 0
              MOVE SCRUB-BASE-NAME TO WS-IN-NAME
           ELSE
              STRING SCRUB-BASE-NAME DELIMITED BY SPACE
                     '.g' DELIMITED BY SIZE
                     GEN-NO DELIMITED BY SIZE
                     INTO WS-IN-NAME.

      * ------------------------------------------------------------
      *      ONE FILE -- READ IT THROUGH INTO pacerase.tmp, AND PUT
      *      THE COPY IN ITS PLACE ONLY IF SOMETHING CHANGED.
      * ------------------------------------------------------------
       ERASE-ONE-GENERATION.
           PERFORM SET-GENERATION-NAME.
           CALL 'CBL_CHECK_FILE_EXIST' USING WS-IN-NAME
                                             CHECK-FILE-DETAILS.
           IF RETURN-CODE NOT = ZERO
              MOVE 0 TO RETURN-CODE
              GO TO ERASE-ONE-GENERATION-EXIT.
           ADD 1 TO FILES-EXAMINED.
           MOVE 0 TO FILE-LINES-MASKED FILE-LINES-REMOVED.
           IF SCRUB-DELETE-WHOLE
              GO TO DELETE-WHOLE-FILE.

           OPEN INPUT ERAS-IN-FILE.
           IF IN-FILE-STATUS NOT = '00'
              MOVE 'COULD NOT BE READ' TO CD-ACTION
              GO TO ERASE-FILE-FAILED.
           OPEN OUTPUT ERAS-OUT-FILE.
           IF OUT-FILE-STATUS NOT = '00'
              CLOSE ERAS-IN-FILE
              MOVE 'WORK FILE WOULD NOT OPEN' TO CD-ACTION
              GO TO ERASE-FILE-FAILED.
           MOVE 0 TO ORIG-ACCUM ORIG-LINES NEW-ACCUM NEW-LINES.
           SET TRAILER-NOT-SEEN TO TRUE.
           SET NO-TRAILER-ACTION TO TRUE.
           SET INPUT-NOT-AT-EOF TO TRUE.
           PERFORM SCRUB-ONE-LINE THRU SCRUB-ONE-LINE-EXIT
               UNTIL INPUT-AT-EOF.
           CLOSE ERAS-IN-FILE.
           CLOSE ERAS-OUT-FILE.

           IF FILE-LINES-MASKED = 0 AND FILE-LINES-REMOVED = 0
              CALL 'CBL_DELETE_FILE' USING WS-OUT-NAME
                  RETURNING FILE-OP-STATUS
              GO TO ERASE-ONE-GENERATION-EXIT.

           CALL 'CBL_DELETE_FILE' USING WS-IN-NAME
               RETURNING FILE-OP-STATUS.
           IF FILE-OP-STATUS NOT = ZERO
              CALL 'CBL_DELETE_FILE' USING WS-OUT-NAME
                  RETURNING FILE-OP-STATUS
              MOVE 'COULD NOT BE REPLACED' TO CD-ACTION
              GO TO ERASE-FILE-FAILED.
           CALL 'CBL_RENAME_FILE' USING WS-OUT-NAME WS-IN-NAME
               RETURNING FILE-OP-STATUS.
           IF FILE-OP-STATUS NOT = ZERO
              DISPLAY 'PACERASE: ' WS-IN-NAME ' WAS REMOVED BUT ITS'
                  ' CLEANED COPY ' WS-OUT-NAME ' COULD NOT BE RENAMED'
                  ' INTO ITS PLACE -- RENAME IT BY HAND'
              MOVE 'CLEANED COPY LEFT IN .tmp' TO CD-ACTION
              GO TO ERASE-FILE-FAILED.

           ADD 1 TO FILES-TOUCHED.
           ADD FILE-LINES-MASKED  TO TOTAL-LINES-MASKED.
           ADD FILE-LINES-REMOVED TO TOTAL-LINES-REMOVED.
           EVALUATE TRUE
               WHEN TRAILER-RESEALED
                  MOVE 'CLEANED, TRAILER RESEALED' TO CD-ACTION
               WHEN TRAILER-LEFT-AS-FOUND
                  MOVE 'CLEANED, TRAILER WAS BAD' TO CD-ACTION
               WHEN SCRUB-STMT-INDEX
                  MOVE 'INDEX LINES REMOVED' TO CD-ACTION
               WHEN OTHER
                  MOVE 'CLEANED' TO CD-ACTION
           END-EVALUATE.
           PERFORM WRITE-CERTIFICATE-DETAIL.
           GO TO ERASE-ONE-GENERATION-EXIT.

       DELETE-WHOLE-FILE.
           CALL 'CBL_DELETE_FILE' USING WS-IN-NAME
               RETURNING FILE-OP-STATUS.
           IF FILE-OP-STATUS NOT = ZERO
              MOVE 'COULD NOT BE DELETED' TO CD-ACTION
              GO TO ERASE-FILE-FAILED.
           ADD 1 TO FILES-DELETED.
           MOVE 'DELETED (MEMBER''S OWN FILE)' TO CD-ACTION.
           PERFORM WRITE-CERTIFICATE-DETAIL.
           GO TO ERASE-ONE-GENERATION-EXIT.

       ERASE-FILE-FAILED.
           ADD 1 TO FILES-FAILED.
           DISPLAY 'PACERASE: ' WS-IN-NAME ' ' CD-ACTION.
           PERFORM WRITE-CERTIFICATE-DETAIL.
       ERASE-ONE-GENERATION-EXIT. EXIT.

       SCRUB-ONE-LINE.
           READ ERAS-IN-FILE
               AT END
                  SET INPUT-AT-EOF TO TRUE
                  GO TO SCRUB-ONE-LINE-EXIT.
           MOVE ERAS-IN-RECORD TO SCRUB-LINE.
           IF TRAILER-SEEN
              GO TO SCRUB-WRITE-LINE.
           IF SCRUB-LINE (1:9) = '*TRAILER*'
              SET TRAILER-SEEN TO TRUE
              PERFORM RESEAL-TRAILER
              GO TO SCRUB-WRITE-LINE.

           MOVE SCRUB-LINE TO CHECKSUM-LINE.
           PERFORM ADD-LINE-CHECKSUM.
           ADD 1 TO ORIG-LINES.
           ADD LINE-SUM TO ORIG-ACCUM.
           IF ORIG-ACCUM > 999999999
              SUBTRACT 1000000000 FROM ORIG-ACCUM.

           SET LINE-NOT-CHANGED TO TRUE.
           IF SCRUB-LINE (1:5) = ERAS-SERIAL
              IF SCRUB-STMT-INDEX
                 ADD 1 TO FILE-LINES-REMOVED
                 GO TO SCRUB-ONE-LINE-EXIT
              END-IF
              IF SCRUB-NOTES
                 MOVE ERASED-NOTE-TEXT TO SCRUB-LINE (33:50)
                 SET LINE-WAS-CHANGED TO TRUE
              END-IF
              IF SCRUB-SNAPSHOT
                 MOVE ALL '*' TO SCRUB-LINE (6:74)
                 SET LINE-WAS-CHANGED TO TRUE
              END-IF.
           PERFORM SCAN-FOR-TERM
               VARYING TERM-IDX FROM 1 BY 1
               UNTIL TERM-IDX > 3.
           IF LINE-WAS-CHANGED
              ADD 1 TO FILE-LINES-MASKED.

           MOVE SCRUB-LINE TO CHECKSUM-LINE.
           PERFORM ADD-LINE-CHECKSUM.
           ADD 1 TO NEW-LINES.
           ADD LINE-SUM TO NEW-ACCUM.
           IF NEW-ACCUM > 999999999
              SUBTRACT 1000000000 FROM NEW-ACCUM.
       SCRUB-WRITE-LINE.
           WRITE ERAS-OUT-RECORD FROM SCRUB-LINE.
       SCRUB-ONE-LINE-EXIT. EXIT.

       SCAN-FOR-TERM.
           IF TERM-LEN (TERM-IDX) > 0
              MOVE 0 TO TERM-HITS
              INSPECT SCRUB-LINE TALLYING TERM-HITS
                  FOR ALL TERM-TEXT (TERM-IDX) (1:TERM-LEN (TERM-IDX))
              IF TERM-HITS > 0
                 INSPECT SCRUB-LINE REPLACING
                     ALL TERM-TEXT (TERM-IDX) (1:TERM-LEN (TERM-IDX))
                     BY MASK-TEXT (1:TERM-LEN (TERM-IDX))
                 SET LINE-WAS-CHANGED TO TRUE.

      *      THE DATA LINES ABOVE ARE ALL THE TRAILER COVERS.  IT IS
      *      REWRITTEN FOR THE CLEANED LINES ONLY WHEN IT PROVES THE
      *      FILE AS READ; OTHERWISE IT IS COPIED AS FOUND SO PACVRFY
      *      STILL REPORTS THE FILE AS IT WOULD HAVE.
       RESEAL-TRAILER.
           MOVE SCRUB-LINE TO EXPORT-TRAILER-LINE.
           IF TRL-COUNT NUMERIC AND TRL-CHECKSUM NUMERIC
              AND TRL-COUNT = ORIG-LINES
              AND TRL-CHECKSUM = ORIG-ACCUM
              MOVE NEW-LINES TO TRL-COUNT
              MOVE NEW-ACCUM TO TRL-CHECKSUM
              MOVE SPACES TO SCRUB-LINE
              MOVE EXPORT-TRAILER-LINE TO SCRUB-LINE
              SET TRAILER-RESEALED TO TRUE
           ELSE
              SET TRAILER-LEFT-AS-FOUND TO TRUE.

      *      THE PACBKUP TRAILER ARITHMETIC FOR ONE LINE: ITS BYTES
      *      UP TO ITS LAST NON-BLANK, SUMMED.
       ADD-LINE-CHECKSUM.
           MOVE 0 TO LINE-SUM.
           MOVE 0 TO TRIM-LENGTH.
           PERFORM FIND-TRIM-LENGTH
               VARYING CHECK-IDX FROM 103 BY -1
               UNTIL CHECK-IDX < 1 OR TRIM-LENGTH > 0.
           PERFORM ADD-CHECK-BYTE
               VARYING CHECK-IDX FROM 1 BY 1
               UNTIL CHECK-IDX > TRIM-LENGTH.

       FIND-TRIM-LENGTH.
           IF CHECKSUM-LINE (CHECK-IDX:1) NOT = SPACE
              MOVE CHECK-IDX TO TRIM-LENGTH.

       ADD-CHECK-BYTE.
           ADD FUNCTION ORD (CHECKSUM-LINE (CHECK-IDX:1))
               TO LINE-SUM.

      * ------------------------------------------------------------
      *      THE CERTIFICATE AND THE REGISTER.
      * ------------------------------------------------------------
       WRITE-CERTIFICATE-HEAD.
           WRITE ERAS-RPT-RECORD FROM CERT-TITLE-LINE.
           MOVE ERAS-SERIAL    TO CW-SERIAL.
           IF ERAS-FOR-RETENTION
              MOVE 'RETENTION PERIOD ENDED' TO CW-REASON
           ELSE
              MOVE 'ERASURE REQUEST'        TO CW-REASON.
           MOVE ERAS-REFERENCE TO CW-REFERENCE.
           WRITE ERAS-RPT-RECORD FROM CERT-WHO-LINE.
           MOVE ERAS-OPERATOR   TO CW-OPERATOR.
           MOVE RUN-YYMMDD      TO CW-DATE.
           MOVE RUN-TIME        TO CW-TIME.
           MOVE ERAS-START-CCYY TO CW-START-CCYY.
           MOVE ERAS-END-CCYY   TO CW-END-CCYY.
           MOVE ERAS-REGION     TO CW-REGION.
           WRITE ERAS-RPT-RECORD FROM CERT-WHEN-LINE.
           WRITE ERAS-RPT-RECORD FROM CERT-BLANK-LINE.
           WRITE ERAS-RPT-RECORD FROM CERT-COLUMN-LINE.

       WRITE-CERTIFICATE-DETAIL.
           MOVE WS-IN-NAME         TO CD-FILE-NAME.
           MOVE FILE-LINES-MASKED  TO CD-MASKED.
           MOVE FILE-LINES-REMOVED TO CD-REMOVED.
           WRITE ERAS-RPT-RECORD FROM CERT-DETAIL-LINE.

       WRITE-CERTIFICATE-FOOT.
           WRITE ERAS-RPT-RECORD FROM CERT-BLANK-LINE.
           MOVE FILES-EXAMINED TO CT-EXAMINED.
           MOVE FILES-TOUCHED  TO CT-TOUCHED.
           MOVE FILES-DELETED  TO CT-DELETED.
           MOVE FILES-FAILED   TO CT-FAILED.
           WRITE ERAS-RPT-RECORD FROM CERT-TOTAL-LINE.
           MOVE TOTAL-LINES-MASKED  TO CT-MASKED.
           MOVE TOTAL-LINES-REMOVED TO CT-REMOVED.
           WRITE ERAS-RPT-RECORD FROM CERT-LINES-LINE.
           WRITE ERAS-RPT-RECORD FROM CERT-BLANK-LINE.
           WRITE ERAS-RPT-RECORD FROM CERT-NOTE-1.
           WRITE ERAS-RPT-RECORD FROM CERT-NOTE-2.
           WRITE ERAS-RPT-RECORD FROM CERT-NOTE-3.
           WRITE ERAS-RPT-RECORD FROM CERT-BLANK-LINE.
           IF ERASURE-INCOMPLETE
              MOVE 'INCOMPLETE -- FILES ABOVE MARKED AS FAILED STILL'
                  TO CR-TEXT
           ELSE
              MOVE 'COMPLETE' TO CR-TEXT.
           WRITE ERAS-RPT-RECORD FROM CERT-RESULT-LINE.

       WRITE-REGISTER-LINE.
           MOVE SPACES TO ERAS-REG-RECORD.
           MOVE ERAS-SERIAL     TO ERA-SERIAL.
           MOVE RUN-YYMMDD      TO ERA-DATE.
           MOVE RUN-TIME        TO ERA-TIME.
           MOVE ERAS-OPERATOR   TO ERA-OPERATOR.
           MOVE ERAS-REASON     TO ERA-REASON.
           MOVE ERAS-REFERENCE  TO ERA-REFERENCE.
           MOVE ERAS-START-CCYY TO ERA-START-CCYY.
           MOVE ERAS-END-CCYY   TO ERA-END-CCYY.
           MOVE ERAS-REGION     TO ERA-REGION.
           COMPUTE ERA-FILES = FILES-TOUCHED + FILES-DELETED.
           MOVE TOTAL-LINES-MASKED TO ERA-LINES.
           IF ERASURE-INCOMPLETE
              SET ERA-IS-INCOMPLETE TO TRUE
           ELSE
              SET ERA-IS-COMPLETE TO TRUE.
           OPEN EXTEND ERAS-REG-FILE.
           IF REG-FILE-STATUS = '05' OR '35'
              OPEN OUTPUT ERAS-REG-FILE.
           WRITE ERAS-REG-RECORD.
           CLOSE ERAS-REG-FILE.

       TAKE-RUN-TOKEN.
           MOVE 'T' TO LOCK-REQUEST.
           MOVE ERAS-END-CCYY TO LOCK-CCYY.
           MOVE ERAS-REGION   TO LOCK-REGION.
           COMPUTE LOCK-START-TIME =
               HIST-START-HOUR * 10000 + HIST-START-MINUTE * 100
                   + HIST-START-SECOND.
           CALL 'PACLOCK' USING LOCK-PARM.
           IF LOCK-BUSY
              DISPLAY 'PACERASE: YEAR ' ERAS-END-CCYY
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
