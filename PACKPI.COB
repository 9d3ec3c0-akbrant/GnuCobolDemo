       ID DIVISION.
       PROGRAM-ID.  PACKPI.
       AUTHOR.  Oliphant .
       DATE-WRITTEN. OCTOBER 15, 2026.
       DATE-COMPILED.
       REMARKS.  MONTHLY MANAGEMENT KPI PACK.  MANAGEMENT HAS BEEN
           SENT A DOZEN SEPARATE REPORTS AND A HAND-WRITTEN SUMMARY
           OF THEM EVERY MONTH.  THIS RUN PRINTS THE SUMMARY AS ONE
           PAGINATED PACK PER MONTH AND REGION, pacCCYY.kMM (MM THE
           MONTH), THE PRIOR COPY ROTATED BY PACGDG.  EACH FIGURE IS
           SHOWN FOR THE MONTH, THE MONTH BEFORE AND THE SAME MONTH
           A YEAR EARLIER, WITH A TREND ARROW AGAINST EACH OF THE
           TWO.  THE FIGURES AND WHERE THEY COME FROM --
             ACTIVE REGISTRATIONS   RECORD COUNT ON THE AGGREGATE
                                    CACHE aggCCYY.dat (PACAGGR) AS
                                    THE LAST FULL PACLOOK LEFT IT.
             NEW ENTRANTS           SERIALS WHOSE FIRST INSERT OF THE
                                    YEAR ON jrnCCYY.dat FALLS IN THE
                                    MONTH AND WHICH HAVE NO RECORD
                                    ON THE PRIOR YEAR'S FILE (THE
                                    PACNEWE RULE).
             VOIDS                  JOURNAL VOIDS IN THE MONTH NOT
                                    MADE BY PACRENEW.
             LAPSES                 PACRENEW'S END-OF-GRACE VOIDS IN
                                    THE MONTH (THE PACLETR RULE).
             RENEWALS DONE          JOURNAL UPDATES IN THE MONTH
                                    THAT MOVED AN ACTIVE RECORD'S
                                    EXPIRY DATE LATER.
             RENEWALS DUE           ACTIVE RECORDS STILL EXPIRING IN
                                    THE MONTH (WALKED ON THE EXPIRY
                                    KEY OF pacCCYY.btr, AS PACRENEW
                                    DOES) PLUS THOSE RENEWED DONE
                                    ABOVE WHOSE OLD EXPIRY WAS IN IT.
             BILLED VALUE           'I' LINES POSTED IN THE MONTH ON
                                    THE RECEIVABLES LEDGER
                                    arlCCYY.dat (PACRCL.COB).
             FEES COLLECTED         'P', 'O' AND 'U' LINES POSTED IN
                                    THE MONTH -- EVERY RECEIPT.
             COLLECTED % OF BILLED  THE TWO ABOVE SET AGAINST EACH
                                    OTHER.
             OPEN RECEIVABLES       'I' LINES LESS 'P', 'O' AND 'C'
                                    LINES POSTED TO THE MONTH END.
             QUOTA UTILISATION %    QUANTITY ON THE AGGREGATE CACHE
                                    IN THE CELLS pacquota.dat SETS A
                                    LIMIT FOR, AGAINST THOSE LIMITS.
             DATA-QUALITY GRADE     THE GRADE ON PACSCOR'S pacCCYY.sco
                                    AS LAST RUN.
           THE MONTH'S FIGURES ARE APPENDED TO THE KPI HISTORY
           packpi.his (PACKPH.COB) AND THE TWO COMPARISON COLUMNS
           ARE READ BACK FROM IT, SO NO EARLIER MONTH OR YEAR IS
           SWEPT AGAIN; A MONTH NEVER PACKED SHOWS N/A.  A FIGURE
           WHOSE SOURCE IS NOT ON FILE IS N/A AND IS HELD AS SUCH IN
           THE HISTORY.  RUN AGAIN FOR A MONTH, THE PACK IS REDONE
           FROM THE FILES AS THEY STAND AND ITS NEW HISTORY LINE
           TAKES OVER.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. COMPAQ-DESKPRO-286.
       OBJECT-COMPUTER. ANY-COMPAQ-COMPATABLE.
       SPECIAL-NAMES.
           CALL-CONVENTION 64 IS WINAPI.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KPI-JRN-FILE ASSIGN TO WS-JRN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JRN-FILE-STATUS.
           SELECT KPI-LEDGER-FILE ASSIGN TO WS-LEDGER-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-FILE-STATUS.
           SELECT KPI-QTA-FILE ASSIGN TO WS-QTA-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QTA-FILE-STATUS.
           SELECT KPI-SCO-FILE ASSIGN TO WS-SCO-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCO-FILE-STATUS.
           SELECT KPI-HIS-FILE ASSIGN TO WS-KPH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KPH-FILE-STATUS.
           SELECT KPI-RPT-FILE ASSIGN TO WS-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  KPI-JRN-FILE.
       01  KPI-JRN-RECORD.
           COPY 'PACJRN.COB'.
       FD  KPI-LEDGER-FILE.
       01  KPI-LEDGER-RECORD.
           COPY 'PACRCL.COB'.
       FD  KPI-QTA-FILE.
       01  KPI-QTA-RECORD.
           COPY 'PACQTA.COB'.
      *      PACSCOR'S SCORECARD, READ ONLY FOR ITS GRADE LINE.
       FD  KPI-SCO-FILE.
       01  KPI-SCO-RECORD.
           05  SCO-LABEL               PIC X(24).
           05  SCO-GRADE               PIC X(01).
           05  FILLER                  PIC X(55).
       FD  KPI-HIS-FILE.
       01  KPI-HIS-RECORD              PIC X(220).
       FD  KPI-RPT-FILE.
       01  KPI-RPT-RECORD              PIC X(80).
*      WORKING-STORAGE SECTION.
       01  B-OPEN         PIC 9(4) BINARY VALUE 0.
       01  B-CLOSE        PIC 9(4) BINARY VALUE 1.
       01  B-GET-NEXT     PIC 9(4) BINARY VALUE 6.
       01  B-GET-GREATER  PIC 9(4) BINARY VALUE 9.
       01  PAC-RECORD.
           COPY 'PAC.COB'.
       01  OLD-PAC-RECORD.
           COPY 'PAC.COB'.
      *      THE JOURNAL'S BEFORE AND AFTER IMAGES, LAID OVER THE
      *      MASTER LAYOUT TO READ THE EXPIRY DATES.
       01  BEFORE-PAC-RECORD.
           COPY 'PAC.COB'.
       01  AFTER-PAC-RECORD.
           COPY 'PAC.COB'.
       01  OWNER-NAME     PIC X(8) VALUE SPACES.
       01  OWNER-LENGTH   PIC 9(4) BINARY VALUE 0.

      *      TWO FILES ARE OPEN -- THE YEAR WALKED FOR RENEWALS DUE
      *      AND THE PRIOR YEAR PROBED FOR NEW ENTRANTS -- SO THE
      *      USUAL FILE-STUFF GROUP IS CARRIED ONCE PER FILE, THE
      *      SAME ARRANGEMENT AS PACNEWE.
       01  B-PAC-FILE-STUFF.
           05  B-PAC-POSITION          PIC X(128).
           05  B-PAC-LENGTH            PIC 9(4)    BINARY  VALUE 103.
           05  B-PAC-NAME              PIC X(32).
           05  B-PAC-KEY-NUMBER        PIC S9(4)   BINARY.
           05  B-PAC-KEY-BUFFER.
               10  B-PAC-KEY-SERIAL    PIC X(05).
               10  B-PAC-KEY-SEQ       PIC 9(03).

       01  B-OLD-FILE-STUFF.
           05  B-OLD-POSITION          PIC X(128).
           05  B-OLD-LENGTH            PIC 9(4)    BINARY  VALUE 103.
           05  B-OLD-NAME              PIC X(32).
           05  B-OLD-KEY-NUMBER        PIC S9(4)   BINARY.
           05  B-OLD-KEY-BUFFER.
               10  B-OLD-KEY-SERIAL    PIC X(05).
               10  B-OLD-KEY-SEQ       PIC 9(03).

       01  BTRV-STATUS-CODE     PIC S9(4) BINARY VALUE 0.
       01  BTRV-STATUS-MESSAGE  PIC X(40) VALUE SPACES.

      *      CENTRAL ERROR JOURNAL HOOK -- ONE PACERRJ ROW PER
      *      NONZERO BTRV STATUS (PACERRJ HAS NO SEPARATE COPYBOOK
      *      FOR ITS PARAMETER).
       01  ERRJ-PARM.
           05  ERRJ-PROGRAM       PIC X(08) VALUE 'PACKPI'.
           05  ERRJ-OPERATION     PIC X(08).
           05  ERRJ-KEY           PIC X(08).
           05  ERRJ-STATUS-CODE   PIC S9(4) BINARY.
           05  ERRJ-MESSAGE       PIC X(40).

      *      PER-YEAR AGGREGATE CACHE HOOK (PACAGGR HAS NO SEPARATE
      *      COPYBOOK FOR ITS PARAMETER).  READ ONLY -- THE CACHE IS
      *      WHATEVER THE LAST FULL PACLOOK SWEEP WROTE.
       01  AGGR-PARM.
           05  AGGR-REQUEST        PIC X(01).
           05  AGGR-STATUS         PIC X(01).
               88  AGGR-GOOD             VALUE 'G'.
               88  AGGR-MISSING          VALUE 'M'.
           05  AGGR-CCYY           PIC 9(04).
           05  AGGR-REGION         PIC X(02).
           05  AGGR-CODE-SET       PIC X(01).
           05  AGGR-RECORDS        PIC 9(08).
           05  AGGR-QTY            PIC 9(10).
           05  AGGR-VALUE          PIC 9(11)V99.
           05  AGGR-UNCONVERTED    PIC 9(08).
           05  AGGR-SUB-COUNT      PIC 9(04).
           05  AGGR-SUB-ENTRY OCCURS 200 TIMES
                   INDEXED BY AGGR-IDX.
               10  AGGR-SPEC       PIC X(02).
               10  AGGR-GEAR       PIC X(02).
               10  AGGR-AREA       PIC X(02).
               10  AGGR-CNT        PIC 9(08).
               10  AGGR-SUB-QTY    PIC 9(10).
               10  AGGR-SUB-VALUE  PIC 9(11)V99.

      *      REPORT GENERATIONS -- THE PRIOR COPY IS ROTATED TO
      *      <name>.g1 (AND SO ON) THROUGH PACGDG BEFORE THE NEW
      *      RUN OPENS OUTPUT.
       01  GDG-PARM.
           05  GDG-FILE-NAME        PIC X(32).

      *      RUN-HISTORY HOOK -- SEE PACHIST.
       01  HIST-PARM.
           05  HIST-PROGRAM       PIC X(08) VALUE 'PACKPI'.
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

       01  TARGET-CCYY-DISPLAY  PIC 9(4) VALUE 0.
       01  PRIOR-CCYY-DISPLAY   PIC 9(4) VALUE 0.
       01  MONTH-DISPLAY        PIC 9(2) VALUE 0.
       01  WS-JRN-NAME           PIC X(32).
       01  JRN-FILE-STATUS       PIC X(2).
       01  WS-LEDGER-NAME        PIC X(32).
       01  LEDGER-FILE-STATUS    PIC X(2).
       01  WS-QTA-NAME           PIC X(32) VALUE 'pacquota.dat'.
       01  QTA-FILE-STATUS       PIC X(2).
       01  WS-SCO-NAME           PIC X(32).
       01  SCO-FILE-STATUS       PIC X(2).
       01  WS-KPH-NAME           PIC X(32) VALUE 'packpi.his'.
       01  KPH-FILE-STATUS       PIC X(2).
       01  WS-RPT-NAME           PIC X(32).
       01  RPT-FILE-STATUS       PIC X(2).

       01  RUN-YYMMDD            PIC 9(06) VALUE 0.
       01  RUN-CCYYMMDD          PIC 9(08) VALUE 0.
       01  RUN-TIME              PIC 9(06) VALUE 0.
       01  RUN-TIME-WORK         PIC 9(08) VALUE 0.

      *      THE MONTH PACKED AND THE TWO IT IS SET AGAINST.  THE
      *      JOURNAL DATES ITS LINES YYMMDD, SO ITS MONTH IS YYMM.
       01  KPI-CCYYMM            PIC 9(06) VALUE 0.
       01  KPI-YYMM              PIC 9(04) VALUE 0.
       01  PRIOR-CCYYMM          PIC 9(06) VALUE 0.
       01  AGO-CCYYMM            PIC 9(06) VALUE 0.
       01  MONTH-FIRST-DATE      PIC 9(08) VALUE 0.
       01  MONTH-LAST-DATE       PIC 9(08) VALUE 0.
       01  EXP-KEY-START         PIC 9(08) VALUE 0.
       01  LINE-YYMM             PIC 9(04) VALUE 0.
       01  LINE-CCYYMM           PIC 9(06) VALUE 0.

       01  JOB-FAILED-SW         PIC X VALUE 'N'.
           88  JOB-HAS-FAILED           VALUE 'Y'.
           88  JOB-IS-CLEAN             VALUE 'N'.
       01  JRN-EOF-SW            PIC X VALUE 'N'.
           88  JRN-AT-EOF               VALUE 'Y'.
           88  JRN-NOT-AT-EOF           VALUE 'N'.
       01  LEDGER-EOF-SW         PIC X VALUE 'N'.
           88  LEDGER-AT-EOF            VALUE 'Y'.
           88  LEDGER-NOT-AT-EOF        VALUE 'N'.
       01  QTA-EOF-SW            PIC X VALUE 'N'.
           88  QTA-AT-EOF               VALUE 'Y'.
           88  QTA-NOT-AT-EOF           VALUE 'N'.
       01  SCO-EOF-SW            PIC X VALUE 'N'.
           88  SCO-AT-EOF               VALUE 'Y'.
           88  SCO-NOT-AT-EOF           VALUE 'N'.
       01  KPH-EOF-SW            PIC X VALUE 'N'.
           88  KPH-AT-EOF               VALUE 'Y'.
           88  KPH-NOT-AT-EOF           VALUE 'N'.
       01  JOURNAL-READ-SW       PIC X VALUE 'N'.
           88  JOURNAL-WAS-READ         VALUE 'Y'.
           88  JOURNAL-NOT-READ         VALUE 'N'.
       01  PRIOR-YEAR-SW         PIC X VALUE 'N'.
           88  PRIOR-YEAR-IS-OPEN       VALUE 'Y'.
           88  PRIOR-YEAR-NOT-OPEN      VALUE 'N'.
       01  WALK-SW               PIC X VALUE 'N'.
           88  WALK-IS-DONE             VALUE 'Y'.
           88  WALK-NOT-DONE            VALUE 'N'.
       01  WALK-FAILED-SW        PIC X VALUE 'N'.
           88  WALK-HAS-FAILED          VALUE 'Y'.
           88  WALK-IS-CLEAN            VALUE 'N'.
       01  PRIOR-FOUND-SW        PIC X VALUE 'N'.
           88  PRIOR-LINE-FOUND         VALUE 'Y'.
           88  PRIOR-LINE-NOT-FOUND     VALUE 'N'.
       01  AGO-FOUND-SW          PIC X VALUE 'N'.
           88  AGO-LINE-FOUND           VALUE 'Y'.
           88  AGO-LINE-NOT-FOUND       VALUE 'N'.

       01  NEW-ENTRANT-COUNT     PIC 9(08) VALUE 0.
       01  VOID-COUNT            PIC 9(08) VALUE 0.
       01  LAPSE-COUNT           PIC 9(08) VALUE 0.
       01  DUE-COUNT             PIC 9(08) VALUE 0.
       01  RENEWED-COUNT         PIC 9(08) VALUE 0.
       01  RENEWED-FROM-MONTH    PIC 9(08) VALUE 0.
       01  BILLED-AMOUNT         PIC 9(11)V99 VALUE 0.
       01  COLLECTED-AMOUNT      PIC 9(11)V99 VALUE 0.
       01  OPEN-BALANCE          PIC S9(11)V99 VALUE 0.
       01  TOTAL-LIMIT           PIC 9(11) VALUE 0.
       01  TOTAL-USED            PIC 9(11) VALUE 0.
       01  CELLS-WITH-QUOTA      PIC 9(06) VALUE 0.
       01  GRADE-LETTER          PIC X(01) VALUE SPACE.

      *      SERIALS INSERTED THIS YEAR UP TO THE MONTH END, EACH
      *      MARKED WHETHER ITS FIRST INSERT FELL IN THE MONTH.  THE
      *      SAME SEARCH-OR-ADD SHAPE AS PACQUTL'S SEEN TABLE.
       01  ENTRANT-COUNT         PIC 9(04) VALUE 0.
       01  ENTRANT-MAX           PIC 9(04) VALUE 2000.
       01  ENTRANT-OVERFLOW      PIC 9(06) VALUE 0.
       01  ENTRANT-TABLE.
           05  ENTRANT-ENTRY OCCURS 2000 TIMES
                   INDEXED BY ENT-IDX.
               10  ENT-SERIAL      PIC X(05).
               10  ENT-IN-MONTH    PIC X(01).
                   88  ENT-FIRST-IN-MONTH    VALUE 'Y'.
       01  ENTRANT-FOUND-SW      PIC X VALUE 'N'.
           88  ENTRANT-IS-FOUND         VALUE 'Y'.
           88  ENTRANT-IS-NOT-FOUND     VALUE 'N'.

      *      QUOTA CELLS ALREADY TAKEN, SO A DUPLICATE LINE IS
      *      IGNORED THE WAY PACQTAQ IGNORES IT.  THE CELL'S CODES
      *      ARE WIDENED TO THE CACHE'S TWO-CHARACTER FORM.
       01  SEEN-COUNT            PIC 9(04) VALUE 0.
       01  SEEN-MAX              PIC 9(04) VALUE 300.
       01  SEEN-TABLE.
           05  SEEN-ENTRY OCCURS 300 TIMES
                   INDEXED BY SEEN-IDX.
               10  SEEN-AREA       PIC X(01).
               10  SEEN-SPEC       PIC X(01).
       01  SEEN-FOUND-SW         PIC X VALUE 'N'.
           88  SEEN-IS-FOUND            VALUE 'Y'.
           88  SEEN-IS-NOT-FOUND        VALUE 'N'.
       01  CELL-AREA             PIC X(02) VALUE SPACES.
       01  CELL-SPEC             PIC X(02) VALUE SPACES.

      *      THE TWELVE FIGURES, IN REPORT ORDER (SEE PACKPH.COB),
      *      FOR THE MONTH AND ITS TWO COMPARISONS.  A SWITCH OF 'N'
      *      IS A FIGURE NOT AVAILABLE.
       01  FIG-NO                PIC 9(02) VALUE 0.
       01  KPI-FIGURES.
           05  KF-ENTRY OCCURS 12 TIMES.
               10  KF-CURRENT      PIC S9(11)V99.
               10  KF-CURRENT-SW   PIC X(01).
                   88  KF-CURRENT-KNOWN      VALUE 'Y'.
                   88  KF-CURRENT-MISSING    VALUE 'N'.
               10  KF-PRIOR        PIC S9(11)V99.
               10  KF-PRIOR-SW     PIC X(01).
                   88  KF-PRIOR-KNOWN        VALUE 'Y'.
                   88  KF-PRIOR-MISSING      VALUE 'N'.
               10  KF-AGO          PIC S9(11)V99.
               10  KF-AGO-SW       PIC X(01).
                   88  KF-AGO-KNOWN          VALUE 'Y'.
                   88  KF-AGO-MISSING        VALUE 'N'.

      *      LABEL AND KIND OF EACH FIGURE: 'C' COUNT, 'M' MONEY,
      *      'P' PERCENT, 'G' GRADE (3 = A, 2 = B, 1 = C).
       01  FIGURE-NAME-VALUES.
           05  FILLER  PIC X(25) VALUE 'ACTIVE REGISTRATIONS    C'.
           05  FILLER  PIC X(25) VALUE 'NEW ENTRANTS            C'.
           05  FILLER  PIC X(25) VALUE 'VOIDS                   C'.
           05  FILLER  PIC X(25) VALUE 'LAPSES                  C'.
           05  FILLER  PIC X(25) VALUE 'RENEWALS DUE            C'.
           05  FILLER  PIC X(25) VALUE 'RENEWALS DONE           C'.
           05  FILLER  PIC X(25) VALUE 'BILLED VALUE            M'.
           05  FILLER  PIC X(25) VALUE 'FEES COLLECTED          M'.
           05  FILLER  PIC X(25) VALUE 'COLLECTED % OF BILLED   P'.
           05  FILLER  PIC X(25) VALUE 'OPEN RECEIVABLES        M'.
           05  FILLER  PIC X(25) VALUE 'QUOTA UTILISATION %     P'.
           05  FILLER  PIC X(25) VALUE 'DATA-QUALITY GRADE      G'.
       01  FIGURE-NAMES REDEFINES FIGURE-NAME-VALUES.
           05  FN-ENTRY OCCURS 12 TIMES.
               10  FN-LABEL        PIC X(24).
               10  FN-KIND         PIC X(01).
                   88  FN-IS-COUNT           VALUE 'C'.
                   88  FN-IS-MONEY           VALUE 'M'.
                   88  FN-IS-PERCENT         VALUE 'P'.
                   88  FN-IS-GRADE           VALUE 'G'.
       01  GRADE-LETTER-VALUES   PIC X(03) VALUE 'CBA'.
       01  GRADE-LETTERS REDEFINES GRADE-LETTER-VALUES.
           05  GL-LETTER OCCURS 3 TIMES PIC X(01).
       01  GRADE-SCORE           PIC 9(01) VALUE 0.

      *      ONE FIGURE TURNED INTO ITS PRINTED COLUMN, AND ITS
      *      TREND AGAINST A COMPARISON.
       01  FORMAT-VALUE          PIC S9(11)V99 VALUE 0.
       01  FORMAT-SW             PIC X(01) VALUE 'N'.
       01  COMPARE-VALUE         PIC S9(11)V99 VALUE 0.
       01  COMPARE-SW            PIC X(01) VALUE 'N'.
       01  TREND-ARROW           PIC X(01) VALUE SPACE.
       01  COLUMN-TEXT           PIC X(15) VALUE SPACES.
       01  EDIT-COUNT            PIC -ZZ,ZZZ,ZZZ,ZZ9.
       01  EDIT-MONEY            PIC -ZZZ,ZZZ,ZZ9.99.
       01  NOT-AVAILABLE-TEXT    PIC X(15) VALUE '            N/A'.
       01  GRADE-TEXT.
           05  FILLER             PIC X(14) VALUE SPACES.
           05  GT-LETTER          PIC X(01).

       01  KPH-LINE.
           COPY 'PACKPH.COB'.
       01  PRIOR-KPH-LINE        PIC X(220) VALUE SPACES.
       01  AGO-KPH-LINE          PIC X(220) VALUE SPACES.

      *      SHARED PAGE-HEADING CONTROL -- SEE PACHDR.COB/PACPAGE.
       01  PAGE-CTL.
           COPY 'PACHDR.COB'.
       01  RPT-LINE-WORK          PIC X(80).

       01  KP-REGION-LINE.
           05  FILLER             PIC X(08) VALUE 'REGION  '.
           05  KR-REGION          PIC X(02).
           05  FILLER             PIC X(70) VALUE SPACES.
       01  KP-MONTH-LINE.
           05  FILLER             PIC X(08) VALUE 'MONTH   '.
           05  KM-CCYY            PIC 9(04).
           05  FILLER             PIC X(01) VALUE '-'.
           05  KM-MM              PIC 9(02).
           05  FILLER             PIC X(65) VALUE SPACES.
       01  KP-COLUMN-LINE-1.
           05  FILLER             PIC X(40) VALUE
               'FIGURE                       THIS MONTH'.
           05  FILLER             PIC X(40) VALUE
               '     PRIOR MONTH       YEAR EARLIER'.
       01  KP-COLUMN-LINE-2.
           05  FILLER             PIC X(32) VALUE SPACES.
           05  KC-CURRENT-CCYY    PIC 9(04).
           05  FILLER             PIC X(01) VALUE '-'.
           05  KC-CURRENT-MM      PIC 9(02).
           05  FILLER             PIC X(10) VALUE SPACES.
           05  KC-PRIOR-CCYY      PIC 9(04).
           05  FILLER             PIC X(01) VALUE '-'.
           05  KC-PRIOR-MM        PIC 9(02).
           05  FILLER             PIC X(12) VALUE SPACES.
           05  KC-AGO-CCYY        PIC 9(04).
           05  FILLER             PIC X(01) VALUE '-'.
           05  KC-AGO-MM          PIC 9(02).
           05  FILLER             PIC X(05) VALUE SPACES.
       01  KP-DETAIL-LINE.
           05  KD-LABEL           PIC X(24).
           05  KD-CURRENT         PIC X(15).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  KD-PRIOR           PIC X(15).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  KD-PRIOR-ARROW     PIC X(01).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  KD-AGO             PIC X(15).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  KD-AGO-ARROW       PIC X(01).
           05  FILLER             PIC X(03) VALUE SPACES.
       01  KP-NOTE-LINE-1.
           05  FILLER             PIC X(40) VALUE
               'TREND IS THIS MONTH AGAINST THE COLUMN B'.
           05  FILLER             PIC X(40) VALUE
               'ESIDE IT: ^ UP, v DOWN, = LEVEL.'.
       01  KP-NOTE-LINE-2.
           05  FILLER             PIC X(40) VALUE
               'A HIGHER GRADE IS UP.  N/A = NO SOURCE O'.
           05  FILLER             PIC X(40) VALUE
               'N FILE, OR THE MONTH WAS NEVER PACKED.'.
       01  KP-NOTE-LINE-3.
           05  FILLER             PIC X(40) VALUE
               'ACTIVE REGISTRATIONS AND QUOTA ARE THE A'.
           05  FILLER             PIC X(40) VALUE
               'GGREGATE CACHE AS LAST WRITTEN.'.

       LINKAGE SECTION.
       01  KPI-PARM.
           05  KPI-CCYY            PIC 9(04).
           05  KPI-MM              PIC 9(02).

      *      REGION CODE -- SPACES = THE HISTORIC SINGLE-REGION
      *      FILE SET (pacCCYY.btr); OTHERWISE QUALIFIES EVERY
      *      PER-YEAR FILE NAME THE RUN TOUCHES.
           05  KPI-REGION          PIC X(02).
       PROCEDURE DIVISION USING KPI-PARM.
       A000-BEGIN.
           CALL 'DOS_GET_TIME' USING HIST-START-STAMP.
           ACCEPT RUN-YYMMDD FROM DATE.
           COMPUTE RUN-CCYYMMDD = 20000000 + RUN-YYMMDD.
           ACCEPT RUN-TIME-WORK FROM TIME.
           DIVIDE RUN-TIME-WORK BY 100 GIVING RUN-TIME.
           MOVE KPI-CCYY TO TARGET-CCYY-DISPLAY.
           IF KPI-MM NOT NUMERIC
              OR KPI-MM < 1
              OR KPI-MM > 12
              DISPLAY 'PACKPI: MONTH "' KPI-MM '" NOT VALID -- 01'
                  ' TO 12'
              SET JOB-HAS-FAILED TO TRUE
              GO TO DONE.
           MOVE KPI-MM TO MONTH-DISPLAY.
           COMPUTE KPI-CCYYMM = KPI-CCYY * 100 + KPI-MM.
           COMPUTE KPI-YYMM = KPI-CCYYMM - 200000.
           COMPUTE MONTH-FIRST-DATE = KPI-CCYYMM * 100 + 1.
           COMPUTE MONTH-LAST-DATE  = KPI-CCYYMM * 100 + 31.
           IF KPI-MM = 1
              COMPUTE PRIOR-CCYYMM = (KPI-CCYY - 1) * 100 + 12
           ELSE
              COMPUTE PRIOR-CCYYMM = KPI-CCYYMM - 1.
           COMPUTE AGO-CCYYMM = KPI-CCYYMM - 100.
           COMPUTE PRIOR-CCYY-DISPLAY = KPI-CCYY - 1.

           MOVE SPACES TO B-PAC-NAME.
           STRING 'pac' DELIMITED BY SIZE
                  KPI-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.btr' DELIMITED BY SIZE
                  INTO B-PAC-NAME.
           MOVE SPACES TO B-OLD-NAME.
           STRING 'pac' DELIMITED BY SIZE
                  KPI-REGION DELIMITED BY SPACE
                  PRIOR-CCYY-DISPLAY DELIMITED BY SIZE
                  '.btr' DELIMITED BY SIZE
                  INTO B-OLD-NAME.
           MOVE SPACES TO WS-JRN-NAME.
           STRING 'jrn' DELIMITED BY SIZE
                  KPI-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
                  INTO WS-JRN-NAME.
           MOVE SPACES TO WS-LEDGER-NAME.
           STRING 'arl' DELIMITED BY SIZE
                  KPI-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
                  INTO WS-LEDGER-NAME.
           MOVE SPACES TO WS-SCO-NAME.
           STRING 'pac' DELIMITED BY SIZE
                  KPI-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.sco' DELIMITED BY SIZE
                  INTO WS-SCO-NAME.
           MOVE SPACES TO WS-RPT-NAME.
           STRING 'pac' DELIMITED BY SIZE
                  KPI-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.k' DELIMITED BY SIZE
                  MONTH-DISPLAY DELIMITED BY SIZE
                  INTO WS-RPT-NAME.

           PERFORM CLEAR-ONE-FIGURE
               VARYING FIG-NO FROM 1 BY 1 UNTIL FIG-NO > 12.
           PERFORM TAKE-AGGREGATE-FIGURES
               THRU TAKE-AGGREGATE-FIGURES-EXIT.
           PERFORM SCAN-JOURNAL THRU SCAN-JOURNAL-EXIT.
           PERFORM COUNT-RENEWALS-DUE THRU COUNT-RENEWALS-DUE-EXIT.
           PERFORM SCAN-LEDGER THRU SCAN-LEDGER-EXIT.
           PERFORM TAKE-QUALITY-GRADE THRU TAKE-QUALITY-GRADE-EXIT.
           PERFORM LOAD-COMPARISONS THRU LOAD-COMPARISONS-EXIT.
           PERFORM APPEND-KPI-HISTORY THRU APPEND-KPI-HISTORY-EXIT.
           PERFORM PRINT-KPI-PACK.

       DONE.
           MOVE TARGET-CCYY-DISPLAY TO HIST-CCYY.
           MOVE 12 TO HIST-RECORDS.
           IF JOB-HAS-FAILED
              MOVE 0 TO HIST-RECORDS
              MOVE 'FAILED' TO HIST-STATUS
           ELSE
              DISPLAY 'PACKPI: KPI PACK FOR ' TARGET-CCYY-DISPLAY '-'
                  MONTH-DISPLAY ' WRITTEN TO ' WS-RPT-NAME.
           CALL 'PACHIST' USING HIST-PARM.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       CLEAR-ONE-FIGURE.
           MOVE 0 TO KF-CURRENT (FIG-NO).
           MOVE 0 TO KF-PRIOR (FIG-NO).
           MOVE 0 TO KF-AGO (FIG-NO).
           SET KF-CURRENT-MISSING (FIG-NO) TO TRUE.
           SET KF-PRIOR-MISSING (FIG-NO) TO TRUE.
           SET KF-AGO-MISSING (FIG-NO) TO TRUE.

      *      ACTIVE REGISTRATIONS, AND QUOTA USE BY CELL, FROM THE
      *      CACHE.  QUOTA CELLS ARE KEYED ON THE ONE-CHARACTER CODES,
      *      SO A CACHE KEYED OFF THE NEWVALS SET CANNOT ANSWER THEM.
       TAKE-AGGREGATE-FIGURES.
           MOVE 'R' TO AGGR-REQUEST.
           MOVE KPI-CCYY   TO AGGR-CCYY.
           MOVE KPI-REGION TO AGGR-REGION.
           CALL 'PACAGGR' USING AGGR-PARM.
           IF AGGR-MISSING
              DISPLAY 'PACKPI: NO AGGREGATE ON FILE FOR '
                  TARGET-CCYY-DISPLAY ' -- RUN PACLOOK'
              GO TO TAKE-AGGREGATE-FIGURES-EXIT.
           MOVE AGGR-RECORDS TO KF-CURRENT (1).
           SET KF-CURRENT-KNOWN (1) TO TRUE.
           IF AGGR-CODE-SET = 'N'
              DISPLAY 'PACKPI: AGGREGATE IS KEYED OFF THE NEWVALS'
                  ' CODES -- NO QUOTA UTILISATION'
              GO TO TAKE-AGGREGATE-FIGURES-EXIT.
           PERFORM TAKE-QUOTA-UTILISATION
               THRU TAKE-QUOTA-UTILISATION-EXIT.
       TAKE-AGGREGATE-FIGURES-EXIT. EXIT.

       TAKE-QUOTA-UTILISATION.
           SET QTA-NOT-AT-EOF TO TRUE.
           OPEN INPUT KPI-QTA-FILE.
           IF QTA-FILE-STATUS NOT = '00'
              DISPLAY 'PACKPI: QUOTA FILE ' WS-QTA-NAME
                  ' NOT AVAILABLE -- STATUS ' QTA-FILE-STATUS
              GO TO TAKE-QUOTA-UTILISATION-EXIT.
           PERFORM TAKE-ONE-QUOTA-CELL THRU TAKE-ONE-QUOTA-CELL-EXIT
               UNTIL QTA-AT-EOF.
           CLOSE KPI-QTA-FILE.
           IF TOTAL-LIMIT = 0
              DISPLAY 'PACKPI: NO QUOTA SET FOR ' TARGET-CCYY-DISPLAY
              GO TO TAKE-QUOTA-UTILISATION-EXIT.
           COMPUTE KF-CURRENT (11) ROUNDED
               = TOTAL-USED * 100 / TOTAL-LIMIT.
           SET KF-CURRENT-KNOWN (11) TO TRUE.
       TAKE-QUOTA-UTILISATION-EXIT. EXIT.

       TAKE-ONE-QUOTA-CELL.
           READ KPI-QTA-FILE
               AT END
                  SET QTA-AT-EOF TO TRUE
                  GO TO TAKE-ONE-QUOTA-CELL-EXIT.
           IF QTA-CCYY NOT NUMERIC
              OR QTA-CCYY NOT = KPI-CCYY
              OR QTA-REGION NOT = KPI-REGION
              OR QTA-LIMIT NOT NUMERIC
              GO TO TAKE-ONE-QUOTA-CELL-EXIT.
           PERFORM FIND-SEEN THRU FIND-SEEN-EXIT.
           IF SEEN-IS-FOUND
              GO TO TAKE-ONE-QUOTA-CELL-EXIT.
           IF SEEN-COUNT < SEEN-MAX
              ADD 1 TO SEEN-COUNT
              SET SEEN-IDX TO SEEN-COUNT
              MOVE QTA-AREA TO SEEN-AREA (SEEN-IDX)
              MOVE QTA-SPEC TO SEEN-SPEC (SEEN-IDX).
           ADD 1 TO CELLS-WITH-QUOTA.
           ADD QTA-LIMIT TO TOTAL-LIMIT.
           MOVE QTA-AREA TO CELL-AREA.
           MOVE QTA-SPEC TO CELL-SPEC.
           PERFORM ADD-CELL-USAGE
               VARYING AGGR-IDX FROM 1 BY 1
               UNTIL AGGR-IDX > AGGR-SUB-COUNT.
       TAKE-ONE-QUOTA-CELL-EXIT. EXIT.

       ADD-CELL-USAGE.
           IF AGGR-AREA (AGGR-IDX) = CELL-AREA
              AND AGGR-SPEC (AGGR-IDX) = CELL-SPEC
              ADD AGGR-SUB-QTY (AGGR-IDX) TO TOTAL-USED.

       FIND-SEEN.
           SET SEEN-IS-NOT-FOUND TO TRUE.
           IF SEEN-COUNT = 0
              GO TO FIND-SEEN-EXIT.
           SET SEEN-IDX TO 1.
           SEARCH SEEN-ENTRY
               AT END
                  CONTINUE
               WHEN SEEN-IDX > SEEN-COUNT
                  CONTINUE
               WHEN SEEN-AREA (SEEN-IDX) = QTA-AREA
                    AND SEEN-SPEC (SEEN-IDX) = QTA-SPEC
                  SET SEEN-IS-FOUND TO TRUE.
       FIND-SEEN-EXIT. EXIT.

      *      ONE PASS OF THE YEAR'S JOURNAL, TO THE MONTH END.
       SCAN-JOURNAL.
           SET JRN-NOT-AT-EOF TO TRUE.
           OPEN INPUT KPI-JRN-FILE.
           IF JRN-FILE-STATUS NOT = '00'
              DISPLAY 'PACKPI: JOURNAL ' WS-JRN-NAME
                  ' NOT AVAILABLE -- STATUS ' JRN-FILE-STATUS
              GO TO SCAN-JOURNAL-EXIT.
           PERFORM TAKE-ONE-JOURNAL-LINE
               THRU TAKE-ONE-JOURNAL-LINE-EXIT
               UNTIL JRN-AT-EOF.
           CLOSE KPI-JRN-FILE.
           SET JOURNAL-WAS-READ TO TRUE.
           PERFORM CHECK-NEW-ENTRANTS THRU CHECK-NEW-ENTRANTS-EXIT.
           IF ENTRANT-OVERFLOW > 0
              DISPLAY 'PACKPI: ' ENTRANT-OVERFLOW ' INSERT(S) PAST'
                  ' THE ' ENTRANT-MAX '-SERIAL TABLE NOT COUNTED'.
           MOVE NEW-ENTRANT-COUNT TO KF-CURRENT (2).
           MOVE VOID-COUNT        TO KF-CURRENT (3).
           MOVE LAPSE-COUNT       TO KF-CURRENT (4).
           MOVE RENEWED-COUNT     TO KF-CURRENT (6).
           SET KF-CURRENT-KNOWN (2) TO TRUE.
           SET KF-CURRENT-KNOWN (3) TO TRUE.
           SET KF-CURRENT-KNOWN (4) TO TRUE.
           SET KF-CURRENT-KNOWN (6) TO TRUE.
       SCAN-JOURNAL-EXIT. EXIT.

      *      ONLY PACRENEW'S END-OF-GRACE VOIDS ARE LAPSES; A VOID
      *      KEYED BY AN OPERATOR IS NOT.
       TAKE-ONE-JOURNAL-LINE.
           READ KPI-JRN-FILE
               AT END
                  SET JRN-AT-EOF TO TRUE
                  GO TO TAKE-ONE-JOURNAL-LINE-EXIT.
           IF JRN-DATE NOT NUMERIC
              GO TO TAKE-ONE-JOURNAL-LINE-EXIT.
           DIVIDE JRN-DATE BY 100 GIVING LINE-YYMM.
           IF LINE-YYMM > KPI-YYMM
              GO TO TAKE-ONE-JOURNAL-LINE-EXIT.
           IF JRN-OPERATION = 'INSERT'
              PERFORM NOTE-INSERTED-SERIAL
                  THRU NOTE-INSERTED-SERIAL-EXIT
              GO TO TAKE-ONE-JOURNAL-LINE-EXIT.
           IF LINE-YYMM NOT = KPI-YYMM
              GO TO TAKE-ONE-JOURNAL-LINE-EXIT.
           IF JRN-OPERATION = 'VOID'
              AND JRN-PROGRAM = 'PACRENEW'
              ADD 1 TO LAPSE-COUNT
              GO TO TAKE-ONE-JOURNAL-LINE-EXIT.
           IF JRN-OPERATION = 'VOID'
              ADD 1 TO VOID-COUNT
              GO TO TAKE-ONE-JOURNAL-LINE-EXIT.
           IF JRN-OPERATION = 'UPDATE'
              PERFORM CHECK-RENEWAL-LINE.
       TAKE-ONE-JOURNAL-LINE-EXIT. EXIT.

       NOTE-INSERTED-SERIAL.
           PERFORM FIND-ENTRANT THRU FIND-ENTRANT-EXIT.
           IF ENTRANT-IS-FOUND
              GO TO NOTE-INSERTED-SERIAL-EXIT.
           IF ENTRANT-COUNT NOT < ENTRANT-MAX
              ADD 1 TO ENTRANT-OVERFLOW
              GO TO NOTE-INSERTED-SERIAL-EXIT.
           ADD 1 TO ENTRANT-COUNT.
           SET ENT-IDX TO ENTRANT-COUNT.
           MOVE JRN-SERIAL TO ENT-SERIAL (ENT-IDX).
           MOVE 'N' TO ENT-IN-MONTH (ENT-IDX).
           IF LINE-YYMM = KPI-YYMM
              MOVE 'Y' TO ENT-IN-MONTH (ENT-IDX).
       NOTE-INSERTED-SERIAL-EXIT. EXIT.

       FIND-ENTRANT.
           SET ENTRANT-IS-NOT-FOUND TO TRUE.
           IF ENTRANT-COUNT = 0
              GO TO FIND-ENTRANT-EXIT.
           SET ENT-IDX TO 1.
           SEARCH ENTRANT-ENTRY
               AT END
                  CONTINUE
               WHEN ENT-IDX > ENTRANT-COUNT
                  CONTINUE
               WHEN ENT-SERIAL (ENT-IDX) = JRN-SERIAL
                  SET ENTRANT-IS-FOUND TO TRUE.
       FIND-ENTRANT-EXIT. EXIT.

      *      A RENEWAL IS AN UPDATE THAT LEAVES THE RECORD ACTIVE
      *      WITH A LATER EXPIRY THAN IT HAD.
       CHECK-RENEWAL-LINE.
           MOVE JRN-BEFORE-IMAGE TO BEFORE-PAC-RECORD.
           MOVE JRN-AFTER-IMAGE  TO AFTER-PAC-RECORD.
           IF PAC-EXP-DATE OF BEFORE-PAC-RECORD NUMERIC
              AND PAC-EXP-DATE OF BEFORE-PAC-RECORD > 0
              AND PAC-EXP-DATE OF AFTER-PAC-RECORD NUMERIC
              AND PAC-EXP-DATE OF AFTER-PAC-RECORD
                  > PAC-EXP-DATE OF BEFORE-PAC-RECORD
              AND PAC-REC-ACTIVE OF AFTER-PAC-RECORD
              ADD 1 TO RENEWED-COUNT
              DIVIDE PAC-EXP-DATE OF BEFORE-PAC-RECORD BY 100
                  GIVING LINE-CCYYMM
              IF LINE-CCYYMM = KPI-CCYYMM
                 ADD 1 TO RENEWED-FROM-MONTH.

      *      THE SAME POSITIONED PROBE PACNEWE USES: A SERIAL WITH NO
      *      RECORD AT ALL IN THE PRIOR YEAR IS A NEW ENTRANT.  WITH
      *      NO PRIOR-YEAR FILE EVERY FIRST INSERT OF THE MONTH IS.
       CHECK-NEW-ENTRANTS.
           SET PRIOR-YEAR-NOT-OPEN TO TRUE.
           MOVE -2 TO B-OLD-KEY-NUMBER.
           CALL WINAPI 'BTRV' USING by value B-OPEN,
             by reference B-OLD-POSITION,
             OWNER-NAME, OWNER-LENGTH, B-OLD-NAME,
             by value B-OLD-KEY-NUMBER.
           IF RETURN-CODE NOT = ZERO
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'OPEN' TO ERRJ-OPERATION
              MOVE B-OLD-KEY-BUFFER TO ERRJ-KEY
              PERFORM LOG-ERROR-JOURNAL
              DISPLAY 'PACKPI: PRIOR YEAR ' B-OLD-NAME ' NOT OPENED--> '
                  BTRV-STATUS-MESSAGE
           ELSE
              SET PRIOR-YEAR-IS-OPEN TO TRUE.
           PERFORM CHECK-ONE-ENTRANT THRU CHECK-ONE-ENTRANT-EXIT
               VARYING ENT-IDX FROM 1 BY 1
               UNTIL ENT-IDX > ENTRANT-COUNT.
           IF PRIOR-YEAR-NOT-OPEN
              GO TO CHECK-NEW-ENTRANTS-EXIT.
           CALL WINAPI 'BTRV' USING by value B-CLOSE,
             by reference B-OLD-POSITION,
             OWNER-NAME, OWNER-LENGTH,
             B-OLD-KEY-BUFFER, by value B-OLD-KEY-NUMBER.
           IF RETURN-CODE NOT = ZERO
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'CLOSE' TO ERRJ-OPERATION
              MOVE B-OLD-KEY-BUFFER TO ERRJ-KEY
              PERFORM LOG-ERROR-JOURNAL
              DISPLAY 'PACKPI: PRIOR YEAR CLOSE FAILED--> '
                  BTRV-STATUS-MESSAGE.
       CHECK-NEW-ENTRANTS-EXIT. EXIT.

       CHECK-ONE-ENTRANT.
           IF NOT ENT-FIRST-IN-MONTH (ENT-IDX)
              GO TO CHECK-ONE-ENTRANT-EXIT.
           IF PRIOR-YEAR-NOT-OPEN
              ADD 1 TO NEW-ENTRANT-COUNT
              GO TO CHECK-ONE-ENTRANT-EXIT.
           MOVE ENT-SERIAL (ENT-IDX) TO B-OLD-KEY-SERIAL.
           MOVE 0 TO B-OLD-KEY-SEQ.
           MOVE 0 TO B-OLD-KEY-NUMBER.
           CALL WINAPI 'BTRV' USING by value B-GET-GREATER,
             by reference B-OLD-POSITION,
                OLD-PAC-RECORD, B-OLD-LENGTH, B-OLD-KEY-BUFFER,
                by value B-OLD-KEY-NUMBER.
           IF RETURN-CODE = ZERO
              AND PAC-KEY-SERIAL OF OLD-PAC-RECORD
                  = ENT-SERIAL (ENT-IDX)
              GO TO CHECK-ONE-ENTRANT-EXIT.
           ADD 1 TO NEW-ENTRANT-COUNT.
       CHECK-ONE-ENTRANT-EXIT. EXIT.

      *      WALKED ON THE EXPIRY KEY FROM THE FIRST OF THE MONTH TO
      *      THE FIRST RECORD PAST ITS END.  STATUS 6 (INVALID KEY
      *      NUMBER) IS A YEAR FILE BUILT BEFORE KEY 7, WHICH IS
      *      WALKED BY SERIAL INSTEAD, AS PACRENEW DOES.  WITHOUT THE
      *      JOURNAL THE RENEWALS ALREADY MADE CANNOT BE ADDED BACK,
      *      SO THE FIGURE IS LEFT NOT AVAILABLE.
       COUNT-RENEWALS-DUE.
           IF JOURNAL-NOT-READ
              GO TO COUNT-RENEWALS-DUE-EXIT.
           MOVE -2 TO B-PAC-KEY-NUMBER.
           CALL WINAPI 'BTRV' USING by value B-OPEN,
             by reference B-PAC-POSITION,
             OWNER-NAME, OWNER-LENGTH, B-PAC-NAME,
             by value B-PAC-KEY-NUMBER.
           IF RETURN-CODE NOT = ZERO
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'OPEN' TO ERRJ-OPERATION
              MOVE B-PAC-KEY-BUFFER TO ERRJ-KEY
              PERFORM LOG-ERROR-JOURNAL
              DISPLAY 'PACKPI: OPEN FAILED--> ' BTRV-STATUS-MESSAGE
              GO TO COUNT-RENEWALS-DUE-EXIT.

           MOVE MONTH-FIRST-DATE TO EXP-KEY-START.
           MOVE 7 TO B-PAC-KEY-NUMBER.
           MOVE EXP-KEY-START TO B-PAC-KEY-BUFFER.
           CALL WINAPI 'BTRV' USING by value B-GET-GREATER,
             by reference B-PAC-POSITION,
                PAC-RECORD, B-PAC-LENGTH, B-PAC-KEY-BUFFER,
                by value B-PAC-KEY-NUMBER.
           IF RETURN-CODE = 6
              DISPLAY 'PACKPI: ' B-PAC-NAME ' HAS NO EXPIRY KEY'
                  ' -- WALKING BY SERIAL (RUN PACRIDX)'
              MOVE 0 TO B-PAC-KEY-NUMBER
              MOVE LOW-VALUES TO B-PAC-KEY-BUFFER
              CALL WINAPI 'BTRV' USING by value B-GET-GREATER,
                by reference B-PAC-POSITION,
                   PAC-RECORD, B-PAC-LENGTH, B-PAC-KEY-BUFFER,
                   by value B-PAC-KEY-NUMBER.
           SET WALK-NOT-DONE TO TRUE.
           SET WALK-IS-CLEAN TO TRUE.
           PERFORM WALK-ONE-EXPIRY THRU WALK-ONE-EXPIRY-EXIT
               UNTIL WALK-IS-DONE.

           CALL WINAPI 'BTRV' USING by value B-CLOSE,
             by reference B-PAC-POSITION,
             OWNER-NAME, OWNER-LENGTH,
             B-PAC-KEY-BUFFER, by value B-PAC-KEY-NUMBER.
           IF RETURN-CODE NOT = ZERO
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'CLOSE' TO ERRJ-OPERATION
              MOVE B-PAC-KEY-BUFFER TO ERRJ-KEY
              PERFORM LOG-ERROR-JOURNAL
              DISPLAY 'PACKPI: CLOSE FAILED--> ' BTRV-STATUS-MESSAGE.
           IF WALK-HAS-FAILED
              GO TO COUNT-RENEWALS-DUE-EXIT.
           COMPUTE KF-CURRENT (5) = DUE-COUNT + RENEWED-FROM-MONTH.
           SET KF-CURRENT-KNOWN (5) TO TRUE.
       COUNT-RENEWALS-DUE-EXIT. EXIT.

       WALK-ONE-EXPIRY.
           IF RETURN-CODE = 9
              SET WALK-IS-DONE TO TRUE
              GO TO WALK-ONE-EXPIRY-EXIT.
           IF RETURN-CODE NOT = 0
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'GET-NX' TO ERRJ-OPERATION
              MOVE B-PAC-KEY-BUFFER TO ERRJ-KEY
              PERFORM LOG-ERROR-JOURNAL
              DISPLAY 'PACKPI: READ FAILED--> ' BTRV-STATUS-MESSAGE
              SET WALK-HAS-FAILED TO TRUE
              SET WALK-IS-DONE TO TRUE
              GO TO WALK-ONE-EXPIRY-EXIT.
      *      IN EXPIRY ORDER NOTHING PAST THE MONTH END CAN QUALIFY.
           IF B-PAC-KEY-NUMBER = 7
              AND PAC-EXP-DATE OF PAC-RECORD NUMERIC
              AND PAC-EXP-DATE OF PAC-RECORD > MONTH-LAST-DATE
              SET WALK-IS-DONE TO TRUE
              GO TO WALK-ONE-EXPIRY-EXIT.
           IF PAC-REC-ACTIVE OF PAC-RECORD
              AND PAC-EXP-DATE OF PAC-RECORD NUMERIC
              AND PAC-EXP-DATE OF PAC-RECORD NOT < MONTH-FIRST-DATE
              AND PAC-EXP-DATE OF PAC-RECORD NOT > MONTH-LAST-DATE
              ADD 1 TO DUE-COUNT.
           CALL WINAPI 'BTRV' USING by value B-GET-NEXT,
             by reference B-PAC-POSITION,
                PAC-RECORD, B-PAC-LENGTH, B-PAC-KEY-BUFFER,
                by value B-PAC-KEY-NUMBER.
       WALK-ONE-EXPIRY-EXIT. EXIT.

      *      THE RECEIVABLES LEDGER TO THE MONTH END.  A MEMBER'S
      *      BALANCE IS THE 'I' LINES LESS EVERY 'P', 'O' AND 'C'
      *      LINE (SEE PACRCL.COB); EVERY RECEIPT, HELD IN SUSPENSE
      *      OR NOT, IS MONEY COLLECTED.
       SCAN-LEDGER.
           SET LEDGER-NOT-AT-EOF TO TRUE.
           OPEN INPUT KPI-LEDGER-FILE.
           IF LEDGER-FILE-STATUS NOT = '00'
              DISPLAY 'PACKPI: LEDGER ' WS-LEDGER-NAME
                  ' NOT AVAILABLE -- STATUS ' LEDGER-FILE-STATUS
              GO TO SCAN-LEDGER-EXIT.
           PERFORM TAKE-ONE-LEDGER-LINE THRU TAKE-ONE-LEDGER-LINE-EXIT
               UNTIL LEDGER-AT-EOF.
           CLOSE KPI-LEDGER-FILE.
           MOVE BILLED-AMOUNT    TO KF-CURRENT (7).
           MOVE COLLECTED-AMOUNT TO KF-CURRENT (8).
           MOVE OPEN-BALANCE     TO KF-CURRENT (10).
           SET KF-CURRENT-KNOWN (7) TO TRUE.
           SET KF-CURRENT-KNOWN (8) TO TRUE.
           SET KF-CURRENT-KNOWN (10) TO TRUE.
           IF BILLED-AMOUNT > 0
              COMPUTE KF-CURRENT (9) ROUNDED
                  = COLLECTED-AMOUNT * 100 / BILLED-AMOUNT
                  ON SIZE ERROR MOVE 99999999999 TO KF-CURRENT (9)
              END-COMPUTE
              SET KF-CURRENT-KNOWN (9) TO TRUE.
       SCAN-LEDGER-EXIT. EXIT.

       TAKE-ONE-LEDGER-LINE.
           READ KPI-LEDGER-FILE
               AT END
                  SET LEDGER-AT-EOF TO TRUE
                  GO TO TAKE-ONE-LEDGER-LINE-EXIT.
           IF RCL-POST-DATE NOT NUMERIC
              OR RCL-AMOUNT NOT NUMERIC
              OR RCL-POST-DATE > MONTH-LAST-DATE
              GO TO TAKE-ONE-LEDGER-LINE-EXIT.
           DIVIDE RCL-POST-DATE BY 100 GIVING LINE-CCYYMM.
           IF RCL-IS-INVOICE
              ADD RCL-AMOUNT TO OPEN-BALANCE
              IF LINE-CCYYMM = KPI-CCYYMM
                 ADD RCL-AMOUNT TO BILLED-AMOUNT
              END-IF
              GO TO TAKE-ONE-LEDGER-LINE-EXIT.
           IF RCL-IS-APPLIED OR RCL-IS-OVERPAID OR RCL-IS-CREDIT-NOTE
              SUBTRACT RCL-AMOUNT FROM OPEN-BALANCE.
           IF LINE-CCYYMM = KPI-CCYYMM
              AND (RCL-IS-APPLIED OR RCL-IS-OVERPAID
                   OR RCL-IS-UNMATCHED)
              ADD RCL-AMOUNT TO COLLECTED-AMOUNT.
       TAKE-ONE-LEDGER-LINE-EXIT. EXIT.

      *      THE GRADE LINE OF THE YEAR'S SCORECARD AS PACSCOR LAST
      *      WROTE IT.
       TAKE-QUALITY-GRADE.
           SET SCO-NOT-AT-EOF TO TRUE.
           OPEN INPUT KPI-SCO-FILE.
           IF SCO-FILE-STATUS NOT = '00'
              DISPLAY 'PACKPI: NO SCORECARD ' WS-SCO-NAME
                  ' -- RUN PACSCOR'
              GO TO TAKE-QUALITY-GRADE-EXIT.
           PERFORM TAKE-ONE-SCORECARD-LINE
               THRU TAKE-ONE-SCORECARD-LINE-EXIT
               UNTIL SCO-AT-EOF.
           CLOSE KPI-SCO-FILE.
           MOVE 0 TO GRADE-SCORE.
           IF GRADE-LETTER = 'A'
              MOVE 3 TO GRADE-SCORE.
           IF GRADE-LETTER = 'B'
              MOVE 2 TO GRADE-SCORE.
           IF GRADE-LETTER = 'C'
              MOVE 1 TO GRADE-SCORE.
           IF GRADE-SCORE = 0
              DISPLAY 'PACKPI: NO GRADE ON ' WS-SCO-NAME
              GO TO TAKE-QUALITY-GRADE-EXIT.
           MOVE GRADE-SCORE TO KF-CURRENT (12).
           SET KF-CURRENT-KNOWN (12) TO TRUE.
       TAKE-QUALITY-GRADE-EXIT. EXIT.

       TAKE-ONE-SCORECARD-LINE.
           READ KPI-SCO-FILE
               AT END
                  SET SCO-AT-EOF TO TRUE
                  GO TO TAKE-ONE-SCORECARD-LINE-EXIT.
           IF SCO-LABEL = 'YEAR QUALITY GRADE'
              MOVE SCO-GRADE TO GRADE-LETTER.
       TAKE-ONE-SCORECARD-LINE-EXIT. EXIT.

      *      THE LAST HISTORY LINE FOR THE PRIOR MONTH AND FOR THE
      *      SAME MONTH A YEAR EARLIER, IN THIS REGION.
       LOAD-COMPARISONS.
           SET KPH-NOT-AT-EOF TO TRUE.
           OPEN INPUT KPI-HIS-FILE.
           IF KPH-FILE-STATUS NOT = '00'
              DISPLAY 'PACKPI: NO KPI HISTORY YET ON ' WS-KPH-NAME
              GO TO LOAD-COMPARISONS-EXIT.
           PERFORM TAKE-ONE-HISTORY-LINE
               THRU TAKE-ONE-HISTORY-LINE-EXIT
               UNTIL KPH-AT-EOF.
           CLOSE KPI-HIS-FILE.
           IF PRIOR-LINE-FOUND
              MOVE PRIOR-KPH-LINE TO KPH-LINE
              PERFORM UNPACK-PRIOR-FIGURE
                  VARYING FIG-NO FROM 1 BY 1 UNTIL FIG-NO > 12.
           IF AGO-LINE-FOUND
              MOVE AGO-KPH-LINE TO KPH-LINE
              PERFORM UNPACK-AGO-FIGURE
                  VARYING FIG-NO FROM 1 BY 1 UNTIL FIG-NO > 12.
       LOAD-COMPARISONS-EXIT. EXIT.

       TAKE-ONE-HISTORY-LINE.
           READ KPI-HIS-FILE
               AT END
                  SET KPH-AT-EOF TO TRUE
                  GO TO TAKE-ONE-HISTORY-LINE-EXIT.
           MOVE KPI-HIS-RECORD TO KPH-LINE.
           IF KPH-CCYYMM NOT NUMERIC
              OR KPH-REGION NOT = KPI-REGION
              GO TO TAKE-ONE-HISTORY-LINE-EXIT.
           IF KPH-CCYYMM = PRIOR-CCYYMM
              MOVE KPH-LINE TO PRIOR-KPH-LINE
              SET PRIOR-LINE-FOUND TO TRUE.
           IF KPH-CCYYMM = AGO-CCYYMM
              MOVE KPH-LINE TO AGO-KPH-LINE
              SET AGO-LINE-FOUND TO TRUE.
       TAKE-ONE-HISTORY-LINE-EXIT. EXIT.

       UNPACK-PRIOR-FIGURE.
           IF NOT KPH-FIG-MISSING (FIG-NO)
              AND KPH-FIG-AMOUNT (FIG-NO) NUMERIC
              MOVE KPH-FIG-AMOUNT (FIG-NO) TO KF-PRIOR (FIG-NO)
              IF KPH-FIG-NEGATIVE (FIG-NO)
                 COMPUTE KF-PRIOR (FIG-NO) = 0 - KF-PRIOR (FIG-NO)
              END-IF
              SET KF-PRIOR-KNOWN (FIG-NO) TO TRUE.

       UNPACK-AGO-FIGURE.
           IF NOT KPH-FIG-MISSING (FIG-NO)
              AND KPH-FIG-AMOUNT (FIG-NO) NUMERIC
              MOVE KPH-FIG-AMOUNT (FIG-NO) TO KF-AGO (FIG-NO)
              IF KPH-FIG-NEGATIVE (FIG-NO)
                 COMPUTE KF-AGO (FIG-NO) = 0 - KF-AGO (FIG-NO)
              END-IF
              SET KF-AGO-KNOWN (FIG-NO) TO TRUE.

      *      THE MONTH'S LINE GOES ON THE END OF THE HISTORY; THE
      *      LAST LINE FOR A MONTH AND REGION IS ITS STANDING.
       APPEND-KPI-HISTORY.
           MOVE SPACES TO KPH-LINE.
           MOVE KPI-CCYYMM   TO KPH-CCYYMM.
           MOVE KPI-REGION   TO KPH-REGION.
           MOVE RUN-CCYYMMDD TO KPH-RUN-DATE.
           MOVE RUN-TIME     TO KPH-RUN-TIME.
           PERFORM PACK-ONE-FIGURE
               VARYING FIG-NO FROM 1 BY 1 UNTIL FIG-NO > 12.
           OPEN EXTEND KPI-HIS-FILE.
           IF KPH-FILE-STATUS = '05' OR '35'
              OPEN OUTPUT KPI-HIS-FILE.
           IF KPH-FILE-STATUS NOT = '00'
              DISPLAY 'PACKPI: CANNOT WRITE ' WS-KPH-NAME
                  ' -- STATUS ' KPH-FILE-STATUS
              GO TO APPEND-KPI-HISTORY-EXIT.
           WRITE KPI-HIS-RECORD FROM KPH-LINE.
           CLOSE KPI-HIS-FILE.
       APPEND-KPI-HISTORY-EXIT. EXIT.

       PACK-ONE-FIGURE.
           MOVE 0 TO KPH-FIG-AMOUNT (FIG-NO).
           MOVE SPACE TO KPH-FIG-STATE (FIG-NO).
           IF KF-CURRENT-MISSING (FIG-NO)
              MOVE 'N' TO KPH-FIG-STATE (FIG-NO)
           ELSE
              IF KF-CURRENT (FIG-NO) < 0
                 MOVE '-' TO KPH-FIG-STATE (FIG-NO)
                 COMPUTE KPH-FIG-AMOUNT (FIG-NO)
                     = 0 - KF-CURRENT (FIG-NO)
              ELSE
                 MOVE KF-CURRENT (FIG-NO) TO KPH-FIG-AMOUNT (FIG-NO).

       PRINT-KPI-PACK.
           MOVE WS-RPT-NAME TO GDG-FILE-NAME.
           CALL 'PACGDG' USING GDG-PARM.
           OPEN OUTPUT KPI-RPT-FILE.
           MOVE 'PAC MANAGEMENT KPI PACK' TO PGH-TITLE.
           MOVE TARGET-CCYY-DISPLAY TO PGH-CCYY.
           MOVE 0  TO PGH-PAGE-NUMBER.
           MOVE 56 TO PGH-LINES-PER-PAGE.
           MOVE 99 TO PGH-LINE-COUNT.
           PERFORM START-NEW-PAGE.
           IF KPI-REGION NOT = SPACES
              MOVE KPI-REGION TO KR-REGION
              MOVE KP-REGION-LINE TO RPT-LINE-WORK
              PERFORM WRITE-RPT-LINE.
           MOVE KPI-CCYY TO KM-CCYY.
           MOVE KPI-MM   TO KM-MM.
           MOVE KP-MONTH-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE KP-COLUMN-LINE-1 TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE KPI-CCYY TO KC-CURRENT-CCYY.
           MOVE KPI-MM   TO KC-CURRENT-MM.
           DIVIDE PRIOR-CCYYMM BY 100 GIVING KC-PRIOR-CCYY
               REMAINDER KC-PRIOR-MM.
           DIVIDE AGO-CCYYMM BY 100 GIVING KC-AGO-CCYY
               REMAINDER KC-AGO-MM.
           MOVE KP-COLUMN-LINE-2 TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           PERFORM PRINT-ONE-FIGURE
               VARYING FIG-NO FROM 1 BY 1 UNTIL FIG-NO > 12.
           MOVE SPACES TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE KP-NOTE-LINE-1 TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE KP-NOTE-LINE-2 TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE KP-NOTE-LINE-3 TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           PERFORM WRITE-END-LINE.
           CLOSE KPI-RPT-FILE.

       PRINT-ONE-FIGURE.
           MOVE SPACES TO KP-DETAIL-LINE.
           MOVE FN-LABEL (FIG-NO) TO KD-LABEL.
           MOVE KF-CURRENT (FIG-NO)    TO FORMAT-VALUE.
           MOVE KF-CURRENT-SW (FIG-NO) TO FORMAT-SW.
           PERFORM FORMAT-FIGURE.
           MOVE COLUMN-TEXT TO KD-CURRENT.
           MOVE KF-PRIOR (FIG-NO)    TO FORMAT-VALUE.
           MOVE KF-PRIOR-SW (FIG-NO) TO FORMAT-SW.
           PERFORM FORMAT-FIGURE.
           MOVE COLUMN-TEXT TO KD-PRIOR.
           MOVE KF-PRIOR (FIG-NO)    TO COMPARE-VALUE.
           MOVE KF-PRIOR-SW (FIG-NO) TO COMPARE-SW.
           PERFORM SET-TREND-ARROW.
           MOVE TREND-ARROW TO KD-PRIOR-ARROW.
           MOVE KF-AGO (FIG-NO)    TO FORMAT-VALUE.
           MOVE KF-AGO-SW (FIG-NO) TO FORMAT-SW.
           PERFORM FORMAT-FIGURE.
           MOVE COLUMN-TEXT TO KD-AGO.
           MOVE KF-AGO (FIG-NO)    TO COMPARE-VALUE.
           MOVE KF-AGO-SW (FIG-NO) TO COMPARE-SW.
           PERFORM SET-TREND-ARROW.
           MOVE TREND-ARROW TO KD-AGO-ARROW.
           MOVE KP-DETAIL-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.

       FORMAT-FIGURE.
           IF FN-IS-GRADE (FIG-NO)
              AND (FORMAT-VALUE < 1 OR FORMAT-VALUE > 3)
              MOVE 'N' TO FORMAT-SW.
           IF FORMAT-SW NOT = 'Y'
              MOVE NOT-AVAILABLE-TEXT TO COLUMN-TEXT
           ELSE IF FN-IS-COUNT (FIG-NO)
              MOVE FORMAT-VALUE TO EDIT-COUNT
              MOVE EDIT-COUNT TO COLUMN-TEXT
           ELSE IF FN-IS-GRADE (FIG-NO)
              MOVE FORMAT-VALUE TO GRADE-SCORE
              MOVE GL-LETTER (GRADE-SCORE) TO GT-LETTER
              MOVE GRADE-TEXT TO COLUMN-TEXT
           ELSE
              MOVE FORMAT-VALUE TO EDIT-MONEY
              MOVE EDIT-MONEY TO COLUMN-TEXT.

      *      THIS MONTH AGAINST THE COMPARISON; NO ARROW WHERE
      *      EITHER SIDE IS NOT AVAILABLE.
       SET-TREND-ARROW.
           MOVE SPACE TO TREND-ARROW.
           IF KF-CURRENT-KNOWN (FIG-NO) AND COMPARE-SW = 'Y'
              IF KF-CURRENT (FIG-NO) > COMPARE-VALUE
                 MOVE '^' TO TREND-ARROW
              ELSE IF KF-CURRENT (FIG-NO) < COMPARE-VALUE
                 MOVE 'v' TO TREND-ARROW
              ELSE
                 MOVE '=' TO TREND-ARROW.

       WRITE-RPT-LINE.
           IF PGH-LINE-COUNT NOT < PGH-LINES-PER-PAGE
              PERFORM START-NEW-PAGE.
           WRITE KPI-RPT-RECORD FROM RPT-LINE-WORK.
           ADD 1 TO PGH-LINE-COUNT.

       START-NEW-PAGE.
           MOVE 'H' TO PGH-REQUEST.
           CALL 'PACPAGE' USING PAGE-CTL.
           WRITE KPI-RPT-RECORD FROM PGH-LINE-1.
           WRITE KPI-RPT-RECORD FROM PGH-LINE-2.
           WRITE KPI-RPT-RECORD FROM PGH-LINE-3.
           MOVE 03 TO PGH-LINE-COUNT.

       WRITE-END-LINE.
           MOVE 'E' TO PGH-REQUEST.
           CALL 'PACPAGE' USING PAGE-CTL.
           WRITE KPI-RPT-RECORD FROM PGH-LINE-1.

       LOG-ERROR-JOURNAL.
           MOVE BTRV-STATUS-CODE TO ERRJ-STATUS-CODE.
           MOVE BTRV-STATUS-MESSAGE TO ERRJ-MESSAGE.
           CALL 'PACERRJ' USING ERRJ-PARM.
