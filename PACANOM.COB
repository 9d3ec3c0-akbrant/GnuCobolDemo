       ID DIVISION.
       PROGRAM-ID.  PACANOM.
       AUTHOR.  Oliphant .
       DATE-WRITTEN. OCTOBER 15, 2026.
       DATE-COMPILED.
       REMARKS.  NIGHTLY FIGURES ANOMALY CHECK AND INTERFACE HOLD.
           PACRECON ONLY BALANCES THE RECORD COUNT AGAINST
           ctlCCYY.dat, SO A FEED THAT QUIETLY HALVES ONE AREA'S
           RECORDS OR DOUBLES A GEAR'S VALUE STILL BALANCES AND
           STILL GOES OUT IN sumCCYY.dat AND THE BILLING EXTRACT.
           REQUEST 'C' (PACDRIVE, RIGHT AFTER THE PACLOOK SWEEP)
           TAKES TONIGHT'S FIGURES FROM THE AGGREGATE CACHE
           aggCCYY.dat (PACAGGR) -- THE RECORD COUNT, QTY AND VALUE
           OF EVERY SPEC/GEAR/AREA COMBINATION -- AND COMPARES EACH
           WITH ITS AVERAGE OVER THE TRAILING NIGHTS KEPT BESIDE
           THE CACHE IN aghCCYY.dat, THE AGGREGATE HISTORY THIS
           PROGRAM MAINTAINS.  THE YEAR'S TOTAL RECORD COUNT IS
           ALSO COMPARED WITH THE TRAILING GOOD PACLOOK RUNS IN
           pacjobs.his (THE HISTORIC SINGLE-REGION SET ONLY -- THE
           JOBS HISTORY CARRIES NO REGION, SO A REGION'S TOTAL IS
           TAKEN FROM ITS OWN AGGREGATE HISTORY).  ANY SWING BEYOND
           THE TOLERANCES IN pacanom.cfg IS LISTED IN pacCCYY.anm
           (PRIOR COPY ROTATED BY PACGDG), A SAME-DAY ALERT GOES TO
           alrtYYMMDD.dat FOR THE MENU, AND THE YEAR'S INTERFACE
           FILES ARE HELD: sumCCYY.dat AND bilCCYY.dat ARE RENAMED
           .hld, A HOLD LINE GOES ON THE REGISTER pacifhld.dat
           (PACIFH.COB), AND PACLOOK AND PACBILL WRITE STRAIGHT TO
           THE .hld NAME (THROUGH PACIFHQ) UNTIL THE YEAR IS
           RELEASED.  A HELD YEAR STAYS HELD NIGHT AFTER NIGHT, AND
           ALERTS AGAIN EVERY NIGHT, UNTIL SOMEONE RELEASES IT.
           A NIGHT GOES INTO THE TRAILING HISTORY ONLY WHEN IT PASSED
           (OR WAS THE FIRST), SO HELD FIGURES NEVER BECOME THE
           BASELINE THEY ARE JUDGED BY.  A CHANGE OF CODE SET (A
           NEWVALS CUTOVER) RESTARTS THE HISTORY, AS DOES A RUN
           WITH NO AGGREGATE WRITTEN TODAY (THE SWEEP DID NOT FINISH
           CLEAN, AND THERE IS NOTHING NEW TO JUDGE).
           REQUEST 'R' RELEASES A HELD YEAR.  ONLY A SUPERVISOR
           (pacoper.dat LEVEL 3) MAY, UNDER THE PACLOCK RUN TOKEN:
           THE .hld FILES ARE RENAMED BACK TO .dat, A RELEASE LINE
           WITH THE OPERATOR AND REFERENCE GOES ON THE REGISTER,
           AND THE AGGREGATE HISTORY IS RESTARTED FROM THE RELEASED
           FIGURES -- A SUPERVISOR WHO PASSES A STEP CHANGE HAS SAID
           THE NEW LEVEL IS RIGHT, AND IT IS THE NEW BASELINE.
           pacanom.cfg LINES (COLUMNS AS IN THE FD BELOW):
             'D'      DEFAULT TOLERANCES, FLOOR AND TRAILING NIGHTS
             'A' AREA OVERRIDE FOR ONE AREA CODE
             'G' GEAR OVERRIDE FOR ONE GEAR CODE (AN AREA LINE WINS)
           A BLANK FIELD ON AN OVERRIDE LINE TAKES THE DEFAULT.  NO
           FILE MEANS COUNT 25%, QTY 30%, VALUE 30%, FLOOR 20 AND 7
           NIGHTS.  A COMBINATION WHOSE TRAILING AVERAGE AND
           TONIGHT'S COUNT ARE BOTH UNDER THE FLOOR IS NOT JUDGED --
           A HANDFUL OF RECORDS SWINGS BY PERCENTAGES EVERY NIGHT.
           ANOM-RESULT COMES BACK 'P' WITHIN TOLERANCE, 'H' HELD,
           'N' NO BASELINE YET, 'M' NO FIGURES FROM TONIGHT, 'F'
           FAILED OR REFUSED, OR 'R' RELEASED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. COMPAQ-DESKPRO-286.
       OBJECT-COMPUTER. ANY-COMPAQ-COMPATABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANOM-AGH-IN ASSIGN TO WS-AGH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGH-IN-STATUS.
           SELECT ANOM-AGH-OUT ASSIGN TO WS-AGH-NEW-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGH-OUT-STATUS.
           SELECT ANOM-CFG-FILE ASSIGN TO WS-CFG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CFG-FILE-STATUS.
           SELECT ANOM-JOBS-FILE ASSIGN TO WS-JOBS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOBS-FILE-STATUS.
           SELECT ANOM-IFH-FILE ASSIGN TO WS-IFH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IFH-FILE-STATUS.
           SELECT ANOM-ALERT-FILE ASSIGN TO WS-ALERT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERT-FILE-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO WS-OPERATOR-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-STATUS.
           SELECT ANOM-RPT-FILE ASSIGN TO WS-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *      AGGREGATE HISTORY -- ONE 'T' LINE PER NIGHT KEPT, THEN
      *      THAT NIGHT'S 'D' LINE PER COMBINATION (AGH-LINE BELOW).
      *      REWRITTEN THROUGH aghCCYY.new EVERY RUN.
       FD  ANOM-AGH-IN.
       01  ANOM-AGH-IN-RECORD          PIC X(60).
       FD  ANOM-AGH-OUT.
       01  ANOM-AGH-OUT-RECORD         PIC X(60).
       FD  ANOM-CFG-FILE.
       01  ANOM-CFG-RECORD.
           05  CFG-TYPE                PIC X(01).
           05  FILLER                  PIC X(01).
           05  CFG-CODE                PIC X(02).
           05  FILLER                  PIC X(01).
           05  CFG-COUNT-PCT           PIC X(03).
           05  FILLER                  PIC X(01).
           05  CFG-QTY-PCT             PIC X(03).
           05  FILLER                  PIC X(01).
           05  CFG-VALUE-PCT           PIC X(03).
           05  FILLER                  PIC X(01).
           05  CFG-FLOOR               PIC X(06).
           05  FILLER                  PIC X(01).
           05  CFG-NIGHTS              PIC X(02).
       FD  ANOM-JOBS-FILE.
       01  ANOM-JOBS-RECORD.
           COPY 'PACHIS.COB'.
       FD  ANOM-IFH-FILE.
       01  ANOM-IFH-RECORD.
           COPY 'PACIFH.COB'.
       FD  ANOM-ALERT-FILE.
       01  ALERT-RECORD.
           05  AL-CCYY                 PIC 9(04).
           05  FILLER                  PIC X(02).
           05  AL-STAGE                PIC X(10).
           05  FILLER                  PIC X(02).
           05  AL-MESSAGE              PIC X(40).
           05  FILLER                  PIC X(22).
      *      SAME pacoper.dat LAYOUT PACMENU SIGNS OPERATORS ON
      *      WITH: ID, PASSWORD, AUTHORIZATION LEVEL (3 AND UP MAY
      *      RELEASE A HELD YEAR).
       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           05  OPR-ID                  PIC X(08).
           05  FILLER                  PIC X(01).
           05  OPR-PASSWORD            PIC X(08).
           05  FILLER                  PIC X(01).
           05  OPR-LEVEL               PIC 9(01).
       FD  ANOM-RPT-FILE.
       01  ANOM-RPT-RECORD             PIC X(80).
*      WORKING-STORAGE SECTION.
       01  TARGET-CCYY-DISPLAY   PIC 9(4) VALUE 0.
       01  WS-AGH-NAME           PIC X(32).
       01  AGH-IN-STATUS         PIC X(2).
       01  WS-AGH-NEW-NAME       PIC X(32).
       01  AGH-OUT-STATUS        PIC X(2).
       01  WS-AGG-NAME           PIC X(32).
       01  WS-CFG-NAME           PIC X(32) VALUE 'pacanom.cfg'.
       01  CFG-FILE-STATUS       PIC X(2).
       01  WS-JOBS-NAME          PIC X(32) VALUE 'pacjobs.his'.
       01  JOBS-FILE-STATUS      PIC X(2).
       01  WS-IFH-NAME           PIC X(32) VALUE 'pacifhld.dat'.
       01  IFH-FILE-STATUS       PIC X(2).
       01  WS-ALERT-NAME         PIC X(32).
       01  ALERT-FILE-STATUS     PIC X(2).
       01  WS-OPERATOR-NAME      PIC X(32) VALUE 'pacoper.dat'.
       01  OPERATOR-STATUS       PIC X(2).
       01  WS-RPT-NAME           PIC X(32).
       01  RPT-FILE-STATUS       PIC X(2).
       01  WS-DAT-NAME           PIC X(32).
       01  WS-HLD-NAME           PIC X(32).
       01  IFACE-STEM            PIC X(03).
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

       01  RUN-YYMMDD            PIC 9(06) VALUE 0.
       01  RUN-DATE-PARTS REDEFINES RUN-YYMMDD.
           05  RUN-YY            PIC 9(02).
           05  RUN-MM            PIC 9(02).
           05  RUN-DD            PIC 9(02).
       01  RUN-TIME              PIC 9(06) VALUE 0.
       01  RUN-TIME-WORK         PIC 9(08) VALUE 0.

       01  INPUT-EOF-SW          PIC X VALUE 'N'.
           88  INPUT-AT-EOF             VALUE 'Y'.
           88  INPUT-NOT-AT-EOF         VALUE 'N'.
       01  JOB-FAILED-SW         PIC X VALUE 'N'.
           88  JOB-HAS-FAILED           VALUE 'Y'.
           88  JOB-IS-CLEAN             VALUE 'N'.
       01  OPERATOR-SW           PIC X VALUE 'N'.
           88  OPERATOR-AUTHORIZED      VALUE 'Y'.
           88  OPERATOR-NOT-AUTHORIZED  VALUE 'N'.
       01  CFG-FOUND-SW          PIC X VALUE 'N'.
           88  CFG-FILE-FOUND           VALUE 'Y'.
           88  CFG-FILE-MISSING         VALUE 'N'.
       01  RESTART-SW            PIC X VALUE 'N'.
           88  HISTORY-RESTARTED        VALUE 'Y'.
           88  HISTORY-CONTINUES        VALUE 'N'.
       01  KEEP-NIGHT-SW         PIC X VALUE 'N'.
           88  KEEPING-NIGHT            VALUE 'Y'.
           88  DROPPING-NIGHT           VALUE 'N'.
       01  BASE-FULL-SW          PIC X VALUE 'N'.
           88  BASE-TABLE-FULL          VALUE 'Y'.
           88  BASE-TABLE-ROOM          VALUE 'N'.

      *      ONE AGGREGATE-HISTORY LINE.
       01  AGH-LINE.
           05  AGH-REC-TYPE          PIC X(01).
               88  AGH-NIGHT-TOTALS        VALUE 'T'.
               88  AGH-NIGHT-DETAIL        VALUE 'D'.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  AGH-DATE              PIC 9(06).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  AGH-CODE-SET          PIC X(01).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  AGH-SPEC              PIC X(02).
           05  AGH-GEAR              PIC X(02).
           05  AGH-AREA              PIC X(02).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  AGH-COUNT             PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  AGH-QTY               PIC 9(10).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  AGH-VALUE             PIC 9(11)V99.
           05  FILLER                PIC X(09) VALUE SPACES.

      *      TOLERANCES -- pacanom.cfg, OR THESE WHEN IT IS MISSING.
       01  DFLT-COUNT-PCT        PIC 9(03) VALUE 25.
       01  DFLT-QTY-PCT          PIC 9(03) VALUE 30.
       01  DFLT-VALUE-PCT        PIC 9(03) VALUE 30.
       01  DFLT-FLOOR            PIC 9(06) VALUE 20.
       01  TRAIL-NIGHTS          PIC 9(02) VALUE 7.
       01  TOL-COUNT             PIC 9(02) VALUE 0.
       01  TOL-TABLE.
           05  TOL-ENTRY OCCURS 40 TIMES
                   INDEXED BY TOL-IDX.
               10  TOL-TYPE          PIC X(01).
               10  TOL-CODE          PIC X(02).
               10  TOL-COUNT-PCT     PIC X(03).
               10  TOL-QTY-PCT       PIC X(03).
               10  TOL-VALUE-PCT     PIC X(03).
               10  TOL-FLOOR         PIC X(06).
       01  AREA-TOL-SCAN         PIC 9(02) VALUE 0.
       01  GEAR-TOL-SCAN         PIC 9(02) VALUE 0.
       01  USE-COUNT-PCT         PIC 9(03) VALUE 0.
       01  USE-QTY-PCT           PIC 9(03) VALUE 0.
       01  USE-VALUE-PCT         PIC 9(03) VALUE 0.
       01  USE-FLOOR             PIC 9(06) VALUE 0.

      *      THE TRAILING BASELINE -- SUMS OVER THE NIGHTS KEPT,
      *      AVERAGED WHEN JUDGED.  A COMBINATION ABSENT ON A NIGHT
      *      COUNTS AS ZERO THAT NIGHT.
       01  PRIOR-NIGHTS          PIC 9(04) VALUE 0.
       01  SKIP-NIGHTS           PIC 9(04) VALUE 0.
       01  NIGHT-ORDINAL         PIC 9(04) VALUE 0.
       01  BASE-NIGHTS           PIC 9(04) VALUE 0.
       01  LAST-CODE-SET         PIC X(01) VALUE SPACE.
       01  BASE-T-RECORDS-SUM    PIC 9(12) VALUE 0.
       01  BASE-T-QTY-SUM        PIC 9(14) VALUE 0.
       01  BASE-T-VALUE-SUM      PIC 9(15)V99 VALUE 0.
       01  BASE-COUNT            PIC 9(04) VALUE 0.
       01  BASE-SCAN             PIC 9(04) VALUE 0.
       01  BASE-TABLE.
           05  BASE-ENTRY OCCURS 300 TIMES
                   INDEXED BY BASE-IDX.
               10  BASE-SPEC         PIC X(02).
               10  BASE-GEAR         PIC X(02).
               10  BASE-AREA         PIC X(02).
               10  BASE-CNT-SUM      PIC 9(10).
               10  BASE-QTY-SUM      PIC 9(12).
               10  BASE-VALUE-SUM    PIC 9(13)V99.
               10  BASE-SEEN         PIC X(01).
       01  FIND-SPEC             PIC X(02).
       01  FIND-GEAR             PIC X(02).
       01  FIND-AREA             PIC X(02).

      *      TRAILING GOOD PACLOOK RUNS FOR THE YEAR FROM pacjobs.his
      *      -- ONE PER DATE (THE LARGEST, SO A KEY-RESTRICTED DAYTIME
      *      RUN DOES NOT PASS FOR THE NIGHT'S FULL SWEEP), THE LAST
      *      TRAIL-NIGHTS OF THEM IN A RING.
       01  JOBS-FILLED           PIC 9(02) VALUE 0.
       01  JOBS-SLOT             PIC 9(02) VALUE 0.
       01  JOBS-LAST-DATE        PIC 9(06) VALUE 0.
       01  JOBS-IDX              PIC 9(02) VALUE 0.
       01  JOBS-SUM              PIC 9(12) VALUE 0.
       01  JOBS-RING.
           05  JOBS-RECORDS OCCURS 30 TIMES PIC 9(08).

      *      ONE MEASURE BEING JUDGED.
       01  MEAS-NAME             PIC X(05).
       01  MEAS-BASE             PIC 9(13)V99 VALUE 0.
       01  MEAS-TONIGHT          PIC 9(13)V99 VALUE 0.
       01  MEAS-DIFF             PIC 9(13)V99 VALUE 0.
       01  MEAS-PCT              PIC 9(05) VALUE 0.
       01  MEAS-TOL              PIC 9(03) VALUE 0.
       01  MEAS-DIRECTION        PIC X(01).
       01  MEAS-LABEL            PIC X(15).
       01  BASE-MEAN-CNT         PIC 9(10) VALUE 0.
       01  TONIGHT-CNT           PIC 9(10) VALUE 0.
       01  TONIGHT-QTY           PIC 9(12) VALUE 0.
       01  TONIGHT-VALUE         PIC 9(13)V99 VALUE 0.
       01  WORK-IDX              PIC 9(04) VALUE 0.
       01  SWING-COUNT           PIC 9(04) VALUE 0.
       01  JUDGED-COUNT          PIC 9(04) VALUE 0.
       01  HELD-SINCE            PIC 9(06) VALUE 0.

      *      COPIES OF THE CALLED PROGRAMS' PARAMETER LAYOUTS (NONE
      *      OF THEM HAS A SEPARATE COPYBOOK FOR ITS PARAMETER).
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

       01  IFHQ-PARM.
           05  IFHQ-CCYY           PIC 9(04).
           05  IFHQ-REGION         PIC X(02).
           05  IFHQ-RESULT         PIC X(01).
               88  IFHQ-HELD             VALUE 'H'.
               88  IFHQ-NOT-HELD         VALUE 'N'.
           05  IFHQ-DATE           PIC 9(06).
           05  IFHQ-SWINGS         PIC 9(04).

       01  LOCK-PARM.
           05  LOCK-REQUEST        PIC X(01).
           05  LOCK-RESULT         PIC X(01).
               88  LOCK-GRANTED          VALUE 'G'.
               88  LOCK-BUSY             VALUE 'B'.
           05  LOCK-PROGRAM        PIC X(08) VALUE 'PACANOM'.
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
      *      RUN OPENS OUTPUT.
       01  GDG-PARM.
           05  GDG-FILE-NAME        PIC X(32).

      *      RUN-HISTORY HOOK -- START-TIME STAMP CAPTURED AT A000,
      *      ONE PACHIST ROW APPENDED AT END OF JOB (PACHIST HAS NO
      *      SEPARATE COPYBOOK FOR ITS PARAMETER).
       01  HIST-PARM.
           05  HIST-PROGRAM       PIC X(08) VALUE 'PACANOM'.
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
       01  ANOM-NIGHTS-LINE.
           05  FILLER             PIC X(24) VALUE
               'TRAILING NIGHTS JUDGED: '.
           05  AN-NIGHTS          PIC ZZZ9.
           05  FILLER             PIC X(18) VALUE
               '   COMBINATIONS: '.
           05  AN-COMBOS          PIC ZZZ9.
           05  FILLER             PIC X(14) VALUE
               '   CODE SET: '.
           05  AN-CODE-SET        PIC X(01).
           05  FILLER             PIC X(15) VALUE SPACES.
       01  ANOM-TOL-LINE.
           05  FILLER             PIC X(18) VALUE
               'TOLERANCES  COUNT '.
           05  AT-COUNT-PCT       PIC ZZ9.
           05  FILLER             PIC X(07) VALUE '%  QTY '.
           05  AT-QTY-PCT         PIC ZZ9.
           05  FILLER             PIC X(09) VALUE '%  VALUE '.
           05  AT-VALUE-PCT       PIC ZZ9.
           05  FILLER             PIC X(09) VALUE '%  FLOOR '.
           05  AT-FLOOR           PIC ZZZZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  AT-SOURCE          PIC X(20).
       01  ANOM-COLUMN-LINE.
           05  FILLER             PIC X(40) VALUE
               'SPEC GEAR AREA MEASURE  TRAILING AVERAGE'.
           05  FILLER             PIC X(40) VALUE
               '         TONIGHT  SWING  TOL'.
       01  ANOM-SWING-LINE.
           05  SW-CODES.
               10  SW-SPEC        PIC X(02).
               10  FILLER         PIC X(03).
               10  SW-GEAR        PIC X(02).
               10  FILLER         PIC X(03).
               10  SW-AREA        PIC X(02).
               10  FILLER         PIC X(03).
           05  SW-LABEL REDEFINES SW-CODES PIC X(15).
           05  SW-MEASURE         PIC X(05).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  SW-BASE            PIC Z(12)9.99.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  SW-TONIGHT         PIC Z(12)9.99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  SW-DIRECTION       PIC X(01).
           05  SW-PCT             PIC ZZ9.
           05  FILLER             PIC X(01) VALUE '%'.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  SW-TOL             PIC ZZ9.
           05  FILLER             PIC X(01) VALUE '%'.
           05  FILLER             PIC X(11) VALUE SPACES.
       01  ANOM-VERDICT-LINE      PIC X(80) VALUE SPACES.
       01  ANOM-ALERT-TEXT.
           05  AA-SWINGS          PIC ZZZ9.
           05  FILLER             PIC X(36) VALUE
               ' SWING(S) -- INTERFACE FILES HELD'.
       01  ANOM-STILL-TEXT.
           05  FILLER             PIC X(11) VALUE
               'HELD SINCE '.
           05  AS-SINCE           PIC 9(06).
           05  FILLER             PIC X(23) VALUE
               ' -- AWAITING RELEASE'.

       LINKAGE SECTION.
       01  ANOM-PARM.
           05  ANOM-REQUEST        PIC X(01).
               88  ANOM-WANT-CHECK       VALUE 'C'.
               88  ANOM-WANT-RELEASE     VALUE 'R'.
           05  ANOM-CCYY           PIC 9(04).
      *      REGION CODE -- SPACES = THE HISTORIC SINGLE-REGION
      *      FILE SET (pacCCYY.btr); OTHERWISE QUALIFIES EVERY
      *      PER-YEAR FILE NAME THE RUN TOUCHES.
           05  ANOM-REGION         PIC X(02).
      *      RELEASE ONLY -- WHO PASSED THE FIGURES, AND THE
      *      REFERENCE THEY PASSED THEM UNDER (REQUIRED).
           05  ANOM-OPERATOR       PIC X(08).
           05  ANOM-REFERENCE      PIC X(12).
           05  ANOM-RESULT         PIC X(01).
               88  ANOM-PASSED           VALUE 'P'.
               88  ANOM-HELD             VALUE 'H'.
               88  ANOM-NO-BASELINE      VALUE 'N'.
               88  ANOM-NO-FIGURES       VALUE 'M'.
               88  ANOM-RUN-FAILED       VALUE 'F'.
               88  ANOM-RELEASED         VALUE 'R'.
           05  ANOM-SWINGS         PIC 9(04).
       PROCEDURE DIVISION USING ANOM-PARM.
       A000-BEGIN.
           CALL 'DOS_GET_TIME' USING HIST-START-STAMP.
           ACCEPT RUN-YYMMDD FROM DATE.
           ACCEPT RUN-TIME-WORK FROM TIME.
           DIVIDE RUN-TIME-WORK BY 100 GIVING RUN-TIME.
           SET ANOM-RUN-FAILED TO TRUE.
           MOVE 0 TO ANOM-SWINGS.
           SET JOB-IS-CLEAN TO TRUE.
           MOVE 0 TO SWING-COUNT.
           MOVE 0 TO JUDGED-COUNT.
           MOVE 0 TO AGGR-RECORDS.
           MOVE ANOM-CCYY TO TARGET-CCYY-DISPLAY.

           MOVE SPACES TO WS-AGH-NAME.
           STRING 'agh' DELIMITED BY SIZE
                  ANOM-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
                  INTO WS-AGH-NAME.
           MOVE SPACES TO WS-AGH-NEW-NAME.
           STRING 'agh' DELIMITED BY SIZE
                  ANOM-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.new' DELIMITED BY SIZE
                  INTO WS-AGH-NEW-NAME.
           MOVE SPACES TO WS-AGG-NAME.
           STRING 'agg' DELIMITED BY SIZE
                  ANOM-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
                  INTO WS-AGG-NAME.

           MOVE ANOM-CCYY   TO IFHQ-CCYY.
           MOVE ANOM-REGION TO IFHQ-REGION.
           CALL 'PACIFHQ' USING IFHQ-PARM.

           IF ANOM-WANT-RELEASE
              PERFORM RELEASE-YEAR THRU RELEASE-YEAR-EXIT
              GO TO DONE.
           IF NOT ANOM-WANT-CHECK
              DISPLAY 'PACANOM: REQUEST "' ANOM-REQUEST
                  '" IS NEITHER C (CHECK) NOR R (RELEASE)'
              SET JOB-HAS-FAILED TO TRUE
              GO TO DONE.
           PERFORM CHECK-YEAR THRU CHECK-YEAR-EXIT.

       DONE.
           MOVE SWING-COUNT TO ANOM-SWINGS.
           IF JOB-HAS-FAILED AND NOT ANOM-HELD
              SET ANOM-RUN-FAILED TO TRUE.
           MOVE ANOM-CCYY   TO HIST-CCYY.
           MOVE AGGR-RECORDS TO HIST-RECORDS.
           IF JOB-HAS-FAILED OR ANOM-HELD
              MOVE 'FAILED' TO HIST-STATUS.
           CALL 'PACHIST' USING HIST-PARM.
           GOBACK.

      * ------------------------------------------------------------
      *      REQUEST 'C' -- TONIGHT AGAINST THE TRAILING NIGHTS.
      * ------------------------------------------------------------
       CHECK-YEAR.
           MOVE 0 TO AGGR-RECORDS.
           MOVE SPACES TO WS-RPT-NAME.
           STRING 'pac' DELIMITED BY SIZE
                  ANOM-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.anm' DELIMITED BY SIZE
                  INTO WS-RPT-NAME.
           MOVE WS-RPT-NAME TO GDG-FILE-NAME.
           CALL 'PACGDG' USING GDG-PARM.
           OPEN OUTPUT ANOM-RPT-FILE.
           MOVE 'NIGHTLY FIGURES ANOMALY CHECK' TO PGH-TITLE.
           MOVE TARGET-CCYY-DISPLAY TO PGH-CCYY.
           MOVE 0  TO PGH-PAGE-NUMBER.
           MOVE 56 TO PGH-LINES-PER-PAGE.
           MOVE 99 TO PGH-LINE-COUNT.

      *      TONIGHT'S FIGURES MUST BE TONIGHT'S -- PACLOOK ONLY
      *      REWRITES THE CACHE AFTER A CLEAN FULL SWEEP, AND
      *      JUDGING YESTERDAY'S FIGURES A SECOND TIME WOULD PASS
      *      WHATEVER THE FEED DID TODAY.
           CALL 'CBL_CHECK_FILE_EXIST' USING WS-AGG-NAME
                                             CHECK-FILE-DETAILS.
           IF RETURN-CODE NOT = ZERO
              MOVE 0 TO RETURN-CODE
              MOVE 'NO AGGREGATE ON FILE -- NOTHING TO JUDGE'
                  TO ANOM-VERDICT-LINE
              GO TO CHECK-NO-FIGURES.
           IF CHECK-FILE-YEAR NOT = 2000 + RUN-YY
              OR CHECK-FILE-MONTH NOT = RUN-MM
              OR CHECK-FILE-DAY NOT = RUN-DD
              MOVE SPACES TO ANOM-VERDICT-LINE
              STRING 'AGGREGATE NOT WRITTEN TODAY -- ' DELIMITED BY SIZE
                     'SWEEP DID NOT FINISH CLEAN' DELIMITED BY SIZE
                     INTO ANOM-VERDICT-LINE
              GO TO CHECK-NO-FIGURES.
           MOVE 'R' TO AGGR-REQUEST.
           MOVE ANOM-CCYY   TO AGGR-CCYY.
           MOVE ANOM-REGION TO AGGR-REGION.
           CALL 'PACAGGR' USING AGGR-PARM.
           IF AGGR-MISSING
              MOVE 0 TO AGGR-RECORDS
              MOVE 'AGGREGATE UNREADABLE -- NOTHING TO JUDGE'
                  TO ANOM-VERDICT-LINE
              GO TO CHECK-NO-FIGURES.

           PERFORM LOAD-TOLERANCES THRU LOAD-TOLERANCES-EXIT.
           PERFORM COUNT-PRIOR-NIGHTS THRU COUNT-PRIOR-NIGHTS-EXIT.
           PERFORM LOAD-BASELINE THRU LOAD-BASELINE-EXIT.
           IF JOB-HAS-FAILED
              MOVE 'AGGREGATE HISTORY COULD NOT BE REWRITTEN'
                  TO ANOM-VERDICT-LINE
              PERFORM WRITE-VERDICT
              GO TO CHECK-YEAR-CLOSE.

           MOVE BASE-NIGHTS    TO AN-NIGHTS.
           MOVE AGGR-SUB-COUNT TO AN-COMBOS.
           MOVE AGGR-CODE-SET  TO AN-CODE-SET.
           MOVE ANOM-NIGHTS-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE DFLT-COUNT-PCT TO AT-COUNT-PCT.
           MOVE DFLT-QTY-PCT   TO AT-QTY-PCT.
           MOVE DFLT-VALUE-PCT TO AT-VALUE-PCT.
           MOVE DFLT-FLOOR     TO AT-FLOOR.
           IF CFG-FILE-FOUND
              MOVE '(pacanom.cfg)' TO AT-SOURCE
           ELSE
              MOVE '(DEFAULTS)'    TO AT-SOURCE.
           MOVE ANOM-TOL-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           IF HISTORY-RESTARTED
              MOVE SPACES TO RPT-LINE-WORK
              STRING 'CODE SET CHANGED SINCE THE LAST NIGHT KEPT'
                         DELIMITED BY SIZE
                     ' -- HISTORY RESTARTED' DELIMITED BY SIZE
                     INTO RPT-LINE-WORK
              PERFORM WRITE-RPT-LINE.
           IF BASE-TABLE-FULL
              MOVE SPACES TO RPT-LINE-WORK
              STRING 'MORE THAN 300 COMBINATIONS IN THE HISTORY'
                         DELIMITED BY SIZE
                     ' -- THE REST NOT JUDGED' DELIMITED BY SIZE
                     INTO RPT-LINE-WORK
              PERFORM WRITE-RPT-LINE.

      *      FIRST NIGHT (OR FIRST SINCE A RESTART): NOTHING TO
      *      JUDGE BY.  TONIGHT STARTS THE HISTORY.
           IF BASE-NIGHTS = 0
              IF IFHQ-NOT-HELD
                 PERFORM APPEND-TONIGHT
              END-IF
              PERFORM REPLACE-HISTORY THRU REPLACE-HISTORY-EXIT
              IF IFHQ-HELD
                 PERFORM CHECK-STILL-HELD
              ELSE
                 SET ANOM-NO-BASELINE TO TRUE
                 MOVE 'NO TRAILING HISTORY YET -- TONIGHT STARTS IT'
                     TO ANOM-VERDICT-LINE
              END-IF
              PERFORM WRITE-VERDICT
              GO TO CHECK-YEAR-CLOSE.

           MOVE SPACES TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE ANOM-COLUMN-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           PERFORM JUDGE-YEAR-TOTALS THRU JUDGE-YEAR-TOTALS-EXIT.
           PERFORM JUDGE-TONIGHT-ENTRY THRU JUDGE-TONIGHT-ENTRY-EXIT
               VARYING WORK-IDX FROM 1 BY 1
               UNTIL WORK-IDX > AGGR-SUB-COUNT.
           PERFORM JUDGE-VANISHED-ENTRY THRU
               JUDGE-VANISHED-ENTRY-EXIT
               VARYING BASE-IDX FROM 1 BY 1
               UNTIL BASE-IDX > BASE-COUNT.

      *      ONLY A PASSING NIGHT JOINS THE HISTORY.  A HELD YEAR
      *      STAYS HELD UNTIL IT IS RELEASED, WHATEVER TONIGHT DID.
           IF SWING-COUNT = 0 AND IFHQ-NOT-HELD
              PERFORM APPEND-TONIGHT.
           PERFORM REPLACE-HISTORY THRU REPLACE-HISTORY-EXIT.
           IF SWING-COUNT > 0
              PERFORM HOLD-YEAR THRU HOLD-YEAR-EXIT
           ELSE
              IF IFHQ-HELD
                 PERFORM CHECK-STILL-HELD
              ELSE
                 SET ANOM-PASSED TO TRUE
                 MOVE 'ALL FIGURES WITHIN TOLERANCE'
                     TO ANOM-VERDICT-LINE.
           PERFORM WRITE-VERDICT.
           GO TO CHECK-YEAR-CLOSE.

      *      NO FIGURES FROM TONIGHT IS NOT AN ANOMALY, BUT A YEAR
      *      ALREADY HELD STAYS HELD AND SAYS SO.
       CHECK-NO-FIGURES.
           SET ANOM-NO-FIGURES TO TRUE.
           PERFORM WRITE-VERDICT.
           IF IFHQ-HELD
              PERFORM CHECK-STILL-HELD
              PERFORM WRITE-VERDICT.

       CHECK-YEAR-CLOSE.
           PERFORM WRITE-END-LINE.
           CLOSE ANOM-RPT-FILE.
           DISPLAY 'PACANOM: ' ANOM-CCYY ' ' SWING-COUNT
               ' SWING(S) OVER TOLERANCE -- SEE ' WS-RPT-NAME.
       CHECK-YEAR-EXIT. EXIT.

      *      A HELD YEAR WITH NO NEW SWING TONIGHT: THE FILES STAY
      *      WHERE THEY ARE (ANYTHING WRITTEN UNDER .dat SINCE IS
      *      PUT BACK UNDER .hld) AND THE MENU IS REMINDED.
       CHECK-STILL-HELD.
           SET ANOM-HELD TO TRUE.
           PERFORM HOLD-INTERFACE-FILES.
           MOVE IFHQ-DATE TO AS-SINCE.
           MOVE SPACES TO ANOM-VERDICT-LINE.
           STRING 'INTERFACE FILES HELD SINCE ' DELIMITED BY SIZE
                  AS-SINCE DELIMITED BY SIZE
                  ' -- AWAITING RELEASE' DELIMITED BY SIZE
                  INTO ANOM-VERDICT-LINE.
           MOVE ANOM-STILL-TEXT TO AL-MESSAGE.
           PERFORM RAISE-ALERT.

      *      NEW SWINGS: HOLD THE FILES, REGISTER THE HOLD (ONCE --
      *      A YEAR ALREADY HELD KEEPS ITS ORIGINAL HOLD LINE), AND
      *      RAISE THE SAME-DAY ALERT.
       HOLD-YEAR.
           SET ANOM-HELD TO TRUE.
           PERFORM HOLD-INTERFACE-FILES.
           IF IFHQ-NOT-HELD
              MOVE SPACES TO ANOM-IFH-RECORD
              SET IFH-IS-HOLD TO TRUE
              MOVE 'PACANOM' TO IFH-OPERATOR
              MOVE SPACES TO IFH-REFERENCE
              PERFORM WRITE-REGISTER-LINE.
           MOVE SWING-COUNT TO AA-SWINGS.
           MOVE ANOM-ALERT-TEXT TO AL-MESSAGE.
           PERFORM RAISE-ALERT.
           MOVE SPACES TO ANOM-VERDICT-LINE.
           STRING '*** ' DELIMITED BY SIZE
                  AA-SWINGS DELIMITED BY SIZE
                  ' SWING(S) OVER TOLERANCE -- ' DELIMITED BY SIZE
                  'INTERFACE FILES HELD UNTIL RELEASED ***'
                      DELIMITED BY SIZE
                  INTO ANOM-VERDICT-LINE.
           DISPLAY '*****************************************'.
           DISPLAY 'PACANOM: YEAR ' ANOM-CCYY ' ' SWING-COUNT
               ' SWING(S) OVER TOLERANCE -- INTERFACE FILES HELD'.
           DISPLAY '*****************************************'.
       HOLD-YEAR-EXIT. EXIT.

      *      THE YEAR'S TOTALS.  THE RECORD COUNT IS JUDGED AGAINST
      *      THE PACLOOK RUNS IN pacjobs.his WHERE THEY CAN BE
      *      TRUSTED TO BE THIS FILE SET'S, OTHERWISE AGAINST THE
      *      HISTORY'S OWN TOTALS LINES.
       JUDGE-YEAR-TOTALS.
           MOVE 0 TO JOBS-FILLED.
           IF ANOM-REGION = SPACES
              PERFORM LOAD-JOBS-HISTORY THRU LOAD-JOBS-HISTORY-EXIT.
           IF JOBS-FILLED > 0
              MOVE 0 TO JOBS-SUM
              PERFORM ADD-JOBS-RUN
                  VARYING JOBS-IDX FROM 1 BY 1
                  UNTIL JOBS-IDX > JOBS-FILLED
              COMPUTE MEAS-BASE ROUNDED = JOBS-SUM / JOBS-FILLED
              MOVE 'YEAR (JOBS HIS)' TO MEAS-LABEL
           ELSE
              COMPUTE MEAS-BASE ROUNDED =
                  BASE-T-RECORDS-SUM / BASE-NIGHTS
              MOVE 'YEAR TOTAL' TO MEAS-LABEL.
           MOVE AGGR-RECORDS   TO MEAS-TONIGHT.
           MOVE 'COUNT'        TO MEAS-NAME.
           MOVE DFLT-COUNT-PCT TO MEAS-TOL.
           PERFORM JUDGE-ONE-MEASURE THRU JUDGE-ONE-MEASURE-EXIT.

           MOVE 'YEAR TOTAL' TO MEAS-LABEL.
           COMPUTE MEAS-BASE ROUNDED = BASE-T-QTY-SUM / BASE-NIGHTS.
           MOVE AGGR-QTY       TO MEAS-TONIGHT.
           MOVE 'QTY'          TO MEAS-NAME.
           MOVE DFLT-QTY-PCT   TO MEAS-TOL.
           PERFORM JUDGE-ONE-MEASURE THRU JUDGE-ONE-MEASURE-EXIT.
           COMPUTE MEAS-BASE ROUNDED =
               BASE-T-VALUE-SUM / BASE-NIGHTS.
           MOVE AGGR-VALUE     TO MEAS-TONIGHT.
           MOVE 'VALUE'        TO MEAS-NAME.
           MOVE DFLT-VALUE-PCT TO MEAS-TOL.
           PERFORM JUDGE-ONE-MEASURE THRU JUDGE-ONE-MEASURE-EXIT.
       JUDGE-YEAR-TOTALS-EXIT. EXIT.

       ADD-JOBS-RUN.
           ADD JOBS-RECORDS (JOBS-IDX) TO JOBS-SUM.

      *      ONE OF TONIGHT'S COMBINATIONS AGAINST ITS TRAILING
      *      AVERAGE.  ONE NEVER SEEN BEFORE HAS AN AVERAGE OF ZERO
      *      AND SWINGS IN FULL ONCE IT REACHES THE FLOOR.
       JUDGE-TONIGHT-ENTRY.
           SET AGGR-IDX TO WORK-IDX.
           MOVE AGGR-SPEC (AGGR-IDX) TO FIND-SPEC.
           MOVE AGGR-GEAR (AGGR-IDX) TO FIND-GEAR.
           MOVE AGGR-AREA (AGGR-IDX) TO FIND-AREA.
           MOVE AGGR-CNT (AGGR-IDX)       TO TONIGHT-CNT.
           MOVE AGGR-SUB-QTY (AGGR-IDX)   TO TONIGHT-QTY.
           MOVE AGGR-SUB-VALUE (AGGR-IDX) TO TONIGHT-VALUE.
           PERFORM FIND-BASE-ENTRY.
           IF BASE-SCAN = 0 AND BASE-TABLE-FULL
              GO TO JUDGE-TONIGHT-ENTRY-EXIT.
           IF BASE-SCAN > 0
              SET BASE-IDX TO BASE-SCAN
              MOVE 'Y' TO BASE-SEEN (BASE-IDX).
           PERFORM JUDGE-COMBINATION THRU JUDGE-COMBINATION-EXIT.
       JUDGE-TONIGHT-ENTRY-EXIT. EXIT.

      *      A COMBINATION IN THE HISTORY THAT IS NOT ON FILE
      *      TONIGHT AT ALL -- THE FEED THAT DROPPED AN AREA.
       JUDGE-VANISHED-ENTRY.
           IF BASE-SEEN (BASE-IDX) = 'Y'
              GO TO JUDGE-VANISHED-ENTRY-EXIT.
           MOVE BASE-SPEC (BASE-IDX) TO FIND-SPEC.
           MOVE BASE-GEAR (BASE-IDX) TO FIND-GEAR.
           MOVE BASE-AREA (BASE-IDX) TO FIND-AREA.
           MOVE 0 TO TONIGHT-CNT.
           MOVE 0 TO TONIGHT-QTY.
           MOVE 0 TO TONIGHT-VALUE.
           SET BASE-SCAN TO BASE-IDX.
           PERFORM JUDGE-COMBINATION THRU JUDGE-COMBINATION-EXIT.
       JUDGE-VANISHED-ENTRY-EXIT. EXIT.

      *      FIND-SPEC/GEAR/AREA AND TONIGHT-xxx ARE SET; BASE-SCAN
      *      POINTS AT THE HISTORY ENTRY OR IS ZERO.
       JUDGE-COMBINATION.
           PERFORM FIND-TOLERANCES.
           MOVE 0 TO BASE-MEAN-CNT.
           IF BASE-SCAN > 0
              SET BASE-IDX TO BASE-SCAN
              COMPUTE BASE-MEAN-CNT ROUNDED =
                  BASE-CNT-SUM (BASE-IDX) / BASE-NIGHTS.
           IF BASE-MEAN-CNT < USE-FLOOR AND TONIGHT-CNT < USE-FLOOR
              GO TO JUDGE-COMBINATION-EXIT.
           ADD 1 TO JUDGED-COUNT.
           MOVE SPACES TO MEAS-LABEL.
           MOVE FIND-SPEC TO MEAS-LABEL (1:2).
           MOVE FIND-GEAR TO MEAS-LABEL (6:2).
           MOVE FIND-AREA TO MEAS-LABEL (11:2).

           MOVE BASE-MEAN-CNT  TO MEAS-BASE.
           MOVE TONIGHT-CNT    TO MEAS-TONIGHT.
           MOVE 'COUNT'        TO MEAS-NAME.
           MOVE USE-COUNT-PCT  TO MEAS-TOL.
           PERFORM JUDGE-ONE-MEASURE THRU JUDGE-ONE-MEASURE-EXIT.

           MOVE 0 TO MEAS-BASE.
           IF BASE-SCAN > 0
              COMPUTE MEAS-BASE ROUNDED =
                  BASE-QTY-SUM (BASE-IDX) / BASE-NIGHTS.
           MOVE TONIGHT-QTY    TO MEAS-TONIGHT.
           MOVE 'QTY'          TO MEAS-NAME.
           MOVE USE-QTY-PCT    TO MEAS-TOL.
           PERFORM JUDGE-ONE-MEASURE THRU JUDGE-ONE-MEASURE-EXIT.

           MOVE 0 TO MEAS-BASE.
           IF BASE-SCAN > 0
              COMPUTE MEAS-BASE ROUNDED =
                  BASE-VALUE-SUM (BASE-IDX) / BASE-NIGHTS.
           MOVE TONIGHT-VALUE  TO MEAS-TONIGHT.
           MOVE 'VALUE'        TO MEAS-NAME.
           MOVE USE-VALUE-PCT  TO MEAS-TOL.
           PERFORM JUDGE-ONE-MEASURE THRU JUDGE-ONE-MEASURE-EXIT.
       JUDGE-COMBINATION-EXIT. EXIT.

      *      MEAS-BASE AGAINST MEAS-TONIGHT.  THE SWING IS TAKEN AS A
      *      PERCENTAGE OF THE TRAILING AVERAGE; FROM AN AVERAGE OF
      *      ZERO ANY FIGURE AT ALL IS A FULL SWING (SHOWN 999%).
       JUDGE-ONE-MEASURE.
           IF MEAS-TONIGHT NOT < MEAS-BASE
              COMPUTE MEAS-DIFF = MEAS-TONIGHT - MEAS-BASE
              MOVE '+' TO MEAS-DIRECTION
           ELSE
              COMPUTE MEAS-DIFF = MEAS-BASE - MEAS-TONIGHT
              MOVE '-' TO MEAS-DIRECTION.
           IF MEAS-DIFF = 0
              GO TO JUDGE-ONE-MEASURE-EXIT.
           IF MEAS-BASE = 0
              MOVE 999 TO MEAS-PCT
           ELSE
              COMPUTE MEAS-PCT ROUNDED =
                  MEAS-DIFF * 100 / MEAS-BASE
                  ON SIZE ERROR
                     MOVE 999 TO MEAS-PCT.
           IF MEAS-PCT > 999
              MOVE 999 TO MEAS-PCT.
           IF MEAS-PCT NOT > MEAS-TOL
              GO TO JUDGE-ONE-MEASURE-EXIT.
           ADD 1 TO SWING-COUNT.
           MOVE MEAS-LABEL     TO SW-LABEL.
           MOVE MEAS-NAME      TO SW-MEASURE.
           MOVE MEAS-BASE      TO SW-BASE.
           MOVE MEAS-TONIGHT   TO SW-TONIGHT.
           MOVE MEAS-DIRECTION TO SW-DIRECTION.
           MOVE MEAS-PCT       TO SW-PCT.
           MOVE MEAS-TOL       TO SW-TOL.
           MOVE ANOM-SWING-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
       JUDGE-ONE-MEASURE-EXIT. EXIT.

      * ------------------------------------------------------------
      *      TOLERANCES.
      * ------------------------------------------------------------
       LOAD-TOLERANCES.
           MOVE 0 TO TOL-COUNT.
           SET CFG-FILE-MISSING TO TRUE.
           OPEN INPUT ANOM-CFG-FILE.
           IF CFG-FILE-STATUS NOT = '00'
              GO TO LOAD-TOLERANCES-EXIT.
           SET CFG-FILE-FOUND TO TRUE.
           SET INPUT-NOT-AT-EOF TO TRUE.
           PERFORM LOAD-ONE-TOLERANCE THRU LOAD-ONE-TOLERANCE-EXIT
               UNTIL INPUT-AT-EOF.
           CLOSE ANOM-CFG-FILE.
       LOAD-TOLERANCES-EXIT. EXIT.

       LOAD-ONE-TOLERANCE.
           READ ANOM-CFG-FILE
               AT END
                  SET INPUT-AT-EOF TO TRUE
                  GO TO LOAD-ONE-TOLERANCE-EXIT.
           IF CFG-TYPE = 'D'
              IF CFG-COUNT-PCT NUMERIC
                 MOVE CFG-COUNT-PCT TO DFLT-COUNT-PCT
              END-IF
              IF CFG-QTY-PCT NUMERIC
                 MOVE CFG-QTY-PCT TO DFLT-QTY-PCT
              END-IF
              IF CFG-VALUE-PCT NUMERIC
                 MOVE CFG-VALUE-PCT TO DFLT-VALUE-PCT
              END-IF
              IF CFG-FLOOR NUMERIC
                 MOVE CFG-FLOOR TO DFLT-FLOOR
              END-IF
              IF CFG-NIGHTS NUMERIC
                 AND CFG-NIGHTS > 0 AND CFG-NIGHTS NOT > 30
                 MOVE CFG-NIGHTS TO TRAIL-NIGHTS
              END-IF
              GO TO LOAD-ONE-TOLERANCE-EXIT.
           IF CFG-TYPE NOT = 'A' AND CFG-TYPE NOT = 'G'
              GO TO LOAD-ONE-TOLERANCE-EXIT.
           IF CFG-CODE = SPACES OR TOL-COUNT NOT < 40
              GO TO LOAD-ONE-TOLERANCE-EXIT.
           ADD 1 TO TOL-COUNT.
           SET TOL-IDX TO TOL-COUNT.
           MOVE CFG-TYPE      TO TOL-TYPE (TOL-IDX).
           MOVE CFG-CODE      TO TOL-CODE (TOL-IDX).
           MOVE CFG-COUNT-PCT TO TOL-COUNT-PCT (TOL-IDX).
           MOVE CFG-QTY-PCT   TO TOL-QTY-PCT (TOL-IDX).
           MOVE CFG-VALUE-PCT TO TOL-VALUE-PCT (TOL-IDX).
           MOVE CFG-FLOOR     TO TOL-FLOOR (TOL-IDX).
       LOAD-ONE-TOLERANCE-EXIT. EXIT.

      *      AN AREA LINE FOR FIND-AREA WINS, THEN A GEAR LINE FOR
      *      FIND-GEAR, THEN THE DEFAULTS; A BLANK FIELD ON THE
      *      LINE THAT WINS FALLS BACK TO ITS DEFAULT.
       FIND-TOLERANCES.
           MOVE DFLT-COUNT-PCT TO USE-COUNT-PCT.
           MOVE DFLT-QTY-PCT   TO USE-QTY-PCT.
           MOVE DFLT-VALUE-PCT TO USE-VALUE-PCT.
           MOVE DFLT-FLOOR     TO USE-FLOOR.
           MOVE 0 TO AREA-TOL-SCAN.
           MOVE 0 TO GEAR-TOL-SCAN.
           PERFORM FIND-ONE-TOLERANCE
               VARYING TOL-IDX FROM 1 BY 1
               UNTIL TOL-IDX > TOL-COUNT.
           IF AREA-TOL-SCAN > 0
              SET TOL-IDX TO AREA-TOL-SCAN
           ELSE
              IF GEAR-TOL-SCAN > 0
                 SET TOL-IDX TO GEAR-TOL-SCAN
              ELSE
                 GO TO FIND-TOLERANCES-EXIT.
           IF TOL-COUNT-PCT (TOL-IDX) NUMERIC
              MOVE TOL-COUNT-PCT (TOL-IDX) TO USE-COUNT-PCT.
           IF TOL-QTY-PCT (TOL-IDX) NUMERIC
              MOVE TOL-QTY-PCT (TOL-IDX) TO USE-QTY-PCT.
           IF TOL-VALUE-PCT (TOL-IDX) NUMERIC
              MOVE TOL-VALUE-PCT (TOL-IDX) TO USE-VALUE-PCT.
           IF TOL-FLOOR (TOL-IDX) NUMERIC
              MOVE TOL-FLOOR (TOL-IDX) TO USE-FLOOR.
       FIND-TOLERANCES-EXIT. EXIT.

       FIND-ONE-TOLERANCE.
           IF TOL-TYPE (TOL-IDX) = 'A'
              AND TOL-CODE (TOL-IDX) = FIND-AREA
              AND AREA-TOL-SCAN = 0
              SET AREA-TOL-SCAN TO TOL-IDX.
           IF TOL-TYPE (TOL-IDX) = 'G'
              AND TOL-CODE (TOL-IDX) = FIND-GEAR
              AND GEAR-TOL-SCAN = 0
              SET GEAR-TOL-SCAN TO TOL-IDX.

      * ------------------------------------------------------------
      *      THE AGGREGATE HISTORY.
      * ------------------------------------------------------------
      *      FIRST PASS: HOW MANY EARLIER NIGHTS ARE ON FILE, AND
      *      WHICH CODE SET THE LAST OF THEM WAS KEYED OFF.  A RERUN
      *      TODAY REPLACES TODAY'S NIGHT RATHER THAN JUDGING ITSELF.
       COUNT-PRIOR-NIGHTS.
           MOVE 0 TO PRIOR-NIGHTS.
           MOVE 0 TO SKIP-NIGHTS.
           MOVE SPACE TO LAST-CODE-SET.
           SET HISTORY-CONTINUES TO TRUE.
           OPEN INPUT ANOM-AGH-IN.
           IF AGH-IN-STATUS NOT = '00'
              GO TO COUNT-PRIOR-NIGHTS-EXIT.
           SET INPUT-NOT-AT-EOF TO TRUE.
           PERFORM COUNT-ONE-LINE THRU COUNT-ONE-LINE-EXIT
               UNTIL INPUT-AT-EOF.
           CLOSE ANOM-AGH-IN.
           IF PRIOR-NIGHTS > 0 AND LAST-CODE-SET NOT = AGGR-CODE-SET
              SET HISTORY-RESTARTED TO TRUE
              MOVE PRIOR-NIGHTS TO SKIP-NIGHTS
           ELSE
              IF PRIOR-NIGHTS > TRAIL-NIGHTS
                 COMPUTE SKIP-NIGHTS = PRIOR-NIGHTS - TRAIL-NIGHTS.
       COUNT-PRIOR-NIGHTS-EXIT. EXIT.

       COUNT-ONE-LINE.
           READ ANOM-AGH-IN INTO AGH-LINE
               AT END
                  SET INPUT-AT-EOF TO TRUE
                  GO TO COUNT-ONE-LINE-EXIT.
           IF AGH-NIGHT-TOTALS AND AGH-DATE NOT = RUN-YYMMDD
              ADD 1 TO PRIOR-NIGHTS
              MOVE AGH-CODE-SET TO LAST-CODE-SET.
       COUNT-ONE-LINE-EXIT. EXIT.

      *      SECOND PASS: THE NIGHTS KEPT GO INTO THE BASELINE AND
      *      ARE COPIED TO aghCCYY.new; THE OLDEST BEYOND THE
      *      TRAILING WINDOW, AND ANY NIGHT DATED TODAY, ARE DROPPED.
       LOAD-BASELINE.
           MOVE 0 TO NIGHT-ORDINAL.
           MOVE 0 TO BASE-NIGHTS.
           MOVE 0 TO BASE-COUNT.
           MOVE 0 TO BASE-T-RECORDS-SUM.
           MOVE 0 TO BASE-T-QTY-SUM.
           MOVE 0 TO BASE-T-VALUE-SUM.
           SET BASE-TABLE-ROOM TO TRUE.
           SET DROPPING-NIGHT TO TRUE.
           OPEN OUTPUT ANOM-AGH-OUT.
           IF AGH-OUT-STATUS NOT = '00'
              DISPLAY 'PACANOM: ' WS-AGH-NEW-NAME ' OPEN FAILED --'
                  ' STATUS ' AGH-OUT-STATUS
              SET JOB-HAS-FAILED TO TRUE
              GO TO LOAD-BASELINE-EXIT.
           OPEN INPUT ANOM-AGH-IN.
           IF AGH-IN-STATUS NOT = '00'
              GO TO LOAD-BASELINE-EXIT.
           SET INPUT-NOT-AT-EOF TO TRUE.
           PERFORM LOAD-ONE-LINE THRU LOAD-ONE-LINE-EXIT
               UNTIL INPUT-AT-EOF.
           CLOSE ANOM-AGH-IN.
       LOAD-BASELINE-EXIT. EXIT.

       LOAD-ONE-LINE.
           READ ANOM-AGH-IN INTO AGH-LINE
               AT END
                  SET INPUT-AT-EOF TO TRUE
                  GO TO LOAD-ONE-LINE-EXIT.
           IF AGH-DATE NOT NUMERIC OR AGH-DATE = RUN-YYMMDD
              GO TO LOAD-ONE-LINE-EXIT.
           IF AGH-NIGHT-TOTALS
              ADD 1 TO NIGHT-ORDINAL
              IF NIGHT-ORDINAL > SKIP-NIGHTS
                 SET KEEPING-NIGHT TO TRUE
                 ADD 1 TO BASE-NIGHTS
                 ADD AGH-COUNT TO BASE-T-RECORDS-SUM
                 ADD AGH-QTY   TO BASE-T-QTY-SUM
                 ADD AGH-VALUE TO BASE-T-VALUE-SUM
              ELSE
                 SET DROPPING-NIGHT TO TRUE
              END-IF
           END-IF.
           IF DROPPING-NIGHT
              GO TO LOAD-ONE-LINE-EXIT.
           WRITE ANOM-AGH-OUT-RECORD FROM AGH-LINE.
           IF NOT AGH-NIGHT-DETAIL
              GO TO LOAD-ONE-LINE-EXIT.
           MOVE AGH-SPEC TO FIND-SPEC.
           MOVE AGH-GEAR TO FIND-GEAR.
           MOVE AGH-AREA TO FIND-AREA.
           PERFORM FIND-BASE-ENTRY.
           IF BASE-SCAN = 0
              IF BASE-COUNT NOT < 300
                 SET BASE-TABLE-FULL TO TRUE
                 GO TO LOAD-ONE-LINE-EXIT
              END-IF
              ADD 1 TO BASE-COUNT
              MOVE BASE-COUNT TO BASE-SCAN
              SET BASE-IDX TO BASE-COUNT
              MOVE AGH-SPEC TO BASE-SPEC (BASE-IDX)
              MOVE AGH-GEAR TO BASE-GEAR (BASE-IDX)
              MOVE AGH-AREA TO BASE-AREA (BASE-IDX)
              MOVE 0 TO BASE-CNT-SUM (BASE-IDX)
              MOVE 0 TO BASE-QTY-SUM (BASE-IDX)
              MOVE 0 TO BASE-VALUE-SUM (BASE-IDX)
              MOVE 'N' TO BASE-SEEN (BASE-IDX).
           SET BASE-IDX TO BASE-SCAN.
           ADD AGH-COUNT TO BASE-CNT-SUM (BASE-IDX).
           ADD AGH-QTY   TO BASE-QTY-SUM (BASE-IDX).
           ADD AGH-VALUE TO BASE-VALUE-SUM (BASE-IDX).
       LOAD-ONE-LINE-EXIT. EXIT.

       FIND-BASE-ENTRY.
           MOVE 0 TO BASE-SCAN.
           PERFORM MATCH-BASE-ENTRY
               VARYING BASE-IDX FROM 1 BY 1
               UNTIL BASE-IDX > BASE-COUNT OR BASE-SCAN > 0.

       MATCH-BASE-ENTRY.
           IF BASE-SPEC (BASE-IDX) = FIND-SPEC
              AND BASE-GEAR (BASE-IDX) = FIND-GEAR
              AND BASE-AREA (BASE-IDX) = FIND-AREA
              SET BASE-SCAN TO BASE-IDX.

      *      TONIGHT'S FIGURES ONTO THE END OF aghCCYY.new.
       APPEND-TONIGHT.
           MOVE SPACES TO AGH-LINE.
           SET AGH-NIGHT-TOTALS TO TRUE.
           MOVE RUN-YYMMDD     TO AGH-DATE.
           MOVE AGGR-CODE-SET  TO AGH-CODE-SET.
           MOVE AGGR-RECORDS   TO AGH-COUNT.
           MOVE AGGR-QTY       TO AGH-QTY.
           MOVE AGGR-VALUE     TO AGH-VALUE.
           WRITE ANOM-AGH-OUT-RECORD FROM AGH-LINE.
           PERFORM APPEND-TONIGHT-DETAIL
               VARYING WORK-IDX FROM 1 BY 1
               UNTIL WORK-IDX > AGGR-SUB-COUNT.

       APPEND-TONIGHT-DETAIL.
           SET AGGR-IDX TO WORK-IDX.
           MOVE SPACES TO AGH-LINE.
           SET AGH-NIGHT-DETAIL TO TRUE.
           MOVE RUN-YYMMDD     TO AGH-DATE.
           MOVE AGGR-CODE-SET  TO AGH-CODE-SET.
           MOVE AGGR-SPEC (AGGR-IDX)      TO AGH-SPEC.
           MOVE AGGR-GEAR (AGGR-IDX)      TO AGH-GEAR.
           MOVE AGGR-AREA (AGGR-IDX)      TO AGH-AREA.
           MOVE AGGR-CNT (AGGR-IDX)       TO AGH-COUNT.
           MOVE AGGR-SUB-QTY (AGGR-IDX)   TO AGH-QTY.
           MOVE AGGR-SUB-VALUE (AGGR-IDX) TO AGH-VALUE.
           WRITE ANOM-AGH-OUT-RECORD FROM AGH-LINE.

      *      aghCCYY.new BECOMES aghCCYY.dat.
       REPLACE-HISTORY.
           CLOSE ANOM-AGH-OUT.
           CALL 'CBL_DELETE_FILE' USING WS-AGH-NAME
               RETURNING FILE-OP-STATUS.
           CALL 'CBL_RENAME_FILE' USING WS-AGH-NEW-NAME WS-AGH-NAME
               RETURNING FILE-OP-STATUS.
           IF FILE-OP-STATUS NOT = ZERO
              DISPLAY 'PACANOM: ' WS-AGH-NEW-NAME ' COULD NOT BE'
                  ' RENAMED TO ' WS-AGH-NAME ' -- RENAME IT BY HAND'
              SET JOB-HAS-FAILED TO TRUE.
       REPLACE-HISTORY-EXIT. EXIT.

      *      THE LAST TRAIL-NIGHTS GOOD PACLOOK RUNS FOR THE YEAR
      *      BEFORE TODAY.
       LOAD-JOBS-HISTORY.
           MOVE 0 TO JOBS-FILLED.
           MOVE 0 TO JOBS-SLOT.
           MOVE 0 TO JOBS-LAST-DATE.
           OPEN INPUT ANOM-JOBS-FILE.
           IF JOBS-FILE-STATUS NOT = '00'
              GO TO LOAD-JOBS-HISTORY-EXIT.
           SET INPUT-NOT-AT-EOF TO TRUE.
           PERFORM LOAD-ONE-JOBS-ROW THRU LOAD-ONE-JOBS-ROW-EXIT
               UNTIL INPUT-AT-EOF.
           CLOSE ANOM-JOBS-FILE.
       LOAD-JOBS-HISTORY-EXIT. EXIT.

       LOAD-ONE-JOBS-ROW.
           READ ANOM-JOBS-FILE
               AT END
                  SET INPUT-AT-EOF TO TRUE
                  GO TO LOAD-ONE-JOBS-ROW-EXIT.
           IF HIS-PROGRAM NOT = 'PACLOOK'
              OR HIS-CCYY NOT = ANOM-CCYY
              OR HIS-STATUS NOT = 'GOOD'
              GO TO LOAD-ONE-JOBS-ROW-EXIT.
           IF HIS-DATE NOT NUMERIC OR HIS-DATE = RUN-YYMMDD
              OR HIS-RECORDS NOT NUMERIC OR HIS-RECORDS = 0
              GO TO LOAD-ONE-JOBS-ROW-EXIT.
           IF HIS-DATE = JOBS-LAST-DATE
              IF HIS-RECORDS > JOBS-RECORDS (JOBS-SLOT)
                 MOVE HIS-RECORDS TO JOBS-RECORDS (JOBS-SLOT)
              END-IF
              GO TO LOAD-ONE-JOBS-ROW-EXIT.
           MOVE HIS-DATE TO JOBS-LAST-DATE.
           ADD 1 TO JOBS-SLOT.
           IF JOBS-SLOT > TRAIL-NIGHTS
              MOVE 1 TO JOBS-SLOT.
           MOVE HIS-RECORDS TO JOBS-RECORDS (JOBS-SLOT).
           IF JOBS-FILLED < TRAIL-NIGHTS
              ADD 1 TO JOBS-FILLED.
       LOAD-ONE-JOBS-ROW-EXIT. EXIT.

      * ------------------------------------------------------------
      *      THE INTERFACE FILES.
      * ------------------------------------------------------------
       HOLD-INTERFACE-FILES.
           MOVE 'sum' TO IFACE-STEM.
           PERFORM HOLD-ONE-FILE THRU HOLD-ONE-FILE-EXIT.
           MOVE 'bil' TO IFACE-STEM.
           PERFORM HOLD-ONE-FILE THRU HOLD-ONE-FILE-EXIT.

      *      A .dat ON THE VOLUME IS THE NEWEST COPY -- IT REPLACES
      *      ANY .hld ALREADY THERE.
       HOLD-ONE-FILE.
           PERFORM SET-IFACE-NAMES.
           CALL 'CBL_CHECK_FILE_EXIST' USING WS-DAT-NAME
                                             CHECK-FILE-DETAILS.
           IF RETURN-CODE NOT = ZERO
              MOVE 0 TO RETURN-CODE
              GO TO HOLD-ONE-FILE-EXIT.
           CALL 'CBL_DELETE_FILE' USING WS-HLD-NAME
               RETURNING FILE-OP-STATUS.
           CALL 'CBL_RENAME_FILE' USING WS-DAT-NAME WS-HLD-NAME
               RETURNING FILE-OP-STATUS.
           IF FILE-OP-STATUS NOT = ZERO
              DISPLAY '*****************************************'
              DISPLAY 'PACANOM: ' WS-DAT-NAME ' COULD NOT BE'
                  ' RENAMED TO ' WS-HLD-NAME ' -- IT IS NOT HELD;'
                  ' STOP THE PICKUP BY HAND'
              DISPLAY '*****************************************'
              SET JOB-HAS-FAILED TO TRUE.
       HOLD-ONE-FILE-EXIT. EXIT.

       RELEASE-INTERFACE-FILES.
           MOVE 'sum' TO IFACE-STEM.
           PERFORM RELEASE-ONE-FILE THRU RELEASE-ONE-FILE-EXIT.
           MOVE 'bil' TO IFACE-STEM.
           PERFORM RELEASE-ONE-FILE THRU RELEASE-ONE-FILE-EXIT.

       RELEASE-ONE-FILE.
           PERFORM SET-IFACE-NAMES.
           CALL 'CBL_CHECK_FILE_EXIST' USING WS-HLD-NAME
                                             CHECK-FILE-DETAILS.
           IF RETURN-CODE NOT = ZERO
              MOVE 0 TO RETURN-CODE
              GO TO RELEASE-ONE-FILE-EXIT.
           CALL 'CBL_DELETE_FILE' USING WS-DAT-NAME
               RETURNING FILE-OP-STATUS.
           CALL 'CBL_RENAME_FILE' USING WS-HLD-NAME WS-DAT-NAME
               RETURNING FILE-OP-STATUS.
           IF FILE-OP-STATUS NOT = ZERO
              DISPLAY 'PACANOM: ' WS-HLD-NAME ' COULD NOT BE'
                  ' RENAMED TO ' WS-DAT-NAME ' -- RENAME IT BY HAND'
              SET JOB-HAS-FAILED TO TRUE
              GO TO RELEASE-ONE-FILE-EXIT.
           DISPLAY 'PACANOM: ' WS-DAT-NAME ' RELEASED'.
       RELEASE-ONE-FILE-EXIT. EXIT.

       SET-IFACE-NAMES.
           MOVE SPACES TO WS-DAT-NAME.
           STRING IFACE-STEM DELIMITED BY SIZE
                  ANOM-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
                  INTO WS-DAT-NAME.
           MOVE SPACES TO WS-HLD-NAME.
           STRING IFACE-STEM DELIMITED BY SIZE
                  ANOM-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.hld' DELIMITED BY SIZE
                  INTO WS-HLD-NAME.

      *      ANOM-IFH-RECORD HAS ITS ACTION, OPERATOR AND REFERENCE
      *      SET; THE REST IS FILLED IN HERE.
       WRITE-REGISTER-LINE.
           MOVE ANOM-CCYY   TO IFH-CCYY.
           MOVE ANOM-REGION TO IFH-REGION.
           MOVE RUN-YYMMDD  TO IFH-DATE.
           MOVE RUN-TIME    TO IFH-TIME.
           MOVE SWING-COUNT TO IFH-SWINGS.
           OPEN EXTEND ANOM-IFH-FILE.
           IF IFH-FILE-STATUS = '05' OR '35'
              OPEN OUTPUT ANOM-IFH-FILE.
           WRITE ANOM-IFH-RECORD.
           CLOSE ANOM-IFH-FILE.

      * ------------------------------------------------------------
      *      REQUEST 'R' -- A SUPERVISOR PASSES THE FIGURES.
      * ------------------------------------------------------------
       RELEASE-YEAR.
           IF ANOM-REFERENCE = SPACES
              DISPLAY 'PACANOM: A REFERENCE IS REQUIRED TO RELEASE'
                  ' A HELD YEAR'
              SET JOB-HAS-FAILED TO TRUE
              GO TO RELEASE-YEAR-EXIT.
           PERFORM CHECK-SUPERVISOR THRU CHECK-SUPERVISOR-EXIT.
           IF OPERATOR-NOT-AUTHORIZED
              DISPLAY 'PACANOM: ' ANOM-OPERATOR ' IS NOT A'
                  ' SUPERVISOR -- A RELEASE NEEDS LEVEL 3'
              SET JOB-HAS-FAILED TO TRUE
              GO TO RELEASE-YEAR-EXIT.
           IF IFHQ-NOT-HELD
              DISPLAY 'PACANOM: YEAR ' ANOM-CCYY ' REGION "'
                  ANOM-REGION '" IS NOT HELD -- NOTHING TO RELEASE'
              SET JOB-HAS-FAILED TO TRUE
              GO TO RELEASE-YEAR-EXIT.
           PERFORM TAKE-RUN-TOKEN THRU TAKE-RUN-TOKEN-EXIT.
           IF RUN-TOKEN-NOT-HELD
              SET JOB-HAS-FAILED TO TRUE
              GO TO RELEASE-YEAR-EXIT.

           PERFORM RELEASE-INTERFACE-FILES.
           IF JOB-HAS-FAILED
              DISPLAY 'PACANOM: RELEASE NOT COMPLETE -- THE YEAR'
                  ' STAYS HELD ON ' WS-IFH-NAME
              GO TO RELEASE-YEAR-DROP.

           MOVE SPACES TO ANOM-IFH-RECORD.
           SET IFH-IS-RELEASE TO TRUE.
           MOVE ANOM-OPERATOR  TO IFH-OPERATOR.
           MOVE ANOM-REFERENCE TO IFH-REFERENCE.
           MOVE IFHQ-SWINGS    TO SWING-COUNT.
           PERFORM WRITE-REGISTER-LINE.
           SET ANOM-RELEASED TO TRUE.

      *      THE RELEASED FIGURES ARE THE NEW BASELINE.  WITH NO
      *      AGGREGATE TO HAND THE HISTORY IS SIMPLY EMPTIED, AND
      *      THE NEXT NIGHT STARTS IT AGAIN.
           MOVE 'R' TO AGGR-REQUEST.
           MOVE ANOM-CCYY   TO AGGR-CCYY.
           MOVE ANOM-REGION TO AGGR-REGION.
           CALL 'PACAGGR' USING AGGR-PARM.
           OPEN OUTPUT ANOM-AGH-OUT.
           IF AGGR-GOOD
              PERFORM APPEND-TONIGHT
           ELSE
              MOVE 0 TO AGGR-RECORDS.
           PERFORM REPLACE-HISTORY THRU REPLACE-HISTORY-EXIT.
           DISPLAY 'PACANOM: YEAR ' ANOM-CCYY ' RELEASED BY '
               ANOM-OPERATOR ' UNDER ' ANOM-REFERENCE.
       RELEASE-YEAR-DROP.
           PERFORM DROP-RUN-TOKEN.
       RELEASE-YEAR-EXIT. EXIT.

      *      SAME pacoper.dat SCAN PACMENU'S SIGN-ON DOES, BUT ONLY
      *      THE ID AND LEVEL MATTER HERE.
       CHECK-SUPERVISOR.
           SET OPERATOR-NOT-AUTHORIZED TO TRUE.
           IF ANOM-OPERATOR = SPACES
              GO TO CHECK-SUPERVISOR-EXIT.
           SET INPUT-NOT-AT-EOF TO TRUE.
           OPEN INPUT OPERATOR-FILE.
           IF OPERATOR-STATUS NOT = '00'
              DISPLAY 'PACANOM: OPERATOR FILE ' WS-OPERATOR-NAME
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
           IF OPR-ID = ANOM-OPERATOR
              AND OPR-LEVEL NUMERIC
              AND OPR-LEVEL > 2
              SET OPERATOR-AUTHORIZED TO TRUE.
       MATCH-ONE-OPERATOR-EXIT. EXIT.

       TAKE-RUN-TOKEN.
           MOVE 'T' TO LOCK-REQUEST.
           MOVE ANOM-CCYY   TO LOCK-CCYY.
           MOVE ANOM-REGION TO LOCK-REGION.
           COMPUTE LOCK-START-TIME =
               HIST-START-HOUR * 10000 + HIST-START-MINUTE * 100
                   + HIST-START-SECOND.
           CALL 'PACLOCK' USING LOCK-PARM.
           IF LOCK-BUSY
              DISPLAY 'PACANOM: YEAR ' ANOM-CCYY
                  ' BUSY WITH ' LOCK-HOLDER ' SINCE ' LOCK-SINCE
                  ' -- RELEASE REFUSED'
           ELSE
              SET RUN-TOKEN-HELD TO TRUE.
       TAKE-RUN-TOKEN-EXIT. EXIT.

       DROP-RUN-TOKEN.
           IF RUN-TOKEN-HELD
              MOVE 'R' TO LOCK-REQUEST
              CALL 'PACLOCK' USING LOCK-PARM
              SET RUN-TOKEN-NOT-HELD TO TRUE.

      * ------------------------------------------------------------
      *      REPORT AND ALERT.
      * ------------------------------------------------------------
       WRITE-VERDICT.
           MOVE SPACES TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE ANOM-VERDICT-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.

       RAISE-ALERT.
           MOVE SPACES TO WS-ALERT-NAME.
           STRING 'alrt' DELIMITED BY SIZE
                  RUN-YYMMDD DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
                  INTO WS-ALERT-NAME.
           MOVE ANOM-CCYY TO AL-CCYY.
           MOVE 'PACANOM' TO AL-STAGE.
           OPEN EXTEND ANOM-ALERT-FILE.
           IF ALERT-FILE-STATUS = '05' OR '35'
              OPEN OUTPUT ANOM-ALERT-FILE.
           WRITE ALERT-RECORD.
           CLOSE ANOM-ALERT-FILE.

       WRITE-RPT-LINE.
           IF PGH-LINE-COUNT NOT < PGH-LINES-PER-PAGE
              PERFORM START-NEW-PAGE.
           WRITE ANOM-RPT-RECORD FROM RPT-LINE-WORK.
           ADD 1 TO PGH-LINE-COUNT.

       START-NEW-PAGE.
           MOVE 'H' TO PGH-REQUEST.
           CALL 'PACPAGE' USING PAGE-CTL.
           WRITE ANOM-RPT-RECORD FROM PGH-LINE-1.
           WRITE ANOM-RPT-RECORD FROM PGH-LINE-2.
           WRITE ANOM-RPT-RECORD FROM PGH-LINE-3.
           MOVE 03 TO PGH-LINE-COUNT.

       WRITE-END-LINE.
           MOVE 'E' TO PGH-REQUEST.
           CALL 'PACPAGE' USING PAGE-CTL.
           WRITE ANOM-RPT-RECORD FROM PGH-LINE-1.
