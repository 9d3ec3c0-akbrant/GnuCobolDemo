       ID DIVISION.
       PROGRAM-ID.  PACFRAG.
       AUTHOR.  Oliphant .
       DATE-WRITTEN. OCTOBER 15, 2026.
       DATE-COMPILED.
       REMARKS.  REORGANISATION CANDIDATE REPORT.  PACREORG TAKES A
           YEAR OFF-LINE FOR A BACKUP, A FULL RELOAD AND A RECORD FOR
           RECORD VERIFY, SO IT IS ONLY WORTH THE BATCH-WINDOW TIME
           ON A YEAR THAT HAS GONE BADLY TO SEED.  THIS PROGRAM ASKS
           BTRIEVE FOR THE STATUS (B-STAT) OF EVERY pacCCYY.btr IN A
           RANGE OF YEARS (ONE REGION PER RUN), SIZES EACH FILE ON THE
           VOLUME, AND ESTIMATES THE PAGES A REORGANISATION WOULD
           GIVE BACK: THE FREE PAGES BTRIEVE ALREADY COUNTS, OR THE
           PAGES HELD OVER WHAT THE TIGHTEST YEAR IN THE RANGE NEEDS
           PER THOUSAND RECORDS ON THE SAME KEY SET, WHICHEVER IS THE
           GREATER.  YEARS ARE RANKED MOST-RECLAIMABLE FIRST ON
           pacfragN.rpt; AN OPEN YEAR AT OR OVER THE THRESHOLD
           PERCENTAGE (25 UNLESS THE CALLER SAYS OTHERWISE) IS MARKED
           FOR PACREORG, A CLOSED YEAR (PACCLSQ) IS LISTED BUT NEVER
           MARKED, AND A YEAR STILL ON THE OLD SHORT KEY SET IS
           NOTED.  READ-ONLY THROUGHOUT -- NOTHING IS CHANGED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. COMPAQ-DESKPRO-286.
       OBJECT-COMPUTER. ANY-COMPAQ-COMPATABLE.
       SPECIAL-NAMES.
           CALL-CONVENTION 64 IS WINAPI.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRAG-RPT-FILE ASSIGN TO WS-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FRAG-RPT-FILE.
       01  FRAG-RPT-RECORD             PIC X(80).
*      WORKING-STORAGE SECTION.
       01  B-OPEN         PIC 9(4) BINARY VALUE 0.
       01  B-CLOSE        PIC 9(4) BINARY VALUE 1.
       01  B-STAT         PIC 9(4) BINARY VALUE 15.
       01  OWNER-NAME     PIC X(8) VALUE SPACES.
       01  OWNER-LENGTH   PIC 9(4) BINARY VALUE 0.

       01  B-PAC-FILE-STUFF.
           05  B-PAC-POSITION          PIC X(128).
           05  B-PAC-NAME              PIC X(32).
           05  B-PAC-KEY-NUMBER        PIC S9(4)   BINARY.
           05  B-PAC-KEY-BUFFER.
               10  B-PAC-KEY-SERIAL    PIC X(05).
               10  B-PAC-KEY-SEQ       PIC 9(03).

      *      GET STATUS ANSWER -- THE FILE SPECIFICATION AS BTRIEVE
      *      NOW HOLDS IT (THE SAME LAYOUT PACFSB.COB FEEDS B-CREATE)
      *      FOLLOWED BY ONE KEY SPECIFICATION PER KEY; ROOM IS LEFT
      *      FOR THE FULL KEY SET AND AN ALTERNATE COLLATING TABLE.
      *      THE KEY BUFFER RECEIVES ANY EXTENSION FILE NAME.
       01  STAT-BUFFER.
           05  STAT-RECORD-LENGTH      PIC 9(4) BINARY.
           05  STAT-PAGE-SIZE          PIC 9(4) BINARY.
           05  STAT-NUMBER-OF-KEYS     PIC 9(4) BINARY.
           05  STAT-RECORDS            PIC 9(9) BINARY.
           05  STAT-FILE-FLAGS         PIC 9(4) BINARY.
           05  FILLER                  PIC X(2).
           05  STAT-UNUSED-PAGES       PIC 9(4) BINARY.
           05  FILLER                  PIC X(496).
       01  STAT-LENGTH              PIC 9(4) BINARY VALUE 512.
       01  STAT-KEY-BUFFER          PIC X(64) VALUE SPACES.

      *      CBL_CHECK_FILE_EXIST ANSWERS WITH THE FILE'S SIZE; SIZE
      *      OVER PAGE SIZE IS THE FILE'S PAGE COUNT.
       01  CHECK-FILE-DETAILS.
           05  CHECK-FILE-SIZE     PIC X(8) COMP-X.
           05  CHECK-FILE-DAY      PIC X    COMP-X.
           05  CHECK-FILE-MONTH    PIC X    COMP-X.
           05  CHECK-FILE-YEAR     PIC XX   COMP-X.
           05  CHECK-FILE-HOUR     PIC X    COMP-X.
           05  CHECK-FILE-MINUTE   PIC X    COMP-X.
           05  CHECK-FILE-SECOND   PIC X    COMP-X.
           05  CHECK-FILE-HUNDREDTH PIC X   COMP-X.

       01  BTRV-STATUS-CODE     PIC S9(4) BINARY VALUE 0.
       01  BTRV-STATUS-MESSAGE  PIC X(40) VALUE SPACES.

      *      CENTRAL ERROR JOURNAL HOOK -- ONE PACERRJ ROW PER
      *      NONZERO BTRV STATUS (PACERRJ HAS NO SEPARATE COPYBOOK
      *      FOR ITS PARAMETER).
       01  ERRJ-PARM.
           05  ERRJ-PROGRAM       PIC X(08) VALUE 'PACFRAG'.
           05  ERRJ-OPERATION     PIC X(08).
           05  ERRJ-KEY           PIC X(08).
           05  ERRJ-STATUS-CODE   PIC S9(4) BINARY.
           05  ERRJ-MESSAGE       PIC X(40).

      *      YEAR-CLOSE GATE (PACCLSQ HAS NO SEPARATE COPYBOOK FOR
      *      ITS PARAMETER) -- A CLOSED YEAR IS FINAL; PACREORG WILL
      *      NOT TOUCH IT, SO IT IS NEVER PUT FORWARD.
       01  CLSQ-PARM.
           05  CLSQ-CCYY           PIC 9(04).
           05  CLSQ-REGION         PIC X(02).
           05  CLSQ-RESULT         PIC X(01).
               88  CLSQ-IS-CLOSED        VALUE 'C'.
               88  CLSQ-IS-OPEN          VALUE 'O'.

      *      REPORT GENERATIONS -- THE PRIOR COPY IS ROTATED TO
      *      <name>.g1 (AND SO ON) THROUGH PACGDG BEFORE THE NEW
      *      RUN OPENS OUTPUT, SO A RERUN NO LONGER DESTROYS THE
      *      PRIOR RUN'S REPORT.
       01  GDG-PARM.
           05  GDG-FILE-NAME        PIC X(32).

       01  TARGET-CCYY-DISPLAY  PIC 9(4) VALUE 0.
       01  WS-RPT-NAME           PIC X(32).
       01  RPT-FILE-STATUS       PIC X(2).
       01  WS-YEAR               PIC 9(04) VALUE 0.
       01  CHECKED-COUNT         PIC 9(04) VALUE 0.
       01  CANDIDATE-COUNT       PIC 9(04) VALUE 0.
       01  STAT-FAIL-COUNT       PIC 9(04) VALUE 0.
       01  THRESHOLD-PCT         PIC 9(03) VALUE 25.
       01  FULL-KEY-COUNT        PIC 9(02) VALUE 8.
       01  BENCH-MIN-RECORDS     PIC 9(08) VALUE 1000.

      *      ONE ROW PER YEAR FILE FOUND ON THE VOLUME.  FIFTY YEARS
      *      IS MORE THAN THE SUITE HAS EVER HELD ON LINE AT ONCE.
       01  YEAR-MAX              PIC 9(02) VALUE 50.
       01  YEAR-USED             PIC 9(02) VALUE 0.
       01  YEAR-SCAN             PIC 9(02) VALUE 0.
       01  YEAR-TABLE.
           05  YEAR-ENTRY OCCURS 50 TIMES.
               10  YR-CCYY             PIC 9(04).
               10  YR-STATE            PIC X(01).
                   88  YR-IS-OPEN            VALUE 'O'.
                   88  YR-IS-CLOSED          VALUE 'C'.
                   88  YR-STAT-FAILED        VALUE 'E'.
               10  YR-RECORDS          PIC 9(08).
               10  YR-FILE-PAGES       PIC 9(08).
               10  YR-UNUSED-PAGES     PIC 9(08).
               10  YR-KEYS             PIC 9(02).
               10  YR-RECLAIM          PIC 9(08).
               10  YR-RECLAIM-PCT      PIC 9(03).

      *      TIGHTEST PAGES-PER-THOUSAND-RECORDS SEEN FOR EACH KEY
      *      COUNT, AMONG YEARS BIG ENOUGH FOR THE FIGURE TO MEAN
      *      SOMETHING.  ZERO = NO BENCHMARK FOR THAT KEY SET.
       01  BENCH-TABLE.
           05  BENCH-PER-THOUSAND  PIC 9(07)V9(03) OCCURS 24 TIMES.
       01  BENCH-IDX             PIC 9(02) VALUE 0.
       01  PER-THOUSAND          PIC 9(07)V9(03) VALUE 0.
       01  NEEDED-PAGES          PIC 9(08) VALUE 0.
       01  EXCESS-PAGES          PIC 9(08) VALUE 0.

      *      RANKING -- ROW NUMBERS IN DESCENDING RECLAIM PERCENTAGE,
      *      BUILT BY INSERTION THE WAY PACCONC KEEPS ITS RANKINGS.  A
      *      TIE KEEPS THE EARLIER YEAR FIRST.
       01  RANK-SLOT-SW          PIC X VALUE 'N'.
           88  RANK-SLOT-FOUND          VALUE 'Y'.
           88  RANK-SLOT-NOT-FOUND      VALUE 'N'.
       01  RANK-SCAN             PIC 9(02) VALUE 0.
       01  RANK-POS              PIC 9(02) VALUE 0.
       01  RANK-SHIFT            PIC 9(02) VALUE 0.
       01  RANK-USED             PIC 9(02) VALUE 0.
       01  RANK-TABLE.
           05  RANK-ENTRY OCCURS 50 TIMES.
               10  RK-INDEX            PIC 9(02).

       01  FRAG-HEADER-LINE.
           05  FILLER             PIC X(34) VALUE
               'PAC REORGANISATION CANDIDATES  '.
           05  FILLER             PIC X(07) VALUE 'REGION '.
           05  FH-REGION          PIC X(02).
           05  FILLER             PIC X(13) VALUE '  THRESHOLD  '.
           05  FH-THRESHOLD       PIC ZZ9.
           05  FILLER             PIC X(01) VALUE '%'.
           05  FILLER             PIC X(20) VALUE SPACES.
       01  FRAG-COLUMN-LINE.
           05  FILLER             PIC X(40) VALUE
               'YEAR   RECORDS    PAGES   UNUSED  KEYS  '.
           05  FILLER             PIC X(40) VALUE
               'RECLAIM  PCT  ACTION                    '.
       01  FRAG-BLANK-LINE        PIC X(80) VALUE SPACES.
       01  FRAG-DETAIL-LINE.
           05  FD-CCYY            PIC 9(04).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FD-RECORDS         PIC ZZZZZZZ9.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FD-PAGES           PIC ZZZZZZZ9.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FD-UNUSED          PIC ZZZZZZZ9.
           05  FILLER             PIC X(04) VALUE SPACES.
           05  FD-KEYS            PIC Z9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FD-RECLAIM         PIC ZZZZZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FD-PCT             PIC ZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FD-ACTION          PIC X(26).
       01  FRAG-TRAILER-LINE.
           05  FILLER             PIC X(15) VALUE 'YEARS ON DISK  '.
           05  FT-CHECKED         PIC ZZZ9.
           05  FILLER             PIC X(14) VALUE '  CANDIDATES  '.
           05  FT-CANDIDATES      PIC ZZZ9.
           05  FILLER             PIC X(17) VALUE '  STATUS FAILED  '.
           05  FT-FAILED          PIC ZZZ9.
           05  FILLER             PIC X(22) VALUE SPACES.

      *      RUN-HISTORY HOOK -- START-TIME STAMP CAPTURED AT A000,
      *      ONE PACHIST ROW APPENDED AT END OF JOB (PACHIST HAS NO
      *      SEPARATE COPYBOOK FOR ITS PARAMETER).
       01  HIST-PARM.
           05  HIST-PROGRAM       PIC X(08) VALUE 'PACFRAG'.
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
       01  FRAG-PARM.
           05  FRAG-START-CCYY    PIC 9(04).
           05  FRAG-END-CCYY      PIC 9(04).

      *      REGION CODE -- SPACES = THE HISTORIC SINGLE-REGION
      *      FILE SET (pacCCYY.btr); OTHERWISE QUALIFIES EVERY
      *      PER-YEAR FILE NAME THE RUN TOUCHES.
           05  FRAG-REGION        PIC X(02).

      *      RECLAIM PERCENTAGE AT WHICH AN OPEN YEAR IS PUT FORWARD
      *      FOR PACREORG -- ZERO TAKES THE HOUSE FIGURE OF 25.
           05  FRAG-THRESHOLD-PCT PIC 9(02).
       PROCEDURE DIVISION USING FRAG-PARM.
       A000-BEGIN.
           CALL 'DOS_GET_TIME' USING HIST-START-STAMP.
           IF FRAG-THRESHOLD-PCT NOT = ZERO
              MOVE FRAG-THRESHOLD-PCT TO THRESHOLD-PCT.
           MOVE SPACES TO WS-RPT-NAME.
           STRING 'pacfrag' DELIMITED BY SIZE
                  FRAG-REGION DELIMITED BY SPACE
                  '.rpt' DELIMITED BY SIZE
                  INTO WS-RPT-NAME.
           MOVE ZEROES TO BENCH-TABLE.

           MOVE FRAG-START-CCYY TO WS-YEAR.
           PERFORM MEASURE-ONE-YEAR THRU MEASURE-ONE-YEAR-EXIT
               UNTIL WS-YEAR > FRAG-END-CCYY.

           PERFORM ESTIMATE-ONE-YEAR THRU ESTIMATE-ONE-YEAR-EXIT
               VARYING YEAR-SCAN FROM 1 BY 1
               UNTIL YEAR-SCAN > YEAR-USED.
           MOVE 0 TO RANK-USED.
           PERFORM RANK-YEAR THRU RANK-YEAR-EXIT
               VARYING YEAR-SCAN FROM 1 BY 1
               UNTIL YEAR-SCAN > YEAR-USED.

           MOVE WS-RPT-NAME TO GDG-FILE-NAME.
           CALL 'PACGDG' USING GDG-PARM.
           OPEN OUTPUT FRAG-RPT-FILE.
           MOVE FRAG-REGION   TO FH-REGION.
           MOVE THRESHOLD-PCT TO FH-THRESHOLD.
           WRITE FRAG-RPT-RECORD FROM FRAG-HEADER-LINE.
           WRITE FRAG-RPT-RECORD FROM FRAG-BLANK-LINE.
           WRITE FRAG-RPT-RECORD FROM FRAG-COLUMN-LINE.
           PERFORM WRITE-RANKED-YEAR
               VARYING RANK-SCAN FROM 1 BY 1
               UNTIL RANK-SCAN > RANK-USED.
           WRITE FRAG-RPT-RECORD FROM FRAG-BLANK-LINE.
           MOVE CHECKED-COUNT   TO FT-CHECKED.
           MOVE CANDIDATE-COUNT TO FT-CANDIDATES.
           MOVE STAT-FAIL-COUNT TO FT-FAILED.
           WRITE FRAG-RPT-RECORD FROM FRAG-TRAILER-LINE.
           CLOSE FRAG-RPT-FILE.

           MOVE FRAG-START-CCYY TO HIST-CCYY.
           MOVE CHECKED-COUNT   TO HIST-RECORDS.
           IF STAT-FAIL-COUNT > 0
              MOVE 'FAILED' TO HIST-STATUS.
           CALL 'PACHIST' USING HIST-PARM.
           DISPLAY 'PACFRAG: ' CHECKED-COUNT ' YEAR(S) MEASURED, '
               CANDIDATE-COUNT ' CANDIDATE(S) FOR PACREORG -- SEE '
               WS-RPT-NAME.
           IF STAT-FAIL-COUNT > 0
              MOVE 1 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE.
           GOBACK.

      *      OPEN THE YEAR READ-ONLY (A YEAR NOT ON THE VOLUME IS
      *      PASSED OVER), TAKE ITS STATUS AND SIZE, AND NOTE WHETHER
      *      IT IS CLOSED.
       MEASURE-ONE-YEAR.
           MOVE WS-YEAR TO TARGET-CCYY-DISPLAY.
           MOVE SPACES TO B-PAC-NAME.
           STRING 'pac' DELIMITED BY SIZE
                  FRAG-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.btr' DELIMITED BY SIZE
                  INTO B-PAC-NAME.
           CALL 'CBL_CHECK_FILE_EXIST' USING B-PAC-NAME
                                             CHECK-FILE-DETAILS.
           IF RETURN-CODE NOT = ZERO
              MOVE 0 TO RETURN-CODE
              GO TO MEASURE-YEAR-NEXT.
           IF YEAR-USED NOT < YEAR-MAX
              DISPLAY 'PACFRAG: MORE THAN ' YEAR-MAX ' YEAR FILES --'
                  ' ' B-PAC-NAME ' AND LATER NOT MEASURED'
              MOVE FRAG-END-CCYY TO WS-YEAR
              GO TO MEASURE-YEAR-NEXT.
           ADD 1 TO YEAR-USED.
           ADD 1 TO CHECKED-COUNT.
           MOVE WS-YEAR TO YR-CCYY (YEAR-USED).
           MOVE 0 TO YR-RECORDS (YEAR-USED) YR-FILE-PAGES (YEAR-USED)
                     YR-UNUSED-PAGES (YEAR-USED) YR-KEYS (YEAR-USED)
                     YR-RECLAIM (YEAR-USED)
                     YR-RECLAIM-PCT (YEAR-USED).

           MOVE WS-YEAR TO CLSQ-CCYY.
           MOVE FRAG-REGION TO CLSQ-REGION.
           CALL 'PACCLSQ' USING CLSQ-PARM.
           IF CLSQ-IS-CLOSED
              SET YR-IS-CLOSED (YEAR-USED) TO TRUE
           ELSE
              SET YR-IS-OPEN (YEAR-USED) TO TRUE.

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
              DISPLAY 'PACFRAG: ' B-PAC-NAME ' OPEN FAILED--> '
                  BTRV-STATUS-MESSAGE
              SET YR-STAT-FAILED (YEAR-USED) TO TRUE
              ADD 1 TO STAT-FAIL-COUNT
              GO TO MEASURE-YEAR-NEXT.

           MOVE 0 TO B-PAC-KEY-NUMBER.
           CALL WINAPI 'BTRV' USING by value B-STAT,
             by reference B-PAC-POSITION,
             STAT-BUFFER, STAT-LENGTH, STAT-KEY-BUFFER,
             by value B-PAC-KEY-NUMBER.
           IF RETURN-CODE NOT = ZERO
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'STAT' TO ERRJ-OPERATION
              PERFORM LOG-ERROR-JOURNAL
              DISPLAY 'PACFRAG: ' B-PAC-NAME ' GET STATUS FAILED--> '
                  BTRV-STATUS-MESSAGE
              SET YR-STAT-FAILED (YEAR-USED) TO TRUE
              ADD 1 TO STAT-FAIL-COUNT
           ELSE
              MOVE STAT-RECORDS      TO YR-RECORDS (YEAR-USED)
              MOVE STAT-UNUSED-PAGES TO YR-UNUSED-PAGES (YEAR-USED)
              MOVE STAT-NUMBER-OF-KEYS TO YR-KEYS (YEAR-USED)
              IF STAT-PAGE-SIZE > 0
                 DIVIDE CHECK-FILE-SIZE BY STAT-PAGE-SIZE
                     GIVING YR-FILE-PAGES (YEAR-USED)
              END-IF
              PERFORM NOTE-BENCHMARK.

           CALL WINAPI 'BTRV' USING by value B-CLOSE,
             by reference B-PAC-POSITION,
             OWNER-NAME, OWNER-LENGTH,
             B-PAC-KEY-BUFFER, by value B-PAC-KEY-NUMBER.
       MEASURE-YEAR-NEXT.
           ADD 1 TO WS-YEAR.
       MEASURE-ONE-YEAR-EXIT. EXIT.

       NOTE-BENCHMARK.
           MOVE YR-KEYS (YEAR-USED) TO BENCH-IDX.
           IF BENCH-IDX > 0 AND BENCH-IDX NOT > 24
              AND YR-RECORDS (YEAR-USED) NOT < BENCH-MIN-RECORDS
              AND YR-FILE-PAGES (YEAR-USED) > 0
              COMPUTE PER-THOUSAND ROUNDED =
                  YR-FILE-PAGES (YEAR-USED) * 1000
                      / YR-RECORDS (YEAR-USED)
              IF BENCH-PER-THOUSAND (BENCH-IDX) = ZERO
                 OR PER-THOUSAND < BENCH-PER-THOUSAND (BENCH-IDX)
                 MOVE PER-THOUSAND TO BENCH-PER-THOUSAND (BENCH-IDX).

      *      RECLAIMABLE = FREE PAGES, OR PAGES OVER THE BENCHMARK
      *      FOR THE RECORD COUNT, WHICHEVER IS THE GREATER.  THE
      *      BENCHMARK YEAR ITSELF SHOWS ONLY ITS FREE PAGES.
       ESTIMATE-ONE-YEAR.
           IF YR-STAT-FAILED (YEAR-SCAN)
              OR YR-FILE-PAGES (YEAR-SCAN) = ZERO
              GO TO ESTIMATE-ONE-YEAR-EXIT.
           MOVE 0 TO EXCESS-PAGES.
           MOVE YR-KEYS (YEAR-SCAN) TO BENCH-IDX.
           IF BENCH-IDX > 0 AND BENCH-IDX NOT > 24
              IF BENCH-PER-THOUSAND (BENCH-IDX) > ZERO
                 COMPUTE NEEDED-PAGES ROUNDED =
                     YR-RECORDS (YEAR-SCAN)
                         * BENCH-PER-THOUSAND (BENCH-IDX) / 1000
                 IF YR-FILE-PAGES (YEAR-SCAN) > NEEDED-PAGES
                    COMPUTE EXCESS-PAGES =
                        YR-FILE-PAGES (YEAR-SCAN) - NEEDED-PAGES
                 END-IF
              END-IF.
           IF YR-UNUSED-PAGES (YEAR-SCAN) > EXCESS-PAGES
              MOVE YR-UNUSED-PAGES (YEAR-SCAN) TO EXCESS-PAGES.
           IF EXCESS-PAGES > YR-FILE-PAGES (YEAR-SCAN)
              MOVE YR-FILE-PAGES (YEAR-SCAN) TO EXCESS-PAGES.
           MOVE EXCESS-PAGES TO YR-RECLAIM (YEAR-SCAN).
           COMPUTE YR-RECLAIM-PCT (YEAR-SCAN) ROUNDED =
               EXCESS-PAGES * 100 / YR-FILE-PAGES (YEAR-SCAN).
       ESTIMATE-ONE-YEAR-EXIT. EXIT.

       RANK-YEAR.
           SET RANK-SLOT-NOT-FOUND TO TRUE.
           PERFORM CHECK-RANK-SLOT
               VARYING RANK-SCAN FROM 1 BY 1
               UNTIL RANK-SCAN > RANK-USED OR RANK-SLOT-FOUND.
           IF RANK-SLOT-NOT-FOUND
              COMPUTE RANK-POS = RANK-USED + 1.
           ADD 1 TO RANK-USED.
           PERFORM SHIFT-RANK-ENTRY
               VARYING RANK-SHIFT FROM RANK-USED BY -1
               UNTIL RANK-SHIFT NOT > RANK-POS.
           MOVE YEAR-SCAN TO RK-INDEX (RANK-POS).
       RANK-YEAR-EXIT. EXIT.

       CHECK-RANK-SLOT.
           IF YR-RECLAIM-PCT (YEAR-SCAN) >
              YR-RECLAIM-PCT (RK-INDEX (RANK-SCAN))
              SET RANK-SLOT-FOUND TO TRUE
              MOVE RANK-SCAN TO RANK-POS.

       SHIFT-RANK-ENTRY.
           MOVE RANK-ENTRY (RANK-SHIFT - 1) TO RANK-ENTRY (RANK-SHIFT).

       WRITE-RANKED-YEAR.
           MOVE RK-INDEX (RANK-SCAN) TO YEAR-SCAN.
           MOVE YR-CCYY (YEAR-SCAN)         TO FD-CCYY.
           MOVE YR-RECORDS (YEAR-SCAN)      TO FD-RECORDS.
           MOVE YR-FILE-PAGES (YEAR-SCAN)   TO FD-PAGES.
           MOVE YR-UNUSED-PAGES (YEAR-SCAN) TO FD-UNUSED.
           MOVE YR-KEYS (YEAR-SCAN)         TO FD-KEYS.
           MOVE YR-RECLAIM (YEAR-SCAN)      TO FD-RECLAIM.
           MOVE YR-RECLAIM-PCT (YEAR-SCAN)  TO FD-PCT.
           MOVE SPACES TO FD-ACTION.
           IF YR-STAT-FAILED (YEAR-SCAN)
              MOVE 'GET STATUS FAILED' TO FD-ACTION
           ELSE
           IF YR-IS-CLOSED (YEAR-SCAN)
              MOVE 'CLOSED -- LEAVE' TO FD-ACTION
           ELSE
           IF YR-RECLAIM-PCT (YEAR-SCAN) NOT < THRESHOLD-PCT
              ADD 1 TO CANDIDATE-COUNT
              IF YR-KEYS (YEAR-SCAN) < FULL-KEY-COUNT
                 MOVE 'REORGANISE (ADDS KEYS)' TO FD-ACTION
              ELSE
                 MOVE 'REORGANISE' TO FD-ACTION
              END-IF
           ELSE
           IF YR-KEYS (YEAR-SCAN) < FULL-KEY-COUNT
              MOVE 'SHORT KEY SET -- PACRIDX' TO FD-ACTION.
           WRITE FRAG-RPT-RECORD FROM FRAG-DETAIL-LINE.

       LOG-ERROR-JOURNAL.
           MOVE B-PAC-KEY-BUFFER TO ERRJ-KEY.
           MOVE BTRV-STATUS-CODE TO ERRJ-STATUS-CODE.
           MOVE BTRV-STATUS-MESSAGE TO ERRJ-MESSAGE.
           CALL 'PACERRJ' USING ERRJ-PARM.
