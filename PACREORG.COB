       ID DIVISION.
       PROGRAM-ID.  PACREORG.
       AUTHOR.  Oliphant .
       DATE-WRITTEN. OCTOBER 15, 2026.
       DATE-COMPILED.
       REMARKS.  FILE REORGANISATION UTILITY.  A YEAR THAT HAS BEEN
           THROUGH PACRENUM, PACMERGE, PACCONV AND A SEASON OF PACMAINT
           DELETES CARRIES FAR MORE PAGES THAN ITS RECORD COUNT NEEDS,
           AND EVERY SWEEP PAYS FOR THEM.  THIS PROGRAM REBUILDS ONE
           OPEN YEAR'S pacCCYY.btr INTO FRESH, TIGHTLY PACKED PAGES:
           IT REFUSES A CLOSED YEAR (PACCLSQ) AND HOLDS THE PACLOCK RUN
           TOKEN FOR THE WHOLE JOB, TAKES A BTRIEVE GET STATUS (B-STAT)
           PLUS THE FILE SIZE FOR THE BEFORE FIGURES, TAKES A FRESH
           pacCCYY.bak THROUGH PACBKUP AND PROVES IT WITH PACVRFY, SETS
           THE OLD FILE ASIDE AS pacCCYY.reo, BUILDS A NEW ONE FROM
           PACFSB (SO A YEAR NOT YET REINDEXED COMES OUT WITH THE FULL
           KEY SET AS WELL) AND LOADS THE BACKUP INTO IT THROUGH
           PACBINS.  THE NEW FILE IS THEN READ BACK IN KEY ORDER
           AGAINST THE BACKUP RECORD FOR RECORD, AND ITS CHECKSUM
           (THE PACBKUP TRAILER ARITHMETIC) MUST EQUAL THE BACKUP
           TRAILER'S, BEFORE THE AFTER FIGURES ARE TAKEN AND THE .reo
           IS DELETED.  ANY FAILURE DELETES THE NEW FILE AND PUTS THE
           OLD ONE BACK.  BEFORE AND AFTER PAGE AND RECORD COUNTS GO
           TO pacCCYY.rog.  RECORDS ARE RELOADED VERBATIM AND NOT
           JOURNALLED, SO jrnCCYY.dat CARRIES ON UNBROKEN.  PACFRAG
           SAYS WHICH YEARS ARE WORTH THE BATCH-WINDOW TIME.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. COMPAQ-DESKPRO-286.
       OBJECT-COMPUTER. ANY-COMPAQ-COMPATABLE.
       SPECIAL-NAMES.
           CALL-CONVENTION 64 IS WINAPI.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REORG-BAK-FILE ASSIGN TO WS-BAK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BAK-FILE-STATUS.
           SELECT REORG-RPT-FILE ASSIGN TO WS-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REORG-BAK-FILE.
       01  REORG-BAK-RECORD            PIC X(103).
       FD  REORG-RPT-FILE.
       01  REORG-RPT-RECORD            PIC X(80).
*      WORKING-STORAGE SECTION.
       01  B-OPEN         PIC 9(4) BINARY VALUE 0.
       01  B-CLOSE        PIC 9(4) BINARY VALUE 1.
       01  B-GET-NEXT     PIC 9(4) BINARY VALUE 6.
       01  B-GET-GREATER  PIC 9(4) BINARY VALUE 9.
       01  B-CREATE       PIC 9(4) BINARY VALUE 14.
       01  B-STAT         PIC 9(4) BINARY VALUE 15.

      *      BLOCKED-INSERT HOOK -- THE REBUILD PUSHES ITS RECORDS
      *      THROUGH PACBINS, WHICH BLOCKS THEM UP WITH INSERT
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

      *      CBL_CHECK_FILE_EXIST ANSWERS WITH THE FILE'S SIZE AND
      *      THE DATE AND TIME IT WAS LAST WRITTEN; SIZE OVER PAGE
      *      SIZE IS THE FILE'S PAGE COUNT.
       01  CHECK-FILE-DETAILS.
           05  CHECK-FILE-SIZE     PIC X(8) COMP-X.
           05  CHECK-FILE-DAY      PIC X    COMP-X.
           05  CHECK-FILE-MONTH    PIC X    COMP-X.
           05  CHECK-FILE-YEAR     PIC XX   COMP-X.
           05  CHECK-FILE-HOUR     PIC X    COMP-X.
           05  CHECK-FILE-MINUTE   PIC X    COMP-X.
           05  CHECK-FILE-SECOND   PIC X    COMP-X.
           05  CHECK-FILE-HUNDREDTH PIC X   COMP-X.

      *      ONE SET OF FIGURES PER GET STATUS; COPIED TO BEFORE- OR
      *      AFTER- BY WHOEVER ASKED.
       01  STAT-WORK.
           05  SW-RECORDS          PIC 9(08) VALUE 0.
           05  SW-FILE-PAGES       PIC 9(08) VALUE 0.
           05  SW-UNUSED-PAGES     PIC 9(08) VALUE 0.
           05  SW-KEYS             PIC 9(02) VALUE 0.
       01  BEFORE-STATS.
           05  BEFORE-RECORDS      PIC 9(08) VALUE 0.
           05  BEFORE-FILE-PAGES   PIC 9(08) VALUE 0.
           05  BEFORE-UNUSED-PAGES PIC 9(08) VALUE 0.
           05  BEFORE-KEYS         PIC 9(02) VALUE 0.
       01  AFTER-STATS.
           05  AFTER-RECORDS       PIC 9(08) VALUE 0.
           05  AFTER-FILE-PAGES    PIC 9(08) VALUE 0.
           05  AFTER-UNUSED-PAGES  PIC 9(08) VALUE 0.
           05  AFTER-KEYS          PIC 9(02) VALUE 0.
       01  STATS-TAKEN-SW        PIC X VALUE 'N'.
           88  BEFORE-STATS-TAKEN       VALUE 'B'.
           88  AFTER-STATS-TAKEN        VALUE 'A'.
           88  NO-STATS-TAKEN           VALUE 'N'.

       01  BTRV-STATUS-CODE     PIC S9(4) BINARY VALUE 0.
       01  BTRV-STATUS-MESSAGE  PIC X(40) VALUE SPACES.

      *      CENTRAL ERROR JOURNAL HOOK -- ONE PACERRJ ROW PER
      *      NONZERO BTRV STATUS (PACERRJ HAS NO SEPARATE COPYBOOK
      *      FOR ITS PARAMETER).
       01  ERRJ-PARM.
           05  ERRJ-PROGRAM       PIC X(08) VALUE 'PACREORG'.
           05  ERRJ-OPERATION     PIC X(08).
           05  ERRJ-KEY           PIC X(08).
           05  ERRJ-STATUS-CODE   PIC S9(4) BINARY.
           05  ERRJ-MESSAGE       PIC X(40).

      *      YEAR-CLOSE GATE (PACCLSQ HAS NO SEPARATE COPYBOOK FOR
      *      ITS PARAMETER) -- A CLOSED YEAR IS FINAL AND IS NEVER
      *      REBUILT.
       01  CLSQ-PARM.
           05  CLSQ-CCYY           PIC 9(04).
           05  CLSQ-REGION         PIC X(02).
           05  CLSQ-RESULT         PIC X(01).
               88  CLSQ-IS-CLOSED        VALUE 'C'.
               88  CLSQ-IS-OPEN          VALUE 'O'.

      *      SUITE-WIDE RUN TOKEN (PACLOCK HAS NO SEPARATE COPYBOOK
      *      FOR ITS PARAMETER) -- HELD FROM BEFORE THE BACKUP UNTIL
      *      THE NEW FILE IS PROVED, SO NO CHANGE CAN LAND BETWEEN
      *      THE TWO AND BE LOST.
       01  LOCK-PARM.
           05  LOCK-REQUEST        PIC X(01).
           05  LOCK-RESULT         PIC X(01).
               88  LOCK-GRANTED          VALUE 'G'.
               88  LOCK-BUSY             VALUE 'B'.
           05  LOCK-PROGRAM        PIC X(08) VALUE 'PACREORG'.
           05  LOCK-CCYY           PIC 9(04).
           05  LOCK-REGION         PIC X(02).
           05  LOCK-HOLDER         PIC X(08).
           05  LOCK-SINCE          PIC 9(06).
           05  LOCK-START-TIME     PIC 9(06).
       01  LOCK-HELD-SW            PIC X VALUE 'N'.
           88  RUN-TOKEN-HELD            VALUE 'Y'.
           88  RUN-TOKEN-NOT-HELD        VALUE 'N'.

      *      PRE-REBUILD BACKUP -- THE SAME CALL PACDRIVE MAKES
      *      BEFORE ITS SWEEP (PACBKUP HAS NO SEPARATE COPYBOOK FOR
      *      ITS PARAMETER).
       01  BKUP-PARM.
           05  BKUP-CCYY                PIC 9(04).
           05  BKUP-FAILED-SW           PIC X(01).
               88  BKUP-FAILED                VALUE 'Y'.
               88  BKUP-SUCCEEDED             VALUE 'N'.
           05  BKUP-RECORDS             PIC 9(08).
           05  BKUP-REGION              PIC X(02).

       01  VRFY-PARM.
           05  VRFY-FILE-NAME       PIC X(32).
           05  VRFY-RESULT          PIC X(04).

      *      REPORT GENERATIONS -- THE PRIOR COPY IS ROTATED TO
      *      <name>.g1 (AND SO ON) THROUGH PACGDG BEFORE THE NEW
      *      RUN OPENS OUTPUT, SO A RERUN NO LONGER DESTROYS THE
      *      PRIOR RUN'S REPORT.
       01  GDG-PARM.
           05  GDG-FILE-NAME        PIC X(32).

      *      THE PACBKUP CONTROL TRAILER AND THE SAME CHECKSUM
      *      ARITHMETIC, RUN OVER THE REBUILT FILE SO THE TWO CAN
      *      BE COMPARED.
       01  EXPORT-TRAILER-LINE.
           05  FILLER             PIC X(09) VALUE '*TRAILER*'.
           05  TRL-COUNT          PIC 9(08).
           05  TRL-CHECKSUM       PIC 9(09).
       01  CHECKSUM-LINE          PIC X(103) VALUE SPACES.
       01  LINES-CHECKED          PIC 9(08) VALUE 0.
       01  CHECK-ACCUM            PIC 9(10) VALUE 0.
       01  CHECK-IDX              PIC 9(04) BINARY VALUE 0.
       01  TRIM-LENGTH            PIC 9(04) BINARY VALUE 0.
       01  TRAILER-SW             PIC X VALUE 'N'.
           88  TRAILER-SEEN             VALUE 'Y'.
           88  TRAILER-NOT-SEEN         VALUE 'N'.

       01  TARGET-CCYY-DISPLAY  PIC 9(4) VALUE 0.
       01  WS-BAK-NAME           PIC X(32).
       01  BAK-FILE-STATUS       PIC X(2).
       01  WS-RPT-NAME           PIC X(32).
       01  RPT-FILE-STATUS       PIC X(2).
       01  WS-OLD-NAME           PIC X(32).
       01  FILE-OP-STATUS        PIC 9(09) BINARY VALUE 0.

       01  BAK-EOF-SW            PIC X VALUE 'N'.
           88  BAK-AT-EOF               VALUE 'Y'.
           88  BAK-NOT-AT-EOF           VALUE 'N'.
       01  JOB-FAILED-SW         PIC X VALUE 'N'.
           88  JOB-HAS-FAILED           VALUE 'Y'.
           88  JOB-IS-CLEAN             VALUE 'N'.
       01  REBUILD-SW            PIC X VALUE 'N'.
           88  REBUILD-WAS-TRIED        VALUE 'Y'.
           88  REBUILD-NOT-TRIED        VALUE 'N'.
       01  BAK-COUNT             PIC 9(08) VALUE 0.
       01  LOAD-COUNT            PIC 9(08) VALUE 0.
       01  VERIFY-COUNT          PIC 9(08) VALUE 0.
       01  MISMATCH-COUNT        PIC 9(08) VALUE 0.
       01  RECLAIMED-PAGES       PIC S9(08) VALUE 0.

      *      SAME FILE/KEY SPECIFICATION PACNEWYR CREATES A NEW YEAR
      *      WITH, SO THE REORGANISED FILE IS INDISTINGUISHABLE FROM
      *      ONE THE ROLLOVER BUILT.
       01  PAC-FSB.
           COPY 'PACFSB.COB'.
       01  FSB-LENGTH             PIC 9(4) BINARY VALUE 142.

       01  REORG-HEADER-LINE.
           05  FILLER             PIC X(30) VALUE
               'PAC FILE REORGANISATION  YEAR '.
           05  RH-CCYY            PIC 9(04).
           05  FILLER             PIC X(09) VALUE '  REGION '.
           05  RH-REGION          PIC X(02).
           05  FILLER             PIC X(35) VALUE SPACES.
       01  REORG-BLANK-LINE       PIC X(80) VALUE SPACES.
       01  REORG-STAT-LINE.
           05  RS-WHEN            PIC X(08).
           05  FILLER             PIC X(09) VALUE 'RECORDS  '.
           05  RS-RECORDS         PIC ZZZZZZZ9.
           05  FILLER             PIC X(09) VALUE '  PAGES  '.
           05  RS-PAGES           PIC ZZZZZZZ9.
           05  FILLER             PIC X(10) VALUE '  UNUSED  '.
           05  RS-UNUSED          PIC ZZZZZZZ9.
           05  FILLER             PIC X(08) VALUE '  KEYS  '.
           05  RS-KEYS            PIC Z9.
           05  FILLER             PIC X(10) VALUE SPACES.
       01  REORG-RECLAIM-LINE.
           05  FILLER             PIC X(17) VALUE
               'PAGES RECLAIMED  '.
           05  RR-PAGES           PIC -------9.
           05  FILLER             PIC X(55) VALUE SPACES.
       01  REORG-CHECK-LINE.
           05  FILLER             PIC X(17) VALUE
               'CHECKSUM BACKUP  '.
           05  RC-BACKUP          PIC 9(09).
           05  FILLER             PIC X(11) VALUE '  REBUILT  '.
           05  RC-REBUILT         PIC 9(09).
           05  FILLER             PIC X(12) VALUE '  COMPARED  '.
           05  RC-COMPARED        PIC ZZZZZZZ9.
           05  FILLER             PIC X(07) VALUE '  DIFF '.
           05  RC-MISMATCHES      PIC ZZZZZZ9.
       01  REORG-RESULT-LINE.
           05  FILLER             PIC X(08) VALUE 'RESULT  '.
           05  RT-TEXT            PIC X(72).

      *      RUN-HISTORY HOOK -- START-TIME STAMP CAPTURED AT A000,
      *      ONE PACHIST ROW APPENDED AT END OF JOB (PACHIST HAS NO
      *      SEPARATE COPYBOOK FOR ITS PARAMETER).
       01  HIST-PARM.
           05  HIST-PROGRAM       PIC X(08) VALUE 'PACREORG'.
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
       01  REORG-PARM.
           05  REORG-CCYY         PIC 9(04).

      *      REGION CODE -- SPACES = THE HISTORIC SINGLE-REGION
      *      FILE SET (pacCCYY.btr); OTHERWISE QUALIFIES EVERY
      *      PER-YEAR FILE NAME THE RUN TOUCHES.
           05  REORG-REGION       PIC X(02).
       PROCEDURE DIVISION USING REORG-PARM.
       A000-BEGIN.
           CALL 'DOS_GET_TIME' USING HIST-START-STAMP.
           MOVE REORG-CCYY TO TARGET-CCYY-DISPLAY.
           MOVE SPACES TO B-PAC-NAME.
           STRING 'pac' DELIMITED BY SIZE
                  REORG-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.btr' DELIMITED BY SIZE
                  INTO B-PAC-NAME.
           MOVE SPACES TO WS-BAK-NAME.
           STRING 'pac' DELIMITED BY SIZE
                  REORG-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.bak' DELIMITED BY SIZE
                  INTO WS-BAK-NAME.
           MOVE SPACES TO WS-OLD-NAME.
           STRING 'pac' DELIMITED BY SIZE
                  REORG-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.reo' DELIMITED BY SIZE
                  INTO WS-OLD-NAME.
           MOVE SPACES TO WS-RPT-NAME.
           STRING 'pac' DELIMITED BY SIZE
                  REORG-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.rog' DELIMITED BY SIZE
                  INTO WS-RPT-NAME.

           MOVE WS-RPT-NAME TO GDG-FILE-NAME.
           CALL 'PACGDG' USING GDG-PARM.
           OPEN OUTPUT REORG-RPT-FILE.
           MOVE REORG-CCYY   TO RH-CCYY.
           MOVE REORG-REGION TO RH-REGION.
           WRITE REORG-RPT-RECORD FROM REORG-HEADER-LINE.
           WRITE REORG-RPT-RECORD FROM REORG-BLANK-LINE.

           MOVE REORG-CCYY TO CLSQ-CCYY.
           MOVE REORG-REGION TO CLSQ-REGION.
           CALL 'PACCLSQ' USING CLSQ-PARM.
           IF CLSQ-IS-CLOSED
              DISPLAY 'PACREORG: YEAR ' TARGET-CCYY-DISPLAY
                  ' IS CLOSED -- RUN REFUSED (SEE'
                  ' pacclose.cat; PACCLOSE REOPENS)'
              MOVE 'YEAR IS CLOSED -- NOTHING DONE' TO RT-TEXT
              SET JOB-HAS-FAILED TO TRUE
              GO TO DONE.

           PERFORM TAKE-RUN-TOKEN THRU TAKE-RUN-TOKEN-EXIT.
           IF RUN-TOKEN-NOT-HELD
              MOVE 'YEAR BUSY WITH ANOTHER RUN -- NOTHING DONE'
                  TO RT-TEXT
              SET JOB-HAS-FAILED TO TRUE
              GO TO DONE.

           PERFORM TAKE-FILE-STATS THRU TAKE-FILE-STATS-EXIT.
           IF JOB-HAS-FAILED
              MOVE 'GET STATUS FAILED -- NOTHING DONE' TO RT-TEXT
              GO TO DONE.
           MOVE STAT-WORK TO BEFORE-STATS.
           SET BEFORE-STATS-TAKEN TO TRUE.

      *      BACK THE YEAR UP AND PROVE THE BACKUP BEFORE THE LIVE
      *      FILE IS TOUCHED -- THE BACKUP IS WHAT THE NEW FILE IS
      *      BUILT FROM AND CHECKED AGAINST.
           MOVE REORG-CCYY TO BKUP-CCYY.
           MOVE REORG-REGION TO BKUP-REGION.
           SET BKUP-SUCCEEDED TO TRUE.
           MOVE 0 TO BKUP-RECORDS.
           CALL 'PACBKUP' USING BKUP-PARM.
           IF BKUP-FAILED
              DISPLAY 'PACREORG: BACKUP OF ' B-PAC-NAME
                  ' FAILED -- RUN REFUSED'
              MOVE 'BACKUP FAILED -- NOTHING DONE' TO RT-TEXT
              SET JOB-HAS-FAILED TO TRUE
              GO TO DONE.
           MOVE WS-BAK-NAME TO VRFY-FILE-NAME.
           CALL 'PACVRFY' USING VRFY-PARM.
           IF VRFY-RESULT NOT = 'PASS'
              DISPLAY 'PACREORG: ' WS-BAK-NAME ' FAILED PACVRFY --'
                  ' RUN REFUSED'
              MOVE 'BACKUP FAILED PACVRFY -- NOTHING DONE' TO RT-TEXT
              SET JOB-HAS-FAILED TO TRUE
              GO TO DONE.
           IF BKUP-RECORDS NOT = BEFORE-RECORDS
              DISPLAY 'PACREORG: GET STATUS SAYS ' BEFORE-RECORDS
                  ' RECORD(S), BACKUP HOLDS ' BKUP-RECORDS
                  ' -- RUN REFUSED'
              MOVE 'BACKUP COUNT DISAGREES WITH GET STATUS -- NOTHING'
                  TO RT-TEXT
              SET JOB-HAS-FAILED TO TRUE
              GO TO DONE.

           CALL 'CBL_RENAME_FILE' USING B-PAC-NAME WS-OLD-NAME
               RETURNING FILE-OP-STATUS.
           IF FILE-OP-STATUS NOT = ZERO
              DISPLAY 'PACREORG: ' B-PAC-NAME ' COULD NOT BE SET'
                  ' ASIDE AS ' WS-OLD-NAME ' -- STATUS '
                  FILE-OP-STATUS
              MOVE 'OLD FILE COULD NOT BE SET ASIDE -- NOTHING DONE'
                  TO RT-TEXT
              SET JOB-HAS-FAILED TO TRUE
              GO TO DONE.
           SET REBUILD-WAS-TRIED TO TRUE.
           DISPLAY 'PACREORG: REORGANISING ' B-PAC-NAME ' FROM '
               WS-BAK-NAME.

           PERFORM REBUILD-YEAR-FILE THRU REBUILD-YEAR-FILE-EXIT.
           IF JOB-IS-CLEAN
              PERFORM VERIFY-REBUILD THRU VERIFY-REBUILD-EXIT.
           IF JOB-IS-CLEAN
              PERFORM TAKE-FILE-STATS THRU TAKE-FILE-STATS-EXIT
              MOVE STAT-WORK TO AFTER-STATS
              SET AFTER-STATS-TAKEN TO TRUE.
           IF JOB-IS-CLEAN
              AND AFTER-RECORDS NOT = BEFORE-RECORDS
              DISPLAY 'PACREORG: OUT-OF-BALANCE -- ' BEFORE-RECORDS
                  ' BEFORE, ' AFTER-RECORDS ' AFTER'
              SET JOB-HAS-FAILED TO TRUE.

           IF JOB-HAS-FAILED
              PERFORM PUT-BACK-OLD-FILE
           ELSE
              PERFORM DISCARD-OLD-FILE
              MOVE 'REORGANISED AND VERIFIED RECORD FOR RECORD'
                  TO RT-TEXT.

       DONE.
           PERFORM WRITE-REORG-REPORT.
           CLOSE REORG-RPT-FILE.
           PERFORM DROP-RUN-TOKEN.
           MOVE TARGET-CCYY-DISPLAY TO HIST-CCYY.
           MOVE LOAD-COUNT          TO HIST-RECORDS.
           IF JOB-HAS-FAILED
              MOVE 'FAILED' TO HIST-STATUS.
           CALL 'PACHIST' USING HIST-PARM.
           IF JOB-IS-CLEAN
              DISPLAY 'PACREORG: ' B-PAC-NAME ' REORGANISED -- '
                  BEFORE-FILE-PAGES ' PAGE(S) BEFORE, '
                  AFTER-FILE-PAGES ' AFTER -- SEE ' WS-RPT-NAME
              MOVE 0 TO RETURN-CODE
           ELSE
              DISPLAY 'PACREORG: REORGANISATION OF ' B-PAC-NAME
                  ' FAILED -- SEE ' WS-RPT-NAME
              MOVE 1 TO RETURN-CODE.
           GOBACK.

       WRITE-REORG-REPORT.
           IF BEFORE-STATS-TAKEN OR AFTER-STATS-TAKEN
              MOVE 'BEFORE'            TO RS-WHEN
              MOVE BEFORE-RECORDS      TO RS-RECORDS
              MOVE BEFORE-FILE-PAGES   TO RS-PAGES
              MOVE BEFORE-UNUSED-PAGES TO RS-UNUSED
              MOVE BEFORE-KEYS         TO RS-KEYS
              WRITE REORG-RPT-RECORD FROM REORG-STAT-LINE.
           IF AFTER-STATS-TAKEN
              MOVE 'AFTER'             TO RS-WHEN
              MOVE AFTER-RECORDS       TO RS-RECORDS
              MOVE AFTER-FILE-PAGES    TO RS-PAGES
              MOVE AFTER-UNUSED-PAGES  TO RS-UNUSED
              MOVE AFTER-KEYS          TO RS-KEYS
              WRITE REORG-RPT-RECORD FROM REORG-STAT-LINE
              COMPUTE RECLAIMED-PAGES =
                  BEFORE-FILE-PAGES - AFTER-FILE-PAGES
              MOVE RECLAIMED-PAGES     TO RR-PAGES
              WRITE REORG-RPT-RECORD FROM REORG-RECLAIM-LINE.
           IF REBUILD-WAS-TRIED
              MOVE TRL-CHECKSUM        TO RC-BACKUP
              MOVE CHECK-ACCUM         TO RC-REBUILT
              MOVE VERIFY-COUNT        TO RC-COMPARED
              MOVE MISMATCH-COUNT      TO RC-MISMATCHES
              WRITE REORG-RPT-RECORD FROM REORG-CHECK-LINE.
           WRITE REORG-RPT-RECORD FROM REORG-BLANK-LINE.
           WRITE REORG-RPT-RECORD FROM REORG-RESULT-LINE.

      *      OPEN READ-ONLY, ASK BTRIEVE FOR ITS STATUS, AND SIZE THE
      *      FILE ON THE VOLUME.  BTRIEVE COUNTS THE RECORDS AND THE
      *      FREE PAGES; THE VOLUME GIVES THE PAGES ALLOCATED.
       TAKE-FILE-STATS.
           MOVE 0 TO SW-RECORDS SW-FILE-PAGES SW-UNUSED-PAGES SW-KEYS.
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
              DISPLAY 'PACREORG: OPEN FAILED--> ' BTRV-STATUS-MESSAGE
              SET JOB-HAS-FAILED TO TRUE
              GO TO TAKE-FILE-STATS-EXIT.

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
              DISPLAY 'PACREORG: GET STATUS FAILED--> '
                  BTRV-STATUS-MESSAGE
              SET JOB-HAS-FAILED TO TRUE
           ELSE
              MOVE STAT-RECORDS        TO SW-RECORDS
              MOVE STAT-UNUSED-PAGES   TO SW-UNUSED-PAGES
              MOVE STAT-NUMBER-OF-KEYS TO SW-KEYS.

           CALL WINAPI 'BTRV' USING by value B-CLOSE,
             by reference B-PAC-POSITION,
             OWNER-NAME, OWNER-LENGTH,
             B-PAC-KEY-BUFFER, by value B-PAC-KEY-NUMBER.
           IF JOB-HAS-FAILED
              GO TO TAKE-FILE-STATS-EXIT.

           CALL 'CBL_CHECK_FILE_EXIST' USING B-PAC-NAME
                                             CHECK-FILE-DETAILS.
           IF RETURN-CODE = ZERO
              AND STAT-PAGE-SIZE > 0
              DIVIDE CHECK-FILE-SIZE BY STAT-PAGE-SIZE
                  GIVING SW-FILE-PAGES.
           MOVE 0 TO RETURN-CODE.
       TAKE-FILE-STATS-EXIT. EXIT.

       REBUILD-YEAR-FILE.
           CALL WINAPI 'BTRV' USING by value B-CREATE,
             by reference B-PAC-POSITION,
             PAC-FSB, FSB-LENGTH, B-PAC-NAME,
             by value ZERO.
           IF RETURN-CODE NOT = ZERO
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'CREATE' TO ERRJ-OPERATION
              PERFORM LOG-ERROR-JOURNAL
              DISPLAY 'PACREORG: CREATE FAILED--> '
                  BTRV-STATUS-MESSAGE
              MOVE 'CREATE FAILED -- ORIGINAL FILE PUT BACK'
                  TO RT-TEXT
              SET JOB-HAS-FAILED TO TRUE
              GO TO REBUILD-YEAR-FILE-EXIT.

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
              DISPLAY 'PACREORG: REOPEN FAILED--> '
                  BTRV-STATUS-MESSAGE
              MOVE 'REOPEN FAILED -- ORIGINAL FILE PUT BACK'
                  TO RT-TEXT
              SET JOB-HAS-FAILED TO TRUE
              GO TO REBUILD-YEAR-FILE-EXIT.

           MOVE 0 TO B-PAC-KEY-NUMBER.
           SET BAK-NOT-AT-EOF TO TRUE.
           OPEN INPUT REORG-BAK-FILE.
           MOVE 'S' TO BINS-REQUEST.
           CALL 'PACBINS' USING BINS-PARM B-PAC-FILE-STUFF.
           PERFORM LOAD-ONE-RECORD THRU LOAD-ONE-RECORD-EXIT
               UNTIL BAK-AT-EOF.
           MOVE 'F' TO BINS-REQUEST.
           CALL 'PACBINS' USING BINS-PARM B-PAC-FILE-STUFF.
           PERFORM CHECK-BINS-FAILURES THRU CHECK-BINS-FAILURES-EXIT.
           MOVE BINS-INSERTED TO LOAD-COUNT.
           IF BINS-RECORD-MODE
              DISPLAY 'PACREORG: ENGINE WITHOUT EXTENDED INSERTS --'
                  ' LOADED RECORD AT A TIME'.
           CLOSE REORG-BAK-FILE.
           IF BAK-COUNT NOT = BKUP-RECORDS
              OR LOAD-COUNT NOT = BKUP-RECORDS
              DISPLAY 'PACREORG: OUT-OF-BALANCE -- ' BKUP-RECORDS
                  ' BACKED UP, ' BAK-COUNT ' READ BACK, '
                  LOAD-COUNT ' LOADED'
              SET JOB-HAS-FAILED TO TRUE.
           IF JOB-HAS-FAILED
              MOVE 'LOAD FAILED -- ORIGINAL FILE PUT BACK' TO RT-TEXT.

           CALL WINAPI 'BTRV' USING by value B-CLOSE,
             by reference B-PAC-POSITION,
             OWNER-NAME, OWNER-LENGTH,
             B-PAC-KEY-BUFFER, by value B-PAC-KEY-NUMBER.
           IF RETURN-CODE NOT = ZERO
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'CLOSE' TO ERRJ-OPERATION
              PERFORM LOG-ERROR-JOURNAL
              DISPLAY 'PACREORG: CLOSE FAILED--> ' BTRV-STATUS-MESSAGE
              MOVE 'CLOSE FAILED -- ORIGINAL FILE PUT BACK' TO RT-TEXT
              SET JOB-HAS-FAILED TO TRUE.
       REBUILD-YEAR-FILE-EXIT. EXIT.

       LOAD-ONE-RECORD.
           READ REORG-BAK-FILE
               AT END
                  SET BAK-AT-EOF TO TRUE
                  GO TO LOAD-ONE-RECORD-EXIT.
      *      A CLEAN PACBKUP EXPORT ENDS WITH A *TRAILER* CONTROL
      *      LINE (SEE PACVRFY); IT IS NOT A PAC RECORD AND MARKS
      *      THE END OF THE DATA.
           IF REORG-BAK-RECORD (1:9) = '*TRAILER*'
              SET BAK-AT-EOF TO TRUE
              GO TO LOAD-ONE-RECORD-EXIT.
           ADD 1 TO BAK-COUNT.
           MOVE REORG-BAK-RECORD TO PAC-RECORD.
           MOVE PAC-RECORD TO BINS-RECORD.
           MOVE 'A' TO BINS-REQUEST.
           CALL 'PACBINS' USING BINS-PARM B-PAC-FILE-STUFF.
           PERFORM CHECK-BINS-FAILURES THRU CHECK-BINS-FAILURES-EXIT.
       LOAD-ONE-RECORD-EXIT. EXIT.

      *      A REORGANISATION FEEDS A FRESH FILE FROM A VERIFIED
      *      BACKUP -- ANY RECORD THE INSERTER COULD NOT LAND IS A
      *      REAL FAILURE, NOT A DATA REJECT.
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
           DISPLAY 'PACREORG: INSERT FAILED ON '
               BINS-FAIL-RECORD (BINS-FAIL-IDX) (1:8) '--> '
               BTRV-STATUS-MESSAGE.

      *      READ THE NEW FILE BACK IN SERIAL+SEQ ORDER ALONGSIDE THE
      *      BACKUP, WHICH PACBKUP WROTE IN THE SAME ORDER: EVERY
      *      RECORD MUST MATCH ITS BACKUP LINE BYTE FOR BYTE, THE TWO
      *      MUST RUN OUT TOGETHER, AND THE REBUILT FILE'S CHECKSUM
      *      MUST EQUAL THE ONE ON THE BACKUP TRAILER.
       VERIFY-REBUILD.
           MOVE 0 TO VERIFY-COUNT MISMATCH-COUNT.
           MOVE 0 TO LINES-CHECKED CHECK-ACCUM.
           SET TRAILER-NOT-SEEN TO TRUE.
           SET BAK-NOT-AT-EOF TO TRUE.
           OPEN INPUT REORG-BAK-FILE.
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
              DISPLAY 'PACREORG: VERIFY OPEN FAILED--> '
                  BTRV-STATUS-MESSAGE
              CLOSE REORG-BAK-FILE
              MOVE 'VERIFY OPEN FAILED -- ORIGINAL FILE PUT BACK'
                  TO RT-TEXT
              SET JOB-HAS-FAILED TO TRUE
              GO TO VERIFY-REBUILD-EXIT.
           MOVE 0 TO B-PAC-KEY-NUMBER.
           MOVE LOW-VALUES TO B-PAC-KEY-BUFFER.
           CALL WINAPI 'BTRV' USING by value B-GET-GREATER,
             by reference B-PAC-POSITION,
                PAC-RECORD, B-PAC-LENGTH, B-PAC-KEY-BUFFER,
                by value B-PAC-KEY-NUMBER.

       VERIFY-GET-NEXT.
           IF RETURN-CODE NOT = 0
              IF RETURN-CODE NOT = 9
                 MOVE RETURN-CODE TO BTRV-STATUS-CODE
                 CALL 'BTRVMSG' USING BTRV-STATUS-CODE
                     BTRV-STATUS-MESSAGE
                 MOVE 'GET-NXT' TO ERRJ-OPERATION
                 PERFORM LOG-ERROR-JOURNAL
                 DISPLAY 'PACREORG: VERIFY WALK FAILED--> '
                     BTRV-STATUS-MESSAGE
                 SET JOB-HAS-FAILED TO TRUE
              END-IF
              GO TO VERIFY-RUN-OUT.
           PERFORM READ-BACKUP-LINE THRU READ-BACKUP-LINE-EXIT.
           IF BAK-AT-EOF
              ADD 1 TO MISMATCH-COUNT
              DISPLAY 'PACREORG: REBUILT FILE RUNS PAST THE BACKUP AT '
                  PAC-KEY-SERIAL '-' PAC-KEY-SEQ
              GO TO VERIFY-RUN-OUT.
           ADD 1 TO VERIFY-COUNT.
           IF PAC-RECORD NOT = REORG-BAK-RECORD
              ADD 1 TO MISMATCH-COUNT
              DISPLAY 'PACREORG: RECORD ' PAC-KEY-SERIAL '-'
                  PAC-KEY-SEQ ' DIFFERS FROM ITS BACKUP LINE'.
           MOVE PAC-RECORD TO CHECKSUM-LINE.
           PERFORM ADD-LINE-CHECKSUM.
           CALL WINAPI 'BTRV' USING by value B-GET-NEXT,
             by reference B-PAC-POSITION,
                PAC-RECORD, B-PAC-LENGTH, B-PAC-KEY-BUFFER,
                by value B-PAC-KEY-NUMBER.
           GO TO VERIFY-GET-NEXT.

       VERIFY-RUN-OUT.
           IF BAK-NOT-AT-EOF
              PERFORM READ-BACKUP-LINE THRU READ-BACKUP-LINE-EXIT
              IF BAK-NOT-AT-EOF
                 ADD 1 TO MISMATCH-COUNT
                 DISPLAY 'PACREORG: BACKUP RUNS PAST THE REBUILT FILE'
              END-IF.
           CLOSE REORG-BAK-FILE.
           CALL WINAPI 'BTRV' USING by value B-CLOSE,
             by reference B-PAC-POSITION,
             OWNER-NAME, OWNER-LENGTH,
             B-PAC-KEY-BUFFER, by value B-PAC-KEY-NUMBER.
           IF TRAILER-NOT-SEEN
              OR TRL-COUNT NOT = LINES-CHECKED
              OR TRL-CHECKSUM NOT = CHECK-ACCUM
              OR MISMATCH-COUNT > 0
              DISPLAY 'PACREORG: CHECKSUM MISMATCH -- BACKUP '
                  TRL-COUNT '/' TRL-CHECKSUM ', REBUILT '
                  LINES-CHECKED '/' CHECK-ACCUM ', '
                  MISMATCH-COUNT ' RECORD DIFFERENCE(S)'
              SET JOB-HAS-FAILED TO TRUE.
           IF JOB-HAS-FAILED
              MOVE 'VERIFY FAILED -- ORIGINAL FILE PUT BACK'
                  TO RT-TEXT.
       VERIFY-REBUILD-EXIT. EXIT.

       READ-BACKUP-LINE.
           READ REORG-BAK-FILE
               AT END
                  SET BAK-AT-EOF TO TRUE
                  GO TO READ-BACKUP-LINE-EXIT.
           IF REORG-BAK-RECORD (1:9) = '*TRAILER*'
              MOVE REORG-BAK-RECORD TO EXPORT-TRAILER-LINE
              SET TRAILER-SEEN TO TRUE
              SET BAK-AT-EOF TO TRUE.
       READ-BACKUP-LINE-EXIT. EXIT.

      *      THE PACBKUP TRAILER ARITHMETIC: EACH LINE'S BYTES UP TO
      *      ITS LAST NON-BLANK, SUMMED MODULO 1000000000.
       ADD-LINE-CHECKSUM.
           ADD 1 TO LINES-CHECKED.
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
               TO CHECK-ACCUM.
           IF CHECK-ACCUM > 999999999
              SUBTRACT 1000000000 FROM CHECK-ACCUM.

      *      THE NEW FILE HAS PROVED ITSELF; THE OLD ONE IS NO
      *      LONGER WANTED.  A .reo THAT WILL NOT DELETE IS LEFT FOR
      *      THE OPERATOR -- IT DOES NOT UNDO A GOOD REORGANISATION.
       DISCARD-OLD-FILE.
           CALL 'CBL_DELETE_FILE' USING WS-OLD-NAME
               RETURNING FILE-OP-STATUS.
           IF FILE-OP-STATUS NOT = ZERO
              DISPLAY 'PACREORG: WARNING -- ' WS-OLD-NAME
                  ' COULD NOT BE DELETED -- STATUS ' FILE-OP-STATUS
                  ' -- REMOVE IT BY HAND'.

      *      UNDO A FAILED REBUILD -- DROP WHATEVER WAS CREATED AND
      *      PUT THE ORIGINAL FILE BACK UNDER ITS OWN NAME.
       PUT-BACK-OLD-FILE.
           IF REBUILD-NOT-TRIED
              GO TO PUT-BACK-OLD-FILE-EXIT.
           CALL 'CBL_DELETE_FILE' USING B-PAC-NAME
               RETURNING FILE-OP-STATUS.
           CALL 'CBL_RENAME_FILE' USING WS-OLD-NAME B-PAC-NAME
               RETURNING FILE-OP-STATUS.
           IF FILE-OP-STATUS NOT = ZERO
              DISPLAY 'PACREORG: ' WS-OLD-NAME ' COULD NOT BE PUT'
                  ' BACK AS ' B-PAC-NAME ' -- STATUS ' FILE-OP-STATUS
                  ' -- RENAME IT BY HAND OR RESTORE FROM '
                  WS-BAK-NAME
              MOVE 'FAILED AND OLD FILE NOT PUT BACK -- SEE CONSOLE'
                  TO RT-TEXT
           ELSE
              DISPLAY 'PACREORG: ' B-PAC-NAME ' PUT BACK AS IT WAS'.
       PUT-BACK-OLD-FILE-EXIT. EXIT.

       TAKE-RUN-TOKEN.
           MOVE 'T' TO LOCK-REQUEST.
           MOVE REORG-CCYY   TO LOCK-CCYY.
           MOVE REORG-REGION TO LOCK-REGION.
           COMPUTE LOCK-START-TIME =
               HIST-START-HOUR * 10000 + HIST-START-MINUTE * 100
                   + HIST-START-SECOND.
           CALL 'PACLOCK' USING LOCK-PARM.
           IF LOCK-BUSY
              DISPLAY 'PACREORG: YEAR ' TARGET-CCYY-DISPLAY
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
