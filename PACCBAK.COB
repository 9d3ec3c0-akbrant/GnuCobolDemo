       ID DIVISION.
       PROGRAM-ID.  PACCBAK.
       AUTHOR.  Oliphant .
       DATE-WRITTEN. OCTOBER 15, 2026.
       DATE-COMPILED.
       REMARKS.  CONTROL-FILE BACKUP SET, RESTORE AND RECOVERY
           REHEARSAL.  PACBKUP PROTECTS THE pacCCYY.btr FILES, BUT
           THE SUITE CANNOT RUN WITHOUT ITS CONTROL FILES -- THE
           CODE TABLE, FEE SCHEDULE, OPERATOR FILE, THE CLOSE AND
           ARCHIVE CATALOGS, THE RUN CALENDAR, THE RETENTION POLICY,
           THE MENU AND GENERATION SETTINGS, THE FEED REGISTER, THE
           YEAR'S RECEIVABLES (STATEMENT) AND REJECT LEDGERS AND THE
           REST LISTED IN CONTROL-FILE-VALUES BELOW -- AND NONE OF
           THEM WAS BACKED UP WITH THE OTHERS.  CBAK-REQUEST IS
             'B' BACKUP    -- HOLDING THE YEAR'S RUN TOKEN (PACLOCK)
                              SO NO UPDATER MOVES ANYTHING MID-SET,
                              COPY EVERY CONTROL FILE LINE FOR LINE
                              INTO CBAK-FOLDER AND WRITE THE SET'S
                              MANIFEST pacctl.man (PACCFM.COB) WITH A
                              LINE COUNT AND CHECKSUM PER FILE.  THE
                              FILES ARE THE SUITE-WIDE ONES, THE
                              REGION'S LEDGERS FOR CBAK-CCYY, THE
                              <name>.chn HEAD OF EVERY HASH-CHAINED
                              ONE (SEE PACCHAIN; THE HEAD TRAVELS
                              WITH ITS FILE) AND THE YEAR'S PACBKUP
                              EXPORT pacCCYY.bak, SO THE SET AND THE
                              YEAR FILE CAN BE BROUGHT BACK TOGETHER.
             'R' RESTORE   -- CHECK THE MANIFEST BALANCES AND EVERY
                              COPY IN THE SET AGAINST IT; ONLY IF ALL
                              OF THEM AGREE, TAKE THE RUN TOKEN AND
                              COPY THE SET BACK OVER THE LIVE FILES.
                              A FILE THAT WAS NOT ON DISK WHEN THE
                              SET WAS TAKEN IS LEFT AS IT IS.  THE
                              YEAR FILE ITSELF IS THEN RESTORED FROM
                              pacCCYY.bak WITH PACREST, AS ALWAYS.
             'H' REHEARSAL -- THE QUARTERLY PROOF FOR AUDIT THAT WE
                              COULD RECOVER.  CHECK THE SET AS FOR A
                              RESTORE, THEN RESTORE IT INTO THE
                              SCRATCH REGION CBAK-SCRATCH-REGION
                              INSTEAD OF OVER THE LIVE FILES: A
                              REGION-AND-YEAR FILE TAKES THE SCRATCH
                              REGION IN PLACE OF ITS OWN, A
                              SUITE-WIDE FILE TAKES IT BETWEEN STEM
                              AND EXTENSION (paccloseNN.cat, THE WAY
                              PACRCAT'S REGION-ONLY REPORTS ARE
                              NAMED).  THE YEAR FILE IS STOOD UP
                              FROM THE RESTORED EXPORT BY PACREST,
                              PACCHEK IS RUN AGAINST IT, AND PACXCHK
                              CROSS-CHECKS THE RESTORED CATALOGS AND
                              RUN HISTORY AGAINST IT.  THE LIVE FILES
                              ARE NEVER WRITTEN.  THE SCRATCH REGION
                              MUST BE A CODE NO WORKING REGION USES:
                              THE SCRATCH YEAR FILE LEFT BY THE LAST
                              REHEARSAL IS DELETED FIRST.
           EVERY RUN PRINTS paccbakNN.rpt (NN THE LIVE REGION), ONE
           LINE PER FILE WITH WHAT HAPPENED TO IT, FOR THE AUDIT
           FILE.  THE SET FOLDER MUST ALREADY EXIST, ONE FOLDER PER
           SET (A BACKUP INTO A FOLDER THAT HOLDS A SET REPLACES
           IT).  LINES OVER 256 BYTES ARE NOT CARRIED WHOLE.
           CBAK-RESULT COMES BACK 'G' OR 'F'.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. COMPAQ-DESKPRO-286.
       OBJECT-COMPUTER. ANY-COMPAQ-COMPATABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CBAK-MAN-FILE ASSIGN TO WS-MAN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAN-FILE-STATUS.
           SELECT CBAK-SRC-FILE ASSIGN TO WS-SRC-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SRC-FILE-STATUS.
           SELECT CBAK-OUT-FILE ASSIGN TO WS-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OUT-FILE-STATUS.
           SELECT CBAK-RPT-FILE ASSIGN TO WS-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CBAK-MAN-FILE.
       01  CBAK-MAN-RECORD.
           COPY 'PACCFM.COB'.
       FD  CBAK-SRC-FILE.
       01  CBAK-SRC-RECORD             PIC X(256).
       FD  CBAK-OUT-FILE.
       01  CBAK-OUT-RECORD             PIC X(256).
       FD  CBAK-RPT-FILE.
       01  CBAK-RPT-RECORD             PIC X(80).
*      WORKING-STORAGE SECTION.
       01  WS-MAN-NAME           PIC X(64).
       01  MAN-FILE-STATUS       PIC X(2).
       01  WS-SRC-NAME           PIC X(64).
       01  SRC-FILE-STATUS       PIC X(2).
       01  WS-OUT-NAME           PIC X(64).
       01  OUT-FILE-STATUS       PIC X(2).
       01  WS-RPT-NAME           PIC X(32).
       01  RPT-FILE-STATUS       PIC X(2).
       01  WS-BTR-NAME           PIC X(32).

       01  RUN-YYMMDD            PIC 9(06) VALUE 0.
       01  RUN-CCYYMMDD          PIC 9(08) VALUE 0.
       01  RUN-TIME              PIC 9(06) VALUE 0.
       01  RUN-TIME-WORK         PIC 9(08) VALUE 0.
       01  TARGET-CCYY-DISPLAY   PIC 9(04) VALUE 0.

      *      THE CONTROL FILES THE SET CARRIES, NAMED THE WAY
      *      PACRCAT NAMES REPORTS -- STEM, NAMING FLAG, EXTENSION --
      *      WITH A LAST BYTE SAYING WHAT ELSE GOES WITH THE FILE:
      *        NAMING 'F' ONE FILE FOR THE SUITE
      *               'Y' ONE PER REGION AND YEAR
      *        LAST   'C' HASH-CHAINED -- ITS <name>.chn HEAD GOES TOO
      *               'B' THE YEAR'S PACBKUP EXPORT -- A REHEARSAL
      *                   STANDS THE YEAR FILE UP FROM IT
      *      A NEW CONTROL FILE IS ONE ENTRY HERE AND ONE ON
      *      CF-COUNT.
       01  CONTROL-FILE-VALUES.
           05  FILLER             PIC X(14) VALUE 'paccodesF.dat '.
           05  FILLER             PIC X(14) VALUE 'pacfees F.dat '.
           05  FILLER             PIC X(14) VALUE 'pacoper F.dat '.
           05  FILLER             PIC X(14) VALUE 'paccloseF.catC'.
           05  FILLER             PIC X(14) VALUE 'pacarch F.catC'.
           05  FILLER             PIC X(14) VALUE 'pacrun  F.cal '.
           05  FILLER             PIC X(14) VALUE 'pacrtn  F.pol '.
           05  FILLER             PIC X(14) VALUE 'pacmenu F.cfg '.
           05  FILLER             PIC X(14) VALUE 'pacgdg  F.cfg '.
           05  FILLER             PIC X(14) VALUE 'pacfeedsF.reg '.
           05  FILLER             PIC X(14) VALUE 'pacjobs F.his '.
           05  FILLER             PIC X(14) VALUE 'pacauth F.logC'.
           05  FILLER             PIC X(14) VALUE 'pacgl   F.reg '.
           05  FILLER             PIC X(14) VALUE 'pacglmapF.dat '.
           05  FILLER             PIC X(14) VALUE 'pacquotaF.dat '.
           05  FILLER             PIC X(14) VALUE 'pacrcod F.rul '.
           05  FILLER             PIC X(14) VALUE 'pacdist F.lst '.
           05  FILLER             PIC X(14) VALUE 'pacletr F.tpl '.
           05  FILLER             PIC X(14) VALUE 'packpi  F.his '.
           05  FILLER             PIC X(14) VALUE 'pacanom F.cfg '.
           05  FILLER             PIC X(14) VALUE 'pacinsp F.cfg '.
           05  FILLER             PIC X(14) VALUE 'pacretn F.cfg '.
           05  FILLER             PIC X(14) VALUE 'pacrfnd F.cfg '.
           05  FILLER             PIC X(14) VALUE 'pacscor F.cfg '.
           05  FILLER             PIC X(14) VALUE 'arl     Y.dat '.
           05  FILLER             PIC X(14) VALUE 'led     Y.dat '.
           05  FILLER             PIC X(14) VALUE 'adj     Y.datC'.
           05  FILLER             PIC X(14) VALUE 'pac     Y.bakB'.
       01  CONTROL-FILE-TABLE REDEFINES CONTROL-FILE-VALUES.
           05  CF-ENTRY OCCURS 28 TIMES.
               10  CF-STEM         PIC X(08).
               10  CF-NAMING       PIC X(01).
                   88  CF-NAMED-BY-REGION-YEAR   VALUE 'Y'.
                   88  CF-NAMED-FIXED            VALUE 'F'.
               10  CF-EXT          PIC X(04).
               10  CF-EXTRA        PIC X(01).
                   88  CF-IS-CHAINED             VALUE 'C'.
                   88  CF-IS-YEAR-BACKUP         VALUE 'B'.
       01  CF-COUNT              PIC 9(02) VALUE 28.
       01  CF-IDX                PIC 9(02) VALUE 0.

      *      THE RUN'S FILE LIST, BUILT FROM THE TABLE ABOVE FOR THE
      *      REGION AND YEAR IN HAND -- EACH FILE'S LIVE NAME (ALSO
      *      ITS NAME IN THE SET FOLDER) AND ITS NAME IN THE SCRATCH
      *      REGION, WITH THE CHAIN HEADS AS ENTRIES OF THEIR OWN.
       01  FILE-LIST.
           05  FL-ENTRY OCCURS 40 TIMES.
               10  FL-LIVE-NAME    PIC X(20).
               10  FL-SCRATCH-NAME PIC X(20).
               10  FL-KIND         PIC X(01).
                   88  FL-IS-YEAR-BACKUP         VALUE 'B'.
       01  FL-COUNT              PIC 9(02) VALUE 0.
       01  FL-MAX                PIC 9(02) VALUE 40.
       01  FL-IDX                PIC 9(02) VALUE 0.
       01  NAME-REGION           PIC X(02) VALUE SPACES.
       01  BUILT-NAME            PIC X(20) VALUE SPACES.

      *      THE SET'S MANIFEST AS READ BACK FOR A RESTORE OR A
      *      REHEARSAL.
       01  MANIFEST-TABLE.
           05  MT-ENTRY OCCURS 40 TIMES.
               10  MT-FILE         PIC X(20).
               10  MT-STATE        PIC X(01).
               10  MT-LINES        PIC 9(08).
               10  MT-CHECKSUM     PIC 9(09).
       01  MT-COUNT              PIC 9(02) VALUE 0.
       01  MT-MAX                PIC 9(02) VALUE 40.
       01  MT-IDX                PIC 9(02) VALUE 0.
       01  MT-FOUND              PIC 9(02) VALUE 0.
       01  MT-OVERFLOW           PIC 9(04) VALUE 0.
       01  SET-DATE              PIC 9(08) VALUE 0.
       01  SET-TIME              PIC 9(06) VALUE 0.
       01  SET-REGION            PIC X(02) VALUE SPACES.
       01  SET-CCYY              PIC 9(04) VALUE 0.
       01  SET-FILE-LINES        PIC 9(08) VALUE 0.
       01  SET-CHECK-TOTAL       PIC 9(10) VALUE 0.
       01  TRAILER-LINES         PIC 9(08) VALUE 0.
       01  TRAILER-CHECKSUM      PIC 9(09) VALUE 0.

       01  INPUT-EOF-SW          PIC X VALUE 'N'.
           88  INPUT-AT-EOF             VALUE 'Y'.
           88  INPUT-NOT-AT-EOF         VALUE 'N'.
       01  COPY-EOF-SW           PIC X VALUE 'N'.
           88  COPY-AT-EOF              VALUE 'Y'.
           88  COPY-NOT-AT-EOF          VALUE 'N'.
       01  COPY-FAILED-SW        PIC X VALUE 'N'.
           88  COPY-HAS-FAILED          VALUE 'Y'.
           88  COPY-IS-CLEAN            VALUE 'N'.
       01  SOURCE-SW             PIC X VALUE 'Y'.
           88  SOURCE-IS-THERE          VALUE 'Y'.
           88  SOURCE-IS-MISSING        VALUE 'N'.
       01  TRAILER-SW            PIC X VALUE 'N'.
           88  TRAILER-WAS-READ         VALUE 'Y'.
           88  TRAILER-NOT-READ         VALUE 'N'.
       01  SET-USABLE-SW         PIC X VALUE 'N'.
           88  SET-IS-USABLE            VALUE 'Y'.
           88  SET-NOT-USABLE           VALUE 'N'.
       01  YEAR-BACKUP-SW        PIC X VALUE 'N'.
           88  YEAR-BACKUP-RESTORED     VALUE 'Y'.
           88  YEAR-BACKUP-NOT-RESTORED VALUE 'N'.

      *      LINE COUNT AND CHECKSUM OF THE FILE IN HAND -- THE SAME
      *      RULE AS THE PACBKUP TRAILER AND PACDIST'S MANIFEST.
       01  CHECKSUM-LINE          PIC X(256) VALUE SPACES.
       01  LINES-WRITTEN          PIC 9(08) VALUE 0.
       01  CHECK-ACCUM            PIC 9(10) VALUE 0.
       01  CHECK-IDX              PIC 9(04) BINARY VALUE 0.
       01  TRIM-LENGTH            PIC 9(04) BINARY VALUE 0.

       01  FILES-COPIED          PIC 9(04) VALUE 0.
       01  FILES-ABSENT          PIC 9(04) VALUE 0.
       01  FILES-VERIFIED        PIC 9(04) VALUE 0.
       01  FILES-FAILED          PIC 9(04) VALUE 0.

      *      REPORT GENERATIONS -- THE PRIOR COPY IS ROTATED TO
      *      <name>.g1 (AND SO ON) THROUGH PACGDG BEFORE THE NEW
      *      RUN OPENS OUTPUT, SO A RERUN NO LONGER DESTROYS THE
      *      PRIOR RUN'S REPORT.
       01  GDG-PARM.
           05  GDG-FILE-NAME        PIC X(32).

      *      SHARED PAGE-HEADING CONTROL -- SEE PACHDR.COB/PACPAGE.
       01  PAGE-CTL.
           COPY 'PACHDR.COB'.
       01  RPT-LINE-WORK          PIC X(80).

       01  CB-INFO-LINE.
           05  CI-LABEL           PIC X(16).
           05  CI-TEXT            PIC X(64).
       01  CB-COLUMN-LINE.
           05  FILLER             PIC X(25) VALUE 'FILE'.
           05  FILLER             PIC X(05) VALUE 'LINES'.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  FILLER             PIC X(08) VALUE 'CHECKSUM'.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(06) VALUE 'RESULT'.
           05  FILLER             PIC X(31) VALUE SPACES.
       01  CB-DETAIL-LINE.
           05  CD-FILE            PIC X(20).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  CD-LINES           PIC ZZZZZZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  CD-CHECKSUM        PIC 9(09).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  CD-RESULT          PIC X(37).
       01  CB-TOTAL-LINE.
           05  CT-LABEL           PIC X(30).
           05  CT-COUNT           PIC ZZZ9.
           05  FILLER             PIC X(46) VALUE SPACES.
       01  CB-SET-TAKEN.
           05  CS-DATE            PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CS-TIME            PIC 9(06).

      *      SUITE-WIDE RUN TOKEN (PACLOCK HAS NO SEPARATE COPYBOOK
      *      FOR ITS PARAMETER).  A BACKUP OR RESTORE HOLDS THE
      *      YEAR AND REGION'S TOKEN WHILE IT COPIES, SO THE SET IS
      *      ONE CONSISTENT POINT; A BUSY YEAR REFUSES THE RUN.
       01  LOCK-PARM.
           05  LOCK-REQUEST        PIC X(01).
           05  LOCK-RESULT         PIC X(01).
               88  LOCK-GRANTED          VALUE 'G'.
               88  LOCK-BUSY             VALUE 'B'.
           05  LOCK-PROGRAM        PIC X(08) VALUE 'PACCBAK'.
           05  LOCK-CCYY           PIC 9(04).
           05  LOCK-REGION         PIC X(02).
           05  LOCK-HOLDER         PIC X(08).
           05  LOCK-SINCE          PIC 9(06).
           05  LOCK-START-TIME     PIC 9(06).
       01  LOCK-HELD-SW            PIC X VALUE 'N'.
           88  RUN-TOKEN-HELD            VALUE 'Y'.
           88  RUN-TOKEN-NOT-HELD        VALUE 'N'.

      *      REHEARSAL STEPS -- PACREST, PACCHEK AND PACXCHK RUN
      *      AGAINST THE SCRATCH REGION (NONE HAS A SEPARATE
      *      COPYBOOK FOR ITS PARAMETER).
       01  REST-PARM.
           05  REST-CCYY          PIC 9(04).
           05  REST-REGION        PIC X(02).
       01  CHEK-PARM.
           05  CHEK-CCYY          PIC 9(04).
           05  CHEK-REGION        PIC X(02).
       01  XCHK-PARM.
           05  XCHK-START-CCYY    PIC 9(04).
           05  XCHK-END-CCYY      PIC 9(04).
           05  XCHK-REGION        PIC X(02).
           05  XCHK-SCRATCH-REGION PIC X(02).
           05  XCHK-EXCEPTIONS    PIC 9(04).

      *      RUN-HISTORY HOOK -- START-TIME STAMP CAPTURED AT A000,
      *      ONE PACHIST ROW APPENDED AT END OF JOB (PACHIST HAS NO
      *      SEPARATE COPYBOOK FOR ITS PARAMETER).
       01  HIST-PARM.
           05  HIST-PROGRAM       PIC X(08) VALUE 'PACCBAK'.
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
       01  CBAK-PARM.
           05  CBAK-REQUEST       PIC X(01).
               88  CBAK-WANT-BACKUP      VALUE 'B'.
               88  CBAK-WANT-RESTORE     VALUE 'R'.
               88  CBAK-WANT-REHEARSAL   VALUE 'H'.
      *      THE FOLDER THE SET IS WRITTEN TO OR READ FROM.
           05  CBAK-FOLDER        PIC X(40).
           05  CBAK-CCYY          PIC 9(04).
      *      REHEARSAL ONLY -- THE REGION CODE THE SET IS RESTORED
      *      UNDER.  MUST NOT BE SPACES OR THE LIVE REGION.
           05  CBAK-SCRATCH-REGION PIC X(02).
      *      OUT -- 'G' THE RUN DID ALL IT WAS ASKED, 'F' IT DID NOT
      *      (SEE THE REPORT).
           05  CBAK-RESULT        PIC X(01).
               88  CBAK-GOOD             VALUE 'G'.
               88  CBAK-FAILED           VALUE 'F'.

      *      REGION CODE -- SPACES = THE HISTORIC SINGLE-REGION
      *      FILE SET (pacCCYY.btr); OTHERWISE QUALIFIES EVERY
      *      PER-YEAR FILE NAME THE RUN TOUCHES.
           05  CBAK-REGION        PIC X(02).
       PROCEDURE DIVISION USING CBAK-PARM.
       A000-BEGIN.
           SET CBAK-GOOD TO TRUE.
           CALL 'DOS_GET_TIME' USING HIST-START-STAMP.
           ACCEPT RUN-YYMMDD FROM DATE.
           COMPUTE RUN-CCYYMMDD = 20000000 + RUN-YYMMDD.
           ACCEPT RUN-TIME-WORK FROM TIME.
           DIVIDE RUN-TIME-WORK BY 100 GIVING RUN-TIME.
           MOVE SPACES TO WS-RPT-NAME.
           STRING 'paccbak' DELIMITED BY SIZE
                  CBAK-REGION DELIMITED BY SPACE
                  '.rpt' DELIMITED BY SIZE
                  INTO WS-RPT-NAME.

           IF NOT CBAK-WANT-BACKUP AND NOT CBAK-WANT-RESTORE
              AND NOT CBAK-WANT-REHEARSAL
              DISPLAY 'PACCBAK: REQUEST ' CBAK-REQUEST
                  ' NOT KNOWN -- B, R OR H'
              SET CBAK-FAILED TO TRUE
              GO TO DONE.
           IF CBAK-FOLDER = SPACES
              DISPLAY 'PACCBAK: NO SET FOLDER GIVEN -- RUN REFUSED'
              SET CBAK-FAILED TO TRUE
              GO TO DONE.
           IF CBAK-CCYY NOT NUMERIC OR CBAK-CCYY = 0
              DISPLAY 'PACCBAK: NO YEAR GIVEN -- RUN REFUSED'
              SET CBAK-FAILED TO TRUE
              GO TO DONE.
           IF CBAK-WANT-REHEARSAL
              IF CBAK-SCRATCH-REGION = SPACES
                 OR CBAK-SCRATCH-REGION = CBAK-REGION
                 DISPLAY 'PACCBAK: REHEARSAL NEEDS A SCRATCH REGION'
                     ' OTHER THAN THE LIVE ONE -- RUN REFUSED'
                 SET CBAK-FAILED TO TRUE
                 GO TO DONE.

           MOVE CBAK-CCYY TO TARGET-CCYY-DISPLAY.
           MOVE SPACES TO WS-MAN-NAME.
           STRING CBAK-FOLDER DELIMITED BY SPACE
                  '/pacctl.man' DELIMITED BY SIZE
                  INTO WS-MAN-NAME.
           PERFORM BUILD-FILE-LIST.

           MOVE WS-RPT-NAME TO GDG-FILE-NAME.
           CALL 'PACGDG' USING GDG-PARM.
           OPEN OUTPUT CBAK-RPT-FILE.
           MOVE 'PAC CONTROL-FILE BACKUP SET' TO PGH-TITLE.
           MOVE TARGET-CCYY-DISPLAY TO PGH-CCYY.
           MOVE 0  TO PGH-PAGE-NUMBER.
           MOVE 56 TO PGH-LINES-PER-PAGE.
           MOVE 99 TO PGH-LINE-COUNT.
           PERFORM START-NEW-PAGE.
           PERFORM PRINT-RUN-LINES.

           EVALUATE TRUE
               WHEN CBAK-WANT-BACKUP
                   PERFORM TAKE-BACKUP-SET THRU TAKE-BACKUP-SET-EXIT
               WHEN CBAK-WANT-RESTORE
                   PERFORM RESTORE-SET THRU RESTORE-SET-EXIT
               WHEN CBAK-WANT-REHEARSAL
                   PERFORM REHEARSE-RECOVERY
                       THRU REHEARSE-RECOVERY-EXIT
           END-EVALUATE.

           PERFORM PRINT-TOTALS.
           PERFORM WRITE-END-LINE.
           CLOSE CBAK-RPT-FILE.

       DONE.
           MOVE CBAK-CCYY TO HIST-CCYY.
           ADD FILES-COPIED FILES-VERIFIED GIVING HIST-RECORDS.
           IF CBAK-FAILED
              MOVE 'FAILED' TO HIST-STATUS.
           CALL 'PACHIST' USING HIST-PARM.
           IF CBAK-GOOD
              DISPLAY 'PACCBAK: RUN COMPLETE -- SEE ' WS-RPT-NAME
           ELSE
              DISPLAY 'PACCBAK: RUN FAILED -- SEE ' WS-RPT-NAME.
           GOBACK.

      * ------------------------------------------------------------
      *      THE RUN'S FILE LIST.
      * ------------------------------------------------------------
       BUILD-FILE-LIST.
           MOVE 0 TO FL-COUNT.
           PERFORM LIST-ONE-CONTROL-FILE
               VARYING CF-IDX FROM 1 BY 1
               UNTIL CF-IDX > CF-COUNT OR FL-COUNT NOT < FL-MAX.

       LIST-ONE-CONTROL-FILE.
           ADD 1 TO FL-COUNT.
           MOVE SPACES TO NAME-REGION.
           IF CF-NAMED-BY-REGION-YEAR (CF-IDX)
              MOVE CBAK-REGION TO NAME-REGION.
           PERFORM BUILD-FILE-NAME.
           MOVE BUILT-NAME TO FL-LIVE-NAME (FL-COUNT).
           MOVE CBAK-SCRATCH-REGION TO NAME-REGION.
           PERFORM BUILD-FILE-NAME.
           MOVE BUILT-NAME TO FL-SCRATCH-NAME (FL-COUNT).
           MOVE CF-EXTRA (CF-IDX) TO FL-KIND (FL-COUNT).
           IF CF-IS-CHAINED (CF-IDX) AND FL-COUNT < FL-MAX
              ADD 1 TO FL-COUNT
              MOVE SPACES TO FL-ENTRY (FL-COUNT)
              STRING FL-LIVE-NAME (FL-COUNT - 1) DELIMITED BY SPACE
                     '.chn' DELIMITED BY SIZE
                     INTO FL-LIVE-NAME (FL-COUNT)
              STRING FL-SCRATCH-NAME (FL-COUNT - 1) DELIMITED BY SPACE
                     '.chn' DELIMITED BY SIZE
                     INTO FL-SCRATCH-NAME (FL-COUNT).

      *      NAME-REGION IS SPACES FOR A LIVE SUITE-WIDE FILE; A
      *      SCRATCH NAME ALWAYS CARRIES THE SCRATCH REGION.
       BUILD-FILE-NAME.
           MOVE SPACES TO BUILT-NAME.
           IF CF-NAMED-BY-REGION-YEAR (CF-IDX)
              STRING CF-STEM (CF-IDX) DELIMITED BY SPACE
                     NAME-REGION DELIMITED BY SPACE
                     TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                     CF-EXT (CF-IDX) DELIMITED BY SPACE
                     INTO BUILT-NAME
           ELSE
              STRING CF-STEM (CF-IDX) DELIMITED BY SPACE
                     NAME-REGION DELIMITED BY SPACE
                     CF-EXT (CF-IDX) DELIMITED BY SPACE
                     INTO BUILT-NAME.

      * ------------------------------------------------------------
      *      'B' -- TAKE THE SET.
      * ------------------------------------------------------------
       TAKE-BACKUP-SET.
           PERFORM TAKE-RUN-TOKEN THRU TAKE-RUN-TOKEN-EXIT.
           IF RUN-TOKEN-NOT-HELD
              MOVE 'YEAR BUSY -- NO SET TAKEN' TO RPT-LINE-WORK
              PERFORM WRITE-RPT-LINE
              SET CBAK-FAILED TO TRUE
              GO TO TAKE-BACKUP-SET-EXIT.
           OPEN OUTPUT CBAK-MAN-FILE.
           IF MAN-FILE-STATUS NOT = '00'
              DISPLAY 'PACCBAK: MANIFEST ' WS-MAN-NAME
                  ' WILL NOT OPEN -- STATUS ' MAN-FILE-STATUS
              MOVE 'SET FOLDER NOT AVAILABLE -- NO SET TAKEN'
                  TO RPT-LINE-WORK
              PERFORM WRITE-RPT-LINE
              SET CBAK-FAILED TO TRUE
              PERFORM DROP-RUN-TOKEN
              GO TO TAKE-BACKUP-SET-EXIT.
           MOVE 0 TO SET-FILE-LINES.
           MOVE 0 TO SET-CHECK-TOTAL.
           PERFORM START-FILE-SECTION.
           PERFORM BACK-UP-ONE-FILE THRU BACK-UP-ONE-FILE-EXIT
               VARYING FL-IDX FROM 1 BY 1 UNTIL FL-IDX > FL-COUNT.

      *      A SET WITH A FAILED COPY GETS NO TRAILER, SO IT CAN
      *      NEVER BE RESTORED.
           IF CBAK-GOOD
              PERFORM START-MANIFEST-LINE
              MOVE '*SET COMPLETE*'  TO CFM-FILE
              SET CFM-TRAILER        TO TRUE
              MOVE SET-FILE-LINES    TO CFM-LINES
              MOVE SET-CHECK-TOTAL   TO CFM-CHECKSUM
              WRITE CBAK-MAN-RECORD
           ELSE
              MOVE SPACES TO RPT-LINE-WORK
              PERFORM WRITE-RPT-LINE
              MOVE 'SET IS INCOMPLETE AND CANNOT BE RESTORED'
                  TO RPT-LINE-WORK
              PERFORM WRITE-RPT-LINE.
           CLOSE CBAK-MAN-FILE.
           PERFORM DROP-RUN-TOKEN.
       TAKE-BACKUP-SET-EXIT. EXIT.

       BACK-UP-ONE-FILE.
           PERFORM START-MANIFEST-LINE.
           MOVE FL-LIVE-NAME (FL-IDX) TO CFM-FILE.
           MOVE FL-LIVE-NAME (FL-IDX) TO WS-SRC-NAME.
           MOVE SPACES TO WS-OUT-NAME.
           STRING CBAK-FOLDER DELIMITED BY SPACE
                  '/' DELIMITED BY SIZE
                  FL-LIVE-NAME (FL-IDX) DELIMITED BY SPACE
                  INTO WS-OUT-NAME.
           PERFORM COPY-ONE-FILE THRU COPY-ONE-FILE-EXIT.
           MOVE SPACES TO CB-DETAIL-LINE.
           MOVE FL-LIVE-NAME (FL-IDX) TO CD-FILE.
           MOVE LINES-WRITTEN TO CD-LINES.
           MOVE CHECK-ACCUM   TO CD-CHECKSUM.
           IF SOURCE-IS-MISSING
              SET CFM-ABSENT TO TRUE
              ADD 1 TO FILES-ABSENT
              MOVE 'NOT ON DISK -- NOTED ABSENT' TO CD-RESULT
           ELSE IF COPY-HAS-FAILED
              SET CBAK-FAILED TO TRUE
              ADD 1 TO FILES-FAILED
              MOVE 'COPY FAILED' TO CD-RESULT
           ELSE
              SET CFM-PRESENT TO TRUE
              MOVE LINES-WRITTEN TO CFM-LINES
              MOVE CHECK-ACCUM   TO CFM-CHECKSUM
              ADD 1 TO FILES-COPIED
              ADD CHECK-ACCUM TO SET-CHECK-TOTAL
              IF SET-CHECK-TOTAL > 999999999
                 SUBTRACT 1000000000 FROM SET-CHECK-TOTAL
              END-IF
              MOVE 'COPIED' TO CD-RESULT.
           MOVE CB-DETAIL-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           IF COPY-HAS-FAILED
              GO TO BACK-UP-ONE-FILE-EXIT.
           WRITE CBAK-MAN-RECORD.
           ADD 1 TO SET-FILE-LINES.
       BACK-UP-ONE-FILE-EXIT. EXIT.

       START-MANIFEST-LINE.
           MOVE SPACES TO CBAK-MAN-RECORD.
           MOVE 0 TO CFM-LINES.
           MOVE 0 TO CFM-CHECKSUM.
           MOVE RUN-CCYYMMDD TO CFM-SET-DATE.
           MOVE RUN-TIME     TO CFM-SET-TIME.
           MOVE CBAK-REGION  TO CFM-REGION.
           MOVE CBAK-CCYY    TO CFM-CCYY.

      * ------------------------------------------------------------
      *      'R' -- RESTORE THE SET OVER THE LIVE FILES.
      * ------------------------------------------------------------
       RESTORE-SET.
           PERFORM CHECK-SET THRU CHECK-SET-EXIT.
           IF SET-NOT-USABLE
              GO TO RESTORE-SET-EXIT.
           PERFORM TAKE-RUN-TOKEN THRU TAKE-RUN-TOKEN-EXIT.
           IF RUN-TOKEN-NOT-HELD
              MOVE 'YEAR BUSY -- NOTHING RESTORED' TO RPT-LINE-WORK
              PERFORM WRITE-RPT-LINE
              SET CBAK-FAILED TO TRUE
              GO TO RESTORE-SET-EXIT.
           MOVE SPACES TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE 'RESTORE OVER THE LIVE FILES' TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           PERFORM START-FILE-SECTION.
           PERFORM RESTORE-ONE-FILE THRU RESTORE-ONE-FILE-EXIT
               VARYING FL-IDX FROM 1 BY 1 UNTIL FL-IDX > FL-COUNT.
           PERFORM DROP-RUN-TOKEN.
       RESTORE-SET-EXIT. EXIT.

       RESTORE-ONE-FILE.
           MOVE FL-LIVE-NAME (FL-IDX) TO WS-OUT-NAME.
           PERFORM BRING-BACK-ONE-FILE THRU BRING-BACK-ONE-FILE-EXIT.
       RESTORE-ONE-FILE-EXIT. EXIT.

      * ------------------------------------------------------------
      *      'H' -- RESTORE INTO THE SCRATCH REGION AND PROVE IT.
      * ------------------------------------------------------------
       REHEARSE-RECOVERY.
           PERFORM CHECK-SET THRU CHECK-SET-EXIT.
           IF SET-NOT-USABLE
              GO TO REHEARSE-RECOVERY-EXIT.
           MOVE SPACES TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO RPT-LINE-WORK.
           STRING 'RESTORE INTO SCRATCH REGION ' DELIMITED BY SIZE
                  CBAK-SCRATCH-REGION DELIMITED BY SIZE
                  INTO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           PERFORM START-FILE-SECTION.
           SET YEAR-BACKUP-NOT-RESTORED TO TRUE.
           PERFORM REHEARSE-ONE-FILE THRU REHEARSE-ONE-FILE-EXIT
               VARYING FL-IDX FROM 1 BY 1 UNTIL FL-IDX > FL-COUNT.
           IF CBAK-FAILED
              GO TO REHEARSE-RECOVERY-END.

           MOVE SPACES TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           IF YEAR-BACKUP-NOT-RESTORED
              MOVE 'NO YEAR FILE EXPORT IN THE SET -- NOTHING FOR'
                  TO RPT-LINE-WORK
              PERFORM WRITE-RPT-LINE
              MOVE 'PACREST, PACCHEK AND PACXCHK TO CHECK'
                  TO RPT-LINE-WORK
              PERFORM WRITE-RPT-LINE
              SET CBAK-FAILED TO TRUE
              GO TO REHEARSE-RECOVERY-END.

      *      THE SCRATCH YEAR FILE FROM THE LAST REHEARSAL WOULD
      *      MAKE PACREST REFUSE -- IT IS SCRATCH, SO IT GOES.
           MOVE SPACES TO WS-BTR-NAME.
           STRING 'pac' DELIMITED BY SIZE
                  CBAK-SCRATCH-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.btr' DELIMITED BY SIZE
                  INTO WS-BTR-NAME.
           CALL 'CBL_DELETE_FILE' USING WS-BTR-NAME.
           MOVE 0 TO RETURN-CODE.
           MOVE CBAK-CCYY           TO REST-CCYY.
           MOVE CBAK-SCRATCH-REGION TO REST-REGION.
           CALL 'PACREST' USING REST-PARM.
           MOVE SPACES TO RPT-LINE-WORK.
           IF RETURN-CODE NOT = ZERO
              STRING 'PACREST  ' DELIMITED BY SIZE
                     WS-BTR-NAME DELIMITED BY SPACE
                     ' NOT RESTORED' DELIMITED BY SIZE
                     INTO RPT-LINE-WORK
              PERFORM WRITE-RPT-LINE
              SET CBAK-FAILED TO TRUE
              GO TO REHEARSE-RECOVERY-END.
           STRING 'PACREST  ' DELIMITED BY SIZE
                  WS-BTR-NAME DELIMITED BY SPACE
                  ' RESTORED AND VERIFIED' DELIMITED BY SIZE
                  INTO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.

           MOVE CBAK-CCYY           TO CHEK-CCYY.
           MOVE CBAK-SCRATCH-REGION TO CHEK-REGION.
           CALL 'PACCHEK' USING CHEK-PARM.
           MOVE SPACES TO RPT-LINE-WORK.
           IF RETURN-CODE NOT = ZERO
              STRING 'PACCHEK  ' DELIMITED BY SIZE
                     WS-BTR-NAME DELIMITED BY SPACE
                     ' FAILED PREFLIGHT CHECK' DELIMITED BY SIZE
                     INTO RPT-LINE-WORK
              SET CBAK-FAILED TO TRUE
           ELSE
              STRING 'PACCHEK  ' DELIMITED BY SIZE
                     WS-BTR-NAME DELIMITED BY SPACE
                     ' IS REACHABLE AND READY' DELIMITED BY SIZE
                     INTO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE 0 TO RETURN-CODE.

           MOVE CBAK-CCYY           TO XCHK-START-CCYY.
           MOVE CBAK-CCYY           TO XCHK-END-CCYY.
           MOVE CBAK-REGION         TO XCHK-REGION.
           MOVE CBAK-SCRATCH-REGION TO XCHK-SCRATCH-REGION.
           MOVE 0                   TO XCHK-EXCEPTIONS.
           CALL 'PACXCHK' USING XCHK-PARM.
           MOVE SPACES TO RPT-LINE-WORK.
           STRING 'PACXCHK  ' DELIMITED BY SIZE
                  XCHK-EXCEPTIONS DELIMITED BY SIZE
                  ' CROSS-CATALOG EXCEPTION(S) -- SEE pacxchk'
                      DELIMITED BY SIZE
                  CBAK-SCRATCH-REGION DELIMITED BY SPACE
                  '.rpt' DELIMITED BY SIZE
                  INTO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           IF XCHK-EXCEPTIONS > 0
              SET CBAK-FAILED TO TRUE.

       REHEARSE-RECOVERY-END.
           MOVE SPACES TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           IF CBAK-GOOD
              MOVE 'REHEARSAL PASSED -- THE SET RESTORES AND CHECKS'
                  TO RPT-LINE-WORK
              PERFORM WRITE-RPT-LINE
              MOVE 'CLEAN' TO RPT-LINE-WORK
           ELSE
              MOVE 'REHEARSAL FAILED' TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
       REHEARSE-RECOVERY-EXIT. EXIT.

       REHEARSE-ONE-FILE.
           MOVE FL-SCRATCH-NAME (FL-IDX) TO WS-OUT-NAME.
           PERFORM BRING-BACK-ONE-FILE THRU BRING-BACK-ONE-FILE-EXIT.
           IF FL-IS-YEAR-BACKUP (FL-IDX)
              AND MT-FOUND > 0
              AND COPY-IS-CLEAN
              IF MT-STATE (MT-FOUND) = 'P'
                 SET YEAR-BACKUP-RESTORED TO TRUE.
       REHEARSE-ONE-FILE-EXIT. EXIT.

      *      ONE FILE FROM THE SET TO WS-OUT-NAME (ITS LIVE NAME ON A
      *      RESTORE, ITS SCRATCH NAME ON A REHEARSAL), THEN THE
      *      COPY AS WRITTEN MUST MATCH THE MANIFEST AGAIN.
       BRING-BACK-ONE-FILE.
           SET COPY-IS-CLEAN TO TRUE.
           MOVE SPACES TO CB-DETAIL-LINE.
           MOVE FL-LIVE-NAME (FL-IDX) TO CD-FILE.
           MOVE 0 TO CD-LINES.
           MOVE 0 TO CD-CHECKSUM.
           PERFORM FIND-MANIFEST-ENTRY.
           IF MT-FOUND = 0
              MOVE 'NOT IN THIS SET -- LEFT AS IS' TO CD-RESULT
              GO TO BRING-BACK-ONE-FILE-WRITE.
           IF MT-STATE (MT-FOUND) NOT = 'P'
              MOVE 'ABSENT WHEN SET TAKEN -- LEFT AS IS' TO CD-RESULT
              GO TO BRING-BACK-ONE-FILE-WRITE.
           MOVE SPACES TO WS-SRC-NAME.
           STRING CBAK-FOLDER DELIMITED BY SPACE
                  '/' DELIMITED BY SIZE
                  FL-LIVE-NAME (FL-IDX) DELIMITED BY SPACE
                  INTO WS-SRC-NAME.
           PERFORM COPY-ONE-FILE THRU COPY-ONE-FILE-EXIT.
           MOVE LINES-WRITTEN TO CD-LINES.
           MOVE CHECK-ACCUM   TO CD-CHECKSUM.
           IF COPY-IS-CLEAN
              IF LINES-WRITTEN NOT = MT-LINES (MT-FOUND)
                 OR CHECK-ACCUM NOT = MT-CHECKSUM (MT-FOUND)
                 SET COPY-HAS-FAILED TO TRUE.
           IF COPY-HAS-FAILED
              SET CBAK-FAILED TO TRUE
              ADD 1 TO FILES-FAILED
              MOVE 'RESTORE FAILED' TO CD-RESULT
           ELSE
              ADD 1 TO FILES-COPIED
              IF CBAK-WANT-REHEARSAL
                 STRING 'RESTORED AS ' DELIMITED BY SIZE
                        FL-SCRATCH-NAME (FL-IDX) DELIMITED BY SPACE
                        INTO CD-RESULT
              ELSE
                 MOVE 'RESTORED' TO CD-RESULT.
       BRING-BACK-ONE-FILE-WRITE.
           MOVE CB-DETAIL-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
       BRING-BACK-ONE-FILE-EXIT. EXIT.

      * ------------------------------------------------------------
      *      THE SET MUST PROVE ITSELF BEFORE ANYTHING IS RESTORED:
      *      A MANIFEST WITH ITS TRAILER, BALANCING, FOR THIS REGION
      *      AND YEAR, AND EVERY COPY IN THE FOLDER MATCHING IT.
      * ------------------------------------------------------------
       CHECK-SET.
           SET SET-NOT-USABLE TO TRUE.
           PERFORM LOAD-MANIFEST THRU LOAD-MANIFEST-EXIT.
           IF SET-NOT-USABLE
              SET CBAK-FAILED TO TRUE
              GO TO CHECK-SET-EXIT.
           MOVE SET-DATE TO CS-DATE.
           MOVE SET-TIME TO CS-TIME.
           MOVE 'SET TAKEN' TO CI-LABEL.
           MOVE CB-SET-TAKEN TO CI-TEXT.
           MOVE CB-INFO-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE 'SET VERIFICATION' TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           PERFORM START-FILE-SECTION.
           PERFORM VERIFY-ONE-SET-FILE THRU VERIFY-ONE-SET-FILE-EXIT
               VARYING MT-IDX FROM 1 BY 1 UNTIL MT-IDX > MT-COUNT.
           IF FILES-FAILED > 0
              SET SET-NOT-USABLE TO TRUE
              SET CBAK-FAILED TO TRUE
              MOVE SPACES TO RPT-LINE-WORK
              PERFORM WRITE-RPT-LINE
              MOVE 'SET FAILED VERIFICATION -- NOTHING RESTORED'
                  TO RPT-LINE-WORK
              PERFORM WRITE-RPT-LINE.
       CHECK-SET-EXIT. EXIT.

       LOAD-MANIFEST.
           MOVE 0 TO MT-COUNT.
           MOVE 0 TO MT-OVERFLOW.
           MOVE 0 TO SET-FILE-LINES.
           MOVE 0 TO SET-CHECK-TOTAL.
           SET TRAILER-NOT-READ TO TRUE.
           SET INPUT-NOT-AT-EOF TO TRUE.
           OPEN INPUT CBAK-MAN-FILE.
           IF MAN-FILE-STATUS NOT = '00'
              DISPLAY 'PACCBAK: MANIFEST ' WS-MAN-NAME
                  ' WILL NOT OPEN -- STATUS ' MAN-FILE-STATUS
              MOVE 'NO MANIFEST IN THE SET FOLDER -- NOTHING RESTORED'
                  TO RPT-LINE-WORK
              PERFORM WRITE-RPT-LINE
              GO TO LOAD-MANIFEST-EXIT.
           PERFORM LOAD-ONE-MANIFEST-LINE
               THRU LOAD-ONE-MANIFEST-LINE-EXIT
               UNTIL INPUT-AT-EOF.
           CLOSE CBAK-MAN-FILE.

           MOVE SPACES TO RPT-LINE-WORK.
           IF TRAILER-NOT-READ
              MOVE 'SET IS INCOMPLETE (NO TRAILER) -- NOTHING RESTORED'
                  TO RPT-LINE-WORK
           ELSE IF SET-FILE-LINES NOT = TRAILER-LINES
                   OR SET-CHECK-TOTAL NOT = TRAILER-CHECKSUM
              MOVE 'MANIFEST DOES NOT BALANCE -- NOTHING RESTORED'
                  TO RPT-LINE-WORK
           ELSE IF SET-REGION NOT = CBAK-REGION
                   OR SET-CCYY NOT = CBAK-CCYY
              STRING 'SET WAS TAKEN FOR REGION ' DELIMITED BY SIZE
                     SET-REGION DELIMITED BY SIZE
                     ' YEAR ' DELIMITED BY SIZE
                     SET-CCYY DELIMITED BY SIZE
                     ' -- NOTHING RESTORED' DELIMITED BY SIZE
                     INTO RPT-LINE-WORK
           ELSE IF MT-OVERFLOW > 0
              MOVE 'MANIFEST HAS MORE FILES THAN THIS PROGRAM HOLDS'
                  TO RPT-LINE-WORK
           ELSE
              SET SET-IS-USABLE TO TRUE.
           IF SET-NOT-USABLE
              PERFORM WRITE-RPT-LINE.
       LOAD-MANIFEST-EXIT. EXIT.

       LOAD-ONE-MANIFEST-LINE.
           READ CBAK-MAN-FILE
               AT END
                  SET INPUT-AT-EOF TO TRUE
                  GO TO LOAD-ONE-MANIFEST-LINE-EXIT.
           MOVE CFM-SET-DATE TO SET-DATE.
           MOVE CFM-SET-TIME TO SET-TIME.
           MOVE CFM-REGION   TO SET-REGION.
           MOVE CFM-CCYY     TO SET-CCYY.
           IF CFM-TRAILER
              SET TRAILER-WAS-READ TO TRUE
              MOVE CFM-LINES    TO TRAILER-LINES
              MOVE CFM-CHECKSUM TO TRAILER-CHECKSUM
              SET INPUT-AT-EOF TO TRUE
              GO TO LOAD-ONE-MANIFEST-LINE-EXIT.
           ADD 1 TO SET-FILE-LINES.
           ADD CFM-CHECKSUM TO SET-CHECK-TOTAL.
           IF SET-CHECK-TOTAL > 999999999
              SUBTRACT 1000000000 FROM SET-CHECK-TOTAL.
           IF MT-COUNT NOT < MT-MAX
              ADD 1 TO MT-OVERFLOW
              GO TO LOAD-ONE-MANIFEST-LINE-EXIT.
           ADD 1 TO MT-COUNT.
           MOVE CFM-FILE     TO MT-FILE (MT-COUNT).
           MOVE CFM-STATE    TO MT-STATE (MT-COUNT).
           MOVE CFM-LINES    TO MT-LINES (MT-COUNT).
           MOVE CFM-CHECKSUM TO MT-CHECKSUM (MT-COUNT).
       LOAD-ONE-MANIFEST-LINE-EXIT. EXIT.

       VERIFY-ONE-SET-FILE.
           MOVE SPACES TO CB-DETAIL-LINE.
           MOVE MT-FILE (MT-IDX) TO CD-FILE.
           MOVE 0 TO CD-LINES.
           MOVE 0 TO CD-CHECKSUM.
           IF MT-STATE (MT-IDX) NOT = 'P'
              ADD 1 TO FILES-ABSENT
              MOVE 'ABSENT WHEN SET TAKEN' TO CD-RESULT
              GO TO VERIFY-ONE-SET-FILE-WRITE.
           MOVE SPACES TO WS-SRC-NAME.
           STRING CBAK-FOLDER DELIMITED BY SPACE
                  '/' DELIMITED BY SIZE
                  MT-FILE (MT-IDX) DELIMITED BY SPACE
                  INTO WS-SRC-NAME.
           PERFORM COUNT-ONE-FILE THRU COUNT-ONE-FILE-EXIT.
           MOVE LINES-WRITTEN TO CD-LINES.
           MOVE CHECK-ACCUM   TO CD-CHECKSUM.
           IF SOURCE-IS-MISSING
              ADD 1 TO FILES-FAILED
              MOVE 'MISSING FROM THE SET FOLDER' TO CD-RESULT
           ELSE IF LINES-WRITTEN NOT = MT-LINES (MT-IDX)
                   OR CHECK-ACCUM NOT = MT-CHECKSUM (MT-IDX)
              ADD 1 TO FILES-FAILED
              MOVE 'DOES NOT MATCH THE MANIFEST' TO CD-RESULT
           ELSE
              ADD 1 TO FILES-VERIFIED
              MOVE 'VERIFIED' TO CD-RESULT.
       VERIFY-ONE-SET-FILE-WRITE.
           MOVE CB-DETAIL-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
       VERIFY-ONE-SET-FILE-EXIT. EXIT.

       FIND-MANIFEST-ENTRY.
           MOVE 0 TO MT-FOUND.
           PERFORM MATCH-MANIFEST-ENTRY
               VARYING MT-IDX FROM 1 BY 1
               UNTIL MT-IDX > MT-COUNT OR MT-FOUND > 0.

       MATCH-MANIFEST-ENTRY.
           IF MT-FILE (MT-IDX) = FL-LIVE-NAME (FL-IDX)
              MOVE MT-IDX TO MT-FOUND.

      * ------------------------------------------------------------
      *      THE COPY ITSELF -- LINE FOR LINE, COUNTED AND SUMMED AS
      *      WRITTEN.  A SOURCE THAT IS NOT THERE (STATUS 35) IS
      *      TOLD APART FROM ONE THAT WILL NOT OPEN.
      * ------------------------------------------------------------
       COPY-ONE-FILE.
           SET COPY-IS-CLEAN TO TRUE.
           SET SOURCE-IS-THERE TO TRUE.
           MOVE 0 TO LINES-WRITTEN.
           MOVE 0 TO CHECK-ACCUM.
           OPEN INPUT CBAK-SRC-FILE.
           IF SRC-FILE-STATUS = '35'
              SET SOURCE-IS-MISSING TO TRUE
              GO TO COPY-ONE-FILE-EXIT.
           IF SRC-FILE-STATUS NOT = '00'
              DISPLAY 'PACCBAK: ' WS-SRC-NAME ' WILL NOT OPEN --'
                  ' STATUS ' SRC-FILE-STATUS
              SET COPY-HAS-FAILED TO TRUE
              GO TO COPY-ONE-FILE-EXIT.
           OPEN OUTPUT CBAK-OUT-FILE.
           IF OUT-FILE-STATUS NOT = '00'
              DISPLAY 'PACCBAK: ' WS-OUT-NAME
                  ' WILL NOT OPEN -- STATUS ' OUT-FILE-STATUS
              CLOSE CBAK-SRC-FILE
              SET COPY-HAS-FAILED TO TRUE
              GO TO COPY-ONE-FILE-EXIT.
           SET COPY-NOT-AT-EOF TO TRUE.
           PERFORM COPY-ONE-LINE THRU COPY-ONE-LINE-EXIT
               UNTIL COPY-AT-EOF OR COPY-HAS-FAILED.
           CLOSE CBAK-SRC-FILE.
           CLOSE CBAK-OUT-FILE.
       COPY-ONE-FILE-EXIT. EXIT.

       COPY-ONE-LINE.
           READ CBAK-SRC-FILE
               AT END
                  SET COPY-AT-EOF TO TRUE
                  GO TO COPY-ONE-LINE-EXIT.
           MOVE CBAK-SRC-RECORD TO CBAK-OUT-RECORD.
           WRITE CBAK-OUT-RECORD.
           IF OUT-FILE-STATUS NOT = '00'
              DISPLAY 'PACCBAK: WRITE TO ' WS-OUT-NAME
                  ' FAILED -- STATUS ' OUT-FILE-STATUS
              SET COPY-HAS-FAILED TO TRUE
              GO TO COPY-ONE-LINE-EXIT.
           MOVE CBAK-SRC-RECORD TO CHECKSUM-LINE.
           PERFORM ADD-LINE-CHECKSUM.
       COPY-ONE-LINE-EXIT. EXIT.

      *      COUNT AND SUM A FILE WITHOUT COPYING IT.
       COUNT-ONE-FILE.
           SET SOURCE-IS-THERE TO TRUE.
           MOVE 0 TO LINES-WRITTEN.
           MOVE 0 TO CHECK-ACCUM.
           OPEN INPUT CBAK-SRC-FILE.
           IF SRC-FILE-STATUS NOT = '00'
              SET SOURCE-IS-MISSING TO TRUE
              GO TO COUNT-ONE-FILE-EXIT.
           SET COPY-NOT-AT-EOF TO TRUE.
           PERFORM COUNT-ONE-LINE THRU COUNT-ONE-LINE-EXIT
               UNTIL COPY-AT-EOF.
           CLOSE CBAK-SRC-FILE.
       COUNT-ONE-FILE-EXIT. EXIT.

       COUNT-ONE-LINE.
           READ CBAK-SRC-FILE
               AT END
                  SET COPY-AT-EOF TO TRUE
                  GO TO COUNT-ONE-LINE-EXIT.
           MOVE CBAK-SRC-RECORD TO CHECKSUM-LINE.
           PERFORM ADD-LINE-CHECKSUM.
       COUNT-ONE-LINE-EXIT. EXIT.

       ADD-LINE-CHECKSUM.
           ADD 1 TO LINES-WRITTEN.
           MOVE 0 TO TRIM-LENGTH.
           PERFORM FIND-TRIM-LENGTH
               VARYING CHECK-IDX FROM 256 BY -1
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

      * ------------------------------------------------------------
      *      RUN TOKEN.
      * ------------------------------------------------------------
       TAKE-RUN-TOKEN.
           MOVE 'T' TO LOCK-REQUEST.
           MOVE TARGET-CCYY-DISPLAY TO LOCK-CCYY.
           MOVE CBAK-REGION         TO LOCK-REGION.
           COMPUTE LOCK-START-TIME =
               HIST-START-HOUR * 10000 + HIST-START-MINUTE * 100
                   + HIST-START-SECOND.
           CALL 'PACLOCK' USING LOCK-PARM.
           IF LOCK-BUSY
              DISPLAY 'PACCBAK: YEAR ' TARGET-CCYY-DISPLAY
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

      * ------------------------------------------------------------
      *      THE REPORT.
      * ------------------------------------------------------------
       PRINT-RUN-LINES.
           MOVE 'REQUEST' TO CI-LABEL.
           EVALUATE TRUE
               WHEN CBAK-WANT-BACKUP
                   MOVE 'BACKUP' TO CI-TEXT
               WHEN CBAK-WANT-RESTORE
                   MOVE 'RESTORE' TO CI-TEXT
               WHEN OTHER
                   MOVE 'RECOVERY REHEARSAL' TO CI-TEXT
           END-EVALUATE.
           MOVE CB-INFO-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           IF CBAK-REGION NOT = SPACES
              MOVE 'REGION' TO CI-LABEL
              MOVE CBAK-REGION TO CI-TEXT
              MOVE CB-INFO-LINE TO RPT-LINE-WORK
              PERFORM WRITE-RPT-LINE.
           IF CBAK-WANT-REHEARSAL
              MOVE 'SCRATCH REGION' TO CI-LABEL
              MOVE CBAK-SCRATCH-REGION TO CI-TEXT
              MOVE CB-INFO-LINE TO RPT-LINE-WORK
              PERFORM WRITE-RPT-LINE.
           MOVE 'SET FOLDER' TO CI-LABEL.
           MOVE CBAK-FOLDER TO CI-TEXT.
           MOVE CB-INFO-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.

       START-FILE-SECTION.
           MOVE SPACES TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE CB-COLUMN-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.

       PRINT-TOTALS.
           MOVE SPACES TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           IF CBAK-WANT-BACKUP
              MOVE 'FILES COPIED INTO THE SET' TO CT-LABEL
           ELSE
              MOVE 'FILES RESTORED' TO CT-LABEL.
           MOVE FILES-COPIED TO CT-COUNT.
           MOVE CB-TOTAL-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           IF NOT CBAK-WANT-BACKUP
              MOVE 'FILES VERIFIED IN THE SET' TO CT-LABEL
              MOVE FILES-VERIFIED TO CT-COUNT
              MOVE CB-TOTAL-LINE TO RPT-LINE-WORK
              PERFORM WRITE-RPT-LINE.
           MOVE 'FILES ABSENT WHEN TAKEN' TO CT-LABEL.
           MOVE FILES-ABSENT TO CT-COUNT.
           MOVE CB-TOTAL-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE 'FILES FAILED' TO CT-LABEL.
           MOVE FILES-FAILED TO CT-COUNT.
           MOVE CB-TOTAL-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.

       WRITE-RPT-LINE.
           IF PGH-LINE-COUNT NOT < PGH-LINES-PER-PAGE
              PERFORM START-NEW-PAGE.
           WRITE CBAK-RPT-RECORD FROM RPT-LINE-WORK.
           ADD 1 TO PGH-LINE-COUNT.

       START-NEW-PAGE.
           MOVE 'H' TO PGH-REQUEST.
           CALL 'PACPAGE' USING PAGE-CTL.
           WRITE CBAK-RPT-RECORD FROM PGH-LINE-1.
           WRITE CBAK-RPT-RECORD FROM PGH-LINE-2.
           WRITE CBAK-RPT-RECORD FROM PGH-LINE-3.
           MOVE 03 TO PGH-LINE-COUNT.

       WRITE-END-LINE.
           MOVE 'E' TO PGH-REQUEST.
           CALL 'PACPAGE' USING PAGE-CTL.
           WRITE CBAK-RPT-RECORD FROM PGH-LINE-1.
