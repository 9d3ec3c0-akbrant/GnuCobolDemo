       ID DIVISION.
       PROGRAM-ID.  PACDIST.
       AUTHOR.  Oliphant .
       DATE-WRITTEN. OCTOBER 15, 2026.
       DATE-COMPILED.
       REMARKS.  REPORT DISTRIBUTION.  THE NIGHT'S REPORTS AND
           EXTRACTS USED TO BE COPIED INTO THE RIGHT PEOPLE'S
           FOLDERS BY HAND THE NEXT MORNING, AND THINGS GOT MISSED.
           pacdist.lst (PACDSTR.COB) NAMES EACH RECIPIENT AND THEIR
           OUTBOX FOLDER, AND EACH OUTPUT THEY GET -- NAMED THE WAY
           PACRCAT NAMES REPORTS, BY STEM, REGION AND/OR YEAR, AND
           EXTENSION -- WITH WHEN IT IS DUE.  FOR EVERY OUTPUT LINE
           AND EVERY YEAR FROM DIST-START-CCYY TO DIST-END-CCYY (FOR
           THE YEAR-NAMED ONES) THIS PROGRAM LOOKS FOR THE FILE; ONE
           WRITTEN ON OR AFTER THE NIGHT'S DATE IS COPIED LINE FOR
           LINE INTO THE RECIPIENT'S OUTBOX (REPLACING LAST NIGHT'S
           COPY).  ONE THAT WAS DUE AND NEVER GOT PRODUCED -- OR
           WHOSE COPY DID NOT LAND -- RAISES A SAME-DAY ALERT ON
           alrtYYMMDD.dat.  "DUE" FOLLOWS pacrun.cal THE WAY PACDRIVE
           DOES: NOTHING IS DUE ON A HOLIDAY, A YEAR THE CALENDAR
           HOLDS OWES NOTHING, AND A SCHEDULED-ONLY OUTPUT IS ONLY
           DUE ON A NIGHT ITS STEP IS SCHEDULED.  AN INTERFACE FILE
           PACANOM HELD BACK (THE .hld TWIN OF A .dat) IS NOTED AS
           HELD, NOT MISSING -- PACANOM HAS ALREADY ALERTED IT.
           EVERY OUTPUT LOOKED FOR, PER RECIPIENT, IS ONE LINE ON
           THE MANIFEST pacdist.man (PACDSTM.COB) WITH THE COPY'S
           LINE COUNT AND CHECKSUM.  PACDRIVE RUNS THE NIGHT PASS
           (DIST-PASS 'N') AS ITS LAST STEP; OPS RUN THE MORNING
           PASS ('M') AFTER PACJOBS FOR THE OUTPUTS MADE AFTER THE
           CHAIN, WITH DIST-SINCE-DATE ZERO MEANING THE NIGHT OF THE
           LAST PACDRIVE RUN ON pacjobs.his.  THE MORNING PASS ADDS
           ITS LINES TO THE NIGHT'S MANIFEST.  OUTBOX FOLDERS MUST
           ALREADY EXIST; LINES OVER 256 BYTES ARE NOT CARRIED WHOLE.
           DIST-RESULT COMES BACK 'G' EVERYTHING DUE WAS DELIVERED,
           'M' SOMETHING MISSING OR NOT DELIVERED, 'N' NO
           DISTRIBUTION LIST, OR 'F' THE RUN COULD NOT START.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. COMPAQ-DESKPRO-286.
       OBJECT-COMPUTER. ANY-COMPAQ-COMPATABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIST-LIST-FILE ASSIGN TO WS-LIST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIST-FILE-STATUS.
           SELECT DIST-CAL-FILE ASSIGN TO WS-CAL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAL-FILE-STATUS.
           SELECT DIST-HIS-FILE ASSIGN TO WS-HIS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIS-FILE-STATUS.
           SELECT DIST-MAN-FILE ASSIGN TO WS-MAN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAN-FILE-STATUS.
           SELECT DIST-SRC-FILE ASSIGN TO WS-SRC-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SRC-FILE-STATUS.
           SELECT DIST-OUT-FILE ASSIGN TO WS-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OUT-FILE-STATUS.
           SELECT DIST-ALERT-FILE ASSIGN TO WS-ALERT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DIST-LIST-FILE.
       01  DIST-LIST-RECORD.
           COPY 'PACDSTR.COB'.
      *      SAME pacrun.cal LAYOUT PACDRIVE SCHEDULES THE NIGHT BY.
       FD  DIST-CAL-FILE.
       01  DIST-CAL-RECORD.
           05  CAL-TYPE                 PIC X(01).
           05  FILLER                   PIC X(01).
           05  CAL-DATE                 PIC 9(08).
           05  FILLER                   PIC X(01).
           05  CAL-NAME                 PIC X(08).
           05  FILLER                   PIC X(01).
           05  CAL-CCYY                 PIC 9(04).
       FD  DIST-HIS-FILE.
       01  HIS-FILE-RECORD.
           COPY 'PACHIS.COB'.
       FD  DIST-MAN-FILE.
       01  DIST-MAN-RECORD.
           COPY 'PACDSTM.COB'.
       FD  DIST-SRC-FILE.
       01  DIST-SRC-RECORD             PIC X(256).
       FD  DIST-OUT-FILE.
       01  DIST-OUT-RECORD             PIC X(256).
       FD  DIST-ALERT-FILE.
       01  ALERT-RECORD.
           05  AL-CCYY                 PIC 9(04).
           05  FILLER                  PIC X(02).
           05  AL-STAGE                PIC X(10).
           05  FILLER                  PIC X(02).
           05  AL-MESSAGE              PIC X(40).
           05  FILLER                  PIC X(22).
*      WORKING-STORAGE SECTION.
       01  WS-LIST-NAME          PIC X(32) VALUE 'pacdist.lst'.
       01  LIST-FILE-STATUS      PIC X(2).
       01  WS-CAL-NAME           PIC X(32) VALUE 'pacrun.cal'.
       01  CAL-FILE-STATUS       PIC X(2).
       01  WS-HIS-NAME           PIC X(32) VALUE 'pacjobs.his'.
       01  HIS-FILE-STATUS       PIC X(2).
       01  WS-MAN-NAME           PIC X(32).
       01  MAN-FILE-STATUS       PIC X(2).
       01  WS-SRC-NAME           PIC X(32).
       01  SRC-FILE-STATUS       PIC X(2).
       01  WS-OUT-NAME           PIC X(64).
       01  OUT-FILE-STATUS       PIC X(2).
       01  WS-ALERT-NAME         PIC X(32).
       01  ALERT-FILE-STATUS     PIC X(2).

       01  RUN-YYMMDD            PIC 9(06) VALUE 0.
       01  RUN-TIME              PIC 9(06) VALUE 0.
       01  RUN-TIME-WORK         PIC 9(08) VALUE 0.
       01  NIGHT-YYMMDD          PIC 9(06) VALUE 0.
       01  NIGHT-CCYYMMDD        PIC 9(08) VALUE 0.
       01  TARGET-CCYY-DISPLAY   PIC 9(04) VALUE 0.
       01  WS-YEAR               PIC 9(04) VALUE 0.

       01  INPUT-EOF-SW          PIC X VALUE 'N'.
           88  INPUT-AT-EOF             VALUE 'Y'.
           88  INPUT-NOT-AT-EOF         VALUE 'N'.
       01  COPY-EOF-SW           PIC X VALUE 'N'.
           88  COPY-AT-EOF              VALUE 'Y'.
           88  COPY-NOT-AT-EOF          VALUE 'N'.
       01  JOB-FAILED-SW         PIC X VALUE 'N'.
           88  JOB-HAS-FAILED           VALUE 'Y'.
           88  JOB-IS-CLEAN             VALUE 'N'.
       01  COPY-FAILED-SW        PIC X VALUE 'N'.
           88  COPY-HAS-FAILED          VALUE 'Y'.
           88  COPY-IS-CLEAN            VALUE 'N'.
       01  OUTPUT-DUE-SW         PIC X VALUE 'N'.
           88  OUTPUT-IS-DUE            VALUE 'Y'.
           88  OUTPUT-NOT-DUE           VALUE 'N'.
       01  INSTANCE-DUE-SW       PIC X VALUE 'N'.
           88  INSTANCE-IS-DUE          VALUE 'Y'.
           88  INSTANCE-NOT-DUE         VALUE 'N'.
       01  FRESH-SW              PIC X VALUE 'N'.
           88  FILE-IS-FRESH            VALUE 'Y'.
           88  FILE-NOT-FRESH           VALUE 'N'.

      *      THE DISTRIBUTION LIST AS LOADED.  A BAD LINE IS
      *      REPORTED, ALERTED AND LEFT OUT; THE REST STILL GOES.
       01  LIST-LINE-NUMBER      PIC 9(04) VALUE 0.
       01  BAD-LINE-COUNT        PIC 9(04) VALUE 0.
       01  RECIPIENT-COUNT       PIC 9(03) VALUE 0.
       01  RECIPIENT-SCAN        PIC 9(03) VALUE 0.
       01  RECIPIENT-TABLE.
           05  RECIPIENT-ENTRY OCCURS 50 TIMES
                   INDEXED BY RCP-IDX.
               10  RP-RECIPIENT          PIC X(08).
               10  RP-OUTBOX             PIC X(40).
       01  OUTPUT-COUNT          PIC 9(03) VALUE 0.
       01  OUTPUT-TABLE.
           05  OUTPUT-ENTRY OCCURS 200 TIMES
                   INDEXED BY OUT-IDX.
               10  OT-STEM               PIC X(08).
               10  OT-NAMING             PIC X(01).
               10  OT-EXT                PIC X(04).
               10  OT-RECIPIENT          PIC X(08).
               10  OT-WHEN               PIC X(01).
               10  OT-STEP               PIC X(08).

      *      THE NIGHT'S SCHEDULE FROM pacrun.cal -- THE SAME
      *      READING PACDRIVE GIVES IT: HOLIDAY, STEPS SCHEDULED,
      *      AND YEAR HOLDS WITH THE LAST LINE FOR A YEAR WINNING.
       01  CAL-PRESENT-SW        PIC X(01) VALUE 'N'.
           88  CALENDAR-PRESENT         VALUE 'Y'.
           88  CALENDAR-MISSING         VALUE 'N'.
       01  HOLIDAY-SW            PIC X(01) VALUE 'N'.
           88  NIGHT-IS-HOLIDAY         VALUE 'Y'.
           88  NIGHT-IS-WORKDAY         VALUE 'N'.
       01  SCHED-COUNT           PIC 9(02) VALUE 0.
       01  SCHED-SCAN            PIC 9(02) VALUE 0.
       01  SCHED-TABLE.
           05  SCHED-STEP OCCURS 20 TIMES
                   INDEXED BY SCHED-IDX   PIC X(08).
       01  HOLD-COUNT            PIC 9(02) VALUE 0.
       01  HOLD-SCAN             PIC 9(02) VALUE 0.
       01  YEAR-HOLD-TABLE.
           05  HOLD-ENTRY OCCURS 50 TIMES
                   INDEXED BY HOLD-IDX.
               10  HOLD-CCYY            PIC 9(04).
               10  HOLD-STATE           PIC X(01).
       01  YEAR-HELD-SW          PIC X(01) VALUE 'N'.
           88  YEAR-IS-HELD             VALUE 'Y'.
           88  YEAR-NOT-HELD            VALUE 'N'.

      *      ONE ALERT PER MISSING FILE, HOWEVER MANY PEOPLE WERE
      *      WAITING FOR IT.
       01  ALERTED-COUNT         PIC 9(03) VALUE 0.
       01  ALERTED-SCAN          PIC 9(03) VALUE 0.
       01  ALERTED-TABLE.
           05  ALERTED-NAME OCCURS 100 TIMES
                   INDEXED BY ALERTED-IDX  PIC X(20).

       01  ALERT-TEXT            PIC X(40) VALUE SPACES.
       01  BASE-NAME             PIC X(20) VALUE SPACES.
       01  HELD-NAME             PIC X(32) VALUE SPACES.
       01  EXT-TALLY             PIC 9(02) VALUE 0.

      *      CBL_CHECK_FILE_EXIST ANSWERS WITH THE FILE'S SIZE AND
      *      THE DATE IT WAS LAST WRITTEN.
       01  CHECK-FILE-DETAILS.
           05  CHECK-FILE-SIZE     PIC X(8) COMP-X.
           05  CHECK-FILE-DAY      PIC X    COMP-X.
           05  CHECK-FILE-MONTH    PIC X    COMP-X.
           05  CHECK-FILE-YEAR     PIC XX   COMP-X.
           05  CHECK-FILE-HOUR     PIC X    COMP-X.
           05  CHECK-FILE-MINUTE   PIC X    COMP-X.
           05  CHECK-FILE-SECOND   PIC X    COMP-X.
           05  CHECK-FILE-HUNDREDTH PIC X   COMP-X.
       01  FILE-CCYYMMDD         PIC 9(08) VALUE 0.

      *      THE COPY'S LINE COUNT AND CHECKSUM -- THE SAME RUNNING
      *      SUM OF FUNCTION ORD OVER EACH LINE'S BYTES UP TO ITS
      *      LAST NON-BLANK THAT PACBKUP PUTS ON ITS TRAILER.
       01  CHECKSUM-LINE          PIC X(256) VALUE SPACES.
       01  LINES-WRITTEN          PIC 9(08) VALUE 0.
       01  CHECK-ACCUM            PIC 9(10) VALUE 0.
       01  CHECK-IDX              PIC 9(04) BINARY VALUE 0.
       01  TRIM-LENGTH            PIC 9(04) BINARY VALUE 0.

       01  DELIVERED-COUNT       PIC 9(04) VALUE 0.
       01  MISSING-COUNT         PIC 9(04) VALUE 0.
       01  HELD-COUNT            PIC 9(04) VALUE 0.
       01  FAILED-COUNT          PIC 9(04) VALUE 0.
       01  NOT-DUE-COUNT         PIC 9(04) VALUE 0.

       01  GDG-PARM.
           05  GDG-FILE-NAME        PIC X(32).

       01  HIST-PARM.
           05  HIST-PROGRAM       PIC X(08) VALUE 'PACDIST'.
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
       01  DIST-PARM.
      *      'N' THE NIGHT PASS PACDRIVE RUNS, 'M' THE MORNING PASS
      *      FOR OUTPUTS MADE AFTER THE CHAIN.
           05  DIST-PASS           PIC X(01).
               88  DIST-NIGHT-PASS       VALUE 'N'.
               88  DIST-MORNING-PASS     VALUE 'M'.
      *      THE NIGHT THE OUTPUTS BELONG TO, YYMMDD -- A FILE
      *      WRITTEN BEFORE IT IS AN OLD ONE.  ZERO = THE NIGHT OF
      *      THE LAST PACDRIVE RUN ON pacjobs.his.
           05  DIST-SINCE-DATE     PIC 9(06).
           05  DIST-START-CCYY     PIC 9(04).
           05  DIST-END-CCYY       PIC 9(04).
      *      REGION CODE -- SPACES = THE HISTORIC SINGLE-REGION
      *      FILE SET (pacCCYY.btr); OTHERWISE QUALIFIES EVERY
      *      PER-YEAR FILE NAME THE RUN TOUCHES.
           05  DIST-REGION         PIC X(02).
           05  DIST-RESULT         PIC X(01).
               88  DIST-ALL-DELIVERED    VALUE 'G'.
               88  DIST-SOME-MISSING     VALUE 'M'.
               88  DIST-NO-LIST          VALUE 'N'.
               88  DIST-RUN-FAILED       VALUE 'F'.
           05  DIST-DELIVERED      PIC 9(04).
           05  DIST-MISSING        PIC 9(04).
       PROCEDURE DIVISION USING DIST-PARM.
       A000-BEGIN.
           CALL 'DOS_GET_TIME' USING HIST-START-STAMP.
           ACCEPT RUN-YYMMDD FROM DATE.
           ACCEPT RUN-TIME-WORK FROM TIME.
           DIVIDE RUN-TIME-WORK BY 100 GIVING RUN-TIME.
           SET DIST-RUN-FAILED TO TRUE.
           MOVE 0 TO DIST-DELIVERED.
           MOVE 0 TO DIST-MISSING.

           IF NOT DIST-NIGHT-PASS AND NOT DIST-MORNING-PASS
              DISPLAY 'PACDIST: PASS MUST BE N (NIGHT) OR M (MORNING)'
              SET JOB-HAS-FAILED TO TRUE
              GO TO DONE.
           IF DIST-START-CCYY NOT NUMERIC
              OR DIST-END-CCYY NOT NUMERIC
              OR DIST-START-CCYY = 0
              OR DIST-END-CCYY < DIST-START-CCYY
              DISPLAY 'PACDIST: YEAR RANGE ' DIST-START-CCYY '-'
                  DIST-END-CCYY ' WILL NOT DO'
              SET JOB-HAS-FAILED TO TRUE
              GO TO DONE.

           MOVE DIST-SINCE-DATE TO NIGHT-YYMMDD.
           IF DIST-SINCE-DATE NOT NUMERIC
              OR DIST-SINCE-DATE = 0
              PERFORM FIND-LAST-DRIVE-NIGHT THRU
                  FIND-LAST-DRIVE-NIGHT-EXIT.
           IF NIGHT-YYMMDD = 0
              DISPLAY 'PACDIST: NO PACDRIVE RUN ON ' WS-HIS-NAME
                  ' -- GIVE THE NIGHT''S DATE'
              SET JOB-HAS-FAILED TO TRUE
              GO TO DONE.
           COMPUTE NIGHT-CCYYMMDD = 20000000 + NIGHT-YYMMDD.

           PERFORM LOAD-DIST-LIST THRU LOAD-DIST-LIST-EXIT.
           IF DIST-NO-LIST
              GO TO DONE.
           PERFORM READ-RUN-CALENDAR THRU READ-RUN-CALENDAR-EXIT.

           MOVE SPACES TO WS-MAN-NAME.
           STRING 'pacdist' DELIMITED BY SIZE
                  DIST-REGION DELIMITED BY SPACE
                  '.man' DELIMITED BY SIZE
                  INTO WS-MAN-NAME.
           IF DIST-NIGHT-PASS
              MOVE WS-MAN-NAME TO GDG-FILE-NAME
              CALL 'PACGDG' USING GDG-PARM
              OPEN OUTPUT DIST-MAN-FILE
           ELSE
              OPEN EXTEND DIST-MAN-FILE
              IF MAN-FILE-STATUS = '05' OR '35'
                 OPEN OUTPUT DIST-MAN-FILE.

           IF NIGHT-IS-HOLIDAY
              DISPLAY 'PACDIST: ' NIGHT-YYMMDD ' IS A HOLIDAY PER '
                  WS-CAL-NAME ' -- NOTHING DUE'.
           PERFORM DISTRIBUTE-ONE-OUTPUT THRU
               DISTRIBUTE-ONE-OUTPUT-EXIT
               VARYING OUT-IDX FROM 1 BY 1
               UNTIL OUT-IDX > OUTPUT-COUNT.
           CLOSE DIST-MAN-FILE.

           MOVE DELIVERED-COUNT TO DIST-DELIVERED.
           COMPUTE DIST-MISSING = MISSING-COUNT + FAILED-COUNT.
           IF DIST-MISSING > 0 OR BAD-LINE-COUNT > 0
              SET DIST-SOME-MISSING TO TRUE
           ELSE
              SET DIST-ALL-DELIVERED TO TRUE.

       DONE.
           MOVE DIST-START-CCYY TO HIST-CCYY.
           MOVE DELIVERED-COUNT TO HIST-RECORDS.
           IF NOT DIST-ALL-DELIVERED
              MOVE 'FAILED' TO HIST-STATUS.
           CALL 'PACHIST' USING HIST-PARM.
           IF JOB-HAS-FAILED
              DISPLAY 'PACDIST: DISTRIBUTION NOT RUN'
              GOBACK.
           IF DIST-NO-LIST
              DISPLAY 'PACDIST: NO ' WS-LIST-NAME
                  ' -- NOTHING DISTRIBUTED'
              GOBACK.
           DISPLAY 'PACDIST: NIGHT ' NIGHT-YYMMDD ' PASS ' DIST-PASS
               ' -- ' DELIVERED-COUNT ' DELIVERED, ' MISSING-COUNT
               ' MISSING, ' FAILED-COUNT ' NOT DELIVERED, '
               HELD-COUNT ' HELD -- SEE ' WS-MAN-NAME.
           IF DIST-SOME-MISSING
              DISPLAY 'PACDIST: *** SEE TODAY''S ALERT FILE ***'.
           GOBACK.

      * ------------------------------------------------------------
      *      ONE OUTPUT LINE -- ONCE, OR ONCE PER YEAR IN THE RANGE.
      * ------------------------------------------------------------
       DISTRIBUTE-ONE-OUTPUT.
           IF DIST-NIGHT-PASS AND OT-WHEN (OUT-IDX) = 'M'
              GO TO DISTRIBUTE-ONE-OUTPUT-EXIT.
           IF DIST-MORNING-PASS AND OT-WHEN (OUT-IDX) NOT = 'M'
              GO TO DISTRIBUTE-ONE-OUTPUT-EXIT.

           SET OUTPUT-NOT-DUE TO TRUE.
           IF NIGHT-IS-WORKDAY
              EVALUATE OT-WHEN (OUT-IDX)
                  WHEN 'N'
                  WHEN 'M'
                      SET OUTPUT-IS-DUE TO TRUE
                  WHEN 'S'
                      PERFORM CHECK-STEP-SCHEDULED
                  WHEN OTHER
                      CONTINUE
              END-EVALUATE.

           MOVE 0 TO RECIPIENT-SCAN.
           SET RCP-IDX TO 1.
           SEARCH RECIPIENT-ENTRY
               WHEN RCP-IDX > RECIPIENT-COUNT
                  CONTINUE
               WHEN RP-RECIPIENT (RCP-IDX) = OT-RECIPIENT (OUT-IDX)
                  MOVE 1 TO RECIPIENT-SCAN
           END-SEARCH.
           IF RECIPIENT-SCAN = 0
              GO TO DISTRIBUTE-ONE-OUTPUT-EXIT.

           IF OT-NAMING (OUT-IDX) = 'Y' OR 'C'
              PERFORM DISTRIBUTE-ONE-INSTANCE THRU
                  DISTRIBUTE-ONE-INSTANCE-EXIT
                  VARYING WS-YEAR FROM DIST-START-CCYY BY 1
                  UNTIL WS-YEAR > DIST-END-CCYY
           ELSE
              MOVE 0 TO WS-YEAR
              PERFORM DISTRIBUTE-ONE-INSTANCE THRU
                  DISTRIBUTE-ONE-INSTANCE-EXIT.
       DISTRIBUTE-ONE-OUTPUT-EXIT. EXIT.

       CHECK-STEP-SCHEDULED.
           IF CALENDAR-MISSING
              SET OUTPUT-IS-DUE TO TRUE
           ELSE
              SET SCHED-IDX TO 1
              SEARCH SCHED-STEP
                  WHEN SCHED-IDX > SCHED-COUNT
                     CONTINUE
                  WHEN SCHED-STEP (SCHED-IDX) = OT-STEP (OUT-IDX)
                     SET OUTPUT-IS-DUE TO TRUE
              END-SEARCH.

       DISTRIBUTE-ONE-INSTANCE.
           MOVE WS-YEAR TO TARGET-CCYY-DISPLAY.
           MOVE SPACES TO BASE-NAME.
           EVALUATE OT-NAMING (OUT-IDX)
               WHEN 'Y'
                   STRING OT-STEM (OUT-IDX) DELIMITED BY SPACE
                          DIST-REGION DELIMITED BY SPACE
                          TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                          OT-EXT (OUT-IDX) DELIMITED BY SPACE
                          INTO BASE-NAME
               WHEN 'C'
                   STRING OT-STEM (OUT-IDX) DELIMITED BY SPACE
                          TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                          OT-EXT (OUT-IDX) DELIMITED BY SPACE
                          INTO BASE-NAME
               WHEN 'R'
                   STRING OT-STEM (OUT-IDX) DELIMITED BY SPACE
                          DIST-REGION DELIMITED BY SPACE
                          OT-EXT (OUT-IDX) DELIMITED BY SPACE
                          INTO BASE-NAME
               WHEN OTHER
                   STRING OT-STEM (OUT-IDX) DELIMITED BY SPACE
                          OT-EXT (OUT-IDX) DELIMITED BY SPACE
                          INTO BASE-NAME
           END-EVALUATE.

           SET INSTANCE-NOT-DUE TO TRUE.
           IF OUTPUT-IS-DUE
              SET INSTANCE-IS-DUE TO TRUE
              IF WS-YEAR NOT = 0
                 PERFORM CHECK-YEAR-HOLD THRU CHECK-YEAR-HOLD-EXIT
                 IF YEAR-IS-HELD
                    SET INSTANCE-NOT-DUE TO TRUE.

           MOVE SPACES TO DIST-MAN-RECORD.
           MOVE DIST-PASS       TO MAN-PASS.
           MOVE NIGHT-YYMMDD    TO MAN-NIGHT.
           MOVE RUN-TIME        TO MAN-TIME.
           MOVE RP-RECIPIENT (RCP-IDX) TO MAN-RECIPIENT.
           MOVE BASE-NAME       TO MAN-FILE.
           MOVE 0 TO MAN-LINES.
           MOVE 0 TO MAN-CHECKSUM.
           MOVE 0 TO MAN-FILE-DATE.

           MOVE BASE-NAME TO WS-SRC-NAME.
           PERFORM CHECK-FRESH.
           IF FILE-IS-FRESH
              MOVE FILE-CCYYMMDD TO MAN-FILE-DATE
              PERFORM COPY-ONE-FILE THRU COPY-ONE-FILE-EXIT
              MOVE LINES-WRITTEN TO MAN-LINES
              MOVE CHECK-ACCUM   TO MAN-CHECKSUM
              IF COPY-HAS-FAILED
                 SET MAN-COPY-FAILED TO TRUE
                 ADD 1 TO FAILED-COUNT
                 MOVE SPACES TO ALERT-TEXT
                 STRING BASE-NAME DELIMITED BY SPACE
                        ' NOT DELIVERED TO ' DELIMITED BY SIZE
                        RP-RECIPIENT (RCP-IDX) DELIMITED BY SPACE
                        INTO ALERT-TEXT
                 PERFORM RAISE-ALERT
              ELSE
                 SET MAN-DELIVERED TO TRUE
                 ADD 1 TO DELIVERED-COUNT
              END-IF
              GO TO DISTRIBUTE-ONE-INSTANCE-WRITE.

      *      AN INTERFACE FILE PACANOM HELD WAS WRITTEN UNDER .hld.
           MOVE 0 TO EXT-TALLY.
           INSPECT BASE-NAME TALLYING EXT-TALLY FOR ALL '.dat'.
           IF EXT-TALLY > 0
              MOVE BASE-NAME TO HELD-NAME
              INSPECT HELD-NAME REPLACING FIRST '.dat' BY '.hld'
              MOVE HELD-NAME TO WS-SRC-NAME
              PERFORM CHECK-FRESH
              IF FILE-IS-FRESH
                 MOVE FILE-CCYYMMDD TO MAN-FILE-DATE
                 SET MAN-HELD TO TRUE
                 ADD 1 TO HELD-COUNT
                 GO TO DISTRIBUTE-ONE-INSTANCE-WRITE.

           IF INSTANCE-IS-DUE
              SET MAN-MISSING TO TRUE
              ADD 1 TO MISSING-COUNT
              DISPLAY 'PACDIST: ' BASE-NAME ' DUE FOR '
                  RP-RECIPIENT (RCP-IDX) ' BUT NOT PRODUCED'
              PERFORM ALERT-MISSING-ONCE
           ELSE
              SET MAN-NOT-DUE TO TRUE
              ADD 1 TO NOT-DUE-COUNT.

       DISTRIBUTE-ONE-INSTANCE-WRITE.
           WRITE DIST-MAN-RECORD.
       DISTRIBUTE-ONE-INSTANCE-EXIT. EXIT.

      *      A FILE COUNTS AS TONIGHT'S ONLY IF IT WAS WRITTEN ON OR
      *      AFTER THE NIGHT'S DATE; LAST WEEK'S COPY LYING IN THE
      *      DIRECTORY IS NOT A DELIVERY.
       CHECK-FRESH.
           SET FILE-NOT-FRESH TO TRUE.
           MOVE 0 TO FILE-CCYYMMDD.
           CALL 'CBL_CHECK_FILE_EXIST' USING WS-SRC-NAME
                                             CHECK-FILE-DETAILS.
           IF RETURN-CODE NOT = ZERO
              MOVE 0 TO RETURN-CODE
           ELSE
              COMPUTE FILE-CCYYMMDD = CHECK-FILE-YEAR * 10000
                  + CHECK-FILE-MONTH * 100 + CHECK-FILE-DAY
              IF FILE-CCYYMMDD NOT < NIGHT-CCYYMMDD
                 SET FILE-IS-FRESH TO TRUE.

       ALERT-MISSING-ONCE.
           MOVE 0 TO ALERTED-SCAN.
           SET ALERTED-IDX TO 1.
           SEARCH ALERTED-NAME
               WHEN ALERTED-IDX > ALERTED-COUNT
                  CONTINUE
               WHEN ALERTED-NAME (ALERTED-IDX) = BASE-NAME
                  MOVE 1 TO ALERTED-SCAN
           END-SEARCH.
           IF ALERTED-SCAN = 0
              IF ALERTED-COUNT < 100
                 ADD 1 TO ALERTED-COUNT
                 MOVE BASE-NAME TO ALERTED-NAME (ALERTED-COUNT)
              END-IF
              MOVE SPACES TO ALERT-TEXT
              STRING BASE-NAME DELIMITED BY SPACE
                     ' DUE TONIGHT, NOT PRODUCED' DELIMITED BY SIZE
                     INTO ALERT-TEXT
              PERFORM RAISE-ALERT.

      * ------------------------------------------------------------
      *      THE COPY ITSELF -- LINE FOR LINE INTO THE OUTBOX.
      * ------------------------------------------------------------
       COPY-ONE-FILE.
           SET COPY-IS-CLEAN TO TRUE.
           MOVE 0 TO LINES-WRITTEN.
           MOVE 0 TO CHECK-ACCUM.
           MOVE SPACES TO WS-OUT-NAME.
           STRING RP-OUTBOX (RCP-IDX) DELIMITED BY SPACE
                  '/' DELIMITED BY SIZE
                  BASE-NAME DELIMITED BY SPACE
                  INTO WS-OUT-NAME.
           OPEN INPUT DIST-SRC-FILE.
           IF SRC-FILE-STATUS NOT = '00'
              DISPLAY 'PACDIST: ' WS-SRC-NAME ' WILL NOT OPEN --'
                  ' STATUS ' SRC-FILE-STATUS
              SET COPY-HAS-FAILED TO TRUE
              GO TO COPY-ONE-FILE-EXIT.
           OPEN OUTPUT DIST-OUT-FILE.
           IF OUT-FILE-STATUS NOT = '00'
              DISPLAY 'PACDIST: OUTBOX FILE ' WS-OUT-NAME
                  ' WILL NOT OPEN -- STATUS ' OUT-FILE-STATUS
              CLOSE DIST-SRC-FILE
              SET COPY-HAS-FAILED TO TRUE
              GO TO COPY-ONE-FILE-EXIT.
           SET COPY-NOT-AT-EOF TO TRUE.
           PERFORM COPY-ONE-LINE THRU COPY-ONE-LINE-EXIT
               UNTIL COPY-AT-EOF OR COPY-HAS-FAILED.
           CLOSE DIST-SRC-FILE.
           CLOSE DIST-OUT-FILE.
       COPY-ONE-FILE-EXIT. EXIT.

       COPY-ONE-LINE.
           READ DIST-SRC-FILE
               AT END
                  SET COPY-AT-EOF TO TRUE
                  GO TO COPY-ONE-LINE-EXIT.
           MOVE DIST-SRC-RECORD TO DIST-OUT-RECORD.
           WRITE DIST-OUT-RECORD.
           IF OUT-FILE-STATUS NOT = '00'
              DISPLAY 'PACDIST: WRITE TO ' WS-OUT-NAME
                  ' FAILED -- STATUS ' OUT-FILE-STATUS
              SET COPY-HAS-FAILED TO TRUE
              GO TO COPY-ONE-LINE-EXIT.
           MOVE DIST-SRC-RECORD TO CHECKSUM-LINE.
           PERFORM ADD-LINE-CHECKSUM.
       COPY-ONE-LINE-EXIT. EXIT.

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
      *      THE DISTRIBUTION LIST.
      * ------------------------------------------------------------
       LOAD-DIST-LIST.
           SET INPUT-NOT-AT-EOF TO TRUE.
           OPEN INPUT DIST-LIST-FILE.
           IF LIST-FILE-STATUS NOT = '00'
              SET DIST-NO-LIST TO TRUE
              GO TO LOAD-DIST-LIST-EXIT.
           PERFORM LOAD-ONE-LIST-LINE THRU LOAD-ONE-LIST-LINE-EXIT
               UNTIL INPUT-AT-EOF.
           CLOSE DIST-LIST-FILE.
      *      RECIPIENT LINES MAY COME AFTER THE OUTPUT LINES THAT
      *      NAME THEM, SO THE CROSS-CHECK WAITS FOR THE WHOLE LIST.
           PERFORM CHECK-ONE-OUTPUT-RECIPIENT
               VARYING OUT-IDX FROM 1 BY 1
               UNTIL OUT-IDX > OUTPUT-COUNT.
           IF RECIPIENT-COUNT = 0 OR OUTPUT-COUNT = 0
              SET DIST-NO-LIST TO TRUE.
       LOAD-DIST-LIST-EXIT. EXIT.

       LOAD-ONE-LIST-LINE.
           READ DIST-LIST-FILE
               AT END
                  SET INPUT-AT-EOF TO TRUE
                  GO TO LOAD-ONE-LIST-LINE-EXIT.
           ADD 1 TO LIST-LINE-NUMBER.
           IF DIST-LIST-RECORD = SPACES
              OR DST-TYPE = '*'
              GO TO LOAD-ONE-LIST-LINE-EXIT.
           IF DST-IS-RECIPIENT
              IF DSP-RECIPIENT = SPACES
                 OR DSP-OUTBOX = SPACES
                 OR RECIPIENT-COUNT NOT < 50
                 GO TO LOAD-ONE-LIST-LINE-BAD
              ELSE
                 ADD 1 TO RECIPIENT-COUNT
                 SET RCP-IDX TO RECIPIENT-COUNT
                 MOVE DSP-RECIPIENT TO RP-RECIPIENT (RCP-IDX)
                 MOVE DSP-OUTBOX    TO RP-OUTBOX (RCP-IDX)
                 GO TO LOAD-ONE-LIST-LINE-EXIT.
           IF NOT DST-IS-OUTPUT
              OR DSO-STEM = SPACES
              OR NOT DSO-VALID-NAMING
              OR DSO-EXT = SPACES
              OR DSO-RECIPIENT = SPACES
              OR NOT DSO-VALID-WHEN
              OR OUTPUT-COUNT NOT < 200
              GO TO LOAD-ONE-LIST-LINE-BAD.
           IF DSO-DUE-WHEN-SCHEDULED AND DSO-STEP = SPACES
              GO TO LOAD-ONE-LIST-LINE-BAD.
           ADD 1 TO OUTPUT-COUNT.
           SET OUT-IDX TO OUTPUT-COUNT.
           MOVE DSO-STEM      TO OT-STEM (OUT-IDX).
           MOVE DSO-NAMING    TO OT-NAMING (OUT-IDX).
           MOVE DSO-EXT       TO OT-EXT (OUT-IDX).
           MOVE DSO-RECIPIENT TO OT-RECIPIENT (OUT-IDX).
           MOVE DSO-WHEN      TO OT-WHEN (OUT-IDX).
           MOVE DSO-STEP      TO OT-STEP (OUT-IDX).
           GO TO LOAD-ONE-LIST-LINE-EXIT.

       LOAD-ONE-LIST-LINE-BAD.
           ADD 1 TO BAD-LINE-COUNT.
           DISPLAY 'PACDIST: ' WS-LIST-NAME ' LINE ' LIST-LINE-NUMBER
               ' WILL NOT DO -- LEFT OUT'.
           MOVE SPACES TO ALERT-TEXT.
           STRING WS-LIST-NAME DELIMITED BY SPACE
                  ' LINE ' DELIMITED BY SIZE
                  LIST-LINE-NUMBER DELIMITED BY SIZE
                  ' LEFT OUT' DELIMITED BY SIZE
                  INTO ALERT-TEXT.
           MOVE 0 TO WS-YEAR.
           PERFORM RAISE-ALERT.
       LOAD-ONE-LIST-LINE-EXIT. EXIT.

       CHECK-ONE-OUTPUT-RECIPIENT.
           MOVE 0 TO RECIPIENT-SCAN.
           SET RCP-IDX TO 1.
           SEARCH RECIPIENT-ENTRY
               WHEN RCP-IDX > RECIPIENT-COUNT
                  CONTINUE
               WHEN RP-RECIPIENT (RCP-IDX) = OT-RECIPIENT (OUT-IDX)
                  MOVE 1 TO RECIPIENT-SCAN
           END-SEARCH.
           IF RECIPIENT-SCAN = 0
              ADD 1 TO BAD-LINE-COUNT
              DISPLAY 'PACDIST: ' OT-STEM (OUT-IDX) OT-EXT (OUT-IDX)
                  ' GOES TO ' OT-RECIPIENT (OUT-IDX)
                  ' WHO HAS NO P LINE -- LEFT OUT'
              MOVE SPACES TO ALERT-TEXT
              STRING 'NO OUTBOX FOR ' DELIMITED BY SIZE
                     OT-RECIPIENT (OUT-IDX) DELIMITED BY SPACE
                     ' ON ' DELIMITED BY SIZE
                     WS-LIST-NAME DELIMITED BY SPACE
                     INTO ALERT-TEXT
              MOVE 0 TO WS-YEAR
              PERFORM RAISE-ALERT.

      * ------------------------------------------------------------
      *      THE NIGHT -- pacjobs.his AND pacrun.cal.
      * ------------------------------------------------------------
       FIND-LAST-DRIVE-NIGHT.
           MOVE 0 TO NIGHT-YYMMDD.
           SET INPUT-NOT-AT-EOF TO TRUE.
           OPEN INPUT DIST-HIS-FILE.
           IF HIS-FILE-STATUS NOT = '00'
              GO TO FIND-LAST-DRIVE-NIGHT-EXIT.
           PERFORM READ-ONE-HISTORY-ROW THRU READ-ONE-HISTORY-ROW-EXIT
               UNTIL INPUT-AT-EOF.
           CLOSE DIST-HIS-FILE.
       FIND-LAST-DRIVE-NIGHT-EXIT. EXIT.

       READ-ONE-HISTORY-ROW.
           READ DIST-HIS-FILE
               AT END
                  SET INPUT-AT-EOF TO TRUE
                  GO TO READ-ONE-HISTORY-ROW-EXIT.
           IF HIS-PROGRAM = 'PACDRIVE'
              AND HIS-DATE NUMERIC
              MOVE HIS-DATE TO NIGHT-YYMMDD.
       READ-ONE-HISTORY-ROW-EXIT. EXIT.

       READ-RUN-CALENDAR.
           SET INPUT-NOT-AT-EOF TO TRUE.
           OPEN INPUT DIST-CAL-FILE.
           IF CAL-FILE-STATUS NOT = '00'
              GO TO READ-RUN-CALENDAR-EXIT.
           SET CALENDAR-PRESENT TO TRUE.
           PERFORM LOAD-ONE-CAL-LINE THRU LOAD-ONE-CAL-LINE-EXIT
               UNTIL INPUT-AT-EOF.
           CLOSE DIST-CAL-FILE.
       READ-RUN-CALENDAR-EXIT. EXIT.

       LOAD-ONE-CAL-LINE.
           READ DIST-CAL-FILE
               AT END
                  SET INPUT-AT-EOF TO TRUE
                  GO TO LOAD-ONE-CAL-LINE-EXIT.
           EVALUATE CAL-TYPE
               WHEN 'H'
                   IF CAL-DATE NUMERIC
                      AND CAL-DATE = NIGHT-CCYYMMDD
                      SET NIGHT-IS-HOLIDAY TO TRUE
                   END-IF
               WHEN 'S'
                   IF CAL-DATE NUMERIC
                      AND CAL-DATE = NIGHT-CCYYMMDD
                      AND SCHED-COUNT < 20
                      ADD 1 TO SCHED-COUNT
                      MOVE CAL-NAME TO SCHED-STEP (SCHED-COUNT)
                   END-IF
               WHEN 'Y'
                   PERFORM LOAD-YEAR-HOLD-LINE THRU
                       LOAD-YEAR-HOLD-LINE-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       LOAD-ONE-CAL-LINE-EXIT. EXIT.

       LOAD-YEAR-HOLD-LINE.
           IF CAL-CCYY NOT NUMERIC OR CAL-CCYY = 0
              GO TO LOAD-YEAR-HOLD-LINE-EXIT.
           MOVE 0 TO HOLD-SCAN.
           PERFORM FIND-HOLD-ENTRY
               VARYING HOLD-IDX FROM 1 BY 1
               UNTIL HOLD-IDX > HOLD-COUNT OR HOLD-SCAN > 0.
           IF HOLD-SCAN = 0
              IF HOLD-COUNT < 50
                 ADD 1 TO HOLD-COUNT
                 MOVE HOLD-COUNT TO HOLD-SCAN
                 SET HOLD-IDX TO HOLD-COUNT
                 MOVE CAL-CCYY TO HOLD-CCYY (HOLD-IDX)
              ELSE
                 GO TO LOAD-YEAR-HOLD-LINE-EXIT.
           SET HOLD-IDX TO HOLD-SCAN.
           IF CAL-NAME (1:4) = 'HOLD'
              MOVE 'H' TO HOLD-STATE (HOLD-IDX)
           ELSE
              MOVE 'R' TO HOLD-STATE (HOLD-IDX).
       LOAD-YEAR-HOLD-LINE-EXIT. EXIT.

       FIND-HOLD-ENTRY.
           IF HOLD-CCYY (HOLD-IDX) = CAL-CCYY
              SET HOLD-SCAN TO HOLD-IDX.

       CHECK-YEAR-HOLD.
           SET YEAR-NOT-HELD TO TRUE.
           MOVE 0 TO HOLD-SCAN.
           PERFORM FIND-HOLD-FOR-YEAR
               VARYING HOLD-IDX FROM 1 BY 1
               UNTIL HOLD-IDX > HOLD-COUNT.
           IF HOLD-SCAN > 0
              SET HOLD-IDX TO HOLD-SCAN
              IF HOLD-STATE (HOLD-IDX) = 'H'
                 SET YEAR-IS-HELD TO TRUE.
       CHECK-YEAR-HOLD-EXIT. EXIT.

       FIND-HOLD-FOR-YEAR.
           IF HOLD-CCYY (HOLD-IDX) = WS-YEAR
              SET HOLD-SCAN TO HOLD-IDX.

       RAISE-ALERT.
           MOVE SPACES TO WS-ALERT-NAME.
           STRING 'alrt' DELIMITED BY SIZE
                  RUN-YYMMDD DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
                  INTO WS-ALERT-NAME.
           MOVE SPACES     TO ALERT-RECORD.
           MOVE WS-YEAR    TO AL-CCYY.
           MOVE 'PACDIST'  TO AL-STAGE.
           MOVE ALERT-TEXT TO AL-MESSAGE.
           OPEN EXTEND DIST-ALERT-FILE.
           IF ALERT-FILE-STATUS = '05' OR '35'
              OPEN OUTPUT DIST-ALERT-FILE.
           WRITE ALERT-RECORD.
           CLOSE DIST-ALERT-FILE.
