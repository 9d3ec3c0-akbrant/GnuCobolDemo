       ID DIVISION.
       PROGRAM-ID.  PACCHNV.
       AUTHOR.  Oliphant .
       DATE-WRITTEN. OCTOBER 15, 2026.
       DATE-COMPILED.
       REMARKS.  HASH-CHAIN VERIFIER.  THE SEAL PACCLOSE PUTS ON A
           CLOSED YEAR'S JOURNAL STOPS THE SUITE WRITING TO IT, BUT
           NOTHING SHOWED WHEN SOMEONE EDITED A JOURNAL OR A CATALOG
           WITH A TEXT EDITOR.  EVERY LINE APPENDED TO THOSE FILES
           NOW CARRIES A LINK IN A RUNNING HASH CHAIN (PACCHAIN), AND
           THIS PROGRAM WALKS THE CHAINS: pacerr.jnl, pacclose.cat,
           pacarch.cat, THE AUTHORIZATION LOG pacauth.log, AND THE
           CHANGE JOURNAL jrnCCYY.dat AND THE POST-CLOSE ADJUSTMENT
           LEDGER adjCCYY.dat OF EVERY YEAR IN THE RANGE FOR THE ONE
           REGION ASKED FOR.  EACH LINE'S
           LINK IS RECOMPUTED FROM THE LINE AND THE LINK BEFORE IT;
           THE FIRST LINE WHOSE LINK DOES NOT FOLLOW -- AN EDITED
           LINE, OR ONE ADDED OR TAKEN OUT ABOVE IT -- IS THE FIRST
           BROKEN LINK, AND IS REPORTED BY LINE NUMBER.  A LINE WITH
           NO LINK AFTER CHAINED LINES IS A BREAK (ONLY LINES WRITTEN
           BEFORE THE CHAIN EXISTED MAY LACK ONE, AND THEY ALL COME
           FIRST); SO IS A FILE WHOSE LAST LINK OR LINE COUNT DISAGREES
           WITH ITS <name>.chn HEAD (A TAIL CUT OFF OR ADDED BY HAND),
           A CHAINED FILE WITH NO HEAD, AND A HEAD WITH NO FILE.
           THE RESULTS GO TO pacchainN.rpt, ONE LINE PER FILE, AND
           CHNV-RESULT COMES BACK 'G' WHEN EVERY CHAIN IS WHOLE OR 'B'
           WHEN ANY IS BROKEN -- PACCLOSE REFUSES TO CERTIFY AND THE
           NIGHTLY PACDRIVE RUN FAILS ON A 'B'.  ZERO YEARS MEAN 2013
           (THE SUITE'S FIRST YEAR) THROUGH THE CURRENT YEAR.
           READ-ONLY THROUGHOUT -- A BROKEN CHAIN IS NEVER MENDED
           HERE; SOMEONE HAS TO FIND OUT WHY IT BROKE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. COMPAQ-DESKPRO-286.
       OBJECT-COMPUTER. ANY-COMPAQ-COMPATABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHNV-DATA-FILE ASSIGN TO WS-DATA-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DATA-FILE-STATUS.
           SELECT CHNV-HEAD-FILE ASSIGN TO WS-HEAD-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HEAD-FILE-STATUS.
           SELECT CHNV-RPT-FILE ASSIGN TO WS-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *      THE WIDEST CHAINED LINE IS THE JOURNAL'S (PACJRN.COB,
      *      255 DATA BYTES AND THE LINK).  SHORTER LINES READ BACK
      *      SPACE-FILLED.
       FD  CHNV-DATA-FILE.
       01  CHNV-DATA-RECORD            PIC X(265).
       FD  CHNV-HEAD-FILE.
       01  CHNV-HEAD-RECORD.
           05  HEAD-COUNT              PIC 9(08).
           05  FILLER                  PIC X(01).
           05  HEAD-VALUE              PIC 9(09).
       FD  CHNV-RPT-FILE.
       01  CHNV-RPT-RECORD             PIC X(80).
*      WORKING-STORAGE SECTION.
       01  WS-DATA-NAME          PIC X(32).
       01  DATA-FILE-STATUS      PIC X(2).
       01  WS-HEAD-NAME          PIC X(40).
       01  HEAD-FILE-STATUS      PIC X(2).
       01  WS-RPT-NAME           PIC X(32).
       01  RPT-FILE-STATUS       PIC X(2).
       01  DATA-EOF-SW           PIC X VALUE 'N'.
           88  DATA-AT-EOF              VALUE 'Y'.
           88  DATA-NOT-AT-EOF          VALUE 'N'.

       01  CHECK-FILE-DETAILS.
           05  CHECK-FILE-SIZE     PIC X(8) COMP-X.
           05  CHECK-FILE-DAY      PIC X    COMP-X.
           05  CHECK-FILE-MONTH    PIC X    COMP-X.
           05  CHECK-FILE-YEAR     PIC XX   COMP-X.
           05  CHECK-FILE-HOUR     PIC X    COMP-X.
           05  CHECK-FILE-MINUTE   PIC X    COMP-X.
           05  CHECK-FILE-SECOND   PIC X    COMP-X.
           05  CHECK-FILE-HUNDREDTH PIC X   COMP-X.

      *      HASH-ONLY REQUESTS TO THE SHARED CHAIN ROUTINE, SO THE
      *      LINKS ARE RECOMPUTED BY THE SAME CODE THAT WROTE THEM
      *      (PACCHAIN HAS NO SEPARATE COPYBOOK FOR ITS PARAMETER).
       01  CHAIN-PARM.
           05  CHN-REQUEST            PIC X(01).
           05  CHN-FILE-NAME          PIC X(32).
           05  CHN-LENGTH             PIC 9(03).
           05  CHN-LINE               PIC X(255).
           05  CHN-VALUE              PIC 9(09).
           05  CHN-COUNT              PIC 9(08).
           05  CHN-RESULT             PIC X(01).

       01  TARGET-CCYY-DISPLAY   PIC 9(4) VALUE 0.
       01  WS-YEAR               PIC 9(04) VALUE 0.
       01  FIRST-PAC-CCYY        PIC 9(04) VALUE 2013.
       01  RUN-YYMMDD            PIC 9(06) VALUE 0.
       01  START-CCYY            PIC 9(04) VALUE 0.
       01  END-CCYY              PIC 9(04) VALUE 0.

      *      ONE FILE'S WALK.  DATA-LENGTH IS THE FILE'S DATA BYTES
      *      (87 pacerr.jnl, 65 pacclose.cat, 58 pacarch.cat, 150
      *      pacauth.log, 255 A JOURNAL); THE LINK FOLLOWS ONE SPACE
      *      AFTER THEM.
       01  DATA-LENGTH           PIC 9(03) VALUE 0.
       01  LINK-START            PIC 9(03) VALUE 0.
       01  ALWAYS-LISTED-SW      PIC X VALUE 'N'.
           88  FILE-ALWAYS-LISTED       VALUE 'Y'.
           88  FILE-LISTED-IF-PRESENT   VALUE 'N'.
       01  HEAD-STATE-SW         PIC X VALUE 'N'.
           88  HEAD-IS-PRESENT          VALUE 'Y'.
           88  HEAD-IS-MISSING          VALUE 'N'.
           88  HEAD-IS-UNREADABLE       VALUE 'U'.
       01  FILE-STATE-SW         PIC X VALUE 'W'.
           88  FILE-IS-WHOLE            VALUE 'W'.
           88  FILE-IS-BROKEN           VALUE 'B'.
           88  FILE-IS-ABSENT           VALUE 'A'.
       01  HELD-HEAD-COUNT       PIC 9(08) VALUE 0.
       01  HELD-HEAD-VALUE       PIC 9(09) VALUE 0.
       01  LINE-NUMBER           PIC 9(08) VALUE 0.
       01  UNCHAINED-LINES       PIC 9(08) VALUE 0.
       01  CHAINED-LINES         PIC 9(08) VALUE 0.
       01  PRIOR-LINK            PIC 9(09) VALUE 0.
       01  BREAK-LINE            PIC 9(08) VALUE 0.
       01  BREAK-REASON          PIC X(40) VALUE SPACES.
       01  LINE-LINK-TEXT        PIC X(09).
       01  LINE-LINK REDEFINES LINE-LINK-TEXT PIC 9(09).

       01  FILES-CHECKED         PIC 9(04) VALUE 0.
       01  FILES-BROKEN          PIC 9(04) VALUE 0.
       01  LINES-WALKED          PIC 9(08) VALUE 0.

       01  CHNV-HEADER-LINE.
           05  FILLER             PIC X(32) VALUE
               'PAC HASH CHAIN VERIFICATION     '.
           05  FILLER             PIC X(07) VALUE 'REGION '.
           05  CH-REGION          PIC X(02).
           05  FILLER             PIC X(09) VALUE '  YEARS  '.
           05  CH-START           PIC 9(04).
           05  FILLER             PIC X(03) VALUE ' - '.
           05  CH-END             PIC 9(04).
           05  FILLER             PIC X(19) VALUE SPACES.
       01  CHNV-COLUMN-LINE.
           05  FILLER             PIC X(40) VALUE
               'FILE                    LINES UNCHAINED '.
           05  FILLER             PIC X(40) VALUE
               '  CHAINED  RESULT                       '.
       01  CHNV-BLANK-LINE        PIC X(80) VALUE SPACES.
       01  CHNV-DETAIL-LINE.
           05  CD-FILE            PIC X(20).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CD-LINES           PIC ZZZZZZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  CD-UNCHAINED       PIC ZZZZZZZ9.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CD-CHAINED         PIC ZZZZZZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  CD-RESULT          PIC X(30).
       01  CHNV-BREAK-LINE.
           05  FILLER             PIC X(23) VALUE
               '    FIRST BREAK AT LINE'.
           05  CB-LINE            PIC ZZZZZZZ9.
           05  FILLER             PIC X(02) VALUE ': '.
           05  CB-REASON          PIC X(40).
           05  FILLER             PIC X(07) VALUE SPACES.
       01  CHNV-TRAILER-LINE.
           05  FILLER             PIC X(15) VALUE 'FILES CHECKED  '.
           05  CT-CHECKED         PIC ZZZ9.
           05  FILLER             PIC X(10) VALUE '  BROKEN  '.
           05  CT-BROKEN          PIC ZZZ9.
           05  FILLER             PIC X(17) VALUE '  LINES WALKED  '.
           05  CT-LINES           PIC ZZZZZZZ9.
           05  FILLER             PIC X(22) VALUE SPACES.
       01  CHNV-VERDICT-LINE      PIC X(80) VALUE SPACES.
       01  CHNV-BROKEN-TEXT.
           05  FILLER             PIC X(40) VALUE
               '*** HASH CHAIN BROKEN -- A FILE ABOVE HA'.
           05  FILLER             PIC X(40) VALUE
               'S BEEN CHANGED OUTSIDE THE SUITE ***    '.

      *      RUN-HISTORY HOOK -- START-TIME STAMP CAPTURED AT A000,
      *      ONE PACHIST ROW APPENDED AT END OF JOB (PACHIST HAS NO
      *      SEPARATE COPYBOOK FOR ITS PARAMETER).
       01  HIST-PARM.
           05  HIST-PROGRAM       PIC X(08) VALUE 'PACCHNV'.
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

      *      REPORT GENERATION ROTATOR (PACGDG HAS NO SEPARATE
      *      COPYBOOK FOR ITS PARAMETER).
       01  GDG-PARM.
           05  GDG-FILE-NAME        PIC X(32).

       LINKAGE SECTION.
       01  CHNV-PARM.
           05  CHNV-START-CCYY    PIC 9(04).
           05  CHNV-END-CCYY      PIC 9(04).

      *      REGION CODE -- SPACES = THE HISTORIC SINGLE-REGION
      *      FILE SET (pacCCYY.btr); OTHERWISE QUALIFIES EVERY
      *      PER-YEAR FILE NAME THE RUN TOUCHES.
           05  CHNV-REGION        PIC X(02).
      *      'G' EVERY CHAIN WHOLE; 'B' AT LEAST ONE BROKEN.
           05  CHNV-RESULT        PIC X(01).
               88  CHNV-ALL-WHOLE        VALUE 'G'.
               88  CHNV-CHAIN-BROKEN     VALUE 'B'.
           05  CHNV-FILES         PIC 9(04).
           05  CHNV-BROKEN        PIC 9(04).
       PROCEDURE DIVISION USING CHNV-PARM.
       A000-BEGIN.
           CALL 'DOS_GET_TIME' USING HIST-START-STAMP.
           ACCEPT RUN-YYMMDD FROM DATE.
           MOVE 0 TO FILES-CHECKED FILES-BROKEN LINES-WALKED.
           MOVE 'GOOD' TO HIST-STATUS.
           MOVE CHNV-START-CCYY TO START-CCYY.
           MOVE CHNV-END-CCYY   TO END-CCYY.
           IF START-CCYY = ZERO
              MOVE FIRST-PAC-CCYY TO START-CCYY.
           IF END-CCYY = ZERO
              COMPUTE END-CCYY = 2000 + RUN-YYMMDD / 10000.
           MOVE SPACES TO WS-RPT-NAME.
           STRING 'pacchain' DELIMITED BY SIZE
                  CHNV-REGION DELIMITED BY SPACE
                  '.rpt' DELIMITED BY SIZE
                  INTO WS-RPT-NAME.

           MOVE WS-RPT-NAME TO GDG-FILE-NAME.
           CALL 'PACGDG' USING GDG-PARM.
           OPEN OUTPUT CHNV-RPT-FILE.
           MOVE CHNV-REGION TO CH-REGION.
           MOVE START-CCYY  TO CH-START.
           MOVE END-CCYY    TO CH-END.
           WRITE CHNV-RPT-RECORD FROM CHNV-HEADER-LINE.
           WRITE CHNV-RPT-RECORD FROM CHNV-BLANK-LINE.
           WRITE CHNV-RPT-RECORD FROM CHNV-COLUMN-LINE.

      *      THE FOUR SUITE-WIDE FILES ARE ALWAYS LISTED, PRESENT OR
      *      NOT; A YEAR WITH NO JOURNAL IS SIMPLY PASSED OVER.
           SET FILE-ALWAYS-LISTED TO TRUE.
           MOVE 'pacerr.jnl' TO WS-DATA-NAME.
           MOVE 87 TO DATA-LENGTH.
           PERFORM CHECK-ONE-FILE THRU CHECK-ONE-FILE-EXIT.
           MOVE 'pacclose.cat' TO WS-DATA-NAME.
           MOVE 65 TO DATA-LENGTH.
           PERFORM CHECK-ONE-FILE THRU CHECK-ONE-FILE-EXIT.
           MOVE 'pacarch.cat' TO WS-DATA-NAME.
           MOVE 58 TO DATA-LENGTH.
           PERFORM CHECK-ONE-FILE THRU CHECK-ONE-FILE-EXIT.
           MOVE 'pacauth.log' TO WS-DATA-NAME.
           MOVE 150 TO DATA-LENGTH.
           PERFORM CHECK-ONE-FILE THRU CHECK-ONE-FILE-EXIT.

           SET FILE-LISTED-IF-PRESENT TO TRUE.
           MOVE START-CCYY TO WS-YEAR.
           PERFORM CHECK-ONE-JOURNAL
               UNTIL WS-YEAR > END-CCYY.

           WRITE CHNV-RPT-RECORD FROM CHNV-BLANK-LINE.
           MOVE FILES-CHECKED TO CT-CHECKED.
           MOVE FILES-BROKEN  TO CT-BROKEN.
           MOVE LINES-WALKED  TO CT-LINES.
           WRITE CHNV-RPT-RECORD FROM CHNV-TRAILER-LINE.
           IF FILES-BROKEN > 0
              MOVE CHNV-BROKEN-TEXT TO CHNV-VERDICT-LINE
           ELSE
              MOVE 'EVERY HASH CHAIN IS WHOLE' TO CHNV-VERDICT-LINE.
           WRITE CHNV-RPT-RECORD FROM CHNV-VERDICT-LINE.
           CLOSE CHNV-RPT-FILE.

           MOVE FILES-CHECKED TO CHNV-FILES.
           MOVE FILES-BROKEN  TO CHNV-BROKEN.
           IF FILES-BROKEN > 0
              SET CHNV-CHAIN-BROKEN TO TRUE
              DISPLAY 'PACCHNV: *** HASH CHAIN BROKEN IN ' FILES-BROKEN
                  ' FILE(S) -- SEE ' WS-RPT-NAME ' ***'
           ELSE
              SET CHNV-ALL-WHOLE TO TRUE
              DISPLAY 'PACCHNV: ' FILES-CHECKED ' FILE(S), '
                  LINES-WALKED ' LINE(S) -- EVERY CHAIN WHOLE'.

           MOVE START-CCYY   TO HIST-CCYY.
           MOVE LINES-WALKED TO HIST-RECORDS.
           IF FILES-BROKEN > 0
              MOVE 'FAILED' TO HIST-STATUS.
           CALL 'PACHIST' USING HIST-PARM.
           IF FILES-BROKEN > 0
              MOVE 1 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE.
           GOBACK.

       CHECK-ONE-JOURNAL.
           MOVE WS-YEAR TO TARGET-CCYY-DISPLAY.
           MOVE SPACES TO WS-DATA-NAME.
           STRING 'jrn' DELIMITED BY SIZE
                  CHNV-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
                  INTO WS-DATA-NAME.
           MOVE 255 TO DATA-LENGTH.
           PERFORM CHECK-ONE-FILE THRU CHECK-ONE-FILE-EXIT.
      *      THE YEAR'S POST-CLOSE ADJUSTMENT LEDGER (PACADJL.COB)
      *      IS CHAINED THE SAME WAY.
           MOVE SPACES TO WS-DATA-NAME.
           STRING 'adj' DELIMITED BY SIZE
                  CHNV-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
                  INTO WS-DATA-NAME.
           MOVE 150 TO DATA-LENGTH.
           PERFORM CHECK-ONE-FILE THRU CHECK-ONE-FILE-EXIT.
           ADD 1 TO WS-YEAR.

      * ------------------------------------------------------------
      *      WALK ONE FILE'S CHAIN AND LIST THE RESULT.
      * ------------------------------------------------------------
       CHECK-ONE-FILE.
           MOVE 0 TO LINE-NUMBER UNCHAINED-LINES CHAINED-LINES.
           MOVE 0 TO PRIOR-LINK BREAK-LINE.
           MOVE SPACES TO BREAK-REASON.
           SET FILE-IS-WHOLE TO TRUE.
           COMPUTE LINK-START = DATA-LENGTH + 2.
           MOVE SPACES TO WS-HEAD-NAME.
           STRING WS-DATA-NAME DELIMITED BY SPACE
                  '.chn' DELIMITED BY SIZE
                  INTO WS-HEAD-NAME.
           PERFORM READ-CHAIN-HEAD THRU READ-CHAIN-HEAD-EXIT.

      *      NO FILE: FINE, UNLESS A HEAD SAYS THERE WAS ONE.
           CALL 'CBL_CHECK_FILE_EXIST' USING WS-DATA-NAME
                                             CHECK-FILE-DETAILS.
           IF RETURN-CODE NOT = ZERO
              MOVE 0 TO RETURN-CODE
              IF HEAD-IS-MISSING
                 IF FILE-LISTED-IF-PRESENT
                    GO TO CHECK-ONE-FILE-EXIT
                 ELSE
                    SET FILE-IS-ABSENT TO TRUE
                    PERFORM WRITE-FILE-RESULT
                    GO TO CHECK-ONE-FILE-EXIT
              ELSE
                 MOVE 'FILE GONE BUT ITS CHAIN HEAD REMAINS'
                     TO BREAK-REASON
                 PERFORM MARK-FILE-BROKEN
                 PERFORM WRITE-FILE-RESULT
                 GO TO CHECK-ONE-FILE-EXIT.

           SET DATA-NOT-AT-EOF TO TRUE.
           OPEN INPUT CHNV-DATA-FILE.
           IF DATA-FILE-STATUS NOT = '00'
              MOVE 'FILE COULD NOT BE OPENED' TO BREAK-REASON
              PERFORM MARK-FILE-BROKEN
              PERFORM WRITE-FILE-RESULT
              GO TO CHECK-ONE-FILE-EXIT.
           PERFORM WALK-ONE-LINE THRU WALK-ONE-LINE-EXIT
               UNTIL DATA-AT-EOF OR FILE-IS-BROKEN.
           CLOSE CHNV-DATA-FILE.

      *      EVERY LINK FOLLOWED -- NOW THE TAIL AGAINST THE HEAD.
           IF FILE-IS-WHOLE
              PERFORM CHECK-AGAINST-HEAD THRU CHECK-AGAINST-HEAD-EXIT.
           PERFORM WRITE-FILE-RESULT.
       CHECK-ONE-FILE-EXIT. EXIT.

       READ-CHAIN-HEAD.
           SET HEAD-IS-MISSING TO TRUE.
           MOVE 0 TO HELD-HEAD-COUNT HELD-HEAD-VALUE.
           OPEN INPUT CHNV-HEAD-FILE.
           IF HEAD-FILE-STATUS NOT = '00'
              GO TO READ-CHAIN-HEAD-EXIT.
           READ CHNV-HEAD-FILE
               AT END
                  MOVE SPACES TO CHNV-HEAD-RECORD.
           IF HEAD-COUNT IS NUMERIC AND HEAD-VALUE IS NUMERIC
              SET HEAD-IS-PRESENT TO TRUE
              MOVE HEAD-COUNT TO HELD-HEAD-COUNT
              MOVE HEAD-VALUE TO HELD-HEAD-VALUE
           ELSE
              SET HEAD-IS-UNREADABLE TO TRUE.
           CLOSE CHNV-HEAD-FILE.
       READ-CHAIN-HEAD-EXIT. EXIT.

       WALK-ONE-LINE.
           READ CHNV-DATA-FILE
               AT END
                  SET DATA-AT-EOF TO TRUE
                  GO TO WALK-ONE-LINE-EXIT.
           ADD 1 TO LINE-NUMBER.
           ADD 1 TO LINES-WALKED.
           MOVE CHNV-DATA-RECORD (LINK-START:9) TO LINE-LINK-TEXT.
           IF LINE-LINK-TEXT IS NOT NUMERIC
              IF CHAINED-LINES > 0
                 MOVE LINE-NUMBER TO BREAK-LINE
                 MOVE 'LINE HAS NO LINK BUT FOLLOWS CHAINED ONES'
                     TO BREAK-REASON
                 PERFORM MARK-FILE-BROKEN
                 GO TO WALK-ONE-LINE-EXIT
              ELSE
                 ADD 1 TO UNCHAINED-LINES
                 GO TO WALK-ONE-LINE-EXIT.

           MOVE 'H'              TO CHN-REQUEST.
           MOVE DATA-LENGTH      TO CHN-LENGTH.
           MOVE CHNV-DATA-RECORD TO CHN-LINE.
           MOVE PRIOR-LINK       TO CHN-VALUE.
           CALL 'PACCHAIN' USING CHAIN-PARM.
           IF CHN-VALUE NOT = LINE-LINK
              MOVE LINE-NUMBER TO BREAK-LINE
              MOVE 'LINK FAILS - LINE EDITED, ADDED, REMOVED'
                  TO BREAK-REASON
              PERFORM MARK-FILE-BROKEN
              GO TO WALK-ONE-LINE-EXIT.
           ADD 1 TO CHAINED-LINES.
           MOVE LINE-LINK TO PRIOR-LINK.
       WALK-ONE-LINE-EXIT. EXIT.

      *      THE HEAD HOLDS THE COUNT OF CHAINED LINES AND THE LAST
      *      LINK.  FEWER LINES THAN THE HEAD SAYS IS A TAIL CUT OFF;
      *      MORE IS A TAIL ADDED OUTSIDE THE SUITE.
       CHECK-AGAINST-HEAD.
           IF HEAD-IS-UNREADABLE
              COMPUTE BREAK-LINE = LINE-NUMBER + 1
              MOVE 'CHAIN HEAD FILE IS UNREADABLE' TO BREAK-REASON
              PERFORM MARK-FILE-BROKEN
              GO TO CHECK-AGAINST-HEAD-EXIT.
           IF HEAD-IS-MISSING
              IF CHAINED-LINES > 0
                 COMPUTE BREAK-LINE = LINE-NUMBER + 1
                 MOVE 'CHAINED FILE HAS NO CHAIN HEAD' TO BREAK-REASON
                 PERFORM MARK-FILE-BROKEN
              END-IF
              GO TO CHECK-AGAINST-HEAD-EXIT.
           IF HELD-HEAD-COUNT > CHAINED-LINES
              COMPUTE BREAK-LINE = LINE-NUMBER + 1
              MOVE 'FILE ENDS EARLY - CHAIN HEAD HAS MORE'
                  TO BREAK-REASON
              PERFORM MARK-FILE-BROKEN
              GO TO CHECK-AGAINST-HEAD-EXIT.
           IF HELD-HEAD-COUNT < CHAINED-LINES
              COMPUTE BREAK-LINE =
                  UNCHAINED-LINES + HELD-HEAD-COUNT + 1
              MOVE 'LINES PAST THE END THE CHAIN HEAD KNOWS'
                  TO BREAK-REASON
              PERFORM MARK-FILE-BROKEN
              GO TO CHECK-AGAINST-HEAD-EXIT.
           IF HELD-HEAD-VALUE NOT = PRIOR-LINK
              MOVE LINE-NUMBER TO BREAK-LINE
              MOVE 'LAST LINK DIFFERS FROM THE CHAIN HEAD'
                  TO BREAK-REASON
              PERFORM MARK-FILE-BROKEN.
       CHECK-AGAINST-HEAD-EXIT. EXIT.

       MARK-FILE-BROKEN.
           SET FILE-IS-BROKEN TO TRUE.

       WRITE-FILE-RESULT.
           MOVE WS-DATA-NAME    TO CD-FILE.
           MOVE LINE-NUMBER     TO CD-LINES.
           MOVE UNCHAINED-LINES TO CD-UNCHAINED.
           MOVE CHAINED-LINES   TO CD-CHAINED.
           EVALUATE TRUE
               WHEN FILE-IS-ABSENT
                   MOVE 'NOT ON FILE' TO CD-RESULT
               WHEN FILE-IS-BROKEN
                   MOVE '*** BROKEN ***' TO CD-RESULT
                   ADD 1 TO FILES-CHECKED
                   ADD 1 TO FILES-BROKEN
               WHEN OTHER
                   MOVE 'WHOLE' TO CD-RESULT
                   ADD 1 TO FILES-CHECKED
           END-EVALUATE.
           WRITE CHNV-RPT-RECORD FROM CHNV-DETAIL-LINE.
           IF FILE-IS-BROKEN
              MOVE BREAK-LINE   TO CB-LINE
              MOVE BREAK-REASON TO CB-REASON
              WRITE CHNV-RPT-RECORD FROM CHNV-BREAK-LINE
              DISPLAY 'PACCHNV: ' WS-DATA-NAME ' CHAIN BROKEN AT LINE '
                  BREAK-LINE ' -- ' BREAK-REASON.
