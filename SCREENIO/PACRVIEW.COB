       ID DIVISION.
       PROGRAM-ID.  PACRVIEW.
       AUTHOR.  Oliphant .
       DATE-WRITTEN. OCTOBER 15, 2026.
       DATE-COMPILED.
       REMARKS.  REPORT VIEWER.  EVERY REPORT THE SUITE WRITES LANDS
           ON DISK UNDER A PREDICTABLE NAME, WITH PACGDG KEEPING THE
           PRIOR RUNS BESIDE IT AS base.g1 TO base.g9, BUT THE ONLY
           WAY TO READ ONE HAS BEEN TO KNOW THE NAME AND OPEN IT
           OUTSIDE THE SYSTEM -- AND THE ONLY WAY TO PRINT ONE WAS TO
           ASK WHOEVER COULD.  CALLED FROM PACMENU, THIS LISTS THE
           REPORTS IN PACRCAT.COB THAT ARE ON DISK FOR THE YEAR AND
           REGION ASKED FOR, WITH HOW MANY GENERATIONS EACH HAS AND
           WHEN THE NEWEST WAS WRITTEN; A CHOSEN REPORT LISTS ITS
           GENERATIONS WITH THEIR DATES AND SIZES, AND A CHOSEN
           GENERATION IS PAGED THROUGH TWENTY LINES AT A TIME --
           FORWARD, BACK, TO THE TOP, OR TO THE NEXT LINE CARRYING A
           PIECE OF TEXT SUCH AS A SERIAL (THE SEARCH IGNORES CASE
           AND STARTS BELOW THE TOP OF THE PAGE ON SCREEN, SO A
           SECOND FIND GOES ON TO THE NEXT HIT).  P SENDS THE WHOLE
           GENERATION TO THE PRINTER.
           WHAT AN OPERATOR IS OFFERED FOLLOWS THE pacoper.dat
           AUTHORIZATION LEVEL PACMENU SIGNED THEM ON WITH: A REPORT
           WHOSE CATALOGUE LEVEL IS ABOVE IT IS LEFT OFF THE LIST, SO
           IT CANNOT BE OPENED FROM HERE.  THE PANEL MESSAGE BOX
           CARRIES THE LIST SUMMARY AND, WHILE VIEWING, THE FILE,
           GENERATION DATE AND THE LINES ON SCREEN; THE LISTS AND
           THE PAGE ITSELF GO TO THE CONSOLE THE PROMPTS USE, AS
           PACBROWS'S PAGE PROMPTS DO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. COMPAQ-DESKPRO-286.
       OBJECT-COMPUTER. ANY-COMPAQ-COMPATABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RVIEW-RPT-FILE ASSIGN TO WS-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
           SELECT RVIEW-PRT-FILE ASSIGN TO WS-PRT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *      THE GENERATION BEING VIEWED.  THE WIDEST REPORT IN THE
      *      SUITE IS 132 COLUMNS.
       FD  RVIEW-RPT-FILE.
       01  RVIEW-RPT-RECORD        PIC X(132).
      *      THE PRINTER -- THE PC'S OWN PRINTER PORT.
       FD  RVIEW-PRT-FILE.
       01  RVIEW-PRT-RECORD        PIC X(132).
       WORKING-STORAGE SECTION.
      * ------------------------: Main window and viewer panel.
           COPY mymain.
           COPY panel.

       01  REPORT-CATALOGUE.
           COPY 'PACRCAT.COB'.

       01  WS-RPT-NAME            PIC X(32).
       01  RPT-FILE-STATUS        PIC X(2).
       01  WS-PRT-NAME            PIC X(32) VALUE 'LPT1'.
       01  PRT-FILE-STATUS        PIC X(2).
       01  TARGET-CCYY-DISPLAY    PIC 9(4) VALUE 0.
       01  ERR-TEXT               PIC X(60) VALUE SPACES.
       01  REGION-SHOWN           PIC X(07) VALUE SPACES.

      *      CBL_CHECK_FILE_EXIST ANSWERS WITH THE FILE'S SIZE AND
      *      THE DATE AND TIME IT WAS LAST WRITTEN.
       01  CHECK-FILE-NAME        PIC X(32).
       01  CHECK-FILE-DETAILS.
           05  CHECK-FILE-SIZE     PIC X(8) COMP-X.
           05  CHECK-FILE-DAY      PIC X    COMP-X.
           05  CHECK-FILE-MONTH    PIC X    COMP-X.
           05  CHECK-FILE-YEAR     PIC XX   COMP-X.
           05  CHECK-FILE-HOUR     PIC X    COMP-X.
           05  CHECK-FILE-MINUTE   PIC X    COMP-X.
           05  CHECK-FILE-SECOND   PIC X    COMP-X.
           05  CHECK-FILE-HUNDREDTH PIC X   COMP-X.
       01  CHECK-FILE-SW          PIC X VALUE 'N'.
           88  CHECKED-FILE-EXISTS       VALUE 'Y'.
           88  CHECKED-FILE-MISSING      VALUE 'N'.
       01  CHECK-STAMP.
           05  CHECK-STAMP-CCYY    PIC 9(4).
           05  FILLER              PIC X VALUE '-'.
           05  CHECK-STAMP-MM      PIC 9(2).
           05  FILLER              PIC X VALUE '-'.
           05  CHECK-STAMP-DD      PIC 9(2).
           05  FILLER              PIC X VALUE SPACE.
           05  CHECK-STAMP-HH      PIC 9(2).
           05  FILLER              PIC X VALUE ':'.
           05  CHECK-STAMP-MI      PIC 9(2).

      *      THE REPORTS ON DISK THIS OPERATOR MAY OPEN, IN
      *      CATALOGUE ORDER.  ONE ROW PER PACRCAT ENTRY -- LIST-LIMIT
      *      AND THE OCCURS FOLLOW RCT-COUNT WHEN A REPORT IS ADDED.
       01  LIST-COUNT             PIC 9(2) VALUE 0.
       01  LIST-IDX               PIC 9(2) VALUE 0.
       01  LIST-LIMIT             PIC 9(2) VALUE 71.
       01  LIST-TRUNCATED-SW      PIC X VALUE 'N'.
           88  LIST-WAS-TRUNCATED        VALUE 'Y'.
       01  REPORT-LIST.
           05  RL-ENTRY OCCURS 71 TIMES.
               10  RL-TITLE        PIC X(26).
               10  RL-BASE-NAME    PIC X(32).
               10  RL-GEN-COUNT    PIC 9(2).
               10  RL-NEWEST       PIC X(16).
       01  REPORT-CHOICE          PIC 9(2) VALUE 0.
       01  BASE-NAME              PIC X(32).

      *      THE GENERATIONS OF THE CHOSEN REPORT.  GENERATION 0 IS
      *      THE CURRENT FILE AT THE BASE NAME.
       01  GEN-NUMBER             PIC 9(1) VALUE 0.
       01  GEN-LOOP               PIC 9(2) VALUE 0.
       01  GEN-TABLE.
           05  GEN-ENTRY OCCURS 10 TIMES.
               10  GEN-FILE-SW     PIC X(1).
                   88  GEN-IS-ON-DISK        VALUE 'Y'.
               10  GEN-FILE-NAME   PIC X(32).
               10  GEN-STAMP       PIC X(16).
               10  GEN-SIZE        PIC 9(9).
       01  GEN-CHOICE             PIC X(1) VALUE SPACE.
           88  GEN-CHOICE-EXIT           VALUES 'X' 'x'.
       01  GEN-CHOICE-NUMBER REDEFINES GEN-CHOICE PIC 9(1).
       01  GEN-LINE.
           05  GL-NUMBER           PIC Z9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  GL-WHICH            PIC X(9).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  GL-FILE-NAME        PIC X(20).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  GL-STAMP            PIC X(16).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  GL-SIZE             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(6) VALUE ' BYTES'.
       01  LIST-LINE.
           05  LL-NUMBER           PIC Z9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  LL-TITLE            PIC X(26).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LL-BASE-NAME        PIC X(18).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LL-GEN-COUNT        PIC Z9.
           05  FILLER              PIC X(6) VALUE ' GENS '.
           05  LL-NEWEST           PIC X(16).

      *      THE PAGE ON SCREEN.  PAGE-TOP-LINE IS ITS FIRST LINE
      *      NUMBER; LINES-READ IS HOW FAR THE OPEN FILE HAS BEEN
      *      READ, SO A PAGE FORWARD READS ON AND A PAGE BACK OPENS
      *      THE FILE AGAIN AND SKIPS DOWN.
       01  VIEW-NAME              PIC X(32).
       01  VIEW-STAMP             PIC X(16).
       01  VIEW-WHICH             PIC X(9).
       01  PAGE-SIZE              PIC 9(2) VALUE 20.
       01  PAGE-TOP-LINE          PIC 9(7) VALUE 1.
       01  PAGE-LAST-LINE         PIC 9(7) VALUE 0.
       01  LINES-READ             PIC 9(7) VALUE 0.
       01  PAGE-IDX               PIC 9(2) VALUE 0.
       01  PAGE-TOP-SHOWN         PIC Z(6)9.
       01  PAGE-LAST-SHOWN        PIC Z(6)9.
       01  VIEW-EOF-SW            PIC X VALUE 'N'.
           88  VIEW-AT-EOF               VALUE 'Y'.
           88  VIEW-NOT-AT-EOF           VALUE 'N'.
       01  VIEW-COMMAND           PIC X(01) VALUE SPACE.
           88  WANT-PAGE-NEXT            VALUES 'N' 'n' SPACE.
           88  WANT-PAGE-BACK            VALUES 'B' 'b'.
           88  WANT-PAGE-TOP             VALUES 'T' 't'.
           88  WANT-FIND                 VALUES 'F' 'f'.
           88  WANT-PRINT                VALUES 'P' 'p'.
           88  WANT-VIEW-EXIT            VALUES 'X' 'x'.

      *      TEXT SEARCH -- BOTH SIDES FOLDED TO UPPER CASE.
       01  FIND-TEXT              PIC X(30) VALUE SPACES.
       01  FIND-LENGTH            PIC 9(2) VALUE 0.
       01  FIND-HITS              PIC 9(3) VALUE 0.
       01  FIND-LINE              PIC X(132).
       01  FIND-SW                PIC X VALUE 'N'.
           88  FIND-WAS-FOUND            VALUE 'Y'.
           88  FIND-NOT-FOUND            VALUE 'N'.

       01  PRINT-ANSWER           PIC X(01) VALUE SPACE.
           88  PRINT-CONFIRMED           VALUES 'Y' 'y'.
       01  PRINT-COUNT            PIC 9(7) VALUE 0.
       01  PRINT-COUNT-SHOWN      PIC Z(6)9.

       LINKAGE SECTION.
       01  RVIEW-PARM.
      *      SIGNED-ON OPERATOR AND THEIR pacoper.dat LEVEL.
           05  RVIEW-OPERATOR       PIC X(08).
           05  RVIEW-LEVEL          PIC 9(01).
           05  RVIEW-CCYY           PIC 9(04).

      *      REGION CODE -- SPACES = THE HISTORIC SINGLE-REGION
      *      FILE SET (pacCCYY.btr); OTHERWISE QUALIFIES EVERY
      *      PER-YEAR FILE NAME THE RUN TOUCHES.
           05  RVIEW-REGION         PIC X(02).
       PROCEDURE DIVISION USING RVIEW-PARM.
       A000-BEGIN.
           MOVE RVIEW-CCYY TO TARGET-CCYY-DISPLAY.
           MOVE RVIEW-REGION TO REGION-SHOWN.
           IF RVIEW-REGION = SPACES
              MOVE 'DEFAULT' TO REGION-SHOWN.
           MOVE 0 TO LIST-COUNT.
           PERFORM LIST-ONE-CATALOGUE-ENTRY THRU
               LIST-ONE-CATALOGUE-ENTRY-EXIT
               VARYING RCT-IDX FROM 1 BY 1
               UNTIL RCT-IDX > RCT-COUNT.
           IF LIST-WAS-TRUNCATED
              DISPLAY 'PACRVIEW: LIST TRUNCATED AT ' LIST-LIMIT
                  ' REPORTS -- LATER CATALOGUE ENTRIES NOT SHOWN'.
           IF LIST-COUNT = 0
              MOVE 'PACRVIEW: NO REPORTS ON FILE YOU MAY OPEN'
                  TO ERR-TEXT
              PERFORM SHOW-MYMAIN-ERROR
              GO TO WRAP-UP.

       CHOOSE-REPORT.
           DISPLAY ' '.
           DISPLAY ' NO  REPORT                     FILE'
               '               NEWEST'.
           PERFORM SHOW-ONE-LIST-LINE
               VARYING LIST-IDX FROM 1 BY 1
               UNTIL LIST-IDX > LIST-COUNT.
           MOVE SPACES TO PANEL-MESSAGE-TEXT.
           STRING 'REPORTS ON FILE FOR REGION ' DELIMITED BY SIZE
                  REGION-SHOWN DELIMITED BY SPACE
                  ' YEAR ' DELIMITED BY SIZE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  ': ' DELIMITED BY SIZE
                  LIST-COUNT DELIMITED BY SIZE
                  ' -- OPERATOR ' DELIMITED BY SIZE
                  RVIEW-OPERATOR DELIMITED BY SPACE
                  ', LEVEL ' DELIMITED BY SIZE
                  RVIEW-LEVEL DELIMITED BY SIZE
                  INTO PANEL-MESSAGE-TEXT.
           PERFORM SHOW-PANEL.
           IF PANEL-EXIT
              OR PANEL-EVENT-CLOSE-WINDOW
              OR PANEL-EVENT-CLOSE-AND-STOP
              GO TO WRAP-UP.

           DISPLAY 'PACRVIEW: REPORT NUMBER (0 = EXIT): '
               WITH NO ADVANCING.
           ACCEPT REPORT-CHOICE.
           IF REPORT-CHOICE = 0
              GO TO WRAP-UP.
           IF REPORT-CHOICE > LIST-COUNT
              DISPLAY 'PACRVIEW: NO SUCH REPORT NUMBER'
              GO TO CHOOSE-REPORT.

       CHOOSE-GENERATION.
           MOVE RL-BASE-NAME (REPORT-CHOICE) TO BASE-NAME.
           PERFORM CHECK-ONE-GENERATION
               VARYING GEN-LOOP FROM 1 BY 1 UNTIL GEN-LOOP > 10.
           DISPLAY ' '.
           DISPLAY RL-TITLE (REPORT-CHOICE).
           DISPLAY ' NO  GENERATION FILE                 WRITTEN'.
           PERFORM SHOW-ONE-GENERATION
               VARYING GEN-LOOP FROM 1 BY 1 UNTIL GEN-LOOP > 10.
           DISPLAY 'PACRVIEW: GENERATION (0 = CURRENT, X = LIST): '
               WITH NO ADVANCING.
           ACCEPT GEN-CHOICE.
           IF GEN-CHOICE-EXIT
              GO TO CHOOSE-REPORT.
           IF GEN-CHOICE NOT NUMERIC
              DISPLAY 'PACRVIEW: ENTER A GENERATION NUMBER OR X'
              GO TO CHOOSE-GENERATION.
           COMPUTE GEN-LOOP = GEN-CHOICE-NUMBER + 1.
           IF NOT GEN-IS-ON-DISK (GEN-LOOP)
              DISPLAY 'PACRVIEW: THAT GENERATION IS NOT ON DISK'
              GO TO CHOOSE-GENERATION.
           MOVE GEN-FILE-NAME (GEN-LOOP) TO VIEW-NAME.
           MOVE GEN-STAMP (GEN-LOOP) TO VIEW-STAMP.
           IF GEN-CHOICE-NUMBER = 0
              MOVE 'CURRENT' TO VIEW-WHICH
           ELSE
              MOVE SPACES TO VIEW-WHICH
              STRING 'PRIOR ' DELIMITED BY SIZE
                     GEN-CHOICE DELIMITED BY SIZE
                     INTO VIEW-WHICH.

           MOVE VIEW-NAME TO WS-RPT-NAME.
           OPEN INPUT RVIEW-RPT-FILE.
           IF RPT-FILE-STATUS NOT = '00'
              MOVE SPACES TO ERR-TEXT
              STRING 'PACRVIEW: CANNOT OPEN ' DELIMITED BY SIZE
                     VIEW-NAME DELIMITED BY SPACE
                     ' STATUS ' DELIMITED BY SIZE
                     RPT-FILE-STATUS DELIMITED BY SIZE
                     INTO ERR-TEXT
              PERFORM SHOW-MYMAIN-ERROR
              GO TO CHOOSE-GENERATION.
           MOVE 0 TO LINES-READ.
           SET VIEW-NOT-AT-EOF TO TRUE.
           MOVE 1 TO PAGE-TOP-LINE.

       VIEW-PAGE.
           PERFORM SHOW-VIEW-PAGE THRU SHOW-VIEW-PAGE-EXIT.
           MOVE PAGE-TOP-LINE TO PAGE-TOP-SHOWN.
           MOVE PAGE-LAST-LINE TO PAGE-LAST-SHOWN.
           MOVE SPACES TO PANEL-MESSAGE-TEXT.
           STRING VIEW-NAME DELIMITED BY SPACE
                  ' (' DELIMITED BY SIZE
                  VIEW-WHICH DELIMITED BY '  '
                  ', WRITTEN ' DELIMITED BY SIZE
                  VIEW-STAMP DELIMITED BY SIZE
                  ') LINES ' DELIMITED BY SIZE
                  PAGE-TOP-SHOWN DELIMITED BY SIZE
                  ' TO ' DELIMITED BY SIZE
                  PAGE-LAST-SHOWN DELIMITED BY SIZE
                  INTO PANEL-MESSAGE-TEXT.
           PERFORM SHOW-PANEL.
           IF PANEL-EXIT
              OR PANEL-EVENT-CLOSE-WINDOW
              OR PANEL-EVENT-CLOSE-AND-STOP
              CLOSE RVIEW-RPT-FILE
              GO TO WRAP-UP.

           DISPLAY 'PACRVIEW: (N=NEXT, B=BACK, T=TOP, F=FIND, '
               'P=PRINT, X=EXIT): ' WITH NO ADVANCING.
           ACCEPT VIEW-COMMAND.
           IF WANT-VIEW-EXIT
              CLOSE RVIEW-RPT-FILE
              GO TO CHOOSE-GENERATION.
           IF WANT-PAGE-TOP
              MOVE 1 TO PAGE-TOP-LINE
              GO TO VIEW-PAGE.
           IF WANT-PAGE-BACK
              IF PAGE-TOP-LINE > PAGE-SIZE
                 SUBTRACT PAGE-SIZE FROM PAGE-TOP-LINE
                 GO TO VIEW-PAGE
              ELSE
                 DISPLAY 'PACRVIEW: AT TOP OF REPORT'
                 MOVE 1 TO PAGE-TOP-LINE
                 GO TO VIEW-PAGE.
           IF WANT-FIND
              PERFORM FIND-TEXT-LINE THRU FIND-TEXT-LINE-EXIT
              GO TO VIEW-PAGE.
           IF WANT-PRINT
              PERFORM PRINT-REPORT THRU PRINT-REPORT-EXIT
              GO TO VIEW-PAGE.
           IF VIEW-AT-EOF
              DISPLAY 'PACRVIEW: AT END OF REPORT'
              GO TO VIEW-PAGE.
           ADD PAGE-SIZE TO PAGE-TOP-LINE.
           GO TO VIEW-PAGE.

       WRAP-UP.
           SET mymain-DO-CLOSE TO TRUE.
           PERFORM DISPLAY-MAIN.

       DONE.
           GOBACK.

       SHOW-MYMAIN-ERROR.
      * ------------------------: Pops ERR-TEXT up in MYMAIN's own
      * 			: message box, as PACBROWS does.
           MOVE ERR-TEXT TO MYMAIN-MESSAGE-TEXT.
           SET MYMAIN-MESSAGE-IN-MESSAGEBOX TO TRUE.
           PERFORM DISPLAY-MAIN.

       SHOW-PANEL.
           SET PANEL-MESSAGE-IN-MESSAGEBOX TO TRUE.
           SET PANEL-DO-DISPLAY TO TRUE.
           CALL 'GS' USING panel-1
                           panel-2
                           panel-3
                           panel-4.

      *      ONE CATALOGUE ENTRY: SKIPPED IF ABOVE THE OPERATOR'S
      *      LEVEL OR IF NO GENERATION OF IT IS ON DISK.  THE NEWEST
      *      STAMP SHOWN IS THAT OF THE LOWEST GENERATION FOUND.
       LIST-ONE-CATALOGUE-ENTRY.
           IF RCT-LEVEL (RCT-IDX) > RVIEW-LEVEL
              GO TO LIST-ONE-CATALOGUE-ENTRY-EXIT.
           IF LIST-COUNT NOT < LIST-LIMIT
              SET LIST-WAS-TRUNCATED TO TRUE
              GO TO LIST-ONE-CATALOGUE-ENTRY-EXIT.
           MOVE SPACES TO BASE-NAME.
           IF RCT-NAMED-BY-REGION-YEAR (RCT-IDX)
              STRING RCT-STEM (RCT-IDX) DELIMITED BY SPACE
                     RVIEW-REGION DELIMITED BY SPACE
                     TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                     RCT-EXT (RCT-IDX) DELIMITED BY SPACE
                     INTO BASE-NAME
           ELSE IF RCT-NAMED-BY-YEAR (RCT-IDX)
              STRING RCT-STEM (RCT-IDX) DELIMITED BY SPACE
                     TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                     RCT-EXT (RCT-IDX) DELIMITED BY SPACE
                     INTO BASE-NAME
           ELSE IF RCT-NAMED-BY-REGION (RCT-IDX)
              STRING RCT-STEM (RCT-IDX) DELIMITED BY SPACE
                     RVIEW-REGION DELIMITED BY SPACE
                     RCT-EXT (RCT-IDX) DELIMITED BY SPACE
                     INTO BASE-NAME
           ELSE
              STRING RCT-STEM (RCT-IDX) DELIMITED BY SPACE
                     RCT-EXT (RCT-IDX) DELIMITED BY SPACE
                     INTO BASE-NAME.
           PERFORM CHECK-ONE-GENERATION
               VARYING GEN-LOOP FROM 1 BY 1 UNTIL GEN-LOOP > 10.
           ADD 1 TO LIST-COUNT.
           MOVE 0 TO RL-GEN-COUNT (LIST-COUNT).
           MOVE SPACES TO RL-NEWEST (LIST-COUNT).
           PERFORM COUNT-ONE-GENERATION
               VARYING GEN-LOOP FROM 10 BY -1 UNTIL GEN-LOOP < 1.
           IF RL-GEN-COUNT (LIST-COUNT) = 0
              SUBTRACT 1 FROM LIST-COUNT
              GO TO LIST-ONE-CATALOGUE-ENTRY-EXIT.
           MOVE RCT-TITLE (RCT-IDX) TO RL-TITLE (LIST-COUNT).
           MOVE BASE-NAME TO RL-BASE-NAME (LIST-COUNT).
       LIST-ONE-CATALOGUE-ENTRY-EXIT. EXIT.

      *      WALKED OLDEST FIRST SO THE LAST STAMP KEPT IS THE
      *      NEWEST.
       COUNT-ONE-GENERATION.
           IF GEN-IS-ON-DISK (GEN-LOOP)
              ADD 1 TO RL-GEN-COUNT (LIST-COUNT)
              MOVE GEN-STAMP (GEN-LOOP) TO RL-NEWEST (LIST-COUNT).

      *      GENERATION GEN-LOOP - 1 OF BASE-NAME: THE BASE NAME
      *      ITSELF, THEN PACGDG'S base.g1 TO base.g9.
       CHECK-ONE-GENERATION.
           MOVE SPACES TO GEN-FILE-NAME (GEN-LOOP).
           IF GEN-LOOP = 1
              MOVE BASE-NAME TO GEN-FILE-NAME (GEN-LOOP)
           ELSE
              COMPUTE GEN-NUMBER = GEN-LOOP - 1
              STRING BASE-NAME DELIMITED BY SPACE
                     '.g' DELIMITED BY SIZE
                     GEN-NUMBER DELIMITED BY SIZE
                     INTO GEN-FILE-NAME (GEN-LOOP).
           MOVE GEN-FILE-NAME (GEN-LOOP) TO CHECK-FILE-NAME.
           PERFORM CHECK-FILE.
           MOVE 'N' TO GEN-FILE-SW (GEN-LOOP).
           IF CHECKED-FILE-EXISTS
              MOVE 'Y' TO GEN-FILE-SW (GEN-LOOP)
              MOVE CHECK-STAMP TO GEN-STAMP (GEN-LOOP)
              MOVE CHECK-FILE-SIZE TO GEN-SIZE (GEN-LOOP).

       CHECK-FILE.
           SET CHECKED-FILE-MISSING TO TRUE.
           CALL 'CBL_CHECK_FILE_EXIST' USING CHECK-FILE-NAME
                                             CHECK-FILE-DETAILS.
           IF RETURN-CODE = ZERO
              SET CHECKED-FILE-EXISTS TO TRUE
              MOVE CHECK-FILE-YEAR   TO CHECK-STAMP-CCYY
              MOVE CHECK-FILE-MONTH  TO CHECK-STAMP-MM
              MOVE CHECK-FILE-DAY    TO CHECK-STAMP-DD
              MOVE CHECK-FILE-HOUR   TO CHECK-STAMP-HH
              MOVE CHECK-FILE-MINUTE TO CHECK-STAMP-MI.
           MOVE 0 TO RETURN-CODE.

       SHOW-ONE-LIST-LINE.
           MOVE LIST-IDX TO LL-NUMBER.
           MOVE RL-TITLE (LIST-IDX) TO LL-TITLE.
           MOVE RL-BASE-NAME (LIST-IDX) TO LL-BASE-NAME.
           MOVE RL-GEN-COUNT (LIST-IDX) TO LL-GEN-COUNT.
           MOVE RL-NEWEST (LIST-IDX) TO LL-NEWEST.
           DISPLAY LIST-LINE.

       SHOW-ONE-GENERATION.
           IF GEN-IS-ON-DISK (GEN-LOOP)
              COMPUTE GL-NUMBER = GEN-LOOP - 1
              IF GEN-LOOP = 1
                 MOVE 'CURRENT' TO GL-WHICH
              ELSE
                 MOVE 'PRIOR' TO GL-WHICH
              END-IF
              MOVE GEN-FILE-NAME (GEN-LOOP) TO GL-FILE-NAME
              MOVE GEN-STAMP (GEN-LOOP) TO GL-STAMP
              MOVE GEN-SIZE (GEN-LOOP) TO GL-SIZE
              DISPLAY GEN-LINE.

      *      PUT THE FILE AT PAGE-TOP-LINE AND SHOW UP TO A PAGE.  A
      *      TOP LINE PAST THE END OF THE REPORT FALLS BACK TO THE
      *      LAST FULL PAGE.
       SHOW-VIEW-PAGE.
           IF PAGE-TOP-LINE NOT > LINES-READ
              PERFORM REOPEN-VIEW-FILE.
           PERFORM SKIP-ONE-LINE THRU SKIP-ONE-LINE-EXIT
               UNTIL LINES-READ NOT < PAGE-TOP-LINE - 1
                  OR VIEW-AT-EOF.
           IF VIEW-AT-EOF
              IF LINES-READ > PAGE-SIZE
                 COMPUTE PAGE-TOP-LINE = LINES-READ - PAGE-SIZE + 1
              ELSE
                 MOVE 1 TO PAGE-TOP-LINE
              END-IF
              PERFORM REOPEN-VIEW-FILE
              PERFORM SKIP-ONE-LINE THRU SKIP-ONE-LINE-EXIT
                  UNTIL LINES-READ NOT < PAGE-TOP-LINE - 1
                     OR VIEW-AT-EOF.
           DISPLAY ' '.
           MOVE PAGE-TOP-LINE TO PAGE-LAST-LINE.
           SUBTRACT 1 FROM PAGE-LAST-LINE.
           PERFORM SHOW-ONE-VIEW-LINE THRU SHOW-ONE-VIEW-LINE-EXIT
               VARYING PAGE-IDX FROM 1 BY 1
               UNTIL PAGE-IDX > PAGE-SIZE OR VIEW-AT-EOF.
           IF VIEW-AT-EOF
              DISPLAY '          -- END OF REPORT --'.
       SHOW-VIEW-PAGE-EXIT. EXIT.

       REOPEN-VIEW-FILE.
           CLOSE RVIEW-RPT-FILE.
           OPEN INPUT RVIEW-RPT-FILE.
           MOVE 0 TO LINES-READ.
           SET VIEW-NOT-AT-EOF TO TRUE.

       SKIP-ONE-LINE.
           READ RVIEW-RPT-FILE
               AT END
                  SET VIEW-AT-EOF TO TRUE
                  GO TO SKIP-ONE-LINE-EXIT.
           ADD 1 TO LINES-READ.
       SKIP-ONE-LINE-EXIT. EXIT.

       SHOW-ONE-VIEW-LINE.
           READ RVIEW-RPT-FILE
               AT END
                  SET VIEW-AT-EOF TO TRUE
                  GO TO SHOW-ONE-VIEW-LINE-EXIT.
           ADD 1 TO LINES-READ.
           MOVE LINES-READ TO PAGE-LAST-LINE.
           DISPLAY RVIEW-RPT-RECORD.
       SHOW-ONE-VIEW-LINE-EXIT. EXIT.

      *      FIND: READ ON FROM THE LINE BELOW THE TOP OF THE PAGE ON
      *      SCREEN FOR THE FIRST LINE HOLDING THE TEXT, AND MAKE IT
      *      THE TOP OF THE PAGE.  NOT FOUND LEAVES THE PAGE WHERE IT
      *      WAS.
       FIND-TEXT-LINE.
           DISPLAY 'PACRVIEW: FIND TEXT: ' WITH NO ADVANCING.
           ACCEPT FIND-TEXT.
           INSPECT FIND-TEXT CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE 30 TO FIND-LENGTH.
           PERFORM TRIM-FIND-TEXT THRU TRIM-FIND-TEXT-EXIT.
           IF FIND-LENGTH = 0
              GO TO FIND-TEXT-LINE-EXIT.
           PERFORM REOPEN-VIEW-FILE.
           PERFORM SKIP-ONE-LINE THRU SKIP-ONE-LINE-EXIT
               UNTIL LINES-READ NOT < PAGE-TOP-LINE
                  OR VIEW-AT-EOF.
           SET FIND-NOT-FOUND TO TRUE.
           PERFORM TEST-ONE-FIND-LINE THRU TEST-ONE-FIND-LINE-EXIT
               UNTIL FIND-WAS-FOUND OR VIEW-AT-EOF.
           IF FIND-WAS-FOUND
              MOVE LINES-READ TO PAGE-TOP-LINE
           ELSE
              DISPLAY 'PACRVIEW: '
                      FIND-TEXT (1:FIND-LENGTH)
                      ' NOT FOUND BELOW THIS PAGE TOP'.
       FIND-TEXT-LINE-EXIT. EXIT.

       TRIM-FIND-TEXT.
           IF FIND-LENGTH = 0
              GO TO TRIM-FIND-TEXT-EXIT.
           IF FIND-TEXT (FIND-LENGTH:1) = SPACE
              SUBTRACT 1 FROM FIND-LENGTH
              GO TO TRIM-FIND-TEXT.
       TRIM-FIND-TEXT-EXIT. EXIT.

       TEST-ONE-FIND-LINE.
           READ RVIEW-RPT-FILE
               AT END
                  SET VIEW-AT-EOF TO TRUE
                  GO TO TEST-ONE-FIND-LINE-EXIT.
           ADD 1 TO LINES-READ.
           MOVE RVIEW-RPT-RECORD TO FIND-LINE.
           INSPECT FIND-LINE CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE 0 TO FIND-HITS.
           INSPECT FIND-LINE TALLYING FIND-HITS
               FOR ALL FIND-TEXT (1:FIND-LENGTH).
           IF FIND-HITS > 0
              SET FIND-WAS-FOUND TO TRUE.
       TEST-ONE-FIND-LINE-EXIT. EXIT.

      *      PRINT: THE WHOLE GENERATION, FROM ITS OWN OPEN SO THE
      *      PAGE ON SCREEN IS LEFT WHERE IT WAS (SHOW-VIEW-PAGE
      *      REOPENS THE VIEW FILE AND SKIPS BACK DOWN TO IT).
       PRINT-REPORT.
           DISPLAY 'PACRVIEW: PRINT ' VIEW-NAME (1:20)
               ' ON ' WS-PRT-NAME (1:8) '(Y/N): ' WITH NO ADVANCING.
           ACCEPT PRINT-ANSWER.
           IF NOT PRINT-CONFIRMED
              GO TO PRINT-REPORT-EXIT.
           OPEN OUTPUT RVIEW-PRT-FILE.
           IF PRT-FILE-STATUS NOT = '00'
              MOVE SPACES TO ERR-TEXT
              STRING 'PACRVIEW: PRINTER ' DELIMITED BY SIZE
                     WS-PRT-NAME DELIMITED BY SPACE
                     ' NOT READY, STATUS ' DELIMITED BY SIZE
                     PRT-FILE-STATUS DELIMITED BY SIZE
                     INTO ERR-TEXT
              PERFORM SHOW-MYMAIN-ERROR
              GO TO PRINT-REPORT-EXIT.
           PERFORM REOPEN-VIEW-FILE.
           MOVE 0 TO PRINT-COUNT.
           PERFORM PRINT-ONE-LINE THRU PRINT-ONE-LINE-EXIT
               UNTIL VIEW-AT-EOF.
           CLOSE RVIEW-PRT-FILE.
           PERFORM REOPEN-VIEW-FILE.
           MOVE PRINT-COUNT TO PRINT-COUNT-SHOWN.
           DISPLAY 'PACRVIEW: ' PRINT-COUNT-SHOWN ' LINES PRINTED'.
       PRINT-REPORT-EXIT. EXIT.

       PRINT-ONE-LINE.
           READ RVIEW-RPT-FILE
               AT END
                  SET VIEW-AT-EOF TO TRUE
                  GO TO PRINT-ONE-LINE-EXIT.
           ADD 1 TO LINES-READ.
           MOVE RVIEW-RPT-RECORD TO RVIEW-PRT-RECORD.
           WRITE RVIEW-PRT-RECORD.
           ADD 1 TO PRINT-COUNT.
       PRINT-ONE-LINE-EXIT. EXIT.

       DISPLAY-MAIN.
           CALL 'GS' USING mymain-1
                           mymain-2
                           mymain-3
                           mymain-4.
