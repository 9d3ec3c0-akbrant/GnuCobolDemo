       ID DIVISION.
       PROGRAM-ID.  PACQUOTE.
       AUTHOR.  Oliphant .
       DATE-WRITTEN. OCTOBER 15, 2026.
       DATE-COMPILED.
       REMARKS.  FEE QUOTATION FOR PROSPECTIVE REGISTRATIONS.  A
           PROSPECT RINGING TO ASK WHAT A REGISTRATION WOULD COST USED
           TO BE PRICED BY HAND FROM A PRINTOUT OF pacfees.dat.
           CALLED FROM PACMENU, THIS TAKES THE SPEC, GEAR, AREA,
           QUANTITY AND START DATE AND PRICES THEM FROM THE FEE LINE
           IN FORCE ON THE START DATE -- THE SAME LINE AND THE SAME
           BASE + RATE * QUANTITY ARITHMETIC PACVALU HOLDS THE FILE
           TO.  IT SHOWS THE QUOTA HEADROOM IN THE AREA/SPEC CELL FOR
           THE START DATE'S YEAR (ASKED THROUGH PACQTAQ) AND WHETHER
           THE START DATE IS IN AN OPEN SEASON (PACSEAQ), WITH THE
           NEXT OPENING WHEN IT IS NOT.  A QUOTE THE OPERATOR ISSUES
           TAKES THE NEXT NUMBER ON FROM THE HIGHEST IN pacquote.dat
           (PACQUO.COB LAYOUT, APPEND-ONLY LIKE THE CERTIFICATE
           REGISTER), IS GOOD FOR THIRTY DAYS OR UNTIL ITS FEE LINE
           IS RETIRED IF THAT IS SOONER, IS LOGGED AS A 'Q' LINE, AND
           IS WRITTEN TO pacqNNNNNN.rpt FOR THE POST, WITH A COPY TO
           THE PRINTER ON REQUEST.  WHEN THE REGISTRATION IS KEYED,
           PACMAINT TAKES THE QUOTE NUMBER, CARRIES IT ON THE RECORD
           (PAC-QUOTE-NO) AND HAS PACQUOQ LOG THE CONVERSION.  THE
           LIST OPTION SHOWS THE REGISTER WITH EACH QUOTE'S STATE --
           OPEN, LAPSED, OR THE REGISTRATION IT BECAME -- AND THE
           CONVERSION COUNTS.  NOTHING HERE TOUCHES A YEAR FILE, SO
           NO RUN TOKEN IS TAKEN; THE NUMBER IS PICKED UP JUST
           BEFORE THE LINE IS WRITTEN, AS PACHOLD DOES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. COMPAQ-DESKPRO-286.
       OBJECT-COMPUTER. ANY-COMPAQ-COMPATABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUOTE-FEE-FILE ASSIGN TO WS-FEE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEE-FILE-STATUS.
           SELECT QUOTE-CODES-FILE ASSIGN TO WS-CODES-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CODES-FILE-STATUS.
           SELECT QUOTE-REG-FILE ASSIGN TO WS-REG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REG-FILE-STATUS.
           SELECT QUOTE-DOC-FILE ASSIGN TO WS-DOC-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DOC-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  QUOTE-FEE-FILE.
       01  QUOTE-FEE-RECORD.
           COPY 'PACFEE.COB'.
       FD  QUOTE-CODES-FILE.
       01  QUOTE-CODES-RECORD.
           COPY 'PACCTB.COB'.
       FD  QUOTE-REG-FILE.
       01  QUOTE-REG-RECORD.
           COPY 'PACQUO.COB'.
       FD  QUOTE-DOC-FILE.
       01  QUOTE-DOC-RECORD          PIC X(80).
       WORKING-STORAGE SECTION.
      * ------------------------: Main window and quotation panel.
           COPY mymain.
           COPY panel.

       01  WS-FEE-NAME            PIC X(32) VALUE 'pacfees.dat'.
       01  FEE-FILE-STATUS        PIC X(2).
       01  WS-CODES-NAME          PIC X(32) VALUE 'paccodes.dat'.
       01  CODES-FILE-STATUS      PIC X(2).
       01  WS-REG-NAME            PIC X(32) VALUE 'pacquote.dat'.
       01  REG-FILE-STATUS        PIC X(2).
       01  WS-DOC-NAME            PIC X(32) VALUE SPACES.
       01  DOC-FILE-STATUS        PIC X(2).
       01  WS-PRT-NAME            PIC X(32) VALUE 'LPT1'.
       01  ERR-TEXT               PIC X(60) VALUE SPACES.

       01  INPUT-EOF-SW           PIC X VALUE 'N'.
           88  INPUT-AT-EOF              VALUE 'Y'.
           88  INPUT-NOT-AT-EOF          VALUE 'N'.

       01  TODAY-YYMMDD           PIC 9(06) VALUE 0.
       01  TODAY-CCYYMMDD         PIC 9(08) VALUE 0.
       01  TODAY-INTEGER          PIC 9(08) VALUE 0.
       01  QUOTE-VALID-DAYS       PIC 9(03) VALUE 30.

      *      THE QUESTION.  THE 1-CHARACTER CODES ARE PADDED INTO
      *      2-BYTE FIELDS TO MEET THE FEE LINES, AS PACVALU DOES.
       01  QUOTE-ACTION           PIC X(01) VALUE SPACE.
           88  ACTION-IS-NEW             VALUES 'N' 'n'.
           88  ACTION-IS-LIST            VALUES 'L' 'l'.
           88  ACTION-IS-EXIT            VALUES 'X' 'x'.
       01  QUOTE-SPEC             PIC X(01) VALUE SPACE.
       01  QUOTE-GEAR             PIC X(02) VALUE SPACES.
       01  QUOTE-AREA             PIC X(01) VALUE SPACE.
       01  QUOTE-QTY              PIC 9(05) VALUE 0.
       01  QUOTE-START-DATE       PIC 9(08) VALUE 0.
       01  QUOTE-START-SPLIT REDEFINES QUOTE-START-DATE.
           05  QUOTE-START-CCYY   PIC 9(04).
           05  QUOTE-START-MM     PIC 9(02).
           05  QUOTE-START-DD     PIC 9(02).
       01  QUOTE-PROSPECT         PIC X(30) VALUE SPACES.
       01  QUOTE-ISSUE            PIC X(01) VALUE 'N'.
           88  ISSUE-THE-QUOTE           VALUES 'Y' 'y'.
       01  QUOTE-PRINT            PIC X(01) VALUE 'N'.
           88  PRINT-THE-QUOTE           VALUES 'Y' 'y'.
       01  VAL.
           05  V-SPEC             PIC X(02).
           05  V-GEAR             PIC X(02).
           05  V-AREA             PIC X(02).

      *      THE ANSWER.
       01  QUOTE-FEE              PIC 9(07)V99 VALUE 0.
       01  QUOTE-NUMBER           PIC 9(06) VALUE 0.
       01  QUOTE-VALID-TO         PIC 9(08) VALUE 0.
       01  VALID-INTEGER          PIC 9(08) VALUE 0.
       01  NEXT-OPENING           PIC 9(08) VALUE 0.
       01  QUOTA-TEXT             PIC X(60) VALUE SPACES.
       01  SEASON-TEXT            PIC X(60) VALUE SPACES.
       01  FEE-ED                 PIC Z,ZZZ,ZZ9.99.
       01  LIMIT-ED               PIC Z,ZZZ,ZZ9.
       01  REMAINING-ED           PIC -ZZZ,ZZZ,ZZ9.
       01  QUOTE-OK-SW            PIC X VALUE 'N'.
           88  QUOTE-CAN-BE-GIVEN        VALUE 'Y'.
           88  QUOTE-CANNOT-BE-GIVEN     VALUE 'N'.

      *      THE FEE SCHEDULE, READ ONCE.
       01  FEE-COUNT              PIC 9(03) VALUE 0.
       01  FEE-SCAN               PIC 9(03) VALUE 0.
       01  FEE-FOUND-SW           PIC X VALUE 'N'.
           88  FEE-LINE-FOUND            VALUE 'Y'.
           88  FEE-LINE-MISSING          VALUE 'N'.
       01  FEE-TABLE.
           05  FEE-ENTRY OCCURS 100 TIMES
                   INDEXED BY FEE-IDX.
               10  FT-SPEC           PIC X(02).
               10  FT-GEAR           PIC X(02).
               10  FT-AREA           PIC X(02).
               10  FT-FROM           PIC 9(08).
               10  FT-TO             PIC 9(08).
               10  FT-BASE           PIC 9(05)V99.
               10  FT-RATE           PIC 9(05)V99.

      *      SPEC/GEAR/AREA DESCRIPTIONS OFF paccodes.dat, READ HERE
      *      THE WAY PACCERT READS THEM.
       01  DESC-COUNT             PIC 9(03) VALUE 0.
       01  DESC-SCAN              PIC 9(03) VALUE 0.
       01  DESC-TABLE.
           05  DESC-ENTRY OCCURS 150 TIMES.
               10  DT-SET            PIC X(04).
               10  DT-CODE           PIC X(02).
               10  DT-DESC           PIC X(20).
       01  LOOK-SET               PIC X(04).
       01  LOOK-CODE              PIC X(02).
       01  LOOK-DESC              PIC X(20).

      *      THE REGISTER, FOR THE LIST: EACH QUOTE'S 'Q' LINE AND
      *      WHETHER A 'C' LINE HAS FOLLOWED IT.
       01  QT-COUNT               PIC 9(04) VALUE 0.
       01  QT-MAX                 PIC 9(04) VALUE 2000.
       01  QT-SCAN                PIC 9(04) VALUE 0.
       01  QT-HIT                 PIC 9(04) VALUE 0.
       01  QT-TABLE.
           05  QT-ENTRY OCCURS 2000 TIMES.
               10  QT-NUMBER         PIC 9(06).
               10  QT-STATE          PIC X(01).
               10  QT-DATE           PIC 9(08).
               10  QT-VALID-TO       PIC 9(08).
               10  QT-SPEC           PIC X(01).
               10  QT-GEAR           PIC X(02).
               10  QT-AREA           PIC X(01).
               10  QT-QTY            PIC 9(05).
               10  QT-FEE            PIC 9(07)V99.
               10  QT-PROSPECT       PIC X(20).
               10  QT-CCYY           PIC 9(04).
               10  QT-SERIAL         PIC X(05).
               10  QT-SEQ            PIC 9(03).
       01  LIST-FROM              PIC 9(06) VALUE 0.
       01  LIST-SHOWN             PIC 9(02) VALUE 0.
       01  LIST-REPLY             PIC X(01) VALUE SPACE.
           88  LIST-STOP                 VALUES 'X' 'x'.
       01  OPEN-COUNT             PIC 9(04) VALUE 0.
       01  LAPSED-COUNT           PIC 9(04) VALUE 0.
       01  CONVERTED-COUNT        PIC 9(04) VALUE 0.
       01  LIST-LINE.
           05  LL-NUMBER          PIC 9(06).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  LL-DATE            PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  LL-SPEC            PIC X(01).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  LL-GEAR            PIC X(02).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  LL-AREA            PIC X(01).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  LL-QTY             PIC ZZZZ9.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  LL-FEE             PIC Z,ZZZ,ZZ9.99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  LL-PROSPECT        PIC X(16).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  LL-STATE           PIC X(18).

      *      QUOTA HEADROOM QUERY (PACQTAQ HAS NO SEPARATE COPYBOOK
      *      FOR ITS PARAMETER).
       01  QTAQ-PARM.
           05  QTAQ-REQUEST        PIC X(01).
           05  QTAQ-CCYY           PIC 9(04).
           05  QTAQ-AREA           PIC X(01).
           05  QTAQ-SPEC           PIC X(01).
           05  QTAQ-QTY            PIC S9(07).
           05  QTAQ-RESULT         PIC X(01).
               88  QTAQ-NO-QUOTA         VALUE 'N'.
               88  QTAQ-WITHIN           VALUE 'O'.
               88  QTAQ-NEAR-LIMIT       VALUE 'W'.
               88  QTAQ-OVER-LIMIT       VALUE 'X'.
           05  QTAQ-LIMIT          PIC 9(07).
           05  QTAQ-USED           PIC S9(09).
           05  QTAQ-REMAINING      PIC S9(09).
           05  QTAQ-REGION         PIC X(02).

      *      OPEN-SEASON QUERY (PACSEAQ HAS NO SEPARATE COPYBOOK FOR
      *      ITS PARAMETER).
       01  SEAQ-PARM.
           05  SEAQ-REQUEST        PIC X(01).
           05  SEAQ-SPEC           PIC X(01).
           05  SEAQ-AREA           PIC X(01).
           05  SEAQ-EFF-DATE       PIC 9(08).
           05  SEAQ-EXP-DATE       PIC 9(08).
           05  SEAQ-RESULT         PIC X(01).
               88  SEAQ-NO-SEASON        VALUE 'N'.
               88  SEAQ-IN-SEASON        VALUE 'I'.
               88  SEAQ-OUT-OF-SEASON    VALUE 'O'.
           05  SEAQ-WINDOW         PIC 9(04).
           05  SEAQ-WINDOW-COUNT   PIC 9(04).
           05  SEAQ-OPEN           PIC 9(08).
           05  SEAQ-CLOSE          PIC 9(08).
           05  SEAQ-NAME           PIC X(20).
       01  WINDOW-TOTAL           PIC 9(04) VALUE 0.
       01  WINDOW-SCAN            PIC 9(04) VALUE 0.

      *      THE QUOTE AS IT GOES TO THE PROSPECT.
       01  QD-RULE-LINE           PIC X(80) VALUE ALL '='.
       01  QD-BLANK-LINE          PIC X(80) VALUE SPACES.
       01  QD-TITLE-LINE.
           05  FILLER             PIC X(40) VALUE
               'PAC REGISTRATION FEE QUOTATION'.
           05  FILLER             PIC X(11) VALUE 'QUOTE NO. '.
           05  QDT-NUMBER         PIC 9(06).
           05  FILLER             PIC X(23) VALUE SPACES.
       01  QD-PROSPECT-LINE.
           05  FILLER             PIC X(14) VALUE 'PREPARED FOR'.
           05  QDP-PROSPECT       PIC X(30).
           05  FILLER             PIC X(36) VALUE SPACES.
       01  QD-CODE-LINE.
           05  QDC-LABEL          PIC X(14).
           05  QDC-CODE           PIC X(02).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  QDC-DESC           PIC X(20).
           05  FILLER             PIC X(42) VALUE SPACES.
       01  QD-QTY-LINE.
           05  FILLER             PIC X(14) VALUE 'QUANTITY'.
           05  QDQ-QTY            PIC ZZ,ZZ9.
           05  FILLER             PIC X(60) VALUE SPACES.
       01  QD-START-LINE.
           05  FILLER             PIC X(14) VALUE 'STARTING'.
           05  QDS-DATE           PIC 9(08).
           05  FILLER             PIC X(58) VALUE SPACES.
       01  QD-SCHEDULE-LINE.
           05  FILLER             PIC X(14) VALUE 'FEE SCHEDULE'.
           05  FILLER             PIC X(05) VALUE 'BASE '.
           05  QDF-BASE           PIC ZZ,ZZ9.99.
           05  FILLER             PIC X(10) VALUE ' PLUS RATE'.
           05  QDF-RATE           PIC ZZ,ZZ9.99.
           05  FILLER             PIC X(09) VALUE ' PER UNIT'.
           05  FILLER             PIC X(24) VALUE SPACES.
       01  QD-FEE-LINE.
           05  FILLER             PIC X(14) VALUE 'QUOTED FEE'.
           05  QDF-FEE            PIC Z,ZZZ,ZZ9.99.
           05  FILLER             PIC X(54) VALUE SPACES.
       01  QD-QUOTA-LINE.
           05  FILLER             PIC X(14) VALUE 'QUOTA'.
           05  QDQ-TEXT           PIC X(60).
           05  FILLER             PIC X(06) VALUE SPACES.
       01  QD-SEASON-LINE.
           05  FILLER             PIC X(14) VALUE 'SEASON'.
           05  QDS-TEXT           PIC X(60).
           05  FILLER             PIC X(06) VALUE SPACES.
       01  QD-ISSUED-LINE.
           05  FILLER             PIC X(14) VALUE 'QUOTED ON'.
           05  QDI-DATE           PIC 9(08).
           05  FILLER             PIC X(04) VALUE ' BY '.
           05  QDI-OPERATOR       PIC X(08).
           05  FILLER             PIC X(46) VALUE SPACES.
       01  QD-VALID-LINE.
           05  FILLER             PIC X(14) VALUE 'VALID TO'.
           05  QDV-DATE           PIC 9(08).
           05  FILLER             PIC X(58) VALUE SPACES.
       01  QD-NOTE-LINE-1         PIC X(80) VALUE
           'PLEASE GIVE THE QUOTE NUMBER WHEN REGISTERING.'.
       01  QD-NOTE-LINE-2         PIC X(80) VALUE
           'QUOTA AND SEASON ARE AS THEY STOOD ON THE QUOTE DATE.'.

       LINKAGE SECTION.
       01  QUOTE-PARM.
           05  QUOTE-OPERATOR       PIC X(08).

      *      REGION CODE -- SPACES = THE HISTORIC SINGLE-REGION
      *      FILE SET (pacCCYY.btr); OTHERWISE QUALIFIES EVERY
      *      PER-YEAR FILE NAME THE RUN TOUCHES.
           05  QUOTE-REGION         PIC X(02).
       PROCEDURE DIVISION USING QUOTE-PARM.
       A000-BEGIN.
           ACCEPT TODAY-YYMMDD FROM DATE.
           IF TODAY-YYMMDD > 700000
              COMPUTE TODAY-CCYYMMDD = 19000000 + TODAY-YYMMDD
           ELSE
              COMPUTE TODAY-CCYYMMDD = 20000000 + TODAY-YYMMDD.
           COMPUTE TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (TODAY-CCYYMMDD).
           PERFORM LOAD-FEE-SCHEDULE THRU LOAD-FEE-SCHEDULE-EXIT.
           IF FEE-COUNT = 0
              MOVE SPACES TO ERR-TEXT
              STRING 'PACQUOTE: ' DELIMITED BY SIZE
                     WS-FEE-NAME DELIMITED BY SPACE
                     ' IS EMPTY OR MISSING' DELIMITED BY SIZE
                     INTO ERR-TEXT
              PERFORM SHOW-MYMAIN-ERROR
              GO TO WRAP-UP.
           PERFORM LOAD-DESCRIPTIONS THRU LOAD-DESCRIPTIONS-EXIT.

       ASK-FOR-ACTION.
           DISPLAY ' '.
           DISPLAY 'PACQUOTE: N=NEW QUOTE, L=LIST QUOTES, X=EXIT: '
               WITH NO ADVANCING.
           MOVE SPACE TO QUOTE-ACTION.
           ACCEPT QUOTE-ACTION.
           IF ACTION-IS-EXIT
              GO TO WRAP-UP.
           IF ACTION-IS-LIST
              PERFORM LIST-QUOTES THRU LIST-QUOTES-EXIT
              GO TO ASK-FOR-ACTION.
           IF NOT ACTION-IS-NEW
              DISPLAY 'PACQUOTE: INVALID CHOICE -- TRY AGAIN'
              GO TO ASK-FOR-ACTION.

           PERFORM PRICE-QUOTE THRU PRICE-QUOTE-EXIT.
           IF QUOTE-CANNOT-BE-GIVEN
              GO TO ASK-FOR-ACTION.

           MOVE QUOTE-FEE TO FEE-ED.
           MOVE SPACES TO PANEL-MESSAGE-TEXT.
           STRING 'FEE ' DELIMITED BY SIZE
                  FEE-ED DELIMITED BY SIZE
                  ' -- QUOTA: ' DELIMITED BY SIZE
                  QUOTA-TEXT DELIMITED BY '  '
                  ' -- SEASON: ' DELIMITED BY SIZE
                  SEASON-TEXT DELIMITED BY '  '
                  INTO PANEL-MESSAGE-TEXT.
           SET PANEL-MESSAGE-IN-MESSAGEBOX TO TRUE.
           SET PANEL-DO-DISPLAY TO TRUE.
           CALL 'GS' USING panel-1
                           panel-2
                           panel-3
                           panel-4.
           IF PANEL-EXIT
              OR PANEL-EVENT-CLOSE-WINDOW
              OR PANEL-EVENT-CLOSE-AND-STOP
              GO TO WRAP-UP.

           DISPLAY 'PACQUOTE: ISSUE THIS QUOTE (Y/N): '
               WITH NO ADVANCING.
           MOVE 'N' TO QUOTE-ISSUE.
           ACCEPT QUOTE-ISSUE.
           IF NOT ISSUE-THE-QUOTE
              GO TO ASK-FOR-ACTION.
           DISPLAY 'PACQUOTE: PROSPECT NAME: ' WITH NO ADVANCING.
           MOVE SPACES TO QUOTE-PROSPECT.
           ACCEPT QUOTE-PROSPECT.
           PERFORM ISSUE-QUOTE.

           MOVE SPACES TO WS-DOC-NAME.
           STRING 'pacq' DELIMITED BY SIZE
                  QUOTE-NUMBER DELIMITED BY SIZE
                  '.rpt' DELIMITED BY SIZE
                  INTO WS-DOC-NAME.
           PERFORM WRITE-QUOTE-DOCUMENT THRU WRITE-QUOTE-DOCUMENT-EXIT.
           DISPLAY 'PRINT QUOTE ' QUOTE-NUMBER ' ON '
               WS-PRT-NAME (1:8) '(Y/N): ' WITH NO ADVANCING.
           MOVE 'N' TO QUOTE-PRINT.
           ACCEPT QUOTE-PRINT.
           IF PRINT-THE-QUOTE
              MOVE WS-PRT-NAME TO WS-DOC-NAME
              PERFORM WRITE-QUOTE-DOCUMENT
                  THRU WRITE-QUOTE-DOCUMENT-EXIT.

           MOVE SPACES TO PANEL-MESSAGE-TEXT.
           STRING 'QUOTE ' DELIMITED BY SIZE
                  QUOTE-NUMBER DELIMITED BY SIZE
                  ' ISSUED: FEE ' DELIMITED BY SIZE
                  FEE-ED DELIMITED BY SIZE
                  ', VALID TO ' DELIMITED BY SIZE
                  QUOTE-VALID-TO DELIMITED BY SIZE
                  ' -- SEE pacq' DELIMITED BY SIZE
                  QUOTE-NUMBER DELIMITED BY SIZE
                  '.rpt' DELIMITED BY SIZE
                  INTO PANEL-MESSAGE-TEXT.
           SET PANEL-MESSAGE-IN-MESSAGEBOX TO TRUE.
           SET PANEL-DO-DISPLAY TO TRUE.
           CALL 'GS' USING panel-1
                           panel-2
                           panel-3
                           panel-4.
           IF PANEL-EXIT
              OR PANEL-EVENT-CLOSE-WINDOW
              OR PANEL-EVENT-CLOSE-AND-STOP
              GO TO WRAP-UP.
           GO TO ASK-FOR-ACTION.

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

      * ------------------------------------------------------------
      *      THE QUESTION, THE FEE, AND WHAT STANDS IN THE WAY.
      * ------------------------------------------------------------
       PRICE-QUOTE.
           SET QUOTE-CANNOT-BE-GIVEN TO TRUE.
           DISPLAY 'ENTER SPEC: ' WITH NO ADVANCING.
           MOVE SPACE TO QUOTE-SPEC.
           ACCEPT QUOTE-SPEC.
           DISPLAY 'ENTER GEAR: ' WITH NO ADVANCING.
           MOVE SPACES TO QUOTE-GEAR.
           ACCEPT QUOTE-GEAR.
           DISPLAY 'ENTER AREA: ' WITH NO ADVANCING.
           MOVE SPACE TO QUOTE-AREA.
           ACCEPT QUOTE-AREA.
           DISPLAY 'ENTER QTY (99999): ' WITH NO ADVANCING.
           MOVE 0 TO QUOTE-QTY.
           ACCEPT QUOTE-QTY.
           DISPLAY 'ENTER START DATE (CCYYMMDD, 0=TODAY): '
               WITH NO ADVANCING.
           MOVE 0 TO QUOTE-START-DATE.
           ACCEPT QUOTE-START-DATE.
           IF QUOTE-START-DATE NOT NUMERIC OR QUOTE-START-DATE = 0
              MOVE TODAY-CCYYMMDD TO QUOTE-START-DATE.
           IF QUOTE-START-CCYY < 1900
              OR QUOTE-START-MM < 1 OR QUOTE-START-MM > 12
              OR QUOTE-START-DD < 1 OR QUOTE-START-DD > 31
              DISPLAY 'PACQUOTE: ' QUOTE-START-DATE
                  ' IS NOT A DATE -- NO QUOTE'
              GO TO PRICE-QUOTE-EXIT.
           IF QUOTE-SPEC = SPACE OR QUOTE-GEAR = SPACES
              OR QUOTE-AREA = SPACE
              DISPLAY 'PACQUOTE: SPEC, GEAR AND AREA ARE ALL'
                  ' NEEDED -- NO QUOTE'
              GO TO PRICE-QUOTE-EXIT.

           MOVE SPACES     TO VAL.
           MOVE QUOTE-SPEC TO V-SPEC.
           MOVE QUOTE-GEAR TO V-GEAR.
           MOVE QUOTE-AREA TO V-AREA.
           SET FEE-LINE-MISSING TO TRUE.
           PERFORM FIND-FEE-LINE
               VARYING FEE-SCAN FROM 1 BY 1
               UNTIL FEE-SCAN > FEE-COUNT OR FEE-LINE-FOUND.
           IF FEE-LINE-MISSING
              DISPLAY 'PACQUOTE: NO FEE LINE FOR SPEC ' QUOTE-SPEC
                  ' GEAR ' QUOTE-GEAR ' AREA ' QUOTE-AREA
                  ' IN FORCE ON ' QUOTE-START-DATE ' -- NO QUOTE'
              GO TO PRICE-QUOTE-EXIT.
           COMPUTE QUOTE-FEE =
               FT-BASE (FEE-IDX) + FT-RATE (FEE-IDX) * QUOTE-QTY
               ON SIZE ERROR
                  DISPLAY 'PACQUOTE: FEE TOO LARGE TO QUOTE --'
                      ' CHECK THE QUANTITY'
                  GO TO PRICE-QUOTE-EXIT.
           SET QUOTE-CAN-BE-GIVEN TO TRUE.

           PERFORM CHECK-QUOTA.
           PERFORM CHECK-SEASON.

           MOVE QUOTE-FEE TO FEE-ED.
           DISPLAY ' '.
           DISPLAY 'PACQUOTE: SPEC ' QUOTE-SPEC ' GEAR ' QUOTE-GEAR
               ' AREA ' QUOTE-AREA ' QTY ' QUOTE-QTY
               ' FROM ' QUOTE-START-DATE.
           DISPLAY '  FEE     ' FEE-ED.
           DISPLAY '  QUOTA   ' QUOTA-TEXT.
           DISPLAY '  SEASON  ' SEASON-TEXT.
       PRICE-QUOTE-EXIT. EXIT.

      *      THE LIVE FEE LINE FOR THE COMBINATION ON THE START
      *      DATE -- THE SAME TEST PACVALU MAKES.
       FIND-FEE-LINE.
           SET FEE-IDX TO FEE-SCAN.
           IF FT-SPEC (FEE-IDX) = V-SPEC
              AND FT-GEAR (FEE-IDX) = V-GEAR
              AND FT-AREA (FEE-IDX) = V-AREA
              AND (FT-FROM (FEE-IDX) = 0
                   OR FT-FROM (FEE-IDX) NOT > QUOTE-START-DATE)
              AND (FT-TO (FEE-IDX) = 0
                   OR FT-TO (FEE-IDX) NOT < QUOTE-START-DATE)
              SET FEE-LINE-FOUND TO TRUE.

      *      HEADROOM IN THE START DATE'S YEAR.  PACQTAQ LOADS AND
      *      SWEEPS THAT YEAR ON THE FIRST QUESTION ABOUT IT.
       CHECK-QUOTA.
           MOVE 'C'              TO QTAQ-REQUEST.
           MOVE QUOTE-START-CCYY TO QTAQ-CCYY.
           MOVE QUOTE-AREA       TO QTAQ-AREA.
           MOVE QUOTE-SPEC       TO QTAQ-SPEC.
           MOVE QUOTE-QTY        TO QTAQ-QTY.
           MOVE QUOTE-REGION     TO QTAQ-REGION.
           CALL 'PACQTAQ' USING QTAQ-PARM.
           MOVE SPACES TO QUOTA-TEXT.
           IF QTAQ-NO-QUOTA
              MOVE 'NO QUOTA SET FOR THIS AREA AND SPEC' TO QUOTA-TEXT
              GO TO CHECK-QUOTA-EXIT.
           MOVE QTAQ-LIMIT     TO LIMIT-ED.
           MOVE QTAQ-REMAINING TO REMAINING-ED.
           IF QTAQ-OVER-LIMIT
              STRING 'WOULD GO OVER --' DELIMITED BY SIZE
                     REMAINING-ED DELIMITED BY SIZE
                     ' LEFT OF' DELIMITED BY SIZE
                     LIMIT-ED DELIMITED BY SIZE
                     INTO QUOTA-TEXT
           ELSE IF QTAQ-NEAR-LIMIT
              STRING 'NEAR THE LIMIT --' DELIMITED BY SIZE
                     REMAINING-ED DELIMITED BY SIZE
                     ' LEFT OF' DELIMITED BY SIZE
                     LIMIT-ED DELIMITED BY SIZE
                     INTO QUOTA-TEXT
           ELSE
              STRING 'WITHIN QUOTA --' DELIMITED BY SIZE
                     REMAINING-ED DELIMITED BY SIZE
                     ' LEFT OF' DELIMITED BY SIZE
                     LIMIT-ED DELIMITED BY SIZE
                     INTO QUOTA-TEXT.
       CHECK-QUOTA-EXIT. EXIT.

      *      IS THE START DATE IN AN OPEN SEASON?  WHEN IT IS NOT,
      *      WALK THE CALENDAR FOR THE NEXT WINDOW THAT OPENS FOR THE
      *      SPEC AND AREA AFTER IT.
       CHECK-SEASON.
           MOVE 'C'              TO SEAQ-REQUEST.
           MOVE QUOTE-SPEC       TO SEAQ-SPEC.
           MOVE QUOTE-AREA       TO SEAQ-AREA.
           MOVE QUOTE-START-DATE TO SEAQ-EFF-DATE.
           MOVE QUOTE-START-DATE TO SEAQ-EXP-DATE.
           CALL 'PACSEAQ' USING SEAQ-PARM.
           MOVE SPACES TO SEASON-TEXT.
           IF SEAQ-NO-SEASON
              MOVE 'NO SEASON SET -- OPEN ALL YEAR' TO SEASON-TEXT
              GO TO CHECK-SEASON-EXIT.
           IF SEAQ-IN-SEASON
              STRING 'IN SEASON -- ' DELIMITED BY SIZE
                     SEAQ-NAME DELIMITED BY '  '
                     ' TO ' DELIMITED BY SIZE
                     SEAQ-CLOSE DELIMITED BY SIZE
                     INTO SEASON-TEXT
              GO TO CHECK-SEASON-EXIT.
           MOVE 0 TO NEXT-OPENING.
           MOVE SEAQ-WINDOW-COUNT TO WINDOW-TOTAL.
           PERFORM FIND-NEXT-OPENING
               VARYING WINDOW-SCAN FROM 1 BY 1
               UNTIL WINDOW-SCAN > WINDOW-TOTAL.
           IF NEXT-OPENING = 0
              MOVE 'OUT OF SEASON -- NO LATER OPENING ON THE CALENDAR'
                  TO SEASON-TEXT
           ELSE
              STRING 'OUT OF SEASON -- NEXT OPENS ' DELIMITED BY SIZE
                     NEXT-OPENING DELIMITED BY SIZE
                     INTO SEASON-TEXT.
       CHECK-SEASON-EXIT. EXIT.

       FIND-NEXT-OPENING.
           MOVE 'G'         TO SEAQ-REQUEST.
           MOVE WINDOW-SCAN TO SEAQ-WINDOW.
           CALL 'PACSEAQ' USING SEAQ-PARM.
           IF SEAQ-IN-SEASON
              AND SEAQ-SPEC = QUOTE-SPEC
              AND (SEAQ-AREA = SPACE OR SEAQ-AREA = QUOTE-AREA)
              AND SEAQ-OPEN > QUOTE-START-DATE
              AND (NEXT-OPENING = 0 OR SEAQ-OPEN < NEXT-OPENING)
              MOVE SEAQ-OPEN TO NEXT-OPENING.

      * ------------------------------------------------------------
      *      ISSUING: NUMBER, VALIDITY, REGISTER LINE, DOCUMENT.
      * ------------------------------------------------------------
      *      THIRTY DAYS FROM TODAY, CUT BACK TO THE DAY THE FEE
      *      LINE RETIRES IF THAT COMES FIRST.
       ISSUE-QUOTE.
           COMPUTE VALID-INTEGER = TODAY-INTEGER + QUOTE-VALID-DAYS.
           COMPUTE QUOTE-VALID-TO =
               FUNCTION DATE-OF-INTEGER (VALID-INTEGER).
           IF FT-TO (FEE-IDX) NOT = 0
              AND FT-TO (FEE-IDX) < QUOTE-VALID-TO
              AND FT-TO (FEE-IDX) NOT < TODAY-CCYYMMDD
              MOVE FT-TO (FEE-IDX) TO QUOTE-VALID-TO.
           PERFORM FIND-HIGHEST-NUMBER THRU FIND-HIGHEST-NUMBER-EXIT.
           ADD 1 TO QUOTE-NUMBER.
           MOVE SPACES           TO QUOTE-REG-RECORD.
           MOVE QUOTE-NUMBER     TO QUO-NUMBER.
           MOVE 'Q'              TO QUO-EVENT.
           MOVE TODAY-CCYYMMDD   TO QUO-DATE.
           MOVE QUOTE-OPERATOR   TO QUO-OPERATOR.
           MOVE QUOTE-VALID-TO   TO QUO-VALID-TO.
           MOVE QUOTE-SPEC       TO QUO-SPEC.
           MOVE QUOTE-GEAR       TO QUO-GEAR.
           MOVE QUOTE-AREA       TO QUO-AREA.
           MOVE QUOTE-QTY        TO QUO-QTY.
           MOVE QUOTE-START-DATE TO QUO-START-DATE.
           MOVE QUOTE-FEE        TO QUO-FEE.
           MOVE QUOTE-REGION     TO QUO-REGION.
           MOVE 0                TO QUO-CCYY.
           MOVE SPACES           TO QUO-SERIAL.
           MOVE 0                TO QUO-SEQ.
           MOVE QUOTE-PROSPECT   TO QUO-PROSPECT.
           OPEN EXTEND QUOTE-REG-FILE.
           IF REG-FILE-STATUS = '05' OR '35'
              OPEN OUTPUT QUOTE-REG-FILE.
           WRITE QUOTE-REG-RECORD.
           CLOSE QUOTE-REG-FILE.
           DISPLAY 'PACQUOTE: QUOTE ' QUOTE-NUMBER ' LOGGED TO '
               WS-REG-NAME.

      *      THE HIGHEST NUMBER ON THE REGISTER; NONE MEANS QUOTE 1
      *      IS NEXT.
       FIND-HIGHEST-NUMBER.
           MOVE 0 TO QUOTE-NUMBER.
           SET INPUT-NOT-AT-EOF TO TRUE.
           OPEN INPUT QUOTE-REG-FILE.
           IF REG-FILE-STATUS NOT = '00'
              GO TO FIND-HIGHEST-NUMBER-EXIT.
           PERFORM READ-FOR-HIGHEST UNTIL INPUT-AT-EOF.
           CLOSE QUOTE-REG-FILE.
       FIND-HIGHEST-NUMBER-EXIT. EXIT.

       READ-FOR-HIGHEST.
           READ QUOTE-REG-FILE
               AT END
                  SET INPUT-AT-EOF TO TRUE
               NOT AT END
                  IF QUO-NUMBER NUMERIC
                     AND QUO-NUMBER > QUOTE-NUMBER
                     MOVE QUO-NUMBER TO QUOTE-NUMBER.

      *      THE QUOTE TO WS-DOC-NAME -- THE FILE COPY, THEN THE
      *      PRINTER IF ASKED.
       WRITE-QUOTE-DOCUMENT.
           OPEN OUTPUT QUOTE-DOC-FILE.
           IF DOC-FILE-STATUS NOT = '00'
              MOVE SPACES TO ERR-TEXT
              STRING 'PACQUOTE: CANNOT OPEN ' DELIMITED BY SIZE
                     WS-DOC-NAME DELIMITED BY SPACE
                     ' -- STATUS ' DELIMITED BY SIZE
                     DOC-FILE-STATUS DELIMITED BY SIZE
                     INTO ERR-TEXT
              PERFORM SHOW-MYMAIN-ERROR
              GO TO WRITE-QUOTE-DOCUMENT-EXIT.
           WRITE QUOTE-DOC-RECORD FROM QD-RULE-LINE.
           MOVE QUOTE-NUMBER TO QDT-NUMBER.
           WRITE QUOTE-DOC-RECORD FROM QD-TITLE-LINE.
           WRITE QUOTE-DOC-RECORD FROM QD-BLANK-LINE.
           MOVE QUOTE-PROSPECT TO QDP-PROSPECT.
           WRITE QUOTE-DOC-RECORD FROM QD-PROSPECT-LINE.
           WRITE QUOTE-DOC-RECORD FROM QD-BLANK-LINE.
           MOVE 'SPEC'     TO LOOK-SET.
           MOVE QUOTE-SPEC TO LOOK-CODE.
           PERFORM LOOKUP-DESCRIPTION THRU LOOKUP-DESCRIPTION-EXIT.
           MOVE 'SPECIES' TO QDC-LABEL.
           MOVE LOOK-CODE TO QDC-CODE.
           MOVE LOOK-DESC TO QDC-DESC.
           WRITE QUOTE-DOC-RECORD FROM QD-CODE-LINE.
           MOVE 'GEAR'     TO LOOK-SET.
           MOVE QUOTE-GEAR TO LOOK-CODE.
           PERFORM LOOKUP-DESCRIPTION THRU LOOKUP-DESCRIPTION-EXIT.
           MOVE 'GEAR'    TO QDC-LABEL.
           MOVE LOOK-CODE TO QDC-CODE.
           MOVE LOOK-DESC TO QDC-DESC.
           WRITE QUOTE-DOC-RECORD FROM QD-CODE-LINE.
           MOVE 'AREA'     TO LOOK-SET.
           MOVE QUOTE-AREA TO LOOK-CODE.
           PERFORM LOOKUP-DESCRIPTION THRU LOOKUP-DESCRIPTION-EXIT.
           MOVE 'AREA'    TO QDC-LABEL.
           MOVE LOOK-CODE TO QDC-CODE.
           MOVE LOOK-DESC TO QDC-DESC.
           WRITE QUOTE-DOC-RECORD FROM QD-CODE-LINE.
           MOVE QUOTE-QTY TO QDQ-QTY.
           WRITE QUOTE-DOC-RECORD FROM QD-QTY-LINE.
           MOVE QUOTE-START-DATE TO QDS-DATE.
           WRITE QUOTE-DOC-RECORD FROM QD-START-LINE.
           WRITE QUOTE-DOC-RECORD FROM QD-BLANK-LINE.
           MOVE FT-BASE (FEE-IDX) TO QDF-BASE.
           MOVE FT-RATE (FEE-IDX) TO QDF-RATE.
           WRITE QUOTE-DOC-RECORD FROM QD-SCHEDULE-LINE.
           MOVE QUOTE-FEE TO QDF-FEE.
           WRITE QUOTE-DOC-RECORD FROM QD-FEE-LINE.
           WRITE QUOTE-DOC-RECORD FROM QD-BLANK-LINE.
           MOVE QUOTA-TEXT TO QDQ-TEXT.
           WRITE QUOTE-DOC-RECORD FROM QD-QUOTA-LINE.
           MOVE SEASON-TEXT TO QDS-TEXT.
           WRITE QUOTE-DOC-RECORD FROM QD-SEASON-LINE.
           WRITE QUOTE-DOC-RECORD FROM QD-BLANK-LINE.
           MOVE TODAY-CCYYMMDD TO QDI-DATE.
           MOVE QUOTE-OPERATOR TO QDI-OPERATOR.
           WRITE QUOTE-DOC-RECORD FROM QD-ISSUED-LINE.
           MOVE QUOTE-VALID-TO TO QDV-DATE.
           WRITE QUOTE-DOC-RECORD FROM QD-VALID-LINE.
           WRITE QUOTE-DOC-RECORD FROM QD-BLANK-LINE.
           WRITE QUOTE-DOC-RECORD FROM QD-NOTE-LINE-1.
           WRITE QUOTE-DOC-RECORD FROM QD-NOTE-LINE-2.
           WRITE QUOTE-DOC-RECORD FROM QD-RULE-LINE.
           CLOSE QUOTE-DOC-FILE.
       WRITE-QUOTE-DOCUMENT-EXIT. EXIT.

      * ------------------------------------------------------------
      *      THE REGISTER, WITH EACH QUOTE'S STATE.
      * ------------------------------------------------------------
       LIST-QUOTES.
           PERFORM LOAD-REGISTER THRU LOAD-REGISTER-EXIT.
           IF QT-COUNT = 0
              DISPLAY 'PACQUOTE: NO QUOTES ON ' WS-REG-NAME
              GO TO LIST-QUOTES-EXIT.
           DISPLAY 'LIST FROM QUOTE NUMBER (0 = FIRST): '
               WITH NO ADVANCING.
           MOVE 0 TO LIST-FROM.
           ACCEPT LIST-FROM.
           MOVE 0 TO OPEN-COUNT.
           MOVE 0 TO LAPSED-COUNT.
           MOVE 0 TO CONVERTED-COUNT.
           MOVE 0 TO LIST-SHOWN.
           MOVE SPACE TO LIST-REPLY.
           DISPLAY ' '.
           DISPLAY 'NUMBER QUOTED   S GR A   QTY          FEE '
               'PROSPECT         STATE'.
           PERFORM LIST-ONE-QUOTE
               VARYING QT-SCAN FROM 1 BY 1
               UNTIL QT-SCAN > QT-COUNT.
           MOVE SPACES TO PANEL-MESSAGE-TEXT.
           STRING 'QUOTES ON FILE: ' DELIMITED BY SIZE
                  QT-COUNT DELIMITED BY SIZE
                  ' -- ' DELIMITED BY SIZE
                  CONVERTED-COUNT DELIMITED BY SIZE
                  ' CONVERTED, ' DELIMITED BY SIZE
                  OPEN-COUNT DELIMITED BY SIZE
                  ' OPEN, ' DELIMITED BY SIZE
                  LAPSED-COUNT DELIMITED BY SIZE
                  ' LAPSED UNCONVERTED' DELIMITED BY SIZE
                  INTO PANEL-MESSAGE-TEXT.
           SET PANEL-MESSAGE-IN-MESSAGEBOX TO TRUE.
           SET PANEL-DO-DISPLAY TO TRUE.
           CALL 'GS' USING panel-1
                           panel-2
                           panel-3
                           panel-4.
       LIST-QUOTES-EXIT. EXIT.

      *      EVERY QUOTE COUNTS TOWARDS THE TOTALS; THOSE FROM
      *      LIST-FROM ON ARE SHOWN, A SCREENFUL AT A TIME, UNTIL
      *      THE OPERATOR STOPS THE LIST.
       LIST-ONE-QUOTE.
           MOVE SPACES TO LL-STATE.
           IF QT-STATE (QT-SCAN) = 'C'
              ADD 1 TO CONVERTED-COUNT
              STRING QT-CCYY (QT-SCAN) DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     QT-SERIAL (QT-SCAN) DELIMITED BY SIZE
                     '-' DELIMITED BY SIZE
                     QT-SEQ (QT-SCAN) DELIMITED BY SIZE
                     INTO LL-STATE
           ELSE IF QT-VALID-TO (QT-SCAN) > 0
                AND QT-VALID-TO (QT-SCAN) < TODAY-CCYYMMDD
              ADD 1 TO LAPSED-COUNT
              MOVE 'LAPSED' TO LL-STATE
           ELSE
              ADD 1 TO OPEN-COUNT
              STRING 'OPEN TO ' DELIMITED BY SIZE
                     QT-VALID-TO (QT-SCAN) DELIMITED BY SIZE
                     INTO LL-STATE.
           IF QT-NUMBER (QT-SCAN) < LIST-FROM OR LIST-STOP
              GO TO LIST-ONE-QUOTE-EXIT.
           IF LIST-SHOWN NOT < 20
              DISPLAY 'ENTER = MORE, X = STOP: ' WITH NO ADVANCING
              ACCEPT LIST-REPLY
              MOVE 0 TO LIST-SHOWN
              IF LIST-STOP
                 GO TO LIST-ONE-QUOTE-EXIT.
           MOVE QT-NUMBER (QT-SCAN)   TO LL-NUMBER.
           MOVE QT-DATE (QT-SCAN)     TO LL-DATE.
           MOVE QT-SPEC (QT-SCAN)     TO LL-SPEC.
           MOVE QT-GEAR (QT-SCAN)     TO LL-GEAR.
           MOVE QT-AREA (QT-SCAN)     TO LL-AREA.
           MOVE QT-QTY (QT-SCAN)      TO LL-QTY.
           MOVE QT-FEE (QT-SCAN)      TO LL-FEE.
           MOVE QT-PROSPECT (QT-SCAN) TO LL-PROSPECT.
           DISPLAY LIST-LINE.
           ADD 1 TO LIST-SHOWN.
       LIST-ONE-QUOTE-EXIT. EXIT.

      *      AN 'Q' LINE ADDS THE QUOTE; A 'C' LINE MARKS IT TAKEN
      *      UP AND RECORDS WHAT IT BECAME.
       LOAD-REGISTER.
           MOVE 0 TO QT-COUNT.
           SET INPUT-NOT-AT-EOF TO TRUE.
           OPEN INPUT QUOTE-REG-FILE.
           IF REG-FILE-STATUS NOT = '00'
              GO TO LOAD-REGISTER-EXIT.
           PERFORM LOAD-ONE-REGISTER-LINE THRU
               LOAD-ONE-REGISTER-LINE-EXIT
               UNTIL INPUT-AT-EOF.
           CLOSE QUOTE-REG-FILE.
       LOAD-REGISTER-EXIT. EXIT.

       LOAD-ONE-REGISTER-LINE.
           READ QUOTE-REG-FILE
               AT END
                  SET INPUT-AT-EOF TO TRUE
                  GO TO LOAD-ONE-REGISTER-LINE-EXIT.
           IF QUO-NUMBER NOT NUMERIC
              GO TO LOAD-ONE-REGISTER-LINE-EXIT.
           IF QUO-IS-CONVERTED
              PERFORM FIND-TABLE-QUOTE THRU FIND-TABLE-QUOTE-EXIT
              IF QT-HIT > 0
                 MOVE 'C'        TO QT-STATE (QT-HIT)
                 MOVE QUO-CCYY   TO QT-CCYY (QT-HIT)
                 MOVE QUO-SERIAL TO QT-SERIAL (QT-HIT)
                 MOVE QUO-SEQ    TO QT-SEQ (QT-HIT)
              END-IF
              GO TO LOAD-ONE-REGISTER-LINE-EXIT.
           IF NOT QUO-IS-QUOTED
              GO TO LOAD-ONE-REGISTER-LINE-EXIT.
           IF QT-COUNT NOT < QT-MAX
              DISPLAY 'PACQUOTE: MORE THAN ' QT-MAX ' QUOTES ON '
                  WS-REG-NAME ' -- THE REST ARE NOT LISTED'
              SET INPUT-AT-EOF TO TRUE
              GO TO LOAD-ONE-REGISTER-LINE-EXIT.
           ADD 1 TO QT-COUNT.
           MOVE QUO-NUMBER     TO QT-NUMBER (QT-COUNT).
           MOVE 'Q'            TO QT-STATE (QT-COUNT).
           MOVE QUO-DATE       TO QT-DATE (QT-COUNT).
           MOVE QUO-VALID-TO   TO QT-VALID-TO (QT-COUNT).
           MOVE QUO-SPEC       TO QT-SPEC (QT-COUNT).
           MOVE QUO-GEAR       TO QT-GEAR (QT-COUNT).
           MOVE QUO-AREA       TO QT-AREA (QT-COUNT).
           MOVE QUO-QTY        TO QT-QTY (QT-COUNT).
           MOVE QUO-FEE        TO QT-FEE (QT-COUNT).
           MOVE QUO-PROSPECT   TO QT-PROSPECT (QT-COUNT).
           MOVE 0              TO QT-CCYY (QT-COUNT).
           MOVE SPACES         TO QT-SERIAL (QT-COUNT).
           MOVE 0              TO QT-SEQ (QT-COUNT).
       LOAD-ONE-REGISTER-LINE-EXIT. EXIT.

      *      THE TABLE ENTRY FOR QUO-NUMBER, OR ZERO.
       FIND-TABLE-QUOTE.
           MOVE 0 TO QT-HIT.
           MOVE 1 TO QT-SCAN.
       FIND-TABLE-QUOTE-NEXT.
           IF QT-SCAN > QT-COUNT
              GO TO FIND-TABLE-QUOTE-EXIT.
           IF QT-NUMBER (QT-SCAN) = QUO-NUMBER
              MOVE QT-SCAN TO QT-HIT
              GO TO FIND-TABLE-QUOTE-EXIT.
           ADD 1 TO QT-SCAN.
           GO TO FIND-TABLE-QUOTE-NEXT.
       FIND-TABLE-QUOTE-EXIT. EXIT.

      * ------------------------------------------------------------
      *      FEE SCHEDULE AND CODE DESCRIPTIONS.
      * ------------------------------------------------------------
       LOAD-FEE-SCHEDULE.
           MOVE 0 TO FEE-COUNT.
           SET INPUT-NOT-AT-EOF TO TRUE.
           OPEN INPUT QUOTE-FEE-FILE.
           IF FEE-FILE-STATUS NOT = '00'
              GO TO LOAD-FEE-SCHEDULE-EXIT.
           PERFORM LOAD-ONE-FEE THRU LOAD-ONE-FEE-EXIT
               UNTIL INPUT-AT-EOF OR FEE-COUNT NOT < 100.
           CLOSE QUOTE-FEE-FILE.
       LOAD-FEE-SCHEDULE-EXIT. EXIT.

       LOAD-ONE-FEE.
           READ QUOTE-FEE-FILE
               AT END
                  SET INPUT-AT-EOF TO TRUE
                  GO TO LOAD-ONE-FEE-EXIT.
           ADD 1 TO FEE-COUNT.
           SET FEE-IDX TO FEE-COUNT.
           MOVE FEE-SPEC TO FT-SPEC (FEE-IDX).
           MOVE FEE-GEAR TO FT-GEAR (FEE-IDX).
           MOVE FEE-AREA TO FT-AREA (FEE-IDX).
           IF FEE-VALID-FROM NUMERIC
              MOVE FEE-VALID-FROM TO FT-FROM (FEE-IDX)
           ELSE
              MOVE 0 TO FT-FROM (FEE-IDX).
           IF FEE-VALID-TO NUMERIC
              MOVE FEE-VALID-TO TO FT-TO (FEE-IDX)
           ELSE
              MOVE 0 TO FT-TO (FEE-IDX).
           MOVE FEE-BASE TO FT-BASE (FEE-IDX).
           MOVE FEE-RATE TO FT-RATE (FEE-IDX).
       LOAD-ONE-FEE-EXIT. EXIT.

       LOAD-DESCRIPTIONS.
           MOVE 0 TO DESC-COUNT.
           SET INPUT-NOT-AT-EOF TO TRUE.
           OPEN INPUT QUOTE-CODES-FILE.
           IF CODES-FILE-STATUS NOT = '00'
              DISPLAY 'PACQUOTE: NO ' WS-CODES-NAME
                  ' -- QUOTES PRINT CODES WITHOUT DESCRIPTIONS'
              GO TO LOAD-DESCRIPTIONS-EXIT.
           PERFORM LOAD-ONE-DESCRIPTION UNTIL INPUT-AT-EOF
               OR DESC-COUNT NOT < 150.
           CLOSE QUOTE-CODES-FILE.
       LOAD-DESCRIPTIONS-EXIT. EXIT.

       LOAD-ONE-DESCRIPTION.
           READ QUOTE-CODES-FILE
               AT END
                  SET INPUT-AT-EOF TO TRUE
               NOT AT END
                  IF CTB-CODE-SET NOT = SPACES
                     ADD 1 TO DESC-COUNT
                     MOVE CTB-CODE-SET TO DT-SET (DESC-COUNT)
                     MOVE CTB-CODE     TO DT-CODE (DESC-COUNT)
                     MOVE CTB-DESC     TO DT-DESC (DESC-COUNT).

       LOOKUP-DESCRIPTION.
           MOVE SPACES TO LOOK-DESC.
           MOVE 1 TO DESC-SCAN.
       LOOKUP-DESCRIPTION-NEXT.
           IF DESC-SCAN > DESC-COUNT
              GO TO LOOKUP-DESCRIPTION-EXIT.
           IF DT-SET (DESC-SCAN) = LOOK-SET
              AND DT-CODE (DESC-SCAN) = LOOK-CODE
              MOVE DT-DESC (DESC-SCAN) TO LOOK-DESC
              GO TO LOOKUP-DESCRIPTION-EXIT.
           ADD 1 TO DESC-SCAN.
           GO TO LOOKUP-DESCRIPTION-NEXT.
       LOOKUP-DESCRIPTION-EXIT. EXIT.

       DISPLAY-MAIN.
           CALL 'GS' USING mymain-1
                           mymain-2
                           mymain-3
                           mymain-4.
