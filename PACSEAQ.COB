       ID DIVISION.
       PROGRAM-ID.  PACSEAQ.
       AUTHOR.  Oliphant .
       DATE-WRITTEN. OCTOBER 15, 2026.
       DATE-COMPILED.
       REMARKS.  OPEN-SEASON QUERY.  EVERY PROGRAM THAT NEEDS TO KNOW
           WHETHER A REGISTRATION'S PAC-EFF-DATE/PAC-EXP-DATE RANGE
           FALLS IN AN OPEN SEASON FOR ITS SPEC AND AREA ASKS THIS
           ONE, RATHER THAN READING pacseasn.dat (THE PACSEA.COB
           LAYOUT) ITSELF, SO PACEDIT, PACLOAD, PACMAINT, PACMNTSC
           AND THE SEASON SUMMARY ALL HOLD A RECORD TO THE SAME
           RULE.  THE CALENDAR IS READ ONCE, ON THE FIRST QUESTION,
           AND KEPT FOR THE REST OF THE RUN.
           REQUESTS --
             'C'  CHECK THE RANGE: 'N' NO SEASON IS SET FOR THE
                  SPEC/AREA (NOTHING TO HOLD IT TO), 'I' IN SEASON,
                  'O' OUT OF SEASON.  IN SEASON MEANS THE RANGE
                  SHARES AT LEAST ONE DAY WITH AN OPEN WINDOW; A
                  ZERO EXPIRY RUNS THE RANGE ON WITHOUT END.  THE
                  FIRST SUCH WINDOW, IN FILE ORDER, COMES BACK.
             'G'  GET WINDOW NUMBER SEAQ-WINDOW: 'I' AND ITS
                  SPEC, AREA, DATES AND NAME, OR 'N' PAST THE END.
           SEAQ-WINDOW-COUNT IS SET ON EVERY REQUEST.  NO CALENDAR
           FILE MEANS NO SEASON IS SET FOR ANYTHING.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. COMPAQ-DESKPRO-286.
       OBJECT-COMPUTER. ANY-COMPAQ-COMPATABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEAQ-SEA-FILE ASSIGN TO WS-SEA-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEA-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SEAQ-SEA-FILE.
       01  SEAQ-SEA-RECORD.
           COPY 'PACSEA.COB'.
*      WORKING-STORAGE SECTION.
       01  WS-SEA-NAME            PIC X(32) VALUE 'pacseasn.dat'.
       01  SEA-FILE-STATUS        PIC X(02).
       01  SEA-EOF-SW             PIC X VALUE 'N'.
           88  SEA-AT-EOF               VALUE 'Y'.
           88  SEA-NOT-AT-EOF           VALUE 'N'.
       01  LOADED-SW              PIC X VALUE 'N'.
           88  WINDOWS-ARE-LOADED       VALUE 'Y'.
           88  WINDOWS-NOT-LOADED       VALUE 'N'.

       01  WINDOW-COUNT           PIC 9(04) VALUE 0.
       01  WINDOW-MAX             PIC 9(04) VALUE 400.
       01  WINDOW-TABLE.
           05  WINDOW-ENTRY OCCURS 400 TIMES
                   INDEXED BY WIN-IDX.
               10  WIN-SPEC         PIC X(01).
               10  WIN-AREA         PIC X(01).
               10  WIN-OPEN         PIC 9(08).
               10  WIN-CLOSE        PIC 9(08).
               10  WIN-NAME         PIC X(20).
       01  WIN-SCAN               PIC 9(04) VALUE 0.
       01  APPLIES-SW             PIC X VALUE 'N'.
           88  SEASON-IS-SET            VALUE 'Y'.
           88  SEASON-NOT-SET           VALUE 'N'.
       01  OVERLAP-SW             PIC X VALUE 'N'.
           88  RANGE-IN-WINDOW          VALUE 'Y'.
           88  RANGE-NOT-IN-WINDOW      VALUE 'N'.

       LINKAGE SECTION.
       01  SEAQ-PARM.
           05  SEAQ-REQUEST        PIC X(01).
               88  SEAQ-WANT-CHECK       VALUES ARE SPACE 'C'.
               88  SEAQ-WANT-WINDOW      VALUE 'G'.
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

       PROCEDURE DIVISION USING SEAQ-PARM.
       A000-BEGIN.
           IF WINDOWS-NOT-LOADED
              PERFORM LOAD-WINDOWS THRU LOAD-WINDOWS-EXIT.
           SET SEAQ-NO-SEASON TO TRUE.
           MOVE WINDOW-COUNT TO SEAQ-WINDOW-COUNT.
           MOVE 0      TO SEAQ-OPEN.
           MOVE 0      TO SEAQ-CLOSE.
           MOVE SPACES TO SEAQ-NAME.

           IF SEAQ-WANT-WINDOW
              GO TO GET-ONE-WINDOW.

           MOVE 0 TO SEAQ-WINDOW.
           IF SEAQ-EFF-DATE NOT NUMERIC
              MOVE 0 TO SEAQ-EFF-DATE.
           IF SEAQ-EXP-DATE NOT NUMERIC
              MOVE 0 TO SEAQ-EXP-DATE.
           SET SEASON-NOT-SET TO TRUE.
           SET RANGE-NOT-IN-WINDOW TO TRUE.
           PERFORM CHECK-ONE-WINDOW
               VARYING WIN-SCAN FROM 1 BY 1
               UNTIL WIN-SCAN > WINDOW-COUNT OR RANGE-IN-WINDOW.
           IF RANGE-IN-WINDOW
              SET SEAQ-IN-SEASON TO TRUE
           ELSE IF SEASON-IS-SET
              SET SEAQ-OUT-OF-SEASON TO TRUE.
           GO TO DONE.

       GET-ONE-WINDOW.
           IF SEAQ-WINDOW NOT NUMERIC
              OR SEAQ-WINDOW < 1
              OR SEAQ-WINDOW > WINDOW-COUNT
              GO TO DONE.
           SET WIN-IDX TO SEAQ-WINDOW.
           SET SEAQ-IN-SEASON TO TRUE.
           MOVE WIN-SPEC (WIN-IDX)  TO SEAQ-SPEC.
           MOVE WIN-AREA (WIN-IDX)  TO SEAQ-AREA.
           MOVE WIN-OPEN (WIN-IDX)  TO SEAQ-OPEN.
           MOVE WIN-CLOSE (WIN-IDX) TO SEAQ-CLOSE.
           MOVE WIN-NAME (WIN-IDX)  TO SEAQ-NAME.
       DONE.
           GOBACK.

      *      A WINDOW APPLIES WHEN ITS SPEC MATCHES AND ITS AREA
      *      MATCHES OR IS BLANK.  THE RANGE IS IN IT WHEN NEITHER
      *      LIES WHOLLY BEFORE THE OTHER.
       CHECK-ONE-WINDOW.
           SET WIN-IDX TO WIN-SCAN.
           IF WIN-SPEC (WIN-IDX) NOT = SEAQ-SPEC
              GO TO CHECK-ONE-WINDOW-EXIT.
           IF WIN-AREA (WIN-IDX) NOT = SPACE
              AND WIN-AREA (WIN-IDX) NOT = SEAQ-AREA
              GO TO CHECK-ONE-WINDOW-EXIT.
           SET SEASON-IS-SET TO TRUE.
           IF WIN-CLOSE (WIN-IDX) NOT = 0
              AND WIN-CLOSE (WIN-IDX) < SEAQ-EFF-DATE
              GO TO CHECK-ONE-WINDOW-EXIT.
           IF WIN-OPEN (WIN-IDX) NOT = 0
              AND SEAQ-EXP-DATE NOT = 0
              AND WIN-OPEN (WIN-IDX) > SEAQ-EXP-DATE
              GO TO CHECK-ONE-WINDOW-EXIT.
           SET RANGE-IN-WINDOW TO TRUE.
           MOVE WIN-SCAN            TO SEAQ-WINDOW.
           MOVE WIN-OPEN (WIN-IDX)  TO SEAQ-OPEN.
           MOVE WIN-CLOSE (WIN-IDX) TO SEAQ-CLOSE.
           MOVE WIN-NAME (WIN-IDX)  TO SEAQ-NAME.
       CHECK-ONE-WINDOW-EXIT. EXIT.

       LOAD-WINDOWS.
           SET WINDOWS-ARE-LOADED TO TRUE.
           MOVE 0 TO WINDOW-COUNT.
           SET SEA-NOT-AT-EOF TO TRUE.
           OPEN INPUT SEAQ-SEA-FILE.
           IF SEA-FILE-STATUS NOT = '00'
              GO TO LOAD-WINDOWS-EXIT.
           PERFORM LOAD-ONE-WINDOW THRU LOAD-ONE-WINDOW-EXIT
               UNTIL SEA-AT-EOF.
           CLOSE SEAQ-SEA-FILE.
       LOAD-WINDOWS-EXIT. EXIT.

       LOAD-ONE-WINDOW.
           READ SEAQ-SEA-FILE
               AT END
                  SET SEA-AT-EOF TO TRUE
                  GO TO LOAD-ONE-WINDOW-EXIT.
           IF SEA-SPEC = SPACE
              GO TO LOAD-ONE-WINDOW-EXIT.
           IF WINDOW-COUNT NOT < WINDOW-MAX
              DISPLAY 'PACSEAQ: MORE THAN ' WINDOW-MAX ' SEASON'
                  ' WINDOWS -- THE REST ARE IGNORED'
              SET SEA-AT-EOF TO TRUE
              GO TO LOAD-ONE-WINDOW-EXIT.
           ADD 1 TO WINDOW-COUNT.
           SET WIN-IDX TO WINDOW-COUNT.
           MOVE SEA-SPEC TO WIN-SPEC (WIN-IDX).
           MOVE SEA-AREA TO WIN-AREA (WIN-IDX).
           IF SEA-OPEN NUMERIC
              MOVE SEA-OPEN TO WIN-OPEN (WIN-IDX)
           ELSE
              MOVE 0 TO WIN-OPEN (WIN-IDX).
           IF SEA-CLOSE NUMERIC
              MOVE SEA-CLOSE TO WIN-CLOSE (WIN-IDX)
           ELSE
              MOVE 0 TO WIN-CLOSE (WIN-IDX).
           MOVE SEA-NAME TO WIN-NAME (WIN-IDX).
       LOAD-ONE-WINDOW-EXIT. EXIT.
