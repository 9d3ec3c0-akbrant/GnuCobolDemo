       ID DIVISION.
       PROGRAM-ID.  PACSEL.
       AUTHOR.  Oliphant .
       DATE-WRITTEN. OCTOBER 15, 2026.
       DATE-COMPILED.
       REMARKS.  AD-HOC SELECTION AND EXTRACT.  RUNS ONE SAVED QUERY
           FROM pacsel.qry (PACQRY.COB LAYOUT, DEFINED THROUGH
           PACQDEF) BY NAME, SO A ONE-OFF QUESTION FROM MANAGEMENT
           IS A DEFINITION RATHER THAN A NEW PROGRAM, AND CAN BE
           RERUN OR PUT ON PACDRIVE'S CALENDAR WITH A 'Q' LINE.
           THE QUERY SWEEPS pacCCYY.btr FOR EVERY YEAR IN ITS RANGE
           THROUGH PACBULK, THE SAME WAY PACCSV DOES, AND KEEPS THE
           RECORDS THAT PASS EVERY CONDITION -- ANY PAC-RECORD FIELD,
           THE MEMBER NAME FROM member.btr, OR THE YEAR, COMPARED EQ
           NE LT LE GT GE, OR CT (CONTAINS) FOR TEXT.  VOIDED
           RECORDS ARE LEFT OUT UNLESS THE QUERY ASKS FOR THEM; A
           YEAR WITH NO FILE IS SKIPPED AND COUNTED.  THE ROWS COME
           OUT IN FILE ORDER, OR SORTED ON THE BREAK FIELD AND UP TO
           TWO SORT FIELDS (EACH ASCENDING OR DESCENDING) -- SORTED
           IN STORAGE BY THE SAME SHIFT-DOWN INSERT PACINSS USES, UP
           TO 2000 ROWS; A SORTED QUERY THAT SELECTS MORE FAILS AND
           SAYS SO RATHER THAN PRINT A PART.  OUTPUT 'R' IS A PAGED
           REPORT, name.sel THROUGH PACPAGE, WITH THE CHOSEN COLUMNS,
           A SUBTOTAL OF ROWS, QTY AND VALUE AT EVERY CHANGE OF THE
           BREAK FIELD, AND THE QUERY TOTAL.  OUTPUT 'C' IS name.csv,
           ONE LINE PER ROW WITH THE COLUMN NAMES AS ITS FIRST LINE
           AND VALUE IN HUNDREDTHS AS PACCSV WRITES IT, ENDED BY THE
           SAME *TRAILER* CONTROL LINE SO PACVRFY CAN PROVE IT; THE
           BREAK ONLY ORDERS A CSV, IT ADDS NO SUBTOTAL LINES.  THE
           PRIOR COPY OF EITHER IS ROTATED BY PACGDG.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. COMPAQ-DESKPRO-286.
       OBJECT-COMPUTER. ANY-COMPAQ-COMPATABLE.
       SPECIAL-NAMES.
           CALL-CONVENTION 64 IS WINAPI.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEL-QRY-FILE ASSIGN TO WS-QRY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QRY-FILE-STATUS.
           SELECT SEL-RPT-FILE ASSIGN TO WS-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
           SELECT SEL-CSV-FILE ASSIGN TO WS-CSV-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CSV-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SEL-QRY-FILE.
       01  SEL-QRY-RECORD.
           COPY 'PACQRY.COB'.
       FD  SEL-RPT-FILE.
       01  SEL-RPT-RECORD              PIC X(80).
       FD  SEL-CSV-FILE.
       01  SEL-CSV-RECORD              PIC X(103).
*      WORKING-STORAGE SECTION.
       01  B-OPEN         PIC 9(4) BINARY VALUE 0.
       01  B-CLOSE        PIC 9(4) BINARY VALUE 1.
       01  B-GET-EQUAL    PIC 9(4) BINARY VALUE 5.
       01  B-GET-GREATER  PIC 9(4) BINARY VALUE 9.
       01  PAC-RECORD.
           COPY 'PAC.COB'.
       01  MEMBER-RECORD.
           COPY 'MEMBER.COB'.
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

       01  B-MEM-FILE-STUFF.
           05  B-MEM-POSITION          PIC X(128).
           05  B-MEM-LENGTH            PIC 9(4)    BINARY  VALUE 100.
           05  B-MEM-NAME              PIC X(32)   VALUE 'member.btr'.
           05  B-MEM-KEY-NUMBER        PIC S9(4)   BINARY.
           05  B-MEM-KEY-BUFFER.
               10  B-MEM-KEY-SERIAL    PIC X(05).

      *      BUFFERED-READ HOOK -- SEE PACBULK (PACBULK HAS NO
      *      SEPARATE COPYBOOK FOR ITS PARAMETER).
       01  BULK-PARM.
           05  BULK-REQUEST        PIC X(01).
           05  BULK-STATUS         PIC S9(4) BINARY.
           05  BULK-MODE           PIC X(01).
           05  BULK-RECORD         PIC X(103).
       01  READ-STATUS          PIC S9(4) BINARY VALUE 0.

       01  BTRV-STATUS-CODE     PIC S9(4) BINARY VALUE 0.
       01  BTRV-STATUS-MESSAGE  PIC X(40) VALUE SPACES.

      *      CENTRAL ERROR JOURNAL HOOK -- ONE PACERRJ ROW PER
      *      NONZERO BTRV STATUS (PACERRJ HAS NO SEPARATE COPYBOOK
      *      FOR ITS PARAMETER).
       01  ERRJ-PARM.
           05  ERRJ-PROGRAM       PIC X(08) VALUE 'PACSEL'.
           05  ERRJ-OPERATION     PIC X(08).
           05  ERRJ-KEY           PIC X(08).
           05  ERRJ-STATUS-CODE   PIC S9(4) BINARY.
           05  ERRJ-MESSAGE       PIC X(40).

      *      REPORT GENERATIONS -- SEE PACGDG.
       01  GDG-PARM.
           05  GDG-FILE-NAME        PIC X(32).

       01  WS-QRY-NAME           PIC X(32) VALUE 'pacsel.qry'.
       01  QRY-FILE-STATUS       PIC X(2).
       01  WS-RPT-NAME           PIC X(32).
       01  RPT-FILE-STATUS       PIC X(2).
       01  WS-CSV-NAME           PIC X(32).
       01  CSV-FILE-STATUS       PIC X(2).
       01  OUT-STEM              PIC X(08) VALUE SPACES.
       01  UPPER-LETTERS         PIC X(26) VALUE
           'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  LOWER-LETTERS         PIC X(26) VALUE
           'abcdefghijklmnopqrstuvwxyz'.

      *      THE FIELDS A QUERY MAY NAME.
       01  QUERY-FIELDS.
           COPY 'PACQFLD.COB'.
       01  FIELD-SCAN            PIC 9(02) VALUE 0.

      *      THE QUERY AS READ BACK FROM pacsel.qry.
       01  QRY-EOF-SW            PIC X VALUE 'N'.
           88  QRY-AT-EOF               VALUE 'Y'.
           88  QRY-NOT-AT-EOF           VALUE 'N'.
       01  QUERY-FOUND-SW        PIC X VALUE 'N'.
           88  QUERY-IS-FOUND           VALUE 'Y'.
           88  QUERY-NOT-FOUND          VALUE 'N'.
       01  QUERY-BAD-SW          PIC X VALUE 'N'.
           88  QUERY-IS-BAD             VALUE 'Y'.
           88  QUERY-IS-GOOD            VALUE 'N'.
       01  QUERY-FROM-CCYY       PIC 9(04) VALUE 0.
       01  QUERY-TO-CCYY         PIC 9(04) VALUE 0.
       01  QUERY-OUTPUT-SW       PIC X(01) VALUE 'R'.
           88  OUTPUT-IS-REPORT         VALUE 'R'.
           88  OUTPUT-IS-CSV            VALUE 'C'.
       01  QUERY-VOIDED-SW       PIC X(01) VALUE 'N'.
           88  QUERY-WANTS-VOIDED       VALUE 'Y'.
       01  QUERY-TITLE           PIC X(24) VALUE SPACES.
       01  COND-COUNT            PIC 9(02) VALUE 0.
       01  COND-IDX              PIC 9(02) VALUE 0.
       01  COND-TABLE.
           05  COND-ENTRY OCCURS 10 TIMES.
               10  CD-FIELD          PIC X(08).
               10  CD-OPERATOR       PIC X(02).
               10  CD-VALUE          PIC X(30).
               10  CD-WIDTH          PIC 9(02).
               10  CD-LENGTH         PIC 9(02).
               10  CD-KIND           PIC X(01).
       01  COLUMN-COUNT          PIC 9(02) VALUE 0.
       01  COL-IDX               PIC 9(02) VALUE 0.
       01  COLUMN-TABLE.
           05  COLUMN-ENTRY OCCURS 12 TIMES.
               10  CL-FIELD          PIC X(08).
               10  CL-PRINT-WIDTH    PIC 9(02).
               10  CL-KIND           PIC X(01).
      *      SORT KEY PARTS -- 1 IS THE BREAK FIELD, 2 AND 3 THE
      *      SORT FIELDS.  A BLANK PART SORTS AS SPACES.
       01  KEY-IDX               PIC 9(01) VALUE 0.
       01  KEY-TABLE.
           05  KEY-ENTRY OCCURS 3 TIMES.
               10  KY-FIELD          PIC X(08).
               10  KY-DIR            PIC X(01).
       01  BREAK-KIND            PIC X(01) VALUE SPACE.
       01  MEMBER-NEEDED-SW      PIC X VALUE 'N'.
           88  MEMBER-NEEDED            VALUE 'Y'.
       01  RUN-SORTED-SW         PIC X VALUE 'N'.
           88  RUN-IS-SORTED            VALUE 'Y'.
           88  RUN-IN-FILE-ORDER        VALUE 'N'.

      *      A DESCENDING KEY PART IS TURNED END FOR END THROUGH
      *      THIS PAIR, SO ONE ASCENDING COMPARE SERVES BOTH WAYS.
       01  SORT-UP-ORDER         PIC X(37) VALUE
           ' 0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  SORT-DOWN-ORDER       PIC X(37) VALUE
           'ZYXWVUTSRQPONMLKJIHGFEDCBA9876543210 '.

      *      ONE FIELD OF THE ROW IN HAND, AS IT COMPARES AND AS IT
      *      PRINTS.
       01  FIELD-CODE            PIC X(08) VALUE SPACES.
       01  FIELD-KIND            PIC X(01) VALUE SPACE.
       01  FIELD-TEXT            PIC X(30) VALUE SPACES.
       01  FIELD-WIDTH           PIC 9(02) VALUE 0.
       01  COND-TEXT             PIC X(30) VALUE SPACES.
       01  VALUE-LENGTH          PIC 9(02) VALUE 0.
       01  CONTAIN-TALLY         PIC 9(02) VALUE 0.
       01  PRINT-TEXT            PIC X(30) VALUE SPACES.
       01  PRINT-WIDTH           PIC 9(02) VALUE 0.
       01  VALUE-HUNDREDTHS      PIC 9(09) VALUE 0.
       01  MONEY-DIGITS          PIC X(09).
       01  MONEY-AMOUNT REDEFINES MONEY-DIGITS PIC 9(07)V99.
       01  MONEY-EDIT            PIC Z(6)9.99.
       01  COUNT-DIGITS          PIC X(05).
       01  COUNT-AMOUNT REDEFINES COUNT-DIGITS PIC 9(05).
       01  COUNT-EDIT            PIC ZZZZ9.
       01  ROW-SELECT-SW         PIC X VALUE 'Y'.
           88  ROW-IS-SELECTED          VALUE 'Y'.
           88  ROW-NOT-SELECTED         VALUE 'N'.
       01  LAST-MEMBER-SERIAL    PIC X(05) VALUE LOW-VALUES.
       01  LAST-MEMBER-NAME      PIC X(30) VALUE SPACES.

      *      THE ROW IN HAND, AND THE SORTED ROWS.  A ROW CARRIES ITS
      *      SORT KEY, THE YEAR IT CAME FROM, THE RECORD, AND THE
      *      MEMBER NAME, SO NOTHING IS READ TWICE.
       01  CUR-ROW.
           05  CUR-KEY.
               10  CUR-KEY-PART      PIC X(30) OCCURS 3 TIMES.
           05  CUR-CCYY              PIC 9(04).
           05  CUR-RECORD            PIC X(103).
           05  CUR-NAME              PIC X(30).
       01  ROW-COUNT             PIC 9(04) VALUE 0.
       01  ROW-IDX               PIC 9(04) VALUE 0.
       01  ROW-SLOT              PIC 9(04) VALUE 0.
       01  ROW-TABLE.
           05  ROW-ENTRY OCCURS 2000 TIMES.
               10  RW-KEY            PIC X(90).
               10  RW-REST           PIC X(137).
       01  ROWS-OVERFLOW-SW      PIC X VALUE 'N'.
           88  ROWS-OVERFLOWED          VALUE 'Y'.
           88  ROWS-ALL-HELD            VALUE 'N'.

       01  RUN-YYMMDD            PIC 9(06) VALUE 0.
       01  RUN-CCYYMMDD          PIC 9(08) VALUE 0.
       01  RUN-DATE-PARTS REDEFINES RUN-CCYYMMDD.
           05  RUN-CCYY          PIC 9(04).
           05  RUN-MMDD          PIC 9(04).
       01  SWEEP-CCYY            PIC 9(04) VALUE 0.

       01  JOB-FAILED-SW         PIC X VALUE 'N'.
           88  JOB-HAS-FAILED           VALUE 'Y'.
           88  JOB-IS-CLEAN             VALUE 'N'.
       01  MEMBER-OPEN-SW        PIC X VALUE 'N'.
           88  MEMBER-FILE-OPEN         VALUE 'Y'.
           88  MEMBER-FILE-CLOSED       VALUE 'N'.
       01  OUTPUT-OPEN-SW        PIC X VALUE 'N'.
           88  OUTPUT-IS-OPEN           VALUE 'Y'.
           88  OUTPUT-NOT-OPEN          VALUE 'N'.
       01  BREAK-OPEN-SW         PIC X VALUE 'N'.
           88  BREAK-IS-OPEN            VALUE 'Y'.
           88  BREAK-NOT-OPEN           VALUE 'N'.
       01  COLUMNS-SHOWING-SW    PIC X VALUE 'N'.
           88  COLUMNS-SHOWING          VALUE 'Y'.
       01  CNT                   PIC 9(8) VALUE 0.
       01  YEARS-READ            PIC 9(4) VALUE 0.
       01  YEARS-MISSING         PIC 9(4) VALUE 0.
       01  ROWS-WRITTEN          PIC 9(8) VALUE 0.
       01  TOTAL-QTY             PIC 9(09) VALUE 0.
       01  TOTAL-VALUE           PIC 9(09)V99 VALUE 0.
       01  BREAK-TEXT            PIC X(30) VALUE SPACES.
       01  BREAK-PRINT           PIC X(30) VALUE SPACES.
       01  BREAK-ROWS            PIC 9(8) VALUE 0.
       01  BREAK-QTY             PIC 9(09) VALUE 0.
       01  BREAK-VALUE           PIC 9(09)V99 VALUE 0.
       01  LINE-POS              PIC 9(03) VALUE 0.
       01  CSV-POINTER           PIC 9(03) VALUE 0.

      *      CONTROL TRAILER -- THE SAME LINE, COUNT AND CHECKSUM
      *      PACCSV ENDS ITS EXPORT WITH; SEE PACCSV AND PACVRFY.
      *      A FAILED RUN WRITES NO TRAILER.
       01  EXPORT-TRAILER-LINE.
           05  FILLER             PIC X(09) VALUE '*TRAILER*'.
           05  TRL-COUNT          PIC 9(08).
           05  TRL-CHECKSUM       PIC 9(09).
       01  CHECKSUM-LINE          PIC X(103) VALUE SPACES.
       01  LINES-WRITTEN          PIC 9(08) VALUE 0.
       01  CHECK-ACCUM            PIC 9(10) VALUE 0.
       01  CHECK-IDX              PIC 9(04) BINARY VALUE 0.
       01  TRIM-LENGTH            PIC 9(04) BINARY VALUE 0.

      *      RUN-HISTORY HOOK -- SEE PACHIST.
       01  HIST-PARM.
           05  HIST-PROGRAM       PIC X(08) VALUE 'PACSEL'.
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
       01  COLUMN-HEADING-LINE    PIC X(80) VALUE SPACES.

       01  SR-TOTAL-LINE.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  ST-LABEL           PIC X(22).
           05  FILLER             PIC X(06) VALUE ' ROWS '.
           05  ST-ROWS            PIC ZZ,ZZZ,ZZ9.
           05  FILLER             PIC X(06) VALUE '  QTY '.
           05  ST-QTY             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER             PIC X(08) VALUE '  VALUE '.
           05  ST-VALUE           PIC ZZZ,ZZZ,ZZ9.99.
       01  SR-COUNT-LINE.
           05  RT-LABEL           PIC X(49).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RT-COUNT           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER             PIC X(18) VALUE SPACES.
       01  SR-BLANK-LINE          PIC X(80) VALUE SPACES.
       01  SR-FAILED-LINE         PIC X(80) VALUE
           '   *** READ FAILED -- THIS REPORT IS INCOMPLETE ***'.
       01  SR-OVERFLOW-LINE       PIC X(80) VALUE
           '   *** OVER 2000 ROWS TO SORT -- NARROW THE QUERY OR DROP TH
      -    'E SORT ***'.

       LINKAGE SECTION.
       01  SEL-PARM.
           05  SEL-QUERY-NAME      PIC X(08).

      *      REGION CODE -- SPACES = THE HISTORIC SINGLE-REGION
      *      FILE SET (pacCCYY.btr); OTHERWISE QUALIFIES EVERY
      *      PER-YEAR FILE NAME THE RUN TOUCHES.
           05  SEL-REGION          PIC X(02).
      *      OUT -- 'G' RAN CLEAN, 'F' FAILED, 'N' NO SUCH QUERY (OR
      *      A DEFINITION THAT CANNOT RUN); AND THE ROWS WRITTEN.
           05  SEL-RESULT          PIC X(01).
               88  SEL-RUN-GOOD          VALUE 'G'.
               88  SEL-RUN-FAILED        VALUE 'F'.
               88  SEL-NOT-DEFINED       VALUE 'N'.
           05  SEL-ROWS            PIC 9(08).
       PROCEDURE DIVISION USING SEL-PARM.
       A000-BEGIN.
           CALL 'DOS_GET_TIME' USING HIST-START-STAMP.
           SET SEL-RUN-FAILED TO TRUE.
           MOVE 0 TO SEL-ROWS.
           ACCEPT RUN-YYMMDD FROM DATE.
           COMPUTE RUN-CCYYMMDD = 20000000 + RUN-YYMMDD.

           PERFORM LOAD-QUERY THRU LOAD-QUERY-EXIT.
           IF QUERY-NOT-FOUND
              DISPLAY 'PACSEL: NO QUERY ' SEL-QUERY-NAME ' IN '
                  WS-QRY-NAME
              SET SEL-NOT-DEFINED TO TRUE
              SET JOB-HAS-FAILED TO TRUE
              GO TO DONE.
           IF QUERY-IS-BAD
              DISPLAY 'PACSEL: QUERY ' SEL-QUERY-NAME
                  ' CANNOT RUN AS DEFINED -- SEE ABOVE'
              SET SEL-NOT-DEFINED TO TRUE
              SET JOB-HAS-FAILED TO TRUE
              GO TO DONE.

      *      OUTPUT IS NAMED FOR THE QUERY (AND REGION), IN THE LOWER
      *      CASE THE REST OF THE SUITE'S FILES USE.
           MOVE SEL-QUERY-NAME TO OUT-STEM.
           INSPECT OUT-STEM CONVERTING UPPER-LETTERS TO LOWER-LETTERS.
           MOVE SPACES TO WS-RPT-NAME.
           STRING OUT-STEM DELIMITED BY SPACE
                  SEL-REGION DELIMITED BY SPACE
                  '.sel' DELIMITED BY SIZE
                  INTO WS-RPT-NAME.
           MOVE SPACES TO WS-CSV-NAME.
           STRING OUT-STEM DELIMITED BY SPACE
                  SEL-REGION DELIMITED BY SPACE
                  '.csv' DELIMITED BY SIZE
                  INTO WS-CSV-NAME.

           IF OUTPUT-IS-CSV
              PERFORM START-CSV-OUTPUT
           ELSE
              PERFORM START-REPORT-OUTPUT.

           IF MEMBER-NEEDED
              PERFORM OPEN-MEMBER-FILE THRU OPEN-MEMBER-FILE-EXIT
              IF MEMBER-FILE-CLOSED
                 SET JOB-HAS-FAILED TO TRUE
                 GO TO FINISH-OUTPUT.

           PERFORM SELECT-ONE-YEAR THRU SELECT-ONE-YEAR-EXIT
               VARYING SWEEP-CCYY FROM QUERY-FROM-CCYY BY 1
               UNTIL SWEEP-CCYY > QUERY-TO-CCYY
               OR JOB-HAS-FAILED.

           IF RUN-IS-SORTED AND ROWS-ALL-HELD
              PERFORM WRITE-HELD-ROW
                  VARYING ROW-IDX FROM 1 BY 1
                  UNTIL ROW-IDX > ROW-COUNT.
           PERFORM CLOSE-MEMBER-FILE THRU CLOSE-MEMBER-FILE-EXIT.

       FINISH-OUTPUT.
           IF OUTPUT-IS-CSV
              PERFORM FINISH-CSV-OUTPUT
           ELSE
              PERFORM FINISH-REPORT-OUTPUT.

       DONE.
           MOVE ROWS-WRITTEN TO SEL-ROWS.
           MOVE QUERY-TO-CCYY TO HIST-CCYY.
           MOVE ROWS-WRITTEN  TO HIST-RECORDS.
           IF JOB-HAS-FAILED
              MOVE 'FAILED' TO HIST-STATUS.
           CALL 'PACHIST' USING HIST-PARM.
           IF JOB-IS-CLEAN
              SET SEL-RUN-GOOD TO TRUE
              IF OUTPUT-IS-CSV
                 DISPLAY 'PACSEL: QUERY ' SEL-QUERY-NAME ' -- '
                     ROWS-WRITTEN ' ROW(S) OF ' CNT ' READ TO '
                     WS-CSV-NAME
              ELSE
                 DISPLAY 'PACSEL: QUERY ' SEL-QUERY-NAME ' -- '
                     ROWS-WRITTEN ' ROW(S) OF ' CNT ' READ TO '
                     WS-RPT-NAME
              END-IF
              MOVE 0 TO RETURN-CODE
           ELSE
              MOVE 1 TO RETURN-CODE.
           GOBACK.

      *      EVERY LINE OF pacsel.qry CARRYING THE QUERY'S NAME.
      *      EACH FIELD NAMED MUST BE IN PACQFLD.COB; A DEFINITION
      *      HAND-EDITED PAST WHAT PACQDEF WOULD WRITE IS REFUSED
      *      RATHER THAN GUESSED AT.
       LOAD-QUERY.
           SET QUERY-NOT-FOUND TO TRUE.
           SET QRY-NOT-AT-EOF TO TRUE.
           MOVE SPACES TO KEY-TABLE.
           OPEN INPUT SEL-QRY-FILE.
           IF QRY-FILE-STATUS NOT = '00'
              GO TO LOAD-QUERY-EXIT.
           PERFORM LOAD-ONE-QUERY-LINE THRU LOAD-ONE-QUERY-LINE-EXIT
               UNTIL QRY-AT-EOF.
           CLOSE SEL-QRY-FILE.
           IF QUERY-NOT-FOUND
              GO TO LOAD-QUERY-EXIT.

           IF QUERY-FROM-CCYY NOT NUMERIC OR QUERY-FROM-CCYY = 0
              MOVE RUN-CCYY TO QUERY-FROM-CCYY.
           IF QUERY-TO-CCYY NOT NUMERIC OR QUERY-TO-CCYY = 0
              MOVE QUERY-FROM-CCYY TO QUERY-TO-CCYY.
           IF QUERY-TO-CCYY < QUERY-FROM-CCYY
              DISPLAY 'PACSEL: YEAR RANGE ' QUERY-FROM-CCYY '-'
                  QUERY-TO-CCYY ' RUNS BACKWARDS'
              SET QUERY-IS-BAD TO TRUE.
           IF COLUMN-COUNT = 0
              DISPLAY 'PACSEL: QUERY HAS NO OUTPUT COLUMNS'
              SET QUERY-IS-BAD TO TRUE.
           PERFORM CHECK-KEY-FIELD
               VARYING KEY-IDX FROM 1 BY 1 UNTIL KEY-IDX > 3.
       LOAD-QUERY-EXIT. EXIT.

       LOAD-ONE-QUERY-LINE.
           READ SEL-QRY-FILE
               AT END
                  SET QRY-AT-EOF TO TRUE
                  GO TO LOAD-ONE-QUERY-LINE-EXIT.
           IF QRY-NAME NOT = SEL-QUERY-NAME
              GO TO LOAD-ONE-QUERY-LINE-EXIT.
           IF QRY-IS-QUERY
              SET QUERY-IS-FOUND TO TRUE
              MOVE QRY-FROM-CCYY  TO QUERY-FROM-CCYY
              MOVE QRY-TO-CCYY    TO QUERY-TO-CCYY
              MOVE QRY-OUTPUT     TO QUERY-OUTPUT-SW
              MOVE QRY-VOIDED     TO QUERY-VOIDED-SW
              MOVE QRY-TITLE      TO QUERY-TITLE
              MOVE QRY-BREAK      TO KY-FIELD (1)
              MOVE 'A'            TO KY-DIR (1)
              MOVE QRY-SORT-1     TO KY-FIELD (2)
              MOVE QRY-SORT-1-DIR TO KY-DIR (2)
              MOVE QRY-SORT-2     TO KY-FIELD (3)
              MOVE QRY-SORT-2-DIR TO KY-DIR (3)
              IF NOT OUTPUT-IS-CSV
                 SET OUTPUT-IS-REPORT TO TRUE
              END-IF
           ELSE IF QRY-IS-CONDITION
              PERFORM LOAD-CONDITION THRU LOAD-CONDITION-EXIT
           ELSE IF QRY-IS-COLUMN
              PERFORM LOAD-COLUMN THRU LOAD-COLUMN-EXIT.
       LOAD-ONE-QUERY-LINE-EXIT. EXIT.

       LOAD-CONDITION.
           IF COND-COUNT NOT < 10
              DISPLAY 'PACSEL: MORE THAN 10 CONDITIONS'
              SET QUERY-IS-BAD TO TRUE
              GO TO LOAD-CONDITION-EXIT.
           MOVE QRY-FIELD TO FIELD-CODE.
           PERFORM FIND-FIELD.
           IF FIELD-SCAN = 0
              DISPLAY 'PACSEL: UNKNOWN CONDITION FIELD ' QRY-FIELD
              SET QUERY-IS-BAD TO TRUE
              GO TO LOAD-CONDITION-EXIT.
           IF QRY-OPERATOR NOT = 'EQ' AND NOT = 'NE'
              AND NOT = 'LT' AND NOT = 'LE'
              AND NOT = 'GT' AND NOT = 'GE'
              AND NOT = 'CT'
              DISPLAY 'PACSEL: UNKNOWN OPERATOR ' QRY-OPERATOR
                  ' ON ' QRY-FIELD
              SET QUERY-IS-BAD TO TRUE
              GO TO LOAD-CONDITION-EXIT.
           IF QRY-OPERATOR = 'CT' AND NOT QFL-IS-TEXT (QFL-IDX)
              DISPLAY 'PACSEL: CT ONLY APPLIES TO TEXT, NOT '
                  QRY-FIELD
              SET QUERY-IS-BAD TO TRUE
              GO TO LOAD-CONDITION-EXIT.
           ADD 1 TO COND-COUNT.
           MOVE QRY-FIELD          TO CD-FIELD (COND-COUNT).
           MOVE QRY-OPERATOR       TO CD-OPERATOR (COND-COUNT).
           MOVE QRY-VALUE          TO CD-VALUE (COND-COUNT).
           MOVE QFL-WIDTH (QFL-IDX) TO CD-WIDTH (COND-COUNT).
           MOVE QFL-KIND (QFL-IDX) TO CD-KIND (COND-COUNT).
           MOVE QRY-VALUE TO CHECKSUM-LINE.
           PERFORM TRIM-CHECKSUM-LINE.
           IF TRIM-LENGTH = 0
              MOVE 1 TO TRIM-LENGTH.
           MOVE TRIM-LENGTH TO CD-LENGTH (COND-COUNT).
           IF QRY-FIELD = 'MEMBER'
              SET MEMBER-NEEDED TO TRUE.
       LOAD-CONDITION-EXIT. EXIT.

       LOAD-COLUMN.
           IF COLUMN-COUNT NOT < 12
              DISPLAY 'PACSEL: MORE THAN 12 COLUMNS'
              SET QUERY-IS-BAD TO TRUE
              GO TO LOAD-COLUMN-EXIT.
           MOVE QRY-COLUMN TO FIELD-CODE.
           PERFORM FIND-FIELD.
           IF FIELD-SCAN = 0
              DISPLAY 'PACSEL: UNKNOWN COLUMN ' QRY-COLUMN
              SET QUERY-IS-BAD TO TRUE
              GO TO LOAD-COLUMN-EXIT.
           ADD 1 TO COLUMN-COUNT.
           MOVE QRY-COLUMN TO CL-FIELD (COLUMN-COUNT).
           MOVE QFL-PRINT-WIDTH (QFL-IDX)
             TO CL-PRINT-WIDTH (COLUMN-COUNT).
           MOVE QFL-KIND (QFL-IDX) TO CL-KIND (COLUMN-COUNT).
           IF QRY-COLUMN = 'MEMBER'
              SET MEMBER-NEEDED TO TRUE.
       LOAD-COLUMN-EXIT. EXIT.

      *      ANY NAMED BREAK OR SORT FIELD MAKES THE RUN A SORTED
      *      ONE; A DIRECTION OTHER THAN 'D' IS ASCENDING.
       CHECK-KEY-FIELD.
           IF KY-FIELD (KEY-IDX) NOT = SPACES
              MOVE KY-FIELD (KEY-IDX) TO FIELD-CODE
              PERFORM FIND-FIELD
              IF FIELD-SCAN = 0
                 DISPLAY 'PACSEL: UNKNOWN SORT FIELD '
                     KY-FIELD (KEY-IDX)
                 SET QUERY-IS-BAD TO TRUE
              ELSE
                 SET RUN-IS-SORTED TO TRUE
                 IF KY-DIR (KEY-IDX) NOT = 'D'
                    MOVE 'A' TO KY-DIR (KEY-IDX)
                 END-IF
                 IF KEY-IDX = 1
                    MOVE QFL-KIND (QFL-IDX) TO BREAK-KIND
                 END-IF
                 IF KY-FIELD (KEY-IDX) = 'MEMBER'
                    SET MEMBER-NEEDED TO TRUE.

       FIND-FIELD.
           MOVE 0 TO FIELD-SCAN.
           PERFORM MATCH-FIELD-CODE
               VARYING QFL-IDX FROM 1 BY 1
               UNTIL QFL-IDX > QFL-COUNT OR FIELD-SCAN > 0.
           IF FIELD-SCAN > 0
              SET QFL-IDX TO FIELD-SCAN.

       MATCH-FIELD-CODE.
           IF QFL-CODE (QFL-IDX) = FIELD-CODE
              SET FIELD-SCAN TO QFL-IDX.

      *      ONE YEAR'S FILE, READ THROUGH PACBULK.  A YEAR WITH NO
      *      FILE (BTRIEVE STATUS 12) IS SKIPPED AND COUNTED -- A
      *      RANGE MAY REACH BACK PAST WHAT IS STILL ON LINE; ANY
      *      OTHER FAILURE FAILS THE RUN.
       SELECT-ONE-YEAR.
           MOVE SPACES TO B-PAC-NAME.
           STRING 'pac' DELIMITED BY SIZE
                  SEL-REGION DELIMITED BY SPACE
                  SWEEP-CCYY DELIMITED BY SIZE
                  '.btr' DELIMITED BY SIZE
                  INTO B-PAC-NAME.
           MOVE -2 TO B-PAC-KEY-NUMBER.
           CALL WINAPI 'BTRV' USING by value B-OPEN,
             by reference B-PAC-POSITION,
             OWNER-NAME, OWNER-LENGTH, B-PAC-NAME,
             by value B-PAC-KEY-NUMBER.
           IF RETURN-CODE = 12
              DISPLAY 'PACSEL: NO ' B-PAC-NAME ' -- YEAR '
                  SWEEP-CCYY ' SKIPPED'
              ADD 1 TO YEARS-MISSING
              GO TO SELECT-ONE-YEAR-EXIT.
           IF RETURN-CODE NOT = ZERO
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'OPEN' TO ERRJ-OPERATION
              PERFORM LOG-ERROR-JOURNAL
              DISPLAY 'PACSEL: OPEN ' B-PAC-NAME ' FAILED--> '
                  BTRV-STATUS-MESSAGE
              SET JOB-HAS-FAILED TO TRUE
              GO TO SELECT-ONE-YEAR-EXIT.
           ADD 1 TO YEARS-READ.

           MOVE 0 TO B-PAC-KEY-NUMBER.
           MOVE LOW-VALUES TO B-PAC-KEY-BUFFER.
           CALL WINAPI 'BTRV' USING by value B-GET-GREATER,
             by reference B-PAC-POSITION,
                PAC-RECORD, B-PAC-LENGTH, B-PAC-KEY-BUFFER,
                by value B-PAC-KEY-NUMBER.
           IF RETURN-CODE NOT = ZERO AND NOT = 9
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'GET-GR' TO ERRJ-OPERATION
              PERFORM LOG-ERROR-JOURNAL
              DISPLAY 'PACSEL: GET-GR FAILED--> ' BTRV-STATUS-MESSAGE
              SET JOB-HAS-FAILED TO TRUE
              GO TO SELECT-ONE-YEAR-CLOSE.
           MOVE RETURN-CODE TO BULK-STATUS.
           MOVE 'S' TO BULK-REQUEST.
           CALL 'PACBULK' USING BULK-PARM B-PAC-FILE-STUFF.
           MOVE BULK-STATUS TO READ-STATUS.

       SELECT-ONE-YEAR-NEXT.
           IF READ-STATUS = 9
              GO TO SELECT-ONE-YEAR-CLOSE.
           IF READ-STATUS NOT = 0
              MOVE READ-STATUS TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'GET-NX' TO ERRJ-OPERATION
              PERFORM LOG-ERROR-JOURNAL
              DISPLAY 'PACSEL: READ FAILED--> ' BTRV-STATUS-MESSAGE
              SET JOB-HAS-FAILED TO TRUE
              GO TO SELECT-ONE-YEAR-CLOSE.
           ADD 1 TO CNT.
           PERFORM CONSIDER-RECORD THRU CONSIDER-RECORD-EXIT.
           IF ROWS-OVERFLOWED
              GO TO SELECT-ONE-YEAR-CLOSE.
           MOVE 'N' TO BULK-REQUEST.
           CALL 'PACBULK' USING BULK-PARM B-PAC-FILE-STUFF.
           MOVE BULK-RECORD TO PAC-RECORD.
           MOVE BULK-STATUS TO READ-STATUS.
           GO TO SELECT-ONE-YEAR-NEXT.

       SELECT-ONE-YEAR-CLOSE.
           CALL WINAPI 'BTRV' USING by value B-CLOSE,
             by reference B-PAC-POSITION,
             OWNER-NAME, OWNER-LENGTH,
             B-PAC-KEY-BUFFER, by value B-PAC-KEY-NUMBER.
           IF RETURN-CODE NOT = ZERO
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'CLOSE' TO ERRJ-OPERATION
              PERFORM LOG-ERROR-JOURNAL
              DISPLAY 'PACSEL: CLOSE FAILED--> ' BTRV-STATUS-MESSAGE.
       SELECT-ONE-YEAR-EXIT. EXIT.

       CONSIDER-RECORD.
           IF PAC-REC-VOIDED AND NOT QUERY-WANTS-VOIDED
              GO TO CONSIDER-RECORD-EXIT.
           MOVE SWEEP-CCYY TO CUR-CCYY.
           MOVE PAC-RECORD TO CUR-RECORD.
           MOVE SPACES     TO CUR-NAME.
           IF MEMBER-NEEDED
              PERFORM FETCH-MEMBER-NAME THRU FETCH-MEMBER-NAME-EXIT.
           SET ROW-IS-SELECTED TO TRUE.
           PERFORM TEST-ONE-CONDITION
               VARYING COND-IDX FROM 1 BY 1
               UNTIL COND-IDX > COND-COUNT OR ROW-NOT-SELECTED.
           IF ROW-NOT-SELECTED
              GO TO CONSIDER-RECORD-EXIT.
           IF RUN-IS-SORTED
              PERFORM BUILD-SORT-KEY
              PERFORM OFFER-ROW THRU OFFER-ROW-EXIT
           ELSE
              PERFORM EMIT-ROW.
       CONSIDER-RECORD-EXIT. EXIT.

      *      THE NAME IS LOOKED UP ONCE PER SERIAL -- THE SWEEP
      *      RUNS IN SERIAL ORDER, SO A MEMBER'S RECORDS COME
      *      TOGETHER.  NAMES COMPARE IN UPPER CASE; A SERIAL NOT ON
      *      THE MEMBER FILE HAS A BLANK NAME.
       FETCH-MEMBER-NAME.
           IF PAC-KEY-SERIAL = LAST-MEMBER-SERIAL
              MOVE LAST-MEMBER-NAME TO CUR-NAME
              GO TO FETCH-MEMBER-NAME-EXIT.
           MOVE PAC-KEY-SERIAL TO LAST-MEMBER-SERIAL.
           MOVE SPACES TO LAST-MEMBER-NAME.
           MOVE PAC-KEY-SERIAL TO B-MEM-KEY-SERIAL.
           CALL WINAPI 'BTRV' USING by value B-GET-EQUAL,
             by reference B-MEM-POSITION,
                MEMBER-RECORD, B-MEM-LENGTH, B-MEM-KEY-BUFFER,
                by value B-MEM-KEY-NUMBER.
           IF RETURN-CODE = ZERO
              MOVE MEM-NAME TO LAST-MEMBER-NAME
              INSPECT LAST-MEMBER-NAME
                  CONVERTING LOWER-LETTERS TO UPPER-LETTERS.
           MOVE LAST-MEMBER-NAME TO CUR-NAME.
       FETCH-MEMBER-NAME-EXIT. EXIT.

      *      BOTH SIDES ARE HELD THE WAY THE FIELD COMPARES (SEE
      *      PACQRY.COB), SO A PLAIN COMPARE OVER THE FIELD'S WIDTH
      *      SERVES TEXT, DIGITS AND MONEY ALIKE.
       TEST-ONE-CONDITION.
           MOVE CD-FIELD (COND-IDX) TO FIELD-CODE.
           PERFORM GET-FIELD-VALUE.
           MOVE CD-VALUE (COND-IDX) TO COND-TEXT.
           MOVE CD-WIDTH (COND-IDX) TO FIELD-WIDTH.
           EVALUATE CD-OPERATOR (COND-IDX)
               WHEN 'EQ'
                   IF FIELD-TEXT (1:FIELD-WIDTH)
                      NOT = COND-TEXT (1:FIELD-WIDTH)
                      SET ROW-NOT-SELECTED TO TRUE
                   END-IF
               WHEN 'NE'
                   IF FIELD-TEXT (1:FIELD-WIDTH)
                      = COND-TEXT (1:FIELD-WIDTH)
                      SET ROW-NOT-SELECTED TO TRUE
                   END-IF
               WHEN 'LT'
                   IF FIELD-TEXT (1:FIELD-WIDTH)
                      NOT < COND-TEXT (1:FIELD-WIDTH)
                      SET ROW-NOT-SELECTED TO TRUE
                   END-IF
               WHEN 'LE'
                   IF FIELD-TEXT (1:FIELD-WIDTH)
                      > COND-TEXT (1:FIELD-WIDTH)
                      SET ROW-NOT-SELECTED TO TRUE
                   END-IF
               WHEN 'GT'
                   IF FIELD-TEXT (1:FIELD-WIDTH)
                      NOT > COND-TEXT (1:FIELD-WIDTH)
                      SET ROW-NOT-SELECTED TO TRUE
                   END-IF
               WHEN 'GE'
                   IF FIELD-TEXT (1:FIELD-WIDTH)
                      < COND-TEXT (1:FIELD-WIDTH)
                      SET ROW-NOT-SELECTED TO TRUE
                   END-IF
               WHEN 'CT'
                   MOVE CD-LENGTH (COND-IDX) TO VALUE-LENGTH
                   MOVE 0 TO CONTAIN-TALLY
                   INSPECT FIELD-TEXT TALLYING CONTAIN-TALLY
                       FOR ALL COND-TEXT (1:VALUE-LENGTH)
                   IF CONTAIN-TALLY = 0
                      SET ROW-NOT-SELECTED TO TRUE
                   END-IF
           END-EVALUATE.

      *      ONE FIELD OF THE ROW IN HAND INTO FIELD-TEXT, THE WAY IT
      *      COMPARES: TEXT AS IT STANDS, NUMBERS AS THEIR DIGITS
      *      (ZEROS WHERE AN OLD RECORD HAS NONE), VALUE IN
      *      HUNDREDTHS, STATUS 'A' OR 'V'.
       GET-FIELD-VALUE.
           MOVE SPACES TO FIELD-TEXT.
           EVALUATE FIELD-CODE
               WHEN 'SERIAL'
                   MOVE PAC-KEY-SERIAL TO FIELD-TEXT
               WHEN 'SEQ'
                   MOVE PAC-KEY-SEQ TO FIELD-TEXT
               WHEN 'SPEC'
                   MOVE PAC-SPEC TO FIELD-TEXT
               WHEN 'GEAR'
                   MOVE PAC-GEAR TO FIELD-TEXT
               WHEN 'AREA'
                   MOVE PAC-AREA TO FIELD-TEXT
               WHEN 'NEWSPEC'
                   MOVE PAC-NEW-SPEC TO FIELD-TEXT
               WHEN 'NEWGEAR'
                   MOVE PAC-NEW-GEAR TO FIELD-TEXT
               WHEN 'NEWAREA'
                   MOVE PAC-NEW-AREA TO FIELD-TEXT
               WHEN 'QTY'
                   IF PAC-QTY NUMERIC
                      MOVE PAC-QTY TO FIELD-TEXT
                   ELSE
                      MOVE '00000' TO FIELD-TEXT
                   END-IF
               WHEN 'VALUE'
                   IF PAC-VALUE NUMERIC
                      COMPUTE VALUE-HUNDREDTHS = PAC-VALUE * 100
                   ELSE
                      MOVE 0 TO VALUE-HUNDREDTHS
                   END-IF
                   MOVE VALUE-HUNDREDTHS TO FIELD-TEXT
               WHEN 'EFFDATE'
                   IF PAC-EFF-DATE NUMERIC
                      MOVE PAC-EFF-DATE TO FIELD-TEXT
                   ELSE
                      MOVE '00000000' TO FIELD-TEXT
                   END-IF
               WHEN 'EXPDATE'
                   IF PAC-EXP-DATE NUMERIC
                      MOVE PAC-EXP-DATE TO FIELD-TEXT
                   ELSE
                      MOVE '00000000' TO FIELD-TEXT
                   END-IF
               WHEN 'STATUS'
                   IF PAC-REC-VOIDED
                      MOVE 'V' TO FIELD-TEXT
                   ELSE IF PAC-REC-ACTIVE
                      MOVE 'A' TO FIELD-TEXT
                   ELSE
                      MOVE PAC-STATUS TO FIELD-TEXT
                   END-IF
                   END-IF
               WHEN 'AGENT'
                   MOVE PAC-AGENT TO FIELD-TEXT
               WHEN 'QUOTENO'
                   IF PAC-QUOTE-NO NUMERIC
                      MOVE PAC-QUOTE-NO TO FIELD-TEXT
                   ELSE
                      MOVE '000000' TO FIELD-TEXT
                   END-IF
               WHEN 'MEMBER'
                   MOVE CUR-NAME TO FIELD-TEXT
               WHEN 'YEAR'
                   MOVE CUR-CCYY TO FIELD-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *      FIELD-TEXT AS IT PRINTS, INTO PRINT-TEXT.
       FORMAT-FIELD.
           MOVE FIELD-TEXT TO PRINT-TEXT.
           IF FIELD-KIND = 'M' AND FIELD-TEXT (1:9) NUMERIC
              MOVE FIELD-TEXT (1:9) TO MONEY-DIGITS
              MOVE MONEY-AMOUNT TO MONEY-EDIT
              MOVE MONEY-EDIT TO PRINT-TEXT
           ELSE IF FIELD-KIND = 'C' AND FIELD-TEXT (1:5) NUMERIC
              MOVE FIELD-TEXT (1:5) TO COUNT-DIGITS
              MOVE COUNT-AMOUNT TO COUNT-EDIT
              MOVE COUNT-EDIT TO PRINT-TEXT
           ELSE IF FIELD-CODE = 'MEMBER' AND FIELD-TEXT = SPACES
              MOVE '** NOT ON FILE **' TO PRINT-TEXT.

       BUILD-SORT-KEY.
           MOVE SPACES TO CUR-KEY.
           PERFORM BUILD-ONE-KEY-PART
               VARYING KEY-IDX FROM 1 BY 1 UNTIL KEY-IDX > 3.

       BUILD-ONE-KEY-PART.
           IF KY-FIELD (KEY-IDX) NOT = SPACES
              MOVE KY-FIELD (KEY-IDX) TO FIELD-CODE
              PERFORM GET-FIELD-VALUE
              IF KY-DIR (KEY-IDX) = 'D'
                 INSPECT FIELD-TEXT
                     CONVERTING SORT-UP-ORDER TO SORT-DOWN-ORDER
              END-IF
              MOVE FIELD-TEXT TO CUR-KEY-PART (KEY-IDX).

      *      SLIP THE ROW IN AFTER THE LAST ROW WHOSE KEY IS NOT
      *      HIGHER, SO EQUAL KEYS KEEP FILE ORDER.  THE SWEEP
      *      USUALLY ARRIVES NEARLY IN ORDER, SO THE SCAN RUNS UP
      *      FROM THE BOTTOM.
       OFFER-ROW.
           IF ROW-COUNT NOT < 2000
              DISPLAY 'PACSEL: QUERY ' SEL-QUERY-NAME
                  ' SELECTS MORE THAN 2000 ROWS TO SORT --'
                  ' NARROW IT OR DROP THE SORT'
              SET ROWS-OVERFLOWED TO TRUE
              SET JOB-HAS-FAILED TO TRUE
              GO TO OFFER-ROW-EXIT.
           MOVE ROW-COUNT TO ROW-SLOT.
       OFFER-ROW-SLOT.
           IF ROW-SLOT = 0
              GO TO OFFER-ROW-PLACE.
           IF RW-KEY (ROW-SLOT) NOT > CUR-KEY
              GO TO OFFER-ROW-PLACE.
           MOVE ROW-ENTRY (ROW-SLOT) TO ROW-ENTRY (ROW-SLOT + 1).
           SUBTRACT 1 FROM ROW-SLOT.
           GO TO OFFER-ROW-SLOT.
       OFFER-ROW-PLACE.
           ADD 1 TO ROW-COUNT.
           ADD 1 TO ROW-SLOT.
           MOVE CUR-ROW TO ROW-ENTRY (ROW-SLOT).
       OFFER-ROW-EXIT. EXIT.

       WRITE-HELD-ROW.
           MOVE ROW-ENTRY (ROW-IDX) TO CUR-ROW.
           MOVE CUR-RECORD TO PAC-RECORD.
           PERFORM EMIT-ROW.

      *      ONE SELECTED ROW OUT, WITH ITS QTY AND VALUE ADDED TO
      *      THE BREAK AND THE QUERY TOTALS.
       EMIT-ROW.
           IF OUTPUT-IS-REPORT AND KY-FIELD (1) NOT = SPACES
              PERFORM CHECK-BREAK THRU CHECK-BREAK-EXIT.
           ADD 1 TO ROWS-WRITTEN.
           ADD 1 TO BREAK-ROWS.
           IF PAC-QTY NUMERIC
              ADD PAC-QTY TO TOTAL-QTY
              ADD PAC-QTY TO BREAK-QTY.
           IF PAC-VALUE NUMERIC
              ADD PAC-VALUE TO TOTAL-VALUE
              ADD PAC-VALUE TO BREAK-VALUE.
           IF OUTPUT-IS-CSV
              PERFORM WRITE-CSV-ROW
           ELSE
              PERFORM WRITE-REPORT-ROW.

       CHECK-BREAK.
           MOVE KY-FIELD (1) TO FIELD-CODE.
           PERFORM GET-FIELD-VALUE.
           IF BREAK-IS-OPEN
              IF FIELD-TEXT = BREAK-TEXT
                 GO TO CHECK-BREAK-EXIT
              ELSE
                 PERFORM WRITE-BREAK-TOTAL.
           MOVE FIELD-TEXT TO BREAK-TEXT.
           MOVE BREAK-KIND TO FIELD-KIND.
           PERFORM FORMAT-FIELD.
           MOVE PRINT-TEXT TO BREAK-PRINT.
           MOVE 0 TO BREAK-ROWS.
           MOVE 0 TO BREAK-QTY.
           MOVE 0 TO BREAK-VALUE.
           SET BREAK-IS-OPEN TO TRUE.
       CHECK-BREAK-EXIT. EXIT.

       WRITE-BREAK-TOTAL.
           MOVE SPACES TO ST-LABEL.
           STRING KY-FIELD (1) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  BREAK-PRINT DELIMITED BY '  '
                  INTO ST-LABEL.
           MOVE BREAK-ROWS  TO ST-ROWS.
           MOVE BREAK-QTY   TO ST-QTY.
           MOVE BREAK-VALUE TO ST-VALUE.
           MOVE SR-TOTAL-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE SR-BLANK-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.

       WRITE-REPORT-ROW.
           MOVE SPACES TO RPT-LINE-WORK.
           MOVE 2 TO LINE-POS.
           PERFORM FORMAT-ONE-COLUMN
               VARYING COL-IDX FROM 1 BY 1
               UNTIL COL-IDX > COLUMN-COUNT.
           PERFORM WRITE-RPT-LINE.

       FORMAT-ONE-COLUMN.
           MOVE CL-FIELD (COL-IDX) TO FIELD-CODE.
           MOVE CL-KIND (COL-IDX)  TO FIELD-KIND.
           PERFORM GET-FIELD-VALUE.
           PERFORM FORMAT-FIELD.
           MOVE CL-PRINT-WIDTH (COL-IDX) TO PRINT-WIDTH.
           MOVE PRINT-TEXT (1:PRINT-WIDTH)
             TO RPT-LINE-WORK (LINE-POS:PRINT-WIDTH).
           COMPUTE LINE-POS = LINE-POS + PRINT-WIDTH + 1.

      *      MEMBER NAMES MAY CARRY COMMAS, WHICH WOULD SPLIT THE
      *      FIELD IN A SPREADSHEET, SO THEY GO OUT AS SPACES.
       WRITE-CSV-ROW.
           MOVE SPACES TO SEL-CSV-RECORD.
           MOVE 1 TO CSV-POINTER.
           PERFORM ADD-CSV-COLUMN
               VARYING COL-IDX FROM 1 BY 1
               UNTIL COL-IDX > COLUMN-COUNT.
           WRITE SEL-CSV-RECORD.
           MOVE SEL-CSV-RECORD TO CHECKSUM-LINE.
           PERFORM ADD-LINE-CHECKSUM.

       ADD-CSV-COLUMN.
           IF COL-IDX > 1
              STRING ',' DELIMITED BY SIZE
                  INTO SEL-CSV-RECORD WITH POINTER CSV-POINTER.
           MOVE CL-FIELD (COL-IDX) TO FIELD-CODE.
           PERFORM GET-FIELD-VALUE.
           IF FIELD-CODE = 'MEMBER'
              INSPECT FIELD-TEXT REPLACING ALL ',' BY SPACE.
           STRING FIELD-TEXT DELIMITED BY '  '
               INTO SEL-CSV-RECORD WITH POINTER CSV-POINTER.

       START-CSV-OUTPUT.
           MOVE WS-CSV-NAME TO GDG-FILE-NAME.
           CALL 'PACGDG' USING GDG-PARM.
           OPEN OUTPUT SEL-CSV-FILE.
           SET OUTPUT-IS-OPEN TO TRUE.
           MOVE SPACES TO SEL-CSV-RECORD.
           MOVE 1 TO CSV-POINTER.
           PERFORM ADD-CSV-HEADING
               VARYING COL-IDX FROM 1 BY 1
               UNTIL COL-IDX > COLUMN-COUNT.
           WRITE SEL-CSV-RECORD.
           MOVE SEL-CSV-RECORD TO CHECKSUM-LINE.
           PERFORM ADD-LINE-CHECKSUM.

       ADD-CSV-HEADING.
           IF COL-IDX > 1
              STRING ',' DELIMITED BY SIZE
                  INTO SEL-CSV-RECORD WITH POINTER CSV-POINTER.
           STRING CL-FIELD (COL-IDX) DELIMITED BY SPACE
               INTO SEL-CSV-RECORD WITH POINTER CSV-POINTER.

       FINISH-CSV-OUTPUT.
           IF OUTPUT-NOT-OPEN
              GO TO FINISH-CSV-OUTPUT-EXIT.
           IF JOB-IS-CLEAN
              MOVE LINES-WRITTEN TO TRL-COUNT
              MOVE CHECK-ACCUM   TO TRL-CHECKSUM
              WRITE SEL-CSV-RECORD FROM EXPORT-TRAILER-LINE.
           CLOSE SEL-CSV-FILE.
       FINISH-CSV-OUTPUT-EXIT. EXIT.

      *      PAGE ONE OPENS WITH WHAT WAS ASKED, SO A PRINTED COPY
      *      EXPLAINS ITSELF; THE COLUMN HEADINGS THEN REPEAT ON
      *      EVERY PAGE.
       START-REPORT-OUTPUT.
           MOVE WS-RPT-NAME TO GDG-FILE-NAME.
           CALL 'PACGDG' USING GDG-PARM.
           OPEN OUTPUT SEL-RPT-FILE.
           SET OUTPUT-IS-OPEN TO TRUE.
           MOVE SPACES TO PGH-TITLE.
           IF QUERY-TITLE NOT = SPACES
              MOVE QUERY-TITLE TO PGH-TITLE
           ELSE
              STRING 'SELECTION QUERY ' DELIMITED BY SIZE
                     SEL-QUERY-NAME DELIMITED BY SPACE
                     INTO PGH-TITLE.
           MOVE QUERY-TO-CCYY TO PGH-CCYY.
           MOVE 0  TO PGH-PAGE-NUMBER.
           MOVE 56 TO PGH-LINES-PER-PAGE.
           MOVE 99 TO PGH-LINE-COUNT.
           PERFORM START-NEW-PAGE.

           MOVE SPACES TO RPT-LINE-WORK.
           STRING ' QUERY ' DELIMITED BY SIZE
                  SEL-QUERY-NAME DELIMITED BY SPACE
                  '   YEARS ' DELIMITED BY SIZE
                  QUERY-FROM-CCYY DELIMITED BY SIZE
                  ' TO ' DELIMITED BY SIZE
                  QUERY-TO-CCYY DELIMITED BY SIZE
                  INTO RPT-LINE-WORK.
           IF SEL-REGION NOT = SPACES
              STRING '   REGION ' DELIMITED BY SIZE
                     SEL-REGION DELIMITED BY SIZE
                     INTO RPT-LINE-WORK (41:40).
           PERFORM WRITE-RPT-LINE.
           PERFORM SHOW-ONE-CONDITION
               VARYING COND-IDX FROM 1 BY 1
               UNTIL COND-IDX > COND-COUNT.
           IF COND-COUNT = 0
              MOVE ' EVERY RECORD' TO RPT-LINE-WORK
              PERFORM WRITE-RPT-LINE.
           IF QUERY-WANTS-VOIDED
              MOVE ' VOIDED RECORDS INCLUDED' TO RPT-LINE-WORK
           ELSE
              MOVE ' VOIDED RECORDS LEFT OUT' TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           IF RUN-IS-SORTED
              MOVE SPACES TO RPT-LINE-WORK
              MOVE 1 TO LINE-POS
              STRING ' SORTED BY' DELIMITED BY SIZE
                  INTO RPT-LINE-WORK WITH POINTER LINE-POS
              PERFORM SHOW-ONE-KEY
                  VARYING KEY-IDX FROM 1 BY 1 UNTIL KEY-IDX > 3
              IF KY-FIELD (1) NOT = SPACES
                 STRING '   SUBTOTAL ON ' DELIMITED BY SIZE
                        KY-FIELD (1) DELIMITED BY SPACE
                        INTO RPT-LINE-WORK WITH POINTER LINE-POS
              END-IF
              PERFORM WRITE-RPT-LINE.
           MOVE SR-BLANK-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.

           MOVE SPACES TO COLUMN-HEADING-LINE.
           MOVE 2 TO LINE-POS.
           PERFORM HEAD-ONE-COLUMN
               VARYING COL-IDX FROM 1 BY 1
               UNTIL COL-IDX > COLUMN-COUNT.
           SET COLUMNS-SHOWING TO TRUE.
           MOVE COLUMN-HEADING-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.

       SHOW-ONE-CONDITION.
           MOVE CD-FIELD (COND-IDX) TO FIELD-CODE.
           MOVE CD-KIND (COND-IDX)  TO FIELD-KIND.
           MOVE CD-VALUE (COND-IDX) TO FIELD-TEXT.
           PERFORM FORMAT-FIELD.
           MOVE SPACES TO RPT-LINE-WORK.
           STRING ' WHERE ' DELIMITED BY SIZE
                  CD-FIELD (COND-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CD-OPERATOR (COND-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PRINT-TEXT DELIMITED BY SIZE
                  INTO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.

       SHOW-ONE-KEY.
           IF KY-FIELD (KEY-IDX) NOT = SPACES
              STRING ' ' DELIMITED BY SIZE
                     KY-FIELD (KEY-IDX) DELIMITED BY SPACE
                     '(' DELIMITED BY SIZE
                     KY-DIR (KEY-IDX) DELIMITED BY SIZE
                     ')' DELIMITED BY SIZE
                     INTO RPT-LINE-WORK WITH POINTER LINE-POS.

       HEAD-ONE-COLUMN.
           MOVE CL-PRINT-WIDTH (COL-IDX) TO PRINT-WIDTH.
           MOVE CL-FIELD (COL-IDX)
             TO COLUMN-HEADING-LINE (LINE-POS:PRINT-WIDTH).
           COMPUTE LINE-POS = LINE-POS + PRINT-WIDTH + 1.

       FINISH-REPORT-OUTPUT.
           IF OUTPUT-NOT-OPEN
              GO TO FINISH-REPORT-OUTPUT-EXIT.
           IF BREAK-IS-OPEN AND JOB-IS-CLEAN
              PERFORM WRITE-BREAK-TOTAL.
           IF ROWS-WRITTEN = 0 AND JOB-IS-CLEAN
              MOVE '   NO RECORDS MATCH' TO RPT-LINE-WORK
              PERFORM WRITE-RPT-LINE.
           MOVE SR-BLANK-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE 'QUERY TOTAL' TO ST-LABEL.
           MOVE ROWS-WRITTEN TO ST-ROWS.
           MOVE TOTAL-QTY    TO ST-QTY.
           MOVE TOTAL-VALUE  TO ST-VALUE.
           MOVE SR-TOTAL-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE SR-BLANK-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE 'RECORDS READ' TO RT-LABEL.
           MOVE CNT TO RT-COUNT.
           MOVE SR-COUNT-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE 'YEARS READ' TO RT-LABEL.
           MOVE YEARS-READ TO RT-COUNT.
           MOVE SR-COUNT-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           IF YEARS-MISSING > 0
              MOVE 'YEARS SKIPPED, NO FILE' TO RT-LABEL
              MOVE YEARS-MISSING TO RT-COUNT
              MOVE SR-COUNT-LINE TO RPT-LINE-WORK
              PERFORM WRITE-RPT-LINE.
           IF ROWS-OVERFLOWED
              MOVE SR-OVERFLOW-LINE TO RPT-LINE-WORK
              PERFORM WRITE-RPT-LINE
           ELSE IF JOB-HAS-FAILED
              MOVE SR-FAILED-LINE TO RPT-LINE-WORK
              PERFORM WRITE-RPT-LINE.
           PERFORM WRITE-END-LINE.
           CLOSE SEL-RPT-FILE.
       FINISH-REPORT-OUTPUT-EXIT. EXIT.

       OPEN-MEMBER-FILE.
           SET MEMBER-FILE-CLOSED TO TRUE.
           MOVE -2 TO B-MEM-KEY-NUMBER.
           CALL WINAPI 'BTRV' USING by value B-OPEN,
             by reference B-MEM-POSITION,
             OWNER-NAME, OWNER-LENGTH, B-MEM-NAME,
             by value B-MEM-KEY-NUMBER.
           IF RETURN-CODE = ZERO
              SET MEMBER-FILE-OPEN TO TRUE
              MOVE 0 TO B-MEM-KEY-NUMBER
           ELSE
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'OPEN' TO ERRJ-OPERATION
              PERFORM LOG-MEMBER-ERROR
              DISPLAY 'PACSEL: MEMBER OPEN FAILED--> '
                  BTRV-STATUS-MESSAGE ' -- QUERY NEEDS MEMBER NAMES'.
       OPEN-MEMBER-FILE-EXIT. EXIT.

       CLOSE-MEMBER-FILE.
           IF MEMBER-FILE-CLOSED
              GO TO CLOSE-MEMBER-FILE-EXIT.
           CALL WINAPI 'BTRV' USING by value B-CLOSE,
             by reference B-MEM-POSITION,
             OWNER-NAME, OWNER-LENGTH,
             B-MEM-KEY-BUFFER, by value B-MEM-KEY-NUMBER.
           IF RETURN-CODE NOT = ZERO
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'CLOSE' TO ERRJ-OPERATION
              PERFORM LOG-MEMBER-ERROR
              DISPLAY 'PACSEL: MEMBER CLOSE FAILED--> '
                  BTRV-STATUS-MESSAGE.
           SET MEMBER-FILE-CLOSED TO TRUE.
       CLOSE-MEMBER-FILE-EXIT. EXIT.

       WRITE-RPT-LINE.
           IF PGH-LINE-COUNT NOT < PGH-LINES-PER-PAGE
              PERFORM START-NEW-PAGE.
           WRITE SEL-RPT-RECORD FROM RPT-LINE-WORK.
           ADD 1 TO PGH-LINE-COUNT.

       START-NEW-PAGE.
           MOVE 'H' TO PGH-REQUEST.
           CALL 'PACPAGE' USING PAGE-CTL.
           WRITE SEL-RPT-RECORD FROM PGH-LINE-1.
           WRITE SEL-RPT-RECORD FROM PGH-LINE-2.
           WRITE SEL-RPT-RECORD FROM PGH-LINE-3.
           MOVE 03 TO PGH-LINE-COUNT.
           IF COLUMNS-SHOWING
              WRITE SEL-RPT-RECORD FROM COLUMN-HEADING-LINE
              ADD 1 TO PGH-LINE-COUNT.

       WRITE-END-LINE.
           MOVE 'E' TO PGH-REQUEST.
           CALL 'PACPAGE' USING PAGE-CTL.
           WRITE SEL-RPT-RECORD FROM PGH-LINE-1.

       ADD-LINE-CHECKSUM.
           ADD 1 TO LINES-WRITTEN.
           PERFORM TRIM-CHECKSUM-LINE.
           PERFORM ADD-CHECK-BYTE
               VARYING CHECK-IDX FROM 1 BY 1
               UNTIL CHECK-IDX > TRIM-LENGTH.

       TRIM-CHECKSUM-LINE.
           MOVE 0 TO TRIM-LENGTH.
           PERFORM FIND-TRIM-LENGTH
               VARYING CHECK-IDX FROM 103 BY -1
               UNTIL CHECK-IDX < 1 OR TRIM-LENGTH > 0.

       FIND-TRIM-LENGTH.
           IF CHECKSUM-LINE (CHECK-IDX:1) NOT = SPACE
              MOVE CHECK-IDX TO TRIM-LENGTH.

       ADD-CHECK-BYTE.
           ADD FUNCTION ORD (CHECKSUM-LINE (CHECK-IDX:1))
               TO CHECK-ACCUM.
           IF CHECK-ACCUM > 999999999
              SUBTRACT 1000000000 FROM CHECK-ACCUM.

       LOG-ERROR-JOURNAL.
           MOVE B-PAC-KEY-BUFFER TO ERRJ-KEY.
           MOVE BTRV-STATUS-CODE TO ERRJ-STATUS-CODE.
           MOVE BTRV-STATUS-MESSAGE TO ERRJ-MESSAGE.
           CALL 'PACERRJ' USING ERRJ-PARM.

       LOG-MEMBER-ERROR.
           MOVE B-MEM-KEY-BUFFER TO ERRJ-KEY.
           MOVE BTRV-STATUS-CODE TO ERRJ-STATUS-CODE.
           MOVE BTRV-STATUS-MESSAGE TO ERRJ-MESSAGE.
           CALL 'PACERRJ' USING ERRJ-PARM.
