       ID DIVISION.
       PROGRAM-ID.  PACQDEF.
       AUTHOR.  Oliphant .
       DATE-WRITTEN. OCTOBER 15, 2026.
       DATE-COMPILED.
       REMARKS.  SELECTION QUERY DEFINITIONS, LAUNCHED FROM PACMENU --
           THE SAME MENU-AND-PROMPT SHAPE PACHOLD GIVES THE HOLD
           FILE.  LISTS AND SHOWS THE SAVED QUERIES IN pacsel.qry
           (PACQRY.COB LAYOUT) AND RUNS ONE THROUGH PACSEL ON
           DEMAND, FOR ANY OPERATOR.  DEFINING (OR REDEFINING) AND
           DELETING A QUERY NEED MAINTENANCE AUTHORITY.  A
           DEFINITION IS PROMPTED FIELD BY FIELD AND CHECKED AS IT
           IS TYPED AGAINST THE FIELD LIST IN PACQFLD.COB: UP TO 10
           CONDITIONS, ALL OF WHICH A ROW MUST PASS, AND UP TO 12
           COLUMNS, WHICH MUST FIT AN 80-COLUMN REPORT LINE OR A
           PACVRFY-SIZED CSV LINE; THEN THE BREAK AND TWO SORT
           FIELDS.  A CONDITION VALUE IS STORED THE WAY PACSEL
           COMPARES IT -- DIGITS ZERO-FILLED TO THE FIELD'S WIDTH,
           VALUE IN HUNDREDTHS (NO POINT), TEXT IN UPPER CASE.  A
           SAVE OR DELETE REWRITES THE FILE COMPLETE WITH THE
           QUERY'S OLD LINES DROPPED, THE SAME WAY PACHOLD DOES A
           LIFT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. COMPAQ-DESKPRO-286.
       OBJECT-COMPUTER. ANY-COMPAQ-COMPATABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUERY-FILE ASSIGN TO WS-QUERY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUERY-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  QUERY-FILE.
       01  QUERY-FILE-RECORD.
           COPY 'PACQRY.COB'.
*      WORKING-STORAGE SECTION.
       01  WS-QUERY-NAME          PIC X(32) VALUE 'pacsel.qry'.
       01  QUERY-FILE-STATUS      PIC X(02).
       01  QUERY-EOF-SW           PIC X VALUE 'N'.
           88  QUERY-AT-EOF             VALUE 'Y'.
           88  QUERY-NOT-AT-EOF         VALUE 'N'.

       01  QDEF-CHOICE            PIC X(01) VALUE SPACE.
           88  QDEF-IS-LIST             VALUE '1'.
           88  QDEF-IS-SHOW             VALUE '2'.
           88  QDEF-IS-DEFINE           VALUE '3'.
           88  QDEF-IS-DELETE           VALUE '4'.
           88  QDEF-IS-RUN              VALUE '5'.
           88  QDEF-IS-EXIT             VALUE '6'.
       01  QDEF-DONE-SW           PIC X(01) VALUE 'N'.
           88  QDEF-IS-DONE             VALUE 'Y'.

      *      THE FIELDS A QUERY MAY NAME.
       01  QUERY-FIELDS.
           COPY 'PACQFLD.COB'.
       01  FIELD-SCAN             PIC 9(02) VALUE 0.
       01  FIELD-CODE             PIC X(08) VALUE SPACES.

       01  UPPER-LETTERS          PIC X(26) VALUE
           'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  LOWER-LETTERS          PIC X(26) VALUE
           'abcdefghijklmnopqrstuvwxyz'.

       01  ENTRY-NAME             PIC X(08) VALUE SPACES.
       01  ENTRY-TITLE            PIC X(24) VALUE SPACES.
       01  ENTRY-FROM             PIC 9(04) VALUE 0.
       01  ENTRY-TO               PIC 9(04) VALUE 0.
       01  ENTRY-OUTPUT           PIC X(01) VALUE SPACE.
           88  ENTRY-OUTPUT-VALID       VALUES 'R' 'C'.
           88  ENTRY-OUTPUT-CSV         VALUE 'C'.
       01  ENTRY-VOIDED           PIC X(01) VALUE SPACE.
       01  ENTRY-CODE             PIC X(08) VALUE SPACES.
       01  ENTRY-OPERATOR         PIC X(02) VALUE SPACES.
           88  ENTRY-OPERATOR-VALID
                   VALUES 'EQ' 'NE' 'LT' 'LE' 'GT' 'GE' 'CT'.
       01  ENTRY-VALUE            PIC X(30) VALUE SPACES.
       01  ENTRY-DIR              PIC X(01) VALUE SPACE.
       01  ENTRY-REGION           PIC X(02) VALUE SPACES.
       01  CANON-VALUE            PIC X(30) VALUE SPACES.
       01  VALUE-LENGTH           PIC 9(02) VALUE 0.
       01  VALUE-IDX              PIC 9(02) VALUE 0.
       01  VALUE-START            PIC 9(02) VALUE 0.
       01  ENTRY-OK-SW            PIC X VALUE 'Y'.
           88  ENTRY-IS-OK              VALUE 'Y'.
           88  ENTRY-IS-BAD             VALUE 'N'.
       01  MORE-SW                PIC X VALUE 'Y'.
           88  WANT-MORE                VALUE 'Y'.
           88  NO-MORE                  VALUE 'N'.

      *      LINE ROOM: A REPORT COLUMN TAKES ITS PRINT WIDTH PLUS
      *      ONE SPACE AFTER A ONE-SPACE MARGIN, 80 IN ALL; A CSV
      *      FIELD TAKES ITS WIDTH PLUS A COMMA, 103 IN ALL.
       01  REPORT-ROOM            PIC 9(03) VALUE 0.
       01  CSV-ROOM               PIC 9(03) VALUE 0.

      *      THE QUERY BEING DEFINED -- ONE 'Q' LINE, UP TO 10 'W'
      *      AND 12 'C' LINES, EACH MADE UP IN THE RECORD AREA AND
      *      SET ASIDE HERE, WRITTEN OUT ONLY WHEN IT IS COMPLETE.
       01  COND-COUNT             PIC 9(02) VALUE 0.
       01  COLUMN-COUNT           PIC 9(02) VALUE 0.
       01  NEW-COUNT              PIC 9(02) VALUE 0.
       01  NEW-IDX                PIC 9(02) VALUE 0.
       01  NEW-TABLE.
           05  NEW-ENTRY OCCURS 23 TIMES.
               10  NEW-RECORD     PIC X(80).

       01  LISTED-COUNT           PIC 9(05) VALUE 0.
       01  DROPPED-COUNT          PIC 9(03) VALUE 0.

      *      THE WHOLE FILE IS SMALL ENOUGH TO KEEP IN STORAGE FOR A
      *      SAVE OR DELETE, WHICH REWRITES IT COMPLETE -- THE SAME
      *      ARRANGEMENT PACHOLD KEEPS FOR A LIFT.
       01  KEEP-COUNT             PIC 9(03) VALUE 0.
       01  KEEP-IDX               PIC 9(03) VALUE 0.
       01  KEEP-TABLE.
           05  KEEP-ENTRY OCCURS 500 TIMES.
               10  KEEP-RECORD    PIC X(80).

      *      COPY OF PACSEL'S LINKAGE PARAMETER LAYOUT (PACSEL HAS NO
      *      SEPARATE COPYBOOK FOR ITS PARAMETER).
       01  LOCAL-SEL-PARM.
           05  LOCAL-SEL-QUERY-NAME    PIC X(08).
           05  LOCAL-SEL-REGION        PIC X(02).
           05  LOCAL-SEL-RESULT        PIC X(01).
               88  LOCAL-SEL-RUN-GOOD        VALUE 'G'.
               88  LOCAL-SEL-RUN-FAILED      VALUE 'F'.
               88  LOCAL-SEL-NOT-DEFINED     VALUE 'N'.
           05  LOCAL-SEL-ROWS          PIC 9(08).

       LINKAGE SECTION.
       01  QDEF-PARM.
      *      SIGNED-ON OPERATOR FROM PACMENU, AND WHETHER THAT
      *      OPERATOR MAY DEFINE AND DELETE QUERIES ('Y') OR ONLY
      *      LIST, SHOW AND RUN THEM.
           05  QDEF-OPERATOR       PIC X(08).
           05  QDEF-MAY-CHANGE     PIC X(01).
               88  QDEF-CAN-CHANGE       VALUE 'Y'.

       PROCEDURE DIVISION USING QDEF-PARM.
       A000-BEGIN.
           PERFORM QDEF-LOOP UNTIL QDEF-IS-DONE.
           GOBACK.

       QDEF-LOOP.
           DISPLAY ' '.
           DISPLAY 'PAC SELECTION QUERIES (' WS-QUERY-NAME ')'.
           DISPLAY '  1.  LIST QUERIES'.
           DISPLAY '  2.  SHOW A QUERY'.
           IF QDEF-CAN-CHANGE
              DISPLAY '  3.  DEFINE OR REPLACE A QUERY'
              DISPLAY '  4.  DELETE A QUERY'.
           DISPLAY '  5.  RUN A QUERY NOW'.
           DISPLAY '  6.  EXIT'.
           DISPLAY 'ENTER CHOICE: ' WITH NO ADVANCING.
           ACCEPT QDEF-CHOICE.

           IF QDEF-IS-LIST
              PERFORM DO-LIST THRU DO-LIST-EXIT
           ELSE IF QDEF-IS-SHOW
              PERFORM DO-SHOW THRU DO-SHOW-EXIT
           ELSE IF (QDEF-IS-DEFINE OR QDEF-IS-DELETE)
              AND NOT QDEF-CAN-CHANGE
              DISPLAY 'PACQDEF: DEFINING OR DELETING A QUERY NEEDS'
                  ' MAINTENANCE AUTHORITY'
           ELSE IF QDEF-IS-DEFINE
              PERFORM DO-DEFINE THRU DO-DEFINE-EXIT
           ELSE IF QDEF-IS-DELETE
              PERFORM DO-DELETE THRU DO-DELETE-EXIT
           ELSE IF QDEF-IS-RUN
              PERFORM DO-RUN THRU DO-RUN-EXIT
           ELSE IF QDEF-IS-EXIT
              SET QDEF-IS-DONE TO TRUE
           ELSE
              DISPLAY 'PACQDEF: INVALID CHOICE -- TRY AGAIN'.

       DO-LIST.
           MOVE 0 TO LISTED-COUNT.
           SET QUERY-NOT-AT-EOF TO TRUE.
           OPEN INPUT QUERY-FILE.
           IF QUERY-FILE-STATUS NOT = '00'
              DISPLAY 'PACQDEF: NO QUERIES ON FILE YET'
              GO TO DO-LIST-EXIT.
           DISPLAY 'NAME     FROM TO   OUT TITLE'.
           PERFORM LIST-ONE-QUERY UNTIL QUERY-AT-EOF.
           CLOSE QUERY-FILE.
           DISPLAY 'PACQDEF: ' LISTED-COUNT ' QUERY(S) ON FILE'.
       DO-LIST-EXIT. EXIT.

       LIST-ONE-QUERY.
           READ QUERY-FILE
               AT END
                  SET QUERY-AT-EOF TO TRUE
                  GO TO LIST-ONE-QUERY-EXIT.
           IF QRY-IS-QUERY
              ADD 1 TO LISTED-COUNT
              DISPLAY QRY-NAME ' ' QRY-FROM-CCYY ' ' QRY-TO-CCYY
                  '  ' QRY-OUTPUT '  ' QRY-TITLE.
       LIST-ONE-QUERY-EXIT. EXIT.

       DO-SHOW.
           PERFORM ASK-QUERY-NAME.
           IF ENTRY-NAME = SPACES
              GO TO DO-SHOW-EXIT.
           MOVE 0 TO LISTED-COUNT.
           SET QUERY-NOT-AT-EOF TO TRUE.
           OPEN INPUT QUERY-FILE.
           IF QUERY-FILE-STATUS NOT = '00'
              DISPLAY 'PACQDEF: NO QUERIES ON FILE YET'
              GO TO DO-SHOW-EXIT.
           PERFORM SHOW-ONE-LINE UNTIL QUERY-AT-EOF.
           CLOSE QUERY-FILE.
           IF LISTED-COUNT = 0
              DISPLAY 'PACQDEF: NO QUERY ' ENTRY-NAME.
       DO-SHOW-EXIT. EXIT.

       SHOW-ONE-LINE.
           READ QUERY-FILE
               AT END
                  SET QUERY-AT-EOF TO TRUE
                  GO TO SHOW-ONE-LINE-EXIT.
           IF QRY-NAME NOT = ENTRY-NAME
              GO TO SHOW-ONE-LINE-EXIT.
           ADD 1 TO LISTED-COUNT.
           IF QRY-IS-QUERY
              DISPLAY 'QUERY   ' QRY-NAME '  ' QRY-TITLE
              DISPLAY '  YEARS ' QRY-FROM-CCYY ' TO ' QRY-TO-CCYY
                  '  OUTPUT ' QRY-OUTPUT '  VOIDED ' QRY-VOIDED
              DISPLAY '  BREAK ' QRY-BREAK '  SORT ' QRY-SORT-1
                  ' ' QRY-SORT-1-DIR '  THEN ' QRY-SORT-2
                  ' ' QRY-SORT-2-DIR
           ELSE IF QRY-IS-CONDITION
              DISPLAY '  WHERE ' QRY-FIELD ' ' QRY-OPERATOR ' '
                  QRY-VALUE
           ELSE IF QRY-IS-COLUMN
              DISPLAY '  COLUMN ' QRY-COLUMN.
       SHOW-ONE-LINE-EXIT. EXIT.

       ASK-QUERY-NAME.
           DISPLAY 'QUERY NAME: ' WITH NO ADVANCING.
           MOVE SPACES TO ENTRY-NAME.
           ACCEPT ENTRY-NAME.
           INSPECT ENTRY-NAME CONVERTING LOWER-LETTERS TO UPPER-LETTERS.

      *      THE NEW DEFINITION IS BUILT IN STORAGE AND ONLY REPLACES
      *      THE OLD ONE ONCE EVERY PROMPT HAS BEEN ANSWERED
      *      PROPERLY; A BAD ANSWER ABANDONS IT WITH THE FILE
      *      UNTOUCHED.
       DO-DEFINE.
           PERFORM ASK-QUERY-NAME.
           IF ENTRY-NAME = SPACES
              DISPLAY 'PACQDEF: A QUERY NEEDS A NAME'
              GO TO DO-DEFINE-EXIT.
           DISPLAY 'TITLE FOR THE REPORT HEADING: ' WITH NO ADVANCING.
           MOVE SPACES TO ENTRY-TITLE.
           ACCEPT ENTRY-TITLE.
           INSPECT ENTRY-TITLE
               CONVERTING LOWER-LETTERS TO UPPER-LETTERS.
           DISPLAY 'FROM YEAR CCYY (0 = THE CURRENT YEAR): '
               WITH NO ADVANCING.
           MOVE 0 TO ENTRY-FROM.
           ACCEPT ENTRY-FROM.
           DISPLAY 'TO YEAR CCYY (0 = THE FROM YEAR): '
               WITH NO ADVANCING.
           MOVE 0 TO ENTRY-TO.
           ACCEPT ENTRY-TO.
           IF ENTRY-FROM > 0 AND ENTRY-TO > 0 AND ENTRY-TO < ENTRY-FROM
              DISPLAY 'PACQDEF: TO YEAR ' ENTRY-TO
                  ' IS BEFORE THE FROM YEAR ' ENTRY-FROM
              GO TO DO-DEFINE-EXIT.
           DISPLAY 'OUTPUT (R=REPORT C=CSV): ' WITH NO ADVANCING.
           MOVE SPACE TO ENTRY-OUTPUT.
           ACCEPT ENTRY-OUTPUT.
           INSPECT ENTRY-OUTPUT
               CONVERTING LOWER-LETTERS TO UPPER-LETTERS.
           IF NOT ENTRY-OUTPUT-VALID
              DISPLAY 'PACQDEF: OUTPUT MUST BE R OR C'
              GO TO DO-DEFINE-EXIT.
           DISPLAY 'INCLUDE VOIDED RECORDS (Y/N): ' WITH NO ADVANCING.
           MOVE SPACE TO ENTRY-VOIDED.
           ACCEPT ENTRY-VOIDED.
           IF ENTRY-VOIDED NOT = 'Y' AND NOT = 'y'
              MOVE 'N' TO ENTRY-VOIDED
           ELSE
              MOVE 'Y' TO ENTRY-VOIDED.

           MOVE SPACES TO QUERY-FILE-RECORD.
           MOVE ENTRY-NAME   TO QRY-NAME.
           MOVE 'Q'          TO QRY-LINE-TYPE.
           MOVE ENTRY-FROM   TO QRY-FROM-CCYY.
           MOVE ENTRY-TO     TO QRY-TO-CCYY.
           MOVE ENTRY-OUTPUT TO QRY-OUTPUT.
           MOVE ENTRY-VOIDED TO QRY-VOIDED.
           MOVE ENTRY-TITLE  TO QRY-TITLE.
           MOVE 1 TO NEW-COUNT.
           MOVE QUERY-FILE-RECORD TO NEW-RECORD (1).

           MOVE 0 TO COND-COUNT.
           SET ENTRY-IS-OK TO TRUE.
           SET WANT-MORE TO TRUE.
           PERFORM ASK-ONE-CONDITION THRU ASK-ONE-CONDITION-EXIT
               UNTIL NO-MORE OR ENTRY-IS-BAD.
           IF ENTRY-IS-BAD
              GO TO DO-DEFINE-EXIT.

           MOVE 0 TO COLUMN-COUNT.
           MOVE 1 TO REPORT-ROOM.
           MOVE 0 TO CSV-ROOM.
           SET WANT-MORE TO TRUE.
           PERFORM ASK-ONE-COLUMN THRU ASK-ONE-COLUMN-EXIT
               UNTIL NO-MORE OR ENTRY-IS-BAD.
           IF ENTRY-IS-BAD
              GO TO DO-DEFINE-EXIT.
           IF COLUMN-COUNT = 0
              DISPLAY 'PACQDEF: A QUERY NEEDS AT LEAST ONE COLUMN'
              GO TO DO-DEFINE-EXIT.

           MOVE NEW-RECORD (1) TO QUERY-FILE-RECORD.
           DISPLAY 'BREAK FIELD -- SORTED FIRST, SUBTOTALLED ON CHANGE'
               ' (BLANK = NONE): ' WITH NO ADVANCING.
           PERFORM ASK-KEY-FIELD.
           IF ENTRY-IS-BAD
              GO TO DO-DEFINE-EXIT.
           MOVE ENTRY-CODE TO QRY-BREAK.
           DISPLAY 'FIRST SORT FIELD (BLANK = NONE): '
               WITH NO ADVANCING.
           PERFORM ASK-KEY-FIELD.
           IF ENTRY-IS-BAD
              GO TO DO-DEFINE-EXIT.
           MOVE ENTRY-CODE TO QRY-SORT-1.
           IF ENTRY-CODE NOT = SPACES
              PERFORM ASK-KEY-DIRECTION
              MOVE ENTRY-DIR TO QRY-SORT-1-DIR.
           DISPLAY 'SECOND SORT FIELD (BLANK = NONE): '
               WITH NO ADVANCING.
           PERFORM ASK-KEY-FIELD.
           IF ENTRY-IS-BAD
              GO TO DO-DEFINE-EXIT.
           MOVE ENTRY-CODE TO QRY-SORT-2.
           IF ENTRY-CODE NOT = SPACES
              PERFORM ASK-KEY-DIRECTION
              MOVE ENTRY-DIR TO QRY-SORT-2-DIR.
           MOVE QUERY-FILE-RECORD TO NEW-RECORD (1).

           PERFORM LOAD-OTHER-QUERIES THRU LOAD-OTHER-QUERIES-EXIT.
           IF ENTRY-IS-BAD
              GO TO DO-DEFINE-EXIT.
           IF KEEP-COUNT + NEW-COUNT > 500
              DISPLAY 'PACQDEF: FILE WOULD EXCEED 500 LINES --'
                  ' SAVE ABANDONED, FILE LEFT AS IT WAS'
              GO TO DO-DEFINE-EXIT.
           OPEN OUTPUT QUERY-FILE.
           PERFORM WRITE-KEPT-LINE
               VARYING KEEP-IDX FROM 1 BY 1
               UNTIL KEEP-IDX > KEEP-COUNT.
           PERFORM WRITE-NEW-LINE
               VARYING NEW-IDX FROM 1 BY 1
               UNTIL NEW-IDX > NEW-COUNT.
           CLOSE QUERY-FILE.
           IF DROPPED-COUNT > 0
              DISPLAY 'PACQDEF: QUERY ' ENTRY-NAME ' REPLACED'
           ELSE
              DISPLAY 'PACQDEF: QUERY ' ENTRY-NAME ' SAVED'.
       DO-DEFINE-EXIT. EXIT.

       ASK-ONE-CONDITION.
           IF COND-COUNT NOT < 10
              SET NO-MORE TO TRUE
              GO TO ASK-ONE-CONDITION-EXIT.
           DISPLAY 'CONDITION FIELD (BLANK = NO MORE): '
               WITH NO ADVANCING.
           MOVE SPACES TO ENTRY-CODE.
           ACCEPT ENTRY-CODE.
           INSPECT ENTRY-CODE CONVERTING LOWER-LETTERS TO UPPER-LETTERS.
           IF ENTRY-CODE = SPACES
              SET NO-MORE TO TRUE
              GO TO ASK-ONE-CONDITION-EXIT.
           MOVE ENTRY-CODE TO FIELD-CODE.
           PERFORM FIND-FIELD.
           IF FIELD-SCAN = 0
              DISPLAY 'PACQDEF: NO FIELD ' ENTRY-CODE
                  ' -- QUERY NOT SAVED'
              SET ENTRY-IS-BAD TO TRUE
              GO TO ASK-ONE-CONDITION-EXIT.
           DISPLAY 'OPERATOR (EQ NE LT LE GT GE, CT = CONTAINS): '
               WITH NO ADVANCING.
           MOVE SPACES TO ENTRY-OPERATOR.
           ACCEPT ENTRY-OPERATOR.
           INSPECT ENTRY-OPERATOR
               CONVERTING LOWER-LETTERS TO UPPER-LETTERS.
           IF NOT ENTRY-OPERATOR-VALID
              DISPLAY 'PACQDEF: NO OPERATOR ' ENTRY-OPERATOR
                  ' -- QUERY NOT SAVED'
              SET ENTRY-IS-BAD TO TRUE
              GO TO ASK-ONE-CONDITION-EXIT.
           IF ENTRY-OPERATOR = 'CT' AND NOT QFL-IS-TEXT (QFL-IDX)
              DISPLAY 'PACQDEF: CT ONLY APPLIES TO TEXT FIELDS'
                  ' -- QUERY NOT SAVED'
              SET ENTRY-IS-BAD TO TRUE
              GO TO ASK-ONE-CONDITION-EXIT.
           IF QFL-IS-MONEY (QFL-IDX)
              DISPLAY 'VALUE (IN HUNDREDTHS, NO POINT): '
                  WITH NO ADVANCING
           ELSE IF QFL-IS-TEXT (QFL-IDX)
              DISPLAY 'VALUE: ' WITH NO ADVANCING
           ELSE
              DISPLAY 'VALUE (DIGITS ONLY): ' WITH NO ADVANCING.
           MOVE SPACES TO ENTRY-VALUE.
           ACCEPT ENTRY-VALUE.
           PERFORM CANONICAL-VALUE THRU CANONICAL-VALUE-EXIT.
           IF ENTRY-IS-BAD
              GO TO ASK-ONE-CONDITION-EXIT.
           MOVE SPACES TO QUERY-FILE-RECORD.
           MOVE ENTRY-NAME     TO QRY-NAME.
           MOVE 'W'            TO QRY-LINE-TYPE.
           MOVE ENTRY-CODE    TO QRY-FIELD.
           MOVE ENTRY-OPERATOR TO QRY-OPERATOR.
           MOVE CANON-VALUE    TO QRY-VALUE.
           ADD 1 TO COND-COUNT.
           ADD 1 TO NEW-COUNT.
           MOVE QUERY-FILE-RECORD TO NEW-RECORD (NEW-COUNT).
       ASK-ONE-CONDITION-EXIT. EXIT.

      *      TEXT GOES UPPER CASE AS TYPED (A CT VALUE MAY NOT BE
      *      BLANK); DIGITS AND MONEY MUST BE ALL DIGITS, NO WIDER
      *      THAN THE FIELD, AND ARE RIGHT-JUSTIFIED ZERO-FILLED.
       CANONICAL-VALUE.
           MOVE SPACES TO CANON-VALUE.
           MOVE 0 TO VALUE-LENGTH.
           PERFORM FIND-VALUE-LENGTH
               VARYING VALUE-IDX FROM 30 BY -1
               UNTIL VALUE-IDX < 1 OR VALUE-LENGTH > 0.
           IF QFL-IS-TEXT (QFL-IDX)
              IF VALUE-LENGTH = 0 AND ENTRY-OPERATOR = 'CT'
                 DISPLAY 'PACQDEF: CT NEEDS SOMETHING TO LOOK FOR'
                     ' -- QUERY NOT SAVED'
                 SET ENTRY-IS-BAD TO TRUE
              ELSE
                 MOVE ENTRY-VALUE TO CANON-VALUE
                 INSPECT CANON-VALUE
                     CONVERTING LOWER-LETTERS TO UPPER-LETTERS
              END-IF
              GO TO CANONICAL-VALUE-EXIT.
           IF VALUE-LENGTH = 0
              MOVE '0' TO ENTRY-VALUE
              MOVE 1 TO VALUE-LENGTH.
           IF ENTRY-VALUE (1:VALUE-LENGTH) NOT NUMERIC
              OR VALUE-LENGTH > QFL-WIDTH (QFL-IDX)
              DISPLAY 'PACQDEF: ' ENTRY-CODE ' TAKES UP TO '
                  QFL-WIDTH (QFL-IDX) ' DIGITS -- QUERY NOT SAVED'
              SET ENTRY-IS-BAD TO TRUE
              GO TO CANONICAL-VALUE-EXIT.
           MOVE ALL '0' TO CANON-VALUE (1:QFL-WIDTH (QFL-IDX)).
           COMPUTE VALUE-START = QFL-WIDTH (QFL-IDX) - VALUE-LENGTH + 1.
           MOVE ENTRY-VALUE (1:VALUE-LENGTH)
             TO CANON-VALUE (VALUE-START:VALUE-LENGTH).
       CANONICAL-VALUE-EXIT. EXIT.

       FIND-VALUE-LENGTH.
           IF ENTRY-VALUE (VALUE-IDX:1) NOT = SPACE
              MOVE VALUE-IDX TO VALUE-LENGTH.

       ASK-ONE-COLUMN.
           IF COLUMN-COUNT NOT < 12
              SET NO-MORE TO TRUE
              GO TO ASK-ONE-COLUMN-EXIT.
           DISPLAY 'OUTPUT COLUMN (BLANK = NO MORE): '
               WITH NO ADVANCING.
           MOVE SPACES TO ENTRY-CODE.
           ACCEPT ENTRY-CODE.
           INSPECT ENTRY-CODE CONVERTING LOWER-LETTERS TO UPPER-LETTERS.
           IF ENTRY-CODE = SPACES
              SET NO-MORE TO TRUE
              GO TO ASK-ONE-COLUMN-EXIT.
           MOVE ENTRY-CODE TO FIELD-CODE.
           PERFORM FIND-FIELD.
           IF FIELD-SCAN = 0
              DISPLAY 'PACQDEF: NO FIELD ' ENTRY-CODE
                  ' -- QUERY NOT SAVED'
              SET ENTRY-IS-BAD TO TRUE
              GO TO ASK-ONE-COLUMN-EXIT.
           IF ENTRY-OUTPUT-CSV
              IF CSV-ROOM + QFL-WIDTH (QFL-IDX) + 1 > 104
                 DISPLAY 'PACQDEF: NO ROOM FOR ' ENTRY-CODE
                     ' ON A CSV LINE -- COLUMN LEFT OFF'
                 GO TO ASK-ONE-COLUMN-EXIT
              ELSE
                 ADD QFL-WIDTH (QFL-IDX) 1 TO CSV-ROOM
              END-IF
           ELSE
              IF REPORT-ROOM + QFL-PRINT-WIDTH (QFL-IDX) + 1 > 80
                 DISPLAY 'PACQDEF: NO ROOM FOR ' ENTRY-CODE
                     ' ON AN 80-COLUMN LINE -- COLUMN LEFT OFF'
                 GO TO ASK-ONE-COLUMN-EXIT
              ELSE
                 ADD QFL-PRINT-WIDTH (QFL-IDX) 1 TO REPORT-ROOM.
           MOVE SPACES TO QUERY-FILE-RECORD.
           MOVE ENTRY-NAME  TO QRY-NAME.
           MOVE 'C'         TO QRY-LINE-TYPE.
           MOVE ENTRY-CODE TO QRY-COLUMN.
           ADD 1 TO COLUMN-COUNT.
           ADD 1 TO NEW-COUNT.
           MOVE QUERY-FILE-RECORD TO NEW-RECORD (NEW-COUNT).
       ASK-ONE-COLUMN-EXIT. EXIT.

      *      THE PROMPT IS DISPLAYED BY THE CALLER.  THE RECORD AREA
      *      HOLDS THE 'Q' LINE BEING FILLED IN, SO THE FIELD IS
      *      ACCEPTED INTO ENTRY-CODE, NOT STRAIGHT INTO IT.
       ASK-KEY-FIELD.
           MOVE SPACES TO ENTRY-CODE.
           ACCEPT ENTRY-CODE.
           INSPECT ENTRY-CODE CONVERTING LOWER-LETTERS TO UPPER-LETTERS.
           IF ENTRY-CODE NOT = SPACES
              MOVE ENTRY-CODE TO FIELD-CODE
              PERFORM FIND-FIELD
              IF FIELD-SCAN = 0
                 DISPLAY 'PACQDEF: NO FIELD ' ENTRY-CODE
                     ' -- QUERY NOT SAVED'
                 SET ENTRY-IS-BAD TO TRUE.

       ASK-KEY-DIRECTION.
           DISPLAY '  A=ASCENDING D=DESCENDING: ' WITH NO ADVANCING.
           MOVE SPACE TO ENTRY-DIR.
           ACCEPT ENTRY-DIR.
           IF ENTRY-DIR = 'D' OR 'd'
              MOVE 'D' TO ENTRY-DIR
           ELSE
              MOVE 'A' TO ENTRY-DIR.

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

       DO-DELETE.
           PERFORM ASK-QUERY-NAME.
           IF ENTRY-NAME = SPACES
              GO TO DO-DELETE-EXIT.
           SET ENTRY-IS-OK TO TRUE.
           PERFORM LOAD-OTHER-QUERIES THRU LOAD-OTHER-QUERIES-EXIT.
           IF ENTRY-IS-BAD
              GO TO DO-DELETE-EXIT.
           IF DROPPED-COUNT = 0
              DISPLAY 'PACQDEF: NO QUERY ' ENTRY-NAME ' TO DELETE'
              GO TO DO-DELETE-EXIT.
           OPEN OUTPUT QUERY-FILE.
           PERFORM WRITE-KEPT-LINE
               VARYING KEEP-IDX FROM 1 BY 1
               UNTIL KEEP-IDX > KEEP-COUNT.
           CLOSE QUERY-FILE.
           DISPLAY 'PACQDEF: QUERY ' ENTRY-NAME ' DELETED'.
       DO-DELETE-EXIT. EXIT.

      *      EVERY LINE OF THE FILE EXCEPT ENTRY-NAME'S, INTO
      *      KEEP-TABLE.  NO FILE YET IS AN EMPTY TABLE.
       LOAD-OTHER-QUERIES.
           MOVE 0 TO KEEP-COUNT.
           MOVE 0 TO DROPPED-COUNT.
           SET QUERY-NOT-AT-EOF TO TRUE.
           OPEN INPUT QUERY-FILE.
           IF QUERY-FILE-STATUS NOT = '00'
              GO TO LOAD-OTHER-QUERIES-EXIT.
           PERFORM KEEP-ONE-LINE UNTIL QUERY-AT-EOF
               OR KEEP-COUNT NOT < 500.
           IF QUERY-NOT-AT-EOF
              READ QUERY-FILE
                  AT END
                     SET QUERY-AT-EOF TO TRUE.
           CLOSE QUERY-FILE.

      *      A FILE TOO BIG TO HOLD COMPLETE MUST NOT BE WRITTEN
      *      BACK SHORT -- THAT WOULD SILENTLY DROP QUERIES.
           IF QUERY-NOT-AT-EOF
              DISPLAY 'PACQDEF: FILE EXCEEDS 500 LINES --'
                  ' CHANGE ABANDONED, FILE LEFT AS IT WAS'
              SET ENTRY-IS-BAD TO TRUE.
       LOAD-OTHER-QUERIES-EXIT. EXIT.

       KEEP-ONE-LINE.
           READ QUERY-FILE
               AT END
                  SET QUERY-AT-EOF TO TRUE
                  GO TO KEEP-ONE-LINE-EXIT.
           IF QRY-NAME = ENTRY-NAME
              ADD 1 TO DROPPED-COUNT
              GO TO KEEP-ONE-LINE-EXIT.
           ADD 1 TO KEEP-COUNT.
           MOVE QUERY-FILE-RECORD TO KEEP-RECORD (KEEP-COUNT).
       KEEP-ONE-LINE-EXIT. EXIT.

       WRITE-KEPT-LINE.
           MOVE KEEP-RECORD (KEEP-IDX) TO QUERY-FILE-RECORD.
           WRITE QUERY-FILE-RECORD.

       WRITE-NEW-LINE.
           MOVE NEW-RECORD (NEW-IDX) TO QUERY-FILE-RECORD.
           WRITE QUERY-FILE-RECORD.

       DO-RUN.
           PERFORM ASK-QUERY-NAME.
           IF ENTRY-NAME = SPACES
              GO TO DO-RUN-EXIT.
           DISPLAY 'ENTER REGION (BLANK = DEFAULT): '
               WITH NO ADVANCING.
           MOVE SPACES TO ENTRY-REGION.
           ACCEPT ENTRY-REGION.
           MOVE ENTRY-NAME   TO LOCAL-SEL-QUERY-NAME.
           MOVE ENTRY-REGION TO LOCAL-SEL-REGION.
           CALL 'PACSEL' USING LOCAL-SEL-PARM.
           IF LOCAL-SEL-RUN-GOOD
              DISPLAY 'PACQDEF: QUERY ' ENTRY-NAME ' RAN -- '
                  LOCAL-SEL-ROWS ' ROW(S)'
           ELSE IF LOCAL-SEL-NOT-DEFINED
              DISPLAY 'PACQDEF: QUERY ' ENTRY-NAME
                  ' IS NOT ON FILE OR CANNOT RUN AS DEFINED'
           ELSE
              DISPLAY 'PACQDEF: QUERY ' ENTRY-NAME ' FAILED -- '
                  'SEE THE MESSAGES ABOVE'.
       DO-RUN-EXIT. EXIT.
