       ID DIVISION.
       PROGRAM-ID.  PACQUOQ.
       AUTHOR.  Oliphant .
       DATE-WRITTEN. OCTOBER 15, 2026.
       DATE-COMPILED.
       REMARKS.  FEE QUOTATION REGISTER QUERY.  PACMAINT ASKS THIS
           ONE ABOUT THE QUOTE NUMBER KEYED WITH A NEW REGISTRATION,
           AND TELLS IT WHEN THE REGISTRATION IS ON FILE, RATHER
           THAN READING AND APPENDING TO pacquote.dat (PACQUO.COB
           LAYOUT, ISSUED BY PACQUOTE) ITSELF -- THE SAME
           ONE-QUESTION SHAPE PACAGTQ GIVES THE AGENT REGISTER.
           REQUESTS --
             'Q'  QUERY THE NUMBER: 'O' OPEN (QUOTED, NOT YET
                  CONVERTED, STILL WITHIN ITS VALIDITY), 'E' EXPIRED
                  (NOT CONVERTED, PAST ITS VALID-TO DATE), 'C'
                  ALREADY CONVERTED, OR 'U' UNKNOWN.  THE QUOTE AS
                  GIVEN COMES BACK FOR THE FIRST THREE, AND FOR 'C'
                  THE YEAR AND KEY OF THE REGISTRATION IT BECAME.
             'C'  CONVERT: FOR AN OPEN OR EXPIRED QUOTE, APPEND A
                  'C' LINE CARRYING QUOQ-CCYY, QUOQ-REGION,
                  QUOQ-SERIAL, QUOQ-SEQ AND QUOQ-OPERATOR, AND
                  ANSWER 'C'.  AN UNKNOWN OR ALREADY-CONVERTED
                  NUMBER IS LEFT ALONE AND ANSWERED AS FOR 'Q'.
           NO REGISTER ON FILE MEANS EVERY NUMBER IS UNKNOWN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. COMPAQ-DESKPRO-286.
       OBJECT-COMPUTER. ANY-COMPAQ-COMPATABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUOQ-QUO-FILE ASSIGN TO WS-QUO-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUO-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  QUOQ-QUO-FILE.
       01  QUOQ-QUO-RECORD.
           COPY 'PACQUO.COB'.
*      WORKING-STORAGE SECTION.
       01  WS-QUO-NAME            PIC X(32) VALUE 'pacquote.dat'.
       01  QUO-FILE-STATUS        PIC X(02).
       01  QUO-EOF-SW             PIC X VALUE 'N'.
           88  QUO-AT-EOF               VALUE 'Y'.
           88  QUO-NOT-AT-EOF           VALUE 'N'.
       01  TODAY-YYMMDD           PIC 9(06) VALUE 0.
       01  TODAY-CCYYMMDD         PIC 9(08) VALUE 0.

      *      THE QUOTE'S 'Q' LINE, KEPT TO BUILD THE 'C' LINE FROM.
       01  QUOTED-LINE            PIC X(116) VALUE SPACES.

       LINKAGE SECTION.
       01  QUOQ-PARM.
           05  QUOQ-REQUEST        PIC X(01).
               88  QUOQ-WANT-QUERY       VALUES ARE SPACE 'Q'.
               88  QUOQ-WANT-CONVERT     VALUE 'C'.
           05  QUOQ-NUMBER         PIC 9(06).
           05  QUOQ-RESULT         PIC X(01).
               88  QUOQ-IS-OPEN          VALUE 'O'.
               88  QUOQ-IS-EXPIRED       VALUE 'E'.
               88  QUOQ-IS-CONVERTED     VALUE 'C'.
               88  QUOQ-IS-UNKNOWN       VALUE 'U'.
      *      THE QUOTE AS GIVEN -- OUT PARAMETERS.
           05  QUOQ-DATE           PIC 9(08).
           05  QUOQ-VALID-TO       PIC 9(08).
           05  QUOQ-SPEC           PIC X(01).
           05  QUOQ-GEAR           PIC X(02).
           05  QUOQ-AREA           PIC X(01).
           05  QUOQ-QTY            PIC 9(05).
           05  QUOQ-START-DATE     PIC 9(08).
           05  QUOQ-FEE            PIC 9(07)V99.
           05  QUOQ-PROSPECT       PIC X(30).
      *      THE REGISTRATION -- IN FOR 'C'; OUT FOR A QUOTE FOUND
      *      ALREADY CONVERTED.
           05  QUOQ-CCYY           PIC 9(04).
           05  QUOQ-REGION         PIC X(02).
           05  QUOQ-SERIAL         PIC X(05).
           05  QUOQ-SEQ            PIC 9(03).
           05  QUOQ-OPERATOR       PIC X(08).

       PROCEDURE DIVISION USING QUOQ-PARM.
       A000-BEGIN.
           ACCEPT TODAY-YYMMDD FROM DATE.
           IF TODAY-YYMMDD > 700000
              COMPUTE TODAY-CCYYMMDD = 19000000 + TODAY-YYMMDD
           ELSE
              COMPUTE TODAY-CCYYMMDD = 20000000 + TODAY-YYMMDD.
           SET QUOQ-IS-UNKNOWN TO TRUE.
           MOVE SPACES TO QUOTED-LINE.
           MOVE 0      TO QUOQ-DATE.
           MOVE 0      TO QUOQ-VALID-TO.
           MOVE SPACES TO QUOQ-SPEC.
           MOVE SPACES TO QUOQ-GEAR.
           MOVE SPACES TO QUOQ-AREA.
           MOVE 0      TO QUOQ-QTY.
           MOVE 0      TO QUOQ-START-DATE.
           MOVE 0      TO QUOQ-FEE.
           MOVE SPACES TO QUOQ-PROSPECT.
           IF QUOQ-NUMBER NOT NUMERIC OR QUOQ-NUMBER = 0
              GO TO DONE.

           SET QUO-NOT-AT-EOF TO TRUE.
           OPEN INPUT QUOQ-QUO-FILE.
           IF QUO-FILE-STATUS NOT = '00'
              GO TO DONE.
           PERFORM CHECK-ONE-LINE THRU CHECK-ONE-LINE-EXIT
               UNTIL QUO-AT-EOF.
           CLOSE QUOQ-QUO-FILE.

           IF NOT QUOQ-WANT-CONVERT
              GO TO DONE.
           IF NOT QUOQ-IS-OPEN AND NOT QUOQ-IS-EXPIRED
              GO TO DONE.
           PERFORM APPEND-CONVERSION.
       DONE.
           GOBACK.

      *      A 'Q' LINE GIVES THE QUOTE; A LATER 'C' LINE FOR THE
      *      SAME NUMBER MARKS IT TAKEN UP.
       CHECK-ONE-LINE.
           READ QUOQ-QUO-FILE
               AT END
                  SET QUO-AT-EOF TO TRUE
                  GO TO CHECK-ONE-LINE-EXIT.
           IF QUO-NUMBER NOT NUMERIC
              OR QUO-NUMBER NOT = QUOQ-NUMBER
              GO TO CHECK-ONE-LINE-EXIT.
           IF QUO-IS-CONVERTED
              SET QUOQ-IS-CONVERTED TO TRUE
              MOVE QUO-CCYY   TO QUOQ-CCYY
              MOVE QUO-REGION TO QUOQ-REGION
              MOVE QUO-SERIAL TO QUOQ-SERIAL
              MOVE QUO-SEQ    TO QUOQ-SEQ
              GO TO CHECK-ONE-LINE-EXIT.
           IF NOT QUO-IS-QUOTED
              GO TO CHECK-ONE-LINE-EXIT.
           MOVE QUOQ-QUO-RECORD TO QUOTED-LINE.
           MOVE QUO-DATE        TO QUOQ-DATE.
           MOVE QUO-VALID-TO    TO QUOQ-VALID-TO.
           MOVE QUO-SPEC        TO QUOQ-SPEC.
           MOVE QUO-GEAR        TO QUOQ-GEAR.
           MOVE QUO-AREA        TO QUOQ-AREA.
           MOVE QUO-QTY         TO QUOQ-QTY.
           MOVE QUO-START-DATE  TO QUOQ-START-DATE.
           MOVE QUO-FEE         TO QUOQ-FEE.
           MOVE QUO-PROSPECT    TO QUOQ-PROSPECT.
           IF QUO-VALID-TO NUMERIC AND QUO-VALID-TO > 0
              AND QUO-VALID-TO < TODAY-CCYYMMDD
              SET QUOQ-IS-EXPIRED TO TRUE
           ELSE
              SET QUOQ-IS-OPEN TO TRUE.
       CHECK-ONE-LINE-EXIT. EXIT.

      *      SAME EXTEND-OR-CREATE DANCE PACCERT DOES FOR ITS
      *      REGISTER.
       APPEND-CONVERSION.
           OPEN EXTEND QUOQ-QUO-FILE.
           IF QUO-FILE-STATUS = '05' OR '35'
              OPEN OUTPUT QUOQ-QUO-FILE.
           MOVE QUOTED-LINE    TO QUOQ-QUO-RECORD.
           MOVE 'C'            TO QUO-EVENT.
           MOVE TODAY-CCYYMMDD TO QUO-DATE.
           MOVE QUOQ-OPERATOR  TO QUO-OPERATOR.
           MOVE QUOQ-REGION    TO QUO-REGION.
           MOVE QUOQ-CCYY      TO QUO-CCYY.
           MOVE QUOQ-SERIAL    TO QUO-SERIAL.
           MOVE QUOQ-SEQ       TO QUO-SEQ.
           WRITE QUOQ-QUO-RECORD.
           CLOSE QUOQ-QUO-FILE.
           SET QUOQ-IS-CONVERTED TO TRUE.
