           BUSINESS STAFF CAN READ PACLOOK'S SPEC/GEAR/AREA BREAKDOWN
           AGAINST A NAME AND PHONE NUMBER INSTEAD OF A BARE
           5-CHARACTER SERIAL.  A SERIAL WITH NO MATCHING MEMBER
           RECORD IS FLAGGED, NOT SILENTLY DROPPED.  A JOINTLY HELD
           RECORD (jntCCYY.dat, KEPT BY PACJOINT) IS FOLLOWED BY ONE
           LINE PER CO-HOLDER WITH THE CO-HOLDER'S NAME AND SHARE; A
           CO-HOLDER WITH NO MEMBER RECORD IS FLAGGED AND COUNTED THE
           SAME AS A PRIMARY SERIAL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. COMPAQ-DESKPRO-286.
           SELECT XREF-RPT-FILE ASSIGN TO WS-XREF-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XREF-FILE-STATUS.
           SELECT XREF-JNT-FILE ASSIGN TO WS-JNT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JNT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  XREF-RPT-FILE.
       01  XREF-RPT-RECORD             PIC X(80).
       FD  XREF-JNT-FILE.
       01  XREF-JNT-RECORD.
           COPY 'PACJNT.COB'.
*      WORKING-STORAGE SECTION.
       01  B-OPEN         PIC 9(4) BINARY VALUE 0.
       01  B-CLOSE        PIC 9(4) BINARY VALUE 1.
           88  MEMBER-IS-FOUND             VALUE 'Y'.
           88  MEMBER-IS-NOT-FOUND         VALUE 'N'.

      *      THE YEAR'S CO-HOLDER LINES, HELD FOR THE WALK.  THE
      *      FILE IS SMALL; ONE TOO BIG FOR THE TABLE IS REPORTED
      *      AND THE CO-HOLDERS PAST THE LIMIT ARE NOT LISTED.
       01  WS-JNT-NAME              PIC X(32).
       01  JNT-FILE-STATUS          PIC X(2).
       01  JNT-COUNT                PIC 9(04) VALUE 0.
       01  JNT-IDX                  PIC 9(04) VALUE 0.
       01  JNT-TABLE.
           05  JNT-ENTRY OCCURS 1000 TIMES.
               10  JT-SERIAL        PIC X(05).
               10  JT-SEQ           PIC 9(03).
               10  JT-HOLDER        PIC X(05).
               10  JT-SHARE         PIC 9(03)V99.
       01  JNT-OVERFLOW-SW          PIC X VALUE 'N'.
           88  JNT-TABLE-OVERFLOWED      VALUE 'Y'.
           88  JNT-TABLE-COMPLETE        VALUE 'N'.

       01  SERIAL-COUNT             PIC 9(08) VALUE 0.
       01  UNMATCHED-COUNT          PIC 9(08) VALUE 0.
       01  JOB-FAILED-SW         PIC X VALUE 'N'.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  XC-UNCONV            PIC ZZZ9.
           05  FILLER               PIC X(31) VALUE SPACES.
       01  XREF-JOINT-LINE.
           05  FILLER               PIC X(07) VALUE SPACES.
           05  FILLER               PIC X(06) VALUE 'JOINT '.
           05  XJ-SERIAL            PIC X(05).
           05  FILLER               PIC X(01) VALUE '-'.
           05  XJ-SEQ               PIC 999.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  XJ-HOLDER            PIC X(05).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  XJ-NAME              PIC X(30).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  XJ-SHARE             PIC ZZ9.99.
           05  FILLER               PIC X(01) VALUE '%'.
           05  FILLER               PIC X(11) VALUE SPACES.
       01  XREF-TRAILER-LINE.
           05  FILLER               PIC X(20) VALUE
               'SERIALS CROSS-REF: '.
              SET JOB-HAS-FAILED TO TRUE
              GO TO CLOSE-PAC.

           PERFORM LOAD-JOINT-HOLDERS THRU LOAD-JOINT-HOLDERS-EXIT.
           MOVE 0 TO B-MEM-KEY-NUMBER.
           MOVE 0 TO B-PAC-KEY-NUMBER.
           MOVE LOW-VALUES TO B-PAC-KEY-BUFFER.
              IF RECORD-UNCONVERTED
                 ADD 1 TO SERIAL-UNCONV
              END-IF.
           PERFORM LIST-ONE-CO-HOLDER
               VARYING JNT-IDX FROM 1 BY 1
               UNTIL JNT-IDX > JNT-COUNT.

           CALL WINAPI 'BTRV' USING by value B-GET-NEXT,
             by reference B-PAC-POSITION,
           MOVE XREF-DETAIL-LINE TO RPT-LINE-WORK
           PERFORM WRITE-RPT-LINE.

      *      ONE LINE PER CO-HOLDER OF THE RECORD JUST COUNTED.
       LIST-ONE-CO-HOLDER.
           IF JT-SERIAL (JNT-IDX) = PAC-KEY-SERIAL
              AND JT-SEQ (JNT-IDX) = PAC-KEY-SEQ
              PERFORM WRITE-JOINT-LINE.

       WRITE-JOINT-LINE.
           MOVE JT-HOLDER (JNT-IDX) TO B-MEM-KEY-SERIAL.
           SET MEMBER-IS-NOT-FOUND TO TRUE.
           CALL WINAPI 'BTRV' USING by value B-GET-EQUAL,
             by reference B-MEM-POSITION,
                MEMBER-RECORD, B-MEM-LENGTH, B-MEM-KEY-BUFFER,
                by value B-MEM-KEY-NUMBER.
           IF RETURN-CODE = ZERO
              SET MEMBER-IS-FOUND TO TRUE.
           MOVE PAC-KEY-SERIAL       TO XJ-SERIAL.
           MOVE PAC-KEY-SEQ          TO XJ-SEQ.
           MOVE JT-HOLDER (JNT-IDX)  TO XJ-HOLDER.
           MOVE JT-SHARE (JNT-IDX)   TO XJ-SHARE.
           IF MEMBER-IS-FOUND
              MOVE MEM-NAME TO XJ-NAME
           ELSE
              ADD 1 TO UNMATCHED-COUNT
              MOVE '*** NO MEMBER RECORD ON FILE ***' TO XJ-NAME.
           MOVE XREF-JOINT-LINE TO RPT-LINE-WORK
           PERFORM WRITE-RPT-LINE.

      *      NO CO-HOLDER FILE FOR THE YEAR IS AN EMPTY TABLE --
      *      EVERY RECORD SOLELY HELD.
       LOAD-JOINT-HOLDERS.
           MOVE 0 TO JNT-COUNT.
           MOVE SPACES TO WS-JNT-NAME.
           STRING 'jnt' DELIMITED BY SIZE
                  XREF-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
                  INTO WS-JNT-NAME.
           OPEN INPUT XREF-JNT-FILE.
           IF JNT-FILE-STATUS NOT = '00'
              GO TO LOAD-JOINT-HOLDERS-EXIT.
           PERFORM LOAD-ONE-HOLDER
               UNTIL JNT-FILE-STATUS NOT = '00'.
           CLOSE XREF-JNT-FILE.
           IF JNT-TABLE-OVERFLOWED
              DISPLAY 'PACXREF: ' WS-JNT-NAME ' EXCEEDS 1000 LINES'
                  ' -- CO-HOLDERS PAST THE LIMIT NOT LISTED'.
       LOAD-JOINT-HOLDERS-EXIT. EXIT.

       LOAD-ONE-HOLDER.
           READ XREF-JNT-FILE
               AT END
                  CONTINUE
               NOT AT END
                  IF JNT-COUNT NOT < 1000
                     SET JNT-TABLE-OVERFLOWED TO TRUE
                  ELSE
                     ADD 1 TO JNT-COUNT
                     MOVE JNT-SERIAL TO JT-SERIAL (JNT-COUNT)
                     MOVE JNT-SEQ    TO JT-SEQ (JNT-COUNT)
                     MOVE JNT-HOLDER TO JT-HOLDER (JNT-COUNT)
                     MOVE JNT-SHARE  TO JT-SHARE (JNT-COUNT).

       WRITE-RPT-LINE.
           IF PGH-LINE-COUNT NOT < PGH-LINES-PER-PAGE
              PERFORM START-NEW-PAGE.
