           LAST LINE NUMBER, AND THE PRINT FILE'S NAME) SO ANY
           MEMBER'S PAGE FROM A PAST MAILING CAN BE PULLED FROM THE
           KEPT GENERATION EXACTLY AS SENT.
           EACH YEAR ALSO CARRIES THE MEMBER'S LINES FROM THE PACXFER
           TRANSFER REGISTER xfrCCYY.dat -- RECORDS TRANSFERRED OUT
           TO, OR IN FROM, ANOTHER MEMBER -- SO A MEMBER WHOSE LAST
           RECORD CHANGED HANDS STILL GETS A PAGE SAYING WHERE IT
           WENT.  THE REGISTERS ARE SMALL AND ARE READ ONCE INTO A
           TABLE AS THE YEAR FILES OPEN.
           A JOINTLY HELD RECORD (jntCCYY.dat, KEPT BY PACJOINT)
           PRINTS ITS CO-HOLDERS AND THEIR SHARES BENEATH IT, AND A
           MEMBER WHO IS A CO-HOLDER OF SOMEBODY ELSE'S RECORD GETS A
           LINE FOR THAT HOLDING TOO -- EVERY HOLDER OF A RECORD SEES
           IT ON THEIR STATEMENT.  THE CO-HOLDER FILES ARE LOADED THE
           SAME WAY AS THE TRANSFER REGISTERS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. COMPAQ-DESKPRO-286.
           SELECT STMT-IDX-FILE ASSIGN TO WS-IDX-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IDX-FILE-STATUS.
           SELECT STMT-XFR-FILE ASSIGN TO WS-XFR-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XFR-FILE-STATUS.
           SELECT STMT-JNT-FILE ASSIGN TO WS-JNT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JNT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STMT-RPT-FILE.
           05  IDX-END-LINE            PIC 9(06).
           05  FILLER                  PIC X(01).
           05  IDX-FILE-NAME           PIC X(32).
       FD  STMT-XFR-FILE.
       01  STMT-XFR-RECORD.
           COPY 'PACXFR.COB'.
       FD  STMT-JNT-FILE.
       01  STMT-JNT-RECORD.
           COPY 'PACJNT.COB'.
*      WORKING-STORAGE SECTION.
       01  B-OPEN         PIC 9(4) BINARY VALUE 0.
       01  B-CLOSE        PIC 9(4) BINARY VALUE 1.
               10  YT-POSITION         PIC X(128).
       01  YEAR-COUNT            PIC 9(02) VALUE 0.

      *      EVERY TRANSFER REGISTER LINE IN THE RANGE, LOADED AS THE
      *      YEAR FILES OPEN AND MATCHED TO EACH MEMBER ON THE SWEEP.
       01  XFR-TABLE.
           05  XFR-ENTRY OCCURS 500 TIMES
                   INDEXED BY XFR-IDX.
               10  XT-CCYY             PIC 9(04).
               10  XT-REF              PIC 9(06).
               10  XT-DATE             PIC 9(08).
               10  XT-FROM-SERIAL      PIC X(05).
               10  XT-FROM-SEQ         PIC 9(03).
               10  XT-TO-SERIAL        PIC X(05).
               10  XT-TO-SEQ           PIC 9(03).
       01  XFR-COUNT             PIC 9(03) VALUE 0.
       01  WS-XFR-NAME           PIC X(32).
       01  XFR-FILE-STATUS       PIC X(2).

      *      EVERY CO-HOLDER LINE IN THE RANGE, LOADED THE SAME WAY.
       01  JNT-TABLE.
           05  JNT-ENTRY OCCURS 1000 TIMES
                   INDEXED BY JNT-IDX.
               10  JT-CCYY             PIC 9(04).
               10  JT-SERIAL           PIC X(05).
               10  JT-SEQ              PIC 9(03).
               10  JT-HOLDER           PIC X(05).
               10  JT-SHARE            PIC 9(03)V99.
       01  JNT-COUNT             PIC 9(04) VALUE 0.
       01  WS-JNT-NAME           PIC X(32).
       01  JNT-FILE-STATUS       PIC X(2).

       01  B-PAC-FILE-STUFF.
           05  B-PAC-POSITION          PIC X(128).
           05  B-PAC-LENGTH            PIC 9(4)    BINARY  VALUE 103.
       01  WS-YEAR               PIC 9(04) VALUE 0.
       01  WS-YEAR-RECORDS       PIC 9(08) VALUE 0.
       01  MEMBER-RECORDS        PIC 9(08) VALUE 0.
       01  PAGE-STARTED-SW       PIC X VALUE 'N'.
           88  PAGE-IS-STARTED          VALUE 'Y'.
           88  PAGE-NOT-STARTED         VALUE 'N'.
       01  JOB-FAILED-SW         PIC X VALUE 'N'.
           88  JOB-HAS-FAILED           VALUE 'Y'.
           88  JOB-IS-CLEAN             VALUE 'N'.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  SD-NEW-AREA        PIC X(02).
           05  FILLER             PIC X(53) VALUE SPACES.
       01  STMT-XFER-LINE.
           05  SX-CCYY            PIC 9(04).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  SX-DIRECTION       PIC X(12).
           05  FILLER             PIC X(05) VALUE ' SEQ '.
           05  SX-SEQ             PIC 9(03).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  SX-TO-FROM         PIC X(04).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  SX-OTHER-SERIAL    PIC X(05).
           05  FILLER             PIC X(01) VALUE '-'.
           05  SX-OTHER-SEQ       PIC 9(03).
           05  FILLER             PIC X(06) VALUE '  REF '.
           05  SX-REF             PIC 9(06).
           05  FILLER             PIC X(05) VALUE '  ON '.
           05  SX-DATE            PIC 9(08).
           05  FILLER             PIC X(14) VALUE SPACES.
       01  STMT-JOINT-WITH-LINE.
           05  FILLER             PIC X(11) VALUE SPACES.
           05  FILLER             PIC X(11) VALUE 'JOINT WITH '.
           05  SJ-HOLDER          PIC X(05).
           05  FILLER             PIC X(08) VALUE '  SHARE '.
           05  SJ-SHARE           PIC ZZ9.99.
           05  FILLER             PIC X(01) VALUE '%'.
           05  FILLER             PIC X(38) VALUE SPACES.
       01  STMT-JOINT-OF-LINE.
           05  SO-CCYY            PIC 9(04).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(16) VALUE 'JOINT HOLDER OF '.
           05  SO-SERIAL          PIC X(05).
           05  FILLER             PIC X(01) VALUE '-'.
           05  SO-SEQ             PIC 9(03).
           05  FILLER             PIC X(08) VALUE '  SHARE '.
           05  SO-SHARE           PIC ZZ9.99.
           05  FILLER             PIC X(01) VALUE '%'.
           05  FILLER             PIC X(34) VALUE SPACES.
       01  STMT-YEAR-TOTAL-LINE.
           05  FILLER             PIC X(07) VALUE 'YEAR = '.
           05  SY-CCYY            PIC 9(04).
              DISPLAY 'PACSTMT: ' B-PAC-NAME ' OPEN FAILED--> '
                  BTRV-STATUS-MESSAGE ' -- YEAR SKIPPED'.

           PERFORM LOAD-YEAR-TRANSFERS THRU LOAD-YEAR-TRANSFERS-EXIT.
           PERFORM LOAD-YEAR-HOLDERS THRU LOAD-YEAR-HOLDERS-EXIT.
           ADD 1 TO WS-YEAR.

      *      NO REGISTER FOR THE YEAR SIMPLY MEANS NO TRANSFERS.
       LOAD-YEAR-TRANSFERS.
           MOVE SPACES TO WS-XFR-NAME.
           STRING 'xfr' DELIMITED BY SIZE
                  STMT-REGION DELIMITED BY SPACE
                  WS-YEAR DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
                  INTO WS-XFR-NAME.
           OPEN INPUT STMT-XFR-FILE.
           IF XFR-FILE-STATUS NOT = '00'
              GO TO LOAD-YEAR-TRANSFERS-EXIT.
           PERFORM LOAD-ONE-TRANSFER
               UNTIL XFR-FILE-STATUS NOT = '00'.
           CLOSE STMT-XFR-FILE.
       LOAD-YEAR-TRANSFERS-EXIT. EXIT.

       LOAD-ONE-TRANSFER.
           READ STMT-XFR-FILE
               AT END
                  CONTINUE
               NOT AT END
                  IF XFR-COUNT = 500
                     DISPLAY 'PACSTMT: MORE THAN 500 TRANSFERS IN '
                         'RANGE -- ' WS-XFR-NAME ' NOT ALL SHOWN'
                     MOVE '10' TO XFR-FILE-STATUS
                  ELSE
                     ADD 1 TO XFR-COUNT
                     SET XFR-IDX TO XFR-COUNT
                     MOVE WS-YEAR         TO XT-CCYY (XFR-IDX)
                     MOVE XFR-REF         TO XT-REF (XFR-IDX)
                     MOVE XFR-DATE        TO XT-DATE (XFR-IDX)
                     MOVE XFR-FROM-SERIAL TO XT-FROM-SERIAL (XFR-IDX)
                     MOVE XFR-FROM-SEQ    TO XT-FROM-SEQ (XFR-IDX)
                     MOVE XFR-TO-SERIAL   TO XT-TO-SERIAL (XFR-IDX)
                     MOVE XFR-TO-SEQ      TO XT-TO-SEQ (XFR-IDX).

      *      NO CO-HOLDER FILE FOR THE YEAR MEANS EVERY RECORD IS
      *      SOLELY HELD.
       LOAD-YEAR-HOLDERS.
           MOVE SPACES TO WS-JNT-NAME.
           STRING 'jnt' DELIMITED BY SIZE
                  STMT-REGION DELIMITED BY SPACE
                  WS-YEAR DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
                  INTO WS-JNT-NAME.
           OPEN INPUT STMT-JNT-FILE.
           IF JNT-FILE-STATUS NOT = '00'
              GO TO LOAD-YEAR-HOLDERS-EXIT.
           PERFORM LOAD-ONE-HOLDER
               UNTIL JNT-FILE-STATUS NOT = '00'.
           CLOSE STMT-JNT-FILE.
       LOAD-YEAR-HOLDERS-EXIT. EXIT.

       LOAD-ONE-HOLDER.
           READ STMT-JNT-FILE
               AT END
                  CONTINUE
               NOT AT END
                  IF JNT-COUNT = 1000
                     DISPLAY 'PACSTMT: MORE THAN 1000 CO-HOLDERS IN '
                         'RANGE -- ' WS-JNT-NAME ' NOT ALL SHOWN'
                     MOVE '10' TO JNT-FILE-STATUS
                  ELSE
                     ADD 1 TO JNT-COUNT
                     SET JNT-IDX TO JNT-COUNT
                     MOVE WS-YEAR    TO JT-CCYY (JNT-IDX)
                     MOVE JNT-SERIAL TO JT-SERIAL (JNT-IDX)
                     MOVE JNT-SEQ    TO JT-SEQ (JNT-IDX)
                     MOVE JNT-HOLDER TO JT-HOLDER (JNT-IDX)
                     MOVE JNT-SHARE  TO JT-SHARE (JNT-IDX).

       CLOSE-YEAR-FILES.
           PERFORM CLOSE-ONE-YEAR
               VARYING YEAR-IDX FROM 1 BY 1
                     BTRV-STATUS-MESSAGE.

      *      ONE MEMBER = ONE PASS OVER EVERY OPEN YEAR.  THE PAGE
      *      HEADER IS ONLY WRITTEN ONCE THE FIRST PAC RECORD,
      *      TRANSFER OR JOINT HOLDING FOR THE MEMBER TURNS UP, SO A
      *      MEMBER WITH NO ACTIVITY IN THE RANGE PRODUCES NOTHING AT
      *      ALL.
       STATEMENT-ONE-MEMBER.
           ADD 1 TO MEMBER-COUNT.
           MOVE 0 TO MEMBER-RECORDS.
           SET PAGE-NOT-STARTED TO TRUE.

           PERFORM SWEEP-ONE-YEAR THRU SWEEP-ONE-YEAR-EXIT
               VARYING YEAR-IDX FROM 1 BY 1
               UNTIL YEAR-IDX > YEAR-COUNT.

           IF PAGE-IS-STARTED
              MOVE MEMBER-RECORDS TO SG-COUNT
              PERFORM WRITE-STMT-GRAND-LINE
              IF FULL-MAILING-MODE
           WRITE STMT-IDX-RECORD.

       SWEEP-ONE-YEAR.
           MOVE 0 TO WS-YEAR-RECORDS.
           IF YT-OPEN-SW (YEAR-IDX) NOT = 'Y'
              GO TO SWEEP-YEAR-TOTAL.

           MOVE 0 TO B-PAC-KEY-NUMBER.
           MOVE MEM-SERIAL TO B-PAC-KEY-SERIAL.
              OR PAC-KEY-SERIAL NOT = MEM-SERIAL
              GO TO SWEEP-YEAR-TOTAL.

           IF PAGE-NOT-STARTED
              PERFORM WRITE-PAGE-HEADER.
           ADD 1 TO MEMBER-RECORDS.
           ADD 1 TO WS-YEAR-RECORDS.
           MOVE PAC-NEW-AREA   TO SD-NEW-AREA.
           WRITE STMT-RPT-RECORD FROM STMT-DETAIL-LINE.
           ADD 1 TO STMT-LINE-NO.
           PERFORM SHOW-CO-HOLDER
               VARYING JNT-IDX FROM 1 BY 1
               UNTIL JNT-IDX > JNT-COUNT.

           CALL WINAPI 'BTRV' USING by value B-GET-NEXT,
             by reference YT-POSITION (YEAR-IDX),
              MOVE WS-YEAR-RECORDS    TO SY-COUNT
              WRITE STMT-RPT-RECORD FROM STMT-YEAR-TOTAL-LINE
              ADD 1 TO STMT-LINE-NO.
           PERFORM SHOW-ONE-TRANSFER
               VARYING XFR-IDX FROM 1 BY 1
               UNTIL XFR-IDX > XFR-COUNT.
           PERFORM SHOW-JOINT-HOLDING
               VARYING JNT-IDX FROM 1 BY 1
               UNTIL JNT-IDX > JNT-COUNT.
       SWEEP-ONE-YEAR-EXIT. EXIT.

      *      THE OTHER HOLDERS OF THE RECORD JUST PRINTED.
       SHOW-CO-HOLDER.
           IF JT-CCYY (JNT-IDX) = YT-CCYY (YEAR-IDX)
              AND JT-SERIAL (JNT-IDX) = PAC-KEY-SERIAL
              AND JT-SEQ (JNT-IDX) = PAC-KEY-SEQ
              MOVE JT-HOLDER (JNT-IDX) TO SJ-HOLDER
              MOVE JT-SHARE (JNT-IDX)  TO SJ-SHARE
              WRITE STMT-RPT-RECORD FROM STMT-JOINT-WITH-LINE
              ADD 1 TO STMT-LINE-NO.

      *      RECORDS THE MEMBER CO-HOLDS UNDER SOMEBODY ELSE'S SERIAL.
       SHOW-JOINT-HOLDING.
           IF JT-CCYY (JNT-IDX) = YT-CCYY (YEAR-IDX)
              AND JT-HOLDER (JNT-IDX) = MEM-SERIAL
              IF PAGE-NOT-STARTED
                 PERFORM WRITE-PAGE-HEADER
              END-IF
              MOVE JT-CCYY (JNT-IDX)   TO SO-CCYY
              MOVE JT-SERIAL (JNT-IDX) TO SO-SERIAL
              MOVE JT-SEQ (JNT-IDX)    TO SO-SEQ
              MOVE JT-SHARE (JNT-IDX)  TO SO-SHARE
              WRITE STMT-RPT-RECORD FROM STMT-JOINT-OF-LINE
              ADD 1 TO STMT-LINE-NO.

       SHOW-ONE-TRANSFER.
           IF XT-CCYY (XFR-IDX) = YT-CCYY (YEAR-IDX)
              AND (XT-FROM-SERIAL (XFR-IDX) = MEM-SERIAL
                   OR XT-TO-SERIAL (XFR-IDX) = MEM-SERIAL)
              IF PAGE-NOT-STARTED
                 PERFORM WRITE-PAGE-HEADER
              END-IF
              MOVE XT-CCYY (XFR-IDX) TO SX-CCYY
              MOVE XT-REF (XFR-IDX)  TO SX-REF
              MOVE XT-DATE (XFR-IDX) TO SX-DATE
              IF XT-FROM-SERIAL (XFR-IDX) = MEM-SERIAL
                 MOVE 'TRANSFER OUT'           TO SX-DIRECTION
                 MOVE XT-FROM-SEQ (XFR-IDX)    TO SX-SEQ
                 MOVE 'TO'                     TO SX-TO-FROM
                 MOVE XT-TO-SERIAL (XFR-IDX)   TO SX-OTHER-SERIAL
                 MOVE XT-TO-SEQ (XFR-IDX)      TO SX-OTHER-SEQ
              ELSE
                 MOVE 'TRANSFER IN'            TO SX-DIRECTION
                 MOVE XT-TO-SEQ (XFR-IDX)      TO SX-SEQ
                 MOVE 'FROM'                   TO SX-TO-FROM
                 MOVE XT-FROM-SERIAL (XFR-IDX) TO SX-OTHER-SERIAL
                 MOVE XT-FROM-SEQ (XFR-IDX)    TO SX-OTHER-SEQ
              END-IF
              WRITE STMT-RPT-RECORD FROM STMT-XFER-LINE
              ADD 1 TO STMT-LINE-NO.

       WRITE-PAGE-HEADER.
           SET PAGE-IS-STARTED TO TRUE.
           ADD 1 TO STATEMENT-COUNT.
           COMPUTE MEMBER-START-LINE = STMT-LINE-NO + 1.
           WRITE STMT-RPT-RECORD FROM STMT-PAGE-LINE.
