           ARCHIVE CATALOG, THE SAME AS PACINQ, SO A RETIRED YEAR IS
           ANSWERED WITH WHERE IT WENT.  ONE RUN OF THIS REPLACES
           FIVE PACINQ RUNS AND A HUNT THROUGH THE PACXREF LISTING.
           EACH YEAR ALSO LISTS THE SERIAL'S LINES ON THE PACXFER
           TRANSFER REGISTER xfrCCYY.dat, OUT AND IN, SO A RECORD
           THAT CHANGED HANDS SHOWS UNDER BOTH SERIALS, AND THE
           SERIAL'S FIELD INSPECTION VISITS ON insCCYY.btr (PACINSP).
           LAST COME THE LETTERS THE PACLETR RUN SENT THE MEMBER FOR
           THE YEAR, OFF THE CORRESPONDENCE LOG corCCYY.dat.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. COMPAQ-DESKPRO-286.
           SELECT SERL-CAT-FILE ASSIGN TO WS-CAT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAT-FILE-STATUS.
           SELECT SERL-XFR-FILE ASSIGN TO WS-XFR-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XFR-FILE-STATUS.
           SELECT SERL-COR-FILE ASSIGN TO WS-COR-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COR-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SERL-CAT-FILE.
       01  SERL-CAT-RECORD.
           COPY 'PACARC.COB'.
       FD  SERL-XFR-FILE.
       01  SERL-XFR-RECORD.
           COPY 'PACXFR.COB'.
       FD  SERL-COR-FILE.
       01  SERL-COR-RECORD.
           COPY 'PACCOR.COB'.
*      WORKING-STORAGE SECTION.
       01  B-OPEN         PIC 9(4) BINARY VALUE 0.
       01  B-CLOSE        PIC 9(4) BINARY VALUE 1.
           COPY 'PAC.COB'.
       01  MEMBER-RECORD.
           COPY 'MEMBER.COB'.
       01  INSPECTION-RECORD.
           COPY 'PACINS.COB'.
       01  OWNER-NAME     PIC X(8) VALUE SPACES.
       01  OWNER-LENGTH   PIC 9(4) BINARY VALUE 0.

           05  B-MEM-KEY-BUFFER.
               10  B-MEM-KEY-SERIAL    PIC X(05).

       01  B-INS-FILE-STUFF.
           05  B-INS-POSITION          PIC X(128).
           05  B-INS-LENGTH            PIC 9(4)    BINARY  VALUE 80.
           05  B-INS-NAME              PIC X(32).
           05  B-INS-KEY-NUMBER        PIC S9(4)   BINARY.
           05  B-INS-KEY-BUFFER.
               10  B-INS-KEY-SERIAL    PIC X(05).
               10  B-INS-KEY-SEQ       PIC 9(03).
               10  B-INS-KEY-DATE      PIC 9(08).
               10  B-INS-KEY-VISIT-NO  PIC 9(02).

       01  BTRV-STATUS-CODE     PIC S9(4) BINARY VALUE 0.
       01  BTRV-STATUS-MESSAGE  PIC X(40) VALUE SPACES.

           88  YEAR-IS-ARCHIVED         VALUE 'Y'.
           88  YEAR-NOT-ARCHIVED        VALUE 'N'.

      *      THE YEAR'S TRANSFER REGISTER (PACXFER).
       01  WS-XFR-NAME           PIC X(32).
       01  XFR-FILE-STATUS       PIC X(2).
       01  XFR-SEQ-DISPLAY       PIC 999.

      *      THE YEAR'S CORRESPONDENCE LOG (PACLETR).
       01  WS-COR-NAME           PIC X(32).
       01  COR-FILE-STATUS       PIC X(2).
       01  COR-TYPE-TEXT         PIC X(16) VALUE SPACES.

       01  WS-YEAR               PIC 9(04) VALUE 0.
       01  WS-YEAR-RECORDS       PIC 9(04) VALUE 0.
       01  TOTAL-RECORDS         PIC 9(08) VALUE 0.
              DISPLAY WS-YEAR ': ' WS-YEAR-RECORDS ' RECORD(S)'.

       SHOW-YEAR-NEXT.
           PERFORM SHOW-YEAR-TRANSFERS THRU SHOW-YEAR-TRANSFERS-EXIT.
           PERFORM SHOW-YEAR-INSPECTIONS
               THRU SHOW-YEAR-INSPECTIONS-EXIT.
           PERFORM SHOW-YEAR-LETTERS THRU SHOW-YEAR-LETTERS-EXIT.
           ADD 1 TO WS-YEAR.
       SHOW-ONE-YEAR-EXIT. EXIT.

      *      NO REGISTER FOR THE YEAR SIMPLY MEANS NO TRANSFERS.
       SHOW-YEAR-TRANSFERS.
           MOVE SPACES TO WS-XFR-NAME.
           STRING 'xfr' DELIMITED BY SIZE
                  SERL-REGION DELIMITED BY SPACE
                  WS-YEAR DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
                  INTO WS-XFR-NAME.
           OPEN INPUT SERL-XFR-FILE.
           IF XFR-FILE-STATUS NOT = '00'
              GO TO SHOW-YEAR-TRANSFERS-EXIT.
           PERFORM SHOW-ONE-TRANSFER
               UNTIL XFR-FILE-STATUS NOT = '00'.
           CLOSE SERL-XFR-FILE.
       SHOW-YEAR-TRANSFERS-EXIT. EXIT.

       SHOW-ONE-TRANSFER.
           READ SERL-XFR-FILE
               AT END
                  CONTINUE
               NOT AT END
                  IF XFR-FROM-SERIAL = SERL-SERIAL
                     MOVE XFR-FROM-SEQ TO SERL-SEQ-DISPLAY
                     MOVE XFR-TO-SEQ   TO XFR-SEQ-DISPLAY
                     DISPLAY WS-YEAR ' TRANSFER OUT SEQ='
                         SERL-SEQ-DISPLAY ' TO ' XFR-TO-SERIAL '-'
                         XFR-SEQ-DISPLAY ' REF ' XFR-REF ' ON '
                         XFR-DATE
                  ELSE
                     IF XFR-TO-SERIAL = SERL-SERIAL
                        MOVE XFR-TO-SEQ   TO SERL-SEQ-DISPLAY
                        MOVE XFR-FROM-SEQ TO XFR-SEQ-DISPLAY
                        DISPLAY WS-YEAR ' TRANSFER IN  SEQ='
                            SERL-SEQ-DISPLAY ' FROM ' XFR-FROM-SERIAL
                            '-' XFR-SEQ-DISPLAY ' REF ' XFR-REF
                            ' ON ' XFR-DATE.

      *      NO INSPECTION FILE FOR THE YEAR SIMPLY MEANS NO VISITS.
       SHOW-YEAR-INSPECTIONS.
           MOVE SPACES TO B-INS-NAME.
           STRING 'ins' DELIMITED BY SIZE
                  SERL-REGION DELIMITED BY SPACE
                  WS-YEAR DELIMITED BY SIZE
                  '.btr' DELIMITED BY SIZE
                  INTO B-INS-NAME.
           MOVE -2 TO B-INS-KEY-NUMBER.
           CALL WINAPI 'BTRV' USING by value B-OPEN,
             by reference B-INS-POSITION,
             OWNER-NAME, OWNER-LENGTH, B-INS-NAME,
             by value B-INS-KEY-NUMBER.
           IF RETURN-CODE NOT = ZERO
              GO TO SHOW-YEAR-INSPECTIONS-EXIT.
           MOVE 0 TO B-INS-KEY-NUMBER.
           MOVE SERL-SERIAL TO B-INS-KEY-SERIAL.
           MOVE 0           TO B-INS-KEY-SEQ.
           MOVE 0           TO B-INS-KEY-DATE.
           MOVE 0           TO B-INS-KEY-VISIT-NO.
           CALL WINAPI 'BTRV' USING by value B-GET-GREATER,
             by reference B-INS-POSITION,
                INSPECTION-RECORD, B-INS-LENGTH, B-INS-KEY-BUFFER,
                by value B-INS-KEY-NUMBER.
       SHOW-YEAR-VISIT.
           IF RETURN-CODE NOT = 0
              OR INS-SERIAL NOT = SERL-SERIAL
              GO TO SHOW-YEAR-VISITS-CLOSE.
           MOVE INS-SEQ TO SERL-SEQ-DISPLAY.
           DISPLAY WS-YEAR ' INSPECTED SEQ=' SERL-SEQ-DISPLAY
               ' ON ' INS-VISIT-DATE ' BY ' INS-INSPECTOR
               ' RESULT=' INS-RESULT ' FOLLOW-UP=' INS-FOLLOW-UP-DUE.
           CALL WINAPI 'BTRV' USING by value B-GET-NEXT,
             by reference B-INS-POSITION,
                INSPECTION-RECORD, B-INS-LENGTH, B-INS-KEY-BUFFER,
                by value B-INS-KEY-NUMBER.
           GO TO SHOW-YEAR-VISIT.
       SHOW-YEAR-VISITS-CLOSE.
           CALL WINAPI 'BTRV' USING by value B-CLOSE,
             by reference B-INS-POSITION,
             OWNER-NAME, OWNER-LENGTH,
             B-INS-KEY-BUFFER, by value B-INS-KEY-NUMBER.
       SHOW-YEAR-INSPECTIONS-EXIT. EXIT.

      *      NO CORRESPONDENCE LOG FOR THE YEAR MEANS NO LETTERS.
       SHOW-YEAR-LETTERS.
           MOVE SPACES TO WS-COR-NAME.
           STRING 'cor' DELIMITED BY SIZE
                  SERL-REGION DELIMITED BY SPACE
                  WS-YEAR DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
                  INTO WS-COR-NAME.
           OPEN INPUT SERL-COR-FILE.
           IF COR-FILE-STATUS NOT = '00'
              GO TO SHOW-YEAR-LETTERS-EXIT.
           PERFORM SHOW-ONE-LETTER
               UNTIL COR-FILE-STATUS NOT = '00'.
           CLOSE SERL-COR-FILE.
       SHOW-YEAR-LETTERS-EXIT. EXIT.

       SHOW-ONE-LETTER.
           READ SERL-COR-FILE
               AT END
                  CONTINUE
               NOT AT END
                  IF COR-SERIAL = SERL-SERIAL
                     PERFORM SET-COR-TYPE-TEXT
                     DISPLAY WS-YEAR ' LETTER ' COR-TYPE-TEXT ' SENT '
                         COR-DATE ' BY ' COR-OPERATOR ' ON '
                         COR-PRINT-FILE.

       SET-COR-TYPE-TEXT.
           IF COR-IS-RENEWAL
              MOVE 'RENEWAL REMINDER' TO COR-TYPE-TEXT
           ELSE
              IF COR-IS-QUERY
                 MOVE 'DATA QUERY' TO COR-TYPE-TEXT
              ELSE
                 IF COR-IS-LAPSE
                    MOVE 'LAPSE NOTICE' TO COR-TYPE-TEXT
                 ELSE
                    MOVE COR-TYPE TO COR-TYPE-TEXT.

       CHECK-ARCHIVE-CATALOG.
           SET YEAR-NOT-ARCHIVED TO TRUE.
           OPEN INPUT SERL-CAT-FILE.
