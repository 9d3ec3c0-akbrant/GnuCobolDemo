           GET-EQUAL AGAINST pacCCYY.btr FOR THAT EXACT KEY, AND
           DISPLAYS JUST THAT ONE RECORD.  COMPANION TO PACLOOK AND
           PACMAINT FOR WHEN ONLY A SINGLE CONTRIBUTOR NEEDS TO BE
           CHECKED INSTEAD OF SCANNING THE WHOLE FILE.  WHERE THE
           REGISTRATION IS HELD JOINTLY (jntCCYY.dat, KEPT BY
           PACJOINT) EVERY CO-HOLDER IS LISTED WITH ITS SHARE, AND
           THE PRIMARY'S SHARE IS WHAT THE CO-HOLDERS LEAVE.  FIELD
           INSPECTION VISITS FOR THE YEAR (insCCYY.btr, RECORDED
           THROUGH PACINSP) ARE LISTED OLDEST FIRST BENEATH THE NOTES.
           THE RECORD'S OUTSTANDING REGISTRATION CERTIFICATE NUMBER,
           IF ANY, IS ASKED OF PACCERT AND SHOWN WITH THE ACCOUNT.
           A MEMBER HOLD OR SANCTION IN FORCE TODAY ON THE SERIAL
           (pachold.dat, ASKED THROUGH PACHLDQ) IS SHOWN BENEATH IT;
           NO HOLD SAYS NOTHING.
           THE LETTERS THE PACLETR RUN SENT THE MEMBER FOR THE YEAR
           (corCCYY.dat) ARE LISTED AFTER THE NOTES, WITH WHEN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. COMPAQ-DESKPRO-286.
           SELECT INQ-NTS-FILE ASSIGN TO WS-NTS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NTS-FILE-STATUS.
           SELECT INQ-JNT-FILE ASSIGN TO WS-JNT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JNT-FILE-STATUS.
           SELECT INQ-COR-FILE ASSIGN TO WS-COR-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COR-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INQ-CAT-FILE.
           05  NTS-OPERATOR        PIC X(08).
           05  FILLER              PIC X(01).
           05  NTS-TEXT            PIC X(50).
       FD  INQ-JNT-FILE.
       01  INQ-JNT-RECORD.
           COPY 'PACJNT.COB'.
      *      THE YEAR'S CORRESPONDENCE LOG -- corCCYY.dat, APPENDED
      *      BY THE PACLETR LETTER RUN.  LETTERS GO TO THE MEMBER, SO
      *      EVERY LETTER FOR THE SERIAL IS SHOWN WHATEVER THE SEQ.
       FD  INQ-COR-FILE.
       01  INQ-COR-RECORD.
           COPY 'PACCOR.COB'.
*      WORKING-STORAGE SECTION.
       01  B-OPEN         PIC 9(4) BINARY VALUE 0.
       01  B-CLOSE        PIC 9(4) BINARY VALUE 1.
       01  B-GET-EQUAL    PIC 9(4) BINARY VALUE 5.
       01  B-GET-NEXT     PIC 9(4) BINARY VALUE 6.
       01  B-GET-GREATER  PIC 9(4) BINARY VALUE 9.
       01  PAC-RECORD.
           COPY 'PAC.COB'.
       01  INSPECTION-RECORD.
           COPY 'PACINS.COB'.
       01  OWNER-NAME     PIC X(8) VALUE SPACES.
       01  OWNER-LENGTH   PIC 9(4) BINARY VALUE 0.

               10  B-PAC-KEY-SERIAL    PIC X(05).
               10  B-PAC-KEY-SEQ       PIC 9(03).

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
       01  VISIT-COUNT           PIC 9(03) VALUE 0.

       01  BTRV-STATUS-CODE     PIC S9(4) BINARY VALUE 0.
       01  BTRV-STATUS-MESSAGE  PIC X(40) VALUE SPACES.

           88  NTS-AT-EOF               VALUE 'Y'.
           88  NTS-NOT-AT-EOF           VALUE 'N'.
       01  NOTE-COUNT            PIC 9(03) VALUE 0.
       01  WS-JNT-NAME           PIC X(32).
       01  JNT-FILE-STATUS       PIC X(2).
       01  JNT-EOF-SW            PIC X VALUE 'N'.
           88  JNT-AT-EOF               VALUE 'Y'.
           88  JNT-NOT-AT-EOF           VALUE 'N'.
       01  HOLDER-COUNT          PIC 9(02) VALUE 0.
       01  WS-COR-NAME           PIC X(32).
       01  COR-FILE-STATUS       PIC X(2).
       01  COR-EOF-SW            PIC X VALUE 'N'.
           88  COR-AT-EOF               VALUE 'Y'.
           88  COR-NOT-AT-EOF           VALUE 'N'.
       01  LETTER-COUNT          PIC 9(03) VALUE 0.
       01  COR-TYPE-TEXT         PIC X(16) VALUE SPACES.
       01  PRIMARY-SHARE         PIC 9(03)V99 VALUE 0.
       01  SHARE-DISPLAY         PIC ZZ9.99.
       01  ARCHIVED-SW           PIC X VALUE 'N'.
           88  YEAR-IS-ARCHIVED         VALUE 'Y'.
           88  YEAR-NOT-ARCHIVED        VALUE 'N'.

      *      THE MEMBER'S RECEIVABLES POSITION FOR THE YEAR, ASKED
      *      OF PACRCV IN ITS QUERY MODE (PACRCV HAS NO SEPARATE
      *      COPYBOOK FOR ITS PARAMETER).
       01  RCV-PARM.
           05  RCV-CCYY            PIC 9(04).
           05  RCV-MODE            PIC X(01) VALUE 'Q'.
           05  RCV-BANK-FILE-NAME  PIC X(32) VALUE SPACES.
           05  RCV-SERIAL          PIC X(05).
           05  RCV-OPERATOR        PIC X(08) VALUE SPACES.
           05  RCV-INVOICED        PIC 9(09)V99.
           05  RCV-RECEIVED        PIC 9(09)V99.
           05  RCV-BALANCE         PIC S9(09)V99.
           05  RCV-PAID-STATE      PIC X(01).
               88  RCV-PAID-IN-FULL      VALUE 'P'.
               88  RCV-PART-PAID         VALUE 'A'.
               88  RCV-UNPAID            VALUE 'U'.
               88  RCV-IN-CREDIT         VALUE 'C'.
               88  RCV-NOT-INVOICED      VALUE 'N'.
           05  RCV-REGION          PIC X(02).
       01  RCV-AMOUNT-DISPLAY    PIC ZZZ,ZZZ,ZZ9.99-.
       01  RCV-STATE-TEXT        PIC X(16) VALUE SPACES.

      *      THE KEY'S OUTSTANDING CERTIFICATE, ASKED OF PACCERT IN
      *      ITS QUERY MODE (PACCERT HAS NO SEPARATE COPYBOOK FOR ITS
      *      PARAMETER).
       01  CERT-PARM.
           05  CERT-MODE           PIC X(01) VALUE 'Q'.
           05  CERT-CCYY           PIC 9(04).
           05  CERT-SERIAL         PIC X(05).
           05  CERT-SEQ            PIC 9(03).
           05  CERT-OPERATOR       PIC X(08) VALUE SPACES.
           05  CERT-NUMBER         PIC 9(06).
           05  CERT-RESULT         PIC X(01).
               88  CERT-WENT-GOOD        VALUE 'G'.
           05  CERT-REGION         PIC X(02).

      *      ANY HOLD IN FORCE ON THE SERIAL TODAY (PACHLDQ HAS NO
      *      SEPARATE COPYBOOK FOR ITS PARAMETER).
       01  HLDQ-PARM.
           05  HLDQ-SERIAL         PIC X(05).
           05  HLDQ-AS-OF          PIC 9(08) VALUE 0.
           05  HLDQ-RESULT         PIC X(01).
               88  HLDQ-REFUSES          VALUE 'R'.
               88  HLDQ-WARNS            VALUE 'W'.
               88  HLDQ-NONE             VALUE 'N'.
           05  HLDQ-NUMBER         PIC 9(05).
           05  HLDQ-TYPE           PIC X(01).
           05  HLDQ-REASON         PIC X(30).
           05  HLDQ-START          PIC 9(08).
           05  HLDQ-END            PIC 9(08).
           05  HLDQ-PLACED-BY      PIC X(08).
       01  HOLD-END-TEXT         PIC X(08) VALUE SPACES.

       LINKAGE SECTION.
       01  INQ-PARM.
           05  INQ-CCYY            PIC 9(04).
                  ' (' BTRV-STATUS-MESSAGE ')'
           ELSE
              PERFORM SHOW-RECORD
              PERFORM SHOW-HOLDERS THRU SHOW-HOLDERS-EXIT
              PERFORM SHOW-ACCOUNT-STATE
              PERFORM SHOW-CERTIFICATE
              PERFORM SHOW-MEMBER-HOLD
              PERFORM SHOW-NOTES THRU SHOW-NOTES-EXIT
              PERFORM SHOW-LETTERS THRU SHOW-LETTERS-EXIT
              PERFORM SHOW-INSPECTIONS THRU SHOW-INSPECTIONS-EXIT.

           CALL WINAPI 'BTRV' USING by value B-CLOSE,
             by reference B-PAC-POSITION,
           DISPLAY '        NEWSPEC=' PAC-NEW-SPEC
               ' NEWGEAR=' PAC-NEW-GEAR ' NEWAREA=' PAC-NEW-AREA.

      *      CO-HOLDERS OF THE KEY, IF ANY.  A SOLELY HELD RECORD
      *      SAYS NOTHING HERE, THE SAME AS A RECORD WITH NO NOTES.
       SHOW-HOLDERS.
           MOVE 0 TO HOLDER-COUNT.
           MOVE 100 TO PRIMARY-SHARE.
           MOVE SPACES TO WS-JNT-NAME.
           STRING 'jnt' DELIMITED BY SIZE
                  INQ-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
                  INTO WS-JNT-NAME.
           SET JNT-NOT-AT-EOF TO TRUE.
           OPEN INPUT INQ-JNT-FILE.
           IF JNT-FILE-STATUS NOT = '00'
              GO TO SHOW-HOLDERS-EXIT.
           PERFORM SHOW-ONE-HOLDER THRU SHOW-ONE-HOLDER-EXIT
               UNTIL JNT-AT-EOF.
           CLOSE INQ-JNT-FILE.
           IF HOLDER-COUNT > 0
              MOVE PRIMARY-SHARE TO SHARE-DISPLAY
              DISPLAY '        PRIMARY HOLDER ' PAC-KEY-SERIAL
                  ' SHARE=' SHARE-DISPLAY '%'.
       SHOW-HOLDERS-EXIT. EXIT.

       SHOW-ONE-HOLDER.
           READ INQ-JNT-FILE
               AT END
                  SET JNT-AT-EOF TO TRUE
                  GO TO SHOW-ONE-HOLDER-EXIT.
           IF JNT-SERIAL NOT = INQ-SERIAL
              OR JNT-SEQ NOT = INQ-SEQ
              GO TO SHOW-ONE-HOLDER-EXIT.
           ADD 1 TO HOLDER-COUNT.
           SUBTRACT JNT-SHARE FROM PRIMARY-SHARE.
           MOVE JNT-SHARE TO SHARE-DISPLAY.
           DISPLAY '        JOINT HOLDER   ' JNT-HOLDER
               ' SHARE=' SHARE-DISPLAY '%'.
       SHOW-ONE-HOLDER-EXIT. EXIT.

      *      HAS THIS SERIAL PAID FOR THE YEAR -- STRAIGHT OFF THE
      *      RECEIVABLES LEDGER, NOT SOMEBODY'S SPREADSHEET.
       SHOW-ACCOUNT-STATE.
           MOVE INQ-CCYY   TO RCV-CCYY.
           MOVE INQ-SERIAL TO RCV-SERIAL.
           MOVE INQ-REGION TO RCV-REGION.
           CALL 'PACRCV' USING RCV-PARM.
           IF RCV-PAID-IN-FULL
              MOVE 'PAID IN FULL' TO RCV-STATE-TEXT
           ELSE
              IF RCV-PART-PAID
                 MOVE 'PART PAID' TO RCV-STATE-TEXT
              ELSE
                 IF RCV-UNPAID
                    MOVE 'UNPAID' TO RCV-STATE-TEXT
                 ELSE
                    IF RCV-IN-CREDIT
                       MOVE 'IN CREDIT' TO RCV-STATE-TEXT
                    ELSE
                       MOVE 'NOT INVOICED' TO RCV-STATE-TEXT.
           MOVE RCV-BALANCE TO RCV-AMOUNT-DISPLAY.
           DISPLAY '        ACCOUNT=' RCV-STATE-TEXT
               ' BALANCE=' RCV-AMOUNT-DISPLAY.

       SHOW-CERTIFICATE.
           MOVE INQ-CCYY   TO CERT-CCYY.
           MOVE INQ-SERIAL TO CERT-SERIAL.
           MOVE INQ-SEQ    TO CERT-SEQ.
           MOVE INQ-REGION TO CERT-REGION.
           CALL 'PACCERT' USING CERT-PARM.
           IF CERT-WENT-GOOD
              DISPLAY '        CERTIFICATE=' TARGET-CCYY-DISPLAY '-'
                  CERT-NUMBER
           ELSE
              DISPLAY '        CERTIFICATE=NONE OUTSTANDING'.

       SHOW-MEMBER-HOLD.
           MOVE INQ-SERIAL TO HLDQ-SERIAL.
           CALL 'PACHLDQ' USING HLDQ-PARM.
           IF NOT HLDQ-NONE
              IF HLDQ-END > 0
                 MOVE HLDQ-END TO HOLD-END-TEXT
              ELSE
                 MOVE 'LIFTED' TO HOLD-END-TEXT
              END-IF
              DISPLAY '        HOLD=' HLDQ-NUMBER ' TYPE=' HLDQ-TYPE
                  ' ' HLDQ-REASON
              DISPLAY '             FROM ' HLDQ-START ' UNTIL '
                  HOLD-END-TEXT ' PLACED BY ' HLDQ-PLACED-BY.

      *      THE RECORD'S NOTES, NEWEST LAST, STRAIGHT OFF THE
      *      APPEND-ONLY NOTES FILE.  NO NOTES FILE OR NO MATCHES
      *      SAYS NOTHING AT ALL -- MOST RECORDS HAVE NO STORY.
               NTS-OPERATOR ' ' NTS-TEXT.
       SHOW-ONE-NOTE-EXIT. EXIT.

      *      THE MEMBER'S LETTERS FOR THE YEAR, OLDEST FIRST.  NO LOG
      *      OR NO LETTERS SAYS NOTHING, THE SAME AS THE NOTES.
       SHOW-LETTERS.
           MOVE 0 TO LETTER-COUNT.
           MOVE SPACES TO WS-COR-NAME.
           STRING 'cor' DELIMITED BY SIZE
                  INQ-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
                  INTO WS-COR-NAME.
           SET COR-NOT-AT-EOF TO TRUE.
           OPEN INPUT INQ-COR-FILE.
           IF COR-FILE-STATUS NOT = '00'
              GO TO SHOW-LETTERS-EXIT.
           PERFORM SHOW-ONE-LETTER THRU SHOW-ONE-LETTER-EXIT
               UNTIL COR-AT-EOF.
           CLOSE INQ-COR-FILE.
       SHOW-LETTERS-EXIT. EXIT.

       SHOW-ONE-LETTER.
           READ INQ-COR-FILE
               AT END
                  SET COR-AT-EOF TO TRUE
                  GO TO SHOW-ONE-LETTER-EXIT.
           IF COR-SERIAL NOT = INQ-SERIAL
              GO TO SHOW-ONE-LETTER-EXIT.
           ADD 1 TO LETTER-COUNT.
           IF LETTER-COUNT = 1
              DISPLAY '        LETTERS SENT:'.
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
           DISPLAY '        ' COR-DATE '/' COR-TIME ' '
               COR-OPERATOR ' ' COR-TYPE-TEXT ' ' COR-PRINT-FILE.
       SHOW-ONE-LETTER-EXIT. EXIT.

      *      THE KEY'S INSPECTION VISITS, OLDEST FIRST.  LIKE THE
      *      NOTES, NO INSPECTION FILE OR NO VISITS SAYS NOTHING.
       SHOW-INSPECTIONS.
           MOVE 0 TO VISIT-COUNT.
           MOVE SPACES TO B-INS-NAME.
           STRING 'ins' DELIMITED BY SIZE
                  INQ-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.btr' DELIMITED BY SIZE
                  INTO B-INS-NAME.
           MOVE -2 TO B-INS-KEY-NUMBER.
           CALL WINAPI 'BTRV' USING by value B-OPEN,
             by reference B-INS-POSITION,
             OWNER-NAME, OWNER-LENGTH, B-INS-NAME,
             by value B-INS-KEY-NUMBER.
           IF RETURN-CODE NOT = ZERO
              GO TO SHOW-INSPECTIONS-EXIT.
           MOVE 0 TO B-INS-KEY-NUMBER.
           MOVE INQ-SERIAL TO B-INS-KEY-SERIAL.
           MOVE INQ-SEQ    TO B-INS-KEY-SEQ.
           MOVE 0          TO B-INS-KEY-DATE.
           MOVE 0          TO B-INS-KEY-VISIT-NO.
           CALL WINAPI 'BTRV' USING by value B-GET-GREATER,
             by reference B-INS-POSITION,
                INSPECTION-RECORD, B-INS-LENGTH, B-INS-KEY-BUFFER,
                by value B-INS-KEY-NUMBER.
       SHOW-INSPECTIONS-NEXT.
           IF RETURN-CODE NOT = ZERO
              GO TO SHOW-INSPECTIONS-END.
           IF INS-SERIAL NOT = INQ-SERIAL
              OR INS-SEQ NOT = INQ-SEQ
              GO TO SHOW-INSPECTIONS-END.
           ADD 1 TO VISIT-COUNT.
           IF VISIT-COUNT = 1
              DISPLAY '        INSPECTIONS:'.
           DISPLAY '        ' INS-VISIT-DATE '/' INS-VISIT-NO ' '
               INS-INSPECTOR ' ' INS-RESULT ' FOLLOW-UP='
               INS-FOLLOW-UP-DUE ' ' INS-REMARK.
           CALL WINAPI 'BTRV' USING by value B-GET-NEXT,
             by reference B-INS-POSITION,
                INSPECTION-RECORD, B-INS-LENGTH, B-INS-KEY-BUFFER,
                by value B-INS-KEY-NUMBER.
           GO TO SHOW-INSPECTIONS-NEXT.
       SHOW-INSPECTIONS-END.
           CALL WINAPI 'BTRV' USING by value B-CLOSE,
             by reference B-INS-POSITION,
             OWNER-NAME, OWNER-LENGTH,
             B-INS-KEY-BUFFER, by value B-INS-KEY-NUMBER.
       SHOW-INSPECTIONS-EXIT. EXIT.

       LOG-ERROR-JOURNAL.
           MOVE B-PAC-KEY-BUFFER TO ERRJ-KEY.
           MOVE BTRV-STATUS-CODE TO ERRJ-STATUS-CODE.
