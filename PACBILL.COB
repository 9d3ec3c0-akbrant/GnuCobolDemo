           BILLING SYSTEM CAN LOAD IT AND PACVRFY CAN PROVE THE
           TRANSFER.  A FAILED SWEEP WRITES NO TRAILER AND SO CAN
           NEVER PASS FOR A SHORT EXTRACT.
           WITH BILL-SPLIT = 'S' A JOINTLY HELD RECORD (jntCCYY.dat,
           KEPT BY PACJOINT) IS INVOICED BY SHARE: EACH CO-HOLDER'S
           INVOICE LINE CARRIES ITS SHARE OF THE RECORD'S VALUE
           (ROUNDED TO THE CENT) AND COUNTS THE RECORD, AND THE
           PRIMARY'S LINE CARRIES WHAT IS LEFT, SO THE EXTRACT STILL
           TOTALS TO THE FILE.  QUANTITY STAYS WITH THE PRIMARY.
           WITHOUT IT THE PRIMARY IS INVOICED FOR THE WHOLE RECORD,
           AS BEFORE.
           WHILE PACANOM HOLDS THE YEAR'S INTERFACE FILES (pacifhld.dat,
           ASKED THROUGH PACIFHQ) THE EXTRACT IS WRITTEN AS
           bilCCYY.hld INSTEAD, AND ONLY A SUPERVISOR'S RELEASE
           PUTS IT WHERE THE BILLING SYSTEM LOOKS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. COMPAQ-DESKPRO-286.
           SELECT BILL-EXT-FILE ASSIGN TO WS-EXT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXT-FILE-STATUS.
           SELECT BILL-JNT-FILE ASSIGN TO WS-JNT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JNT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BILL-EXT-FILE.
       01  BILL-EXT-RECORD             PIC X(80).
       FD  BILL-JNT-FILE.
       01  BILL-JNT-RECORD.
           COPY 'PACJNT.COB'.
*      WORKING-STORAGE SECTION.
       01  B-OPEN         PIC 9(4) BINARY VALUE 0.
       01  B-CLOSE        PIC 9(4) BINARY VALUE 1.
       01  B-GET-EQUAL    PIC 9(4) BINARY VALUE 5.
       01  B-GET-NEXT     PIC 9(4) BINARY VALUE 6.
       01  B-GET-GREATER  PIC 9(4) BINARY VALUE 9.
       01  PAC-RECORD.
       01  MEMBER-VALUE          PIC 9(11)V99 VALUE 0.
       01  EXTRACT-DATE          PIC 9(06) VALUE 0.

      *      THE YEAR'S CO-HOLDER LINES, HELD FOR A SPLIT RUN.  A
      *      FILE TOO BIG FOR THE TABLE FAILS THE RUN RATHER THAN
      *      INVOICE SOME HOLDINGS AND NOT OTHERS.
       01  WS-JNT-NAME           PIC X(32).
       01  JNT-FILE-STATUS       PIC X(2).
       01  JNT-COUNT             PIC 9(04) VALUE 0.
       01  JNT-IDX               PIC 9(04) VALUE 0.
       01  JNT-TABLE.
           05  JNT-ENTRY OCCURS 1000 TIMES.
               10  JT-SERIAL        PIC X(05).
               10  JT-SEQ           PIC 9(03).
               10  JT-HOLDER        PIC X(05).
               10  JT-SHARE         PIC 9(03)V99.
       01  JNT-OVERFLOW-SW       PIC X VALUE 'N'.
           88  JNT-TABLE-OVERFLOWED     VALUE 'Y'.
           88  JNT-TABLE-COMPLETE       VALUE 'N'.
       01  SHARE-PORTION         PIC 9(09)V99 VALUE 0.

      *      THE EXTRACT RECORDS.  'H' HEADER (RUN DATE), 'D' ONE
      *      INVOICE LINE PER MEMBER WITH ACTIVITY, THEN THE
      *      *TRAILER* CONTROL LINE PACVRFY CHECKS.
               10  HIST-START-HUNDREDTH PIC S9(2) BINARY.
               10  FILLER               PIC X(1).

      *      INTERFACE HOLD QUERY -- SEE PACIFHQ.
       01  IFHQ-PARM.
           05  IFHQ-CCYY           PIC 9(04).
           05  IFHQ-REGION         PIC X(02).
           05  IFHQ-RESULT         PIC X(01).
               88  IFHQ-HELD             VALUE 'H'.
               88  IFHQ-NOT-HELD         VALUE 'N'.
           05  IFHQ-DATE           PIC 9(06).
           05  IFHQ-SWINGS         PIC 9(04).

       LINKAGE SECTION.
       01  BILL-PARM.
           05  BILL-CCYY          PIC 9(04).
      *      FILE SET (pacCCYY.btr); OTHERWISE QUALIFIES EVERY
      *      PER-YEAR FILE NAME THE RUN TOUCHES.
           05  BILL-REGION        PIC X(02).
      *      'S' = SPLIT A JOINTLY HELD RECORD'S VALUE ACROSS ITS
      *      HOLDERS BY SHARE; ANYTHING ELSE BILLS THE PRIMARY FOR
      *      THE LOT.
           05  BILL-SPLIT         PIC X(01).
               88  BILL-SPLIT-BY-SHARE   VALUE 'S'.
       PROCEDURE DIVISION USING BILL-PARM.
       A000-BEGIN.
           CALL 'DOS_GET_TIME' USING HIST-START-STAMP.
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
                  INTO WS-EXT-NAME.
           MOVE TARGET-CCYY-DISPLAY TO IFHQ-CCYY.
           MOVE BILL-REGION TO IFHQ-REGION.
           CALL 'PACIFHQ' USING IFHQ-PARM.
           IF IFHQ-HELD
              INSPECT WS-EXT-NAME REPLACING FIRST '.dat' BY '.hld'
              DISPLAY 'PACBILL: YEAR HELD SINCE ' IFHQ-DATE
                  ' -- EXTRACT GOES TO ' WS-EXT-NAME.

           OPEN OUTPUT BILL-EXT-FILE.
           MOVE TARGET-CCYY-DISPLAY TO BH-CCYY.
           MOVE BILL-HEADER-LINE TO CHECKSUM-LINE.
           PERFORM WRITE-EXTRACT-LINE.

           IF BILL-SPLIT-BY-SHARE
              PERFORM LOAD-JOINT-HOLDERS THRU LOAD-JOINT-HOLDERS-EXIT
              IF JNT-TABLE-OVERFLOWED
                 SET JOB-HAS-FAILED TO TRUE
                 GO TO DONE.

           MOVE -2 TO B-PAC-KEY-NUMBER.
           CALL WINAPI 'BTRV' USING by value B-OPEN,
             by reference B-PAC-POSITION,
              END-IF
              IF PAC-VALUE NUMERIC
                 ADD PAC-VALUE TO MEMBER-VALUE
                 IF BILL-SPLIT-BY-SHARE
                    PERFORM DEDUCT-CO-HOLDER-SHARE
                        VARYING JNT-IDX FROM 1 BY 1
                        UNTIL JNT-IDX > JNT-COUNT
                 END-IF
              END-IF.
           CALL WINAPI 'BTRV' USING by value B-GET-NEXT,
             by reference B-PAC-POSITION,
           GO TO BILL-SERIAL-NEXT.

       BILL-SERIAL-TOTAL.
           IF BILL-SPLIT-BY-SHARE
              PERFORM ADD-JOINT-PORTION THRU ADD-JOINT-PORTION-EXIT
                  VARYING JNT-IDX FROM 1 BY 1
                  UNTIL JNT-IDX > JNT-COUNT.
           IF MEMBER-RECORDS > 0
              ADD 1 TO INVOICE-COUNT
              MOVE TARGET-CCYY-DISPLAY TO BD-CCYY
              SET MEM-AT-EOF TO TRUE.
       BILL-ONE-MEMBER-EXIT. EXIT.

      *      THE PRIMARY KEEPS WHAT ITS CO-HOLDERS DO NOT.  THE
      *      PORTION IS WORKED OUT THE SAME WAY HERE AND IN
      *      ADD-JOINT-PORTION, SO THE SPLIT ALWAYS ADDS BACK UP TO
      *      THE RECORD'S VALUE.
       DEDUCT-CO-HOLDER-SHARE.
           IF JT-SERIAL (JNT-IDX) = PAC-KEY-SERIAL
              AND JT-SEQ (JNT-IDX) = PAC-KEY-SEQ
              COMPUTE SHARE-PORTION ROUNDED =
                  PAC-VALUE * JT-SHARE (JNT-IDX) / 100
              SUBTRACT SHARE-PORTION FROM MEMBER-VALUE.

      *      A RECORD THE MEMBER CO-HOLDS UNDER ANOTHER SERIAL --
      *      FETCHED BY KEY AND BILLED AT THE MEMBER'S SHARE.
       ADD-JOINT-PORTION.
           IF JT-HOLDER (JNT-IDX) NOT = MEM-SERIAL
              GO TO ADD-JOINT-PORTION-EXIT.
           MOVE JT-SERIAL (JNT-IDX) TO B-PAC-KEY-SERIAL.
           MOVE JT-SEQ (JNT-IDX)    TO B-PAC-KEY-SEQ.
           CALL WINAPI 'BTRV' USING by value B-GET-EQUAL,
             by reference B-PAC-POSITION,
                PAC-RECORD, B-PAC-LENGTH, B-PAC-KEY-BUFFER,
                by value B-PAC-KEY-NUMBER.
           IF RETURN-CODE NOT = ZERO
              OR NOT PAC-REC-ACTIVE
              GO TO ADD-JOINT-PORTION-EXIT.
           ADD 1 TO MEMBER-RECORDS.
           IF PAC-VALUE NUMERIC
              COMPUTE SHARE-PORTION ROUNDED =
                  PAC-VALUE * JT-SHARE (JNT-IDX) / 100
              ADD SHARE-PORTION TO MEMBER-VALUE.
       ADD-JOINT-PORTION-EXIT. EXIT.

      *      NO CO-HOLDER FILE FOR THE YEAR IS AN EMPTY TABLE --
      *      EVERY RECORD BILLED WHOLE TO ITS PRIMARY.
       LOAD-JOINT-HOLDERS.
           MOVE 0 TO JNT-COUNT.
           MOVE SPACES TO WS-JNT-NAME.
           STRING 'jnt' DELIMITED BY SIZE
                  BILL-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
                  INTO WS-JNT-NAME.
           OPEN INPUT BILL-JNT-FILE.
           IF JNT-FILE-STATUS NOT = '00'
              GO TO LOAD-JOINT-HOLDERS-EXIT.
           PERFORM LOAD-ONE-HOLDER
               UNTIL JNT-FILE-STATUS NOT = '00'.
           CLOSE BILL-JNT-FILE.
           IF JNT-TABLE-OVERFLOWED
              DISPLAY 'PACBILL: ' WS-JNT-NAME ' EXCEEDS 1000 LINES'
                  ' -- SPLIT RUN ABANDONED, NO TRAILER WRITTEN'.
       LOAD-JOINT-HOLDERS-EXIT. EXIT.

       LOAD-ONE-HOLDER.
           READ BILL-JNT-FILE
               AT END
                  CONTINUE
               NOT AT END
                  IF JNT-COUNT NOT < 1000
                     SET JNT-TABLE-OVERFLOWED TO TRUE
                     MOVE '10' TO JNT-FILE-STATUS
                  ELSE
                     ADD 1 TO JNT-COUNT
                     MOVE JNT-SERIAL TO JT-SERIAL (JNT-COUNT)
                     MOVE JNT-SEQ    TO JT-SEQ (JNT-COUNT)
                     MOVE JNT-HOLDER TO JT-HOLDER (JNT-COUNT)
                     MOVE JNT-SHARE  TO JT-SHARE (JNT-COUNT).

      *      EVERY DATA LINE GOES OUT THROUGH HERE SO THE COUNT AND
      *      THE RUNNING TRIMMED-LINE CHECKSUM STAY IN STEP WITH
      *      WHAT IS ACTUALLY ON FILE -- THE SAME DISCIPLINE PACBKUP
