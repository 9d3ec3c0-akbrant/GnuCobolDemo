       ID DIVISION.
       PROGRAM-ID.  PACWHAT.
       AUTHOR.  Oliphant .
       DATE-WRITTEN. OCTOBER 15, 2026.
       DATE-COMPILED.
       REMARKS.  FEE SCHEDULE WHAT-IF.  WHEN THE BOARD WEIGHS A FEE
           CHANGE NOBODY CAN SAY WHAT IT WOULD DO TO REVENUE OR TO
           ANY ONE MEMBER'S BILL.  THIS PROGRAM TAKES A PROPOSED
           SCHEDULE IN THE pacfees.dat LAYOUT (PACFEE.COB -- KEYED
           UP AS A COPY OF THE LIVE FILE AND EDITED, NEVER LOADED
           THROUGH PACFEES), SWEEPS A YEAR THROUGH PACBULK THE WAY
           PACVALU DOES, AND PRICES EVERY ACTIVE RECORD TWICE: ONCE
           AGAINST THE LIVE SCHEDULE AND ONCE AGAINST THE PROPOSED
           ONE, EACH BY THE SAME RULE PACVALU USES (THE LINE FOR THE
           RECORD'S CODE COMBINATION WHOSE WINDOW COVERS ITS
           EFFECTIVE DATE, OR THE YEAR END WHEN IT HAS NONE; FEE =
           BASE + RATE * QTY).  THE REPORT (pacCCYY.wif) GIVES --
             REVENUE UNDER EACH SCHEDULE PER SPEC/GEAR/AREA
             COMBINATION, WITH THE CHANGE IN MONEY AND PERCENT;
             THE TEN MEMBERS WHOSE BILL WOULD RISE MOST AND FALL MOST,
             IN MONEY AND THEN IN PERCENT (A MEMBER'S BILL IS THE SUM
             OF THEIR SERIAL'S PRICED RECORDS; NAMES FROM member.btr
             WHERE IT CAN BE OPENED);
             HOW MANY MEMBERS' BILLS WOULD GO UP OR DOWN BY HOW MUCH,
             IN PERCENT BANDS, WITH THE MONEY EACH BAND MOVES.
           A RECORD WHOSE COMBINATION HAS NO LINE IN ONE SCHEDULE OR
           THE OTHER CANNOT BE COMPARED; IT IS COUNTED ON THE
           TRAILER AND LEFT OUT OF EVERY FIGURE, SO PACVALU'S
           NO-FEE-LINE REPORT IS WHERE TO CHASE IT.  NOTHING ON FILE
           IS WRITTEN -- THE YEAR IS OPENED READ-ONLY AND THE ONLY
           OUTPUT IS THE REPORT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. COMPAQ-DESKPRO-286.
       OBJECT-COMPUTER. ANY-COMPAQ-COMPATABLE.
       SPECIAL-NAMES.
           CALL-CONVENTION 64 IS WINAPI.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WHAT-FEE-FILE ASSIGN TO WS-FEE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEE-FILE-STATUS.
           SELECT WHAT-RPT-FILE ASSIGN TO WS-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WHAT-FEE-FILE.
       01  WHAT-FEE-RECORD.
           COPY 'PACFEE.COB'.
       FD  WHAT-RPT-FILE.
       01  WHAT-RPT-RECORD             PIC X(80).
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

      *      BUFFERED-READ HOOK -- SEE PACBULK.
       01  BULK-PARM.
           05  BULK-REQUEST        PIC X(01).
           05  BULK-STATUS         PIC S9(4) BINARY.
           05  BULK-MODE           PIC X(01).
           05  BULK-RECORD         PIC X(103).

      *      REPORT GENERATIONS -- SEE PACGDG.
       01  GDG-PARM.
           05  GDG-FILE-NAME        PIC X(32).

       01  BTRV-STATUS-CODE     PIC S9(4) BINARY VALUE 0.
       01  BTRV-STATUS-MESSAGE  PIC X(40) VALUE SPACES.

      *      CENTRAL ERROR JOURNAL HOOK -- ONE PACERRJ ROW PER
      *      NONZERO BTRV STATUS (PACERRJ HAS NO SEPARATE COPYBOOK
      *      FOR ITS PARAMETER).
       01  ERRJ-PARM.
           05  ERRJ-PROGRAM       PIC X(08) VALUE 'PACWHAT'.
           05  ERRJ-OPERATION     PIC X(08).
           05  ERRJ-KEY           PIC X(08).
           05  ERRJ-STATUS-CODE   PIC S9(4) BINARY.
           05  ERRJ-MESSAGE       PIC X(40).

       01  TARGET-CCYY-DISPLAY  PIC 9(4) VALUE 0.
       01  WS-FEE-NAME           PIC X(32) VALUE 'pacfees.dat'.
       01  FEE-FILE-STATUS       PIC X(2).
       01  WS-PROPOSED-NAME      PIC X(32) VALUE 'pacfees.new'.
       01  WS-RPT-NAME           PIC X(32).
       01  RPT-FILE-STATUS       PIC X(2).

       01  FEE-EOF-SW            PIC X VALUE 'N'.
           88  FEE-AT-EOF               VALUE 'Y'.
           88  FEE-NOT-AT-EOF           VALUE 'N'.
       01  JOB-FAILED-SW         PIC X VALUE 'N'.
           88  JOB-HAS-FAILED           VALUE 'Y'.
           88  JOB-IS-CLEAN             VALUE 'N'.
       01  FEE-FOUND-SW          PIC X VALUE 'N'.
           88  FEE-LINE-FOUND           VALUE 'Y'.
           88  FEE-LINE-MISSING         VALUE 'N'.
       01  MEMBER-OPEN-SW        PIC X VALUE 'N'.
           88  MEMBER-FILE-OPEN         VALUE 'Y'.
           88  MEMBER-FILE-CLOSED       VALUE 'N'.

      *      THE TWO SCHEDULES, LOADED ONCE AT STARTUP -- 1 IS THE
      *      LIVE pacfees.dat, 2 THE PROPOSAL.  SAME 100-LINE LIMIT
      *      PACVALU WORKS TO.
       01  SCHED-NO              PIC 9(01) VALUE 0.
       01  FEE-SCAN              PIC 9(03) VALUE 0.
       01  FEE-MATCH             PIC 9(03) VALUE 0.
       01  FEE-SCHEDULES.
           05  FEE-SCHEDULE OCCURS 2 TIMES.
               10  FS-COUNT          PIC 9(03).
               10  FEE-ENTRY OCCURS 100 TIMES.
                   15  FT-SPEC           PIC X(02).
                   15  FT-GEAR           PIC X(02).
                   15  FT-AREA           PIC X(02).
                   15  FT-FROM           PIC 9(08).
                   15  FT-TO             PIC 9(08).
                   15  FT-BASE           PIC 9(05)V99.
                   15  FT-RATE           PIC 9(05)V99.

       01  CNT                   PIC 9(08) VALUE 0.
       01  PRICED-COUNT          PIC 9(08) VALUE 0.
       01  NO-CURRENT-COUNT      PIC 9(06) VALUE 0.
       01  NO-PROPOSED-COUNT     PIC 9(06) VALUE 0.
       01  MEMBER-COUNT          PIC 9(06) VALUE 0.
       01  YEAR-END-CCYYMMDD     PIC 9(08) VALUE 0.
       01  VALUATION-DATE        PIC 9(08) VALUE 0.
       01  CURRENT-FEE           PIC 9(09)V99 VALUE 0.
       01  PROPOSED-FEE          PIC 9(09)V99 VALUE 0.
       01  TOTAL-CURRENT         PIC 9(11)V99 VALUE 0.
       01  TOTAL-PROPOSED        PIC 9(11)V99 VALUE 0.
       01  CHANGE-AMOUNT         PIC S9(11)V99 VALUE 0.
       01  CHANGE-BASE           PIC 9(11)V99 VALUE 0.
       01  CHANGE-PCT            PIC S9(05)V9 VALUE 0.

      *      ONE MEMBER'S BILL UNDER EACH SCHEDULE.  THE SWEEP IS IN
      *      SERIAL ORDER, SO A SERIAL'S RECORDS COME TOGETHER AND
      *      THE BILL IS FINISHED WHEN THE SERIAL CHANGES.
       01  MEMBER-SERIAL         PIC X(05) VALUE SPACES.
       01  MEMBER-PRICED         PIC 9(06) VALUE 0.
       01  MEMBER-CURRENT        PIC 9(09)V99 VALUE 0.
       01  MEMBER-PROPOSED       PIC 9(09)V99 VALUE 0.
       01  MEMBER-CHANGE         PIC S9(09)V99 VALUE 0.
       01  MEMBER-PCT            PIC S9(05)V9 VALUE 0.

      *      ACCUMULATION KEY AND PER-COMBINATION REVENUE UNDER EACH
      *      SCHEDULE, THE SAME SEARCH-THEN-ADD SHAPE AS PACVALU'S
      *      SUBTOTAL-TABLE.
       01  VAL.
           05  V-SPEC            PIC X(2).
           05  V-GEAR            PIC X(2).
           05  V-AREA            PIC X(2).
       01  SUBTOTAL-COUNT        PIC 9(4) VALUE 0.
       01  SUBTOTAL-SEARCH-IDX   PIC 9(4) VALUE 0.
       01  SUBTOTAL-MATCH-IDX    PIC 9(4) VALUE 0.
       01  SUBTOTAL-FOUND-SW     PIC X VALUE 'N'.
           88  SUBTOTAL-FOUND            VALUE 'Y'.
           88  SUBTOTAL-NOT-FOUND        VALUE 'N'.
       01  SUBTOTAL-TABLE.
           05  SUBTOTAL-ENTRY OCCURS 200 TIMES
                   INDEXED BY SUBTOTAL-IDX.
               10  ST-KEY.
                   15  ST-SPEC       PIC X(2).
                   15  ST-GEAR       PIC X(2).
                   15  ST-AREA       PIC X(2).
               10  ST-RECORDS        PIC 9(07).
               10  ST-CURRENT        PIC 9(11)V99.
               10  ST-PROPOSED       PIC 9(11)V99.

      *      THE FOUR TEN-MEMBER RANKINGS -- 1 LARGEST RISE IN MONEY,
      *      2 LARGEST FALL IN MONEY, 3 LARGEST RISE IN PERCENT, 4
      *      LARGEST FALL IN PERCENT -- EACH KEPT IN ORDER AS THE
      *      MEMBERS ARE FINISHED.  A MEMBER WITH NOTHING TO PAY
      *      TODAY HAS NO PERCENT AND RANKS ON MONEY ONLY.
       01  RANK-LIST-NO          PIC 9(01) VALUE 0.
       01  RANK-SCAN             PIC 9(02) VALUE 0.
       01  RANK-POS              PIC 9(02) VALUE 0.
       01  RANK-SHIFT            PIC 9(02) VALUE 0.
       01  RANK-KEY              PIC S9(09)V99 VALUE 0.
       01  RANK-SLOT-SW          PIC X VALUE 'N'.
           88  RANK-SLOT-FOUND          VALUE 'Y'.
           88  RANK-SLOT-NOT-FOUND      VALUE 'N'.
       01  RANK-TITLES.
           05  FILLER  PIC X(40) VALUE
               'LARGEST INCREASES IN MONEY'.
           05  FILLER  PIC X(40) VALUE
               'LARGEST DECREASES IN MONEY'.
           05  FILLER  PIC X(40) VALUE
               'LARGEST INCREASES IN PERCENT'.
           05  FILLER  PIC X(40) VALUE
               'LARGEST DECREASES IN PERCENT'.
       01  RANK-TITLE-TABLE REDEFINES RANK-TITLES.
           05  RANK-TITLE        PIC X(40) OCCURS 4 TIMES.
       01  RANK-TABLE.
           05  RANK-LIST OCCURS 4 TIMES.
               10  RANK-USED         PIC 9(02).
               10  RANK-ENTRY OCCURS 10 TIMES.
                   15  RK-SERIAL         PIC X(05).
                   15  RK-KEY            PIC S9(09)V99.
                   15  RK-CURRENT        PIC 9(09)V99.
                   15  RK-PROPOSED       PIC 9(09)V99.
                   15  RK-CHANGE         PIC S9(09)V99.
                   15  RK-PCT            PIC S9(05)V9.

      *      DISTRIBUTION OF MEMBER BILLS BY PERCENT CHANGE.  THE
      *      BAND A MEMBER FALLS IN IS CHOSEN IN FINISH-MEMBER.
       01  BAND-NO               PIC 9(02) VALUE 0.
       01  BAND-LABELS.
           05  FILLER  PIC X(22) VALUE 'DOWN 25% OR MORE'.
           05  FILLER  PIC X(22) VALUE 'DOWN 10% TO 25%'.
           05  FILLER  PIC X(22) VALUE 'DOWN 5% TO 10%'.
           05  FILLER  PIC X(22) VALUE 'DOWN UNDER 5%'.
           05  FILLER  PIC X(22) VALUE 'UNCHANGED'.
           05  FILLER  PIC X(22) VALUE 'UP UNDER 5%'.
           05  FILLER  PIC X(22) VALUE 'UP 5% TO 10%'.
           05  FILLER  PIC X(22) VALUE 'UP 10% TO 25%'.
           05  FILLER  PIC X(22) VALUE 'UP 25% OR MORE'.
           05  FILLER  PIC X(22) VALUE 'NEW CHARGE (WAS ZERO)'.
       01  BAND-LABEL-TABLE REDEFINES BAND-LABELS.
           05  BAND-LABEL        PIC X(22) OCCURS 10 TIMES.
       01  BAND-TABLE.
           05  BAND-ENTRY OCCURS 10 TIMES.
               10  BAND-MEMBERS      PIC 9(06).
               10  BAND-CHANGE       PIC S9(11)V99.

       01  WHAT-HEADER-LINE.
           05  FILLER             PIC X(30) VALUE
               'PAC FEE SCHEDULE WHAT-IF  YEAR'.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WH-CCYY            PIC 9(04).
           05  FILLER             PIC X(08) VALUE '  REGION'.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WH-REGION          PIC X(02).
           05  FILLER             PIC X(34) VALUE SPACES.
       01  WHAT-SCHEDULE-LINE.
           05  FILLER             PIC X(09) VALUE 'CURRENT  '.
           05  WL-CURRENT-NAME    PIC X(20).
           05  FILLER             PIC X(10) VALUE 'PROPOSED  '.
           05  WL-PROPOSED-NAME  PIC X(32).
           05  FILLER             PIC X(09) VALUE SPACES.
       01  WHAT-BLANK-LINE        PIC X(80) VALUE SPACES.
       01  WHAT-SECTION-LINE      PIC X(80).
       01  WHAT-COMBO-HEADING.
           05  FILLER             PIC X(30) VALUE
               'CODES   RECORDS        CURRENT'.
           05  FILLER             PIC X(30) VALUE
               '       PROPOSED         CHANGE'.
           05  FILLER             PIC X(20) VALUE '      PCT'.
       01  WHAT-COMBO-LINE.
           05  WC-CODES           PIC X(06).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WC-RECORDS         PIC ZZZZZZ9.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WC-CURRENT         PIC ZZZZZZZZZZ9.99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WC-PROPOSED        PIC ZZZZZZZZZZ9.99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WC-CHANGE          PIC -ZZZZZZZZZ9.99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WC-PCT             PIC -ZZZZ9.9.
           05  WC-PCT-X REDEFINES WC-PCT PIC X(08).
           05  FILLER             PIC X(11) VALUE SPACES.
       01  WHAT-RANK-HEADING.
           05  FILLER             PIC X(39) VALUE
               'SERIAL NAME                     CURRENT'.
           05  FILLER             PIC X(27) VALUE
               '     PROPOSED        CHANGE'.
           05  FILLER             PIC X(14) VALUE '      PCT'.
       01  WHAT-RANK-LINE.
           05  WR-SERIAL          PIC X(05).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WR-NAME            PIC X(20).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WR-CURRENT         PIC ZZZZZZZZ9.99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WR-PROPOSED        PIC ZZZZZZZZ9.99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WR-CHANGE          PIC -ZZZZZZZZ9.99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WR-PCT             PIC -ZZZZ9.9.
           05  WR-PCT-X REDEFINES WR-PCT PIC X(08).
           05  FILLER             PIC X(05) VALUE SPACES.
       01  WHAT-BAND-HEADING      PIC X(80) VALUE
           'CHANGE IN MEMBER BILL     MEMBERS     TOTAL CHANGE'.
       01  WHAT-BAND-LINE.
           05  WB-LABEL           PIC X(22).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WB-MEMBERS         PIC ZZZZZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WB-CHANGE          PIC -ZZZZZZZZZZ9.99.
           05  FILLER             PIC X(32) VALUE SPACES.
       01  WHAT-TRAILER-LINE.
           05  FILLER             PIC X(14) VALUE 'RECORDS SWEPT '.
           05  WT-COUNT           PIC ZZZZZZZ9.
           05  FILLER             PIC X(09) VALUE '  PRICED '.
           05  WT-PRICED          PIC ZZZZZZZ9.
           05  FILLER             PIC X(10) VALUE '  MEMBERS '.
           05  WT-MEMBERS         PIC ZZZZZ9.
           05  FILLER             PIC X(25) VALUE SPACES.
       01  WHAT-TRAILER-LINE-2.
           05  FILLER             PIC X(16) VALUE 'NO CURRENT LINE '.
           05  WT-NO-CURRENT      PIC ZZZZZ9.
           05  FILLER             PIC X(19) VALUE
               '  NO PROPOSED LINE '.
           05  WT-NO-PROPOSED     PIC ZZZZZ9.
           05  FILLER             PIC X(33) VALUE SPACES.

      *      RUN-HISTORY HOOK -- SEE PACHIST.
       01  HIST-PARM.
           05  HIST-PROGRAM       PIC X(08) VALUE 'PACWHAT'.
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

       LINKAGE SECTION.
       01  WHAT-PARM.
           05  WHAT-CCYY          PIC 9(04).

      *      REGION CODE -- SPACES = THE HISTORIC SINGLE-REGION
      *      FILE SET (pacCCYY.btr); OTHERWISE QUALIFIES EVERY
      *      PER-YEAR FILE NAME THE RUN TOUCHES.
           05  WHAT-REGION        PIC X(02).
      *      THE PROPOSED SCHEDULE, IN THE pacfees.dat LAYOUT.
      *      SPACES = pacfees.new.
           05  WHAT-SCHEDULE      PIC X(32).
       PROCEDURE DIVISION USING WHAT-PARM.
       A000-BEGIN.
           CALL 'DOS_GET_TIME' USING HIST-START-STAMP.
           MOVE WHAT-CCYY TO TARGET-CCYY-DISPLAY.
           COMPUTE YEAR-END-CCYYMMDD = WHAT-CCYY * 10000 + 1231.
           IF WHAT-SCHEDULE NOT = SPACES
              MOVE WHAT-SCHEDULE TO WS-PROPOSED-NAME.
           MOVE SPACES TO B-PAC-NAME.
           STRING 'pac' DELIMITED BY SIZE
                  WHAT-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.btr' DELIMITED BY SIZE
                  INTO B-PAC-NAME.
           MOVE SPACES TO WS-RPT-NAME.
           STRING 'pac' DELIMITED BY SIZE
                  WHAT-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.wif' DELIMITED BY SIZE
                  INTO WS-RPT-NAME.

           MOVE 1 TO SCHED-NO.
           PERFORM LOAD-FEE-SCHEDULE THRU LOAD-FEE-SCHEDULE-EXIT.
           IF FS-COUNT (1) = 0
              DISPLAY 'PACWHAT: ' WS-FEE-NAME ' IS EMPTY OR MISSING'
                  ' -- NOTHING TO COMPARE AGAINST'
              SET JOB-HAS-FAILED TO TRUE
              GO TO DONE.
           MOVE WS-PROPOSED-NAME TO WS-FEE-NAME.
           MOVE 2 TO SCHED-NO.
           PERFORM LOAD-FEE-SCHEDULE THRU LOAD-FEE-SCHEDULE-EXIT.
           IF FS-COUNT (2) = 0
              DISPLAY 'PACWHAT: ' WS-PROPOSED-NAME
                  ' IS EMPTY OR MISSING -- NO PROPOSAL TO PRICE'
              SET JOB-HAS-FAILED TO TRUE
              GO TO DONE.

           MOVE 0 TO RANK-USED (1) RANK-USED (2)
                     RANK-USED (3) RANK-USED (4).
           PERFORM CLEAR-BAND
               VARYING BAND-NO FROM 1 BY 1 UNTIL BAND-NO > 10.

           MOVE WS-RPT-NAME TO GDG-FILE-NAME.
           CALL 'PACGDG' USING GDG-PARM.
           OPEN OUTPUT WHAT-RPT-FILE.
           MOVE WHAT-CCYY   TO WH-CCYY.
           MOVE WHAT-REGION TO WH-REGION.
           WRITE WHAT-RPT-RECORD FROM WHAT-HEADER-LINE.
           MOVE 'pacfees.dat'    TO WL-CURRENT-NAME.
           MOVE WS-PROPOSED-NAME TO WL-PROPOSED-NAME.
           WRITE WHAT-RPT-RECORD FROM WHAT-SCHEDULE-LINE.

           MOVE -2 TO B-PAC-KEY-NUMBER.
           CALL WINAPI 'BTRV' USING by value B-OPEN,
             by reference B-PAC-POSITION,
             OWNER-NAME, OWNER-LENGTH, B-PAC-NAME,
             by value B-PAC-KEY-NUMBER.
           IF RETURN-CODE NOT = ZERO
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'OPEN' TO ERRJ-OPERATION
              PERFORM LOG-ERROR-JOURNAL
              DISPLAY 'PACWHAT: OPEN FAILED--> ' BTRV-STATUS-MESSAGE
              SET JOB-HAS-FAILED TO TRUE
              GO TO CLOSE-REPORT.

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
              DISPLAY 'PACWHAT: GET-GR FAILED--> ' BTRV-STATUS-MESSAGE
              SET JOB-HAS-FAILED TO TRUE
              GO TO CLOSE-PAC.

           MOVE RETURN-CODE TO BULK-STATUS.
           MOVE 'S' TO BULK-REQUEST.
           CALL 'PACBULK' USING BULK-PARM B-PAC-FILE-STUFF.
           MOVE BULK-STATUS TO RETURN-CODE.

       GET-NEXT.
           IF RETURN-CODE NOT = 0
              IF RETURN-CODE NOT = 9
                 MOVE RETURN-CODE TO BTRV-STATUS-CODE
                 CALL 'BTRVMSG' USING BTRV-STATUS-CODE
                     BTRV-STATUS-MESSAGE
                 MOVE 'GET-NX' TO ERRJ-OPERATION
                 PERFORM LOG-ERROR-JOURNAL
                 DISPLAY 'PACWHAT: READ FAILED--> '
                     BTRV-STATUS-MESSAGE
                 SET JOB-HAS-FAILED TO TRUE
              END-IF
              GO TO CLOSE-PAC.

           IF PAC-REC-VOIDED
              GO TO GET-ANOTHER.
           ADD 1 TO CNT.
           IF PAC-KEY-SERIAL NOT = MEMBER-SERIAL
              PERFORM FINISH-MEMBER THRU FINISH-MEMBER-EXIT
              MOVE PAC-KEY-SERIAL TO MEMBER-SERIAL.
           PERFORM PRICE-ONE-RECORD THRU PRICE-ONE-RECORD-EXIT.

       GET-ANOTHER.
           MOVE 'N' TO BULK-REQUEST.
           CALL 'PACBULK' USING BULK-PARM B-PAC-FILE-STUFF.
           MOVE BULK-RECORD TO PAC-RECORD.
           MOVE BULK-STATUS TO RETURN-CODE.
           GO TO GET-NEXT.

       CLOSE-PAC.
           PERFORM FINISH-MEMBER THRU FINISH-MEMBER-EXIT.
           CALL WINAPI 'BTRV' USING by value B-CLOSE,
             by reference B-PAC-POSITION,
             OWNER-NAME, OWNER-LENGTH,
             B-PAC-KEY-BUFFER, by value B-PAC-KEY-NUMBER.
           IF RETURN-CODE NOT = ZERO
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'CLOSE' TO ERRJ-OPERATION
              PERFORM LOG-ERROR-JOURNAL
              DISPLAY 'PACWHAT: CLOSE FAILED--> ' BTRV-STATUS-MESSAGE
              SET JOB-HAS-FAILED TO TRUE.

           PERFORM WRITE-COMBINATIONS.
           PERFORM WRITE-RANKINGS.
           PERFORM WRITE-DISTRIBUTION.

       CLOSE-REPORT.
           WRITE WHAT-RPT-RECORD FROM WHAT-BLANK-LINE.
           MOVE CNT               TO WT-COUNT.
           MOVE PRICED-COUNT      TO WT-PRICED.
           MOVE MEMBER-COUNT      TO WT-MEMBERS.
           WRITE WHAT-RPT-RECORD FROM WHAT-TRAILER-LINE.
           MOVE NO-CURRENT-COUNT  TO WT-NO-CURRENT.
           MOVE NO-PROPOSED-COUNT TO WT-NO-PROPOSED.
           WRITE WHAT-RPT-RECORD FROM WHAT-TRAILER-LINE-2.
           CLOSE WHAT-RPT-FILE.

       DONE.
           MOVE TARGET-CCYY-DISPLAY TO HIST-CCYY.
           MOVE CNT                 TO HIST-RECORDS.
           IF JOB-HAS-FAILED
              MOVE 'FAILED' TO HIST-STATUS.
           CALL 'PACHIST' USING HIST-PARM.
           DISPLAY 'PACWHAT: ' PRICED-COUNT ' RECORD(S) REPRICED FOR '
               MEMBER-COUNT ' MEMBER(S) -- SEE ' WS-RPT-NAME.
           GOBACK.

      *      ONE SCHEDULE FILE (WS-FEE-NAME) INTO FEE-SCHEDULE
      *      (SCHED-NO).
       LOAD-FEE-SCHEDULE.
           MOVE 0 TO FS-COUNT (SCHED-NO).
           SET FEE-NOT-AT-EOF TO TRUE.
           OPEN INPUT WHAT-FEE-FILE.
           IF FEE-FILE-STATUS NOT = '00'
              GO TO LOAD-FEE-SCHEDULE-EXIT.
           PERFORM LOAD-ONE-FEE THRU LOAD-ONE-FEE-EXIT
               UNTIL FEE-AT-EOF OR FS-COUNT (SCHED-NO) NOT < 100.
           CLOSE WHAT-FEE-FILE.
       LOAD-FEE-SCHEDULE-EXIT. EXIT.

       LOAD-ONE-FEE.
           READ WHAT-FEE-FILE
               AT END
                  SET FEE-AT-EOF TO TRUE
                  GO TO LOAD-ONE-FEE-EXIT.
           ADD 1 TO FS-COUNT (SCHED-NO).
           MOVE FS-COUNT (SCHED-NO) TO FEE-SCAN.
           MOVE FEE-SPEC TO FT-SPEC (SCHED-NO, FEE-SCAN).
           MOVE FEE-GEAR TO FT-GEAR (SCHED-NO, FEE-SCAN).
           MOVE FEE-AREA TO FT-AREA (SCHED-NO, FEE-SCAN).
           IF FEE-VALID-FROM NUMERIC
              MOVE FEE-VALID-FROM TO FT-FROM (SCHED-NO, FEE-SCAN)
           ELSE
              MOVE 0 TO FT-FROM (SCHED-NO, FEE-SCAN).
           IF FEE-VALID-TO NUMERIC
              MOVE FEE-VALID-TO TO FT-TO (SCHED-NO, FEE-SCAN)
           ELSE
              MOVE 0 TO FT-TO (SCHED-NO, FEE-SCAN).
           MOVE FEE-BASE TO FT-BASE (SCHED-NO, FEE-SCAN).
           MOVE FEE-RATE TO FT-RATE (SCHED-NO, FEE-SCAN).
       LOAD-ONE-FEE-EXIT. EXIT.

       CLEAR-BAND.
           MOVE 0 TO BAND-MEMBERS (BAND-NO).
           MOVE 0 TO BAND-CHANGE (BAND-NO).

      *      THE RECORD PRICED UNDER BOTH SCHEDULES.  A MISSING LINE
      *      ON EITHER SIDE LEAVES IT OUT OF THE COMPARISON.
       PRICE-ONE-RECORD.
           IF PAC-EFF-DATE NUMERIC AND PAC-EFF-DATE > 0
              MOVE PAC-EFF-DATE TO VALUATION-DATE
           ELSE
              MOVE YEAR-END-CCYYMMDD TO VALUATION-DATE.
           MOVE SPACES   TO VAL.
           MOVE PAC-SPEC TO V-SPEC.
           MOVE PAC-GEAR TO V-GEAR.
           MOVE PAC-AREA TO V-AREA.

           MOVE 1 TO SCHED-NO.
           PERFORM FIND-FEE-LINE-IN-SCHEDULE.
           IF FEE-LINE-MISSING
              ADD 1 TO NO-CURRENT-COUNT
              GO TO PRICE-ONE-RECORD-EXIT.
           COMPUTE CURRENT-FEE =
               FT-BASE (1, FEE-MATCH)
             + FT-RATE (1, FEE-MATCH) * PAC-QTY.

           MOVE 2 TO SCHED-NO.
           PERFORM FIND-FEE-LINE-IN-SCHEDULE.
           IF FEE-LINE-MISSING
              ADD 1 TO NO-PROPOSED-COUNT
              GO TO PRICE-ONE-RECORD-EXIT.
           COMPUTE PROPOSED-FEE =
               FT-BASE (2, FEE-MATCH)
             + FT-RATE (2, FEE-MATCH) * PAC-QTY.

           ADD 1 TO PRICED-COUNT.
           ADD 1 TO MEMBER-PRICED.
           ADD CURRENT-FEE  TO MEMBER-CURRENT.
           ADD PROPOSED-FEE TO MEMBER-PROPOSED.
           ADD CURRENT-FEE  TO TOTAL-CURRENT.
           ADD PROPOSED-FEE TO TOTAL-PROPOSED.
           PERFORM ACCUM-SUBTOTAL.
           IF SUBTOTAL-MATCH-IDX > 0
              ADD 1            TO ST-RECORDS (SUBTOTAL-MATCH-IDX)
              ADD CURRENT-FEE  TO ST-CURRENT (SUBTOTAL-MATCH-IDX)
              ADD PROPOSED-FEE TO ST-PROPOSED (SUBTOTAL-MATCH-IDX).
       PRICE-ONE-RECORD-EXIT. EXIT.

       FIND-FEE-LINE-IN-SCHEDULE.
           SET FEE-LINE-MISSING TO TRUE.
           MOVE 0 TO FEE-MATCH.
           PERFORM FIND-FEE-LINE
               VARYING FEE-SCAN FROM 1 BY 1
               UNTIL FEE-SCAN > FS-COUNT (SCHED-NO) OR FEE-LINE-FOUND.

      *      THE LIVE LINE FOR THE COMBINATION ON THE RECORD'S
      *      VALUATION DATE -- THE SAME TEST PACVALU MAKES.
       FIND-FEE-LINE.
           IF FT-SPEC (SCHED-NO, FEE-SCAN) = V-SPEC
              AND FT-GEAR (SCHED-NO, FEE-SCAN) = V-GEAR
              AND FT-AREA (SCHED-NO, FEE-SCAN) = V-AREA
              AND (FT-FROM (SCHED-NO, FEE-SCAN) = 0
                   OR FT-FROM (SCHED-NO, FEE-SCAN) NOT > VALUATION-DATE)
              AND (FT-TO (SCHED-NO, FEE-SCAN) = 0
                   OR FT-TO (SCHED-NO, FEE-SCAN) NOT < VALUATION-DATE)
              SET FEE-LINE-FOUND TO TRUE
              MOVE FEE-SCAN TO FEE-MATCH.

       ACCUM-SUBTOTAL.
           SET SUBTOTAL-NOT-FOUND TO TRUE.
           MOVE 0 TO SUBTOTAL-MATCH-IDX.
           PERFORM FIND-SUBTOTAL-ENTRY
               VARYING SUBTOTAL-SEARCH-IDX FROM 1 BY 1
               UNTIL SUBTOTAL-SEARCH-IDX > SUBTOTAL-COUNT.
           IF SUBTOTAL-NOT-FOUND AND SUBTOTAL-COUNT < 200
              ADD 1 TO SUBTOTAL-COUNT
              MOVE V-SPEC TO ST-SPEC (SUBTOTAL-COUNT)
              MOVE V-GEAR TO ST-GEAR (SUBTOTAL-COUNT)
              MOVE V-AREA TO ST-AREA (SUBTOTAL-COUNT)
              MOVE 0 TO ST-RECORDS (SUBTOTAL-COUNT)
              MOVE 0 TO ST-CURRENT (SUBTOTAL-COUNT)
              MOVE 0 TO ST-PROPOSED (SUBTOTAL-COUNT)
              MOVE SUBTOTAL-COUNT TO SUBTOTAL-MATCH-IDX.

       FIND-SUBTOTAL-ENTRY.
           IF ST-SPEC (SUBTOTAL-SEARCH-IDX) = V-SPEC AND
              ST-GEAR (SUBTOTAL-SEARCH-IDX) = V-GEAR AND
              ST-AREA (SUBTOTAL-SEARCH-IDX) = V-AREA
              SET SUBTOTAL-FOUND TO TRUE
              MOVE SUBTOTAL-SEARCH-IDX TO SUBTOTAL-MATCH-IDX.

      *      THE SERIAL JUST LEFT BEHIND: ITS BILL GOES INTO ITS
      *      DISTRIBUTION BAND AND, IF IT EARNS A PLACE, THE
      *      RANKINGS.  A SERIAL WITH NOTHING PRICED IS NOT A BILL.
       FINISH-MEMBER.
           IF MEMBER-SERIAL = SPACES OR MEMBER-PRICED = 0
              GO TO FINISH-MEMBER-RESET.
           ADD 1 TO MEMBER-COUNT.
           COMPUTE MEMBER-CHANGE = MEMBER-PROPOSED - MEMBER-CURRENT.
           MOVE 0 TO MEMBER-PCT.
           IF MEMBER-CURRENT > 0
              COMPUTE MEMBER-PCT ROUNDED =
                  MEMBER-CHANGE * 100 / MEMBER-CURRENT
                  ON SIZE ERROR
                     MOVE 99999.9 TO MEMBER-PCT.

           IF MEMBER-CURRENT = 0 AND MEMBER-CHANGE > 0
              MOVE 10 TO BAND-NO
           ELSE IF MEMBER-CHANGE = 0
              MOVE 5 TO BAND-NO
           ELSE IF MEMBER-PCT NOT > -25
              MOVE 1 TO BAND-NO
           ELSE IF MEMBER-PCT NOT > -10
              MOVE 2 TO BAND-NO
           ELSE IF MEMBER-PCT NOT > -5
              MOVE 3 TO BAND-NO
           ELSE IF MEMBER-CHANGE < 0
              MOVE 4 TO BAND-NO
           ELSE IF MEMBER-PCT < 5
              MOVE 6 TO BAND-NO
           ELSE IF MEMBER-PCT < 10
              MOVE 7 TO BAND-NO
           ELSE IF MEMBER-PCT < 25
              MOVE 8 TO BAND-NO
           ELSE
              MOVE 9 TO BAND-NO.
           ADD 1             TO BAND-MEMBERS (BAND-NO).
           ADD MEMBER-CHANGE TO BAND-CHANGE (BAND-NO).

           IF MEMBER-CHANGE > 0
              MOVE 1 TO RANK-LIST-NO
              MOVE MEMBER-CHANGE TO RANK-KEY
              PERFORM RANK-MEMBER THRU RANK-MEMBER-EXIT
              IF MEMBER-CURRENT > 0
                 MOVE 3 TO RANK-LIST-NO
                 MOVE MEMBER-PCT TO RANK-KEY
                 PERFORM RANK-MEMBER THRU RANK-MEMBER-EXIT
              END-IF
           END-IF.
           IF MEMBER-CHANGE < 0
              MOVE 2 TO RANK-LIST-NO
              COMPUTE RANK-KEY = 0 - MEMBER-CHANGE
              PERFORM RANK-MEMBER THRU RANK-MEMBER-EXIT
              MOVE 4 TO RANK-LIST-NO
              COMPUTE RANK-KEY = 0 - MEMBER-PCT
              PERFORM RANK-MEMBER THRU RANK-MEMBER-EXIT.

       FINISH-MEMBER-RESET.
           MOVE 0 TO MEMBER-PRICED.
           MOVE 0 TO MEMBER-CURRENT.
           MOVE 0 TO MEMBER-PROPOSED.
       FINISH-MEMBER-EXIT. EXIT.

      *      PLACE THE MEMBER IN RANK-LIST (RANK-LIST-NO) BY RANK-KEY,
      *      LARGEST FIRST.  ENTRIES BELOW THE SLOT MOVE DOWN ONE AND
      *      THE TENTH FALLS OFF; A TIE KEEPS THE EARLIER SERIAL AHEAD.
       RANK-MEMBER.
           SET RANK-SLOT-NOT-FOUND TO TRUE.
           PERFORM CHECK-RANK-SLOT
               VARYING RANK-SCAN FROM 1 BY 1
               UNTIL RANK-SCAN > RANK-USED (RANK-LIST-NO)
                  OR RANK-SLOT-FOUND.
           IF RANK-SLOT-NOT-FOUND
              COMPUTE RANK-POS = RANK-USED (RANK-LIST-NO) + 1.
           IF RANK-POS > 10
              GO TO RANK-MEMBER-EXIT.
           IF RANK-USED (RANK-LIST-NO) < 10
              ADD 1 TO RANK-USED (RANK-LIST-NO).
           PERFORM SHIFT-RANK-ENTRY
               VARYING RANK-SHIFT FROM RANK-USED (RANK-LIST-NO) BY -1
               UNTIL RANK-SHIFT NOT > RANK-POS.
           MOVE MEMBER-SERIAL   TO RK-SERIAL (RANK-LIST-NO, RANK-POS).
           MOVE RANK-KEY        TO RK-KEY (RANK-LIST-NO, RANK-POS).
           MOVE MEMBER-CURRENT  TO RK-CURRENT (RANK-LIST-NO, RANK-POS).
           MOVE MEMBER-PROPOSED TO RK-PROPOSED (RANK-LIST-NO, RANK-POS).
           MOVE MEMBER-CHANGE   TO RK-CHANGE (RANK-LIST-NO, RANK-POS).
           MOVE MEMBER-PCT      TO RK-PCT (RANK-LIST-NO, RANK-POS).
       RANK-MEMBER-EXIT. EXIT.

       CHECK-RANK-SLOT.
           IF RANK-KEY > RK-KEY (RANK-LIST-NO, RANK-SCAN)
              SET RANK-SLOT-FOUND TO TRUE
              MOVE RANK-SCAN TO RANK-POS.

       SHIFT-RANK-ENTRY.
           MOVE RANK-ENTRY (RANK-LIST-NO, RANK-SHIFT - 1)
             TO RANK-ENTRY (RANK-LIST-NO, RANK-SHIFT).

      *      REVENUE BY COMBINATION, THEN THE WHOLE YEAR.
       WRITE-COMBINATIONS.
           WRITE WHAT-RPT-RECORD FROM WHAT-BLANK-LINE.
           MOVE 'REVENUE BY CODE COMBINATION' TO WHAT-SECTION-LINE.
           WRITE WHAT-RPT-RECORD FROM WHAT-SECTION-LINE.
           WRITE WHAT-RPT-RECORD FROM WHAT-COMBO-HEADING.
           PERFORM WRITE-COMBINATION-LINE
               VARYING SUBTOTAL-IDX FROM 1 BY 1
               UNTIL SUBTOTAL-IDX > SUBTOTAL-COUNT.
           MOVE 'TOTAL'        TO WC-CODES.
           MOVE PRICED-COUNT   TO WC-RECORDS.
           MOVE TOTAL-CURRENT  TO CHANGE-BASE.
           MOVE TOTAL-CURRENT  TO WC-CURRENT.
           MOVE TOTAL-PROPOSED TO WC-PROPOSED.
           COMPUTE CHANGE-AMOUNT = TOTAL-PROPOSED - TOTAL-CURRENT.
           PERFORM SET-COMBINATION-CHANGE.
           WRITE WHAT-RPT-RECORD FROM WHAT-COMBO-LINE.

       WRITE-COMBINATION-LINE.
           MOVE SPACES TO WC-CODES.
           STRING ST-SPEC (SUBTOTAL-IDX) DELIMITED BY SIZE
                  ST-GEAR (SUBTOTAL-IDX) DELIMITED BY SIZE
                  ST-AREA (SUBTOTAL-IDX) DELIMITED BY SIZE
                  INTO WC-CODES.
           MOVE ST-RECORDS (SUBTOTAL-IDX)  TO WC-RECORDS.
           MOVE ST-CURRENT (SUBTOTAL-IDX)  TO CHANGE-BASE.
           MOVE ST-CURRENT (SUBTOTAL-IDX)  TO WC-CURRENT.
           MOVE ST-PROPOSED (SUBTOTAL-IDX) TO WC-PROPOSED.
           COMPUTE CHANGE-AMOUNT =
               ST-PROPOSED (SUBTOTAL-IDX) - ST-CURRENT (SUBTOTAL-IDX).
           PERFORM SET-COMBINATION-CHANGE.
           WRITE WHAT-RPT-RECORD FROM WHAT-COMBO-LINE.

       SET-COMBINATION-CHANGE.
           MOVE CHANGE-AMOUNT TO WC-CHANGE.
           IF CHANGE-BASE = 0
              MOVE SPACES TO WC-PCT-X
           ELSE
              COMPUTE CHANGE-PCT ROUNDED =
                  CHANGE-AMOUNT * 100 / CHANGE-BASE
                  ON SIZE ERROR
                     MOVE 99999.9 TO CHANGE-PCT
              END-COMPUTE
              MOVE CHANGE-PCT TO WC-PCT.

      *      THE FOUR RANKINGS.  member.btr IS OPENED ONLY TO PUT
      *      NAMES ON THE LINES; IF IT WILL NOT OPEN THE SERIALS
      *      STAND ON THEIR OWN.
       WRITE-RANKINGS.
           SET MEMBER-FILE-CLOSED TO TRUE.
           MOVE -2 TO B-MEM-KEY-NUMBER.
           CALL WINAPI 'BTRV' USING by value B-OPEN,
             by reference B-MEM-POSITION,
             OWNER-NAME, OWNER-LENGTH, B-MEM-NAME,
             by value B-MEM-KEY-NUMBER.
           IF RETURN-CODE = ZERO
              SET MEMBER-FILE-OPEN TO TRUE
           ELSE
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              DISPLAY 'PACWHAT: MEMBER OPEN FAILED--> '
                  BTRV-STATUS-MESSAGE ' -- NO NAMES ON THE RANKINGS'.
           MOVE 0 TO B-MEM-KEY-NUMBER.

           PERFORM WRITE-ONE-RANKING
               VARYING RANK-LIST-NO FROM 1 BY 1
               UNTIL RANK-LIST-NO > 4.

           IF MEMBER-FILE-OPEN
              CALL WINAPI 'BTRV' USING by value B-CLOSE,
                by reference B-MEM-POSITION,
                OWNER-NAME, OWNER-LENGTH,
                B-MEM-KEY-BUFFER, by value B-MEM-KEY-NUMBER.

       WRITE-ONE-RANKING.
           WRITE WHAT-RPT-RECORD FROM WHAT-BLANK-LINE.
           MOVE RANK-TITLE (RANK-LIST-NO) TO WHAT-SECTION-LINE.
           WRITE WHAT-RPT-RECORD FROM WHAT-SECTION-LINE.
           WRITE WHAT-RPT-RECORD FROM WHAT-RANK-HEADING.
           IF RANK-USED (RANK-LIST-NO) = 0
              MOVE '  (NONE)' TO WHAT-SECTION-LINE
              WRITE WHAT-RPT-RECORD FROM WHAT-SECTION-LINE.
           PERFORM WRITE-RANK-LINE
               VARYING RANK-SCAN FROM 1 BY 1
               UNTIL RANK-SCAN > RANK-USED (RANK-LIST-NO).

       WRITE-RANK-LINE.
           MOVE RK-SERIAL (RANK-LIST-NO, RANK-SCAN) TO WR-SERIAL.
           MOVE SPACES TO WR-NAME.
           IF MEMBER-FILE-OPEN
              MOVE RK-SERIAL (RANK-LIST-NO, RANK-SCAN)
                TO B-MEM-KEY-SERIAL
              CALL WINAPI 'BTRV' USING by value B-GET-EQUAL,
                by reference B-MEM-POSITION,
                   MEMBER-RECORD, B-MEM-LENGTH, B-MEM-KEY-BUFFER,
                   by value B-MEM-KEY-NUMBER
              IF RETURN-CODE = ZERO
                 MOVE MEM-NAME TO WR-NAME
              END-IF
           END-IF.
           MOVE RK-CURRENT (RANK-LIST-NO, RANK-SCAN)  TO WR-CURRENT.
           MOVE RK-PROPOSED (RANK-LIST-NO, RANK-SCAN) TO WR-PROPOSED.
           MOVE RK-CHANGE (RANK-LIST-NO, RANK-SCAN)   TO WR-CHANGE.
           IF RK-CURRENT (RANK-LIST-NO, RANK-SCAN) = 0
              MOVE '     NEW' TO WR-PCT-X
           ELSE
              MOVE RK-PCT (RANK-LIST-NO, RANK-SCAN) TO WR-PCT.
           WRITE WHAT-RPT-RECORD FROM WHAT-RANK-LINE.

       WRITE-DISTRIBUTION.
           WRITE WHAT-RPT-RECORD FROM WHAT-BLANK-LINE.
           MOVE 'DISTRIBUTION OF MEMBER BILLS' TO WHAT-SECTION-LINE.
           WRITE WHAT-RPT-RECORD FROM WHAT-SECTION-LINE.
           WRITE WHAT-RPT-RECORD FROM WHAT-BAND-HEADING.
           PERFORM WRITE-BAND-LINE
               VARYING BAND-NO FROM 1 BY 1 UNTIL BAND-NO > 10.

       WRITE-BAND-LINE.
           MOVE BAND-LABEL (BAND-NO)   TO WB-LABEL.
           MOVE BAND-MEMBERS (BAND-NO) TO WB-MEMBERS.
           MOVE BAND-CHANGE (BAND-NO)  TO WB-CHANGE.
           WRITE WHAT-RPT-RECORD FROM WHAT-BAND-LINE.

       LOG-ERROR-JOURNAL.
           MOVE B-PAC-KEY-BUFFER TO ERRJ-KEY.
           MOVE BTRV-STATUS-CODE TO ERRJ-STATUS-CODE.
           MOVE BTRV-STATUS-MESSAGE TO ERRJ-MESSAGE.
           CALL 'PACERRJ' USING ERRJ-PARM.
