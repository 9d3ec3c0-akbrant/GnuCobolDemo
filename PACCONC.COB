       ID DIVISION.
       PROGRAM-ID.  PACCONC.
       AUTHOR.  Oliphant .
       DATE-WRITTEN. OCTOBER 15, 2026.
       DATE-COMPILED.
       REMARKS.  MARKET CONCENTRATION REPORT.  THE REGULATOR KEEPS
           ASKING WHETHER A FEW HOLDERS DOMINATE A PARTICULAR AREA OR
           SPECIES.  THIS PROGRAM SWEEPS A YEAR THROUGH PACBULK,
           TOTALS EVERY MEMBER'S ACTIVE PAC-QTY AND PAC-VALUE IN EACH
           AREA/SPEC CELL (THE SWEEP IS IN SERIAL ORDER, SO A
           MEMBER'S RECORDS ARRIVE TOGETHER), AND FOR EACH CELL
           PRINTS --
             THE CELL'S HOLDER COUNT AND TOTALS;
             ITS CONCENTRATION INDEX -- THE SUM OF THE SQUARED
             PERCENT SHARES OF EVERY HOLDER IN THE CELL, 10000 FOR
             ONE HOLDER WITH THE LOT AND NEAR ZERO FOR A CROWD -- AND
             THE SHARE HELD BY THE TOP N;
             THE TOP N HOLDERS, NAMED FROM member.btr, WITH THEIR
             QUANTITY AND VALUE AND EACH AS A SHARE OF THE CELL;
             ANY HOLDER WHOSE SHARE IS ABOVE THE THRESHOLD, FLAGGED
             '*' -- LISTED EVEN WHEN THEY FALL BELOW THE TOP N.
           THE BASIS ('Q' QUANTITY, THE DEFAULT, OR 'V' VALUE) SAYS
           WHICH TOTAL THE RANKING, INDEX AND THRESHOLD WORK ON.
           GIVEN A COMPARISON YEAR THE SAME SWEEP IS MADE OF THAT
           YEAR TOO, AND EACH CELL SHOWS THAT YEAR'S INDEX AND TOP-N
           SHARE AND EACH LISTED HOLDER THAT YEAR'S SHARE, SO
           CONCENTRATION CAN BE SEEN MOVING; CELLS HELD ONLY IN THE
           COMPARISON YEAR ARE LISTED AT THE END.  THE MEMBER-IN-
           CELL TABLE HOLDS 5000 ENTRIES A YEAR; A YEAR THAT WILL NOT
           FIT FAILS THE RUN RATHER THAN PRINT SHARES OF A PART.
           NOTHING ON FILE IS WRITTEN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. COMPAQ-DESKPRO-286.
       OBJECT-COMPUTER. ANY-COMPAQ-COMPATABLE.
       SPECIAL-NAMES.
           CALL-CONVENTION 64 IS WINAPI.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONC-RPT-FILE ASSIGN TO WS-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONC-RPT-FILE.
       01  CONC-RPT-RECORD             PIC X(80).
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
           05  ERRJ-PROGRAM       PIC X(08) VALUE 'PACCONC'.
           05  ERRJ-OPERATION     PIC X(08).
           05  ERRJ-KEY           PIC X(08).
           05  ERRJ-STATUS-CODE   PIC S9(4) BINARY.
           05  ERRJ-MESSAGE       PIC X(40).

       01  TARGET-CCYY-DISPLAY  PIC 9(4) VALUE 0.
       01  SWEEP-CCYY-DISPLAY   PIC 9(4) VALUE 0.
       01  WS-RPT-NAME           PIC X(32).
       01  RPT-FILE-STATUS       PIC X(2).

       01  JOB-FAILED-SW         PIC X VALUE 'N'.
           88  JOB-HAS-FAILED           VALUE 'Y'.
           88  JOB-IS-CLEAN             VALUE 'N'.
       01  OVERFLOW-SW           PIC X VALUE 'N'.
           88  TABLE-OVERFLOWED         VALUE 'Y'.
           88  TABLE-COMPLETE           VALUE 'N'.
       01  MEMBER-OPEN-SW        PIC X VALUE 'N'.
           88  MEMBER-FILE-OPEN         VALUE 'Y'.
           88  MEMBER-FILE-CLOSED       VALUE 'N'.
       01  HOLDER-FOUND-SW       PIC X VALUE 'N'.
           88  HOLDER-FOUND             VALUE 'Y'.
           88  HOLDER-NOT-FOUND         VALUE 'N'.
       01  CELL-SLOT-SW          PIC X VALUE 'N'.
           88  CELL-SLOT-FOUND          VALUE 'Y'.
           88  CELL-SLOT-NOT-FOUND      VALUE 'N'.
       01  RANK-SLOT-SW          PIC X VALUE 'N'.
           88  RANK-SLOT-FOUND          VALUE 'Y'.
           88  RANK-SLOT-NOT-FOUND      VALUE 'N'.

      *      THE RUN'S SETTINGS AFTER DEFAULTS ARE APPLIED.
       01  TOP-N                 PIC 9(02) VALUE 5.
       01  SHARE-THRESHOLD       PIC 9(03)V9 VALUE 25.0.
       01  BASIS-SW              PIC X VALUE 'Q'.
           88  BASIS-IS-QUANTITY        VALUE 'Q'.
           88  BASIS-IS-VALUE           VALUE 'V'.
       01  COMPARE-SW            PIC X VALUE 'N'.
           88  COMPARING-YEARS          VALUE 'Y'.
           88  SINGLE-YEAR              VALUE 'N'.

       01  CNT                   PIC 9(08) VALUE 0.
       01  FLAGGED-COUNT         PIC 9(06) VALUE 0.
       01  RECORD-QTY            PIC 9(05) VALUE 0.
       01  RECORD-VALUE          PIC 9(07)V99 VALUE 0.

      *      EVERY MEMBER'S TOTALS IN EVERY CELL THEY HOLD IN, ONE
      *      TABLE PER YEAR SWEPT (1 THE REPORT YEAR, 2 THE
      *      COMPARISON YEAR).  A SERIAL'S ENTRIES ARE ADDED
      *      TOGETHER, SO ITS RECORDS ONLY NEED SEARCH FROM
      *      SERIAL-FIRST ON.
       01  YEAR-SLOT             PIC 9(01) VALUE 1.
       01  SWEEP-SERIAL          PIC X(05) VALUE SPACES.
       01  SERIAL-FIRST          PIC 9(04) VALUE 0.
       01  HOLDER-SCAN           PIC 9(04) VALUE 0.
       01  HOLDER-MATCH          PIC 9(04) VALUE 0.
       01  HOLDER-TABLES.
           05  HOLDER-YEAR OCCURS 2 TIMES.
               10  HY-COUNT          PIC 9(04).
               10  HOLDER-ENTRY OCCURS 5000 TIMES.
                   15  HE-KEY.
                       20  HE-AREA       PIC X(01).
                       20  HE-SPEC       PIC X(01).
                   15  HE-SERIAL         PIC X(05).
                   15  HE-QTY            PIC 9(09).
                   15  HE-VALUE          PIC 9(11)V99.
                   15  HE-LISTED         PIC X(01).

      *      THE CELLS OF EACH YEAR, KEPT IN AREA/SPEC ORDER AS
      *      THEY ARE FOUND.
       01  CELL-KEY.
           05  CELL-AREA             PIC X(01).
           05  CELL-SPEC             PIC X(01).
       01  CELL-SCAN             PIC 9(03) VALUE 0.
       01  CELL-POS              PIC 9(03) VALUE 0.
       01  CELL-MATCH            PIC 9(03) VALUE 0.
       01  CELL-SHIFT            PIC 9(03) VALUE 0.
       01  CELL-IDX              PIC 9(03) VALUE 0.
       01  CELL-TABLES.
           05  CELL-YEAR OCCURS 2 TIMES.
               10  CY-COUNT          PIC 9(03).
               10  CELL-ENTRY OCCURS 200 TIMES.
                   15  CE-KEY.
                       20  CE-AREA       PIC X(01).
                       20  CE-SPEC       PIC X(01).
                   15  CE-HOLDERS        PIC 9(05).
                   15  CE-QTY            PIC 9(11).
                   15  CE-VALUE          PIC 9(13)V99.

      *      ONE CELL'S FIGURES, WORKED OUT BY SCAN-CELL FOR
      *      WHICHEVER YEAR-SLOT IS SET.
       01  CELL-AMOUNT           PIC 9(13)V99 VALUE 0.
       01  ENTRY-AMOUNT          PIC 9(13)V99 VALUE 0.
       01  SHARE-WORK            PIC 9(03)V9(4) VALUE 0.
       01  INDEX-ACCUM           PIC 9(05)V9(4) VALUE 0.
       01  TOP-SHARE             PIC 9(03)V9(4) VALUE 0.
       01  PRIOR-CELL-MATCH      PIC 9(03) VALUE 0.
       01  PRIOR-SCAN            PIC 9(04) VALUE 0.
       01  PRIOR-MATCH           PIC 9(04) VALUE 0.
       01  PRIOR-CELL-AMOUNT     PIC 9(13)V99 VALUE 0.
       01  PRIOR-INDEX           PIC 9(05)V9(4) VALUE 0.
       01  PRIOR-TOP-SHARE       PIC 9(03)V9(4) VALUE 0.

      *      THE CELL'S TOP-N, KEPT IN ORDER DURING THE SCAN THE SAME
      *      WAY PACWHAT KEEPS ITS RANKINGS.  A TIE KEEPS THE EARLIER
      *      SERIAL AHEAD.
       01  RANK-SCAN             PIC 9(02) VALUE 0.
       01  RANK-POS              PIC 9(02) VALUE 0.
       01  RANK-SHIFT            PIC 9(02) VALUE 0.
       01  RANK-USED             PIC 9(02) VALUE 0.
       01  RANK-TABLE.
           05  RANK-ENTRY OCCURS 20 TIMES.
               10  RK-INDEX          PIC 9(04).
               10  RK-AMOUNT         PIC 9(13)V99.

       01  CONC-HEADER-LINE.
           05  FILLER             PIC X(30) VALUE
               'PAC MARKET CONCENTRATION  YEAR'.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CH-CCYY            PIC 9(04).
           05  FILLER             PIC X(09) VALUE '  REGION '.
           05  CH-REGION          PIC X(02).
           05  FILLER             PIC X(08) VALUE '  BASIS '.
           05  CH-BASIS           PIC X(08).
           05  FILLER             PIC X(18) VALUE SPACES.
       01  CONC-SETTINGS-LINE.
           05  FILLER             PIC X(04) VALUE 'TOP '.
           05  CS-TOP-N           PIC Z9.
           05  FILLER             PIC X(29) VALUE
               ' HOLDERS PER CELL, FLAGGED OV'.
           05  FILLER             PIC X(03) VALUE 'ER '.
           05  CS-THRESHOLD       PIC ZZ9.9.
           05  FILLER             PIC X(02) VALUE '% '.
           05  CS-COMPARE         PIC X(35).
       01  CONC-BLANK-LINE        PIC X(80) VALUE SPACES.
       01  CONC-TEXT-LINE         PIC X(80).
       01  CONC-CELL-LINE.
           05  FILLER             PIC X(05) VALUE 'AREA '.
           05  CC-AREA            PIC X(01).
           05  FILLER             PIC X(07) VALUE '  SPEC '.
           05  CC-SPEC            PIC X(01).
           05  FILLER             PIC X(10) VALUE '  HOLDERS '.
           05  CC-HOLDERS         PIC ZZZZ9.
           05  FILLER             PIC X(06) VALUE '  QTY '.
           05  CC-QTY             PIC ZZZZZZZZZZ9.
           05  FILLER             PIC X(08) VALUE '  VALUE '.
           05  CC-VALUE           PIC ZZZZZZZZZZ9.99.
           05  FILLER             PIC X(12) VALUE SPACES.
       01  CONC-INDEX-LINE.
           05  FILLER             PIC X(08) VALUE '  INDEX '.
           05  CI-INDEX           PIC ZZZZ9.
           05  FILLER             PIC X(06) VALUE '  TOP '.
           05  CI-TOP-N           PIC Z9.
           05  FILLER             PIC X(07) VALUE ' SHARE '.
           05  CI-TOP-SHARE       PIC ZZ9.9.
           05  FILLER             PIC X(01) VALUE '%'.
           05  CI-PRIOR           PIC X(46).
       01  CONC-PRIOR-PART.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  CP-CCYY            PIC 9(04).
           05  FILLER             PIC X(07) VALUE ' INDEX '.
           05  CP-INDEX           PIC ZZZZ9.
           05  FILLER             PIC X(07) VALUE ' SHARE '.
           05  CP-TOP-SHARE       PIC ZZ9.9.
           05  FILLER             PIC X(01) VALUE '%'.
           05  FILLER             PIC X(15) VALUE SPACES.
       01  CONC-HOLDER-HEADING.
           05  FILLER             PIC X(40) VALUE
               'RK SERIAL NAME                     QTY  '.
           05  FILLER             PIC X(40) VALUE
               'SHARE         VALUE  SHARE    PRIOR     '.
       01  CONC-HOLDER-LINE.
           05  CD-RANK            PIC Z9.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CD-SERIAL          PIC X(05).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  CD-NAME            PIC X(18).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CD-QTY             PIC ZZZZZZZZ9.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CD-QTY-SHARE       PIC ZZ9.99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CD-VALUE           PIC ZZZZZZZZZ9.99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CD-VALUE-SHARE     PIC ZZ9.99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CD-FLAG            PIC X(01).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CD-PRIOR           PIC ZZ9.99.
           05  CD-PRIOR-X REDEFINES CD-PRIOR PIC X(06).
           05  FILLER             PIC X(05) VALUE SPACES.
       01  CONC-ORPHAN-LINE.
           05  FILLER             PIC X(05) VALUE 'AREA '.
           05  CO-AREA            PIC X(01).
           05  FILLER             PIC X(07) VALUE '  SPEC '.
           05  CO-SPEC            PIC X(01).
           05  FILLER             PIC X(15) VALUE '  NOT HELD IN '.
           05  CO-CCYY            PIC 9(04).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  CO-PRIOR           PIC X(45).
       01  CONC-TRAILER-LINE.
           05  FILLER             PIC X(14) VALUE 'RECORDS SWEPT '.
           05  CT-COUNT           PIC ZZZZZZZ9.
           05  FILLER             PIC X(08) VALUE '  CELLS '.
           05  CT-CELLS           PIC ZZ9.
           05  FILLER             PIC X(18) VALUE
               '  HOLDERS FLAGGED '.
           05  CT-FLAGGED         PIC ZZZZZ9.
           05  FILLER             PIC X(23) VALUE SPACES.

      *      RUN-HISTORY HOOK -- SEE PACHIST.
       01  HIST-PARM.
           05  HIST-PROGRAM       PIC X(08) VALUE 'PACCONC'.
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
       01  CONC-PARM.
           05  CONC-CCYY          PIC 9(04).

      *      REGION CODE -- SPACES = THE HISTORIC SINGLE-REGION
      *      FILE SET (pacCCYY.btr); OTHERWISE QUALIFIES EVERY
      *      PER-YEAR FILE NAME THE RUN TOUCHES.
           05  CONC-REGION        PIC X(02).
      *      YEAR TO COMPARE WITH, SAME REGION; ZERO = THIS YEAR
      *      ALONE.
           05  CONC-COMPARE-CCYY  PIC 9(04).
      *      HOLDERS LISTED PER CELL; ZERO = 5, AT MOST 20.
           05  CONC-TOP-N         PIC 9(02).
      *      SHARE (PERCENT) ABOVE WHICH A HOLDER IS FLAGGED; ZERO
      *      = 25.0.
           05  CONC-THRESHOLD     PIC 9(03)V9.
      *      'V' = RANK ON VALUE; ANYTHING ELSE RANKS ON QUANTITY.
           05  CONC-BASIS         PIC X(01).
       PROCEDURE DIVISION USING CONC-PARM.
       A000-BEGIN.
           CALL 'DOS_GET_TIME' USING HIST-START-STAMP.
           MOVE CONC-CCYY TO TARGET-CCYY-DISPLAY.
           IF CONC-TOP-N NUMERIC AND CONC-TOP-N > 0
              MOVE CONC-TOP-N TO TOP-N.
           IF TOP-N > 20
              MOVE 20 TO TOP-N.
           IF CONC-THRESHOLD NUMERIC AND CONC-THRESHOLD > 0
              MOVE CONC-THRESHOLD TO SHARE-THRESHOLD.
           IF CONC-BASIS = 'V' OR 'v'
              SET BASIS-IS-VALUE TO TRUE.
           IF CONC-COMPARE-CCYY NUMERIC AND CONC-COMPARE-CCYY > 0
              AND CONC-COMPARE-CCYY NOT = CONC-CCYY
              SET COMPARING-YEARS TO TRUE.
           MOVE SPACES TO WS-RPT-NAME.
           STRING 'pac' DELIMITED BY SIZE
                  CONC-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.cnc' DELIMITED BY SIZE
                  INTO WS-RPT-NAME.

           MOVE 1 TO YEAR-SLOT.
           MOVE CONC-CCYY TO SWEEP-CCYY-DISPLAY.
           PERFORM SWEEP-YEAR THRU SWEEP-YEAR-EXIT.
           IF JOB-HAS-FAILED
              GO TO DONE.
           IF COMPARING-YEARS
              MOVE 2 TO YEAR-SLOT
              MOVE CONC-COMPARE-CCYY TO SWEEP-CCYY-DISPLAY
              PERFORM SWEEP-YEAR THRU SWEEP-YEAR-EXIT
              IF JOB-HAS-FAILED
                 GO TO DONE.

           MOVE WS-RPT-NAME TO GDG-FILE-NAME.
           CALL 'PACGDG' USING GDG-PARM.
           OPEN OUTPUT CONC-RPT-FILE.
           MOVE CONC-CCYY   TO CH-CCYY.
           MOVE CONC-REGION TO CH-REGION.
           IF BASIS-IS-VALUE
              MOVE 'VALUE'    TO CH-BASIS
           ELSE
              MOVE 'QUANTITY' TO CH-BASIS.
           WRITE CONC-RPT-RECORD FROM CONC-HEADER-LINE.
           MOVE TOP-N           TO CS-TOP-N.
           MOVE SHARE-THRESHOLD TO CS-THRESHOLD.
           MOVE SPACES TO CS-COMPARE.
           IF COMPARING-YEARS
              MOVE CONC-COMPARE-CCYY TO SWEEP-CCYY-DISPLAY
              STRING 'PRIOR = ' DELIMITED BY SIZE
                     SWEEP-CCYY-DISPLAY DELIMITED BY SIZE
                     INTO CS-COMPARE.
           WRITE CONC-RPT-RECORD FROM CONC-SETTINGS-LINE.

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
              DISPLAY 'PACCONC: MEMBER OPEN FAILED--> '
                  BTRV-STATUS-MESSAGE ' -- HOLDERS WILL NOT BE NAMED'.
           MOVE 0 TO B-MEM-KEY-NUMBER.

           PERFORM WRITE-CELL
               VARYING CELL-IDX FROM 1 BY 1
               UNTIL CELL-IDX > CY-COUNT (1).
           IF COMPARING-YEARS
              PERFORM WRITE-PRIOR-ONLY-CELL
                  THRU WRITE-PRIOR-ONLY-CELL-EXIT
                  VARYING CELL-IDX FROM 1 BY 1
                  UNTIL CELL-IDX > CY-COUNT (2).

           IF MEMBER-FILE-OPEN
              CALL WINAPI 'BTRV' USING by value B-CLOSE,
                by reference B-MEM-POSITION,
                OWNER-NAME, OWNER-LENGTH,
                B-MEM-KEY-BUFFER, by value B-MEM-KEY-NUMBER.

           WRITE CONC-RPT-RECORD FROM CONC-BLANK-LINE.
           MOVE CNT           TO CT-COUNT.
           MOVE CY-COUNT (1)  TO CT-CELLS.
           MOVE FLAGGED-COUNT TO CT-FLAGGED.
           WRITE CONC-RPT-RECORD FROM CONC-TRAILER-LINE.
           CLOSE CONC-RPT-FILE.

       DONE.
           MOVE TARGET-CCYY-DISPLAY TO HIST-CCYY.
           MOVE CNT                 TO HIST-RECORDS.
           IF JOB-HAS-FAILED
              MOVE 'FAILED' TO HIST-STATUS.
           CALL 'PACHIST' USING HIST-PARM.
           IF JOB-HAS-FAILED
              DISPLAY 'PACCONC: NO REPORT WRITTEN'
           ELSE
              DISPLAY 'PACCONC: ' CY-COUNT (1) ' CELL(S), '
                  FLAGGED-COUNT ' HOLDER(S) FLAGGED -- SEE '
                  WS-RPT-NAME.
           GOBACK.

      *      ONE YEAR (SWEEP-CCYY-DISPLAY) INTO HOLDER-YEAR AND
      *      CELL-YEAR (YEAR-SLOT).  VOIDED RECORDS ARE LEFT OUT, AS
      *      EVERYWHERE.
       SWEEP-YEAR.
           MOVE 0 TO HY-COUNT (YEAR-SLOT).
           MOVE 0 TO CY-COUNT (YEAR-SLOT).
           MOVE SPACES TO SWEEP-SERIAL.
           MOVE SPACES TO B-PAC-NAME.
           STRING 'pac' DELIMITED BY SIZE
                  CONC-REGION DELIMITED BY SPACE
                  SWEEP-CCYY-DISPLAY DELIMITED BY SIZE
                  '.btr' DELIMITED BY SIZE
                  INTO B-PAC-NAME.

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
              DISPLAY 'PACCONC: OPEN ' B-PAC-NAME ' FAILED--> '
                  BTRV-STATUS-MESSAGE
              SET JOB-HAS-FAILED TO TRUE
              GO TO SWEEP-YEAR-EXIT.

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
              DISPLAY 'PACCONC: GET-GR FAILED--> ' BTRV-STATUS-MESSAGE
              SET JOB-HAS-FAILED TO TRUE
              GO TO SWEEP-CLOSE.

           MOVE RETURN-CODE TO BULK-STATUS.
           MOVE 'S' TO BULK-REQUEST.
           CALL 'PACBULK' USING BULK-PARM B-PAC-FILE-STUFF.
           MOVE BULK-STATUS TO RETURN-CODE.

       SWEEP-NEXT.
           IF RETURN-CODE NOT = 0
              IF RETURN-CODE NOT = 9
                 MOVE RETURN-CODE TO BTRV-STATUS-CODE
                 CALL 'BTRVMSG' USING BTRV-STATUS-CODE
                     BTRV-STATUS-MESSAGE
                 MOVE 'GET-NX' TO ERRJ-OPERATION
                 PERFORM LOG-ERROR-JOURNAL
                 DISPLAY 'PACCONC: READ FAILED--> '
                     BTRV-STATUS-MESSAGE
                 SET JOB-HAS-FAILED TO TRUE
              END-IF
              GO TO SWEEP-CLOSE.

           IF PAC-REC-ACTIVE
              IF YEAR-SLOT = 1
                 ADD 1 TO CNT
              END-IF
              PERFORM POST-RECORD THRU POST-RECORD-EXIT
              IF TABLE-OVERFLOWED
                 DISPLAY 'PACCONC: ' B-PAC-NAME ' HAS MORE HOLDINGS'
                     ' THAN THE TABLES HOLD -- RUN FAILED'
                 SET JOB-HAS-FAILED TO TRUE
                 GO TO SWEEP-CLOSE.

           MOVE 'N' TO BULK-REQUEST.
           CALL 'PACBULK' USING BULK-PARM B-PAC-FILE-STUFF.
           MOVE BULK-RECORD TO PAC-RECORD.
           MOVE BULK-STATUS TO RETURN-CODE.
           GO TO SWEEP-NEXT.

       SWEEP-CLOSE.
           CALL WINAPI 'BTRV' USING by value B-CLOSE,
             by reference B-PAC-POSITION,
             OWNER-NAME, OWNER-LENGTH,
             B-PAC-KEY-BUFFER, by value B-PAC-KEY-NUMBER.
           IF RETURN-CODE NOT = ZERO
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'CLOSE' TO ERRJ-OPERATION
              PERFORM LOG-ERROR-JOURNAL
              DISPLAY 'PACCONC: CLOSE FAILED--> ' BTRV-STATUS-MESSAGE
              SET JOB-HAS-FAILED TO TRUE.
       SWEEP-YEAR-EXIT. EXIT.

      *      ADD THE RECORD TO ITS MEMBER'S ENTRY FOR THE CELL AND TO
      *      THE CELL ITSELF.
       POST-RECORD.
           IF PAC-KEY-SERIAL NOT = SWEEP-SERIAL
              MOVE PAC-KEY-SERIAL TO SWEEP-SERIAL
              COMPUTE SERIAL-FIRST = HY-COUNT (YEAR-SLOT) + 1.
           MOVE PAC-AREA TO CELL-AREA.
           MOVE PAC-SPEC TO CELL-SPEC.
           IF PAC-QTY NUMERIC
              MOVE PAC-QTY TO RECORD-QTY
           ELSE
              MOVE 0 TO RECORD-QTY.
           IF PAC-VALUE NUMERIC
              MOVE PAC-VALUE TO RECORD-VALUE
           ELSE
              MOVE 0 TO RECORD-VALUE.

           PERFORM FIND-OR-ADD-CELL THRU FIND-OR-ADD-CELL-EXIT.
           IF TABLE-OVERFLOWED
              GO TO POST-RECORD-EXIT.

           SET HOLDER-NOT-FOUND TO TRUE.
           PERFORM FIND-SERIAL-HOLDER
               VARYING HOLDER-SCAN FROM SERIAL-FIRST BY 1
               UNTIL HOLDER-SCAN > HY-COUNT (YEAR-SLOT)
                  OR HOLDER-FOUND.
           IF HOLDER-NOT-FOUND
              IF HY-COUNT (YEAR-SLOT) NOT < 5000
                 SET TABLE-OVERFLOWED TO TRUE
                 GO TO POST-RECORD-EXIT
              END-IF
              ADD 1 TO HY-COUNT (YEAR-SLOT)
              MOVE HY-COUNT (YEAR-SLOT) TO HOLDER-MATCH
              MOVE CELL-KEY      TO HE-KEY (YEAR-SLOT, HOLDER-MATCH)
              MOVE PAC-KEY-SERIAL
                TO HE-SERIAL (YEAR-SLOT, HOLDER-MATCH)
              MOVE 0   TO HE-QTY (YEAR-SLOT, HOLDER-MATCH)
              MOVE 0   TO HE-VALUE (YEAR-SLOT, HOLDER-MATCH)
              MOVE 'N' TO HE-LISTED (YEAR-SLOT, HOLDER-MATCH)
              ADD 1 TO CE-HOLDERS (YEAR-SLOT, CELL-MATCH).
           ADD RECORD-QTY   TO HE-QTY (YEAR-SLOT, HOLDER-MATCH).
           ADD RECORD-VALUE TO HE-VALUE (YEAR-SLOT, HOLDER-MATCH).
           ADD RECORD-QTY   TO CE-QTY (YEAR-SLOT, CELL-MATCH).
           ADD RECORD-VALUE TO CE-VALUE (YEAR-SLOT, CELL-MATCH).
       POST-RECORD-EXIT. EXIT.

       FIND-SERIAL-HOLDER.
           IF HE-KEY (YEAR-SLOT, HOLDER-SCAN) = CELL-KEY
              SET HOLDER-FOUND TO TRUE
              MOVE HOLDER-SCAN TO HOLDER-MATCH.

      *      THE CELL FOR CELL-KEY, ADDED IN ORDER IF IT IS NEW.
       FIND-OR-ADD-CELL.
           SET CELL-SLOT-NOT-FOUND TO TRUE.
           PERFORM CHECK-CELL-SLOT
               VARYING CELL-SCAN FROM 1 BY 1
               UNTIL CELL-SCAN > CY-COUNT (YEAR-SLOT)
                  OR CELL-SLOT-FOUND.
           IF CELL-SLOT-FOUND
              IF CE-KEY (YEAR-SLOT, CELL-POS) = CELL-KEY
                 MOVE CELL-POS TO CELL-MATCH
                 GO TO FIND-OR-ADD-CELL-EXIT.
           IF CELL-SLOT-NOT-FOUND
              COMPUTE CELL-POS = CY-COUNT (YEAR-SLOT) + 1.
           IF CY-COUNT (YEAR-SLOT) NOT < 200
              SET TABLE-OVERFLOWED TO TRUE
              GO TO FIND-OR-ADD-CELL-EXIT.
           ADD 1 TO CY-COUNT (YEAR-SLOT).
           PERFORM SHIFT-CELL-ENTRY
               VARYING CELL-SHIFT FROM CY-COUNT (YEAR-SLOT) BY -1
               UNTIL CELL-SHIFT NOT > CELL-POS.
           MOVE CELL-KEY TO CE-KEY (YEAR-SLOT, CELL-POS).
           MOVE 0 TO CE-HOLDERS (YEAR-SLOT, CELL-POS).
           MOVE 0 TO CE-QTY (YEAR-SLOT, CELL-POS).
           MOVE 0 TO CE-VALUE (YEAR-SLOT, CELL-POS).
           MOVE CELL-POS TO CELL-MATCH.
       FIND-OR-ADD-CELL-EXIT. EXIT.

       CHECK-CELL-SLOT.
           IF CE-KEY (YEAR-SLOT, CELL-SCAN) NOT < CELL-KEY
              SET CELL-SLOT-FOUND TO TRUE
              MOVE CELL-SCAN TO CELL-POS.

       SHIFT-CELL-ENTRY.
           MOVE CELL-ENTRY (YEAR-SLOT, CELL-SHIFT - 1)
             TO CELL-ENTRY (YEAR-SLOT, CELL-SHIFT).

      *      THE CELL (YEAR-SLOT, CELL-MATCH) WORKED OUT ON THE
      *      BASIS: CELL-AMOUNT, INDEX-ACCUM, THE RANK TABLE AND
      *      TOP-SHARE.  IN THE REPORT YEAR IT ALSO COUNTS THE
      *      HOLDERS OVER THE THRESHOLD.
       SCAN-CELL.
           IF BASIS-IS-VALUE
              MOVE CE-VALUE (YEAR-SLOT, CELL-MATCH) TO CELL-AMOUNT
           ELSE
              MOVE CE-QTY (YEAR-SLOT, CELL-MATCH)   TO CELL-AMOUNT.
           MOVE 0 TO INDEX-ACCUM.
           MOVE 0 TO TOP-SHARE.
           MOVE 0 TO RANK-USED.
           PERFORM SCAN-ONE-HOLDER THRU SCAN-ONE-HOLDER-EXIT
               VARYING HOLDER-SCAN FROM 1 BY 1
               UNTIL HOLDER-SCAN > HY-COUNT (YEAR-SLOT).
           IF CELL-AMOUNT > 0
              PERFORM ADD-TOP-SHARE
                  VARYING RANK-SCAN FROM 1 BY 1
                  UNTIL RANK-SCAN > RANK-USED.

       SCAN-ONE-HOLDER.
           IF HE-KEY (YEAR-SLOT, HOLDER-SCAN) NOT = CELL-KEY
              GO TO SCAN-ONE-HOLDER-EXIT.
           PERFORM SET-ENTRY-AMOUNT.
           IF CELL-AMOUNT > 0
              COMPUTE SHARE-WORK ROUNDED =
                  ENTRY-AMOUNT * 100 / CELL-AMOUNT
              COMPUTE INDEX-ACCUM = INDEX-ACCUM
                                  + SHARE-WORK * SHARE-WORK
              IF YEAR-SLOT = 1 AND SHARE-WORK > SHARE-THRESHOLD
                 ADD 1 TO FLAGGED-COUNT
              END-IF
           END-IF.
           PERFORM RANK-HOLDER THRU RANK-HOLDER-EXIT.
       SCAN-ONE-HOLDER-EXIT. EXIT.

       SET-ENTRY-AMOUNT.
           IF BASIS-IS-VALUE
              MOVE HE-VALUE (YEAR-SLOT, HOLDER-SCAN) TO ENTRY-AMOUNT
           ELSE
              MOVE HE-QTY (YEAR-SLOT, HOLDER-SCAN)   TO ENTRY-AMOUNT.

       RANK-HOLDER.
           SET RANK-SLOT-NOT-FOUND TO TRUE.
           PERFORM CHECK-RANK-SLOT
               VARYING RANK-SCAN FROM 1 BY 1
               UNTIL RANK-SCAN > RANK-USED OR RANK-SLOT-FOUND.
           IF RANK-SLOT-NOT-FOUND
              COMPUTE RANK-POS = RANK-USED + 1.
           IF RANK-POS > TOP-N
              GO TO RANK-HOLDER-EXIT.
           IF RANK-USED < TOP-N
              ADD 1 TO RANK-USED.
           PERFORM SHIFT-RANK-ENTRY
               VARYING RANK-SHIFT FROM RANK-USED BY -1
               UNTIL RANK-SHIFT NOT > RANK-POS.
           MOVE HOLDER-SCAN  TO RK-INDEX (RANK-POS).
           MOVE ENTRY-AMOUNT TO RK-AMOUNT (RANK-POS).
       RANK-HOLDER-EXIT. EXIT.

       CHECK-RANK-SLOT.
           IF ENTRY-AMOUNT > RK-AMOUNT (RANK-SCAN)
              SET RANK-SLOT-FOUND TO TRUE
              MOVE RANK-SCAN TO RANK-POS.

       SHIFT-RANK-ENTRY.
           MOVE RANK-ENTRY (RANK-SHIFT - 1) TO RANK-ENTRY (RANK-SHIFT).

       ADD-TOP-SHARE.
           COMPUTE TOP-SHARE ROUNDED = TOP-SHARE
               + RK-AMOUNT (RANK-SCAN) * 100 / CELL-AMOUNT.

      *      ONE REPORT-YEAR CELL: ITS TOTALS, INDEX, THE COMPARISON
      *      YEAR'S FIGURES IF ASKED FOR, THE TOP N, THEN ANYONE ELSE
      *      OVER THE THRESHOLD.  THE COMPARISON YEAR IS WORKED
      *      FIRST SO THE REPORT YEAR'S RANK TABLE IS THE ONE LEFT.
       WRITE-CELL.
           MOVE CE-KEY (1, CELL-IDX) TO CELL-KEY.
           MOVE 0 TO PRIOR-CELL-MATCH.
           IF COMPARING-YEARS
              MOVE 2 TO YEAR-SLOT
              PERFORM FIND-CELL-IN-SLOT
              IF CELL-MATCH > 0
                 MOVE CELL-MATCH TO PRIOR-CELL-MATCH
                 PERFORM SCAN-CELL
                 MOVE CELL-AMOUNT TO PRIOR-CELL-AMOUNT
                 MOVE INDEX-ACCUM TO PRIOR-INDEX
                 MOVE TOP-SHARE   TO PRIOR-TOP-SHARE
              END-IF
           END-IF.
           MOVE 1 TO YEAR-SLOT.
           MOVE CELL-IDX TO CELL-MATCH.
           PERFORM SCAN-CELL.

           WRITE CONC-RPT-RECORD FROM CONC-BLANK-LINE.
           MOVE CELL-AREA               TO CC-AREA.
           MOVE CELL-SPEC               TO CC-SPEC.
           MOVE CE-HOLDERS (1, CELL-IDX) TO CC-HOLDERS.
           MOVE CE-QTY (1, CELL-IDX)     TO CC-QTY.
           MOVE CE-VALUE (1, CELL-IDX)   TO CC-VALUE.
           WRITE CONC-RPT-RECORD FROM CONC-CELL-LINE.
           COMPUTE CI-INDEX ROUNDED = INDEX-ACCUM.
           MOVE TOP-N     TO CI-TOP-N.
           MOVE TOP-SHARE TO CI-TOP-SHARE.
           MOVE SPACES TO CI-PRIOR.
           IF COMPARING-YEARS
              MOVE CONC-COMPARE-CCYY TO CP-CCYY
              IF PRIOR-CELL-MATCH > 0
                 COMPUTE CP-INDEX ROUNDED = PRIOR-INDEX
                 MOVE PRIOR-TOP-SHARE TO CP-TOP-SHARE
                 MOVE CONC-PRIOR-PART TO CI-PRIOR
              ELSE
                 MOVE CONC-COMPARE-CCYY TO SWEEP-CCYY-DISPLAY
                 STRING '  NOT HELD IN ' DELIMITED BY SIZE
                        SWEEP-CCYY-DISPLAY DELIMITED BY SIZE
                        INTO CI-PRIOR
              END-IF
           END-IF.
           WRITE CONC-RPT-RECORD FROM CONC-INDEX-LINE.
           WRITE CONC-RPT-RECORD FROM CONC-HOLDER-HEADING.
           PERFORM WRITE-RANKED-HOLDER
               VARYING RANK-SCAN FROM 1 BY 1
               UNTIL RANK-SCAN > RANK-USED.
           PERFORM WRITE-FLAGGED-HOLDER
               THRU WRITE-FLAGGED-HOLDER-EXIT
               VARYING HOLDER-SCAN FROM 1 BY 1
               UNTIL HOLDER-SCAN > HY-COUNT (1).

       WRITE-RANKED-HOLDER.
           MOVE RK-INDEX (RANK-SCAN) TO HOLDER-MATCH.
           MOVE RANK-SCAN TO CD-RANK.
           PERFORM WRITE-HOLDER-LINE.

      *      OVER THE THRESHOLD BUT NOT IN THE TOP N -- ONLY POSSIBLE
      *      WHEN THE THRESHOLD IS SET LOW.
       WRITE-FLAGGED-HOLDER.
           IF HE-KEY (1, HOLDER-SCAN) NOT = CELL-KEY
              OR HE-LISTED (1, HOLDER-SCAN) = 'Y'
              OR CELL-AMOUNT = 0
              GO TO WRITE-FLAGGED-HOLDER-EXIT.
           PERFORM SET-ENTRY-AMOUNT.
           COMPUTE SHARE-WORK ROUNDED =
               ENTRY-AMOUNT * 100 / CELL-AMOUNT.
           IF SHARE-WORK NOT > SHARE-THRESHOLD
              GO TO WRITE-FLAGGED-HOLDER-EXIT.
           MOVE HOLDER-SCAN TO HOLDER-MATCH.
           MOVE 0 TO CD-RANK.
           PERFORM WRITE-HOLDER-LINE.
       WRITE-FLAGGED-HOLDER-EXIT. EXIT.

      *      THE REPORT-YEAR ENTRY AT HOLDER-MATCH, WITH ITS NAME,
      *      SHARES, FLAG AND COMPARISON-YEAR SHARE.
       WRITE-HOLDER-LINE.
           MOVE 'Y' TO HE-LISTED (1, HOLDER-MATCH).
           MOVE HE-SERIAL (1, HOLDER-MATCH) TO CD-SERIAL.
           MOVE SPACES TO CD-NAME.
           IF MEMBER-FILE-OPEN
              MOVE HE-SERIAL (1, HOLDER-MATCH) TO B-MEM-KEY-SERIAL
              CALL WINAPI 'BTRV' USING by value B-GET-EQUAL,
                by reference B-MEM-POSITION,
                   MEMBER-RECORD, B-MEM-LENGTH, B-MEM-KEY-BUFFER,
                   by value B-MEM-KEY-NUMBER
              IF RETURN-CODE = ZERO
                 MOVE MEM-NAME TO CD-NAME
              END-IF
           END-IF.
           MOVE HE-QTY (1, HOLDER-MATCH)   TO CD-QTY.
           MOVE HE-VALUE (1, HOLDER-MATCH) TO CD-VALUE.
           MOVE 0 TO CD-QTY-SHARE.
           IF CE-QTY (1, CELL-IDX) > 0
              COMPUTE CD-QTY-SHARE ROUNDED =
                  HE-QTY (1, HOLDER-MATCH) * 100 / CE-QTY (1, CELL-IDX).
           MOVE 0 TO CD-VALUE-SHARE.
           IF CE-VALUE (1, CELL-IDX) > 0
              COMPUTE CD-VALUE-SHARE ROUNDED =
                  HE-VALUE (1, HOLDER-MATCH) * 100
                / CE-VALUE (1, CELL-IDX).
           MOVE SPACE TO CD-FLAG.
           IF CELL-AMOUNT > 0
              IF BASIS-IS-VALUE
                 COMPUTE SHARE-WORK ROUNDED =
                     HE-VALUE (1, HOLDER-MATCH) * 100 / CELL-AMOUNT
              ELSE
                 COMPUTE SHARE-WORK ROUNDED =
                     HE-QTY (1, HOLDER-MATCH) * 100 / CELL-AMOUNT
              END-IF
              IF SHARE-WORK > SHARE-THRESHOLD
                 MOVE '*' TO CD-FLAG
              END-IF
           END-IF.
           MOVE SPACES TO CD-PRIOR-X.
           IF COMPARING-YEARS
              PERFORM SET-PRIOR-SHARE THRU SET-PRIOR-SHARE-EXIT.
           WRITE CONC-RPT-RECORD FROM CONC-HOLDER-LINE.

      *      THE SAME MEMBER'S BASIS SHARE OF THE SAME CELL IN THE
      *      COMPARISON YEAR; '-' WHEN THEY DID NOT HOLD THERE.
       SET-PRIOR-SHARE.
           MOVE '     -' TO CD-PRIOR-X.
           IF PRIOR-CELL-MATCH = 0 OR PRIOR-CELL-AMOUNT = 0
              GO TO SET-PRIOR-SHARE-EXIT.
           SET HOLDER-NOT-FOUND TO TRUE.
           PERFORM FIND-PRIOR-HOLDER
               VARYING PRIOR-SCAN FROM 1 BY 1
               UNTIL PRIOR-SCAN > HY-COUNT (2) OR HOLDER-FOUND.
           IF HOLDER-FOUND
              IF BASIS-IS-VALUE
                 MOVE HE-VALUE (2, PRIOR-MATCH) TO ENTRY-AMOUNT
              ELSE
                 MOVE HE-QTY (2, PRIOR-MATCH)   TO ENTRY-AMOUNT
              END-IF
              COMPUTE CD-PRIOR ROUNDED =
                  ENTRY-AMOUNT * 100 / PRIOR-CELL-AMOUNT.
       SET-PRIOR-SHARE-EXIT. EXIT.

       FIND-PRIOR-HOLDER.
           IF HE-KEY (2, PRIOR-SCAN) = CELL-KEY
              AND HE-SERIAL (2, PRIOR-SCAN) = CD-SERIAL
              SET HOLDER-FOUND TO TRUE
              MOVE PRIOR-SCAN TO PRIOR-MATCH.

       FIND-CELL-IN-SLOT.
           MOVE 0 TO CELL-MATCH.
           PERFORM CHECK-CELL-MATCH
               VARYING CELL-SCAN FROM 1 BY 1
               UNTIL CELL-SCAN > CY-COUNT (YEAR-SLOT) OR CELL-MATCH > 0.

       CHECK-CELL-MATCH.
           IF CE-KEY (YEAR-SLOT, CELL-SCAN) = CELL-KEY
              MOVE CELL-SCAN TO CELL-MATCH.

      *      A COMPARISON-YEAR CELL WITH NOTHING HELD IN THE REPORT
      *      YEAR -- CONCENTRATION THAT HAS GONE, NOT MOVED.
       WRITE-PRIOR-ONLY-CELL.
           MOVE CE-KEY (2, CELL-IDX) TO CELL-KEY.
           MOVE 1 TO YEAR-SLOT.
           PERFORM FIND-CELL-IN-SLOT.
           IF CELL-MATCH > 0
              GO TO WRITE-PRIOR-ONLY-CELL-EXIT.
           MOVE 2 TO YEAR-SLOT.
           MOVE CELL-IDX TO CELL-MATCH.
           PERFORM SCAN-CELL.
           MOVE 1 TO YEAR-SLOT.
           WRITE CONC-RPT-RECORD FROM CONC-BLANK-LINE.
           MOVE CELL-AREA TO CO-AREA.
           MOVE CELL-SPEC TO CO-SPEC.
           MOVE CONC-CCYY TO CO-CCYY.
           MOVE CONC-COMPARE-CCYY TO CP-CCYY.
           COMPUTE CP-INDEX ROUNDED = INDEX-ACCUM.
           MOVE TOP-SHARE TO CP-TOP-SHARE.
           MOVE CONC-PRIOR-PART TO CO-PRIOR.
           WRITE CONC-RPT-RECORD FROM CONC-ORPHAN-LINE.
       WRITE-PRIOR-ONLY-CELL-EXIT. EXIT.

       LOG-ERROR-JOURNAL.
           MOVE B-PAC-KEY-BUFFER TO ERRJ-KEY.
           MOVE BTRV-STATUS-CODE TO ERRJ-STATUS-CODE.
           MOVE BTRV-STATUS-MESSAGE TO ERRJ-MESSAGE.
           CALL 'PACERRJ' USING ERRJ-PARM.
