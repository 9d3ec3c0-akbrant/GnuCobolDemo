       ID DIVISION.
       PROGRAM-ID.  PACRTNR.
       AUTHOR.  Oliphant .
       DATE-WRITTEN. OCTOBER 15, 2026.
       DATE-COMPILED.
       REMARKS.  ACTIVITY RETURNS RECONCILIATION.  ONE READ-ONLY
           SWEEP OF pacCCYY.btr, IN SERIAL+SEQ ORDER, SETS EVERY
           ACTIVE REGISTRATION'S PAC-QTY AGAINST THE QUANTITY ITS
           MEMBER HAS REPORTED TAKING ON THE RETURNS PACRTNL HAS PUT
           ON retCCYY.btr -- READ BACK UNDER THE SAME SERIAL+SEQ,
           ALL PERIODS TOGETHER.  THE REPORT (pacCCYY.rtr, THROUGH
           PACPAGE, THE PRIOR COPY ROTATED BY PACGDG) LISTS EACH
           REGISTRATION WITH ITS RETURNS FILED, THE TOTAL REPORTED
           AND THE DIFFERENCE (REPORTED LESS REGISTERED), FLAGGING
           ONE WITH NO RETURNS AND ONE WHOSE REPORTED ACTIVITY HAS
           GONE PAST ITS REGISTERED QUANTITY, THEN THE SAME FIGURES
           TOTALLED BY SPEC/AREA AND FOR THE YEAR.  NO RETURNS FILE
           YET MEANS NOTHING HAS BEEN REPORTED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. COMPAQ-DESKPRO-286.
       OBJECT-COMPUTER. ANY-COMPAQ-COMPATABLE.
       SPECIAL-NAMES.
           CALL-CONVENTION 64 IS WINAPI.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RTNR-RPT-FILE ASSIGN TO WS-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RTNR-RPT-FILE.
       01  RTNR-RPT-RECORD             PIC X(80).
*      WORKING-STORAGE SECTION.
       01  B-OPEN         PIC 9(4) BINARY VALUE 0.
       01  B-CLOSE        PIC 9(4) BINARY VALUE 1.
       01  B-GET-NEXT     PIC 9(4) BINARY VALUE 6.
       01  B-GET-GREATER  PIC 9(4) BINARY VALUE 9.
       01  PAC-RECORD.
           COPY 'PAC.COB'.
       01  RETURN-RECORD.
           COPY 'PACRTN.COB'.
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

       01  B-RTN-FILE-STUFF.
           05  B-RTN-POSITION          PIC X(128).
           05  B-RTN-LENGTH            PIC 9(4)    BINARY  VALUE 40.
           05  B-RTN-NAME              PIC X(32).
           05  B-RTN-KEY-NUMBER        PIC S9(4)   BINARY.
           05  B-RTN-KEY-BUFFER.
               10  B-RTN-KEY-SERIAL    PIC X(05).
               10  B-RTN-KEY-SEQ       PIC 9(03).
               10  B-RTN-KEY-PERIOD    PIC 9(02).

       01  BTRV-STATUS-CODE     PIC S9(4) BINARY VALUE 0.
       01  BTRV-STATUS-MESSAGE  PIC X(40) VALUE SPACES.

      *      CENTRAL ERROR JOURNAL HOOK -- ONE PACERRJ ROW PER
      *      NONZERO BTRV STATUS (PACERRJ HAS NO SEPARATE COPYBOOK
      *      FOR ITS PARAMETER).
       01  ERRJ-PARM.
           05  ERRJ-PROGRAM       PIC X(08) VALUE 'PACRTNR'.
           05  ERRJ-OPERATION     PIC X(08).
           05  ERRJ-KEY           PIC X(08).
           05  ERRJ-STATUS-CODE   PIC S9(4) BINARY.
           05  ERRJ-MESSAGE       PIC X(40).

      *      REPORT GENERATIONS -- THE PRIOR COPY IS ROTATED TO
      *      <name>.g1 (AND SO ON) THROUGH PACGDG BEFORE THE NEW
      *      RUN OPENS OUTPUT.
       01  GDG-PARM.
           05  GDG-FILE-NAME        PIC X(32).

       01  TARGET-CCYY-DISPLAY  PIC 9(4) VALUE 0.
       01  WS-RPT-NAME           PIC X(32).
       01  RPT-FILE-STATUS       PIC X(2).

       01  JOB-FAILED-SW         PIC X VALUE 'N'.
           88  JOB-HAS-FAILED           VALUE 'Y'.
           88  JOB-IS-CLEAN             VALUE 'N'.
       01  RTN-OPEN-SW           PIC X VALUE 'N'.
           88  RETURNS-FILE-OPEN        VALUE 'Y'.
           88  RETURNS-FILE-CLOSED      VALUE 'N'.
       01  RTN-MORE-SW           PIC X VALUE 'N'.
           88  MORE-RETURNS             VALUE 'Y'.
           88  NO-MORE-RETURNS          VALUE 'N'.

       01  CNT                   PIC 9(08) VALUE 0.
       01  ACTIVE-COUNT          PIC 9(08) VALUE 0.
       01  REG-FILED             PIC 9(04) VALUE 0.
       01  REG-REPORTED          PIC 9(09) VALUE 0.
       01  REG-DIFFERENCE        PIC S9(09) VALUE 0.
       01  NONE-FILED-COUNT      PIC 9(08) VALUE 0.
       01  OVER-COUNT            PIC 9(08) VALUE 0.
       01  TOTAL-QTY             PIC 9(09) VALUE 0.
       01  TOTAL-FILED           PIC 9(07) VALUE 0.
       01  TOTAL-REPORTED        PIC 9(09) VALUE 0.

      *      ONE CELL PER SPEC/AREA SEEN, KEPT IN SPEC/AREA ORDER AS
      *      THE CELLS ARE ADDED.
       01  CELL-COUNT            PIC 9(04) VALUE 0.
       01  CELL-MAX              PIC 9(04) VALUE 200.
       01  CELL-TABLE.
           05  CELL-ENTRY OCCURS 200 TIMES
                   INDEXED BY CELL-IDX.
               10  CELL-KEY.
                   15  CELL-SPEC    PIC X(01).
                   15  CELL-AREA    PIC X(01).
               10  CELL-RECORDS     PIC 9(07).
               10  CELL-QTY         PIC 9(09).
               10  CELL-FILED       PIC 9(07).
               10  CELL-REPORTED    PIC 9(09).
       01  CELL-SCAN             PIC 9(04) VALUE 0.
       01  CELL-AT               PIC 9(04) VALUE 0.
       01  CELL-FROM             PIC 9(04) VALUE 0.
       01  WANT-CELL-KEY.
           05  WANT-SPEC         PIC X(01).
           05  WANT-AREA         PIC X(01).
       01  CELL-FOUND-SW         PIC X VALUE 'N'.
           88  CELL-IS-FOUND            VALUE 'Y'.
           88  CELL-NOT-FOUND           VALUE 'N'.
       01  CELL-OVERFLOW-SW      PIC X VALUE 'N'.
           88  CELLS-OVERFLOWED         VALUE 'Y'.

      *      RUN-HISTORY HOOK -- SEE PACHIST.
       01  HIST-PARM.
           05  HIST-PROGRAM       PIC X(08) VALUE 'PACRTNR'.
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

       01  RR-COLUMN-LINE.
           05  FILLER             PIC X(40) VALUE
               ' SERIAL-SEQ SP GEAR AR REGISTERED FILED '.
           05  FILLER             PIC X(40) VALUE
               '  REPORTED DIFFERENCE'.
       01  RR-DETAIL-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  RD-SERIAL          PIC X(05).
           05  FILLER             PIC X(01) VALUE '-'.
           05  RD-SEQ             PIC 9(03).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RD-SPEC            PIC X(01).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RD-GEAR            PIC X(02).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  RD-AREA            PIC X(01).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  RD-QTY             PIC ZZZ,ZZ9.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  RD-FILED           PIC ZZ9.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  RD-REPORTED        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  RD-DIFFERENCE      PIC ---,---,--9.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  RD-NOTE            PIC X(17).
       01  RR-CELL-HEAD-LINE.
           05  FILLER             PIC X(40) VALUE
               ' SPEC AREA  REGISTNS   REGISTERED  FILED'.
           05  FILLER             PIC X(40) VALUE
               '    REPORTED  DIFFERENCE'.
       01  RR-CELL-LINE.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  RC-SPEC            PIC X(01).
           05  FILLER             PIC X(04) VALUE SPACES.
           05  RC-AREA            PIC X(01).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RC-RECORDS         PIC ZZZ,ZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RC-QTY             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  RC-FILED           PIC ZZZ,ZZ9.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  RC-REPORTED        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  RC-DIFFERENCE      PIC ---,---,--9.
           05  FILLER             PIC X(17) VALUE SPACES.
       01  RR-TOTAL-LINE.
           05  RT-LABEL           PIC X(49).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RT-COUNT           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER             PIC X(18) VALUE SPACES.
       01  RR-BLANK-LINE          PIC X(80) VALUE SPACES.
       01  RR-FAILED-LINE         PIC X(80) VALUE
           '   *** READ FAILED -- THIS REPORT IS INCOMPLETE ***'.

       LINKAGE SECTION.
       01  RTNR-PARM.
           05  RTNR-CCYY           PIC 9(04).

      *      REGION CODE -- SPACES = THE HISTORIC SINGLE-REGION
      *      FILE SET (pacCCYY.btr); OTHERWISE QUALIFIES EVERY
      *      PER-YEAR FILE NAME THE RUN TOUCHES.
           05  RTNR-REGION         PIC X(02).
       PROCEDURE DIVISION USING RTNR-PARM.
       A000-BEGIN.
           CALL 'DOS_GET_TIME' USING HIST-START-STAMP.
           MOVE RTNR-CCYY TO TARGET-CCYY-DISPLAY.
           MOVE SPACES TO B-PAC-NAME.
           STRING 'pac' DELIMITED BY SIZE
                  RTNR-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.btr' DELIMITED BY SIZE
                  INTO B-PAC-NAME.
           MOVE SPACES TO B-RTN-NAME.
           STRING 'ret' DELIMITED BY SIZE
                  RTNR-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.btr' DELIMITED BY SIZE
                  INTO B-RTN-NAME.
           MOVE SPACES TO WS-RPT-NAME.
           STRING 'pac' DELIMITED BY SIZE
                  RTNR-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.rtr' DELIMITED BY SIZE
                  INTO WS-RPT-NAME.

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
              DISPLAY 'PACRTNR: PAC OPEN FAILED--> '
                  BTRV-STATUS-MESSAGE
              SET JOB-HAS-FAILED TO TRUE
              GO TO DONE.

           MOVE -2 TO B-RTN-KEY-NUMBER.
           CALL WINAPI 'BTRV' USING by value B-OPEN,
             by reference B-RTN-POSITION,
             OWNER-NAME, OWNER-LENGTH, B-RTN-NAME,
             by value B-RTN-KEY-NUMBER.
           IF RETURN-CODE = ZERO
              SET RETURNS-FILE-OPEN TO TRUE
           ELSE IF RETURN-CODE = 12
              DISPLAY 'PACRTNR: NO ' B-RTN-NAME ' YET -- NO RETURNS'
                  ' HAVE BEEN LOADED FOR THE YEAR'
           ELSE
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'OPEN' TO ERRJ-OPERATION
              PERFORM LOG-RETURNS-ERROR
              DISPLAY 'PACRTNR: RETURNS OPEN FAILED--> '
                  BTRV-STATUS-MESSAGE
              SET JOB-HAS-FAILED TO TRUE
              GO TO CLOSE-PAC.

           MOVE WS-RPT-NAME TO GDG-FILE-NAME.
           CALL 'PACGDG' USING GDG-PARM.
           OPEN OUTPUT RTNR-RPT-FILE.
           MOVE 'ACTIVITY RETURNS AGAINST REGISTERED QTY' TO PGH-TITLE.
           MOVE TARGET-CCYY-DISPLAY TO PGH-CCYY.
           MOVE 0  TO PGH-PAGE-NUMBER.
           MOVE 56 TO PGH-LINES-PER-PAGE.
           MOVE 99 TO PGH-LINE-COUNT.
           PERFORM START-NEW-PAGE.
           MOVE RR-COLUMN-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.

           MOVE 0 TO B-PAC-KEY-NUMBER.
           MOVE 0 TO B-RTN-KEY-NUMBER.
           MOVE LOW-VALUES TO B-PAC-KEY-BUFFER.
           CALL WINAPI 'BTRV' USING by value B-GET-GREATER,
             by reference B-PAC-POSITION,
                PAC-RECORD, B-PAC-LENGTH, B-PAC-KEY-BUFFER,
                by value B-PAC-KEY-NUMBER.

       SWEEP-NEXT.
           IF RETURN-CODE = 9
              GO TO SWEEP-END.
           IF RETURN-CODE NOT = 0
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'GET-NX' TO ERRJ-OPERATION
              PERFORM LOG-ERROR-JOURNAL
              DISPLAY 'PACRTNR: READ FAILED--> ' BTRV-STATUS-MESSAGE
              SET JOB-HAS-FAILED TO TRUE
              GO TO SWEEP-END.
           ADD 1 TO CNT.
           IF PAC-REC-ACTIVE
              PERFORM RECONCILE-ONE-RECORD THRU
                  RECONCILE-ONE-RECORD-EXIT.
           IF JOB-HAS-FAILED
              GO TO SWEEP-END.
           CALL WINAPI 'BTRV' USING by value B-GET-NEXT,
             by reference B-PAC-POSITION,
                PAC-RECORD, B-PAC-LENGTH, B-PAC-KEY-BUFFER,
                by value B-PAC-KEY-NUMBER.
           GO TO SWEEP-NEXT.

       SWEEP-END.
           IF JOB-HAS-FAILED
              MOVE RR-FAILED-LINE TO RPT-LINE-WORK
              PERFORM WRITE-RPT-LINE
              GO TO END-REPORT.

           MOVE RR-BLANK-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE RR-CELL-HEAD-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           PERFORM REPORT-ONE-CELL
               VARYING CELL-SCAN FROM 1 BY 1
               UNTIL CELL-SCAN > CELL-COUNT.
           MOVE SPACES TO RR-CELL-LINE.
           MOVE 'ALL'          TO RR-CELL-LINE (2:3).
           MOVE ACTIVE-COUNT   TO RC-RECORDS.
           MOVE TOTAL-QTY      TO RC-QTY.
           MOVE TOTAL-FILED    TO RC-FILED.
           MOVE TOTAL-REPORTED TO RC-REPORTED.
           COMPUTE RC-DIFFERENCE = TOTAL-REPORTED - TOTAL-QTY.
           MOVE RR-CELL-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.

           MOVE RR-BLANK-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE 'ACTIVE REGISTRATIONS' TO RT-LABEL.
           MOVE ACTIVE-COUNT TO RT-COUNT.
           MOVE RR-TOTAL-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE 'WITH NO RETURN FILED' TO RT-LABEL.
           MOVE NONE-FILED-COUNT TO RT-COUNT.
           MOVE RR-TOTAL-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE 'REPORTING MORE THAN THE REGISTERED QTY' TO RT-LABEL.
           MOVE OVER-COUNT TO RT-COUNT.
           MOVE RR-TOTAL-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           IF CELLS-OVERFLOWED
              MOVE '   MORE SPEC/AREA CELLS THAN THE TABLE HOLDS --'
                  TO RPT-LINE-WORK
              PERFORM WRITE-RPT-LINE
              MOVE '   THE CELL TOTALS ABOVE ARE SHORT; THE YEAR'
                  TO RPT-LINE-WORK
              PERFORM WRITE-RPT-LINE
              MOVE '   TOTAL IS NOT' TO RPT-LINE-WORK
              PERFORM WRITE-RPT-LINE.

       END-REPORT.
           PERFORM WRITE-END-LINE.
           CLOSE RTNR-RPT-FILE.
           IF RETURNS-FILE-CLOSED
              GO TO CLOSE-PAC.
           CALL WINAPI 'BTRV' USING by value B-CLOSE,
             by reference B-RTN-POSITION,
             OWNER-NAME, OWNER-LENGTH,
             B-RTN-KEY-BUFFER, by value B-RTN-KEY-NUMBER.
           IF RETURN-CODE NOT = ZERO
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'CLOSE' TO ERRJ-OPERATION
              PERFORM LOG-RETURNS-ERROR
              DISPLAY 'PACRTNR: RETURNS CLOSE FAILED--> '
                  BTRV-STATUS-MESSAGE.

       CLOSE-PAC.
           CALL WINAPI 'BTRV' USING by value B-CLOSE,
             by reference B-PAC-POSITION,
             OWNER-NAME, OWNER-LENGTH,
             B-PAC-KEY-BUFFER, by value B-PAC-KEY-NUMBER.
           IF RETURN-CODE NOT = ZERO
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'CLOSE' TO ERRJ-OPERATION
              PERFORM LOG-ERROR-JOURNAL
              DISPLAY 'PACRTNR: PAC CLOSE FAILED--> '
                  BTRV-STATUS-MESSAGE.

       DONE.
           MOVE TARGET-CCYY-DISPLAY TO HIST-CCYY.
           MOVE CNT                 TO HIST-RECORDS.
           IF JOB-HAS-FAILED
              MOVE 'FAILED' TO HIST-STATUS.
           CALL 'PACHIST' USING HIST-PARM.
           IF JOB-IS-CLEAN
              DISPLAY 'PACRTNR: ' ACTIVE-COUNT ' ACTIVE OF ' CNT
                  ' RECORD(S), ' NONE-FILED-COUNT ' WITH NO RETURN, '
                  OVER-COUNT ' OVER -- ' WS-RPT-NAME
              MOVE 0 TO RETURN-CODE
           ELSE
              DISPLAY 'PACRTNR: RETURNS RECONCILIATION FAILED'
              MOVE 1 TO RETURN-CODE.
           GOBACK.

      *      THE REGISTRATION'S RETURNS ALL SIT UNDER ITS SERIAL+SEQ,
      *      SO ONE GET-GREATER FROM PERIOD ZERO AND GET-NEXTS UNTIL
      *      THE KEY CHANGES PICK UP EVERY ONE.
       RECONCILE-ONE-RECORD.
           ADD 1 TO ACTIVE-COUNT.
           MOVE 0 TO REG-FILED.
           MOVE 0 TO REG-REPORTED.
           IF RETURNS-FILE-OPEN
              PERFORM SUM-RETURNS THRU SUM-RETURNS-EXIT
              IF JOB-HAS-FAILED
                 GO TO RECONCILE-ONE-RECORD-EXIT.
           COMPUTE REG-DIFFERENCE = REG-REPORTED - PAC-QTY.
           ADD PAC-QTY      TO TOTAL-QTY.
           ADD REG-FILED    TO TOTAL-FILED.
           ADD REG-REPORTED TO TOTAL-REPORTED.

           MOVE PAC-KEY-SERIAL TO RD-SERIAL.
           MOVE PAC-KEY-SEQ    TO RD-SEQ.
           MOVE PAC-SPEC       TO RD-SPEC.
           MOVE PAC-GEAR       TO RD-GEAR.
           MOVE PAC-AREA       TO RD-AREA.
           MOVE PAC-QTY        TO RD-QTY.
           MOVE REG-FILED      TO RD-FILED.
           MOVE REG-REPORTED   TO RD-REPORTED.
           MOVE REG-DIFFERENCE TO RD-DIFFERENCE.
           IF REG-FILED = 0
              MOVE 'NO RETURNS FILED' TO RD-NOTE
              ADD 1 TO NONE-FILED-COUNT
           ELSE IF REG-DIFFERENCE > 0
              MOVE 'OVER REGISTERED' TO RD-NOTE
              ADD 1 TO OVER-COUNT
           ELSE
              MOVE SPACES TO RD-NOTE.
           MOVE RR-DETAIL-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.

           MOVE PAC-SPEC TO WANT-SPEC.
           MOVE PAC-AREA TO WANT-AREA.
           PERFORM FIND-CELL THRU FIND-CELL-EXIT.
           IF CELL-NOT-FOUND
              GO TO RECONCILE-ONE-RECORD-EXIT.
           ADD 1            TO CELL-RECORDS (CELL-IDX).
           ADD PAC-QTY      TO CELL-QTY (CELL-IDX).
           ADD REG-FILED    TO CELL-FILED (CELL-IDX).
           ADD REG-REPORTED TO CELL-REPORTED (CELL-IDX).
       RECONCILE-ONE-RECORD-EXIT. EXIT.

       SUM-RETURNS.
           MOVE PAC-KEY-SERIAL TO B-RTN-KEY-SERIAL.
           MOVE PAC-KEY-SEQ    TO B-RTN-KEY-SEQ.
           MOVE 0              TO B-RTN-KEY-PERIOD.
           CALL WINAPI 'BTRV' USING by value B-GET-GREATER,
             by reference B-RTN-POSITION,
                RETURN-RECORD, B-RTN-LENGTH, B-RTN-KEY-BUFFER,
                by value B-RTN-KEY-NUMBER.
           SET MORE-RETURNS TO TRUE.
           PERFORM ADD-ONE-RETURN THRU ADD-ONE-RETURN-EXIT
               UNTIL NO-MORE-RETURNS.
       SUM-RETURNS-EXIT. EXIT.

       ADD-ONE-RETURN.
           IF RETURN-CODE = 9
              SET NO-MORE-RETURNS TO TRUE
              GO TO ADD-ONE-RETURN-EXIT.
           IF RETURN-CODE NOT = 0
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'GET-NX' TO ERRJ-OPERATION
              PERFORM LOG-RETURNS-ERROR
              DISPLAY 'PACRTNR: RETURNS READ FAILED--> '
                  BTRV-STATUS-MESSAGE
              SET JOB-HAS-FAILED TO TRUE
              SET NO-MORE-RETURNS TO TRUE
              GO TO ADD-ONE-RETURN-EXIT.
           IF RTN-SERIAL NOT = PAC-KEY-SERIAL
              OR RTN-SEQ NOT = PAC-KEY-SEQ
              SET NO-MORE-RETURNS TO TRUE
              GO TO ADD-ONE-RETURN-EXIT.
           ADD 1       TO REG-FILED.
           ADD RTN-QTY TO REG-REPORTED.
           CALL WINAPI 'BTRV' USING by value B-GET-NEXT,
             by reference B-RTN-POSITION,
                RETURN-RECORD, B-RTN-LENGTH, B-RTN-KEY-BUFFER,
                by value B-RTN-KEY-NUMBER.
       ADD-ONE-RETURN-EXIT. EXIT.

      *      FINDS WANT-CELL-KEY, OR OPENS A CELL FOR IT IN ORDER BY
      *      SHUFFLING THE LATER CELLS DOWN ONE.  A FULL TABLE LEAVES
      *      THE CELL OUT AND SAYS SO ON THE REPORT.
       FIND-CELL.
           SET CELL-NOT-FOUND TO TRUE.
           MOVE 0 TO CELL-AT.
           PERFORM CHECK-ONE-CELL
               VARYING CELL-SCAN FROM 1 BY 1
               UNTIL CELL-SCAN > CELL-COUNT OR CELL-AT > 0.
           IF CELL-IS-FOUND
              SET CELL-IDX TO CELL-AT
              GO TO FIND-CELL-EXIT.
           IF CELL-COUNT NOT < CELL-MAX
              SET CELLS-OVERFLOWED TO TRUE
              GO TO FIND-CELL-EXIT.
           IF CELL-AT = 0
              COMPUTE CELL-AT = CELL-COUNT + 1.
           PERFORM SHIFT-ONE-CELL
               VARYING CELL-FROM FROM CELL-COUNT BY -1
               UNTIL CELL-FROM < CELL-AT.
           ADD 1 TO CELL-COUNT.
           SET CELL-IDX TO CELL-AT.
           MOVE WANT-CELL-KEY TO CELL-KEY (CELL-IDX).
           MOVE 0 TO CELL-RECORDS (CELL-IDX).
           MOVE 0 TO CELL-QTY (CELL-IDX).
           MOVE 0 TO CELL-FILED (CELL-IDX).
           MOVE 0 TO CELL-REPORTED (CELL-IDX).
           SET CELL-IS-FOUND TO TRUE.
       FIND-CELL-EXIT. EXIT.

      *      STOPS ON THE CELL ITSELF OR ON THE FIRST CELL THAT
      *      SORTS AFTER IT.
       CHECK-ONE-CELL.
           SET CELL-IDX TO CELL-SCAN.
           IF CELL-KEY (CELL-IDX) = WANT-CELL-KEY
              SET CELL-IS-FOUND TO TRUE
              MOVE CELL-SCAN TO CELL-AT
           ELSE IF CELL-KEY (CELL-IDX) > WANT-CELL-KEY
              MOVE CELL-SCAN TO CELL-AT.

       SHIFT-ONE-CELL.
           MOVE CELL-ENTRY (CELL-FROM) TO CELL-ENTRY (CELL-FROM + 1).

       REPORT-ONE-CELL.
           SET CELL-IDX TO CELL-SCAN.
           MOVE SPACES TO RR-CELL-LINE.
           MOVE CELL-SPEC (CELL-IDX)     TO RC-SPEC.
           MOVE CELL-AREA (CELL-IDX)     TO RC-AREA.
           MOVE CELL-RECORDS (CELL-IDX)  TO RC-RECORDS.
           MOVE CELL-QTY (CELL-IDX)      TO RC-QTY.
           MOVE CELL-FILED (CELL-IDX)    TO RC-FILED.
           MOVE CELL-REPORTED (CELL-IDX) TO RC-REPORTED.
           COMPUTE RC-DIFFERENCE =
               CELL-REPORTED (CELL-IDX) - CELL-QTY (CELL-IDX).
           MOVE RR-CELL-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.

       WRITE-RPT-LINE.
           IF PGH-LINE-COUNT NOT < PGH-LINES-PER-PAGE
              PERFORM START-NEW-PAGE.
           WRITE RTNR-RPT-RECORD FROM RPT-LINE-WORK.
           ADD 1 TO PGH-LINE-COUNT.

       START-NEW-PAGE.
           MOVE 'H' TO PGH-REQUEST.
           CALL 'PACPAGE' USING PAGE-CTL.
           WRITE RTNR-RPT-RECORD FROM PGH-LINE-1.
           WRITE RTNR-RPT-RECORD FROM PGH-LINE-2.
           WRITE RTNR-RPT-RECORD FROM PGH-LINE-3.
           MOVE 03 TO PGH-LINE-COUNT.

       WRITE-END-LINE.
           MOVE 'E' TO PGH-REQUEST.
           CALL 'PACPAGE' USING PAGE-CTL.
           WRITE RTNR-RPT-RECORD FROM PGH-LINE-1.

       LOG-ERROR-JOURNAL.
           MOVE B-PAC-KEY-BUFFER TO ERRJ-KEY.
           MOVE BTRV-STATUS-CODE TO ERRJ-STATUS-CODE.
           MOVE BTRV-STATUS-MESSAGE TO ERRJ-MESSAGE.
           CALL 'PACERRJ' USING ERRJ-PARM.

       LOG-RETURNS-ERROR.
           MOVE B-RTN-KEY-BUFFER TO ERRJ-KEY.
           MOVE BTRV-STATUS-CODE TO ERRJ-STATUS-CODE.
           MOVE BTRV-STATUS-MESSAGE TO ERRJ-MESSAGE.
           CALL 'PACERRJ' USING ERRJ-PARM.
