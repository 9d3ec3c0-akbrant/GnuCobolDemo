       ID DIVISION.
       PROGRAM-ID.  PACQUTL.
       AUTHOR.  Oliphant .
       DATE-WRITTEN. OCTOBER 14, 2026.
       DATE-COMPILED.
       REMARKS.  QUOTA UTILISATION REPORT.  ONE LINE PER AREA/SPEC
           CELL THE REGULATOR HAS SET A QUOTA FOR IN THE YEAR
           (pacquota.dat, PACQTA.COB LAYOUT), SHOWING THE QUANTITY
           ALLOCATED, THE QUANTITY ALREADY ON ACTIVE RECORDS, WHAT
           IS LEFT, HOW FULL THE CELL IS, AND ITS WARNING LEVEL.  A
           CELL PAST ITS LIMIT IS FLAGGED OVER QUOTA AND ONE AT OR
           PAST ITS WARNING LEVEL NEAR LIMIT.  THE FIGURES COME FROM
           PACQTAQ -- THE SAME SWEEP AND THE SAME RULES PACMAINT,
           PACMNTSC, PACLOAD, PACTRAN AND PACCARRY ARE HELD TO --
           SO THE REPORT CANNOT DISAGREE WITH THE CHECKS.  A SECOND
           LINE FOR A CELL ALREADY LISTED IS SHOWN AS IGNORED, AS
           PACQTAQ IGNORES IT.  OUTPUT IS pacCCYY.qut THROUGH
           PACPAGE, THE PRIOR COPY ROTATED BY PACGDG.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. COMPAQ-DESKPRO-286.
       OBJECT-COMPUTER. ANY-COMPAQ-COMPATABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUTL-QTA-FILE ASSIGN TO WS-QTA-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QTA-FILE-STATUS.
           SELECT QUTL-RPT-FILE ASSIGN TO WS-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  QUTL-QTA-FILE.
       01  QUTL-QTA-RECORD.
           COPY 'PACQTA.COB'.
       FD  QUTL-RPT-FILE.
       01  QUTL-RPT-RECORD             PIC X(80).
*      WORKING-STORAGE SECTION.
      *      REPORT GENERATIONS -- THE PRIOR COPY IS ROTATED TO
      *      <name>.g1 (AND SO ON) THROUGH PACGDG BEFORE THE NEW
      *      RUN OPENS OUTPUT.
       01  GDG-PARM.
           05  GDG-FILE-NAME        PIC X(32).

      *      QUOTA HEADROOM QUERY (PACQTAQ HAS NO SEPARATE COPYBOOK
      *      FOR ITS PARAMETER).  EACH CELL IS CHECKED FOR A ZERO
      *      QUANTITY, WHICH RETURNS ITS FIGURES AND CHANGES NOTHING.
       01  QTAQ-PARM.
           05  QTAQ-REQUEST        PIC X(01).
           05  QTAQ-CCYY           PIC 9(04).
           05  QTAQ-AREA           PIC X(01).
           05  QTAQ-SPEC           PIC X(01).
           05  QTAQ-QTY            PIC S9(07).
           05  QTAQ-RESULT         PIC X(01).
               88  QTAQ-NO-QUOTA         VALUE 'N'.
               88  QTAQ-WITHIN           VALUE 'O'.
               88  QTAQ-NEAR-LIMIT       VALUE 'W'.
               88  QTAQ-OVER-LIMIT       VALUE 'X'.
           05  QTAQ-LIMIT          PIC 9(07).
           05  QTAQ-USED           PIC S9(09).
           05  QTAQ-REMAINING      PIC S9(09).
           05  QTAQ-REGION         PIC X(02).

       01  TARGET-CCYY-DISPLAY  PIC 9(4) VALUE 0.
       01  WS-QTA-NAME           PIC X(32) VALUE 'pacquota.dat'.
       01  QTA-FILE-STATUS       PIC X(2).
       01  WS-RPT-NAME           PIC X(32).
       01  RPT-FILE-STATUS       PIC X(2).

       01  QTA-EOF-SW            PIC X VALUE 'N'.
           88  QTA-AT-EOF               VALUE 'Y'.
           88  QTA-NOT-AT-EOF           VALUE 'N'.
       01  DEFAULT-WARN-PCT      PIC 9(03) VALUE 90.
       01  USED-PCT              PIC 9(04) VALUE 0.

      *      CELLS ALREADY LISTED, SO A DUPLICATE LINE IS CAUGHT THE
      *      WAY PACQTAQ CATCHES IT.
       01  SEEN-COUNT            PIC 9(04) VALUE 0.
       01  SEEN-MAX              PIC 9(04) VALUE 300.
       01  SEEN-TABLE.
           05  SEEN-ENTRY OCCURS 300 TIMES
                   INDEXED BY SEEN-IDX.
               10  SEEN-AREA       PIC X(01).
               10  SEEN-SPEC       PIC X(01).
       01  SEEN-FOUND-SW         PIC X VALUE 'N'.
           88  SEEN-IS-FOUND            VALUE 'Y'.
           88  SEEN-IS-NOT-FOUND        VALUE 'N'.

       01  CELLS-LISTED          PIC 9(06) VALUE 0.
       01  CELLS-OVER            PIC 9(06) VALUE 0.
       01  CELLS-NEAR            PIC 9(06) VALUE 0.
       01  TOTAL-LIMIT           PIC 9(09) VALUE 0.
       01  TOTAL-USED            PIC S9(11) VALUE 0.
       01  TOTAL-REMAINING       PIC S9(11) VALUE 0.

      *      RUN-HISTORY HOOK -- SEE PACHIST.
       01  HIST-PARM.
           05  HIST-PROGRAM       PIC X(08) VALUE 'PACQUTL'.
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

       01  QU-REGION-LINE.
           05  FILLER             PIC X(08) VALUE 'REGION  '.
           05  QR-REGION          PIC X(02).
           05  FILLER             PIC X(70) VALUE SPACES.
       01  QU-COLUMN-LINE.
           05  FILLER             PIC X(40) VALUE
               ' AREA SPEC   ALLOCATED          USED    '.
           05  FILLER             PIC X(40) VALUE
               ' REMAINING USED% WARN%  FLAG'.
       01  QU-DETAIL-LINE.
           05  FILLER             PIC X(04) VALUE SPACES.
           05  QD-AREA            PIC X(01).
           05  FILLER             PIC X(04) VALUE SPACES.
           05  QD-SPEC            PIC X(01).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  QD-LIMIT           PIC Z,ZZZ,ZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  QD-USED            PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  QD-REMAINING       PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  QD-PCT             PIC ZZZ9.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  QD-WARN-PCT        PIC ZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  QD-FLAG            PIC X(16).
       01  QU-TOTAL-LINE.
           05  FILLER             PIC X(13) VALUE 'TOTAL'.
           05  QT-LIMIT           PIC ZZZ,ZZZ,ZZ9.
           05  QT-USED            PIC -ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  QT-REMAINING       PIC -ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER             PIC X(25) VALUE SPACES.
       01  QU-COUNT-LINE.
           05  FILLER             PIC X(14) VALUE 'CELLS LISTED  '.
           05  QC-LISTED          PIC ZZZ,ZZ9.
           05  FILLER             PIC X(14) VALUE '   OVER QUOTA '.
           05  QC-OVER            PIC ZZZ,ZZ9.
           05  FILLER             PIC X(14) VALUE '   NEAR LIMIT '.
           05  QC-NEAR            PIC ZZZ,ZZ9.
           05  FILLER             PIC X(17) VALUE SPACES.
       01  QU-NONE-LINE           PIC X(80) VALUE
           'NO QUOTA HAS BEEN SET FOR THIS YEAR AND REGION'.

       LINKAGE SECTION.
       01  QUTL-PARM.
           05  QUTL-CCYY           PIC 9(04).

      *      REGION CODE -- SPACES = THE HISTORIC SINGLE-REGION
      *      FILE SET (pacCCYY.btr); OTHERWISE QUALIFIES EVERY
      *      PER-YEAR FILE NAME THE RUN TOUCHES.
           05  QUTL-REGION         PIC X(02).
       PROCEDURE DIVISION USING QUTL-PARM.
       A000-BEGIN.
           CALL 'DOS_GET_TIME' USING HIST-START-STAMP.
           MOVE QUTL-CCYY TO TARGET-CCYY-DISPLAY.
           MOVE SPACES TO WS-RPT-NAME.
           STRING 'pac' DELIMITED BY SIZE
                  QUTL-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.qut' DELIMITED BY SIZE
                  INTO WS-RPT-NAME.

      *      A FRESH LOAD, SO THE FIGURES ARE THE FILE AS IT STANDS.
           MOVE 'L'         TO QTAQ-REQUEST.
           MOVE QUTL-CCYY   TO QTAQ-CCYY.
           MOVE QUTL-REGION TO QTAQ-REGION.
           MOVE 0           TO QTAQ-QTY.
           CALL 'PACQTAQ' USING QTAQ-PARM.

           MOVE WS-RPT-NAME TO GDG-FILE-NAME.
           CALL 'PACGDG' USING GDG-PARM.
           OPEN OUTPUT QUTL-RPT-FILE.
           MOVE 'PAC QUOTA UTILISATION' TO PGH-TITLE.
           MOVE TARGET-CCYY-DISPLAY TO PGH-CCYY.
           MOVE 0  TO PGH-PAGE-NUMBER.
           MOVE 56 TO PGH-LINES-PER-PAGE.
           MOVE 99 TO PGH-LINE-COUNT.
           PERFORM START-NEW-PAGE.
           IF QUTL-REGION NOT = SPACES
              MOVE QUTL-REGION TO QR-REGION
              MOVE QU-REGION-LINE TO RPT-LINE-WORK
              PERFORM WRITE-RPT-LINE.
           MOVE QU-COLUMN-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.

           SET QTA-NOT-AT-EOF TO TRUE.
           OPEN INPUT QUTL-QTA-FILE.
           IF QTA-FILE-STATUS NOT = '00'
              DISPLAY 'PACQUTL: QUOTA FILE ' WS-QTA-NAME
                  ' NOT AVAILABLE -- STATUS ' QTA-FILE-STATUS
              GO TO REPORT-TOTALS.
           PERFORM REPORT-ONE-CELL THRU REPORT-ONE-CELL-EXIT
               UNTIL QTA-AT-EOF.
           CLOSE QUTL-QTA-FILE.

       REPORT-TOTALS.
           IF CELLS-LISTED = 0
              MOVE QU-NONE-LINE TO RPT-LINE-WORK
              PERFORM WRITE-RPT-LINE
              GO TO REPORT-END.
           MOVE SPACES TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE TOTAL-LIMIT     TO QT-LIMIT.
           MOVE TOTAL-USED      TO QT-USED.
           MOVE TOTAL-REMAINING TO QT-REMAINING.
           MOVE QU-TOTAL-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE CELLS-LISTED TO QC-LISTED.
           MOVE CELLS-OVER   TO QC-OVER.
           MOVE CELLS-NEAR   TO QC-NEAR.
           MOVE QU-COUNT-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.

       REPORT-END.
           PERFORM WRITE-END-LINE.
           CLOSE QUTL-RPT-FILE.

       DONE.
           MOVE TARGET-CCYY-DISPLAY TO HIST-CCYY.
           MOVE CELLS-LISTED        TO HIST-RECORDS.
           CALL 'PACHIST' USING HIST-PARM.
           DISPLAY 'PACQUTL: ' CELLS-LISTED ' QUOTA CELL(S), '
               CELLS-OVER ' OVER, ' CELLS-NEAR ' NEAR LIMIT -- '
               WS-RPT-NAME.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       REPORT-ONE-CELL.
           READ QUTL-QTA-FILE
               AT END
                  SET QTA-AT-EOF TO TRUE
                  GO TO REPORT-ONE-CELL-EXIT.
           IF QTA-CCYY NOT NUMERIC
              OR QTA-CCYY NOT = QUTL-CCYY
              OR QTA-REGION NOT = QUTL-REGION
              OR QTA-LIMIT NOT NUMERIC
              GO TO REPORT-ONE-CELL-EXIT.

           MOVE SPACES   TO QU-DETAIL-LINE.
           MOVE QTA-AREA TO QD-AREA.
           MOVE QTA-SPEC TO QD-SPEC.
           PERFORM FIND-SEEN THRU FIND-SEEN-EXIT.
           IF SEEN-IS-FOUND
              MOVE QTA-LIMIT TO QD-LIMIT
              MOVE 'DUPLICATE-IGNORE' TO QD-FLAG
              MOVE QU-DETAIL-LINE TO RPT-LINE-WORK
              PERFORM WRITE-RPT-LINE
              GO TO REPORT-ONE-CELL-EXIT.
           IF SEEN-COUNT < SEEN-MAX
              ADD 1 TO SEEN-COUNT
              SET SEEN-IDX TO SEEN-COUNT
              MOVE QTA-AREA TO SEEN-AREA (SEEN-IDX)
              MOVE QTA-SPEC TO SEEN-SPEC (SEEN-IDX).

           MOVE 'C'      TO QTAQ-REQUEST.
           MOVE QTA-AREA TO QTAQ-AREA.
           MOVE QTA-SPEC TO QTAQ-SPEC.
           MOVE 0        TO QTAQ-QTY.
           CALL 'PACQTAQ' USING QTAQ-PARM.
           ADD 1 TO CELLS-LISTED.
           ADD QTAQ-LIMIT     TO TOTAL-LIMIT.
           ADD QTAQ-USED      TO TOTAL-USED.
           ADD QTAQ-REMAINING TO TOTAL-REMAINING.

           MOVE QTAQ-LIMIT     TO QD-LIMIT.
           MOVE QTAQ-USED      TO QD-USED.
           MOVE QTAQ-REMAINING TO QD-REMAINING.
           IF QTAQ-LIMIT = 0
              MOVE 0 TO USED-PCT
           ELSE
              COMPUTE USED-PCT = QTAQ-USED * 100 / QTAQ-LIMIT
                  ON SIZE ERROR MOVE 9999 TO USED-PCT.
           MOVE USED-PCT TO QD-PCT.
           IF QTA-WARN-PCT NUMERIC AND QTA-WARN-PCT > 0
              MOVE QTA-WARN-PCT TO QD-WARN-PCT
           ELSE
              MOVE DEFAULT-WARN-PCT TO QD-WARN-PCT.
           IF QTAQ-OVER-LIMIT
              ADD 1 TO CELLS-OVER
              MOVE 'OVER QUOTA' TO QD-FLAG
           ELSE IF QTAQ-NEAR-LIMIT
              ADD 1 TO CELLS-NEAR
              MOVE 'NEAR LIMIT' TO QD-FLAG.
           MOVE QU-DETAIL-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
       REPORT-ONE-CELL-EXIT. EXIT.

       FIND-SEEN.
           SET SEEN-IS-NOT-FOUND TO TRUE.
           IF SEEN-COUNT = 0
              GO TO FIND-SEEN-EXIT.
           SET SEEN-IDX TO 1.
           SEARCH SEEN-ENTRY
               AT END
                  CONTINUE
               WHEN SEEN-IDX > SEEN-COUNT
                  CONTINUE
               WHEN SEEN-AREA (SEEN-IDX) = QTA-AREA
                    AND SEEN-SPEC (SEEN-IDX) = QTA-SPEC
                  SET SEEN-IS-FOUND TO TRUE.
       FIND-SEEN-EXIT. EXIT.

       WRITE-RPT-LINE.
           IF PGH-LINE-COUNT NOT < PGH-LINES-PER-PAGE
              PERFORM START-NEW-PAGE.
           WRITE QUTL-RPT-RECORD FROM RPT-LINE-WORK.
           ADD 1 TO PGH-LINE-COUNT.

       START-NEW-PAGE.
           MOVE 'H' TO PGH-REQUEST.
           CALL 'PACPAGE' USING PAGE-CTL.
           WRITE QUTL-RPT-RECORD FROM PGH-LINE-1.
           WRITE QUTL-RPT-RECORD FROM PGH-LINE-2.
           WRITE QUTL-RPT-RECORD FROM PGH-LINE-3.
           MOVE 03 TO PGH-LINE-COUNT.

       WRITE-END-LINE.
           MOVE 'E' TO PGH-REQUEST.
           CALL 'PACPAGE' USING PAGE-CTL.
           WRITE QUTL-RPT-RECORD FROM PGH-LINE-1.
