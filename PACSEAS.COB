       ID DIVISION.
       PROGRAM-ID.  PACSEAS.
       AUTHOR.  Oliphant .
       DATE-WRITTEN. OCTOBER 15, 2026.
       DATE-COMPILED.
       REMARKS.  SEASON SUMMARY.  ONE READ-ONLY SWEEP OF pacCCYY.btr
           PUTS EVERY ACTIVE REGISTRATION UNDER THE OPEN-SEASON
           WINDOW ITS PAC-EFF-DATE/PAC-EXP-DATE RANGE FALLS IN FOR
           ITS SPEC AND AREA -- THE FIRST SUCH WINDOW IN
           pacseasn.dat, AS PACSEAQ ANSWERS IT, SO EACH
           REGISTRATION IS COUNTED ONCE AND THE FIGURES AGREE WITH
           PACEDIT'S 'SEAS' EXCEPTIONS.  THE REPORT (pacCCYY.ssn,
           THROUGH PACPAGE, THE PRIOR COPY ROTATED BY PACGDG) LISTS
           EVERY WINDOW THAT TOUCHES THE YEAR OR HOLDS A
           REGISTRATION, WITH ITS REGISTRATIONS AND QUANTITY, THEN
           THE REGISTRATIONS OUTSIDE EVERY OPEN SEASON AND THOSE
           WHOSE SPEC/AREA HAS NO SEASON SET.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. COMPAQ-DESKPRO-286.
       OBJECT-COMPUTER. ANY-COMPAQ-COMPATABLE.
       SPECIAL-NAMES.
           CALL-CONVENTION 64 IS WINAPI.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEAS-RPT-FILE ASSIGN TO WS-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SEAS-RPT-FILE.
       01  SEAS-RPT-RECORD             PIC X(80).
*      WORKING-STORAGE SECTION.
       01  B-OPEN         PIC 9(4) BINARY VALUE 0.
       01  B-CLOSE        PIC 9(4) BINARY VALUE 1.
       01  B-GET-NEXT     PIC 9(4) BINARY VALUE 6.
       01  B-GET-GREATER  PIC 9(4) BINARY VALUE 9.
       01  PAC-RECORD.
           COPY 'PAC.COB'.
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

       01  BTRV-STATUS-CODE     PIC S9(4) BINARY VALUE 0.
       01  BTRV-STATUS-MESSAGE  PIC X(40) VALUE SPACES.

      *      CENTRAL ERROR JOURNAL HOOK -- ONE PACERRJ ROW PER
      *      NONZERO BTRV STATUS (PACERRJ HAS NO SEPARATE COPYBOOK
      *      FOR ITS PARAMETER).
       01  ERRJ-PARM.
           05  ERRJ-PROGRAM       PIC X(08) VALUE 'PACSEAS'.
           05  ERRJ-OPERATION     PIC X(08).
           05  ERRJ-KEY           PIC X(08).
           05  ERRJ-STATUS-CODE   PIC S9(4) BINARY.
           05  ERRJ-MESSAGE       PIC X(40).

      *      REPORT GENERATIONS -- THE PRIOR COPY IS ROTATED TO
      *      <name>.g1 (AND SO ON) THROUGH PACGDG BEFORE THE NEW
      *      RUN OPENS OUTPUT.
       01  GDG-PARM.
           05  GDG-FILE-NAME        PIC X(32).

      *      OPEN-SEASON QUERY (PACSEAQ HAS NO SEPARATE COPYBOOK FOR
      *      ITS PARAMETER).
       01  SEAQ-PARM.
           05  SEAQ-REQUEST        PIC X(01).
           05  SEAQ-SPEC           PIC X(01).
           05  SEAQ-AREA           PIC X(01).
           05  SEAQ-EFF-DATE       PIC 9(08).
           05  SEAQ-EXP-DATE       PIC 9(08).
           05  SEAQ-RESULT         PIC X(01).
               88  SEAQ-NO-SEASON        VALUE 'N'.
               88  SEAQ-IN-SEASON        VALUE 'I'.
               88  SEAQ-OUT-OF-SEASON    VALUE 'O'.
           05  SEAQ-WINDOW         PIC 9(04).
           05  SEAQ-WINDOW-COUNT   PIC 9(04).
           05  SEAQ-OPEN           PIC 9(08).
           05  SEAQ-CLOSE          PIC 9(08).
           05  SEAQ-NAME           PIC X(20).

       01  TARGET-CCYY-DISPLAY  PIC 9(4) VALUE 0.
       01  WS-RPT-NAME           PIC X(32).
       01  RPT-FILE-STATUS       PIC X(2).
       01  YEAR-START-CCYYMMDD   PIC 9(08) VALUE 0.
       01  YEAR-END-CCYYMMDD     PIC 9(08) VALUE 0.

       01  JOB-FAILED-SW         PIC X VALUE 'N'.
           88  JOB-HAS-FAILED           VALUE 'Y'.
           88  JOB-IS-CLEAN             VALUE 'N'.

      *      ONE COUNTER PAIR PER CALENDAR WINDOW, BY ITS NUMBER IN
      *      pacseasn.dat -- THE SAME NUMBER PACSEAQ HANDS BACK.
       01  WINDOW-TOTALS.
           05  WINDOW-TOTAL OCCURS 400 TIMES
                   INDEXED BY WTOT-IDX.
               10  WTOT-RECORDS     PIC 9(07).
               10  WTOT-QTY         PIC 9(09).
       01  WINDOW-MAX            PIC 9(04) VALUE 400.
       01  WINDOW-SCAN           PIC 9(04) VALUE 0.
       01  WINDOWS-LISTED        PIC 9(04) VALUE 0.

       01  CNT                   PIC 9(08) VALUE 0.
       01  ACTIVE-COUNT          PIC 9(08) VALUE 0.
       01  OUT-RECORDS           PIC 9(07) VALUE 0.
       01  OUT-QTY               PIC 9(09) VALUE 0.
       01  UNSET-RECORDS         PIC 9(07) VALUE 0.
       01  UNSET-QTY             PIC 9(09) VALUE 0.
       01  IN-RECORDS            PIC 9(07) VALUE 0.
       01  IN-QTY                PIC 9(09) VALUE 0.

      *      RUN-HISTORY HOOK -- SEE PACHIST.
       01  HIST-PARM.
           05  HIST-PROGRAM       PIC X(08) VALUE 'PACSEAS'.
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

       01  SS-COLUMN-LINE.
           05  FILLER             PIC X(40) VALUE
               'SPEC AREA  SEASON WINDOW        OPENS   '.
           05  FILLER             PIC X(40) VALUE
               ' CLOSES   REGISTNS    QUANTITY'.
       01  SS-DETAIL-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  SD-SPEC            PIC X(01).
           05  FILLER             PIC X(04) VALUE SPACES.
           05  SD-AREA            PIC X(01).
           05  FILLER             PIC X(04) VALUE SPACES.
           05  SD-NAME            PIC X(20).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  SD-OPEN            PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  SD-CLOSE           PIC 9(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  SD-RECORDS         PIC ZZZ,ZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  SD-QTY             PIC ZZ,ZZZ,ZZ9.
           05  FILLER             PIC X(10) VALUE SPACES.
       01  SS-SUMMARY-LINE.
           05  SS-LABEL           PIC X(49).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  SS-RECORDS         PIC ZZZ,ZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  SS-QTY             PIC ZZ,ZZZ,ZZ9.
           05  FILLER             PIC X(10) VALUE SPACES.
       01  SS-BLANK-LINE          PIC X(80) VALUE SPACES.
       01  SS-NOTE-LINE           PIC X(80) VALUE
           '   AREA * = THE WINDOW IS OPEN IN EVERY AREA'.

       LINKAGE SECTION.
       01  SEAS-PARM.
           05  SEAS-CCYY           PIC 9(04).

      *      REGION CODE -- SPACES = THE HISTORIC SINGLE-REGION
      *      FILE SET (pacCCYY.btr); OTHERWISE QUALIFIES EVERY
      *      PER-YEAR FILE NAME THE RUN TOUCHES.
           05  SEAS-REGION         PIC X(02).
       PROCEDURE DIVISION USING SEAS-PARM.
       A000-BEGIN.
           CALL 'DOS_GET_TIME' USING HIST-START-STAMP.
           MOVE SEAS-CCYY TO TARGET-CCYY-DISPLAY.
           COMPUTE YEAR-START-CCYYMMDD = SEAS-CCYY * 10000 + 101.
           COMPUTE YEAR-END-CCYYMMDD   = SEAS-CCYY * 10000 + 1231.
           MOVE SPACES TO B-PAC-NAME.
           STRING 'pac' DELIMITED BY SIZE
                  SEAS-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.btr' DELIMITED BY SIZE
                  INTO B-PAC-NAME.
           MOVE SPACES TO WS-RPT-NAME.
           STRING 'pac' DELIMITED BY SIZE
                  SEAS-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.ssn' DELIMITED BY SIZE
                  INTO WS-RPT-NAME.
           PERFORM CLEAR-ONE-WINDOW
               VARYING WINDOW-SCAN FROM 1 BY 1
               UNTIL WINDOW-SCAN > WINDOW-MAX.

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
              DISPLAY 'PACSEAS: OPEN FAILED--> ' BTRV-STATUS-MESSAGE
              SET JOB-HAS-FAILED TO TRUE
              GO TO DONE.

           MOVE 0 TO B-PAC-KEY-NUMBER.
           MOVE LOW-VALUES TO B-PAC-KEY-BUFFER.
           CALL WINAPI 'BTRV' USING by value B-GET-GREATER,
             by reference B-PAC-POSITION,
                PAC-RECORD, B-PAC-LENGTH, B-PAC-KEY-BUFFER,
                by value B-PAC-KEY-NUMBER.

       SWEEP-NEXT.
           IF RETURN-CODE = 9
              GO TO SWEEP-CLOSE.
           IF RETURN-CODE NOT = 0
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'GET-NX' TO ERRJ-OPERATION
              PERFORM LOG-ERROR-JOURNAL
              DISPLAY 'PACSEAS: READ FAILED--> ' BTRV-STATUS-MESSAGE
              SET JOB-HAS-FAILED TO TRUE
              GO TO SWEEP-CLOSE.
           ADD 1 TO CNT.
           IF PAC-REC-ACTIVE
              PERFORM TALLY-ONE-RECORD.
           CALL WINAPI 'BTRV' USING by value B-GET-NEXT,
             by reference B-PAC-POSITION,
                PAC-RECORD, B-PAC-LENGTH, B-PAC-KEY-BUFFER,
                by value B-PAC-KEY-NUMBER.
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
              DISPLAY 'PACSEAS: CLOSE FAILED--> ' BTRV-STATUS-MESSAGE
              SET JOB-HAS-FAILED TO TRUE.
      *      A SWEEP THAT STOPPED SHORT WOULD UNDERSTATE EVERY
      *      WINDOW, SO NOTHING IS PRINTED FROM IT.
           IF JOB-HAS-FAILED
              GO TO DONE.

           MOVE WS-RPT-NAME TO GDG-FILE-NAME.
           CALL 'PACGDG' USING GDG-PARM.
           OPEN OUTPUT SEAS-RPT-FILE.
           MOVE 'PAC REGISTRATIONS BY SEASON WINDOW' TO PGH-TITLE.
           MOVE TARGET-CCYY-DISPLAY TO PGH-CCYY.
           MOVE 0  TO PGH-PAGE-NUMBER.
           MOVE 56 TO PGH-LINES-PER-PAGE.
           MOVE 99 TO PGH-LINE-COUNT.
           PERFORM START-NEW-PAGE.
           MOVE SS-COLUMN-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.

           MOVE 'G' TO SEAQ-REQUEST.
           MOVE 1   TO SEAQ-WINDOW.
           CALL 'PACSEAQ' USING SEAQ-PARM.
           PERFORM REPORT-ONE-WINDOW THRU REPORT-ONE-WINDOW-EXIT
               UNTIL SEAQ-NO-SEASON.

           MOVE SS-BLANK-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE 'IN AN OPEN SEASON'  TO SS-LABEL.
           MOVE IN-RECORDS            TO SS-RECORDS.
           MOVE IN-QTY                TO SS-QTY.
           MOVE SS-SUMMARY-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE 'OUTSIDE EVERY OPEN SEASON' TO SS-LABEL.
           MOVE OUT-RECORDS           TO SS-RECORDS.
           MOVE OUT-QTY               TO SS-QTY.
           MOVE SS-SUMMARY-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE 'NO SEASON SET FOR THE SPEC/AREA' TO SS-LABEL.
           MOVE UNSET-RECORDS         TO SS-RECORDS.
           MOVE UNSET-QTY             TO SS-QTY.
           MOVE SS-SUMMARY-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE SS-BLANK-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE SS-NOTE-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           PERFORM WRITE-END-LINE.
           CLOSE SEAS-RPT-FILE.

       DONE.
           MOVE TARGET-CCYY-DISPLAY TO HIST-CCYY.
           MOVE CNT                 TO HIST-RECORDS.
           IF JOB-HAS-FAILED
              MOVE 'FAILED' TO HIST-STATUS.
           CALL 'PACHIST' USING HIST-PARM.
           IF JOB-IS-CLEAN
              DISPLAY 'PACSEAS: ' ACTIVE-COUNT ' ACTIVE OF ' CNT
                  ' RECORD(S), ' OUT-RECORDS ' OUT OF SEASON -- '
                  WS-RPT-NAME
              MOVE 0 TO RETURN-CODE
           ELSE
              DISPLAY 'PACSEAS: SEASON SUMMARY FAILED'
              MOVE 1 TO RETURN-CODE.
           GOBACK.

       CLEAR-ONE-WINDOW.
           SET WTOT-IDX TO WINDOW-SCAN.
           MOVE 0 TO WTOT-RECORDS (WTOT-IDX).
           MOVE 0 TO WTOT-QTY (WTOT-IDX).

       TALLY-ONE-RECORD.
           ADD 1 TO ACTIVE-COUNT.
           MOVE 'C'          TO SEAQ-REQUEST.
           MOVE PAC-SPEC     TO SEAQ-SPEC.
           MOVE PAC-AREA     TO SEAQ-AREA.
           MOVE PAC-EFF-DATE TO SEAQ-EFF-DATE.
           MOVE PAC-EXP-DATE TO SEAQ-EXP-DATE.
           CALL 'PACSEAQ' USING SEAQ-PARM.
           IF SEAQ-OUT-OF-SEASON
              ADD 1       TO OUT-RECORDS
              ADD PAC-QTY TO OUT-QTY
           ELSE IF SEAQ-NO-SEASON
              ADD 1       TO UNSET-RECORDS
              ADD PAC-QTY TO UNSET-QTY
           ELSE
              ADD 1       TO IN-RECORDS
              ADD PAC-QTY TO IN-QTY
              SET WTOT-IDX TO SEAQ-WINDOW
              ADD 1       TO WTOT-RECORDS (WTOT-IDX)
              ADD PAC-QTY TO WTOT-QTY (WTOT-IDX).

      *      SEAQ-PARM HOLDS WINDOW SEAQ-WINDOW ON THE WAY IN; THE
      *      NEXT ONE IS FETCHED ON THE WAY OUT.  A WINDOW WHOLLY IN
      *      ANOTHER YEAR, WITH NOTHING UNDER IT, IS LEFT OFF.
       REPORT-ONE-WINDOW.
           SET WTOT-IDX TO SEAQ-WINDOW.
           IF WTOT-RECORDS (WTOT-IDX) = 0
              AND ((SEAQ-CLOSE NOT = 0
                    AND SEAQ-CLOSE < YEAR-START-CCYYMMDD)
                OR (SEAQ-OPEN NOT = 0
                    AND SEAQ-OPEN > YEAR-END-CCYYMMDD))
              GO TO REPORT-ONE-WINDOW-NEXT.
           ADD 1 TO WINDOWS-LISTED.
           MOVE SEAQ-SPEC  TO SD-SPEC.
           IF SEAQ-AREA = SPACE
              MOVE '*' TO SD-AREA
           ELSE
              MOVE SEAQ-AREA TO SD-AREA.
           MOVE SEAQ-NAME  TO SD-NAME.
           MOVE SEAQ-OPEN  TO SD-OPEN.
           MOVE SEAQ-CLOSE TO SD-CLOSE.
           MOVE WTOT-RECORDS (WTOT-IDX) TO SD-RECORDS.
           MOVE WTOT-QTY (WTOT-IDX)     TO SD-QTY.
           MOVE SS-DETAIL-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
       REPORT-ONE-WINDOW-NEXT.
           MOVE 'G' TO SEAQ-REQUEST.
           ADD 1 TO SEAQ-WINDOW.
           CALL 'PACSEAQ' USING SEAQ-PARM.
       REPORT-ONE-WINDOW-EXIT. EXIT.

       WRITE-RPT-LINE.
           IF PGH-LINE-COUNT NOT < PGH-LINES-PER-PAGE
              PERFORM START-NEW-PAGE.
           WRITE SEAS-RPT-RECORD FROM RPT-LINE-WORK.
           ADD 1 TO PGH-LINE-COUNT.

       START-NEW-PAGE.
           MOVE 'H' TO PGH-REQUEST.
           CALL 'PACPAGE' USING PAGE-CTL.
           WRITE SEAS-RPT-RECORD FROM PGH-LINE-1.
           WRITE SEAS-RPT-RECORD FROM PGH-LINE-2.
           WRITE SEAS-RPT-RECORD FROM PGH-LINE-3.
           MOVE 03 TO PGH-LINE-COUNT.

       WRITE-END-LINE.
           MOVE 'E' TO PGH-REQUEST.
           CALL 'PACPAGE' USING PAGE-CTL.
           WRITE SEAS-RPT-RECORD FROM PGH-LINE-1.

       LOG-ERROR-JOURNAL.
           MOVE B-PAC-KEY-BUFFER TO ERRJ-KEY.
           MOVE BTRV-STATUS-CODE TO ERRJ-STATUS-CODE.
           MOVE BTRV-STATUS-MESSAGE TO ERRJ-MESSAGE.
           CALL 'PACERRJ' USING ERRJ-PARM.
