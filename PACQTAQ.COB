       ID DIVISION.
       PROGRAM-ID.  PACQTAQ.
       AUTHOR.  Oliphant .
       DATE-WRITTEN. OCTOBER 14, 2026.
       DATE-COMPILED.
       REMARKS.  QUOTA HEADROOM QUERY.  EVERY PROGRAM THAT PUTS
           PAC-QTY ON FILE ASKS THIS ONE WHETHER THE AREA/SPEC CELL
           HAS ROOM FOR IT, RATHER THAN READING pacquota.dat (THE
           PACQTA.COB LAYOUT) AND SUMMING THE YEAR ITSELF.  THE
           FIRST QUESTION ABOUT A YEAR AND REGION LOADS THAT YEAR'S
           CELLS AND TAKES ONE READ-ONLY SWEEP OF pacCCYY.btr TO
           TOTAL THE QUANTITY ALREADY ON ACTIVE RECORDS IN EACH;
           AFTER THAT THE TABLE IS KEPT CURRENT BY THE CALLERS, WHO
           REPORT EVERY CHANGE THEY MAKE, SO A RUN SWEEPS ONCE.
           REQUESTS --
             'L'  LOAD (OR RELOAD) THE YEAR: CELLS AND SWEEP.
             'Z'  LOAD THE CELLS WITH NOTHING USED -- FOR A CALLER
                  BUILDING THE YEAR FILE FROM EMPTY.
             'C'  CHECK QTAQ-QTY MORE AGAINST THE CELL: 'N' NO
                  QUOTA SET, 'O' ROOM, 'W' ROOM BUT AT OR PAST THE
                  WARNING LEVEL, 'X' WOULD GO OVER THE LIMIT.
             'A'  APPLY QTAQ-QTY (SIGNED -- NEGATIVE GIVES ROOM
                  BACK) TO THE CELL'S USED FIGURE.
           LIMIT, USED AND REMAINING COME BACK ON EVERY REQUEST;
           REMAINING IS BEFORE THE QUANTITY ASKED ABOUT.  NO QUOTA
           FILE, OR NO LINE FOR THE CELL, MEANS NO LIMIT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. COMPAQ-DESKPRO-286.
       OBJECT-COMPUTER. ANY-COMPAQ-COMPATABLE.
       SPECIAL-NAMES.
           CALL-CONVENTION 64 IS WINAPI.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QTAQ-QTA-FILE ASSIGN TO WS-QTA-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QTA-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  QTAQ-QTA-FILE.
       01  QTAQ-QTA-RECORD.
           COPY 'PACQTA.COB'.
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
           05  ERRJ-PROGRAM       PIC X(08) VALUE 'PACQTAQ'.
           05  ERRJ-OPERATION     PIC X(08).
           05  ERRJ-KEY           PIC X(08).
           05  ERRJ-STATUS-CODE   PIC S9(4) BINARY.
           05  ERRJ-MESSAGE       PIC X(40).

       01  WS-QTA-NAME            PIC X(32) VALUE 'pacquota.dat'.
       01  QTA-FILE-STATUS        PIC X(02).
       01  QTA-EOF-SW             PIC X VALUE 'N'.
           88  QTA-AT-EOF               VALUE 'Y'.
           88  QTA-NOT-AT-EOF           VALUE 'N'.
       01  TARGET-CCYY-DISPLAY    PIC 9(4) VALUE 0.
       01  DEFAULT-WARN-PCT       PIC 9(03) VALUE 90.
       01  PROJECTED-USED         PIC S9(09) VALUE 0.

      *      THE YEAR AND REGION THE TABLE WAS LOADED FOR.  IT STAYS
      *      IN STORAGE FOR THE REST OF THE RUN; A QUESTION ABOUT A
      *      DIFFERENT YEAR OR REGION LOADS AFRESH.
       01  LOADED-SW              PIC X VALUE 'N'.
           88  CELLS-ARE-LOADED         VALUE 'Y'.
           88  CELLS-NOT-LOADED         VALUE 'N'.
       01  LOADED-CCYY            PIC 9(04) VALUE 0.
       01  LOADED-REGION          PIC X(02) VALUE SPACES.

       01  CELL-COUNT             PIC 9(04) VALUE 0.
       01  CELL-MAX               PIC 9(04) VALUE 300.
       01  CELL-TABLE.
           05  CELL-ENTRY OCCURS 300 TIMES
                   INDEXED BY CELL-IDX.
               10  CELL-AREA        PIC X(01).
               10  CELL-SPEC        PIC X(01).
               10  CELL-LIMIT       PIC 9(07).
               10  CELL-WARN-PCT    PIC 9(03).
               10  CELL-USED        PIC S9(09).
       01  CELL-FOUND-SW          PIC X VALUE 'N'.
           88  CELL-IS-FOUND            VALUE 'Y'.
           88  CELL-IS-NOT-FOUND        VALUE 'N'.
       01  FIND-AREA              PIC X(01).
       01  FIND-SPEC              PIC X(01).

       LINKAGE SECTION.
       01  QTAQ-PARM.
           05  QTAQ-REQUEST        PIC X(01).
               88  QTAQ-WANT-LOAD        VALUE 'L'.
               88  QTAQ-WANT-EMPTY-LOAD  VALUE 'Z'.
               88  QTAQ-WANT-CHECK       VALUE 'C'.
               88  QTAQ-WANT-APPLY       VALUE 'A'.
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

      *      REGION CODE -- SPACES = THE HISTORIC SINGLE-REGION
      *      FILE SET (pacCCYY.btr); OTHERWISE QUALIFIES EVERY
      *      PER-YEAR FILE NAME THE RUN TOUCHES.
           05  QTAQ-REGION         PIC X(02).
       PROCEDURE DIVISION USING QTAQ-PARM.
       A000-BEGIN.
           SET QTAQ-NO-QUOTA TO TRUE.
           MOVE 0 TO QTAQ-LIMIT.
           MOVE 0 TO QTAQ-USED.
           MOVE 0 TO QTAQ-REMAINING.

           IF QTAQ-WANT-LOAD OR QTAQ-WANT-EMPTY-LOAD
              PERFORM LOAD-CELLS THRU LOAD-CELLS-EXIT
              GO TO DONE.
           IF CELLS-NOT-LOADED
              OR QTAQ-CCYY NOT = LOADED-CCYY
              OR QTAQ-REGION NOT = LOADED-REGION
              PERFORM LOAD-CELLS THRU LOAD-CELLS-EXIT.

           MOVE QTAQ-AREA TO FIND-AREA.
           MOVE QTAQ-SPEC TO FIND-SPEC.
           PERFORM FIND-CELL THRU FIND-CELL-EXIT.
           IF CELL-IS-NOT-FOUND
              GO TO DONE.

           IF QTAQ-WANT-APPLY
              ADD QTAQ-QTY TO CELL-USED (CELL-IDX).
           MOVE CELL-LIMIT (CELL-IDX) TO QTAQ-LIMIT.
           MOVE CELL-USED (CELL-IDX)  TO QTAQ-USED.
           COMPUTE QTAQ-REMAINING =
               CELL-LIMIT (CELL-IDX) - CELL-USED (CELL-IDX).
           IF QTAQ-WANT-APPLY
              COMPUTE PROJECTED-USED = CELL-USED (CELL-IDX)
           ELSE
              COMPUTE PROJECTED-USED =
                  CELL-USED (CELL-IDX) + QTAQ-QTY.
           IF PROJECTED-USED > CELL-LIMIT (CELL-IDX)
              SET QTAQ-OVER-LIMIT TO TRUE
           ELSE IF PROJECTED-USED * 100 NOT <
                   CELL-LIMIT (CELL-IDX) * CELL-WARN-PCT (CELL-IDX)
              SET QTAQ-NEAR-LIMIT TO TRUE
           ELSE
              SET QTAQ-WITHIN TO TRUE.
       DONE.
           GOBACK.

      *      THE YEAR'S CELLS FROM pacquota.dat, THEN (FOR 'L') THE
      *      QUANTITY ALREADY ON FILE.  A YEAR WITH NO CELLS NEEDS NO
      *      SWEEP -- NOTHING IN IT IS LIMITED.
       LOAD-CELLS.
           MOVE 0 TO CELL-COUNT.
           SET CELLS-ARE-LOADED TO TRUE.
           MOVE QTAQ-CCYY   TO LOADED-CCYY.
           MOVE QTAQ-REGION TO LOADED-REGION.
           SET QTA-NOT-AT-EOF TO TRUE.
           OPEN INPUT QTAQ-QTA-FILE.
           IF QTA-FILE-STATUS NOT = '00'
              GO TO LOAD-CELLS-EXIT.
           PERFORM LOAD-ONE-LINE THRU LOAD-ONE-LINE-EXIT
               UNTIL QTA-AT-EOF.
           CLOSE QTAQ-QTA-FILE.
           IF CELL-COUNT = 0 OR QTAQ-WANT-EMPTY-LOAD
              GO TO LOAD-CELLS-EXIT.
           PERFORM SWEEP-YEAR-FILE THRU SWEEP-YEAR-FILE-EXIT.
       LOAD-CELLS-EXIT. EXIT.

       LOAD-ONE-LINE.
           READ QTAQ-QTA-FILE
               AT END
                  SET QTA-AT-EOF TO TRUE
                  GO TO LOAD-ONE-LINE-EXIT.
           IF QTA-CCYY NOT NUMERIC
              OR QTA-CCYY NOT = QTAQ-CCYY
              OR QTA-REGION NOT = QTAQ-REGION
              OR QTA-LIMIT NOT NUMERIC
              GO TO LOAD-ONE-LINE-EXIT.
      *      THE FIRST LINE FOR A CELL WINS; A DUPLICATE IS IGNORED.
           MOVE QTA-AREA TO FIND-AREA.
           MOVE QTA-SPEC TO FIND-SPEC.
           PERFORM FIND-CELL THRU FIND-CELL-EXIT.
           IF CELL-IS-FOUND
              GO TO LOAD-ONE-LINE-EXIT.
           IF CELL-COUNT NOT < CELL-MAX
              DISPLAY 'PACQTAQ: MORE THAN ' CELL-MAX ' QUOTA CELLS'
                  ' FOR ' QTAQ-CCYY ' -- THE REST ARE IGNORED'
              SET QTA-AT-EOF TO TRUE
              GO TO LOAD-ONE-LINE-EXIT.
           ADD 1 TO CELL-COUNT.
           SET CELL-IDX TO CELL-COUNT.
           MOVE QTA-AREA  TO CELL-AREA (CELL-IDX).
           MOVE QTA-SPEC  TO CELL-SPEC (CELL-IDX).
           MOVE QTA-LIMIT TO CELL-LIMIT (CELL-IDX).
           IF QTA-WARN-PCT NUMERIC AND QTA-WARN-PCT > 0
              MOVE QTA-WARN-PCT TO CELL-WARN-PCT (CELL-IDX)
           ELSE
              MOVE DEFAULT-WARN-PCT TO CELL-WARN-PCT (CELL-IDX).
           MOVE 0 TO CELL-USED (CELL-IDX).
       LOAD-ONE-LINE-EXIT. EXIT.

      *      ONE READ-ONLY PASS OF THE YEAR, ADDING EVERY ACTIVE
      *      RECORD'S PAC-QTY TO ITS CELL.  A YEAR FILE NOT BUILT
      *      YET HOLDS NOTHING, SO EVERY CELL STARTS EMPTY.
       SWEEP-YEAR-FILE.
           MOVE QTAQ-CCYY TO TARGET-CCYY-DISPLAY.
           MOVE SPACES TO B-PAC-NAME.
           STRING 'pac' DELIMITED BY SIZE
                  QTAQ-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.btr' DELIMITED BY SIZE
                  INTO B-PAC-NAME.
           MOVE -2 TO B-PAC-KEY-NUMBER.
           CALL WINAPI 'BTRV' USING by value B-OPEN,
             by reference B-PAC-POSITION,
             OWNER-NAME, OWNER-LENGTH, B-PAC-NAME,
             by value B-PAC-KEY-NUMBER.
           IF RETURN-CODE = 12
              GO TO SWEEP-YEAR-FILE-EXIT.
           IF RETURN-CODE NOT = ZERO
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'OPEN' TO ERRJ-OPERATION
              PERFORM LOG-ERROR-JOURNAL
              DISPLAY 'PACQTAQ: OPEN FAILED--> ' BTRV-STATUS-MESSAGE
                  ' -- QUOTA USAGE COUNTED FROM ZERO'
              GO TO SWEEP-YEAR-FILE-EXIT.

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
              DISPLAY 'PACQTAQ: READ FAILED--> ' BTRV-STATUS-MESSAGE
                  ' -- QUOTA USAGE MAY BE UNDERSTATED'
              GO TO SWEEP-CLOSE.
           IF PAC-REC-ACTIVE AND PAC-QTY NUMERIC
              MOVE PAC-AREA TO FIND-AREA
              MOVE PAC-SPEC TO FIND-SPEC
              PERFORM FIND-CELL THRU FIND-CELL-EXIT
              IF CELL-IS-FOUND
                 ADD PAC-QTY TO CELL-USED (CELL-IDX).
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
              DISPLAY 'PACQTAQ: CLOSE FAILED--> ' BTRV-STATUS-MESSAGE.
       SWEEP-YEAR-FILE-EXIT. EXIT.

       FIND-CELL.
           SET CELL-IS-NOT-FOUND TO TRUE.
           IF CELL-COUNT = 0
              GO TO FIND-CELL-EXIT.
           SET CELL-IDX TO 1.
           SEARCH CELL-ENTRY
               AT END
                  CONTINUE
               WHEN CELL-IDX > CELL-COUNT
                  CONTINUE
               WHEN CELL-AREA (CELL-IDX) = FIND-AREA
                    AND CELL-SPEC (CELL-IDX) = FIND-SPEC
                  SET CELL-IS-FOUND TO TRUE.
       FIND-CELL-EXIT. EXIT.

       LOG-ERROR-JOURNAL.
           MOVE B-PAC-KEY-BUFFER TO ERRJ-KEY.
           MOVE BTRV-STATUS-CODE TO ERRJ-STATUS-CODE.
           MOVE BTRV-STATUS-MESSAGE TO ERRJ-MESSAGE.
           CALL 'PACERRJ' USING ERRJ-PARM.
