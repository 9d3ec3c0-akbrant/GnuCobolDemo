       ID DIVISION.
       PROGRAM-ID.  PACADJQ.
       AUTHOR.  Oliphant .
       DATE-WRITTEN. OCTOBER 15, 2026.
       DATE-COMPILED.
       REMARKS.  POST-CLOSE ADJUSTMENT QUERY.  EVERY REPORT THAT CAN
           RUN "AS RESTATED" (PACLOOK, PACTREND, PACRRTN) CALLS THIS
           RATHER THAN READING THE LEDGER ITSELF, SO THERE IS ONE
           RULE FOR WHAT A RESTATED RECORD LOOKS LIKE.  THE
           CERTIFIED pacCCYY.btr IS NEVER WRITTEN: THE RECORD IS
           RESTATED IN THE CALLER'S OWN STORAGE AS IT IS READ.
           ADJQ-REQUEST IS
             'L' LOAD   -- READ adjCCYY.dat (PACADJL.COB LAYOUT) FOR
                 THE YEAR AND REGION AND KEEP EVERY ADJUSTMENT'S
                 STANDING (THE LAST LINE FOR ITS NUMBER).  ANSWERS
                 'G' WITH THE APPROVED COUNT, 'N' WHEN NONE IS
                 APPROVED, 'F' WHEN THE LEDGER OUTGROWS THE TABLE.
             'A' APPLY  -- APPLY THE APPROVED ADJUSTMENTS FOR THE
                 RECORD PASSED, IN NUMBER ORDER.  EACH ONE IS APPLIED
                 ONLY IF THE FIELD STILL HOLDS ITS ADJ-ORIGINAL (SO A
                 SECOND ADJUSTMENT TO THE SAME FIELD BUILDS ON THE
                 FIRST, AND ONE OVERTAKEN BY A REOPEN-AND-CORRECT IS
                 LEFT ALONE AND COUNTED STALE).  ANSWERS 'Y' WHEN THE
                 RECORD CHANGED, 'N' OTHERWISE.
             'G' GET    -- PUT ADJQ-FIELD'S VALUE FROM THE RECORD
                 INTO ADJQ-TEXT IN THE LEDGER'S FORM.
             'V' VALIDATE -- IS ADJQ-TEXT A PROPER VALUE FOR
                 ADJQ-FIELD.
           'G' AND 'V' ANSWER 'G' GOOD OR 'F' FOR A FIELD NAME OR
           VALUE THAT WILL NOT DO.  THE LOADED LEDGER STAYS IN
           STORAGE UNTIL THE NEXT 'L'.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. COMPAQ-DESKPRO-286.
       OBJECT-COMPUTER. ANY-COMPAQ-COMPATABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADJQ-ADJ-FILE ASSIGN TO WS-ADJ-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADJ-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ADJQ-ADJ-FILE.
       01  ADJQ-ADJ-RECORD.
           COPY 'PACADJL.COB'.
*      WORKING-STORAGE SECTION.
       01  WS-ADJ-NAME            PIC X(32).
       01  ADJ-FILE-STATUS        PIC X(02).
       01  TARGET-CCYY-DISPLAY    PIC 9(04) VALUE 0.
       01  ADJ-EOF-SW             PIC X VALUE 'N'.
           88  ADJ-AT-EOF               VALUE 'Y'.
           88  ADJ-NOT-AT-EOF           VALUE 'N'.
       01  TABLE-FULL-SW          PIC X VALUE 'N'.
           88  TABLE-IS-FULL            VALUE 'Y'.
           88  TABLE-NOT-FULL           VALUE 'N'.

      *      EVERY ADJUSTMENT ON THE LEDGER, IN NUMBER ORDER (THE
      *      ORDER THEY WERE RAISED), WITH ITS STANDING.
       01  ADJT-COUNT             PIC 9(04) VALUE 0.
       01  ADJT-MATCH             PIC 9(04) VALUE 0.
       01  ADJT-TABLE.
           05  ADJT-ENTRY OCCURS 500 TIMES
                   INDEXED BY ADJT-IDX.
               10  ADJT-NUMBER         PIC 9(04).
               10  ADJT-KEY            PIC X(08).
               10  ADJT-FIELD          PIC X(08).
               10  ADJT-ORIGINAL       PIC X(12).
               10  ADJT-CORRECTED      PIC X(12).
               10  ADJT-ACTION         PIC X(01).

      *      ONE FIELD'S VALUE IN THE LEDGER'S FORM, WITH THE
      *      NUMERIC VIEWS THE QTY AND VALUE FIELDS NEED.
       01  FIELD-TEXT             PIC X(12).
       01  FIELD-TEXT-QTY REDEFINES FIELD-TEXT.
           05  FT-QTY             PIC 9(05).
           05  FILLER             PIC X(07).
       01  FIELD-TEXT-VALUE REDEFINES FIELD-TEXT.
           05  FT-VALUE           PIC 9(07)V99.
           05  FILLER             PIC X(03).
       01  FIELD-NAME             PIC X(08).
       01  FIELD-SW               PIC X VALUE 'G'.
           88  FIELD-IS-GOOD            VALUE 'G'.
           88  FIELD-IS-BAD             VALUE 'F'.

       LINKAGE SECTION.
       01  ADJQ-PARM.
           05  ADJQ-REQUEST        PIC X(01).
               88  ADJQ-WANT-LOAD        VALUE 'L'.
               88  ADJQ-WANT-APPLY       VALUE 'A'.
               88  ADJQ-WANT-GET         VALUE 'G'.
               88  ADJQ-WANT-VALIDATE    VALUE 'V'.
           05  ADJQ-CCYY           PIC 9(04).
           05  ADJQ-REGION         PIC X(02).
           05  ADJQ-RESULT         PIC X(01).
           05  ADJQ-APPROVED       PIC 9(04).
           05  ADJQ-APPLIED        PIC 9(04).
           05  ADJQ-STALE          PIC 9(04).
           05  ADJQ-FIELD          PIC X(08).
           05  ADJQ-TEXT           PIC X(12).
       01  ADJQ-RECORD.
           COPY 'PAC.COB'.

       PROCEDURE DIVISION USING ADJQ-PARM ADJQ-RECORD.
       A000-BEGIN.
           IF ADJQ-WANT-LOAD
              PERFORM LOAD-LEDGER THRU LOAD-LEDGER-EXIT
              GO TO DONE.
           IF ADJQ-WANT-APPLY
              PERFORM APPLY-LEDGER
              GO TO DONE.
           MOVE ADJQ-FIELD TO FIELD-NAME.
           IF ADJQ-WANT-GET
              PERFORM GET-FIELD-TEXT
              MOVE FIELD-TEXT TO ADJQ-TEXT
              MOVE FIELD-SW TO ADJQ-RESULT
              GO TO DONE.
           IF ADJQ-WANT-VALIDATE
              MOVE ADJQ-TEXT TO FIELD-TEXT
              PERFORM VALIDATE-FIELD-TEXT
              MOVE FIELD-SW TO ADJQ-RESULT
              GO TO DONE.
           MOVE 'F' TO ADJQ-RESULT.
       DONE.
           GOBACK.

      * ------------------------------------------------------------
      *      LOAD.
      * ------------------------------------------------------------
       LOAD-LEDGER.
           MOVE 0 TO ADJT-COUNT.
           MOVE 0 TO ADJQ-APPROVED.
           MOVE 'N' TO ADJQ-RESULT.
           SET TABLE-NOT-FULL TO TRUE.
           MOVE ADJQ-CCYY TO TARGET-CCYY-DISPLAY.
           MOVE SPACES TO WS-ADJ-NAME.
           STRING 'adj' DELIMITED BY SIZE
                  ADJQ-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
                  INTO WS-ADJ-NAME.
           OPEN INPUT ADJQ-ADJ-FILE.
           IF ADJ-FILE-STATUS NOT = '00'
              GO TO LOAD-LEDGER-EXIT.
           SET ADJ-NOT-AT-EOF TO TRUE.
           PERFORM LOAD-ONE-LINE THRU LOAD-ONE-LINE-EXIT
               UNTIL ADJ-AT-EOF.
           CLOSE ADJQ-ADJ-FILE.
           IF TABLE-IS-FULL
              DISPLAY 'PACADJQ: ' WS-ADJ-NAME ' HOLDS MORE THAN 500'
                  ' ADJUSTMENTS -- CANNOT RESTATE'
              MOVE 0 TO ADJT-COUNT
              MOVE 'F' TO ADJQ-RESULT
              GO TO LOAD-LEDGER-EXIT.
           PERFORM COUNT-APPROVED
               VARYING ADJT-IDX FROM 1 BY 1
               UNTIL ADJT-IDX > ADJT-COUNT.
           IF ADJQ-APPROVED > 0
              MOVE 'G' TO ADJQ-RESULT.
       LOAD-LEDGER-EXIT. EXIT.

       LOAD-ONE-LINE.
           READ ADJQ-ADJ-FILE
               AT END
                  SET ADJ-AT-EOF TO TRUE
                  GO TO LOAD-ONE-LINE-EXIT.
           IF ADJ-CCYY NOT = ADJQ-CCYY
              OR ADJ-REGION NOT = ADJQ-REGION
              OR ADJ-NUMBER NOT NUMERIC
              GO TO LOAD-ONE-LINE-EXIT.
           MOVE 0 TO ADJT-MATCH.
           PERFORM MATCH-ONE-NUMBER
               VARYING ADJT-IDX FROM 1 BY 1
               UNTIL ADJT-IDX > ADJT-COUNT OR ADJT-MATCH > 0.
           IF ADJT-MATCH = 0
              IF ADJT-COUNT NOT < 500
                 SET TABLE-IS-FULL TO TRUE
                 GO TO LOAD-ONE-LINE-EXIT
              END-IF
              ADD 1 TO ADJT-COUNT
              MOVE ADJT-COUNT TO ADJT-MATCH.
           SET ADJT-IDX TO ADJT-MATCH.
           MOVE ADJ-NUMBER    TO ADJT-NUMBER (ADJT-IDX).
           MOVE ADJ-KEY       TO ADJT-KEY (ADJT-IDX).
           MOVE ADJ-FIELD     TO ADJT-FIELD (ADJT-IDX).
           MOVE ADJ-ORIGINAL  TO ADJT-ORIGINAL (ADJT-IDX).
           MOVE ADJ-CORRECTED TO ADJT-CORRECTED (ADJT-IDX).
           MOVE ADJ-ACTION    TO ADJT-ACTION (ADJT-IDX).
       LOAD-ONE-LINE-EXIT. EXIT.

       MATCH-ONE-NUMBER.
           IF ADJT-NUMBER (ADJT-IDX) = ADJ-NUMBER
              SET ADJT-MATCH TO ADJT-IDX.

       COUNT-APPROVED.
           IF ADJT-ACTION (ADJT-IDX) = 'A'
              ADD 1 TO ADJQ-APPROVED.

      * ------------------------------------------------------------
      *      APPLY.
      * ------------------------------------------------------------
       APPLY-LEDGER.
           MOVE 0 TO ADJQ-APPLIED.
           MOVE 0 TO ADJQ-STALE.
           MOVE 'N' TO ADJQ-RESULT.
           PERFORM APPLY-ONE-ADJUSTMENT
               VARYING ADJT-IDX FROM 1 BY 1
               UNTIL ADJT-IDX > ADJT-COUNT.
           IF ADJQ-APPLIED > 0
              MOVE 'Y' TO ADJQ-RESULT.

       APPLY-ONE-ADJUSTMENT.
           IF ADJT-ACTION (ADJT-IDX) = 'A'
              AND ADJT-KEY (ADJT-IDX) (1:5) = PAC-KEY-SERIAL
              AND ADJT-KEY (ADJT-IDX) (6:3) = PAC-KEY-SEQ
              MOVE ADJT-FIELD (ADJT-IDX) TO FIELD-NAME
              PERFORM GET-FIELD-TEXT
              IF FIELD-IS-GOOD
                 AND FIELD-TEXT = ADJT-ORIGINAL (ADJT-IDX)
                 MOVE ADJT-CORRECTED (ADJT-IDX) TO FIELD-TEXT
                 PERFORM PUT-FIELD-TEXT
                 ADD 1 TO ADJQ-APPLIED
              ELSE
                 ADD 1 TO ADJQ-STALE.

      * ------------------------------------------------------------
      *      ONE FIELD, BY NAME.
      * ------------------------------------------------------------
       GET-FIELD-TEXT.
           MOVE SPACES TO FIELD-TEXT.
           SET FIELD-IS-GOOD TO TRUE.
           EVALUATE FIELD-NAME
               WHEN 'SPEC'
                   MOVE PAC-SPEC TO FIELD-TEXT
               WHEN 'GEAR'
                   MOVE PAC-GEAR TO FIELD-TEXT
               WHEN 'AREA'
                   MOVE PAC-AREA TO FIELD-TEXT
               WHEN 'NEWSPEC'
                   MOVE PAC-NEW-SPEC TO FIELD-TEXT
               WHEN 'NEWGEAR'
                   MOVE PAC-NEW-GEAR TO FIELD-TEXT
               WHEN 'NEWAREA'
                   MOVE PAC-NEW-AREA TO FIELD-TEXT
               WHEN 'QTY'
                   MOVE PAC-QTY TO FIELD-TEXT (1:5)
               WHEN 'VALUE'
                   MOVE PAC-VALUE TO FT-VALUE
               WHEN 'STATUS'
                   MOVE PAC-STATUS TO FIELD-TEXT
               WHEN OTHER
                   SET FIELD-IS-BAD TO TRUE
           END-EVALUATE.

       PUT-FIELD-TEXT.
           EVALUATE FIELD-NAME
               WHEN 'SPEC'
                   MOVE FIELD-TEXT TO PAC-SPEC
               WHEN 'GEAR'
                   MOVE FIELD-TEXT TO PAC-GEAR
               WHEN 'AREA'
                   MOVE FIELD-TEXT TO PAC-AREA
               WHEN 'NEWSPEC'
                   MOVE FIELD-TEXT TO PAC-NEW-SPEC
               WHEN 'NEWGEAR'
                   MOVE FIELD-TEXT TO PAC-NEW-GEAR
               WHEN 'NEWAREA'
                   MOVE FIELD-TEXT TO PAC-NEW-AREA
               WHEN 'QTY'
                   MOVE FT-QTY TO PAC-QTY
               WHEN 'VALUE'
                   MOVE FT-VALUE TO PAC-VALUE
               WHEN 'STATUS'
                   MOVE FIELD-TEXT TO PAC-STATUS
           END-EVALUATE.

      *      A CORRECTED VALUE MUST FILL ITS FIELD'S PICTURE AND
      *      NOTHING PAST IT: A CODE IS NEVER BLANK, QTY AND VALUE
      *      ARE ALL DIGITS, A STATUS IS 'A' OR 'V'.
       VALIDATE-FIELD-TEXT.
           SET FIELD-IS-GOOD TO TRUE.
           EVALUATE FIELD-NAME
               WHEN 'SPEC'
               WHEN 'AREA'
                   IF FIELD-TEXT (1:1) = SPACE
                      OR FIELD-TEXT (2:11) NOT = SPACES
                      SET FIELD-IS-BAD TO TRUE
                   END-IF
               WHEN 'GEAR'
               WHEN 'NEWSPEC'
               WHEN 'NEWGEAR'
               WHEN 'NEWAREA'
                   IF FIELD-TEXT (1:2) = SPACES
                      OR FIELD-TEXT (3:10) NOT = SPACES
                      SET FIELD-IS-BAD TO TRUE
                   END-IF
               WHEN 'QTY'
                   IF FT-QTY NOT NUMERIC
                      OR FIELD-TEXT (6:7) NOT = SPACES
                      SET FIELD-IS-BAD TO TRUE
                   END-IF
               WHEN 'VALUE'
                   IF FT-VALUE NOT NUMERIC
                      OR FIELD-TEXT (10:3) NOT = SPACES
                      SET FIELD-IS-BAD TO TRUE
                   END-IF
               WHEN 'STATUS'
                   IF (FIELD-TEXT (1:1) NOT = 'A'
                       AND FIELD-TEXT (1:1) NOT = 'V')
                      OR FIELD-TEXT (2:11) NOT = SPACES
                      SET FIELD-IS-BAD TO TRUE
                   END-IF
               WHEN OTHER
                   SET FIELD-IS-BAD TO TRUE
           END-EVALUATE.
