       ID DIVISION.
       PROGRAM-ID.  PACADJ.
       AUTHOR.  Oliphant .
       DATE-WRITTEN. OCTOBER 15, 2026.
       DATE-COMPILED.
       REMARKS.  POST-CLOSE ADJUSTMENT LEDGER.  ONCE PACCLOSE HAS
           CERTIFIED A YEAR NOTHING WRITES TO ITS pacCCYY.btr AGAIN,
           AND THAT STAYS SO.  A GENUINE LATE CORRECTION TO A CLOSED
           YEAR IS RAISED HERE INSTEAD, ON THE YEAR'S ADJUSTMENT
           LEDGER adjCCYY.dat (PACADJL.COB): THE KEY, THE FIELD, THE
           ORIGINAL AND CORRECTED VALUES, THE REASON, WHO RAISED IT
           AND, ONCE DECIDED, WHO APPROVED OR REJECTED IT.  THE
           CERTIFIED FILE IS LEFT FROZEN; PACLOOK, PACTREND AND
           PACRRTN RUN "AS CERTIFIED" BY DEFAULT AND "AS RESTATED"
           ON REQUEST, WHEN THEY APPLY THE APPROVED ADJUSTMENTS AS
           THEY READ (PACADJQ).
           ADJP-REQUEST IS
             'R' RAISE   -- ANY OPERATOR WHO MAY MAINTAIN RECORDS
                 (pacoper.dat LEVEL 2 OR ABOVE).  THE YEAR MUST BE
                 CLOSED (AN OPEN YEAR IS CORRECTED THROUGH PACMAINT)
                 AND THE RECORD MUST BE ON THE CERTIFIED FILE.  THE
                 ORIGINAL VALUE IS READ FROM THE RECORD AS ALREADY
                 RESTATED, NEVER TYPED, AND A REASON IS REQUIRED.
                 ONLY ONE UNDECIDED ADJUSTMENT PER KEY AND FIELD.
                 THE NEW ADJUSTMENT NUMBER COMES BACK IN ADJP-NUMBER.
             'A' APPROVE -- A SUPERVISOR (LEVEL 3) OTHER THAN THE
             'X' REJECT     OPERATOR WHO RAISED IT, ON AN ADJUSTMENT
                 STILL AWAITING A DECISION.
           EVERY LINE IS APPENDED, NEVER REWRITTEN, AND CARRIES A
           HASH-CHAIN LINK (PACCHAIN) SO PACCHNV CAN VOUCH FOR THE
           LEDGER AS IT DOES FOR THE JOURNAL.  RUNS UNDER THE
           PACLOCK RUN TOKEN FOR THE YEAR.  ADJP-RESULT COMES BACK
           'G' DONE OR 'F' REFUSED OR FAILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. COMPAQ-DESKPRO-286.
       OBJECT-COMPUTER. ANY-COMPAQ-COMPATABLE.
       SPECIAL-NAMES.
           CALL-CONVENTION 64 IS WINAPI.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PADJ-ADJ-FILE ASSIGN TO WS-ADJ-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADJ-FILE-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO WS-OPERATOR-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PADJ-ADJ-FILE.
       01  PADJ-ADJ-RECORD.
           COPY 'PACADJL.COB'.
      *      SAME pacoper.dat LAYOUT PACMENU SIGNS OPERATORS ON
      *      WITH: ID, PASSWORD, AUTHORIZATION LEVEL.
       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           05  OPR-ID                  PIC X(08).
           05  FILLER                  PIC X(01).
           05  OPR-PASSWORD            PIC X(08).
           05  FILLER                  PIC X(01).
           05  OPR-LEVEL               PIC 9(01).
*      WORKING-STORAGE SECTION.
       01  B-OPEN         PIC 9(4) BINARY VALUE 0.
       01  B-CLOSE        PIC 9(4) BINARY VALUE 1.
       01  B-GET-EQUAL    PIC 9(4) BINARY VALUE 5.
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
           05  ERRJ-PROGRAM       PIC X(08) VALUE 'PACADJ'.
           05  ERRJ-OPERATION     PIC X(08).
           05  ERRJ-KEY           PIC X(08).
           05  ERRJ-STATUS-CODE   PIC S9(4) BINARY.
           05  ERRJ-MESSAGE       PIC X(40).

       01  TARGET-CCYY-DISPLAY   PIC 9(4) VALUE 0.
       01  WS-ADJ-NAME           PIC X(32).
       01  ADJ-FILE-STATUS       PIC X(2).
       01  WS-OPERATOR-NAME      PIC X(32) VALUE 'pacoper.dat'.
       01  OPERATOR-STATUS       PIC X(2).

       01  RUN-YYMMDD            PIC 9(06) VALUE 0.
       01  RUN-TIME              PIC 9(06) VALUE 0.
       01  RUN-TIME-WORK         PIC 9(08) VALUE 0.

       01  INPUT-EOF-SW          PIC X VALUE 'N'.
           88  INPUT-AT-EOF             VALUE 'Y'.
           88  INPUT-NOT-AT-EOF         VALUE 'N'.
       01  JOB-FAILED-SW         PIC X VALUE 'N'.
           88  JOB-HAS-FAILED           VALUE 'Y'.
           88  JOB-IS-CLEAN             VALUE 'N'.
       01  OPERATOR-SW           PIC X VALUE 'N'.
           88  OPERATOR-AUTHORIZED      VALUE 'Y'.
           88  OPERATOR-NOT-AUTHORIZED  VALUE 'N'.
       01  LEVEL-NEEDED          PIC 9(01) VALUE 3.

      *      WHAT THE LEDGER ALREADY SAYS.  EVERY ADJUSTMENT HAS ONE
      *      RAISED LINE AND AT MOST ONE DECISION LINE, SO RAISED
      *      LINES LESS DECISION LINES FOR A KEY AND FIELD IS HOW
      *      MANY ARE STILL UNDECIDED.
       01  HIGHEST-NUMBER        PIC 9(04) VALUE 0.
       01  RAISED-FOR-FIELD      PIC 9(04) VALUE 0.
       01  DECIDED-FOR-FIELD     PIC 9(04) VALUE 0.
       01  STANDING-FOUND-SW     PIC X VALUE 'N'.
           88  STANDING-FOUND           VALUE 'Y'.
           88  STANDING-NOT-FOUND       VALUE 'N'.
       01  STANDING-LINE         PIC X(160).

       01  ADJQ-PARM.
           05  ADJQ-REQUEST        PIC X(01).
           05  ADJQ-CCYY           PIC 9(04).
           05  ADJQ-REGION         PIC X(02).
           05  ADJQ-RESULT         PIC X(01).
           05  ADJQ-APPROVED       PIC 9(04).
           05  ADJQ-APPLIED        PIC 9(04).
           05  ADJQ-STALE          PIC 9(04).
           05  ADJQ-FIELD          PIC X(08).
           05  ADJQ-TEXT           PIC X(12).

      *      COPIES OF THE CALLED PROGRAMS' PARAMETER LAYOUTS (NONE
      *      OF THEM HAS A SEPARATE COPYBOOK FOR ITS PARAMETER).
       01  CLSQ-PARM.
           05  CLSQ-CCYY           PIC 9(04).
           05  CLSQ-REGION         PIC X(02).
           05  CLSQ-RESULT         PIC X(01).
               88  CLSQ-IS-CLOSED        VALUE 'C'.
               88  CLSQ-IS-OPEN          VALUE 'O'.

       01  CHAIN-PARM.
           05  CHN-REQUEST            PIC X(01).
           05  CHN-FILE-NAME          PIC X(32).
           05  CHN-LENGTH             PIC 9(03).
           05  CHN-LINE               PIC X(255).
           05  CHN-VALUE              PIC 9(09).
           05  CHN-COUNT              PIC 9(08).
           05  CHN-RESULT             PIC X(01).

       01  LOCK-PARM.
           05  LOCK-REQUEST        PIC X(01).
           05  LOCK-RESULT         PIC X(01).
               88  LOCK-GRANTED          VALUE 'G'.
               88  LOCK-BUSY             VALUE 'B'.
           05  LOCK-PROGRAM        PIC X(08) VALUE 'PACADJ'.
           05  LOCK-CCYY           PIC 9(04).
           05  LOCK-REGION         PIC X(02).
           05  LOCK-HOLDER         PIC X(08).
           05  LOCK-SINCE          PIC 9(06).
           05  LOCK-START-TIME     PIC 9(06).
       01  LOCK-HELD-SW            PIC X VALUE 'N'.
           88  RUN-TOKEN-HELD            VALUE 'Y'.
           88  RUN-TOKEN-NOT-HELD        VALUE 'N'.

       01  HIST-PARM.
           05  HIST-PROGRAM       PIC X(08) VALUE 'PACADJ'.
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
       01  ADJP-PARM.
           05  ADJP-REQUEST        PIC X(01).
               88  ADJP-WANT-RAISE       VALUE 'R'.
               88  ADJP-WANT-APPROVE     VALUE 'A'.
               88  ADJP-WANT-REJECT      VALUE 'X'.
           05  ADJP-CCYY           PIC 9(04).
      *      REGION CODE -- SPACES = THE HISTORIC SINGLE-REGION
      *      FILE SET (pacCCYY.btr); OTHERWISE QUALIFIES EVERY
      *      PER-YEAR FILE NAME THE RUN TOUCHES.
           05  ADJP-REGION         PIC X(02).
           05  ADJP-OPERATOR       PIC X(08).
      *      RAISE ONLY -- WHAT IS BEING CORRECTED AND WHY.  THE
      *      CORRECTED VALUE IS IN THE FIELD'S OWN PICTURE (SEE
      *      PACADJL.COB).
           05  ADJP-KEY-SERIAL     PIC X(05).
           05  ADJP-KEY-SEQ        PIC 9(03).
           05  ADJP-FIELD          PIC X(08).
           05  ADJP-CORRECTED      PIC X(12).
           05  ADJP-REASON         PIC X(30).
      *      IN ON APPROVE/REJECT; OUT ON RAISE.
           05  ADJP-NUMBER         PIC 9(04).
           05  ADJP-RESULT         PIC X(01).
               88  ADJP-DONE             VALUE 'G'.
               88  ADJP-REFUSED          VALUE 'F'.
       PROCEDURE DIVISION USING ADJP-PARM.
       A000-BEGIN.
           CALL 'DOS_GET_TIME' USING HIST-START-STAMP.
           ACCEPT RUN-YYMMDD FROM DATE.
           ACCEPT RUN-TIME-WORK FROM TIME.
           DIVIDE RUN-TIME-WORK BY 100 GIVING RUN-TIME.
           SET ADJP-REFUSED TO TRUE.
           MOVE ADJP-CCYY TO TARGET-CCYY-DISPLAY.
           MOVE SPACES TO WS-ADJ-NAME.
           STRING 'adj' DELIMITED BY SIZE
                  ADJP-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
                  INTO WS-ADJ-NAME.
           MOVE SPACES TO B-PAC-NAME.
           STRING 'pac' DELIMITED BY SIZE
                  ADJP-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.btr' DELIMITED BY SIZE
                  INTO B-PAC-NAME.

           IF ADJP-WANT-RAISE
              MOVE 2 TO LEVEL-NEEDED
           ELSE
              IF ADJP-WANT-APPROVE OR ADJP-WANT-REJECT
                 MOVE 3 TO LEVEL-NEEDED
              ELSE
                 DISPLAY 'PACADJ: REQUEST "' ADJP-REQUEST
                     '" IS NOT R (RAISE), A (APPROVE) OR X (REJECT)'
                 SET JOB-HAS-FAILED TO TRUE
                 GO TO DONE.
           PERFORM CHECK-OPERATOR THRU CHECK-OPERATOR-EXIT.
           IF OPERATOR-NOT-AUTHORIZED
              DISPLAY 'PACADJ: ' ADJP-OPERATOR ' IS NOT AUTHORIZED --'
                  ' THIS NEEDS LEVEL ' LEVEL-NEEDED
              SET JOB-HAS-FAILED TO TRUE
              GO TO DONE.

      *      THE LEDGER IS FOR CLOSED YEARS ONLY.  AN OPEN YEAR IS
      *      STILL CORRECTED ON THE FILE ITSELF.
           MOVE ADJP-CCYY   TO CLSQ-CCYY.
           MOVE ADJP-REGION TO CLSQ-REGION.
           CALL 'PACCLSQ' USING CLSQ-PARM.
           IF CLSQ-IS-OPEN
              DISPLAY 'PACADJ: YEAR ' ADJP-CCYY ' IS NOT CLOSED --'
                  ' CORRECT IT THROUGH PACMAINT'
              SET JOB-HAS-FAILED TO TRUE
              GO TO DONE.

           PERFORM TAKE-RUN-TOKEN THRU TAKE-RUN-TOKEN-EXIT.
           IF RUN-TOKEN-NOT-HELD
              SET JOB-HAS-FAILED TO TRUE
              GO TO DONE.

           PERFORM LOAD-LEDGER THRU LOAD-LEDGER-EXIT.
           IF ADJP-WANT-RAISE
              PERFORM RAISE-ADJUSTMENT THRU RAISE-ADJUSTMENT-EXIT
           ELSE
              PERFORM DECIDE-ADJUSTMENT THRU DECIDE-ADJUSTMENT-EXIT.
           PERFORM DROP-RUN-TOKEN.

       DONE.
           MOVE ADJP-CCYY TO HIST-CCYY.
           IF ADJP-DONE
              MOVE 1 TO HIST-RECORDS
           ELSE
              MOVE 0 TO HIST-RECORDS
              MOVE 'FAILED' TO HIST-STATUS.
           CALL 'PACHIST' USING HIST-PARM.
           GOBACK.

      * ------------------------------------------------------------
      *      THE LEDGER SO FAR.
      * ------------------------------------------------------------
       LOAD-LEDGER.
           MOVE 0 TO HIGHEST-NUMBER.
           MOVE 0 TO RAISED-FOR-FIELD.
           MOVE 0 TO DECIDED-FOR-FIELD.
           SET STANDING-NOT-FOUND TO TRUE.
           OPEN INPUT PADJ-ADJ-FILE.
           IF ADJ-FILE-STATUS NOT = '00'
              GO TO LOAD-LEDGER-EXIT.
           SET INPUT-NOT-AT-EOF TO TRUE.
           PERFORM LOAD-ONE-LINE THRU LOAD-ONE-LINE-EXIT
               UNTIL INPUT-AT-EOF.
           CLOSE PADJ-ADJ-FILE.
       LOAD-LEDGER-EXIT. EXIT.

       LOAD-ONE-LINE.
           READ PADJ-ADJ-FILE
               AT END
                  SET INPUT-AT-EOF TO TRUE
                  GO TO LOAD-ONE-LINE-EXIT.
           IF ADJ-NUMBER NOT NUMERIC
              GO TO LOAD-ONE-LINE-EXIT.
           IF ADJ-NUMBER > HIGHEST-NUMBER
              MOVE ADJ-NUMBER TO HIGHEST-NUMBER.
           IF ADJ-NUMBER = ADJP-NUMBER
              SET STANDING-FOUND TO TRUE
              MOVE PADJ-ADJ-RECORD TO STANDING-LINE.
           IF ADJ-KEY-SERIAL = ADJP-KEY-SERIAL
              AND ADJ-KEY-SEQ = ADJP-KEY-SEQ
              AND ADJ-FIELD = ADJP-FIELD
              IF ADJ-IS-RAISED
                 ADD 1 TO RAISED-FOR-FIELD
              ELSE
                 ADD 1 TO DECIDED-FOR-FIELD.
       LOAD-ONE-LINE-EXIT. EXIT.

      * ------------------------------------------------------------
      *      RAISE.
      * ------------------------------------------------------------
       RAISE-ADJUSTMENT.
           IF ADJP-REASON = SPACES
              DISPLAY 'PACADJ: AN ADJUSTMENT NEEDS A REASON'
              GO TO RAISE-ADJUSTMENT-EXIT.
           IF RAISED-FOR-FIELD > DECIDED-FOR-FIELD
              DISPLAY 'PACADJ: ' ADJP-KEY-SERIAL '-' ADJP-KEY-SEQ ' '
                  ADJP-FIELD ' ALREADY HAS AN ADJUSTMENT AWAITING A'
                  ' DECISION'
              GO TO RAISE-ADJUSTMENT-EXIT.
           IF HIGHEST-NUMBER NOT < 9999
              DISPLAY 'PACADJ: ' WS-ADJ-NAME ' IS FULL'
              GO TO RAISE-ADJUSTMENT-EXIT.
           MOVE ADJP-FIELD     TO ADJQ-FIELD.
           MOVE ADJP-CORRECTED TO ADJQ-TEXT.
           MOVE 'V' TO ADJQ-REQUEST.
           CALL 'PACADJQ' USING ADJQ-PARM PAC-RECORD.
           IF ADJQ-RESULT NOT = 'G'
              DISPLAY 'PACADJ: "' ADJP-CORRECTED '" IS NOT A VALUE'
                  ' FOR FIELD ' ADJP-FIELD
              GO TO RAISE-ADJUSTMENT-EXIT.

           PERFORM READ-CERTIFIED-RECORD THRU
               READ-CERTIFIED-RECORD-EXIT.
           IF JOB-HAS-FAILED
              GO TO RAISE-ADJUSTMENT-EXIT.

      *      THE ORIGINAL IS THE VALUE AS ALREADY RESTATED, SO A
      *      SECOND CORRECTION TO THE SAME FIELD FOLLOWS ON FROM THE
      *      FIRST.
           MOVE 'L' TO ADJQ-REQUEST.
           MOVE ADJP-CCYY   TO ADJQ-CCYY.
           MOVE ADJP-REGION TO ADJQ-REGION.
           CALL 'PACADJQ' USING ADJQ-PARM PAC-RECORD.
           IF ADJQ-RESULT = 'F'
              GO TO RAISE-ADJUSTMENT-EXIT.
           MOVE 'A' TO ADJQ-REQUEST.
           CALL 'PACADJQ' USING ADJQ-PARM PAC-RECORD.
           MOVE 'G' TO ADJQ-REQUEST.
           MOVE ADJP-FIELD TO ADJQ-FIELD.
           CALL 'PACADJQ' USING ADJQ-PARM PAC-RECORD.
           IF ADJQ-TEXT = ADJP-CORRECTED
              DISPLAY 'PACADJ: ' ADJP-FIELD ' ALREADY STANDS AT "'
                  ADJP-CORRECTED '" -- NOTHING TO ADJUST'
              GO TO RAISE-ADJUSTMENT-EXIT.

           MOVE SPACES TO PADJ-ADJ-RECORD.
           MOVE 'R'              TO ADJ-ACTION.
           COMPUTE ADJ-NUMBER = HIGHEST-NUMBER + 1.
           MOVE ADJP-CCYY        TO ADJ-CCYY.
           MOVE ADJP-REGION      TO ADJ-REGION.
           MOVE ADJP-KEY-SERIAL  TO ADJ-KEY-SERIAL.
           MOVE ADJP-KEY-SEQ     TO ADJ-KEY-SEQ.
           MOVE ADJP-FIELD       TO ADJ-FIELD.
           MOVE ADJQ-TEXT        TO ADJ-ORIGINAL.
           MOVE ADJP-CORRECTED   TO ADJ-CORRECTED.
           MOVE ADJP-REASON      TO ADJ-REASON.
           MOVE ADJP-OPERATOR    TO ADJ-RAISED-BY.
           MOVE SPACES           TO ADJ-DECIDED-BY.
           PERFORM APPEND-LEDGER-LINE.
           MOVE ADJ-NUMBER TO ADJP-NUMBER.
           SET ADJP-DONE TO TRUE.
           DISPLAY 'PACADJ: ADJUSTMENT ' ADJ-NUMBER ' RAISED -- '
               ADJP-KEY-SERIAL '-' ADJP-KEY-SEQ ' ' ADJP-FIELD ' "'
               ADJ-ORIGINAL '" TO "' ADJP-CORRECTED
               '", AWAITING APPROVAL'.
       RAISE-ADJUSTMENT-EXIT. EXIT.

       READ-CERTIFIED-RECORD.
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
              DISPLAY 'PACADJ: ' B-PAC-NAME ' OPEN FAILED--> '
                  BTRV-STATUS-MESSAGE
              SET JOB-HAS-FAILED TO TRUE
              GO TO READ-CERTIFIED-RECORD-EXIT.

           MOVE 0 TO B-PAC-KEY-NUMBER.
           MOVE ADJP-KEY-SERIAL TO B-PAC-KEY-SERIAL.
           MOVE ADJP-KEY-SEQ    TO B-PAC-KEY-SEQ.
           CALL WINAPI 'BTRV' USING by value B-GET-EQUAL,
             by reference B-PAC-POSITION,
             PAC-RECORD, B-PAC-LENGTH, B-PAC-KEY-BUFFER,
             by value B-PAC-KEY-NUMBER.
           IF RETURN-CODE NOT = ZERO
              DISPLAY 'PACADJ: ' ADJP-KEY-SERIAL '-' ADJP-KEY-SEQ
                  ' IS NOT ON ' B-PAC-NAME
              SET JOB-HAS-FAILED TO TRUE.

           CALL WINAPI 'BTRV' USING by value B-CLOSE,
             by reference B-PAC-POSITION,
             OWNER-NAME, OWNER-LENGTH,
             B-PAC-KEY-BUFFER, by value B-PAC-KEY-NUMBER.
           IF RETURN-CODE NOT = ZERO
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'CLOSE' TO ERRJ-OPERATION
              PERFORM LOG-ERROR-JOURNAL
              DISPLAY 'PACADJ: ' B-PAC-NAME ' CLOSE FAILED--> '
                  BTRV-STATUS-MESSAGE.
       READ-CERTIFIED-RECORD-EXIT. EXIT.

      * ------------------------------------------------------------
      *      APPROVE OR REJECT.
      * ------------------------------------------------------------
       DECIDE-ADJUSTMENT.
           IF STANDING-NOT-FOUND
              DISPLAY 'PACADJ: NO ADJUSTMENT ' ADJP-NUMBER ' ON '
                  WS-ADJ-NAME
              GO TO DECIDE-ADJUSTMENT-EXIT.
           MOVE STANDING-LINE TO PADJ-ADJ-RECORD.
           IF ADJ-ACTION NOT = 'R'
              DISPLAY 'PACADJ: ADJUSTMENT ' ADJP-NUMBER
                  ' HAS ALREADY BEEN DECIDED BY ' ADJ-DECIDED-BY
              GO TO DECIDE-ADJUSTMENT-EXIT.
           IF ADJ-RAISED-BY = ADJP-OPERATOR
              DISPLAY 'PACADJ: ' ADJP-OPERATOR ' RAISED ADJUSTMENT '
                  ADJP-NUMBER ' -- A DIFFERENT SUPERVISOR MUST'
                  ' DECIDE IT'
              GO TO DECIDE-ADJUSTMENT-EXIT.
           MOVE ADJP-REQUEST  TO ADJ-ACTION.
           MOVE ADJP-OPERATOR TO ADJ-DECIDED-BY.
           PERFORM APPEND-LEDGER-LINE.
           SET ADJP-DONE TO TRUE.
           IF ADJP-WANT-APPROVE
              DISPLAY 'PACADJ: ADJUSTMENT ' ADJP-NUMBER ' APPROVED'
                  ' -- APPLIED BY EVERY RUN AS RESTATED'
           ELSE
              DISPLAY 'PACADJ: ADJUSTMENT ' ADJP-NUMBER ' REJECTED'.
       DECIDE-ADJUSTMENT-EXIT. EXIT.

      *      EACH LINE CARRIES ITS LINK IN THE HASH CHAIN (SEE
      *      PACCHAIN), THE SAME AS A JOURNAL LINE.
       APPEND-LEDGER-LINE.
           MOVE RUN-YYMMDD TO ADJ-DATE.
           MOVE RUN-TIME   TO ADJ-TIME.
           MOVE 'L'         TO CHN-REQUEST.
           MOVE WS-ADJ-NAME TO CHN-FILE-NAME.
           MOVE 150         TO CHN-LENGTH.
           MOVE PADJ-ADJ-RECORD TO CHN-LINE.
           CALL 'PACCHAIN' USING CHAIN-PARM.
           MOVE CHN-VALUE   TO ADJ-CHAIN.
           OPEN EXTEND PADJ-ADJ-FILE.
           IF ADJ-FILE-STATUS = '05' OR '35'
              OPEN OUTPUT PADJ-ADJ-FILE.
           WRITE PADJ-ADJ-RECORD.
           CLOSE PADJ-ADJ-FILE.

      * ------------------------------------------------------------
      *      OPERATOR, TOKEN, ERROR JOURNAL.
      * ------------------------------------------------------------
       CHECK-OPERATOR.
           SET OPERATOR-NOT-AUTHORIZED TO TRUE.
           IF ADJP-OPERATOR = SPACES
              GO TO CHECK-OPERATOR-EXIT.
           SET INPUT-NOT-AT-EOF TO TRUE.
           OPEN INPUT OPERATOR-FILE.
           IF OPERATOR-STATUS NOT = '00'
              DISPLAY 'PACADJ: OPERATOR FILE ' WS-OPERATOR-NAME
                  ' NOT AVAILABLE -- STATUS ' OPERATOR-STATUS
              GO TO CHECK-OPERATOR-EXIT.
           PERFORM MATCH-ONE-OPERATOR THRU MATCH-ONE-OPERATOR-EXIT
               UNTIL INPUT-AT-EOF OR OPERATOR-AUTHORIZED.
           CLOSE OPERATOR-FILE.
       CHECK-OPERATOR-EXIT. EXIT.

       MATCH-ONE-OPERATOR.
           READ OPERATOR-FILE
               AT END
                  SET INPUT-AT-EOF TO TRUE
                  GO TO MATCH-ONE-OPERATOR-EXIT.
           IF OPR-ID = ADJP-OPERATOR
              AND OPR-LEVEL NUMERIC
              AND OPR-LEVEL NOT < LEVEL-NEEDED
              SET OPERATOR-AUTHORIZED TO TRUE.
       MATCH-ONE-OPERATOR-EXIT. EXIT.

       TAKE-RUN-TOKEN.
           MOVE 'T' TO LOCK-REQUEST.
           MOVE ADJP-CCYY   TO LOCK-CCYY.
           MOVE ADJP-REGION TO LOCK-REGION.
           COMPUTE LOCK-START-TIME =
               HIST-START-HOUR * 10000 + HIST-START-MINUTE * 100
                   + HIST-START-SECOND.
           CALL 'PACLOCK' USING LOCK-PARM.
           IF LOCK-BUSY
              DISPLAY 'PACADJ: YEAR ' ADJP-CCYY
                  ' BUSY WITH ' LOCK-HOLDER ' SINCE ' LOCK-SINCE
                  ' -- TRY AGAIN LATER'
           ELSE
              SET RUN-TOKEN-HELD TO TRUE.
       TAKE-RUN-TOKEN-EXIT. EXIT.

       DROP-RUN-TOKEN.
           IF RUN-TOKEN-HELD
              MOVE 'R' TO LOCK-REQUEST
              CALL 'PACLOCK' USING LOCK-PARM
              SET RUN-TOKEN-NOT-HELD TO TRUE.

       LOG-ERROR-JOURNAL.
           MOVE B-PAC-KEY-BUFFER TO ERRJ-KEY.
           MOVE BTRV-STATUS-CODE TO ERRJ-STATUS-CODE.
           MOVE BTRV-STATUS-MESSAGE TO ERRJ-MESSAGE.
           CALL 'PACERRJ' USING ERRJ-PARM.
