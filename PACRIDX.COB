       ID DIVISION.
       PROGRAM-ID.  PACRIDX.
       AUTHOR.  Oliphant .
       DATE-WRITTEN. OCTOBER 15, 2026.
       DATE-COMPILED.
       REMARKS.  REINDEX UTILITY.  A pacCCYY.btr CREATED BEFORE THE
           NEWVALS AND EXPIRY KEYS WERE ADDED TO PACFSB.COB (KEYS 4/5/6
           OVER PAC-NEW-SPEC/GEAR/AREA, KEY 7 OVER PAC-EXP-DATE) HAS
           ONLY THE ORIGINAL FOUR, AND PACLOOK AND PACRENEW FALL BACK
           TO A FULL SERIAL SWEEP ON IT.  THIS PROGRAM BRINGS ONE OPEN
           YEAR UP TO THE CURRENT LAYOUT: IT REFUSES A CLOSED YEAR
           (PACCLSQ), HOLDS THE PACLOCK RUN TOKEN FOR THE WHOLE JOB,
           AND LEAVES A YEAR THAT ALREADY ANSWERS ON KEY 7 ALONE.
           OTHERWISE IT TAKES A FRESH pacCCYY.bak THROUGH PACBKUP AND
           PROVES IT WITH PACVRFY, SETS THE OLD FILE ASIDE AS
           pacCCYY.rix, BUILDS A NEW pacCCYY.btr FROM PACFSB THE WAY
           PACREST DOES, LOADS THE BACKUP INTO IT THROUGH PACBINS, AND
           RE-WALKS THE NEW FILE ON EVERY KEY -- EACH WALK MUST COUNT
           THE SAME RECORDS THE BACKUP HELD.  ONLY THEN IS THE .rix
           DELETED; ANY FAILURE DELETES THE HALF-BUILT FILE AND PUTS
           THE .rix BACK WHERE IT WAS.  THE RECORDS ARE RELOADED
           VERBATIM AND NOT JOURNALLED, SO jrnCCYY.dat CARRIES ON
           UNBROKEN ACROSS THE REINDEX; THE BACKUP DATE AND TIME ARE
           DISPLAYED AS THE PACROLL START POINT SHOULD THE NEW FILE
           EVER NEED RESTORING FROM THAT BACKUP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. COMPAQ-DESKPRO-286.
       OBJECT-COMPUTER. ANY-COMPAQ-COMPATABLE.
       SPECIAL-NAMES.
           CALL-CONVENTION 64 IS WINAPI.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RIDX-BAK-FILE ASSIGN TO WS-BAK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BAK-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RIDX-BAK-FILE.
       01  RIDX-BAK-RECORD             PIC X(103).
*      WORKING-STORAGE SECTION.
       01  B-OPEN         PIC 9(4) BINARY VALUE 0.
       01  B-CLOSE        PIC 9(4) BINARY VALUE 1.
       01  B-GET-NEXT     PIC 9(4) BINARY VALUE 6.
       01  B-GET-GREATER  PIC 9(4) BINARY VALUE 9.
       01  B-CREATE       PIC 9(4) BINARY VALUE 14.

      *      BLOCKED-INSERT HOOK -- THE REBUILD PUSHES ITS RECORDS
      *      THROUGH PACBINS, WHICH BLOCKS THEM UP WITH INSERT
      *      EXTENDED AND DROPS BACK TO PLAIN B-INS ON AN ENGINE
      *      THAT CANNOT (PACBINS HAS NO SEPARATE COPYBOOK FOR ITS
      *      PARAMETER).
       01  BINS-PARM.
           05  BINS-REQUEST        PIC X(01).
           05  BINS-STATUS         PIC S9(4) BINARY.
           05  BINS-MODE           PIC X(01).
               88  BINS-RECORD-MODE      VALUE 'R'.
           05  BINS-RECORD         PIC X(103).
           05  BINS-INSERTED       PIC 9(08).
           05  BINS-FAIL-COUNT     PIC 9(02).
           05  BINS-FAIL-ENTRY OCCURS 30 TIMES
                   INDEXED BY BINS-FAIL-IDX.
               10  BINS-FAIL-STATUS PIC S9(4) BINARY.
               10  BINS-FAIL-RECORD PIC X(103).
       01  BINS-SCAN            PIC 9(02) VALUE 0.
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
           05  ERRJ-PROGRAM       PIC X(08) VALUE 'PACRIDX'.
           05  ERRJ-OPERATION     PIC X(08).
           05  ERRJ-KEY           PIC X(08).
           05  ERRJ-STATUS-CODE   PIC S9(4) BINARY.
           05  ERRJ-MESSAGE       PIC X(40).

      *      YEAR-CLOSE GATE (PACCLSQ HAS NO SEPARATE COPYBOOK FOR
      *      ITS PARAMETER) -- A CLOSED YEAR IS FINAL AND IS NEVER
      *      REBUILT, WHATEVER KEYS IT CARRIES.
       01  CLSQ-PARM.
           05  CLSQ-CCYY           PIC 9(04).
           05  CLSQ-REGION         PIC X(02).
           05  CLSQ-RESULT         PIC X(01).
               88  CLSQ-IS-CLOSED        VALUE 'C'.
               88  CLSQ-IS-OPEN          VALUE 'O'.

      *      SUITE-WIDE RUN TOKEN (PACLOCK HAS NO SEPARATE COPYBOOK
      *      FOR ITS PARAMETER) -- HELD FROM BEFORE THE BACKUP UNTIL
      *      THE NEW FILE IS PROVED, SO NO CHANGE CAN LAND BETWEEN
      *      THE TWO AND BE LOST.
       01  LOCK-PARM.
           05  LOCK-REQUEST        PIC X(01).
           05  LOCK-RESULT         PIC X(01).
               88  LOCK-GRANTED          VALUE 'G'.
               88  LOCK-BUSY             VALUE 'B'.
           05  LOCK-PROGRAM        PIC X(08) VALUE 'PACRIDX'.
           05  LOCK-CCYY           PIC 9(04).
           05  LOCK-REGION         PIC X(02).
           05  LOCK-HOLDER         PIC X(08).
           05  LOCK-SINCE          PIC 9(06).
           05  LOCK-START-TIME     PIC 9(06).
       01  LOCK-HELD-SW            PIC X VALUE 'N'.
           88  RUN-TOKEN-HELD            VALUE 'Y'.
           88  RUN-TOKEN-NOT-HELD        VALUE 'N'.

      *      PRE-REBUILD BACKUP -- THE SAME CALL PACDRIVE MAKES
      *      BEFORE ITS SWEEP (PACBKUP HAS NO SEPARATE COPYBOOK FOR
      *      ITS PARAMETER).
       01  BKUP-PARM.
           05  BKUP-CCYY                PIC 9(04).
           05  BKUP-FAILED-SW           PIC X(01).
               88  BKUP-FAILED                VALUE 'Y'.
               88  BKUP-SUCCEEDED             VALUE 'N'.
           05  BKUP-RECORDS             PIC 9(08).
           05  BKUP-REGION              PIC X(02).

       01  VRFY-PARM.
           05  VRFY-FILE-NAME       PIC X(32).
           05  VRFY-RESULT          PIC X(04).

       01  TARGET-CCYY-DISPLAY  PIC 9(4) VALUE 0.
       01  WS-BAK-NAME           PIC X(32).
       01  BAK-FILE-STATUS       PIC X(2).
       01  WS-OLD-NAME           PIC X(32).
       01  FILE-OP-STATUS        PIC 9(09) BINARY VALUE 0.

       01  BAK-EOF-SW            PIC X VALUE 'N'.
           88  BAK-AT-EOF               VALUE 'Y'.
           88  BAK-NOT-AT-EOF           VALUE 'N'.
       01  JOB-FAILED-SW         PIC X VALUE 'N'.
           88  JOB-HAS-FAILED           VALUE 'Y'.
           88  JOB-IS-CLEAN             VALUE 'N'.
       01  INDEX-STATE-SW        PIC X VALUE 'N'.
           88  YEAR-IS-INDEXED          VALUE 'Y'.
           88  YEAR-NOT-INDEXED         VALUE 'N'.
       01  BAK-COUNT             PIC 9(08) VALUE 0.
       01  LOAD-COUNT            PIC 9(08) VALUE 0.
       01  VERIFY-COUNT          PIC 9(08) VALUE 0.
       01  VERIFY-KEY            PIC 9(01) VALUE 0.
       01  BACKUP-DATE           PIC 9(06) VALUE 0.
       01  BACKUP-TIME           PIC 9(06) VALUE 0.
       01  BACKUP-TIME-WORK      PIC 9(08) VALUE 0.

      *      SAME FILE/KEY SPECIFICATION PACNEWYR CREATES A NEW YEAR
      *      WITH -- THE WHOLE POINT OF THE REBUILD.
       01  PAC-FSB.
           COPY 'PACFSB.COB'.
       01  FSB-LENGTH             PIC 9(4) BINARY VALUE 142.

      *      RUN-HISTORY HOOK -- START-TIME STAMP CAPTURED AT A000,
      *      ONE PACHIST ROW APPENDED AT END OF JOB (PACHIST HAS NO
      *      SEPARATE COPYBOOK FOR ITS PARAMETER).
       01  HIST-PARM.
           05  HIST-PROGRAM       PIC X(08) VALUE 'PACRIDX'.
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
       01  RIDX-PARM.
           05  RIDX-CCYY          PIC 9(04).

      *      REGION CODE -- SPACES = THE HISTORIC SINGLE-REGION
      *      FILE SET (pacCCYY.btr); OTHERWISE QUALIFIES EVERY
      *      PER-YEAR FILE NAME THE RUN TOUCHES.
           05  RIDX-REGION        PIC X(02).
       PROCEDURE DIVISION USING RIDX-PARM.
       A000-BEGIN.
           CALL 'DOS_GET_TIME' USING HIST-START-STAMP.
           MOVE RIDX-CCYY TO TARGET-CCYY-DISPLAY.
           MOVE SPACES TO B-PAC-NAME.
           STRING 'pac' DELIMITED BY SIZE
                  RIDX-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.btr' DELIMITED BY SIZE
                  INTO B-PAC-NAME.
           MOVE SPACES TO WS-BAK-NAME.
           STRING 'pac' DELIMITED BY SIZE
                  RIDX-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.bak' DELIMITED BY SIZE
                  INTO WS-BAK-NAME.
           MOVE SPACES TO WS-OLD-NAME.
           STRING 'pac' DELIMITED BY SIZE
                  RIDX-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.rix' DELIMITED BY SIZE
                  INTO WS-OLD-NAME.

           MOVE RIDX-CCYY TO CLSQ-CCYY.
           MOVE RIDX-REGION TO CLSQ-REGION.
           CALL 'PACCLSQ' USING CLSQ-PARM.
           IF CLSQ-IS-CLOSED
              DISPLAY 'PACRIDX: YEAR ' TARGET-CCYY-DISPLAY
                  ' IS CLOSED -- RUN REFUSED (SEE'
                  ' pacclose.cat; PACCLOSE REOPENS)'
              SET JOB-HAS-FAILED TO TRUE
              GO TO DONE.

           PERFORM TAKE-RUN-TOKEN THRU TAKE-RUN-TOKEN-EXIT.
           IF RUN-TOKEN-NOT-HELD
              SET JOB-HAS-FAILED TO TRUE
              GO TO DONE.

           PERFORM PROBE-EXPIRY-KEY THRU PROBE-EXPIRY-KEY-EXIT.
           IF JOB-HAS-FAILED
              GO TO DONE.
           IF YEAR-IS-INDEXED
              DISPLAY 'PACRIDX: ' B-PAC-NAME ' ALREADY CARRIES THE'
                  ' NEWVALS AND EXPIRY KEYS -- NOTHING TO DO'
              GO TO DONE.

      *      BACK THE YEAR UP AND PROVE THE BACKUP BEFORE THE LIVE
      *      FILE IS TOUCHED -- THE BACKUP IS WHAT THE NEW FILE IS
      *      BUILT FROM, AND WHAT PACREST PUTS BACK IF IT COMES TO
      *      THAT.
           ACCEPT BACKUP-DATE FROM DATE.
           ACCEPT BACKUP-TIME-WORK FROM TIME.
           DIVIDE BACKUP-TIME-WORK BY 100 GIVING BACKUP-TIME.
           MOVE RIDX-CCYY TO BKUP-CCYY.
           MOVE RIDX-REGION TO BKUP-REGION.
           SET BKUP-SUCCEEDED TO TRUE.
           MOVE 0 TO BKUP-RECORDS.
           CALL 'PACBKUP' USING BKUP-PARM.
           IF BKUP-FAILED
              DISPLAY 'PACRIDX: BACKUP OF ' B-PAC-NAME
                  ' FAILED -- RUN REFUSED'
              SET JOB-HAS-FAILED TO TRUE
              GO TO DONE.
           MOVE WS-BAK-NAME TO VRFY-FILE-NAME.
           CALL 'PACVRFY' USING VRFY-PARM.
           IF VRFY-RESULT NOT = 'PASS'
              DISPLAY 'PACRIDX: ' WS-BAK-NAME ' FAILED PACVRFY --'
                  ' RUN REFUSED'
              SET JOB-HAS-FAILED TO TRUE
              GO TO DONE.

           CALL 'CBL_RENAME_FILE' USING B-PAC-NAME WS-OLD-NAME
               RETURNING FILE-OP-STATUS.
           IF FILE-OP-STATUS NOT = ZERO
              DISPLAY 'PACRIDX: ' B-PAC-NAME ' COULD NOT BE SET'
                  ' ASIDE AS ' WS-OLD-NAME ' -- STATUS '
                  FILE-OP-STATUS
              SET JOB-HAS-FAILED TO TRUE
              GO TO DONE.
           DISPLAY 'PACRIDX: REINDEXING ' B-PAC-NAME ' FROM '
               WS-BAK-NAME.

           PERFORM REBUILD-YEAR-FILE THRU REBUILD-YEAR-FILE-EXIT.

           IF JOB-HAS-FAILED
              PERFORM PUT-BACK-OLD-FILE
           ELSE
              PERFORM DISCARD-OLD-FILE.

       DONE.
           PERFORM DROP-RUN-TOKEN.
           MOVE TARGET-CCYY-DISPLAY TO HIST-CCYY.
           MOVE LOAD-COUNT          TO HIST-RECORDS.
           IF JOB-HAS-FAILED
              MOVE 'FAILED' TO HIST-STATUS.
           CALL 'PACHIST' USING HIST-PARM.
           IF JOB-HAS-FAILED
              DISPLAY 'PACRIDX: REINDEX OF ' B-PAC-NAME ' FAILED'
              MOVE 1 TO RETURN-CODE
              GOBACK.
           IF YEAR-NOT-INDEXED
              DISPLAY 'PACRIDX: ' B-PAC-NAME ' REINDEXED -- '
                  BKUP-RECORDS ' RECORD(S) VERIFIED ON EVERY KEY'
              DISPLAY 'PACRIDX: JOURNAL CARRIES ON UNBROKEN; ROLL'
                  ' FORWARD FROM ' WS-BAK-NAME ' STARTS AT '
                  BACKUP-DATE ' ' BACKUP-TIME.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *      KEY 7 IS THE LAST KEY PACFSB DEFINES, SO A FILE THAT
      *      ANSWERS ON IT HAS THE FULL LAYOUT.  STATUS 6 (INVALID
      *      KEY NUMBER) IS THE OLD FOUR-KEY FILE; ANYTHING ELSE IS
      *      A REAL ERROR.
       PROBE-EXPIRY-KEY.
           SET YEAR-NOT-INDEXED TO TRUE.
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
              DISPLAY 'PACRIDX: OPEN FAILED--> ' BTRV-STATUS-MESSAGE
              SET JOB-HAS-FAILED TO TRUE
              GO TO PROBE-EXPIRY-KEY-EXIT.

           MOVE 7 TO B-PAC-KEY-NUMBER.
           MOVE LOW-VALUES TO B-PAC-KEY-BUFFER.
           CALL WINAPI 'BTRV' USING by value B-GET-GREATER,
             by reference B-PAC-POSITION,
                PAC-RECORD, B-PAC-LENGTH, B-PAC-KEY-BUFFER,
                by value B-PAC-KEY-NUMBER.
           IF RETURN-CODE = 0 OR RETURN-CODE = 9
              SET YEAR-IS-INDEXED TO TRUE
           ELSE
              IF RETURN-CODE NOT = 6
                 MOVE RETURN-CODE TO BTRV-STATUS-CODE
                 CALL 'BTRVMSG' USING BTRV-STATUS-CODE
                     BTRV-STATUS-MESSAGE
                 MOVE 'GET-GR' TO ERRJ-OPERATION
                 PERFORM LOG-ERROR-JOURNAL
                 DISPLAY 'PACRIDX: KEY PROBE FAILED--> '
                     BTRV-STATUS-MESSAGE
                 SET JOB-HAS-FAILED TO TRUE.

           MOVE 0 TO B-PAC-KEY-NUMBER.
           CALL WINAPI 'BTRV' USING by value B-CLOSE,
             by reference B-PAC-POSITION,
             OWNER-NAME, OWNER-LENGTH,
             B-PAC-KEY-BUFFER, by value B-PAC-KEY-NUMBER.
       PROBE-EXPIRY-KEY-EXIT. EXIT.

       REBUILD-YEAR-FILE.
           CALL WINAPI 'BTRV' USING by value B-CREATE,
             by reference B-PAC-POSITION,
             PAC-FSB, FSB-LENGTH, B-PAC-NAME,
             by value ZERO.
           IF RETURN-CODE NOT = ZERO
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'CREATE' TO ERRJ-OPERATION
              PERFORM LOG-ERROR-JOURNAL
              DISPLAY 'PACRIDX: CREATE FAILED--> ' BTRV-STATUS-MESSAGE
              SET JOB-HAS-FAILED TO TRUE
              GO TO REBUILD-YEAR-FILE-EXIT.

           MOVE -1 TO B-PAC-KEY-NUMBER.
           CALL WINAPI 'BTRV' USING by value B-OPEN,
             by reference B-PAC-POSITION,
             OWNER-NAME, OWNER-LENGTH, B-PAC-NAME,
             by value B-PAC-KEY-NUMBER.
           IF RETURN-CODE NOT = ZERO
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'OPEN' TO ERRJ-OPERATION
              PERFORM LOG-ERROR-JOURNAL
              DISPLAY 'PACRIDX: REOPEN FAILED--> ' BTRV-STATUS-MESSAGE
              SET JOB-HAS-FAILED TO TRUE
              GO TO REBUILD-YEAR-FILE-EXIT.

           MOVE 0 TO B-PAC-KEY-NUMBER.
           SET BAK-NOT-AT-EOF TO TRUE.
           OPEN INPUT RIDX-BAK-FILE.
           MOVE 'S' TO BINS-REQUEST.
           CALL 'PACBINS' USING BINS-PARM B-PAC-FILE-STUFF.
           PERFORM LOAD-ONE-RECORD THRU LOAD-ONE-RECORD-EXIT
               UNTIL BAK-AT-EOF.
           MOVE 'F' TO BINS-REQUEST.
           CALL 'PACBINS' USING BINS-PARM B-PAC-FILE-STUFF.
           PERFORM CHECK-BINS-FAILURES THRU CHECK-BINS-FAILURES-EXIT.
           MOVE BINS-INSERTED TO LOAD-COUNT.
           IF BINS-RECORD-MODE
              DISPLAY 'PACRIDX: ENGINE WITHOUT EXTENDED INSERTS --'
                  ' LOADED RECORD AT A TIME'.
           CLOSE RIDX-BAK-FILE.
           IF BAK-COUNT NOT = BKUP-RECORDS
              OR LOAD-COUNT NOT = BKUP-RECORDS
              DISPLAY 'PACRIDX: OUT-OF-BALANCE -- ' BKUP-RECORDS
                  ' BACKED UP, ' BAK-COUNT ' READ BACK, '
                  LOAD-COUNT ' LOADED'
              SET JOB-HAS-FAILED TO TRUE.

           IF JOB-IS-CLEAN
              PERFORM VERIFY-REBUILD THRU VERIFY-REBUILD-EXIT
                  VARYING VERIFY-KEY FROM 0 BY 1
                  UNTIL VERIFY-KEY > 7 OR JOB-HAS-FAILED.

           MOVE 0 TO B-PAC-KEY-NUMBER.
           CALL WINAPI 'BTRV' USING by value B-CLOSE,
             by reference B-PAC-POSITION,
             OWNER-NAME, OWNER-LENGTH,
             B-PAC-KEY-BUFFER, by value B-PAC-KEY-NUMBER.
           IF RETURN-CODE NOT = ZERO
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'CLOSE' TO ERRJ-OPERATION
              PERFORM LOG-ERROR-JOURNAL
              DISPLAY 'PACRIDX: CLOSE FAILED--> ' BTRV-STATUS-MESSAGE
              SET JOB-HAS-FAILED TO TRUE.
       REBUILD-YEAR-FILE-EXIT. EXIT.

       LOAD-ONE-RECORD.
           READ RIDX-BAK-FILE
               AT END
                  SET BAK-AT-EOF TO TRUE
                  GO TO LOAD-ONE-RECORD-EXIT.
      *      A CLEAN PACBKUP EXPORT ENDS WITH A *TRAILER* CONTROL
      *      LINE (SEE PACVRFY); IT IS NOT A PAC RECORD AND MARKS
      *      THE END OF THE DATA.
           IF RIDX-BAK-RECORD (1:9) = '*TRAILER*'
              SET BAK-AT-EOF TO TRUE
              GO TO LOAD-ONE-RECORD-EXIT.
           ADD 1 TO BAK-COUNT.
           MOVE RIDX-BAK-RECORD TO PAC-RECORD.
           MOVE PAC-RECORD TO BINS-RECORD.
           MOVE 'A' TO BINS-REQUEST.
           CALL 'PACBINS' USING BINS-PARM B-PAC-FILE-STUFF.
           PERFORM CHECK-BINS-FAILURES THRU CHECK-BINS-FAILURES-EXIT.
       LOAD-ONE-RECORD-EXIT. EXIT.

      *      A REINDEX FEEDS A FRESH FILE FROM A VERIFIED BACKUP --
      *      ANY RECORD THE INSERTER COULD NOT LAND IS A REAL
      *      FAILURE, NOT A DATA REJECT.
       CHECK-BINS-FAILURES.
           IF BINS-FAIL-COUNT = 0
              GO TO CHECK-BINS-FAILURES-EXIT.
           PERFORM REPORT-ONE-BINS-FAILURE
               VARYING BINS-SCAN FROM 1 BY 1
               UNTIL BINS-SCAN > BINS-FAIL-COUNT.
           SET JOB-HAS-FAILED TO TRUE.
       CHECK-BINS-FAILURES-EXIT. EXIT.

       REPORT-ONE-BINS-FAILURE.
           SET BINS-FAIL-IDX TO BINS-SCAN.
           MOVE BINS-FAIL-STATUS (BINS-FAIL-IDX)
               TO BTRV-STATUS-CODE.
           CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE.
           MOVE 'INSERT' TO ERRJ-OPERATION.
           PERFORM LOG-ERROR-JOURNAL.
           DISPLAY 'PACRIDX: INSERT FAILED ON '
               BINS-FAIL-RECORD (BINS-FAIL-IDX) (1:8) '--> '
               BTRV-STATUS-MESSAGE.

      *      WALK THE NEW FILE ON ONE KEY AND PROVE THE COUNT -- A
      *      DUPLICATES-ALLOWED KEY WITH NO NULL VALUE INDEXES EVERY
      *      RECORD, SO EVERY KEY MUST COUNT WHAT THE BACKUP HELD.
       VERIFY-REBUILD.
           MOVE 0 TO VERIFY-COUNT.
           MOVE VERIFY-KEY TO B-PAC-KEY-NUMBER.
           MOVE LOW-VALUES TO B-PAC-KEY-BUFFER.
           CALL WINAPI 'BTRV' USING by value B-GET-GREATER,
             by reference B-PAC-POSITION,
                PAC-RECORD, B-PAC-LENGTH, B-PAC-KEY-BUFFER,
                by value B-PAC-KEY-NUMBER.

       VERIFY-GET-NEXT.
           IF RETURN-CODE NOT = 0
              IF RETURN-CODE NOT = 9
                 MOVE RETURN-CODE TO BTRV-STATUS-CODE
                 CALL 'BTRVMSG' USING BTRV-STATUS-CODE
                     BTRV-STATUS-MESSAGE
                 MOVE 'GET-NXT' TO ERRJ-OPERATION
                 PERFORM LOG-ERROR-JOURNAL
                 DISPLAY 'PACRIDX: VERIFY WALK ON KEY ' VERIFY-KEY
                     ' FAILED--> ' BTRV-STATUS-MESSAGE
                 SET JOB-HAS-FAILED TO TRUE
              END-IF
              GO TO VERIFY-COMPARE.
           ADD 1 TO VERIFY-COUNT.
           CALL WINAPI 'BTRV' USING by value B-GET-NEXT,
             by reference B-PAC-POSITION,
                PAC-RECORD, B-PAC-LENGTH, B-PAC-KEY-BUFFER,
                by value B-PAC-KEY-NUMBER.
           GO TO VERIFY-GET-NEXT.

       VERIFY-COMPARE.
           IF VERIFY-COUNT NOT = BKUP-RECORDS
              DISPLAY 'PACRIDX: OUT-OF-BALANCE ON KEY ' VERIFY-KEY
                  ' -- ' BKUP-RECORDS ' BACKED UP, ' VERIFY-COUNT
                  ' WALKED'
              SET JOB-HAS-FAILED TO TRUE.
       VERIFY-REBUILD-EXIT. EXIT.

      *      THE NEW FILE HAS PROVED ITSELF; THE OLD ONE IS NO
      *      LONGER WANTED.  A .rix THAT WILL NOT DELETE IS LEFT FOR
      *      THE OPERATOR -- IT DOES NOT UNDO A GOOD REINDEX.
       DISCARD-OLD-FILE.
           CALL 'CBL_DELETE_FILE' USING WS-OLD-NAME
               RETURNING FILE-OP-STATUS.
           IF FILE-OP-STATUS NOT = ZERO
              DISPLAY 'PACRIDX: WARNING -- ' WS-OLD-NAME
                  ' COULD NOT BE DELETED -- STATUS ' FILE-OP-STATUS
                  ' -- REMOVE IT BY HAND'.

      *      UNDO A FAILED REBUILD -- DROP WHATEVER WAS CREATED AND
      *      PUT THE ORIGINAL FILE BACK UNDER ITS OWN NAME.
       PUT-BACK-OLD-FILE.
           CALL 'CBL_DELETE_FILE' USING B-PAC-NAME
               RETURNING FILE-OP-STATUS.
           CALL 'CBL_RENAME_FILE' USING WS-OLD-NAME B-PAC-NAME
               RETURNING FILE-OP-STATUS.
           IF FILE-OP-STATUS NOT = ZERO
              DISPLAY 'PACRIDX: ' WS-OLD-NAME ' COULD NOT BE PUT'
                  ' BACK AS ' B-PAC-NAME ' -- STATUS ' FILE-OP-STATUS
                  ' -- RENAME IT BY HAND OR RESTORE FROM '
                  WS-BAK-NAME
           ELSE
              DISPLAY 'PACRIDX: ' B-PAC-NAME ' PUT BACK AS IT WAS'.

       TAKE-RUN-TOKEN.
           MOVE 'T' TO LOCK-REQUEST.
           MOVE RIDX-CCYY   TO LOCK-CCYY.
           MOVE RIDX-REGION TO LOCK-REGION.
           COMPUTE LOCK-START-TIME =
               HIST-START-HOUR * 10000 + HIST-START-MINUTE * 100
                   + HIST-START-SECOND.
           CALL 'PACLOCK' USING LOCK-PARM.
           IF LOCK-BUSY
              DISPLAY 'PACRIDX: YEAR ' TARGET-CCYY-DISPLAY
                  ' BUSY WITH ' LOCK-HOLDER ' SINCE ' LOCK-SINCE
                  ' -- RUN REFUSED'
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
