       ID DIVISION.
       PROGRAM-ID.  PACJOINT.
       AUTHOR.  Oliphant .
       DATE-WRITTEN. OCTOBER 10, 2026.
       DATE-COMPILED.
       REMARKS.  JOINT-HOLDER MAINTENANCE.  SOME REGISTRATIONS ARE
           HELD BY TWO OR THREE MEMBERS, BUT A PAC RECORD CARRIES
           ONE SERIAL, AND THE OTHER HOLDERS HAVE LIVED IN THE
           NOTES.  THIS ROUTINE KEEPS THE YEAR'S COMPANION
           jntCCYY.dat (LAYOUT PACJNT.COB): ONE LINE PER CO-HOLDER
           OF A PAC KEY, WITH THE CO-HOLDER'S SERIAL AND OWNERSHIP
           SHARE.  MODE 'A' ATTACHES A CO-HOLDER -- THE KEY MUST BE
           ON FILE AND NOT VOIDED, THE CO-HOLDER MUST BE ON
           member.btr (THE SAME CHECK PACMAINT MAKES OF A PRIMARY
           SERIAL), NO KEY TAKES MORE THAN TWO CO-HOLDERS, AND THE
           SHARES MUST LEAVE THE PRIMARY SOMETHING.  MODE 'R'
           DETACHES ONE.  MODES 'K' AND 'M' KEEP THE FILE IN STEP
           WHEN RECORDS MOVE: 'K' CARRIES A KEY'S CO-HOLDERS TO THE
           KEY A RECORD MOVED TO (PACXFER, PACMERGE), AND 'M' TURNS
           A MERGED-AWAY SERIAL INTO ITS SURVIVOR WHEREVER IT IS A
           CO-HOLDER (PACMERGE).  A CO-HOLDER WHO BECOMES THE
           PRIMARY IS DROPPED, AND ONE WHO ENDS UP LISTED TWICE ON A
           KEY HAS THE TWO SHARES COMBINED.  THE FILE IS SMALL; A
           CHANGE REWRITES IT COMPLETE, THE SAME WAY PACFEES
           REWRITES THE FEE SCHEDULE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. COMPAQ-DESKPRO-286.
       OBJECT-COMPUTER. ANY-COMPAQ-COMPATABLE.
       SPECIAL-NAMES.
           CALL-CONVENTION 64 IS WINAPI.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOINT-FILE ASSIGN TO WS-JNT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JNT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  JOINT-FILE.
       01  JOINT-FILE-RECORD           PIC X(38).
*      WORKING-STORAGE SECTION.
       01  B-OPEN         PIC 9(4) BINARY VALUE 0.
       01  B-CLOSE        PIC 9(4) BINARY VALUE 1.
       01  B-GET-EQUAL    PIC 9(4) BINARY VALUE 5.
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
       01  MEMBER-FOUND-SW       PIC X VALUE 'N'.
           88  MEMBER-IS-FOUND          VALUE 'Y'.
           88  MEMBER-IS-NOT-FOUND      VALUE 'N'.
       01  KEY-OK-SW             PIC X VALUE 'N'.
           88  PAC-KEY-IS-OK            VALUE 'Y'.
           88  PAC-KEY-NOT-OK           VALUE 'N'.

       01  BTRV-STATUS-CODE     PIC S9(4) BINARY VALUE 0.
       01  BTRV-STATUS-MESSAGE  PIC X(40) VALUE SPACES.

      *      CENTRAL ERROR JOURNAL HOOK -- ONE PACERRJ ROW PER
      *      NONZERO BTRV STATUS (PACERRJ HAS NO SEPARATE COPYBOOK
      *      FOR ITS PARAMETER).
       01  ERRJ-PARM.
           05  ERRJ-PROGRAM       PIC X(08) VALUE 'PACJOINT'.
           05  ERRJ-OPERATION     PIC X(08).
           05  ERRJ-KEY           PIC X(08).
           05  ERRJ-STATUS-CODE   PIC S9(4) BINARY.
           05  ERRJ-MESSAGE       PIC X(40).

      *      YEAR-CLOSE GATE (PACCLSQ HAS NO SEPARATE COPYBOOK FOR
      *      ITS PARAMETER).  A CLOSED YEAR'S HOLDERS ARE NOT
      *      CHANGED BY HAND.
       01  CLSQ-PARM.
           05  CLSQ-CCYY           PIC 9(04).
           05  CLSQ-REGION         PIC X(02).
           05  CLSQ-RESULT         PIC X(01).
               88  CLSQ-IS-CLOSED        VALUE 'C'.
               88  CLSQ-IS-OPEN          VALUE 'O'.

       01  TARGET-CCYY-DISPLAY  PIC 9(4) VALUE 0.
       01  WS-JNT-NAME           PIC X(32).
       01  JNT-FILE-STATUS       PIC X(2).
       01  JNT-EOF-SW            PIC X VALUE 'N'.
           88  JNT-AT-EOF               VALUE 'Y'.
           88  JNT-NOT-AT-EOF           VALUE 'N'.
       01  RUN-YYMMDD            PIC 9(06) VALUE 0.
       01  RUN-CCYYMMDD          PIC 9(08) VALUE 0.

       01  JOINT-LINE.
           COPY 'PACJNT.COB'.

      *      THE WHOLE FILE IS HELD IN STORAGE FOR A CHANGE, WHICH
      *      REWRITES IT COMPLETE.  A DROPPED LINE IS BLANKED IN THE
      *      TABLE AND NOT WRITTEN BACK.
       01  HOLD-COUNT             PIC 9(04) VALUE 0.
       01  HOLD-IDX               PIC 9(04) VALUE 0.
       01  FIND-IDX               PIC 9(04) VALUE 0.
       01  HOLD-TABLE.
           05  HOLD-ENTRY OCCURS 1000 TIMES.
               10  HOLD-RECORD    PIC X(38).
               10  HOLD-FIELDS REDEFINES HOLD-RECORD.
                   15  HOLD-KEY       PIC X(08).
                   15  FILLER         PIC X(01).
                   15  HOLD-HOLDER    PIC X(05).
                   15  FILLER         PIC X(01).
                   15  HOLD-SHARE     PIC 9(03)V99.
                   15  FILLER         PIC X(18).
       01  HOLD-FULL-SW           PIC X VALUE 'N'.
           88  HOLD-TABLE-FULL          VALUE 'Y'.
           88  HOLD-TABLE-COMPLETE      VALUE 'N'.

       01  KEY-HOLDERS            PIC 9(02) VALUE 0.
       01  KEY-SHARES             PIC 9(05)V99 VALUE 0.
       01  DUPLICATE-SW           PIC X VALUE 'N'.
           88  HOLDER-ALREADY-ON        VALUE 'Y'.
           88  HOLDER-NOT-ON            VALUE 'N'.
       01  CHANGED-COUNT          PIC 9(04) VALUE 0.
       01  DROPPED-COUNT          PIC 9(04) VALUE 0.
       01  FOUND-AT               PIC 9(04) VALUE 0.
       01  PRIMARY-SHARE          PIC 9(03)V99 VALUE 0.

       LINKAGE SECTION.
       01  JOINT-PARM.
      *      'A' = ATTACH JOINT-HOLDER TO THE KEY; 'R' = DETACH IT;
      *      'K' = THE KEY'S RECORD HAS MOVED TO THE NEW SERIAL/SEQ;
      *      'M' = THE SERIAL HAS BEEN MERGED INTO THE NEW SERIAL.
           05  JOINT-MODE          PIC X(01).
               88  JOINT-ADD-MODE        VALUE 'A'.
               88  JOINT-REMOVE-MODE     VALUE 'R'.
               88  JOINT-REKEY-MODE      VALUE 'K'.
               88  JOINT-MERGE-MODE      VALUE 'M'.
           05  JOINT-CCYY          PIC 9(04).
           05  JOINT-SERIAL        PIC X(05).
           05  JOINT-SEQ           PIC 9(03).
           05  JOINT-HOLDER        PIC X(05).
      *      OWNERSHIP SHARE IN PERCENT, TWO DECIMALS ('A' ONLY).
           05  JOINT-SHARE         PIC 9(03)V99.
           05  JOINT-NEW-SERIAL    PIC X(05).
           05  JOINT-NEW-SEQ       PIC 9(03).
           05  JOINT-OPERATOR      PIC X(08).
           05  JOINT-RESULT        PIC X(01).
               88  JOINT-WENT-GOOD       VALUE 'G'.
               88  JOINT-WENT-BAD        VALUE 'F'.

      *      REGION CODE -- SPACES = THE HISTORIC SINGLE-REGION
      *      FILE SET (pacCCYY.btr); OTHERWISE QUALIFIES EVERY
      *      PER-YEAR FILE NAME THE RUN TOUCHES.
           05  JOINT-REGION        PIC X(02).
       PROCEDURE DIVISION USING JOINT-PARM.
       A000-BEGIN.
           SET JOINT-WENT-BAD TO TRUE.
           ACCEPT RUN-YYMMDD FROM DATE.
           COMPUTE RUN-CCYYMMDD = 20000000 + RUN-YYMMDD.
           MOVE JOINT-CCYY TO TARGET-CCYY-DISPLAY.
           MOVE SPACES TO WS-JNT-NAME.
           STRING 'jnt' DELIMITED BY SIZE
                  JOINT-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
                  INTO WS-JNT-NAME.

           IF JOINT-ADD-MODE
              PERFORM ADD-HOLDER THRU ADD-HOLDER-EXIT
           ELSE IF JOINT-REMOVE-MODE
              PERFORM REMOVE-HOLDER THRU REMOVE-HOLDER-EXIT
           ELSE IF JOINT-REKEY-MODE
              PERFORM REKEY-HOLDERS THRU REKEY-HOLDERS-EXIT
           ELSE IF JOINT-MERGE-MODE
              PERFORM MERGE-HOLDER THRU MERGE-HOLDER-EXIT
           ELSE
              DISPLAY 'PACJOINT: MODE ' JOINT-MODE ' NOT RECOGNISED'
                  ' -- A, R, K OR M'.
           GOBACK.

      * ------------------------------------------------------------
      *      MODE 'A' -- ATTACH A CO-HOLDER.
      * ------------------------------------------------------------
       ADD-HOLDER.
           IF JOINT-SERIAL = SPACES OR JOINT-HOLDER = SPACES
              OR JOINT-SERIAL = JOINT-HOLDER
              DISPLAY 'PACJOINT: SERIAL AND CO-HOLDER MUST DIFFER '
                  'AND BE NON-BLANK -- NOT ATTACHED'
              GO TO ADD-HOLDER-EXIT.
           IF JOINT-SHARE NOT NUMERIC
              OR JOINT-SHARE = 0
              OR JOINT-SHARE NOT < 100
              DISPLAY 'PACJOINT: SHARE MUST BE OVER 0 AND UNDER 100'
                  ' PERCENT -- NOT ATTACHED'
              GO TO ADD-HOLDER-EXIT.
           PERFORM CHECK-YEAR-OPEN.
           IF CLSQ-IS-CLOSED
              GO TO ADD-HOLDER-EXIT.

           PERFORM CHECK-PAC-KEY THRU CHECK-PAC-KEY-EXIT.
           IF PAC-KEY-NOT-OK
              GO TO ADD-HOLDER-EXIT.
           PERFORM CHECK-MEMBER-EXISTS THRU CHECK-MEMBER-EXISTS-EXIT.
           IF MEMBER-IS-NOT-FOUND
              DISPLAY 'PACJOINT: ' JOINT-HOLDER ' IS NOT ON'
                  ' member.btr -- NOT ATTACHED'
              GO TO ADD-HOLDER-EXIT.

           PERFORM LOAD-HOLD-TABLE THRU LOAD-HOLD-TABLE-EXIT.
           IF HOLD-TABLE-FULL
              GO TO ADD-HOLDER-EXIT.
           MOVE 0 TO KEY-HOLDERS.
           MOVE 0 TO KEY-SHARES.
           SET HOLDER-NOT-ON TO TRUE.
           PERFORM TALLY-KEY-HOLDER
               VARYING HOLD-IDX FROM 1 BY 1
               UNTIL HOLD-IDX > HOLD-COUNT.
           IF HOLDER-ALREADY-ON
              DISPLAY 'PACJOINT: ' JOINT-HOLDER ' ALREADY HOLDS '
                  JOINT-SERIAL '-' JOINT-SEQ ' -- NOT ATTACHED'
              GO TO ADD-HOLDER-EXIT.
           IF KEY-HOLDERS NOT < 2
              DISPLAY 'PACJOINT: ' JOINT-SERIAL '-' JOINT-SEQ
                  ' ALREADY HAS TWO CO-HOLDERS -- NOT ATTACHED'
              GO TO ADD-HOLDER-EXIT.
           IF KEY-SHARES + JOINT-SHARE NOT < 100
              DISPLAY 'PACJOINT: CO-HOLDER SHARES WOULD LEAVE THE '
                  'PRIMARY NOTHING -- NOT ATTACHED'
              GO TO ADD-HOLDER-EXIT.

           MOVE SPACES TO JOINT-LINE.
           MOVE JOINT-SERIAL   TO JNT-SERIAL.
           MOVE JOINT-SEQ      TO JNT-SEQ.
           MOVE JOINT-HOLDER   TO JNT-HOLDER.
           MOVE JOINT-SHARE    TO JNT-SHARE.
           MOVE RUN-CCYYMMDD   TO JNT-ADDED.
           MOVE JOINT-OPERATOR TO JNT-OPERATOR.
      *      SAME EXTEND-OR-CREATE DANCE PACJRNL DOES FOR THE
      *      JOURNAL FILE.
           OPEN EXTEND JOINT-FILE.
           IF JNT-FILE-STATUS = '05' OR '35'
              OPEN OUTPUT JOINT-FILE.
           WRITE JOINT-FILE-RECORD FROM JOINT-LINE.
           CLOSE JOINT-FILE.
           COMPUTE PRIMARY-SHARE = 100 - KEY-SHARES - JOINT-SHARE.
           DISPLAY 'PACJOINT: ' JOINT-HOLDER ' (' MEM-NAME ') NOW '
               'HOLDS ' JOINT-SHARE '% OF ' JOINT-SERIAL '-'
               JOINT-SEQ '; PRIMARY HOLDS ' PRIMARY-SHARE '%'.
           SET JOINT-WENT-GOOD TO TRUE.
       ADD-HOLDER-EXIT. EXIT.

       TALLY-KEY-HOLDER.
           MOVE HOLD-RECORD (HOLD-IDX) TO JOINT-LINE.
           IF JNT-SERIAL = JOINT-SERIAL AND JNT-SEQ = JOINT-SEQ
              ADD 1 TO KEY-HOLDERS
              IF JNT-SHARE NUMERIC
                 ADD JNT-SHARE TO KEY-SHARES
              END-IF
              IF JNT-HOLDER = JOINT-HOLDER
                 SET HOLDER-ALREADY-ON TO TRUE.

      * ------------------------------------------------------------
      *      MODE 'R' -- DETACH A CO-HOLDER.
      * ------------------------------------------------------------
       REMOVE-HOLDER.
           PERFORM CHECK-YEAR-OPEN.
           IF CLSQ-IS-CLOSED
              GO TO REMOVE-HOLDER-EXIT.
           PERFORM LOAD-HOLD-TABLE THRU LOAD-HOLD-TABLE-EXIT.
           IF HOLD-TABLE-FULL
              GO TO REMOVE-HOLDER-EXIT.
           MOVE 0 TO DROPPED-COUNT.
           PERFORM DROP-ONE-HOLDER
               VARYING HOLD-IDX FROM 1 BY 1
               UNTIL HOLD-IDX > HOLD-COUNT.
           IF DROPPED-COUNT = 0
              DISPLAY 'PACJOINT: ' JOINT-HOLDER ' IS NOT A CO-HOLDER'
                  ' OF ' JOINT-SERIAL '-' JOINT-SEQ
              GO TO REMOVE-HOLDER-EXIT.
           PERFORM REWRITE-HOLD-TABLE.
           DISPLAY 'PACJOINT: ' JOINT-HOLDER ' DETACHED FROM '
               JOINT-SERIAL '-' JOINT-SEQ.
           SET JOINT-WENT-GOOD TO TRUE.
       REMOVE-HOLDER-EXIT. EXIT.

       DROP-ONE-HOLDER.
           MOVE HOLD-RECORD (HOLD-IDX) TO JOINT-LINE.
           IF JNT-SERIAL = JOINT-SERIAL AND JNT-SEQ = JOINT-SEQ
              AND JNT-HOLDER = JOINT-HOLDER
              MOVE SPACES TO HOLD-RECORD (HOLD-IDX)
              ADD 1 TO DROPPED-COUNT.

      * ------------------------------------------------------------
      *      MODE 'K' -- THE RECORD UNDER JOINT-SERIAL/SEQ NOW LIVES
      *      UNDER JOINT-NEW-SERIAL/SEQ.  ITS CO-HOLDERS GO WITH IT,
      *      EXCEPT ONE WHO IS THE NEW PRIMARY.
      * ------------------------------------------------------------
       REKEY-HOLDERS.
           PERFORM LOAD-HOLD-TABLE THRU LOAD-HOLD-TABLE-EXIT.
           IF HOLD-TABLE-FULL
              GO TO REKEY-HOLDERS-EXIT.
           MOVE 0 TO CHANGED-COUNT.
           MOVE 0 TO DROPPED-COUNT.
           PERFORM REKEY-ONE-HOLDER
               VARYING HOLD-IDX FROM 1 BY 1
               UNTIL HOLD-IDX > HOLD-COUNT.
           IF CHANGED-COUNT > 0 OR DROPPED-COUNT > 0
              PERFORM REWRITE-HOLD-TABLE
              DISPLAY 'PACJOINT: ' CHANGED-COUNT ' CO-HOLDER(S) OF '
                  JOINT-SERIAL '-' JOINT-SEQ ' MOVED TO '
                  JOINT-NEW-SERIAL '-' JOINT-NEW-SEQ ', '
                  DROPPED-COUNT ' NOW PRIMARY'.
           SET JOINT-WENT-GOOD TO TRUE.
       REKEY-HOLDERS-EXIT. EXIT.

       REKEY-ONE-HOLDER.
           MOVE HOLD-RECORD (HOLD-IDX) TO JOINT-LINE.
           IF JNT-SERIAL = JOINT-SERIAL AND JNT-SEQ = JOINT-SEQ
              IF JNT-HOLDER = JOINT-NEW-SERIAL
                 MOVE SPACES TO HOLD-RECORD (HOLD-IDX)
                 ADD 1 TO DROPPED-COUNT
              ELSE
                 MOVE JOINT-NEW-SERIAL TO JNT-SERIAL
                 MOVE JOINT-NEW-SEQ    TO JNT-SEQ
                 MOVE JOINT-LINE TO HOLD-RECORD (HOLD-IDX)
                 ADD 1 TO CHANGED-COUNT.

      * ------------------------------------------------------------
      *      MODE 'M' -- JOINT-SERIAL HAS BEEN MERGED INTO
      *      JOINT-NEW-SERIAL.  WHEREVER THE OLD SERIAL IS A
      *      CO-HOLDER THE SURVIVOR TAKES ITS PLACE; ON A KEY THE
      *      SURVIVOR ALREADY HOLDS, THE SHARES ARE COMBINED (OR,
      *      WHERE IT IS THE PRIMARY, SIMPLY GO BACK TO IT).
      * ------------------------------------------------------------
       MERGE-HOLDER.
           PERFORM LOAD-HOLD-TABLE THRU LOAD-HOLD-TABLE-EXIT.
           IF HOLD-TABLE-FULL
              GO TO MERGE-HOLDER-EXIT.
           MOVE 0 TO CHANGED-COUNT.
           MOVE 0 TO DROPPED-COUNT.
           PERFORM MERGE-ONE-HOLDER
               VARYING HOLD-IDX FROM 1 BY 1
               UNTIL HOLD-IDX > HOLD-COUNT.
           IF CHANGED-COUNT > 0 OR DROPPED-COUNT > 0
              PERFORM REWRITE-HOLD-TABLE
              DISPLAY 'PACJOINT: ' TARGET-CCYY-DISPLAY ' CO-HOLDINGS'
                  ' OF ' JOINT-SERIAL ' -- ' CHANGED-COUNT
                  ' PASSED TO ' JOINT-NEW-SERIAL ', ' DROPPED-COUNT
                  ' FOLDED IN'.
           SET JOINT-WENT-GOOD TO TRUE.
       MERGE-HOLDER-EXIT. EXIT.

       MERGE-ONE-HOLDER.
           MOVE HOLD-RECORD (HOLD-IDX) TO JOINT-LINE.
           IF JNT-HOLDER NOT = JOINT-SERIAL
              OR JOINT-LINE = SPACES
              GO TO MERGE-ONE-HOLDER-EXIT.
           IF JNT-SERIAL = JOINT-NEW-SERIAL
              MOVE SPACES TO HOLD-RECORD (HOLD-IDX)
              ADD 1 TO DROPPED-COUNT
              GO TO MERGE-ONE-HOLDER-EXIT.
           MOVE 0 TO FOUND-AT.
           PERFORM FIND-SURVIVOR-ON-KEY
               VARYING FIND-IDX FROM 1 BY 1
               UNTIL FIND-IDX > HOLD-COUNT OR FOUND-AT > 0.
           IF FOUND-AT > 0
              ADD JNT-SHARE TO HOLD-SHARE (FOUND-AT)
              MOVE SPACES TO HOLD-RECORD (HOLD-IDX)
              ADD 1 TO DROPPED-COUNT
           ELSE
              MOVE JOINT-NEW-SERIAL TO JNT-HOLDER
              MOVE JOINT-LINE TO HOLD-RECORD (HOLD-IDX)
              ADD 1 TO CHANGED-COUNT.
       MERGE-ONE-HOLDER-EXIT. EXIT.

       FIND-SURVIVOR-ON-KEY.
           IF HOLD-KEY (FIND-IDX) = JOINT-LINE (1:8)
              AND HOLD-HOLDER (FIND-IDX) = JOINT-NEW-SERIAL
              MOVE FIND-IDX TO FOUND-AT.

      * ------------------------------------------------------------
      *      SHARED PIECES.
      * ------------------------------------------------------------
       CHECK-YEAR-OPEN.
           MOVE JOINT-CCYY   TO CLSQ-CCYY.
           MOVE JOINT-REGION TO CLSQ-REGION.
           CALL 'PACCLSQ' USING CLSQ-PARM.
           IF CLSQ-IS-CLOSED
              DISPLAY 'PACJOINT: YEAR ' TARGET-CCYY-DISPLAY
                  ' IS CLOSED -- HOLDERS NOT CHANGED (SEE'
                  ' pacclose.cat; PACCLOSE REOPENS)'.

      *      A FILE TOO BIG TO HOLD COMPLETE MUST NOT BE WRITTEN
      *      BACK SHORT -- THAT WOULD SILENTLY DROP HOLDERS.  NO
      *      FILE YET IS AN EMPTY TABLE.
       LOAD-HOLD-TABLE.
           MOVE 0 TO HOLD-COUNT.
           SET HOLD-TABLE-COMPLETE TO TRUE.
           SET JNT-NOT-AT-EOF TO TRUE.
           OPEN INPUT JOINT-FILE.
           IF JNT-FILE-STATUS NOT = '00'
              GO TO LOAD-HOLD-TABLE-EXIT.
           PERFORM HOLD-ONE-LINE THRU HOLD-ONE-LINE-EXIT
               UNTIL JNT-AT-EOF OR HOLD-TABLE-FULL.
           CLOSE JOINT-FILE.
           IF HOLD-TABLE-FULL
              DISPLAY 'PACJOINT: ' WS-JNT-NAME ' EXCEEDS 1000 LINES'
                  ' -- NOTHING CHANGED, FILE LEFT AS IT WAS'.
       LOAD-HOLD-TABLE-EXIT. EXIT.

       HOLD-ONE-LINE.
           READ JOINT-FILE
               AT END
                  SET JNT-AT-EOF TO TRUE
                  GO TO HOLD-ONE-LINE-EXIT.
           IF HOLD-COUNT NOT < 1000
              SET HOLD-TABLE-FULL TO TRUE
              GO TO HOLD-ONE-LINE-EXIT.
           ADD 1 TO HOLD-COUNT.
           MOVE JOINT-FILE-RECORD TO HOLD-RECORD (HOLD-COUNT).
       HOLD-ONE-LINE-EXIT. EXIT.

       REWRITE-HOLD-TABLE.
           OPEN OUTPUT JOINT-FILE.
           PERFORM WRITE-HELD-LINE
               VARYING HOLD-IDX FROM 1 BY 1
               UNTIL HOLD-IDX > HOLD-COUNT.
           CLOSE JOINT-FILE.

       WRITE-HELD-LINE.
           IF HOLD-RECORD (HOLD-IDX) NOT = SPACES
              WRITE JOINT-FILE-RECORD FROM HOLD-RECORD (HOLD-IDX).

      *      THE KEY MUST BE ON THE YEAR FILE AND NOT VOIDED -- A
      *      CO-HOLDER OF NOTHING IS NOT ATTACHED.
       CHECK-PAC-KEY.
           SET PAC-KEY-NOT-OK TO TRUE.
           MOVE SPACES TO B-PAC-NAME.
           STRING 'pac' DELIMITED BY SIZE
                  JOINT-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
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
              DISPLAY 'PACJOINT: ' B-PAC-NAME ' OPEN FAILED--> '
                  BTRV-STATUS-MESSAGE
              GO TO CHECK-PAC-KEY-EXIT.
           MOVE 0 TO B-PAC-KEY-NUMBER.
           MOVE JOINT-SERIAL TO B-PAC-KEY-SERIAL.
           MOVE JOINT-SEQ    TO B-PAC-KEY-SEQ.
           CALL WINAPI 'BTRV' USING by value B-GET-EQUAL,
             by reference B-PAC-POSITION,
             PAC-RECORD, B-PAC-LENGTH, B-PAC-KEY-BUFFER,
             by value B-PAC-KEY-NUMBER.
           IF RETURN-CODE NOT = ZERO
              DISPLAY 'PACJOINT: ' JOINT-SERIAL '-' JOINT-SEQ
                  ' NOT ON ' B-PAC-NAME ' -- NOT ATTACHED'
           ELSE
              IF PAC-REC-VOIDED
                 DISPLAY 'PACJOINT: ' JOINT-SERIAL '-' JOINT-SEQ
                     ' IS VOIDED -- NOT ATTACHED'
              ELSE
                 SET PAC-KEY-IS-OK TO TRUE.
           CALL WINAPI 'BTRV' USING by value B-CLOSE,
             by reference B-PAC-POSITION,
             OWNER-NAME, OWNER-LENGTH,
             B-PAC-KEY-BUFFER, by value B-PAC-KEY-NUMBER.
       CHECK-PAC-KEY-EXIT. EXIT.

      *      THE SAME member.btr GET-EQUAL PACMAINT MAKES OF A
      *      PRIMARY SERIAL ON INSERT.  AN UNREACHABLE MEMBER FILE
      *      COUNTS AS NOT-FOUND, SO THE CHECK IS NOT WAVED THROUGH
      *      BLIND.
       CHECK-MEMBER-EXISTS.
           SET MEMBER-IS-NOT-FOUND TO TRUE.
           MOVE SPACES TO MEMBER-RECORD.
           MOVE -2 TO B-MEM-KEY-NUMBER.
           CALL WINAPI 'BTRV' USING by value B-OPEN,
             by reference B-MEM-POSITION,
             OWNER-NAME, OWNER-LENGTH, B-MEM-NAME,
             by value B-MEM-KEY-NUMBER.
           IF RETURN-CODE NOT = ZERO
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'OPEN' TO ERRJ-OPERATION
              PERFORM LOG-ERROR-JOURNAL
              DISPLAY 'PACJOINT: MEMBER OPEN FAILED--> '
                  BTRV-STATUS-MESSAGE
              GO TO CHECK-MEMBER-EXISTS-EXIT.
           MOVE 0 TO B-MEM-KEY-NUMBER.
           MOVE JOINT-HOLDER TO B-MEM-KEY-SERIAL.
           CALL WINAPI 'BTRV' USING by value B-GET-EQUAL,
             by reference B-MEM-POSITION,
                MEMBER-RECORD, B-MEM-LENGTH, B-MEM-KEY-BUFFER,
                by value B-MEM-KEY-NUMBER.
           IF RETURN-CODE = ZERO
              SET MEMBER-IS-FOUND TO TRUE.
           CALL WINAPI 'BTRV' USING by value B-CLOSE,
             by reference B-MEM-POSITION,
             OWNER-NAME, OWNER-LENGTH,
             B-MEM-KEY-BUFFER, by value B-MEM-KEY-NUMBER.
       CHECK-MEMBER-EXISTS-EXIT. EXIT.

       LOG-ERROR-JOURNAL.
           MOVE B-PAC-KEY-BUFFER TO ERRJ-KEY.
           MOVE BTRV-STATUS-CODE TO ERRJ-STATUS-CODE.
           MOVE BTRV-STATUS-MESSAGE TO ERRJ-MESSAGE.
           CALL 'PACERRJ' USING ERRJ-PARM.
