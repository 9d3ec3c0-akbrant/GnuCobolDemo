       ID DIVISION.
       PROGRAM-ID.  PACRULQ.
       AUTHOR.  Oliphant .
       DATE-WRITTEN. OCTOBER 15, 2026.
       DATE-COMPILED.
       REMARKS.  CODE-COMBINATION QUERY.  EVERY PROGRAM THAT NEEDS TO
           KNOW WHETHER A SPEC/GEAR/AREA COMBINATION IS LEGAL ASKS
           THIS ONE, RATHER THAN READING pacrules.dat (THE PACRUL.COB
           LAYOUT) ITSELF, SO PACMAINT, PACMNTSC, PACLOAD, PACCSVIN
           AND PACEDIT ALL HOLD A RECORD TO THE SAME RULES.  THE
           RULES ARE READ ONCE, ON THE FIRST QUESTION, AND KEPT FOR
           THE REST OF THE RUN.
           THE ORIGINAL CODES ARE ALWAYS CHECKED; THE NEWVALS CODES
           ARE CHECKED TOO WHEN THE CALLER PASSES A NEWVALS SPEC.
           ONLY RULES LIVE ON RULQ-DATE COUNT (ZERO = TODAY).
           RULQ-RESULT COMES BACK 'L' LEGAL, 'X' PROHIBITED BY RULE
           RULQ-RULE, OR 'U' UNLISTED -- THE SPEC HAS A PERMITTED
           LIST AND THE COMBINATION IS NOT ON IT.  RULQ-SCHEME SAYS
           WHICH CODES FAILED ('O' ORIGINAL, 'N' NEWVALS).  NO RULES
           FILE MEANS EVERY COMBINATION IS LEGAL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. COMPAQ-DESKPRO-286.
       OBJECT-COMPUTER. ANY-COMPAQ-COMPATABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULQ-RUL-FILE ASSIGN TO WS-RUL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RULQ-RUL-FILE.
       01  RULQ-RUL-RECORD.
           COPY 'PACRUL.COB'.
*      WORKING-STORAGE SECTION.
       01  WS-RUL-NAME            PIC X(32) VALUE 'pacrules.dat'.
       01  RUL-FILE-STATUS        PIC X(02).
       01  RUL-EOF-SW             PIC X VALUE 'N'.
           88  RUL-AT-EOF               VALUE 'Y'.
           88  RUL-NOT-AT-EOF           VALUE 'N'.
       01  LOADED-SW              PIC X VALUE 'N'.
           88  RULES-ARE-LOADED         VALUE 'Y'.
           88  RULES-NOT-LOADED         VALUE 'N'.

       01  RULE-COUNT             PIC 9(04) VALUE 0.
       01  RULE-MAX               PIC 9(04) VALUE 400.
       01  RULE-TABLE.
           05  RULE-ENTRY OCCURS 400 TIMES
                   INDEXED BY RULE-IDX.
               10  RT-SCHEME        PIC X(01).
               10  RT-ACTION        PIC X(01).
               10  RT-SPEC          PIC X(02).
               10  RT-GEAR          PIC X(02).
               10  RT-AREA          PIC X(02).
               10  RT-FROM          PIC 9(08).
               10  RT-TO            PIC 9(08).
               10  RT-DESC          PIC X(20).
       01  RULE-SCAN              PIC 9(04) VALUE 0.

      *      THE COMBINATION UNDER TEST, IN ONE SCHEME AT A TIME.
       01  CHK-SCHEME             PIC X(01) VALUE SPACE.
       01  CHK-SPEC               PIC X(02) VALUE SPACES.
       01  CHK-GEAR               PIC X(02) VALUE SPACES.
       01  CHK-AREA               PIC X(02) VALUE SPACES.
       01  CHECK-DATE             PIC 9(08) VALUE 0.
       01  RUN-YYMMDD             PIC 9(06) VALUE 0.
       01  PROHIBITED-SW          PIC X VALUE 'N'.
           88  COMBO-PROHIBITED         VALUE 'Y'.
           88  COMBO-NOT-PROHIBITED     VALUE 'N'.
       01  GOVERNED-SW            PIC X VALUE 'N'.
           88  SPEC-HAS-PERMIT-LIST     VALUE 'Y'.
           88  SPEC-HAS-NO-PERMIT-LIST  VALUE 'N'.
       01  PERMITTED-SW           PIC X VALUE 'N'.
           88  COMBO-ON-PERMIT-LIST     VALUE 'Y'.
           88  COMBO-NOT-ON-PERMIT-LIST VALUE 'N'.

       LINKAGE SECTION.
       01  RULQ-PARM.
           05  RULQ-REQUEST        PIC X(01).
               88  RULQ-WANT-CHECK       VALUES ARE SPACE 'C'.
           05  RULQ-SPEC           PIC X(01).
           05  RULQ-GEAR           PIC X(02).
           05  RULQ-AREA           PIC X(01).
      *      SPACES IN RULQ-NEW-SPEC SKIP THE NEWVALS CHECK.
           05  RULQ-NEW-SPEC       PIC X(02).
           05  RULQ-NEW-GEAR       PIC X(02).
           05  RULQ-NEW-AREA       PIC X(02).
           05  RULQ-DATE           PIC 9(08).
           05  RULQ-RESULT         PIC X(01).
               88  RULQ-LEGAL            VALUE 'L'.
               88  RULQ-PROHIBITED       VALUE 'X'.
               88  RULQ-UNLISTED         VALUE 'U'.
           05  RULQ-SCHEME         PIC X(01).
           05  RULQ-RULE           PIC 9(04).
           05  RULQ-DESC           PIC X(20).
           05  RULQ-RULE-COUNT     PIC 9(04).

       PROCEDURE DIVISION USING RULQ-PARM.
       A000-BEGIN.
           IF RULES-NOT-LOADED
              PERFORM LOAD-RULES THRU LOAD-RULES-EXIT.
           SET RULQ-LEGAL TO TRUE.
           MOVE RULE-COUNT TO RULQ-RULE-COUNT.
           MOVE SPACE  TO RULQ-SCHEME.
           MOVE 0      TO RULQ-RULE.
           MOVE SPACES TO RULQ-DESC.
           IF RULE-COUNT = 0
              GO TO DONE.

           IF RULQ-DATE NUMERIC AND RULQ-DATE > 0
              MOVE RULQ-DATE TO CHECK-DATE
           ELSE
              ACCEPT RUN-YYMMDD FROM DATE
              COMPUTE CHECK-DATE = 20000000 + RUN-YYMMDD.

           MOVE 'O'       TO CHK-SCHEME.
           MOVE SPACES    TO CHK-SPEC.
           MOVE RULQ-SPEC TO CHK-SPEC.
           MOVE RULQ-GEAR TO CHK-GEAR.
           MOVE SPACES    TO CHK-AREA.
           MOVE RULQ-AREA TO CHK-AREA.
           PERFORM CHECK-ONE-SCHEME THRU CHECK-ONE-SCHEME-EXIT.
           IF NOT RULQ-LEGAL
              GO TO DONE.

           IF RULQ-NEW-SPEC = SPACES
              GO TO DONE.
           MOVE 'N'           TO CHK-SCHEME.
           MOVE RULQ-NEW-SPEC TO CHK-SPEC.
           MOVE RULQ-NEW-GEAR TO CHK-GEAR.
           MOVE RULQ-NEW-AREA TO CHK-AREA.
           PERFORM CHECK-ONE-SCHEME THRU CHECK-ONE-SCHEME-EXIT.
       DONE.
           GOBACK.

      *      EVERY LIVE RULE OF THE SCHEME IS LOOKED AT UNTIL A
      *      PROHIBITION MATCHES -- A PERMISSION EARLIER IN THE FILE
      *      DOES NOT EXCUSE A PROHIBITION LATER ON.
       CHECK-ONE-SCHEME.
           SET COMBO-NOT-PROHIBITED TO TRUE.
           SET SPEC-HAS-NO-PERMIT-LIST TO TRUE.
           SET COMBO-NOT-ON-PERMIT-LIST TO TRUE.
           PERFORM CHECK-ONE-RULE THRU CHECK-ONE-RULE-EXIT
               VARYING RULE-SCAN FROM 1 BY 1
               UNTIL RULE-SCAN > RULE-COUNT OR COMBO-PROHIBITED.
           IF COMBO-PROHIBITED
              SET RULQ-PROHIBITED TO TRUE
              MOVE CHK-SCHEME TO RULQ-SCHEME
              GO TO CHECK-ONE-SCHEME-EXIT.
           IF SPEC-HAS-PERMIT-LIST AND COMBO-NOT-ON-PERMIT-LIST
              SET RULQ-UNLISTED TO TRUE
              MOVE CHK-SCHEME TO RULQ-SCHEME
              MOVE 'NOT ON PERMITTED LIST' TO RULQ-DESC.
       CHECK-ONE-SCHEME-EXIT. EXIT.

       CHECK-ONE-RULE.
           SET RULE-IDX TO RULE-SCAN.
           IF RT-SCHEME (RULE-IDX) NOT = CHK-SCHEME
              GO TO CHECK-ONE-RULE-EXIT.
           IF RT-FROM (RULE-IDX) NOT = 0
              AND RT-FROM (RULE-IDX) > CHECK-DATE
              GO TO CHECK-ONE-RULE-EXIT.
           IF RT-TO (RULE-IDX) NOT = 0
              AND RT-TO (RULE-IDX) < CHECK-DATE
              GO TO CHECK-ONE-RULE-EXIT.
           IF RT-SPEC (RULE-IDX) NOT = SPACES
              AND RT-SPEC (RULE-IDX) NOT = CHK-SPEC
              GO TO CHECK-ONE-RULE-EXIT.
           IF RT-ACTION (RULE-IDX) = 'P'
              SET SPEC-HAS-PERMIT-LIST TO TRUE.
           IF RT-GEAR (RULE-IDX) NOT = SPACES
              AND RT-GEAR (RULE-IDX) NOT = CHK-GEAR
              GO TO CHECK-ONE-RULE-EXIT.
           IF RT-AREA (RULE-IDX) NOT = SPACES
              AND RT-AREA (RULE-IDX) NOT = CHK-AREA
              GO TO CHECK-ONE-RULE-EXIT.
           IF RT-ACTION (RULE-IDX) = 'P'
              SET COMBO-ON-PERMIT-LIST TO TRUE
              GO TO CHECK-ONE-RULE-EXIT.
           SET COMBO-PROHIBITED TO TRUE.
           MOVE RULE-SCAN        TO RULQ-RULE.
           MOVE RT-DESC (RULE-IDX) TO RULQ-DESC.
       CHECK-ONE-RULE-EXIT. EXIT.

       LOAD-RULES.
           SET RULES-ARE-LOADED TO TRUE.
           MOVE 0 TO RULE-COUNT.
           SET RUL-NOT-AT-EOF TO TRUE.
           OPEN INPUT RULQ-RUL-FILE.
           IF RUL-FILE-STATUS NOT = '00'
              GO TO LOAD-RULES-EXIT.
           PERFORM LOAD-ONE-RULE THRU LOAD-ONE-RULE-EXIT
               UNTIL RUL-AT-EOF.
           CLOSE RULQ-RUL-FILE.
       LOAD-RULES-EXIT. EXIT.

      *      A LINE WHOSE ACTION IS NEITHER 'P' NOR 'X' IS A COMMENT
      *      OR A TYPING SLIP AND IS PASSED OVER, NOT GUESSED AT.
       LOAD-ONE-RULE.
           READ RULQ-RUL-FILE
               AT END
                  SET RUL-AT-EOF TO TRUE
                  GO TO LOAD-ONE-RULE-EXIT.
           IF NOT RUL-PERMITS AND NOT RUL-PROHIBITS
              GO TO LOAD-ONE-RULE-EXIT.
           IF NOT RUL-IS-OLD-SCHEME AND NOT RUL-IS-NEWVALS
              GO TO LOAD-ONE-RULE-EXIT.
           IF RULE-COUNT NOT < RULE-MAX
              DISPLAY 'PACRULQ: MORE THAN ' RULE-MAX ' COMBINATION'
                  ' RULES -- THE REST ARE IGNORED'
              SET RUL-AT-EOF TO TRUE
              GO TO LOAD-ONE-RULE-EXIT.
           ADD 1 TO RULE-COUNT.
           SET RULE-IDX TO RULE-COUNT.
           IF RUL-IS-NEWVALS
              MOVE 'N' TO RT-SCHEME (RULE-IDX)
           ELSE
              MOVE 'O' TO RT-SCHEME (RULE-IDX).
           MOVE RUL-ACTION TO RT-ACTION (RULE-IDX).
           MOVE RUL-SPEC   TO RT-SPEC (RULE-IDX).
           MOVE RUL-GEAR   TO RT-GEAR (RULE-IDX).
           MOVE RUL-AREA   TO RT-AREA (RULE-IDX).
           IF RUL-VALID-FROM NUMERIC
              MOVE RUL-VALID-FROM TO RT-FROM (RULE-IDX)
           ELSE
              MOVE 0 TO RT-FROM (RULE-IDX).
           IF RUL-VALID-TO NUMERIC
              MOVE RUL-VALID-TO TO RT-TO (RULE-IDX)
           ELSE
              MOVE 0 TO RT-TO (RULE-IDX).
           MOVE RUL-DESC TO RT-DESC (RULE-IDX).
       LOAD-ONE-RULE-EXIT. EXIT.
