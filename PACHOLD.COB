       ID DIVISION.
       PROGRAM-ID.  PACHOLD.
       AUTHOR.  Oliphant .
       DATE-WRITTEN. OCTOBER 15, 2026.
       DATE-COMPILED.
       REMARKS.  MEMBER HOLD MAINTENANCE, LAUNCHED FROM PACMENU FOR
           OPERATORS WITH MAINTENANCE AUTHORITY -- THE SAME
           LIST/ADD/RETIRE SHAPE PACAGNT GIVES THE AGENT REGISTER.
           LISTS, PLACES, AND LIFTS HOLDS IN pachold.dat (PACMHD.COB
           LAYOUT), THE FILE EVERY INSERT PATH ASKS ABOUT THROUGH
           PACHLDQ.  A HOLD IS PLACED AGAINST A MEMBER SERIAL WITH A
           TYPE ('S' SANCTION AND 'D' DECEASED REFUSE NEW
           REGISTRATIONS; 'P' IN DISPUTE AND 'W' WATCH ONLY WARN), A
           REASON, A START DATE (ZERO = TODAY) AND AN END DATE (ZERO
           = UNTIL LIFTED), AND IS STAMPED WITH THE OPERATOR WHO
           PLACED IT.  EACH HOLD GETS THE NEXT HOLD NUMBER.  LIFTING
           A HOLD STAMPS TODAY AND THE OPERATOR INTO IT RATHER THAN
           DELETING THE LINE, SO THE HISTORY STAYS FOR PACHLDR.
           REGISTRATIONS ALREADY ON FILE ARE NOT TOUCHED BY A HOLD
           EITHER WAY.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. COMPAQ-DESKPRO-286.
       OBJECT-COMPUTER. ANY-COMPAQ-COMPATABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLDS-FILE ASSIGN TO WS-HOLDS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLDS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HOLDS-FILE.
       01  HOLDS-FILE-RECORD.
           COPY 'PACMHD.COB'.
*      WORKING-STORAGE SECTION.
       01  WS-HOLDS-NAME          PIC X(32) VALUE 'pachold.dat'.
       01  HOLDS-FILE-STATUS      PIC X(02).
       01  HOLDS-EOF-SW           PIC X VALUE 'N'.
           88  HOLDS-AT-EOF             VALUE 'Y'.
           88  HOLDS-NOT-AT-EOF         VALUE 'N'.

       01  HOLDS-CHOICE           PIC X(01) VALUE SPACE.
           88  HOLDS-IS-LIST            VALUE '1'.
           88  HOLDS-IS-PLACE           VALUE '2'.
           88  HOLDS-IS-LIFT            VALUE '3'.
           88  HOLDS-IS-EXIT            VALUE '4'.
       01  HOLDS-DONE-SW          PIC X(01) VALUE 'N'.
           88  HOLDS-IS-DONE            VALUE 'Y'.

       01  ENTRY-SERIAL           PIC X(05) VALUE SPACES.
       01  ENTRY-TYPE             PIC X(01) VALUE SPACE.
           88  ENTRY-TYPE-VALID         VALUES 'S' 'D' 'P' 'W'.
       01  ENTRY-REASON           PIC X(30) VALUE SPACES.
       01  ENTRY-START            PIC 9(08) VALUE 0.
       01  ENTRY-END              PIC 9(08) VALUE 0.
       01  ENTRY-NUMBER           PIC 9(05) VALUE 0.
       01  NEXT-NUMBER            PIC 9(05) VALUE 0.
       01  RUN-YYMMDD             PIC 9(06) VALUE 0.
       01  RUN-CCYYMMDD           PIC 9(08) VALUE 0.
       01  LISTED-COUNT           PIC 9(05) VALUE 0.
       01  LIFTED-COUNT           PIC 9(03) VALUE 0.
       01  HOLD-STATE-WORD        PIC X(07) VALUE SPACES.

      *      THE WHOLE FILE IS SMALL ENOUGH TO KEEP IN STORAGE FOR A
      *      LIFT, WHICH REWRITES IT COMPLETE -- THE SAME ARRANGEMENT
      *      PACAGNT KEEPS FOR A RETIRE.
       01  KEEP-COUNT             PIC 9(03) VALUE 0.
       01  KEEP-IDX               PIC 9(03) VALUE 0.
       01  KEEP-TABLE.
           05  KEEP-ENTRY OCCURS 500 TIMES.
               10  KEEP-RECORD    PIC X(98).

       LINKAGE SECTION.
       01  HOLD-PARM.
      *      SIGNED-ON OPERATOR FROM PACMENU -- STAMPED ON EVERY
      *      HOLD PLACED OR LIFTED.
           05  HOLD-OPERATOR       PIC X(08).

       PROCEDURE DIVISION USING HOLD-PARM.
       A000-BEGIN.
           ACCEPT RUN-YYMMDD FROM DATE.
           COMPUTE RUN-CCYYMMDD = 20000000 + RUN-YYMMDD.
           PERFORM HOLDS-LOOP UNTIL HOLDS-IS-DONE.
           GOBACK.

       HOLDS-LOOP.
           DISPLAY ' '.
           DISPLAY 'PAC MEMBER HOLD MAINTENANCE (' WS-HOLDS-NAME ')'.
           DISPLAY '  1.  LIST HOLDS'.
           DISPLAY '  2.  PLACE A HOLD'.
           DISPLAY '  3.  LIFT A HOLD'.
           DISPLAY '  4.  EXIT'.
           DISPLAY 'ENTER CHOICE: ' WITH NO ADVANCING.
           ACCEPT HOLDS-CHOICE.

           IF HOLDS-IS-LIST
              PERFORM DO-LIST THRU DO-LIST-EXIT
           ELSE IF HOLDS-IS-PLACE
              PERFORM DO-PLACE THRU DO-PLACE-EXIT
           ELSE IF HOLDS-IS-LIFT
              PERFORM DO-LIFT THRU DO-LIFT-EXIT
           ELSE IF HOLDS-IS-EXIT
              SET HOLDS-IS-DONE TO TRUE
           ELSE
              DISPLAY 'PACHOLD: INVALID CHOICE -- TRY AGAIN'.

       DO-LIST.
           MOVE 0 TO LISTED-COUNT.
           SET HOLDS-NOT-AT-EOF TO TRUE.
           OPEN INPUT HOLDS-FILE.
           IF HOLDS-FILE-STATUS NOT = '00'
              DISPLAY 'PACHOLD: NO HOLDS ON FILE YET'
              GO TO DO-LIST-EXIT.
           DISPLAY 'HOLD  SERIAL T REASON                        '
               '  START    END      STATE'.
           PERFORM LIST-ONE-HOLD UNTIL HOLDS-AT-EOF.
           CLOSE HOLDS-FILE.
           DISPLAY 'PACHOLD: ' LISTED-COUNT ' HOLD(S) ON FILE'.
       DO-LIST-EXIT. EXIT.

       LIST-ONE-HOLD.
           READ HOLDS-FILE
               AT END
                  SET HOLDS-AT-EOF TO TRUE
                  GO TO LIST-ONE-HOLD-EXIT.
           ADD 1 TO LISTED-COUNT.
           IF MHD-LIFTED NUMERIC AND MHD-LIFTED > 0
              MOVE 'LIFTED'  TO HOLD-STATE-WORD
           ELSE IF MHD-START > RUN-CCYYMMDD
              MOVE 'FUTURE'  TO HOLD-STATE-WORD
           ELSE IF MHD-END > 0 AND MHD-END < RUN-CCYYMMDD
              MOVE 'EXPIRED' TO HOLD-STATE-WORD
           ELSE
              MOVE 'ACTIVE'  TO HOLD-STATE-WORD.
           DISPLAY MHD-NUMBER ' ' MHD-SERIAL '  ' MHD-TYPE ' '
               MHD-REASON ' ' MHD-START ' ' MHD-END ' '
               HOLD-STATE-WORD.
       LIST-ONE-HOLD-EXIT. EXIT.

       DO-PLACE.
           DISPLAY 'MEMBER SERIAL: ' WITH NO ADVANCING.
           MOVE SPACES TO ENTRY-SERIAL.
           ACCEPT ENTRY-SERIAL.
           IF ENTRY-SERIAL = SPACES
              DISPLAY 'PACHOLD: A HOLD NEEDS A MEMBER SERIAL'
              GO TO DO-PLACE-EXIT.
           DISPLAY 'HOLD TYPE (S=SANCTION D=DECEASED P=IN DISPUTE'
               ' W=WATCH): ' WITH NO ADVANCING.
           MOVE SPACE TO ENTRY-TYPE.
           ACCEPT ENTRY-TYPE.
           IF NOT ENTRY-TYPE-VALID
              DISPLAY 'PACHOLD: HOLD TYPE MUST BE S, D, P OR W'
              GO TO DO-PLACE-EXIT.
           DISPLAY 'REASON: ' WITH NO ADVANCING.
           MOVE SPACES TO ENTRY-REASON.
           ACCEPT ENTRY-REASON.
           IF ENTRY-REASON = SPACES
              DISPLAY 'PACHOLD: A HOLD MUST GIVE A REASON'
              GO TO DO-PLACE-EXIT.
           DISPLAY 'START DATE CCYYMMDD (0 = TODAY): '
               WITH NO ADVANCING.
           MOVE 0 TO ENTRY-START.
           ACCEPT ENTRY-START.
           IF ENTRY-START = 0
              MOVE RUN-CCYYMMDD TO ENTRY-START.
           DISPLAY 'END DATE CCYYMMDD (0 = UNTIL LIFTED): '
               WITH NO ADVANCING.
           MOVE 0 TO ENTRY-END.
           ACCEPT ENTRY-END.
           IF ENTRY-END > 0 AND ENTRY-END < ENTRY-START
              DISPLAY 'PACHOLD: END DATE ' ENTRY-END
                  ' IS BEFORE THE START DATE ' ENTRY-START
              GO TO DO-PLACE-EXIT.

      *      HOLD NUMBERS RUN ON FROM THE HIGHEST ALREADY GIVEN OUT.
           MOVE 0 TO NEXT-NUMBER.
           SET HOLDS-NOT-AT-EOF TO TRUE.
           OPEN INPUT HOLDS-FILE.
           IF HOLDS-FILE-STATUS = '00'
              PERFORM FIND-HIGHEST-NUMBER UNTIL HOLDS-AT-EOF
              CLOSE HOLDS-FILE.
           ADD 1 TO NEXT-NUMBER.

      *      SAME EXTEND-OR-CREATE DANCE PACJRNL DOES FOR THE
      *      JOURNAL FILE.
           OPEN EXTEND HOLDS-FILE.
           IF HOLDS-FILE-STATUS = '05' OR '35'
              OPEN OUTPUT HOLDS-FILE.
           MOVE SPACES TO HOLDS-FILE-RECORD.
           MOVE NEXT-NUMBER   TO MHD-NUMBER.
           MOVE ENTRY-SERIAL  TO MHD-SERIAL.
           MOVE ENTRY-TYPE    TO MHD-TYPE.
           MOVE ENTRY-REASON  TO MHD-REASON.
           MOVE ENTRY-START   TO MHD-START.
           MOVE ENTRY-END     TO MHD-END.
           MOVE HOLD-OPERATOR TO MHD-PLACED-BY.
           MOVE RUN-CCYYMMDD  TO MHD-PLACED.
           MOVE 0             TO MHD-LIFTED.
           MOVE SPACES        TO MHD-LIFTED-BY.
           WRITE HOLDS-FILE-RECORD.
           CLOSE HOLDS-FILE.
           DISPLAY 'PACHOLD: PLACED HOLD ' NEXT-NUMBER ' ON MEMBER '
               ENTRY-SERIAL.
       DO-PLACE-EXIT. EXIT.

       FIND-HIGHEST-NUMBER.
           READ HOLDS-FILE
               AT END
                  SET HOLDS-AT-EOF TO TRUE
                  GO TO FIND-HIGHEST-NUMBER-EXIT.
           IF MHD-NUMBER NUMERIC AND MHD-NUMBER > NEXT-NUMBER
              MOVE MHD-NUMBER TO NEXT-NUMBER.
       FIND-HIGHEST-NUMBER-EXIT. EXIT.

      *      LIFTING STAMPS TODAY AND THE OPERATOR INTO THE HOLD IF IT
      *      IS NOT ALREADY LIFTED, THEN WRITES THE FILE BACK COMPLETE.
       DO-LIFT.
           DISPLAY 'HOLD NUMBER: ' WITH NO ADVANCING.
           MOVE 0 TO ENTRY-NUMBER.
           ACCEPT ENTRY-NUMBER.

           MOVE 0 TO KEEP-COUNT.
           MOVE 0 TO LIFTED-COUNT.
           SET HOLDS-NOT-AT-EOF TO TRUE.
           OPEN INPUT HOLDS-FILE.
           IF HOLDS-FILE-STATUS NOT = '00'
              DISPLAY 'PACHOLD: NO HOLDS ON FILE YET'
              GO TO DO-LIFT-EXIT.
           PERFORM KEEP-ONE-HOLD UNTIL HOLDS-AT-EOF
               OR KEEP-COUNT NOT < 500.
           IF HOLDS-NOT-AT-EOF
              READ HOLDS-FILE
                  AT END
                     SET HOLDS-AT-EOF TO TRUE.
           CLOSE HOLDS-FILE.

      *      A FILE TOO BIG TO HOLD COMPLETE MUST NOT BE WRITTEN
      *      BACK SHORT -- THAT WOULD SILENTLY DROP HOLDS.
           IF HOLDS-NOT-AT-EOF
              DISPLAY 'PACHOLD: FILE EXCEEDS 500 HOLDS --'
                  ' LIFT ABANDONED, FILE LEFT AS IT WAS'
              GO TO DO-LIFT-EXIT.

           IF LIFTED-COUNT = 0
              DISPLAY 'PACHOLD: NO UNLIFTED HOLD ' ENTRY-NUMBER
                  ' TO LIFT'
              GO TO DO-LIFT-EXIT.

           OPEN OUTPUT HOLDS-FILE.
           PERFORM WRITE-KEPT-HOLD
               VARYING KEEP-IDX FROM 1 BY 1
               UNTIL KEEP-IDX > KEEP-COUNT.
           CLOSE HOLDS-FILE.
           DISPLAY 'PACHOLD: LIFTED HOLD ' ENTRY-NUMBER ' AS OF '
               RUN-CCYYMMDD.
       DO-LIFT-EXIT. EXIT.

       KEEP-ONE-HOLD.
           READ HOLDS-FILE
               AT END
                  SET HOLDS-AT-EOF TO TRUE
                  GO TO KEEP-ONE-HOLD-EXIT.
           IF MHD-NUMBER = ENTRY-NUMBER
              AND (MHD-LIFTED NOT NUMERIC OR MHD-LIFTED = 0)
              MOVE RUN-CCYYMMDD  TO MHD-LIFTED
              MOVE HOLD-OPERATOR TO MHD-LIFTED-BY
              ADD 1 TO LIFTED-COUNT.
           ADD 1 TO KEEP-COUNT.
           MOVE HOLDS-FILE-RECORD TO KEEP-RECORD (KEEP-COUNT).
       KEEP-ONE-HOLD-EXIT. EXIT.

       WRITE-KEPT-HOLD.
           MOVE KEEP-RECORD (KEEP-IDX) TO HOLDS-FILE-RECORD.
           WRITE HOLDS-FILE-RECORD.
