       ID DIVISION.
       PROGRAM-ID.  PACHLDQ.
       AUTHOR.  Oliphant .
       DATE-WRITTEN. OCTOBER 15, 2026.
       DATE-COMPILED.
       REMARKS.  MEMBER HOLD QUERY.  EVERY PROGRAM THAT PUTS A NEW
           REGISTRATION ON FILE, OR SHOWS A MEMBER'S STANDING, CALLS
           THIS RATHER THAN READING pachold.dat ITSELF -- THE SAME
           ONE-QUESTION SHAPE PACAGTQ GIVES THE AGENT REGISTER.
           READS THE HOLDS FILE (PACMHD.COB LAYOUT, MAINTAINED BY
           PACHOLD) FRONT TO BACK FOR HOLDS ON THE SERIAL ASKED
           ABOUT THAT ARE IN FORCE ON THE AS-OF DATE (ZERO = TODAY):
           NOT LIFTED, STARTED, AND NOT YET ENDED.  ANSWERS 'R'
           REFUSE WHEN A SANCTION OR DECEASED HOLD IS IN FORCE, 'W'
           WARN WHEN ONLY A DISPUTE OR WATCH HOLD IS, AND 'N' NONE
           OTHERWISE, WITH THE DETAIL OF THE HOLD THAT DECIDED IT.
           A REFUSING HOLD ALWAYS WINS OVER A WARNING ONE.  NO HOLDS
           FILE ON FILE MEANS NO MEMBER IS HELD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. COMPAQ-DESKPRO-286.
       OBJECT-COMPUTER. ANY-COMPAQ-COMPATABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HLDQ-MHD-FILE ASSIGN TO WS-MHD-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MHD-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HLDQ-MHD-FILE.
       01  HLDQ-MHD-RECORD.
           COPY 'PACMHD.COB'.
*      WORKING-STORAGE SECTION.
       01  WS-MHD-NAME            PIC X(32) VALUE 'pachold.dat'.
       01  MHD-FILE-STATUS        PIC X(02).
       01  MHD-EOF-SW             PIC X VALUE 'N'.
           88  MHD-AT-EOF               VALUE 'Y'.
           88  MHD-NOT-AT-EOF           VALUE 'N'.
       01  RUN-YYMMDD             PIC 9(06) VALUE 0.
       01  AS-OF-CCYYMMDD         PIC 9(08) VALUE 0.

       LINKAGE SECTION.
       01  HLDQ-PARM.
           05  HLDQ-SERIAL         PIC X(05).
      *      DATE THE HOLD MUST BE IN FORCE ON -- ZERO = TODAY.
           05  HLDQ-AS-OF          PIC 9(08).
           05  HLDQ-RESULT         PIC X(01).
               88  HLDQ-REFUSES          VALUE 'R'.
               88  HLDQ-WARNS            VALUE 'W'.
               88  HLDQ-NONE             VALUE 'N'.
           05  HLDQ-NUMBER         PIC 9(05).
           05  HLDQ-TYPE           PIC X(01).
           05  HLDQ-REASON         PIC X(30).
           05  HLDQ-START          PIC 9(08).
           05  HLDQ-END            PIC 9(08).
           05  HLDQ-PLACED-BY      PIC X(08).

       PROCEDURE DIVISION USING HLDQ-PARM.
       A000-BEGIN.
           SET HLDQ-NONE TO TRUE.
           MOVE 0 TO HLDQ-NUMBER.
           MOVE SPACE TO HLDQ-TYPE.
           MOVE SPACES TO HLDQ-REASON.
           MOVE 0 TO HLDQ-START.
           MOVE 0 TO HLDQ-END.
           MOVE SPACES TO HLDQ-PLACED-BY.
           IF HLDQ-SERIAL = SPACES
              GO TO DONE.
           IF HLDQ-AS-OF NUMERIC AND HLDQ-AS-OF > 0
              MOVE HLDQ-AS-OF TO AS-OF-CCYYMMDD
           ELSE
              ACCEPT RUN-YYMMDD FROM DATE
              COMPUTE AS-OF-CCYYMMDD = 20000000 + RUN-YYMMDD.
           SET MHD-NOT-AT-EOF TO TRUE.
           OPEN INPUT HLDQ-MHD-FILE.
           IF MHD-FILE-STATUS NOT = '00'
              GO TO DONE.
           PERFORM CHECK-ONE-LINE UNTIL MHD-AT-EOF.
           CLOSE HLDQ-MHD-FILE.
       DONE.
           GOBACK.

       CHECK-ONE-LINE.
           READ HLDQ-MHD-FILE
               AT END
                  SET MHD-AT-EOF TO TRUE
                  GO TO CHECK-ONE-LINE-EXIT.
           IF MHD-SERIAL NOT = HLDQ-SERIAL
              GO TO CHECK-ONE-LINE-EXIT.
           IF MHD-LIFTED NUMERIC AND MHD-LIFTED > 0
              GO TO CHECK-ONE-LINE-EXIT.
           IF MHD-START NOT NUMERIC OR MHD-START > AS-OF-CCYYMMDD
              GO TO CHECK-ONE-LINE-EXIT.
           IF MHD-END NUMERIC AND MHD-END > 0
              AND MHD-END < AS-OF-CCYYMMDD
              GO TO CHECK-ONE-LINE-EXIT.

      *      THE FIRST REFUSING HOLD SETTLES IT; A WARNING HOLD IS
      *      ONLY KEPT UNTIL SOMETHING STRONGER TURNS UP.
           IF HLDQ-WARNS AND NOT MHD-TYPE-REFUSES
              GO TO CHECK-ONE-LINE-EXIT.
           MOVE MHD-NUMBER    TO HLDQ-NUMBER.
           MOVE MHD-TYPE      TO HLDQ-TYPE.
           MOVE MHD-REASON    TO HLDQ-REASON.
           MOVE MHD-START     TO HLDQ-START.
           MOVE MHD-END       TO HLDQ-END.
           MOVE MHD-PLACED-BY TO HLDQ-PLACED-BY.
           IF MHD-TYPE-REFUSES
              SET HLDQ-REFUSES TO TRUE
              SET MHD-AT-EOF TO TRUE
           ELSE
              SET HLDQ-WARNS TO TRUE.
       CHECK-ONE-LINE-EXIT. EXIT.
