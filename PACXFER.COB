       ID DIVISION.
       PROGRAM-ID.  PACXFER.
       AUTHOR.  Oliphant .
       DATE-WRITTEN. OCTOBER  9, 2026.
       DATE-COMPILED.
       REMARKS.  REGISTRATION TRANSFER BETWEEN MEMBERS.  WHEN A
           MEMBER SELLS THEIR BUSINESS, INDIVIDUAL REGISTRATIONS
           CHANGE HANDS -- NOT EVERYTHING UNDER A SERIAL, WHICH IS
           WHAT PACMERGE MOVES.  MODE 'T' MOVES ONE CHOSEN
           SERIAL/SEQ RECORD IN ONE pacCCYY.btr TO A DIFFERENT
           MEMBER ALREADY ON member.btr, WHERE IT TAKES THE NEXT
           FREE SEQ UNDER THE RECEIVING SERIAL (THE SAME GET-LESS-
           OR-EQUAL ON SERIAL+999 PACMAINT'S AUTO-ASSIGN USES).  THE
           CONSENT REFERENCE OF BOTH PARTIES IS REQUIRED UP FRONT; A
           VOIDED RECORD IS NOT TRANSFERRED.  THE MOVE IS AN INSERT
           UNDER THE NEW KEY FOLLOWED BY A DELETE OF THE OLD, EACH
           JOURNALLED THROUGH PACJRNL WITH ITS IMAGE, THE SAME PAIR
           PACMERGE WRITES, SO PACROLL AND PACDBAL SEE AN ORDINARY
           INSERT AND DELETE.  THE TRANSFER FEE IS THE 'XF' LINE OF
           pacfees.dat IN FORCE TODAY (BASE + RATE * QTY).  EVERY
           TRANSFER GETS A NUMBERED LINE ON THE YEAR'S TRANSFER
           REGISTER xfrCCYY.dat (LAYOUT PACXFR.COB) -- THE LINE
           PACSERL AND PACSTMT SHOW IN BOTH SERIALS' HISTORY.  MODE
           'L' PRINTS THE REGISTER TO pacCCYY.xfr THROUGH PACPAGE.
           A JOINTLY HELD RECORD TAKES ITS CO-HOLDERS (jntCCYY.dat)
           TO THE NEW KEY THROUGH PACJOINT; A CO-HOLDER WHO IS THE
           RECEIVING MEMBER SIMPLY BECOMES THE SOLE PRIMARY.
           THE CERTIFICATE OUTSTANDING ON THE OLD KEY IS CANCELLED
           THROUGH PACCERT ONCE THE OLD RECORD IS DELETED.
           THE RECEIVING MEMBER IS CHECKED AGAINST THE MEMBER HOLDS
           IN pachold.dat (ASKED THROUGH PACHLDQ) AS OF THE TRANSFER
           DATE, THE SAME AS A PACMAINT INSERT: A SANCTION OR
           DECEASED HOLD IN FORCE REFUSES THE TRANSFER BEFORE
           ANYTHING IS MOVED; A DISPUTE OR WATCH HOLD LETS IT GO
           AHEAD WITH A WARNING.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. COMPAQ-DESKPRO-286.
       OBJECT-COMPUTER. ANY-COMPAQ-COMPATABLE.
       SPECIAL-NAMES.
           CALL-CONVENTION 64 IS WINAPI.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XFER-REG-FILE ASSIGN TO WS-REG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REG-FILE-STATUS.
           SELECT XFER-FEE-FILE ASSIGN TO WS-FEE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEE-FILE-STATUS.
           SELECT XFER-RPT-FILE ASSIGN TO WS-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  XFER-REG-FILE.
       01  XFER-REG-RECORD.
           COPY 'PACXFR.COB'.
       FD  XFER-FEE-FILE.
       01  XFER-FEE-RECORD.
           COPY 'PACFEE.COB'.
       FD  XFER-RPT-FILE.
       01  XFER-RPT-RECORD             PIC X(80).
*      WORKING-STORAGE SECTION.
       01  B-OPEN      PIC 9(4) BINARY VALUE 0.
       01  B-CLOSE     PIC 9(4) BINARY VALUE 1.
       01  B-INS       PIC 9(4) BINARY VALUE 2.
       01  B-DELETE    PIC 9(4) BINARY VALUE 4.
       01  B-GET-EQUAL PIC 9(4) BINARY VALUE 5.
       01  B-GET-LESS-EQUAL PIC 9(4) BINARY VALUE 11.
       01  PAC-RECORD.
           COPY 'PAC.COB'.
       01  MEMBER-RECORD.
           COPY 'MEMBER.COB'.
       01  OWNER-NAME   PIC X(8) VALUE SPACES.
       01  OWNER-LENGTH PIC 9(4) BINARY VALUE 0.

       01  B-PAC-FILE-STUFF.
           05  B-PAC-POSITION          PIC X(128).
           05  B-PAC-LENGTH            PIC 9(4)    BINARY  VALUE 103.
           05  B-PAC-NAME              PIC X(32).
           05  B-PAC-KEY-NUMBER        PIC S9(4)   BINARY.
           05  B-PAC-KEY-BUFFER.
               10  B-PAC-KEY-SERIAL    PIC X(05).
               10  B-PAC-KEY-SEQ       PIC 9(03).

      *      THE RECEIVING MEMBER MUST ALREADY EXIST -- THE SAME
      *      member.btr GET-EQUAL PACMAINT'S INSERT CHECK DOES.
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

      *      MEMBER HOLD QUERY (PACHLDQ HAS NO SEPARATE COPYBOOK FOR
      *      ITS PARAMETER).  ASKED FOR THE RECEIVING SERIAL ONLY --
      *      THE GIVING MEMBER LOSES A REGISTRATION, NOT GAINS ONE.
       01  HLDQ-PARM.
           05  HLDQ-SERIAL         PIC X(05) VALUE SPACES.
           05  HLDQ-AS-OF          PIC 9(08) VALUE 0.
           05  HLDQ-RESULT         PIC X(01) VALUE 'N'.
               88  HLDQ-REFUSES          VALUE 'R'.
               88  HLDQ-WARNS            VALUE 'W'.
               88  HLDQ-NONE             VALUE 'N'.
           05  HLDQ-NUMBER         PIC 9(05).
           05  HLDQ-TYPE           PIC X(01).
           05  HLDQ-REASON         PIC X(30).
           05  HLDQ-START          PIC 9(08).
           05  HLDQ-END            PIC 9(08).
           05  HLDQ-PLACED-BY      PIC X(08).

       01  BTRV-STATUS-CODE     PIC S9(4) BINARY VALUE 0.
       01  BTRV-STATUS-MESSAGE  PIC X(40) VALUE SPACES.

      *      CENTRAL ERROR JOURNAL HOOK -- ONE PACERRJ ROW PER
      *      NONZERO BTRV STATUS (PACERRJ HAS NO SEPARATE COPYBOOK
      *      FOR ITS PARAMETER).
       01  ERRJ-PARM.
           05  ERRJ-PROGRAM       PIC X(08) VALUE 'PACXFER'.
           05  ERRJ-OPERATION     PIC X(08).
           05  ERRJ-KEY           PIC X(08).
           05  ERRJ-STATUS-CODE   PIC S9(4) BINARY.
           05  ERRJ-MESSAGE       PIC X(40).

       01  TARGET-CCYY-DISPLAY  PIC 9(4) VALUE 0.
       01  WS-REG-NAME           PIC X(32).
       01  REG-FILE-STATUS       PIC X(2).
       01  WS-FEE-NAME           PIC X(32) VALUE 'pacfees.dat'.
       01  FEE-FILE-STATUS       PIC X(2).
       01  WS-RPT-NAME           PIC X(32).
       01  RPT-FILE-STATUS       PIC X(2).

      *      REPORT GENERATIONS -- SEE PACGDG.
       01  GDG-PARM.
           05  GDG-FILE-NAME        PIC X(32).

       01  INPUT-EOF-SW          PIC X VALUE 'N'.
           88  INPUT-AT-EOF             VALUE 'Y'.
           88  INPUT-NOT-AT-EOF         VALUE 'N'.
       01  JOB-FAILED-SW         PIC X VALUE 'N'.
           88  JOB-HAS-FAILED           VALUE 'Y'.
           88  JOB-IS-CLEAN             VALUE 'N'.
       01  FILE-OPEN-SW          PIC X VALUE 'N'.
           88  PAC-FILE-IS-OPEN         VALUE 'Y'.
           88  PAC-FILE-NOT-OPEN        VALUE 'N'.
       01  FEE-FOUND-SW          PIC X VALUE 'N'.
           88  FEE-LINE-FOUND           VALUE 'Y'.
           88  FEE-LINE-MISSING         VALUE 'N'.

       01  RUN-YYMMDD            PIC 9(06) VALUE 0.
       01  RUN-CCYYMMDD          PIC 9(08) VALUE 0.
       01  NEXT-REF              PIC 9(06) VALUE 0.
       01  NEXT-TO-SEQ           PIC 9(03) VALUE 0.
       01  TRANSFER-FEE          PIC 9(07)V99 VALUE 0.
       01  TRANSFERS-LISTED      PIC 9(06) VALUE 0.
       01  FEES-LISTED           PIC 9(09)V99 VALUE 0.

      *      BEFORE-IMAGE AND PACJRNL CALL PARAMETER, THE SAME
      *      ARRANGEMENT PACMERGE CARRIES (PACJRNL HAS NO SEPARATE
      *      COPYBOOK FOR IT).
       01  SAVE-PAC-RECORD      PIC X(103) VALUE SPACES.
       01  NEW-PAC-RECORD       PIC X(103) VALUE SPACES.
       01  JRNL-PARM.
           05  JRNL-CCYY          PIC 9(04).
           05  JRNL-PROGRAM       PIC X(08) VALUE 'PACXFER'.
           05  JRNL-OPERATION     PIC X(06).
           05  JRNL-SERIAL        PIC X(05).
           05  JRNL-SEQ           PIC 9(03).
           05  JRNL-BEFORE        PIC X(103).
           05  JRNL-AFTER         PIC X(103).
           05  JRNL-OPERATOR      PIC X(08) VALUE SPACES.
           05  JRNL-REGION        PIC X(02) VALUE SPACES.

      *      YEAR-CLOSE GATE (PACCLSQ HAS NO SEPARATE COPYBOOK FOR
      *      ITS PARAMETER).  A CLOSED YEAR IS REFUSED OUTRIGHT;
      *      PACCLOSE'S LOGGED REOPEN IS THE ONLY WAY BACK IN.
       01  CLSQ-PARM.
           05  CLSQ-CCYY           PIC 9(04).
           05  CLSQ-REGION         PIC X(02).
           05  CLSQ-RESULT         PIC X(01).
               88  CLSQ-IS-CLOSED        VALUE 'C'.
               88  CLSQ-IS-OPEN          VALUE 'O'.

      *      SUITE-WIDE RUN TOKEN (PACLOCK HAS NO SEPARATE COPYBOOK
      *      FOR ITS PARAMETER).  TAKEN BEFORE THE YEAR FILE OPENS,
      *      RELEASED AT END OF JOB; A BUSY YEAR REFUSES THE RUN.
       01  LOCK-PARM.
           05  LOCK-REQUEST        PIC X(01).
           05  LOCK-RESULT         PIC X(01).
               88  LOCK-GRANTED          VALUE 'G'.
               88  LOCK-BUSY             VALUE 'B'.
           05  LOCK-PROGRAM        PIC X(08) VALUE 'PACXFER'.
           05  LOCK-CCYY           PIC 9(04).
           05  LOCK-REGION         PIC X(02).
           05  LOCK-HOLDER         PIC X(08).
           05  LOCK-SINCE          PIC 9(06).
           05  LOCK-START-TIME     PIC 9(06).
      *      CO-HOLDER FILE UPKEEP (PACJOINT HAS NO SEPARATE
      *      COPYBOOK FOR ITS PARAMETER).
       01  JOINT-PARM.
           05  JOINT-MODE          PIC X(01) VALUE 'K'.
           05  JOINT-CCYY          PIC 9(04).
           05  JOINT-SERIAL        PIC X(05).
           05  JOINT-SEQ           PIC 9(03).
           05  JOINT-HOLDER        PIC X(05) VALUE SPACES.
           05  JOINT-SHARE         PIC 9(03)V99 VALUE 0.
           05  JOINT-NEW-SERIAL    PIC X(05).
           05  JOINT-NEW-SEQ       PIC 9(03).
           05  JOINT-OPERATOR      PIC X(08).
           05  JOINT-RESULT        PIC X(01).
               88  JOINT-WENT-GOOD       VALUE 'G'.
               88  JOINT-WENT-BAD        VALUE 'F'.
           05  JOINT-REGION        PIC X(02).
      *      CERTIFICATE CANCELLATION HOOK (PACCERT HAS NO SEPARATE
      *      COPYBOOK FOR ITS PARAMETER).  THE CERTIFICATE ISSUED ON
      *      THE OLD KEY IS CANCELLED WHEN THE RECORD LEAVES IT; THE
      *      NEXT PACCERT PRINT RUN ISSUES ONE ON THE NEW KEY.
       01  CERT-PARM.
           05  CERT-MODE           PIC X(01) VALUE 'X'.
           05  CERT-CCYY           PIC 9(04).
           05  CERT-SERIAL         PIC X(05).
           05  CERT-SEQ            PIC 9(03).
           05  CERT-OPERATOR       PIC X(08) VALUE SPACES.
           05  CERT-NUMBER         PIC 9(06).
           05  CERT-RESULT         PIC X(01).
               88  CERT-WENT-GOOD        VALUE 'G'.
           05  CERT-REGION         PIC X(02).
       01  LOCK-HELD-SW            PIC X VALUE 'N'.
           88  RUN-TOKEN-HELD            VALUE 'Y'.
           88  RUN-TOKEN-NOT-HELD        VALUE 'N'.

      *      RUN-HISTORY HOOK -- START-TIME STAMP CAPTURED AT A000,
      *      ONE PACHIST ROW APPENDED AT END OF JOB (PACHIST HAS NO
      *      SEPARATE COPYBOOK FOR ITS PARAMETER).
       01  HIST-PARM.
           05  HIST-PROGRAM       PIC X(08) VALUE 'PACXFER'.
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
       01  REGISTER-COLUMNS.
           05  FILLER             PIC X(07) VALUE 'REF    '.
           05  FILLER             PIC X(09) VALUE 'DATE     '.
           05  FILLER             PIC X(10) VALUE 'FROM      '.
           05  FILLER             PIC X(10) VALUE 'TO        '.
           05  FILLER             PIC X(11) VALUE '        FEE'.
           05  FILLER             PIC X(33) VALUE
               '  CONSENTS (FROM / TO)      OPR'.
       01  REGISTER-DETAIL-LINE.
           05  RG-REF             PIC 9(06).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  RG-DATE            PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  RG-FROM-SERIAL     PIC X(05).
           05  FILLER             PIC X(01) VALUE '-'.
           05  RG-FROM-SEQ        PIC 9(03).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  RG-TO-SERIAL       PIC X(05).
           05  FILLER             PIC X(01) VALUE '-'.
           05  RG-TO-SEQ          PIC 9(03).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  RG-FEE             PIC ZZZZZZ9.99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RG-FROM-CONSENT    PIC X(12).
           05  FILLER             PIC X(01) VALUE '/'.
           05  RG-TO-CONSENT      PIC X(12).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  RG-OPERATOR        PIC X(05).
       01  TOTAL-LINE.
           05  FILLER             PIC X(20) VALUE
               'TRANSFERS           '.
           05  TL-COUNT           PIC ZZZ,ZZ9.
           05  FILLER             PIC X(16) VALUE
               '   FEES CHARGED '.
           05  TL-FEES            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(23) VALUE SPACES.

       LINKAGE SECTION.
       01  XFER-PARM.
      *      'T' = TRANSFER THE RECORD BELOW; 'L' = PRINT THE YEAR'S
      *      TRANSFER REGISTER.
           05  XFER-MODE           PIC X(01).
               88  XFER-TRANSFER-MODE    VALUE 'T'.
               88  XFER-LIST-MODE        VALUE 'L'.
           05  XFER-CCYY           PIC 9(04).
           05  XFER-FROM-SERIAL    PIC X(05).
           05  XFER-FROM-SEQ       PIC 9(03).
           05  XFER-TO-SERIAL      PIC X(05).
      *      REFERENCES OF THE SIGNED CONSENTS -- BOTH REQUIRED.
           05  XFER-FROM-CONSENT   PIC X(12).
           05  XFER-TO-CONSENT     PIC X(12).
      *      SIGNED-ON OPERATOR, CARRIED INTO THE JOURNAL AND THE
      *      REGISTER SO THE TRANSFER IS ATTRIBUTED TO A PERSON.
           05  XFER-OPERATOR       PIC X(08).
      *      OUT PARAMETERS -- THE TRANSFER REFERENCE, THE SEQ THE
      *      RECORD TOOK UNDER THE RECEIVING SERIAL, AND 'G' / 'F'.
           05  XFER-REF            PIC 9(06).
           05  XFER-NEW-SEQ        PIC 9(03).
           05  XFER-RESULT         PIC X(01).
               88  XFER-WENT-GOOD        VALUE 'G'.
               88  XFER-WENT-BAD         VALUE 'F'.

      *      REGION CODE -- SPACES = THE HISTORIC SINGLE-REGION
      *      FILE SET (pacCCYY.btr); OTHERWISE QUALIFIES EVERY
      *      PER-YEAR FILE NAME THE RUN TOUCHES.
           05  XFER-REGION         PIC X(02).
       PROCEDURE DIVISION USING XFER-PARM.
       A000-BEGIN.
           CALL 'DOS_GET_TIME' USING HIST-START-STAMP.
           SET XFER-WENT-BAD TO TRUE.
           ACCEPT RUN-YYMMDD FROM DATE.
           COMPUTE RUN-CCYYMMDD = 20000000 + RUN-YYMMDD.
           MOVE XFER-CCYY TO TARGET-CCYY-DISPLAY.
           MOVE SPACES TO WS-REG-NAME.
           STRING 'xfr' DELIMITED BY SIZE
                  XFER-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
                  INTO WS-REG-NAME.

           IF XFER-LIST-MODE
              PERFORM LIST-REGISTER THRU LIST-REGISTER-EXIT
              GO TO DONE.
           IF NOT XFER-TRANSFER-MODE
              DISPLAY 'PACXFER: MODE ' XFER-MODE ' NOT RECOGNISED --'
                  ' T OR L'
              SET JOB-HAS-FAILED TO TRUE
              GO TO DONE.

           MOVE 0 TO XFER-REF.
           MOVE 0 TO XFER-NEW-SEQ.
           MOVE XFER-OPERATOR TO JRNL-OPERATOR.
           MOVE XFER-REGION   TO JRNL-REGION.
           IF XFER-FROM-SERIAL = XFER-TO-SERIAL
              OR XFER-FROM-SERIAL = SPACES
              OR XFER-TO-SERIAL = SPACES
              DISPLAY 'PACXFER: FROM AND TO SERIALS MUST DIFFER '
                  'AND BE NON-BLANK -- TRANSFER REFUSED'
              SET JOB-HAS-FAILED TO TRUE
              GO TO DONE.
           IF XFER-FROM-CONSENT = SPACES
              OR XFER-TO-CONSENT = SPACES
              DISPLAY 'PACXFER: CONSENT OF BOTH PARTIES IS REQUIRED'
                  ' -- TRANSFER REFUSED'
              SET JOB-HAS-FAILED TO TRUE
              GO TO DONE.

           MOVE XFER-CCYY TO CLSQ-CCYY.
           MOVE XFER-REGION TO CLSQ-REGION.
           CALL 'PACCLSQ' USING CLSQ-PARM.
           IF CLSQ-IS-CLOSED
              DISPLAY 'PACXFER: YEAR ' TARGET-CCYY-DISPLAY
                  ' IS CLOSED -- RUN REFUSED (SEE'
                  ' pacclose.cat; PACCLOSE REOPENS)'
              SET JOB-HAS-FAILED TO TRUE
              GO TO DONE.

           PERFORM CHECK-MEMBER-EXISTS THRU CHECK-MEMBER-EXISTS-EXIT.
           IF MEMBER-IS-NOT-FOUND
              DISPLAY 'PACXFER: ' XFER-TO-SERIAL ' IS NOT ON'
                  ' member.btr -- TRANSFER REFUSED'
              SET JOB-HAS-FAILED TO TRUE
              GO TO DONE.

      *      A SANCTION OR DECEASED HOLD ON THE RECEIVING MEMBER, IN
      *      FORCE ON THE TRANSFER DATE, REFUSES; A DISPUTE OR WATCH
      *      HOLD ONLY WARNS.
           MOVE XFER-TO-SERIAL TO HLDQ-SERIAL.
           MOVE RUN-CCYYMMDD   TO HLDQ-AS-OF.
           CALL 'PACHLDQ' USING HLDQ-PARM.
           IF HLDQ-REFUSES
              DISPLAY 'PACXFER: REFUSED -- MEMBER HOLD -- '
                  XFER-TO-SERIAL ' IS UNDER HOLD ' HLDQ-NUMBER
                  ' TYPE ' HLDQ-TYPE ' (' HLDQ-REASON ')'
              SET JOB-HAS-FAILED TO TRUE
              GO TO DONE.
           IF HLDQ-WARNS
              DISPLAY 'PACXFER: WARNING -- MEMBER ' XFER-TO-SERIAL
                  ' IS UNDER HOLD ' HLDQ-NUMBER ' TYPE ' HLDQ-TYPE
                  ' (' HLDQ-REASON ')'.

           PERFORM TAKE-RUN-TOKEN THRU TAKE-RUN-TOKEN-EXIT.
           IF RUN-TOKEN-NOT-HELD
              SET JOB-HAS-FAILED TO TRUE
              GO TO DONE.

           MOVE SPACES TO B-PAC-NAME.
           STRING 'pac' DELIMITED BY SIZE
                  XFER-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.btr' DELIMITED BY SIZE
                  INTO B-PAC-NAME.
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
              DISPLAY 'PACXFER OPEN FAILED--> ' BTRV-STATUS-MESSAGE
              SET JOB-HAS-FAILED TO TRUE
              GO TO DONE.
           SET PAC-FILE-IS-OPEN TO TRUE.
           MOVE 0 TO B-PAC-KEY-NUMBER.

           PERFORM TRANSFER-ONE-RECORD THRU TRANSFER-ONE-RECORD-EXIT.

       DONE.
           IF PAC-FILE-IS-OPEN
              PERFORM CLOSE-PAC-FILE.
           PERFORM DROP-RUN-TOKEN.
           MOVE TARGET-CCYY-DISPLAY TO HIST-CCYY.
           IF XFER-LIST-MODE
              MOVE TRANSFERS-LISTED TO HIST-RECORDS
           ELSE
              IF XFER-WENT-GOOD
                 MOVE 1 TO HIST-RECORDS.
           IF JOB-HAS-FAILED
              MOVE 'FAILED' TO HIST-STATUS.
           CALL 'PACHIST' USING HIST-PARM.
           GOBACK.

      *      FETCH, CHECK, PRICE, INSERT UNDER THE NEW KEY, DELETE
      *      THE OLD, REGISTER.  INSERT BEFORE DELETE, THE SAME AS
      *      PACMERGE, SO A FAILURE IN BETWEEN LEAVES A DUPLICATE TO
      *      CLEAN UP RATHER THAN A RECORD GONE.
       TRANSFER-ONE-RECORD.
           MOVE XFER-FROM-SERIAL TO B-PAC-KEY-SERIAL.
           MOVE XFER-FROM-SEQ    TO B-PAC-KEY-SEQ.
           CALL WINAPI 'BTRV' USING by value B-GET-EQUAL,
             by reference B-PAC-POSITION,
             PAC-RECORD, B-PAC-LENGTH, B-PAC-KEY-BUFFER,
             by value B-PAC-KEY-NUMBER.
           IF RETURN-CODE = 4
              DISPLAY 'PACXFER: ' XFER-FROM-SERIAL '-' XFER-FROM-SEQ
                  ' NOT ON ' B-PAC-NAME ' -- TRANSFER REFUSED'
              SET JOB-HAS-FAILED TO TRUE
              GO TO TRANSFER-ONE-RECORD-EXIT.
           IF RETURN-CODE NOT = ZERO
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'GET-EQ' TO ERRJ-OPERATION
              PERFORM LOG-ERROR-JOURNAL
              DISPLAY 'PACXFER GET FAILED--> ' BTRV-STATUS-MESSAGE
              SET JOB-HAS-FAILED TO TRUE
              GO TO TRANSFER-ONE-RECORD-EXIT.
           IF PAC-REC-VOIDED
              DISPLAY 'PACXFER: ' XFER-FROM-SERIAL '-' XFER-FROM-SEQ
                  ' IS VOIDED -- TRANSFER REFUSED'
              SET JOB-HAS-FAILED TO TRUE
              GO TO TRANSFER-ONE-RECORD-EXIT.
           MOVE PAC-RECORD TO SAVE-PAC-RECORD.

           PERFORM FIND-TRANSFER-FEE THRU FIND-TRANSFER-FEE-EXIT.
           PERFORM FIND-NEXT-TO-SEQ THRU FIND-NEXT-TO-SEQ-EXIT.
           IF JOB-HAS-FAILED
              GO TO TRANSFER-ONE-RECORD-EXIT.

           MOVE SAVE-PAC-RECORD TO PAC-RECORD.
           MOVE XFER-TO-SERIAL  TO PAC-KEY-SERIAL.
           MOVE NEXT-TO-SEQ     TO PAC-KEY-SEQ.
           MOVE PAC-RECORD      TO NEW-PAC-RECORD.
           MOVE XFER-TO-SERIAL  TO B-PAC-KEY-SERIAL.
           MOVE NEXT-TO-SEQ     TO B-PAC-KEY-SEQ.
           CALL WINAPI 'BTRV' USING by value B-INS,
             by reference B-PAC-POSITION,
             PAC-RECORD, B-PAC-LENGTH, B-PAC-KEY-BUFFER,
             by value B-PAC-KEY-NUMBER.
           IF RETURN-CODE NOT = ZERO
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'INSERT' TO ERRJ-OPERATION
              PERFORM LOG-ERROR-JOURNAL
              DISPLAY 'PACXFER: INSERT FAILED ON ' B-PAC-KEY-BUFFER
                  '--> ' BTRV-STATUS-MESSAGE
              SET JOB-HAS-FAILED TO TRUE
              GO TO TRANSFER-ONE-RECORD-EXIT.
           MOVE 'INSERT'         TO JRNL-OPERATION.
           MOVE XFER-TO-SERIAL   TO JRNL-SERIAL.
           MOVE NEXT-TO-SEQ      TO JRNL-SEQ.
           MOVE SPACES           TO JRNL-BEFORE.
           MOVE NEW-PAC-RECORD   TO JRNL-AFTER.
           PERFORM WRITE-JOURNAL.

           MOVE XFER-FROM-SERIAL TO B-PAC-KEY-SERIAL.
           MOVE XFER-FROM-SEQ    TO B-PAC-KEY-SEQ.
           CALL WINAPI 'BTRV' USING by value B-GET-EQUAL,
             by reference B-PAC-POSITION,
             PAC-RECORD, B-PAC-LENGTH, B-PAC-KEY-BUFFER,
             by value B-PAC-KEY-NUMBER.
           IF RETURN-CODE NOT = ZERO
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'GET-EQ' TO ERRJ-OPERATION
              PERFORM LOG-ERROR-JOURNAL
              DISPLAY 'PACXFER: RE-GET FAILED ON ' B-PAC-KEY-BUFFER
                  '--> ' BTRV-STATUS-MESSAGE
              SET JOB-HAS-FAILED TO TRUE
              GO TO TRANSFER-ONE-RECORD-EXIT.
           CALL WINAPI 'BTRV' USING by value B-DELETE,
             by reference B-PAC-POSITION,
             PAC-RECORD, B-PAC-LENGTH, B-PAC-KEY-BUFFER,
             by value B-PAC-KEY-NUMBER.
           IF RETURN-CODE NOT = ZERO
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'DELETE' TO ERRJ-OPERATION
              PERFORM LOG-ERROR-JOURNAL
              DISPLAY 'PACXFER: DELETE FAILED ON ' B-PAC-KEY-BUFFER
                  '--> ' BTRV-STATUS-MESSAGE
              SET JOB-HAS-FAILED TO TRUE
              GO TO TRANSFER-ONE-RECORD-EXIT.
           MOVE 'DELETE'         TO JRNL-OPERATION.
           MOVE XFER-FROM-SERIAL TO JRNL-SERIAL.
           MOVE XFER-FROM-SEQ    TO JRNL-SEQ.
           MOVE SAVE-PAC-RECORD  TO JRNL-BEFORE.
           MOVE SPACES           TO JRNL-AFTER.
           PERFORM WRITE-JOURNAL.

           MOVE XFER-CCYY        TO CERT-CCYY.
           MOVE XFER-FROM-SERIAL TO CERT-SERIAL.
           MOVE XFER-FROM-SEQ    TO CERT-SEQ.
           MOVE XFER-OPERATOR    TO CERT-OPERATOR.
           MOVE XFER-REGION      TO CERT-REGION.
           CALL 'PACCERT' USING CERT-PARM.
           IF CERT-WENT-GOOD
              DISPLAY 'PACXFER: CERTIFICATE ' CERT-NUMBER ' ON '
                  XFER-FROM-SERIAL '-' XFER-FROM-SEQ ' CANCELLED'.

           MOVE XFER-CCYY        TO JOINT-CCYY.
           MOVE XFER-FROM-SERIAL TO JOINT-SERIAL.
           MOVE XFER-FROM-SEQ    TO JOINT-SEQ.
           MOVE XFER-TO-SERIAL   TO JOINT-NEW-SERIAL.
           MOVE NEXT-TO-SEQ      TO JOINT-NEW-SEQ.
           MOVE XFER-OPERATOR    TO JOINT-OPERATOR.
           MOVE XFER-REGION      TO JOINT-REGION.
           CALL 'PACJOINT' USING JOINT-PARM.
           IF JOINT-WENT-BAD
              DISPLAY 'PACXFER: CO-HOLDERS NOT MOVED WITH THE RECORD'
                  ' -- SEE PACJOINT MESSAGE ABOVE'.

           PERFORM FIND-NEXT-REF THRU FIND-NEXT-REF-EXIT.
           MOVE SPACES TO XFER-REG-RECORD.
           MOVE NEXT-REF          TO XFR-REF.
           MOVE RUN-CCYYMMDD      TO XFR-DATE.
           MOVE XFER-FROM-SERIAL  TO XFR-FROM-SERIAL.
           MOVE XFER-FROM-SEQ     TO XFR-FROM-SEQ.
           MOVE XFER-TO-SERIAL    TO XFR-TO-SERIAL.
           MOVE NEXT-TO-SEQ       TO XFR-TO-SEQ.
           MOVE TRANSFER-FEE      TO XFR-FEE.
           MOVE XFER-FROM-CONSENT TO XFR-FROM-CONSENT.
           MOVE XFER-TO-CONSENT   TO XFR-TO-CONSENT.
           MOVE XFER-OPERATOR     TO XFR-OPERATOR.
      *      SAME EXTEND-OR-CREATE DANCE PACJRNL DOES FOR THE
      *      JOURNAL FILE.
           MOVE XFER-REG-RECORD TO RPT-LINE-WORK.
           OPEN EXTEND XFER-REG-FILE.
           IF REG-FILE-STATUS = '05' OR '35'
              OPEN OUTPUT XFER-REG-FILE.
           MOVE RPT-LINE-WORK TO XFER-REG-RECORD.
           WRITE XFER-REG-RECORD.
           CLOSE XFER-REG-FILE.

           MOVE NEXT-REF    TO XFER-REF.
           MOVE NEXT-TO-SEQ TO XFER-NEW-SEQ.
           SET XFER-WENT-GOOD TO TRUE.
           DISPLAY 'PACXFER: TRANSFER ' NEXT-REF ' -- '
               XFER-FROM-SERIAL '-' XFER-FROM-SEQ ' NOW '
               XFER-TO-SERIAL '-' NEXT-TO-SEQ ' (' MEM-NAME ')'.
           DISPLAY 'PACXFER: TRANSFER FEE ' TRANSFER-FEE
               ' BY ' XFER-OPERATOR.
       TRANSFER-ONE-RECORD-EXIT. EXIT.

      *      ONE GET-EQUAL AGAINST member.btr, OPENED READ-ONLY FOR
      *      JUST THE LOOKUP.  A MEMBER FILE THAT CANNOT BE OPENED
      *      COUNTS AS NOT-FOUND, SO THE TRANSFER IS REFUSED RATHER
      *      THAN WAVED THROUGH BLIND.
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
              DISPLAY 'PACXFER: MEMBER OPEN FAILED--> '
                  BTRV-STATUS-MESSAGE
              GO TO CHECK-MEMBER-EXISTS-EXIT.
           MOVE 0 TO B-MEM-KEY-NUMBER.
           MOVE XFER-TO-SERIAL TO B-MEM-KEY-SERIAL.
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

      *      SAME GET-LESS-OR-EQUAL ON SERIAL+999 PACMAINT'S
      *      AUTO-ASSIGN USES.  NO RECORD FOR THE TO-SERIAL MEANS
      *      SEQ 1; A SERIAL ALREADY AT 999 IS FULL.
       FIND-NEXT-TO-SEQ.
           MOVE XFER-TO-SERIAL TO B-PAC-KEY-SERIAL.
           MOVE 999            TO B-PAC-KEY-SEQ.
           CALL WINAPI 'BTRV' USING by value B-GET-LESS-EQUAL,
             by reference B-PAC-POSITION,
             PAC-RECORD, B-PAC-LENGTH, B-PAC-KEY-BUFFER,
             by value B-PAC-KEY-NUMBER.
           IF RETURN-CODE = ZERO
              AND PAC-KEY-SERIAL = XFER-TO-SERIAL
              IF PAC-KEY-SEQ < 999
                 COMPUTE NEXT-TO-SEQ = PAC-KEY-SEQ + 1
              ELSE
                 DISPLAY 'PACXFER: ' XFER-TO-SERIAL ' IS AT SEQ'
                     ' 999 ALREADY -- TRANSFER REFUSED'
                 SET JOB-HAS-FAILED TO TRUE
              END-IF
           ELSE
              IF RETURN-CODE = ZERO OR = 9
                 MOVE 1 TO NEXT-TO-SEQ
              ELSE
                 MOVE RETURN-CODE TO BTRV-STATUS-CODE
                 CALL 'BTRVMSG' USING BTRV-STATUS-CODE
                     BTRV-STATUS-MESSAGE
                 MOVE 'GET-LE' TO ERRJ-OPERATION
                 PERFORM LOG-ERROR-JOURNAL
                 DISPLAY 'PACXFER: NEXT-SEQ LOOKUP FAILED--> '
                     BTRV-STATUS-MESSAGE
                 SET JOB-HAS-FAILED TO TRUE.
       FIND-NEXT-TO-SEQ-EXIT. EXIT.

      *      THE TRANSFER FEE IS THE pacfees.dat LINE WITH 'XF' IN
      *      THE SPEC COLUMN AND THE CODE COLUMNS BLANK, IN FORCE
      *      TODAY -- THE SAME WINDOW TEST PACVALU USES.  NO SUCH
      *      LINE MEANS NO FEE, AND SAYS SO.
       FIND-TRANSFER-FEE.
           MOVE 0 TO TRANSFER-FEE.
           SET FEE-LINE-MISSING TO TRUE.
           SET INPUT-NOT-AT-EOF TO TRUE.
           OPEN INPUT XFER-FEE-FILE.
           IF FEE-FILE-STATUS NOT = '00'
              GO TO FIND-TRANSFER-FEE-DONE.
           PERFORM MATCH-ONE-FEE THRU MATCH-ONE-FEE-EXIT
               UNTIL INPUT-AT-EOF OR FEE-LINE-FOUND.
           CLOSE XFER-FEE-FILE.
       FIND-TRANSFER-FEE-DONE.
           IF FEE-LINE-MISSING
              DISPLAY 'PACXFER: NO XF TRANSFER FEE LINE IN FORCE IN '
                  WS-FEE-NAME ' -- NO FEE CHARGED'
              GO TO FIND-TRANSFER-FEE-EXIT.
           IF PAC-QTY NUMERIC
              COMPUTE TRANSFER-FEE = FEE-BASE + FEE-RATE * PAC-QTY
           ELSE
              MOVE FEE-BASE TO TRANSFER-FEE.
       FIND-TRANSFER-FEE-EXIT. EXIT.

       MATCH-ONE-FEE.
           READ XFER-FEE-FILE
               AT END
                  SET INPUT-AT-EOF TO TRUE
                  GO TO MATCH-ONE-FEE-EXIT.
           IF FEE-VALID-FROM NOT NUMERIC
              MOVE 0 TO FEE-VALID-FROM.
           IF FEE-VALID-TO NOT NUMERIC
              MOVE 0 TO FEE-VALID-TO.
           IF FEE-SPEC = 'XF'
              AND FEE-GEAR = SPACES
              AND FEE-AREA = SPACES
              AND (FEE-VALID-FROM = 0
                   OR FEE-VALID-FROM NOT > RUN-CCYYMMDD)
              AND (FEE-VALID-TO = 0
                   OR FEE-VALID-TO NOT < RUN-CCYYMMDD)
              AND FEE-BASE NUMERIC
              AND FEE-RATE NUMERIC
              SET FEE-LINE-FOUND TO TRUE.
       MATCH-ONE-FEE-EXIT. EXIT.

      *      TRANSFERS ARE NUMBERED ON FROM THE HIGHEST ON THE
      *      YEAR'S REGISTER; NO REGISTER YET MEANS TRANSFER 1.
       FIND-NEXT-REF.
           MOVE 0 TO NEXT-REF.
           SET INPUT-NOT-AT-EOF TO TRUE.
           OPEN INPUT XFER-REG-FILE.
           IF REG-FILE-STATUS NOT = '00'
              GO TO FIND-NEXT-REF-DONE.
           PERFORM READ-ONE-REF THRU READ-ONE-REF-EXIT
               UNTIL INPUT-AT-EOF.
           CLOSE XFER-REG-FILE.
       FIND-NEXT-REF-DONE.
           ADD 1 TO NEXT-REF.
       FIND-NEXT-REF-EXIT. EXIT.

       READ-ONE-REF.
           READ XFER-REG-FILE
               AT END
                  SET INPUT-AT-EOF TO TRUE
                  GO TO READ-ONE-REF-EXIT.
           IF XFR-REF NUMERIC AND XFR-REF > NEXT-REF
              MOVE XFR-REF TO NEXT-REF.
       READ-ONE-REF-EXIT. EXIT.

      * ------------------------------------------------------------
      *      MODE 'L' -- THE YEAR'S TRANSFER REGISTER.
      * ------------------------------------------------------------
       LIST-REGISTER.
           MOVE SPACES TO WS-RPT-NAME.
           STRING 'pac' DELIMITED BY SIZE
                  XFER-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.xfr' DELIMITED BY SIZE
                  INTO WS-RPT-NAME.
           MOVE WS-RPT-NAME TO GDG-FILE-NAME.
           CALL 'PACGDG' USING GDG-PARM.
           OPEN OUTPUT XFER-RPT-FILE.
           MOVE 'PAC REGISTRATION TRANSFER REGISTER' TO PGH-TITLE.
           MOVE TARGET-CCYY-DISPLAY TO PGH-CCYY.
           MOVE 0  TO PGH-PAGE-NUMBER.
           MOVE 56 TO PGH-LINES-PER-PAGE.
           MOVE 99 TO PGH-LINE-COUNT.

           SET INPUT-NOT-AT-EOF TO TRUE.
           OPEN INPUT XFER-REG-FILE.
           IF REG-FILE-STATUS NOT = '00'
              MOVE 'NO TRANSFERS THIS YEAR' TO RPT-LINE-WORK
              PERFORM WRITE-RPT-LINE
              GO TO LIST-REGISTER-TOTALS.
           PERFORM LIST-ONE-TRANSFER THRU LIST-ONE-TRANSFER-EXIT
               UNTIL INPUT-AT-EOF.
           CLOSE XFER-REG-FILE.

       LIST-REGISTER-TOTALS.
           MOVE SPACES TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE TRANSFERS-LISTED TO TL-COUNT.
           MOVE FEES-LISTED      TO TL-FEES.
           MOVE TOTAL-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           PERFORM WRITE-END-LINE.
           CLOSE XFER-RPT-FILE.
           DISPLAY 'PACXFER: ' TRANSFERS-LISTED ' TRANSFER(S) -- SEE '
               WS-RPT-NAME.
       LIST-REGISTER-EXIT. EXIT.

       LIST-ONE-TRANSFER.
           READ XFER-REG-FILE
               AT END
                  SET INPUT-AT-EOF TO TRUE
                  GO TO LIST-ONE-TRANSFER-EXIT.
           IF XFR-REF NOT NUMERIC
              GO TO LIST-ONE-TRANSFER-EXIT.
           ADD 1 TO TRANSFERS-LISTED.
           IF XFR-FEE NUMERIC
              ADD XFR-FEE TO FEES-LISTED.
           MOVE XFR-REF          TO RG-REF.
           MOVE XFR-DATE         TO RG-DATE.
           MOVE XFR-FROM-SERIAL  TO RG-FROM-SERIAL.
           MOVE XFR-FROM-SEQ     TO RG-FROM-SEQ.
           MOVE XFR-TO-SERIAL    TO RG-TO-SERIAL.
           MOVE XFR-TO-SEQ       TO RG-TO-SEQ.
           MOVE XFR-FEE          TO RG-FEE.
           MOVE XFR-FROM-CONSENT TO RG-FROM-CONSENT.
           MOVE XFR-TO-CONSENT   TO RG-TO-CONSENT.
           MOVE XFR-OPERATOR     TO RG-OPERATOR.
           MOVE REGISTER-DETAIL-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
       LIST-ONE-TRANSFER-EXIT. EXIT.

       WRITE-RPT-LINE.
           IF PGH-LINE-COUNT NOT < PGH-LINES-PER-PAGE
              PERFORM START-NEW-PAGE.
           WRITE XFER-RPT-RECORD FROM RPT-LINE-WORK.
           ADD 1 TO PGH-LINE-COUNT.

       START-NEW-PAGE.
           MOVE 'H' TO PGH-REQUEST.
           CALL 'PACPAGE' USING PAGE-CTL.
           WRITE XFER-RPT-RECORD FROM PGH-LINE-1.
           WRITE XFER-RPT-RECORD FROM PGH-LINE-2.
           WRITE XFER-RPT-RECORD FROM PGH-LINE-3.
           WRITE XFER-RPT-RECORD FROM REGISTER-COLUMNS.
           MOVE 04 TO PGH-LINE-COUNT.

       WRITE-END-LINE.
           MOVE 'E' TO PGH-REQUEST.
           CALL 'PACPAGE' USING PAGE-CTL.
           WRITE XFER-RPT-RECORD FROM PGH-LINE-1.

       CLOSE-PAC-FILE.
           CALL WINAPI 'BTRV' USING by value B-CLOSE,
             by reference B-PAC-POSITION,
             OWNER-NAME, OWNER-LENGTH,
             B-PAC-KEY-BUFFER, by value B-PAC-KEY-NUMBER.
           IF RETURN-CODE NOT = ZERO
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'CLOSE' TO ERRJ-OPERATION
              PERFORM LOG-ERROR-JOURNAL
              DISPLAY 'PACXFER CLOSE FAILED--> ' BTRV-STATUS-MESSAGE.
           SET PAC-FILE-NOT-OPEN TO TRUE.

       TAKE-RUN-TOKEN.
           MOVE 'T' TO LOCK-REQUEST.
           MOVE XFER-CCYY   TO LOCK-CCYY.
           MOVE XFER-REGION TO LOCK-REGION.
           COMPUTE LOCK-START-TIME =
               HIST-START-HOUR * 10000 + HIST-START-MINUTE * 100
                   + HIST-START-SECOND.
           CALL 'PACLOCK' USING LOCK-PARM.
           IF LOCK-BUSY
              DISPLAY 'PACXFER: YEAR ' TARGET-CCYY-DISPLAY
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

       WRITE-JOURNAL.
           MOVE XFER-CCYY TO JRNL-CCYY.
           CALL 'PACJRNL' USING JRNL-PARM.

       LOG-ERROR-JOURNAL.
           MOVE B-PAC-KEY-BUFFER TO ERRJ-KEY.
           MOVE BTRV-STATUS-CODE TO ERRJ-STATUS-CODE.
           MOVE BTRV-STATUS-MESSAGE TO ERRJ-MESSAGE.
           CALL 'PACERRJ' USING ERRJ-PARM.
