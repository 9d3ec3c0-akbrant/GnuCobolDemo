       ID DIVISION.
       PROGRAM-ID.  PACCERT.
       AUTHOR.  Oliphant .
       DATE-WRITTEN. OCTOBER 15, 2026.
       DATE-COMPILED.
       REMARKS.  NUMBERED REGISTRATION CERTIFICATES.  THE HOLDER'S
           CERTIFICATE USED TO BE TYPED BY HAND AND ITS NUMBER KEPT
           IN A LEDGER BOOK; THE LEDGER IS NOW THE CERTIFICATE
           REGISTER crtCCYY.dat (LAYOUT PACCRT.COB), APPEND-ONLY
           LIKE THE REFUND REGISTER, AND EVERY CERTIFICATE CARRIES
           THE NEXT CONTROL NUMBER ON FROM THE HIGHEST THERE.
           MODE 'P' (THE DEFAULT) IS THE PRINT RUN: ONE READ-ONLY
           SWEEP OF pacCCYY.btr ISSUES A CERTIFICATE FOR EVERY ACTIVE
           RECORD WITHOUT AN OUTSTANDING ONE, AND A REPLACEMENT FOR
           EVERY ACTIVE RECORD WHOSE CODES, QUANTITY OR DATES HAVE
           CHANGED SINCE ITS CERTIFICATE WAS ISSUED -- THE OLD
           NUMBER IS LOGGED AS REPLACED.  AN OUTSTANDING CERTIFICATE
           ON A RECORD VOIDED BY ANY OTHER ROUTE IS CANCELLED, AND
           SO, ONCE THE SWEEP HAS READ THE WHOLE FILE, IS ONE WHOSE
           KEY IS NO LONGER ON pacCCYY.btr AT ALL (A RECORD DELETED,
           TRANSFERRED, MERGED AWAY OR RENUMBERED BY A ROUTE THAT
           DID NOT CANCEL IT ITSELF).
           MODE 'R' REPRINTS A KEY'S OUTSTANDING CERTIFICATE UNDER
           THE SAME NUMBER, MARKED DUPLICATE; MODE 'N' REPLACES A
           LOST OR DAMAGED ONE UNDER A NEW NUMBER.  EACH IS LOGGED.
           THE CERTIFICATES GO TO pacCCYY.crt (THE PRIOR COPY ROTATED
           BY PACGDG), WITH THE HOLDER NAME FROM member.btr AND THE
           SPEC/GEAR/AREA DESCRIPTIONS FROM paccodes.dat.
           MODE 'X' CANCELS A KEY'S OUTSTANDING CERTIFICATE -- CALLED
           BY PACMAINT AND PACRENEW WHEN THEY VOID A RECORD, AND BY
           PACXFER, PACMERGE AND PACRENUM WHEN THEY TAKE A RECORD
           OFF ITS OLD KEY, UNDER THE RUN TOKEN THEY ALREADY HOLD.
           MODE 'Q' ANSWERS A KEY'S OUTSTANDING CERTIFICATE NUMBER
           FOR PACINQ.  THE PRINT, REPRINT AND REPLACE MODES TAKE THE
           PACLOCK RUN TOKEN THEMSELVES, AND THE ONES THAT ISSUE
           NUMBERS ARE REFUSED FOR A CLOSED YEAR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. COMPAQ-DESKPRO-286.
       OBJECT-COMPUTER. ANY-COMPAQ-COMPATABLE.
       SPECIAL-NAMES.
           CALL-CONVENTION 64 IS WINAPI.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CERT-REG-FILE ASSIGN TO WS-REG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REG-FILE-STATUS.
           SELECT CERT-CODES-FILE ASSIGN TO WS-CODES-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CODES-FILE-STATUS.
           SELECT CERT-RPT-FILE ASSIGN TO WS-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CERT-REG-FILE.
       01  CERT-REG-RECORD.
           COPY 'PACCRT.COB'.
       FD  CERT-CODES-FILE.
       01  CERT-CODES-RECORD.
           COPY 'PACCTB.COB'.
       FD  CERT-RPT-FILE.
       01  CERT-RPT-RECORD             PIC X(80).
*      WORKING-STORAGE SECTION.
       01  B-OPEN         PIC 9(4) BINARY VALUE 0.
       01  B-CLOSE        PIC 9(4) BINARY VALUE 1.
       01  B-GET-EQUAL    PIC 9(4) BINARY VALUE 5.
       01  B-GET-NEXT     PIC 9(4) BINARY VALUE 6.
       01  B-GET-GREATER  PIC 9(4) BINARY VALUE 9.
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

       01  BTRV-STATUS-CODE     PIC S9(4) BINARY VALUE 0.
       01  BTRV-STATUS-MESSAGE  PIC X(40) VALUE SPACES.

      *      CENTRAL ERROR JOURNAL HOOK -- ONE PACERRJ ROW PER
      *      NONZERO BTRV STATUS (PACERRJ HAS NO SEPARATE COPYBOOK
      *      FOR ITS PARAMETER).
       01  ERRJ-PARM.
           05  ERRJ-PROGRAM       PIC X(08) VALUE 'PACCERT'.
           05  ERRJ-OPERATION     PIC X(08).
           05  ERRJ-KEY           PIC X(08).
           05  ERRJ-STATUS-CODE   PIC S9(4) BINARY.
           05  ERRJ-MESSAGE       PIC X(40).

      *      REPORT GENERATIONS -- SEE PACGDG.
       01  GDG-PARM.
           05  GDG-FILE-NAME        PIC X(32).

       01  TARGET-CCYY-DISPLAY  PIC 9(4) VALUE 0.
       01  WS-REG-NAME           PIC X(32).
       01  REG-FILE-STATUS       PIC X(2).
       01  WS-CODES-NAME         PIC X(32) VALUE 'paccodes.dat'.
       01  CODES-FILE-STATUS     PIC X(2).
       01  WS-RPT-NAME           PIC X(32).
       01  RPT-FILE-STATUS       PIC X(2).

       01  RUN-YYMMDD            PIC 9(06) VALUE 0.
       01  RUN-CCYYMMDD          PIC 9(08) VALUE 0.
       01  NEXT-NUMBER           PIC 9(06) VALUE 0.
       01  SAVE-REG-LINE         PIC X(76) VALUE SPACES.

       01  INPUT-EOF-SW          PIC X VALUE 'N'.
           88  INPUT-AT-EOF             VALUE 'Y'.
           88  INPUT-NOT-AT-EOF         VALUE 'N'.
       01  JOB-FAILED-SW         PIC X VALUE 'N'.
           88  JOB-HAS-FAILED           VALUE 'Y'.
           88  JOB-IS-CLEAN             VALUE 'N'.
       01  MEMBER-OPEN-SW        PIC X VALUE 'N'.
           88  MEMBER-FILE-OPEN         VALUE 'Y'.
           88  MEMBER-FILE-CLOSED       VALUE 'N'.
       01  MEMBER-FOUND-SW       PIC X VALUE 'N'.
           88  MEMBER-IS-FOUND          VALUE 'Y'.
           88  MEMBER-IS-NOT-FOUND      VALUE 'N'.
       01  RPT-OPEN-SW           PIC X VALUE 'N'.
           88  CERTIFICATE-FILE-OPEN    VALUE 'Y'.
           88  CERTIFICATE-FILE-CLOSED  VALUE 'N'.
       01  DUPLICATE-SW          PIC X VALUE 'N'.
           88  PRINT-AS-DUPLICATE       VALUE 'Y'.
           88  PRINT-AS-ORIGINAL        VALUE 'N'.

      *      ONE KEY'S CERTIFICATE, FOR THE SINGLE-KEY MODES: THE
      *      'I' LINE OF ITS LATEST CERTIFICATE, AND WHETHER A LATER
      *      LINE HAS REPLACED OR CANCELLED IT SINCE.
       01  KEY-NUMBER            PIC 9(06) VALUE 0.
       01  KEY-LINE              PIC X(76) VALUE SPACES.
       01  KEY-STATE-SW          PIC X VALUE 'N'.
           88  KEY-IS-OUTSTANDING       VALUE 'O'.
           88  KEY-HAS-NONE             VALUE 'N'.

      *      EVERY KEY ON THE REGISTER, FOR THE PRINT RUN: ITS LATEST
      *      CERTIFICATE NUMBER, WHETHER THAT IS STILL OUTSTANDING,
      *      AND THE RECORD AS IT WAS CERTIFIED.
       01  CERT-COUNT            PIC 9(04) VALUE 0.
       01  CERT-MAX              PIC 9(04) VALUE 2000.
       01  CERT-SCAN             PIC 9(04) VALUE 0.
       01  CERT-HIT              PIC 9(04) VALUE 0.
       01  CERT-TABLE.
           05  CERT-ENTRY OCCURS 2000 TIMES.
               10  CT-NUMBER         PIC 9(06).
               10  CT-STATE          PIC X(01).
               10  CT-SERIAL         PIC X(05).
               10  CT-SEQ            PIC 9(03).
               10  CT-SPEC           PIC X(01).
               10  CT-GEAR           PIC X(02).
               10  CT-AREA           PIC X(01).
               10  CT-QTY            PIC 9(05).
               10  CT-EFF-DATE       PIC 9(08).
               10  CT-EXP-DATE       PIC 9(08).
               10  CT-SEEN           PIC X(01).
                   88  CT-KEY-ON-FILE        VALUE 'Y'.
       01  TABLE-FULL-SW         PIC X VALUE 'N'.
           88  CERT-TABLE-IS-FULL       VALUE 'Y'.
           88  CERT-TABLE-HAS-ROOM      VALUE 'N'.
       01  SWEEP-DONE-SW         PIC X VALUE 'N'.
           88  SWEEP-READ-WHOLE-FILE    VALUE 'Y'.

      *      SPEC/GEAR/AREA DESCRIPTIONS OFF paccodes.dat.  PACCODES
      *      HANDS BACK ONLY WHAT THE EDITS NEED, SO THE FILE IS READ
      *      HERE THE WAY PACCTBL READS IT.
       01  DESC-COUNT            PIC 9(03) VALUE 0.
       01  DESC-SCAN             PIC 9(03) VALUE 0.
       01  DESC-TABLE.
           05  DESC-ENTRY OCCURS 150 TIMES.
               10  DT-SET            PIC X(04).
               10  DT-CODE           PIC X(02).
               10  DT-DESC           PIC X(20).
       01  LOOK-SET              PIC X(04).
       01  LOOK-CODE             PIC X(02).
       01  LOOK-DESC             PIC X(20).

       01  ISSUE-REASON          PIC X(01) VALUE SPACE.
       01  ISSUE-REPLACES        PIC 9(06) VALUE 0.
       01  CNT                   PIC 9(08) VALUE 0.
       01  ISSUED-COUNT          PIC 9(06) VALUE 0.
       01  REPLACED-COUNT        PIC 9(06) VALUE 0.
       01  CANCELLED-COUNT       PIC 9(06) VALUE 0.
       01  REPRINTED-COUNT       PIC 9(06) VALUE 0.

      *      YEAR-CLOSE GATE (PACCLSQ HAS NO SEPARATE COPYBOOK FOR
      *      ITS PARAMETER).  A CLOSED YEAR ISSUES NO NEW NUMBERS.
       01  CLSQ-PARM.
           05  CLSQ-CCYY           PIC 9(04).
           05  CLSQ-REGION         PIC X(02).
           05  CLSQ-RESULT         PIC X(01).
               88  CLSQ-IS-CLOSED        VALUE 'C'.
               88  CLSQ-IS-OPEN          VALUE 'O'.

      *      SUITE-WIDE RUN TOKEN (PACLOCK HAS NO SEPARATE COPYBOOK
      *      FOR ITS PARAMETER).  NOT TAKEN FOR 'X' -- THE VOIDING
      *      CALLER ALREADY HOLDS IT -- NOR FOR THE 'Q' QUERY.
       01  LOCK-PARM.
           05  LOCK-REQUEST        PIC X(01).
           05  LOCK-RESULT         PIC X(01).
               88  LOCK-GRANTED          VALUE 'G'.
               88  LOCK-BUSY             VALUE 'B'.
           05  LOCK-PROGRAM        PIC X(08) VALUE 'PACCERT'.
           05  LOCK-CCYY           PIC 9(04).
           05  LOCK-REGION         PIC X(02).
           05  LOCK-HOLDER         PIC X(08).
           05  LOCK-SINCE          PIC 9(06).
           05  LOCK-START-TIME     PIC 9(06).
       01  LOCK-HELD-SW            PIC X VALUE 'N'.
           88  RUN-TOKEN-HELD            VALUE 'Y'.
           88  RUN-TOKEN-NOT-HELD        VALUE 'N'.

      *      RUN-HISTORY HOOK -- SEE PACHIST.
       01  HIST-PARM.
           05  HIST-PROGRAM       PIC X(08) VALUE 'PACCERT'.
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

      *      THE CERTIFICATE ITSELF.  CERTIFICATES ARE SEPARATED THE
      *      WAY PACAGPF SEPARATES ITS LETTERS, NOT PAGED.
       01  CF-RULE-LINE          PIC X(80) VALUE ALL '='.
       01  CF-BLANK-LINE         PIC X(80) VALUE SPACES.
       01  CF-TITLE-LINE.
           05  FILLER             PIC X(40) VALUE
               'PAC REGISTRATION CERTIFICATE'.
           05  FILLER             PIC X(17) VALUE
               'CERTIFICATE NO. '.
           05  CFT-CCYY           PIC 9(04).
           05  FILLER             PIC X(01) VALUE '-'.
           05  CFT-NUMBER         PIC 9(06).
           05  FILLER             PIC X(12) VALUE SPACES.
       01  CF-DUPLICATE-LINE.
           05  FILLER             PIC X(34) VALUE
               '*** DUPLICATE -- REPRINTED ON '.
           05  CFD-DATE           PIC 9(08).
           05  FILLER             PIC X(04) VALUE ' ***'.
           05  FILLER             PIC X(34) VALUE SPACES.
       01  CF-HOLDER-LINE.
           05  FILLER             PIC X(12) VALUE 'HOLDER'.
           05  CFH-NAME           PIC X(32).
           05  FILLER             PIC X(36) VALUE SPACES.
       01  CF-KEY-LINE.
           05  FILLER             PIC X(12) VALUE 'REGISTERED'.
           05  CFK-SERIAL         PIC X(05).
           05  FILLER             PIC X(01) VALUE '-'.
           05  CFK-SEQ            PIC 9(03).
           05  FILLER             PIC X(21) VALUE
               '   REGISTRATION YEAR '.
           05  CFK-CCYY           PIC 9(04).
           05  FILLER             PIC X(34) VALUE SPACES.
       01  CF-CODE-LINE.
           05  CFC-LABEL          PIC X(12).
           05  CFC-CODE           PIC X(02).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  CFC-DESC           PIC X(20).
           05  FILLER             PIC X(44) VALUE SPACES.
       01  CF-QTY-LINE.
           05  FILLER             PIC X(12) VALUE 'QUANTITY'.
           05  CFQ-QTY            PIC ZZ,ZZ9.
           05  FILLER             PIC X(62) VALUE SPACES.
       01  CF-TERM-LINE.
           05  FILLER             PIC X(12) VALUE 'VALID FROM'.
           05  CFV-EFF-DATE       PIC 9(08).
           05  FILLER             PIC X(04) VALUE ' TO '.
           05  CFV-EXP-DATE       PIC 9(08).
           05  FILLER             PIC X(48) VALUE SPACES.
       01  CF-REPLACES-LINE.
           05  FILLER             PIC X(25) VALUE
               'REPLACES CERTIFICATE NO. '.
           05  CFR-CCYY           PIC 9(04).
           05  FILLER             PIC X(01) VALUE '-'.
           05  CFR-NUMBER         PIC 9(06).
           05  FILLER             PIC X(20) VALUE
               ', NO LONGER VALID'.
           05  FILLER             PIC X(24) VALUE SPACES.
       01  CF-ISSUED-LINE.
           05  FILLER             PIC X(12) VALUE 'ISSUED'.
           05  CFI-DATE           PIC 9(08).
           05  FILLER             PIC X(60) VALUE SPACES.
       01  CF-SIGN-LINE          PIC X(80) VALUE
           'AUTHORISED ________________________________'.

       LINKAGE SECTION.
       01  CERT-PARM.
      *      'P'/SPACE = PRINT RUN; 'R' = REPRINT; 'N' = REPLACE A
      *      LOST OR DAMAGED CERTIFICATE; 'X' = CANCEL (A VOID, OR
      *      THE RECORD MOVED OFF THE KEY);
      *      'Q' = QUERY THE OUTSTANDING CERTIFICATE.
           05  CERT-MODE           PIC X(01).
               88  CERT-PRINT-MODE       VALUES ARE SPACE 'P'.
               88  CERT-REPRINT-MODE     VALUE 'R'.
               88  CERT-REPLACE-MODE     VALUE 'N'.
               88  CERT-CANCEL-MODE      VALUE 'X'.
               88  CERT-QUERY-MODE       VALUE 'Q'.
           05  CERT-CCYY           PIC 9(04).
      *      THE KEY -- EVERY MODE BUT THE PRINT RUN.
           05  CERT-SERIAL         PIC X(05).
           05  CERT-SEQ            PIC 9(03).
           05  CERT-OPERATOR       PIC X(08).
      *      OUT PARAMETERS -- THE CERTIFICATE NUMBER CONCERNED, AND
      *      'G' = DONE (OR FOUND), 'N' = NO OUTSTANDING CERTIFICATE,
      *      'F' = FAILED OR REFUSED.
           05  CERT-NUMBER         PIC 9(06).
           05  CERT-RESULT         PIC X(01).
               88  CERT-WENT-GOOD        VALUE 'G'.
               88  CERT-NONE-OUTSTANDING VALUE 'N'.
               88  CERT-WENT-BAD         VALUE 'F'.

      *      REGION CODE -- SPACES = THE HISTORIC SINGLE-REGION
      *      FILE SET (pacCCYY.btr); OTHERWISE QUALIFIES EVERY
      *      PER-YEAR FILE NAME THE RUN TOUCHES.
           05  CERT-REGION         PIC X(02).
       PROCEDURE DIVISION USING CERT-PARM.
       A000-BEGIN.
           CALL 'DOS_GET_TIME' USING HIST-START-STAMP.
           ACCEPT RUN-YYMMDD FROM DATE.
           COMPUTE RUN-CCYYMMDD = 20000000 + RUN-YYMMDD.
           SET CERT-WENT-BAD TO TRUE.
           MOVE 0 TO CERT-NUMBER.
           MOVE CERT-CCYY TO TARGET-CCYY-DISPLAY.
           MOVE SPACES TO WS-REG-NAME.
           STRING 'crt' DELIMITED BY SIZE
                  CERT-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
                  INTO WS-REG-NAME.
           MOVE SPACES TO WS-RPT-NAME.
           STRING 'pac' DELIMITED BY SIZE
                  CERT-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.crt' DELIMITED BY SIZE
                  INTO WS-RPT-NAME.
           MOVE SPACES TO B-PAC-NAME.
           STRING 'pac' DELIMITED BY SIZE
                  CERT-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.btr' DELIMITED BY SIZE
                  INTO B-PAC-NAME.

           IF CERT-QUERY-MODE
              PERFORM FIND-KEY-STATE THRU FIND-KEY-STATE-EXIT
              IF KEY-IS-OUTSTANDING
                 MOVE KEY-NUMBER TO CERT-NUMBER
                 SET CERT-WENT-GOOD TO TRUE
              ELSE
                 SET CERT-NONE-OUTSTANDING TO TRUE
              END-IF
              GOBACK.

           IF CERT-CANCEL-MODE
              PERFORM CANCEL-CERTIFICATE THRU CANCEL-CERTIFICATE-EXIT
              GOBACK.

           IF NOT CERT-PRINT-MODE AND NOT CERT-REPRINT-MODE
              AND NOT CERT-REPLACE-MODE
              DISPLAY 'PACCERT: MODE ' CERT-MODE ' NOT RECOGNISED --'
                  ' P, R, N, X, OR Q'
              SET JOB-HAS-FAILED TO TRUE
              GO TO DONE.

           IF NOT CERT-REPRINT-MODE
              MOVE CERT-CCYY   TO CLSQ-CCYY
              MOVE CERT-REGION TO CLSQ-REGION
              CALL 'PACCLSQ' USING CLSQ-PARM
              IF CLSQ-IS-CLOSED
                 DISPLAY 'PACCERT: YEAR ' TARGET-CCYY-DISPLAY
                     ' IS CLOSED -- RUN REFUSED (SEE'
                     ' pacclose.cat; PACCLOSE REOPENS)'
                 SET JOB-HAS-FAILED TO TRUE
                 GO TO DONE.

           PERFORM TAKE-RUN-TOKEN THRU TAKE-RUN-TOKEN-EXIT.
           IF RUN-TOKEN-NOT-HELD
              SET JOB-HAS-FAILED TO TRUE
              GO TO DONE.

           PERFORM LOAD-DESCRIPTIONS THRU LOAD-DESCRIPTIONS-EXIT.
           PERFORM OPEN-MEMBER-FILE THRU OPEN-MEMBER-FILE-EXIT.

           IF CERT-PRINT-MODE
              PERFORM PRINT-RUN THRU PRINT-RUN-EXIT
           ELSE IF CERT-REPRINT-MODE
              PERFORM REPRINT-ONE THRU REPRINT-ONE-EXIT
           ELSE
              PERFORM REPLACE-ONE THRU REPLACE-ONE-EXIT.

           IF CERTIFICATE-FILE-OPEN
              CLOSE CERT-RPT-FILE.
           PERFORM CLOSE-MEMBER-FILE THRU CLOSE-MEMBER-FILE-EXIT.

       DONE.
           PERFORM DROP-RUN-TOKEN.
           MOVE TARGET-CCYY-DISPLAY TO HIST-CCYY.
           MOVE CNT                 TO HIST-RECORDS.
           IF JOB-HAS-FAILED
              MOVE 'FAILED' TO HIST-STATUS.
           CALL 'PACHIST' USING HIST-PARM.
           IF CERT-PRINT-MODE AND JOB-IS-CLEAN
              DISPLAY 'PACCERT: ' ISSUED-COUNT ' ISSUED ('
                  REPLACED-COUNT ' AS REPLACEMENTS), '
                  CANCELLED-COUNT ' CANCELLED, TO ' WS-RPT-NAME.
           IF JOB-IS-CLEAN
              MOVE 0 TO RETURN-CODE
           ELSE
              MOVE 1 TO RETURN-CODE.
           GOBACK.

      * ------------------------------------------------------------
      *      MODE 'P' -- THE PRINT RUN.
      * ------------------------------------------------------------
       PRINT-RUN.
           PERFORM LOAD-REGISTER THRU LOAD-REGISTER-EXIT.
           IF CERT-TABLE-IS-FULL
              DISPLAY 'PACCERT: MORE THAN ' CERT-MAX ' KEYS ON '
                  WS-REG-NAME ' -- RUN REFUSED'
              SET JOB-HAS-FAILED TO TRUE
              GO TO PRINT-RUN-EXIT.

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
              DISPLAY 'PACCERT: OPEN FAILED--> ' BTRV-STATUS-MESSAGE
              SET JOB-HAS-FAILED TO TRUE
              GO TO PRINT-RUN-EXIT.

           MOVE 0 TO B-PAC-KEY-NUMBER.
           MOVE LOW-VALUES TO B-PAC-KEY-BUFFER.
           CALL WINAPI 'BTRV' USING by value B-GET-GREATER,
             by reference B-PAC-POSITION,
                PAC-RECORD, B-PAC-LENGTH, B-PAC-KEY-BUFFER,
                by value B-PAC-KEY-NUMBER.
       PRINT-RUN-NEXT.
           IF RETURN-CODE = 9
              SET SWEEP-READ-WHOLE-FILE TO TRUE
              GO TO PRINT-RUN-CLOSE.
           IF RETURN-CODE NOT = 0
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'GET-NX' TO ERRJ-OPERATION
              PERFORM LOG-ERROR-JOURNAL
              DISPLAY 'PACCERT: READ FAILED--> ' BTRV-STATUS-MESSAGE
              SET JOB-HAS-FAILED TO TRUE
              GO TO PRINT-RUN-CLOSE.
           ADD 1 TO CNT.
           PERFORM CHECK-ONE-RECORD THRU CHECK-ONE-RECORD-EXIT.
           CALL WINAPI 'BTRV' USING by value B-GET-NEXT,
             by reference B-PAC-POSITION,
                PAC-RECORD, B-PAC-LENGTH, B-PAC-KEY-BUFFER,
                by value B-PAC-KEY-NUMBER.
           GO TO PRINT-RUN-NEXT.
       PRINT-RUN-CLOSE.
           CALL WINAPI 'BTRV' USING by value B-CLOSE,
             by reference B-PAC-POSITION,
             OWNER-NAME, OWNER-LENGTH,
             B-PAC-KEY-BUFFER, by value B-PAC-KEY-NUMBER.
           IF RETURN-CODE NOT = ZERO
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'CLOSE' TO ERRJ-OPERATION
              PERFORM LOG-ERROR-JOURNAL
              DISPLAY 'PACCERT: CLOSE FAILED--> ' BTRV-STATUS-MESSAGE.
           IF SWEEP-READ-WHOLE-FILE
              PERFORM CANCEL-IF-KEY-GONE
                  VARYING CERT-HIT FROM 1 BY 1
                  UNTIL CERT-HIT > CERT-COUNT.
       PRINT-RUN-EXIT. EXIT.

      *      AN OUTSTANDING CERTIFICATE WHOSE KEY THE SWEEP NEVER MET
      *      BELONGS TO A REGISTRATION NO LONGER ON FILE UNDER THAT
      *      KEY, SO IT IS NO LONGER GOOD.
       CANCEL-IF-KEY-GONE.
           IF CT-STATE (CERT-HIT) = 'O'
              AND NOT CT-KEY-ON-FILE (CERT-HIT)
              PERFORM BUILD-TABLE-LINE
              MOVE 'C' TO CRT-EVENT
              MOVE 'K' TO CRT-REASON
              PERFORM APPEND-REGISTER-LINE
              MOVE 'C' TO CT-STATE (CERT-HIT)
              ADD 1 TO CANCELLED-COUNT.

      *      A NEW OR REINSTATED REGISTRATION GETS ITS FIRST
      *      CERTIFICATE; AN AMENDED ONE GETS A REPLACEMENT; A VOIDED
      *      ONE LOSES ANY CERTIFICATE STILL OUTSTANDING.
       CHECK-ONE-RECORD.
           PERFORM FIND-TABLE-KEY THRU FIND-TABLE-KEY-EXIT.
           IF CERT-HIT > 0
              MOVE 'Y' TO CT-SEEN (CERT-HIT).
           IF PAC-REC-VOIDED
              IF CERT-HIT > 0 AND CT-STATE (CERT-HIT) = 'O'
                 PERFORM BUILD-TABLE-LINE
                 MOVE 'C' TO CRT-EVENT
                 MOVE 'V' TO CRT-REASON
                 PERFORM APPEND-REGISTER-LINE
                 MOVE 'C' TO CT-STATE (CERT-HIT)
                 ADD 1 TO CANCELLED-COUNT
              END-IF
              GO TO CHECK-ONE-RECORD-EXIT.
           IF CERT-HIT = 0 OR CT-STATE (CERT-HIT) NOT = 'O'
              MOVE 'N' TO ISSUE-REASON
              MOVE 0   TO ISSUE-REPLACES
              PERFORM ISSUE-CERTIFICATE
              GO TO CHECK-ONE-RECORD-EXIT.
           IF CT-SPEC (CERT-HIT) = PAC-SPEC
              AND CT-GEAR (CERT-HIT) = PAC-GEAR
              AND CT-AREA (CERT-HIT) = PAC-AREA
              AND CT-QTY (CERT-HIT) = PAC-QTY
              AND CT-EFF-DATE (CERT-HIT) = PAC-EFF-DATE
              AND CT-EXP-DATE (CERT-HIT) = PAC-EXP-DATE
              GO TO CHECK-ONE-RECORD-EXIT.
           PERFORM BUILD-TABLE-LINE.
           MOVE 'R' TO CRT-EVENT.
           MOVE 'A' TO CRT-REASON.
           PERFORM APPEND-REGISTER-LINE.
           ADD 1 TO REPLACED-COUNT.
           MOVE 'A' TO ISSUE-REASON.
           MOVE CT-NUMBER (CERT-HIT) TO ISSUE-REPLACES.
           PERFORM ISSUE-CERTIFICATE.
       CHECK-ONE-RECORD-EXIT. EXIT.

      *      A REGISTER LINE FOR THE TABLE ENTRY IN HAND, DATED AND
      *      SIGNED FOR THIS RUN; THE CALLER SETS EVENT AND REASON.
       BUILD-TABLE-LINE.
           MOVE SPACES TO CERT-REG-RECORD.
           MOVE CT-NUMBER (CERT-HIT)   TO CRT-NUMBER.
           MOVE CT-SERIAL (CERT-HIT)   TO CRT-SERIAL.
           MOVE CT-SEQ (CERT-HIT)      TO CRT-SEQ.
           MOVE RUN-CCYYMMDD           TO CRT-DATE.
           MOVE CERT-OPERATOR          TO CRT-OPERATOR.
           MOVE 0                      TO CRT-REPLACES.
           MOVE CT-SPEC (CERT-HIT)     TO CRT-SPEC.
           MOVE CT-GEAR (CERT-HIT)     TO CRT-GEAR.
           MOVE CT-AREA (CERT-HIT)     TO CRT-AREA.
           MOVE CT-QTY (CERT-HIT)      TO CRT-QTY.
           MOVE CT-EFF-DATE (CERT-HIT) TO CRT-EFF-DATE.
           MOVE CT-EXP-DATE (CERT-HIT) TO CRT-EXP-DATE.

      * ------------------------------------------------------------
      *      MODE 'R' -- REPRINT UNDER THE SAME NUMBER.
      * ------------------------------------------------------------
       REPRINT-ONE.
           PERFORM FIND-KEY-STATE THRU FIND-KEY-STATE-EXIT.
           IF KEY-HAS-NONE
              DISPLAY 'PACCERT: ' CERT-SERIAL '-' CERT-SEQ
                  ' HAS NO OUTSTANDING CERTIFICATE TO REPRINT'
              SET CERT-NONE-OUTSTANDING TO TRUE
              SET JOB-HAS-FAILED TO TRUE
              GO TO REPRINT-ONE-EXIT.
           MOVE KEY-LINE      TO CERT-REG-RECORD.
           MOVE 'P'           TO CRT-EVENT.
           MOVE RUN-CCYYMMDD  TO CRT-DATE.
           MOVE CERT-OPERATOR TO CRT-OPERATOR.
           PERFORM APPEND-REGISTER-LINE.
           ADD 1 TO REPRINTED-COUNT.
           ADD 1 TO CNT.
           MOVE KEY-LINE TO CERT-REG-RECORD.
           SET PRINT-AS-DUPLICATE TO TRUE.
           PERFORM PRINT-CERTIFICATE.
           MOVE KEY-NUMBER TO CERT-NUMBER.
           SET CERT-WENT-GOOD TO TRUE.
           DISPLAY 'PACCERT: CERTIFICATE ' KEY-NUMBER
               ' REPRINTED TO ' WS-RPT-NAME.
       REPRINT-ONE-EXIT. EXIT.

      * ------------------------------------------------------------
      *      MODE 'N' -- A NEW NUMBER FOR A LOST OR DAMAGED ONE.
      * ------------------------------------------------------------
       REPLACE-ONE.
           PERFORM FIND-KEY-STATE THRU FIND-KEY-STATE-EXIT.
           IF KEY-HAS-NONE
              DISPLAY 'PACCERT: ' CERT-SERIAL '-' CERT-SEQ
                  ' HAS NO OUTSTANDING CERTIFICATE TO REPLACE'
              SET CERT-NONE-OUTSTANDING TO TRUE
              SET JOB-HAS-FAILED TO TRUE
              GO TO REPLACE-ONE-EXIT.

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
              DISPLAY 'PACCERT: OPEN FAILED--> ' BTRV-STATUS-MESSAGE
              SET JOB-HAS-FAILED TO TRUE
              GO TO REPLACE-ONE-EXIT.
           MOVE 0 TO B-PAC-KEY-NUMBER.
           MOVE CERT-SERIAL TO B-PAC-KEY-SERIAL.
           MOVE CERT-SEQ    TO B-PAC-KEY-SEQ.
           CALL WINAPI 'BTRV' USING by value B-GET-EQUAL,
             by reference B-PAC-POSITION,
             PAC-RECORD, B-PAC-LENGTH, B-PAC-KEY-BUFFER,
             by value B-PAC-KEY-NUMBER.
           IF RETURN-CODE NOT = ZERO
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'GET-EQ' TO ERRJ-OPERATION
              PERFORM LOG-ERROR-JOURNAL
              DISPLAY 'PACCERT: NOT FOUND--> ' CERT-SERIAL '-'
                  CERT-SEQ ' (' BTRV-STATUS-MESSAGE ')'
              SET JOB-HAS-FAILED TO TRUE
              GO TO REPLACE-ONE-CLOSE.
           IF PAC-REC-VOIDED
              DISPLAY 'PACCERT: ' CERT-SERIAL '-' CERT-SEQ
                  ' IS VOIDED -- NO REPLACEMENT ISSUED'
              SET JOB-HAS-FAILED TO TRUE
              GO TO REPLACE-ONE-CLOSE.

           MOVE KEY-LINE      TO CERT-REG-RECORD.
           MOVE 'R'           TO CRT-EVENT.
           MOVE 'L'           TO CRT-REASON.
           MOVE RUN-CCYYMMDD  TO CRT-DATE.
           MOVE CERT-OPERATOR TO CRT-OPERATOR.
           MOVE 0             TO CRT-REPLACES.
           PERFORM APPEND-REGISTER-LINE.
           ADD 1 TO REPLACED-COUNT.
           ADD 1 TO CNT.
           MOVE 'L'        TO ISSUE-REASON.
           MOVE KEY-NUMBER TO ISSUE-REPLACES.
           PERFORM ISSUE-CERTIFICATE.
           MOVE NEXT-NUMBER TO CERT-NUMBER.
           SET CERT-WENT-GOOD TO TRUE.
           DISPLAY 'PACCERT: CERTIFICATE ' KEY-NUMBER
               ' REPLACED BY ' NEXT-NUMBER ' TO ' WS-RPT-NAME.
       REPLACE-ONE-CLOSE.
           CALL WINAPI 'BTRV' USING by value B-CLOSE,
             by reference B-PAC-POSITION,
             OWNER-NAME, OWNER-LENGTH,
             B-PAC-KEY-BUFFER, by value B-PAC-KEY-NUMBER.
           IF RETURN-CODE NOT = ZERO
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'CLOSE' TO ERRJ-OPERATION
              PERFORM LOG-ERROR-JOURNAL
              DISPLAY 'PACCERT: CLOSE FAILED--> ' BTRV-STATUS-MESSAGE.
       REPLACE-ONE-EXIT. EXIT.

      * ------------------------------------------------------------
      *      MODE 'X' -- THE RECORD HAS BEEN VOIDED, DELETED OR
      *      MOVED TO ANOTHER KEY.
      * ------------------------------------------------------------
       CANCEL-CERTIFICATE.
           PERFORM FIND-KEY-STATE THRU FIND-KEY-STATE-EXIT.
           IF KEY-HAS-NONE
              SET CERT-NONE-OUTSTANDING TO TRUE
              GO TO CANCEL-CERTIFICATE-EXIT.
           MOVE KEY-LINE      TO CERT-REG-RECORD.
           MOVE 'C'           TO CRT-EVENT.
           MOVE 'V'           TO CRT-REASON.
           MOVE RUN-CCYYMMDD  TO CRT-DATE.
           MOVE CERT-OPERATOR TO CRT-OPERATOR.
           MOVE 0             TO CRT-REPLACES.
           PERFORM APPEND-REGISTER-LINE.
           MOVE KEY-NUMBER TO CERT-NUMBER.
           SET CERT-WENT-GOOD TO TRUE.
       CANCEL-CERTIFICATE-EXIT. EXIT.

      * ------------------------------------------------------------
      *      SHARED ROUTINES.
      * ------------------------------------------------------------
      *      THE NEXT NUMBER, AN 'I' LINE, AND THE CERTIFICATE, FOR
      *      THE RECORD IN PAC-RECORD.  ISSUE-REASON AND
      *      ISSUE-REPLACES ARE SET BY THE CALLER.
       ISSUE-CERTIFICATE.
           ADD 1 TO NEXT-NUMBER.
           MOVE SPACES TO CERT-REG-RECORD.
           MOVE NEXT-NUMBER    TO CRT-NUMBER.
           MOVE 'I'            TO CRT-EVENT.
           MOVE PAC-KEY-SERIAL TO CRT-SERIAL.
           MOVE PAC-KEY-SEQ    TO CRT-SEQ.
           MOVE RUN-CCYYMMDD   TO CRT-DATE.
           MOVE CERT-OPERATOR  TO CRT-OPERATOR.
           MOVE ISSUE-REASON   TO CRT-REASON.
           MOVE ISSUE-REPLACES TO CRT-REPLACES.
           MOVE PAC-SPEC       TO CRT-SPEC.
           MOVE PAC-GEAR       TO CRT-GEAR.
           MOVE PAC-AREA       TO CRT-AREA.
           IF PAC-QTY NUMERIC
              MOVE PAC-QTY TO CRT-QTY
           ELSE
              MOVE 0 TO CRT-QTY.
           IF PAC-EFF-DATE NUMERIC
              MOVE PAC-EFF-DATE TO CRT-EFF-DATE
           ELSE
              MOVE 0 TO CRT-EFF-DATE.
           IF PAC-EXP-DATE NUMERIC
              MOVE PAC-EXP-DATE TO CRT-EXP-DATE
           ELSE
              MOVE 0 TO CRT-EXP-DATE.
           PERFORM APPEND-REGISTER-LINE.
           ADD 1 TO ISSUED-COUNT.
           IF CERT-PRINT-MODE
              PERFORM RECORD-TABLE-ISSUE THRU RECORD-TABLE-ISSUE-EXIT.
           SET PRINT-AS-ORIGINAL TO TRUE.
           PERFORM PRINT-CERTIFICATE.

      *      THE PRINT RUN'S TABLE FOLLOWS WHAT IT HAS ISSUED.
       RECORD-TABLE-ISSUE.
           IF CERT-HIT = 0
              IF CERT-COUNT NOT < CERT-MAX
                 GO TO RECORD-TABLE-ISSUE-EXIT
              END-IF
              ADD 1 TO CERT-COUNT
              MOVE CERT-COUNT TO CERT-HIT.
           PERFORM SET-TABLE-FROM-LINE.
           MOVE 'Y' TO CT-SEEN (CERT-HIT).
       RECORD-TABLE-ISSUE-EXIT. EXIT.

       SET-TABLE-FROM-LINE.
           MOVE CRT-NUMBER   TO CT-NUMBER (CERT-HIT).
           MOVE 'O'          TO CT-STATE (CERT-HIT).
           MOVE CRT-SERIAL   TO CT-SERIAL (CERT-HIT).
           MOVE CRT-SEQ      TO CT-SEQ (CERT-HIT).
           MOVE CRT-SPEC     TO CT-SPEC (CERT-HIT).
           MOVE CRT-GEAR     TO CT-GEAR (CERT-HIT).
           MOVE CRT-AREA     TO CT-AREA (CERT-HIT).
           MOVE CRT-QTY      TO CT-QTY (CERT-HIT).
           MOVE CRT-EFF-DATE TO CT-EFF-DATE (CERT-HIT).
           MOVE CRT-EXP-DATE TO CT-EXP-DATE (CERT-HIT).

      *      THE CERTIFICATE FOR THE REGISTER LINE IN HAND.  AN OPEN
      *      END OF THE TERM PRINTS AS THE START OR END OF THE YEAR.
       PRINT-CERTIFICATE.
           IF CERTIFICATE-FILE-CLOSED
              MOVE WS-RPT-NAME TO GDG-FILE-NAME
              CALL 'PACGDG' USING GDG-PARM
              OPEN OUTPUT CERT-RPT-FILE
              SET CERTIFICATE-FILE-OPEN TO TRUE.
           MOVE CRT-SERIAL TO B-MEM-KEY-SERIAL.
           PERFORM LOOKUP-MEMBER THRU LOOKUP-MEMBER-EXIT.
           WRITE CERT-RPT-RECORD FROM CF-RULE-LINE.
           MOVE TARGET-CCYY-DISPLAY TO CFT-CCYY.
           MOVE CRT-NUMBER TO CFT-NUMBER.
           WRITE CERT-RPT-RECORD FROM CF-TITLE-LINE.
           IF PRINT-AS-DUPLICATE
              MOVE RUN-CCYYMMDD TO CFD-DATE
              WRITE CERT-RPT-RECORD FROM CF-DUPLICATE-LINE.
           WRITE CERT-RPT-RECORD FROM CF-BLANK-LINE.
           IF MEMBER-IS-FOUND
              MOVE MEM-NAME TO CFH-NAME
           ELSE
              MOVE '*** NO MEMBER RECORD ON FILE ***' TO CFH-NAME.
           WRITE CERT-RPT-RECORD FROM CF-HOLDER-LINE.
           MOVE CRT-SERIAL TO CFK-SERIAL.
           MOVE CRT-SEQ    TO CFK-SEQ.
           MOVE TARGET-CCYY-DISPLAY TO CFK-CCYY.
           WRITE CERT-RPT-RECORD FROM CF-KEY-LINE.
           WRITE CERT-RPT-RECORD FROM CF-BLANK-LINE.
           MOVE 'SPEC'   TO LOOK-SET.
           MOVE CRT-SPEC TO LOOK-CODE.
           PERFORM LOOKUP-DESCRIPTION THRU LOOKUP-DESCRIPTION-EXIT.
           MOVE 'SPECIES' TO CFC-LABEL.
           MOVE LOOK-CODE TO CFC-CODE.
           MOVE LOOK-DESC TO CFC-DESC.
           WRITE CERT-RPT-RECORD FROM CF-CODE-LINE.
           MOVE 'GEAR'   TO LOOK-SET.
           MOVE CRT-GEAR TO LOOK-CODE.
           PERFORM LOOKUP-DESCRIPTION THRU LOOKUP-DESCRIPTION-EXIT.
           MOVE 'GEAR'    TO CFC-LABEL.
           MOVE LOOK-CODE TO CFC-CODE.
           MOVE LOOK-DESC TO CFC-DESC.
           WRITE CERT-RPT-RECORD FROM CF-CODE-LINE.
           MOVE 'AREA'   TO LOOK-SET.
           MOVE CRT-AREA TO LOOK-CODE.
           PERFORM LOOKUP-DESCRIPTION THRU LOOKUP-DESCRIPTION-EXIT.
           MOVE 'AREA'    TO CFC-LABEL.
           MOVE LOOK-CODE TO CFC-CODE.
           MOVE LOOK-DESC TO CFC-DESC.
           WRITE CERT-RPT-RECORD FROM CF-CODE-LINE.
           MOVE CRT-QTY TO CFQ-QTY.
           WRITE CERT-RPT-RECORD FROM CF-QTY-LINE.
           IF CRT-EFF-DATE = 0
              COMPUTE CFV-EFF-DATE = TARGET-CCYY-DISPLAY * 10000 + 101
           ELSE
              MOVE CRT-EFF-DATE TO CFV-EFF-DATE.
           IF CRT-EXP-DATE = 0
              COMPUTE CFV-EXP-DATE = TARGET-CCYY-DISPLAY * 10000 + 1231
           ELSE
              MOVE CRT-EXP-DATE TO CFV-EXP-DATE.
           WRITE CERT-RPT-RECORD FROM CF-TERM-LINE.
           WRITE CERT-RPT-RECORD FROM CF-BLANK-LINE.
           IF CRT-REPLACES > 0
              MOVE TARGET-CCYY-DISPLAY TO CFR-CCYY
              MOVE CRT-REPLACES TO CFR-NUMBER
              WRITE CERT-RPT-RECORD FROM CF-REPLACES-LINE.
           MOVE CRT-DATE TO CFI-DATE.
           WRITE CERT-RPT-RECORD FROM CF-ISSUED-LINE.
           WRITE CERT-RPT-RECORD FROM CF-BLANK-LINE.
           WRITE CERT-RPT-RECORD FROM CF-SIGN-LINE.

      *      THE WHOLE REGISTER INTO THE TABLE, FOR THE PRINT RUN.
      *      AN 'I' LINE MAKES ITS NUMBER THE KEY'S CURRENT ONE; AN
      *      'R' OR 'C' LINE CLOSES THAT NUMBER IF IT IS STILL
      *      CURRENT.  NO REGISTER YET MEANS CERTIFICATE 1 IS NEXT.
       LOAD-REGISTER.
           MOVE 0 TO NEXT-NUMBER.
           MOVE 0 TO CERT-COUNT.
           SET CERT-TABLE-HAS-ROOM TO TRUE.
           SET INPUT-NOT-AT-EOF TO TRUE.
           OPEN INPUT CERT-REG-FILE.
           IF REG-FILE-STATUS NOT = '00'
              GO TO LOAD-REGISTER-EXIT.
           PERFORM LOAD-ONE-REGISTER-LINE THRU
               LOAD-ONE-REGISTER-LINE-EXIT
               UNTIL INPUT-AT-EOF.
           CLOSE CERT-REG-FILE.
       LOAD-REGISTER-EXIT. EXIT.

       LOAD-ONE-REGISTER-LINE.
           READ CERT-REG-FILE
               AT END
                  SET INPUT-AT-EOF TO TRUE
                  GO TO LOAD-ONE-REGISTER-LINE-EXIT.
           IF CRT-NUMBER NOT NUMERIC
              GO TO LOAD-ONE-REGISTER-LINE-EXIT.
           IF CRT-NUMBER > NEXT-NUMBER
              MOVE CRT-NUMBER TO NEXT-NUMBER.
           IF CRT-IS-ISSUED
              MOVE CRT-SERIAL TO PAC-KEY-SERIAL
              MOVE CRT-SEQ    TO PAC-KEY-SEQ
              PERFORM FIND-TABLE-KEY THRU FIND-TABLE-KEY-EXIT
              IF CERT-HIT = 0
                 IF CERT-COUNT NOT < CERT-MAX
                    SET CERT-TABLE-IS-FULL TO TRUE
                    GO TO LOAD-ONE-REGISTER-LINE-EXIT
                 END-IF
                 ADD 1 TO CERT-COUNT
                 MOVE CERT-COUNT TO CERT-HIT
                 MOVE 'N' TO CT-SEEN (CERT-HIT)
              END-IF
              PERFORM SET-TABLE-FROM-LINE
              GO TO LOAD-ONE-REGISTER-LINE-EXIT.
           IF CRT-IS-REPLACED OR CRT-IS-CANCELLED
              PERFORM CLOSE-TABLE-NUMBER
                  VARYING CERT-SCAN FROM 1 BY 1
                  UNTIL CERT-SCAN > CERT-COUNT.
       LOAD-ONE-REGISTER-LINE-EXIT. EXIT.

       CLOSE-TABLE-NUMBER.
           IF CT-NUMBER (CERT-SCAN) = CRT-NUMBER
              MOVE CRT-EVENT TO CT-STATE (CERT-SCAN).

      *      THE TABLE ENTRY FOR PAC-KEY-SERIAL/SEQ, OR ZERO.
       FIND-TABLE-KEY.
           MOVE 0 TO CERT-HIT.
           MOVE 1 TO CERT-SCAN.
       FIND-TABLE-KEY-NEXT.
           IF CERT-SCAN > CERT-COUNT
              GO TO FIND-TABLE-KEY-EXIT.
           IF CT-SERIAL (CERT-SCAN) = PAC-KEY-SERIAL
              AND CT-SEQ (CERT-SCAN) = PAC-KEY-SEQ
              MOVE CERT-SCAN TO CERT-HIT
              GO TO FIND-TABLE-KEY-EXIT.
           ADD 1 TO CERT-SCAN.
           GO TO FIND-TABLE-KEY-NEXT.
       FIND-TABLE-KEY-EXIT. EXIT.

      *      ONE PASS OF THE REGISTER FOR CERT-SERIAL/SEQ ALONE, AND
      *      THE HIGHEST NUMBER ON IT -- THE SINGLE-KEY MODES NEED NO
      *      TABLE, SO THE REGISTER'S SIZE NEVER STOPS A VOID.
       FIND-KEY-STATE.
           MOVE 0 TO NEXT-NUMBER.
           MOVE 0 TO KEY-NUMBER.
           MOVE SPACES TO KEY-LINE.
           SET KEY-HAS-NONE TO TRUE.
           SET INPUT-NOT-AT-EOF TO TRUE.
           OPEN INPUT CERT-REG-FILE.
           IF REG-FILE-STATUS NOT = '00'
              GO TO FIND-KEY-STATE-EXIT.
           PERFORM SCAN-ONE-KEY-LINE THRU SCAN-ONE-KEY-LINE-EXIT
               UNTIL INPUT-AT-EOF.
           CLOSE CERT-REG-FILE.
       FIND-KEY-STATE-EXIT. EXIT.

       SCAN-ONE-KEY-LINE.
           READ CERT-REG-FILE
               AT END
                  SET INPUT-AT-EOF TO TRUE
                  GO TO SCAN-ONE-KEY-LINE-EXIT.
           IF CRT-NUMBER NOT NUMERIC
              GO TO SCAN-ONE-KEY-LINE-EXIT.
           IF CRT-NUMBER > NEXT-NUMBER
              MOVE CRT-NUMBER TO NEXT-NUMBER.
           IF CRT-SERIAL NOT = CERT-SERIAL
              OR CRT-SEQ NOT = CERT-SEQ
              GO TO SCAN-ONE-KEY-LINE-EXIT.
           IF CRT-IS-ISSUED
              MOVE CRT-NUMBER TO KEY-NUMBER
              MOVE CERT-REG-RECORD TO KEY-LINE
              SET KEY-IS-OUTSTANDING TO TRUE
              GO TO SCAN-ONE-KEY-LINE-EXIT.
           IF (CRT-IS-REPLACED OR CRT-IS-CANCELLED)
              AND CRT-NUMBER = KEY-NUMBER
              SET KEY-HAS-NONE TO TRUE.
       SCAN-ONE-KEY-LINE-EXIT. EXIT.

      *      SAME EXTEND-OR-CREATE DANCE PACRFND DOES FOR ITS
      *      REGISTER.  THE LINE IS BUILT BY THE CALLER.
       APPEND-REGISTER-LINE.
           MOVE CERT-REG-RECORD TO SAVE-REG-LINE.
           OPEN EXTEND CERT-REG-FILE.
           IF REG-FILE-STATUS = '05' OR '35'
              OPEN OUTPUT CERT-REG-FILE.
           MOVE SAVE-REG-LINE TO CERT-REG-RECORD.
           WRITE CERT-REG-RECORD.
           CLOSE CERT-REG-FILE.
           MOVE SAVE-REG-LINE TO CERT-REG-RECORD.

       LOAD-DESCRIPTIONS.
           MOVE 0 TO DESC-COUNT.
           SET INPUT-NOT-AT-EOF TO TRUE.
           OPEN INPUT CERT-CODES-FILE.
           IF CODES-FILE-STATUS NOT = '00'
              DISPLAY 'PACCERT: NO ' WS-CODES-NAME
                  ' -- CERTIFICATES PRINT CODES WITHOUT DESCRIPTIONS'
              GO TO LOAD-DESCRIPTIONS-EXIT.
           PERFORM LOAD-ONE-DESCRIPTION UNTIL INPUT-AT-EOF
               OR DESC-COUNT NOT < 150.
           CLOSE CERT-CODES-FILE.
       LOAD-DESCRIPTIONS-EXIT. EXIT.

       LOAD-ONE-DESCRIPTION.
           READ CERT-CODES-FILE
               AT END
                  SET INPUT-AT-EOF TO TRUE
               NOT AT END
                  IF CTB-CODE-SET NOT = SPACES
                     ADD 1 TO DESC-COUNT
                     MOVE CTB-CODE-SET TO DT-SET (DESC-COUNT)
                     MOVE CTB-CODE     TO DT-CODE (DESC-COUNT)
                     MOVE CTB-DESC     TO DT-DESC (DESC-COUNT).

       LOOKUP-DESCRIPTION.
           MOVE SPACES TO LOOK-DESC.
           MOVE 1 TO DESC-SCAN.
       LOOKUP-DESCRIPTION-NEXT.
           IF DESC-SCAN > DESC-COUNT
              GO TO LOOKUP-DESCRIPTION-EXIT.
           IF DT-SET (DESC-SCAN) = LOOK-SET
              AND DT-CODE (DESC-SCAN) = LOOK-CODE
              MOVE DT-DESC (DESC-SCAN) TO LOOK-DESC
              GO TO LOOKUP-DESCRIPTION-EXIT.
           ADD 1 TO DESC-SCAN.
           GO TO LOOKUP-DESCRIPTION-NEXT.
       LOOKUP-DESCRIPTION-EXIT. EXIT.

       OPEN-MEMBER-FILE.
           SET MEMBER-FILE-CLOSED TO TRUE.
           MOVE -2 TO B-MEM-KEY-NUMBER.
           CALL WINAPI 'BTRV' USING by value B-OPEN,
             by reference B-MEM-POSITION,
             OWNER-NAME, OWNER-LENGTH, B-MEM-NAME,
             by value B-MEM-KEY-NUMBER.
           IF RETURN-CODE = ZERO
              SET MEMBER-FILE-OPEN TO TRUE
              MOVE 0 TO B-MEM-KEY-NUMBER
           ELSE
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'OPEN' TO ERRJ-OPERATION
              PERFORM LOG-ERROR-JOURNAL
              DISPLAY 'PACCERT: MEMBER OPEN FAILED--> '
                  BTRV-STATUS-MESSAGE ' -- NAMES NOT PRINTED'.
       OPEN-MEMBER-FILE-EXIT. EXIT.

       CLOSE-MEMBER-FILE.
           IF MEMBER-FILE-CLOSED
              GO TO CLOSE-MEMBER-FILE-EXIT.
           CALL WINAPI 'BTRV' USING by value B-CLOSE,
             by reference B-MEM-POSITION,
             OWNER-NAME, OWNER-LENGTH,
             B-MEM-KEY-BUFFER, by value B-MEM-KEY-NUMBER.
           IF RETURN-CODE NOT = ZERO
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'CLOSE' TO ERRJ-OPERATION
              PERFORM LOG-ERROR-JOURNAL
              DISPLAY 'PACCERT: MEMBER CLOSE FAILED--> '
                  BTRV-STATUS-MESSAGE.
           SET MEMBER-FILE-CLOSED TO TRUE.
       CLOSE-MEMBER-FILE-EXIT. EXIT.

       LOOKUP-MEMBER.
           SET MEMBER-IS-NOT-FOUND TO TRUE.
           IF MEMBER-FILE-CLOSED
              GO TO LOOKUP-MEMBER-EXIT.
           CALL WINAPI 'BTRV' USING by value B-GET-EQUAL,
             by reference B-MEM-POSITION,
                MEMBER-RECORD, B-MEM-LENGTH, B-MEM-KEY-BUFFER,
                by value B-MEM-KEY-NUMBER.
           IF RETURN-CODE = ZERO
              SET MEMBER-IS-FOUND TO TRUE.
       LOOKUP-MEMBER-EXIT. EXIT.

       TAKE-RUN-TOKEN.
           MOVE 'T' TO LOCK-REQUEST.
           MOVE CERT-CCYY   TO LOCK-CCYY.
           MOVE CERT-REGION TO LOCK-REGION.
           COMPUTE LOCK-START-TIME =
               HIST-START-HOUR * 10000 + HIST-START-MINUTE * 100
                   + HIST-START-SECOND.
           CALL 'PACLOCK' USING LOCK-PARM.
           IF LOCK-BUSY
              DISPLAY 'PACCERT: YEAR ' TARGET-CCYY-DISPLAY
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
