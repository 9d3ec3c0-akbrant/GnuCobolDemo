       ID DIVISION.
       PROGRAM-ID.  PACRRTN.
       AUTHOR.  Oliphant .
       DATE-WRITTEN. OCTOBER 15, 2026.
       DATE-COMPILED.
       REMARKS.  REGULATOR ANNUAL STATISTICAL RETURN.  EVERY YEAR THE
           OFFICE HAS RETYPED THE SPEC/GEAR/AREA TOTALS INTO THE
           REGULATOR'S RETURN TEMPLATE.  THIS PROGRAM SWEEPS ONE
           pacCCYY.btr AND WRITES THE RETURN IN THE REGULATOR'S
           PRESCRIBED RECORD LAYOUT, KEYED BY THE NEWVALS CODES: A
           '00' HEADER (FORM, YEAR, SUBMISSION TYPE AND AMENDMENT
           NUMBER, DATE PREPARED, CODE SCHEME), ONE '10' LINE PER
           CELL -- REGISTRATIONS, DISTINCT HOLDERS, TOTAL QUANTITY
           AND TOTAL VALUE -- IN CODE ORDER, AND A '99' CONTROL
           RECORD WITH THE CELL COUNT, THE GRAND TOTALS, THE YEAR'S
           DISTINCT HOLDERS AND A HASH TOTAL OF THE LINES BEFORE
           IT.  VOIDED RECORDS ARE LEFT OUT, AS EVERYWHERE.  A
           HOLDER IS THE SERIAL THE REGISTRATION IS FILED UNDER
           (CO-HOLDERS ON jntCCYY.dat ARE NOT COUNTED AGAIN).
           THE RECONCILIATION PAGE pacCCYY.rrc (PRIOR COPY ROTATED
           BY PACGDG) TIES EVERY CELL AND THE GRAND TOTAL BACK TO
           THE SUMMARY INTERFACE sumCCYY.dat PACLOOK LAST WROTE.
           THE RETURN IS ONLY FILED WHEN IT TIES: A YEAR WITH
           UNCONVERTED RECORDS, A SUMMARY ON THE OLD CODE SET OR
           ONE THAT DISAGREES, OR A YEAR PACANOM IS HOLDING, IS
           REPORTED AND REFUSED -- RERUN PACLOOK (OR RELEASE THE
           YEAR) AND FILE AGAIN.
           EVERY FILING IS ITS OWN FILE, rtnCCYY.a00 FOR THE
           ORIGINAL AND .a01, .a02 ... FOR EACH CORRECTED RETURN
           AFTER IT, AND IS LOGGED ON pacrrtn.log (PACRRL.COB) WITH
           THE OPERATOR, REFERENCE, DATE, TIME AND TOTALS, SO A
           REFILE IS AN AMENDMENT ON THE RECORD, NEVER A SILENT
           OVERWRITE.  AN AMENDMENT NEEDS A REFERENCE; A REFILE
           WHOSE CELLS ARE IDENTICAL TO THE LAST FILING IS REFUSED
           AS NOTHING TO AMEND.  SUPERVISORS ONLY (pacoper.dat
           LEVEL 3), UNDER THE PACLOCK RUN TOKEN FOR THE YEAR.
           A RETURN CAN BE FILED AS CERTIFIED (THE YEAR FILE AS IT
           STANDS) OR AS RESTATED BY THE APPROVED POST-CLOSE
           ADJUSTMENTS ON adjCCYY.dat, AGAINST sumCCYY.rst FROM A
           RESTATED PACLOOK RUN; THE RECONCILIATION PAGE AND THE
           LOG SAY WHICH.
           RRTN-RESULT COMES BACK 'O' ORIGINAL FILED, 'A' AMENDMENT
           FILED, 'U' UNCHANGED (NOT FILED), 'N' NOT RECONCILED
           (NOT FILED) OR 'F' FAILED OR REFUSED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. COMPAQ-DESKPRO-286.
       OBJECT-COMPUTER. ANY-COMPAQ-COMPATABLE.
       SPECIAL-NAMES.
           CALL-CONVENTION 64 IS WINAPI.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RRTN-RTN-FILE ASSIGN TO WS-RTN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RTN-FILE-STATUS.
           SELECT RRTN-LOG-FILE ASSIGN TO WS-LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-FILE-STATUS.
           SELECT RRTN-SUM-FILE ASSIGN TO WS-SUM-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUM-FILE-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO WS-OPERATOR-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-STATUS.
           SELECT RRTN-RPT-FILE ASSIGN TO WS-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RRTN-RTN-FILE.
       01  RRTN-RTN-RECORD             PIC X(80).
       FD  RRTN-LOG-FILE.
       01  RRTN-LOG-RECORD.
           COPY 'PACRRL.COB'.
      *      THE SUMMARY INTERFACE AS PACLOOK LAYS IT DOWN (SEE
      *      WRITE-SUMMARY-INTERFACE THERE): 'H' CARRIES THE RUN
      *      DATE IN SUM-HT-NUMBER, 'D' ONE CELL'S RECORD COUNT,
      *      'T' THE DETAIL COUNT AND THE GRAND TOTAL.
       FD  RRTN-SUM-FILE.
       01  SUM-FILE-RECORD.
           05  SUM-REC-TYPE            PIC X(01).
           05  SUM-CCYY                PIC 9(04).
           05  SUM-CODE-SET            PIC X(01).
           05  SUM-CODES.
               10  SUM-SPEC            PIC X(02).
               10  SUM-GEAR            PIC X(02).
               10  SUM-AREA            PIC X(02).
           05  SUM-CODES-R REDEFINES SUM-CODES.
               10  SUM-HT-NUMBER       PIC 9(06).
           05  SUM-COUNT               PIC 9(08).
      *      SAME pacoper.dat LAYOUT PACMENU SIGNS OPERATORS ON
      *      WITH: ID, PASSWORD, AUTHORIZATION LEVEL.
       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           05  OPR-ID                  PIC X(08).
           05  FILLER                  PIC X(01).
           05  OPR-PASSWORD            PIC X(08).
           05  FILLER                  PIC X(01).
           05  OPR-LEVEL               PIC 9(01).
       FD  RRTN-RPT-FILE.
       01  RRTN-RPT-RECORD             PIC X(80).
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
           05  ERRJ-PROGRAM       PIC X(08) VALUE 'PACRRTN'.
           05  ERRJ-OPERATION     PIC X(08).
           05  ERRJ-KEY           PIC X(08).
           05  ERRJ-STATUS-CODE   PIC S9(4) BINARY.
           05  ERRJ-MESSAGE       PIC X(40).

       01  TARGET-CCYY-DISPLAY   PIC 9(4) VALUE 0.
       01  WS-RTN-NAME           PIC X(32).
       01  RTN-FILE-STATUS       PIC X(2).
       01  WS-LOG-NAME           PIC X(32) VALUE 'pacrrtn.log'.
       01  LOG-FILE-STATUS       PIC X(2).
       01  WS-SUM-NAME           PIC X(32).
       01  SUM-FILE-STATUS       PIC X(2).
       01  WS-OPERATOR-NAME      PIC X(32) VALUE 'pacoper.dat'.
       01  OPERATOR-STATUS       PIC X(2).
       01  WS-RPT-NAME           PIC X(32).
       01  RPT-FILE-STATUS       PIC X(2).

       01  RUN-YYMMDD            PIC 9(06) VALUE 0.
       01  RUN-CCYYMMDD          PIC 9(08) VALUE 0.
       01  RUN-TIME              PIC 9(06) VALUE 0.
       01  RUN-TIME-WORK         PIC 9(08) VALUE 0.

       01  PAC-EOF-SW            PIC X VALUE 'N'.
           88  PAC-AT-EOF               VALUE 'Y'.
           88  PAC-NOT-AT-EOF           VALUE 'N'.
       01  INPUT-EOF-SW          PIC X VALUE 'N'.
           88  INPUT-AT-EOF             VALUE 'Y'.
           88  INPUT-NOT-AT-EOF         VALUE 'N'.
       01  JOB-FAILED-SW         PIC X VALUE 'N'.
           88  JOB-HAS-FAILED           VALUE 'Y'.
           88  JOB-IS-CLEAN             VALUE 'N'.
       01  OPERATOR-SW           PIC X VALUE 'N'.
           88  OPERATOR-AUTHORIZED      VALUE 'Y'.
           88  OPERATOR-NOT-AUTHORIZED  VALUE 'N'.
       01  TIE-SW                PIC X VALUE 'Y'.
           88  RETURN-TIES              VALUE 'Y'.
           88  RETURN-DOES-NOT-TIE      VALUE 'N'.
       01  SUM-TRAILER-SW        PIC X VALUE 'N'.
           88  SUM-TRAILER-FOUND        VALUE 'Y'.
           88  SUM-TRAILER-MISSING      VALUE 'N'.

      *      THE YEAR'S CELLS.  A CELL THE SUMMARY INTERFACE HAS BUT
      *      THE SWEEP DID NOT FIND IS CARRIED FOR THE
      *      RECONCILIATION ONLY (CELL-IN-RETURN 'N') AND NEVER
      *      WRITTEN TO THE RETURN.
       01  CELL-COUNT            PIC 9(04) VALUE 0.
       01  CELL-MATCH            PIC 9(04) VALUE 0.
       01  CELL-TABLE.
           05  CELL-ENTRY OCCURS 200 TIMES
                   INDEXED BY CELL-IDX CELL-IDX2.
               10  CELL-KEY.
                   15  CELL-SPEC         PIC X(02).
                   15  CELL-GEAR         PIC X(02).
                   15  CELL-AREA         PIC X(02).
               10  CELL-REGS             PIC 9(08).
               10  CELL-HOLDERS          PIC 9(08).
               10  CELL-QTY              PIC 9(12).
               10  CELL-VALUE            PIC 9(13)V99.
               10  CELL-SUM-COUNT        PIC 9(08).
               10  CELL-IN-RETURN        PIC X(01).
               10  CELL-IN-SUM           PIC X(01).
       01  CELL-SWAP                 PIC X(59).
       01  FIND-SPEC             PIC X(02).
       01  FIND-GEAR             PIC X(02).
       01  FIND-AREA             PIC X(02).
      *      ONE BYTE PER CELL, SET THE FIRST TIME THE CURRENT SERIAL
      *      IS SEEN IN THAT CELL -- THE SWEEP RUNS IN SERIAL ORDER,
      *      SO A HOLDER'S REGISTRATIONS ARE TOGETHER.
       01  SERIAL-CELL-MARKS     PIC X(200) VALUE SPACES.
       01  PREV-SERIAL           PIC X(05) VALUE LOW-VALUES.

       01  RECORDS-READ          PIC 9(08) VALUE 0.
       01  VOIDED-COUNT          PIC 9(08) VALUE 0.
       01  UNCONVERTED-COUNT     PIC 9(08) VALUE 0.
       01  YEAR-REGS             PIC 9(09) VALUE 0.
       01  YEAR-HOLDERS          PIC 9(08) VALUE 0.
       01  YEAR-QTY              PIC 9(13) VALUE 0.
       01  YEAR-VALUE            PIC 9(14)V99 VALUE 0.
       01  RETURN-CELLS          PIC 9(06) VALUE 0.
       01  SUM-DATE              PIC 9(06) VALUE 0.
       01  SUM-DETAIL-COUNT      PIC 9(06) VALUE 0.
       01  SUM-GRAND-COUNT       PIC 9(08) VALUE 0.
       01  CELL-DIFF             PIC S9(09) VALUE 0.
       01  MISMATCH-COUNT        PIC 9(04) VALUE 0.

      *      WHAT THE SUBMISSION LOG ALREADY SAYS ABOUT THE YEAR.
       01  FILING-COUNT          PIC 9(04) VALUE 0.
       01  LAST-AMEND-NO         PIC 9(02) VALUE 0.
       01  LAST-DETAIL-SUM       PIC 9(09) VALUE 0.
       01  LAST-FILED-DATE       PIC 9(06) VALUE 0.
       01  THIS-AMEND-NO         PIC 9(02) VALUE 0.
       01  DETAIL-SUM            PIC 9(09) VALUE 0.

      *      THE REGULATOR'S RECORD LAYOUT (80 BYTES, FIXED).
       01  RTN-HEADER-LINE.
           05  FILLER             PIC X(02) VALUE '00'.
           05  FILLER             PIC X(06) VALUE 'ASTAT1'.
           05  RH-YEAR            PIC 9(04).
           05  RH-REGION          PIC X(02).
           05  RH-SUBMISSION      PIC X(01).
           05  RH-AMEND-NO        PIC 9(02).
           05  RH-PREPARED        PIC 9(08).
           05  FILLER             PIC X(08) VALUE 'NEWVALS'.
           05  RH-REFERENCE       PIC X(12).
           05  FILLER             PIC X(35) VALUE SPACES.
       01  RTN-DETAIL-LINE.
           05  FILLER             PIC X(02) VALUE '10'.
           05  RD-YEAR            PIC 9(04).
           05  RD-SPEC            PIC X(02).
           05  RD-GEAR            PIC X(02).
           05  RD-AREA            PIC X(02).
           05  RD-REGS            PIC 9(08).
           05  RD-HOLDERS         PIC 9(08).
           05  RD-QTY             PIC 9(12).
           05  RD-VALUE           PIC 9(13)V99.
           05  FILLER             PIC X(25) VALUE SPACES.
       01  RTN-CONTROL-LINE.
           05  FILLER             PIC X(02) VALUE '99'.
           05  RC-YEAR            PIC 9(04).
           05  RC-CELLS           PIC 9(06).
           05  RC-REGS            PIC 9(09).
           05  RC-HOLDERS         PIC 9(08).
           05  RC-QTY             PIC 9(13).
           05  RC-VALUE           PIC 9(14)V99.
           05  RC-HASH            PIC 9(09).
           05  FILLER             PIC X(13) VALUE SPACES.
       01  CHECKSUM-LINE          PIC X(80) VALUE SPACES.
       01  CHECK-ACCUM            PIC 9(10) VALUE 0.
       01  CHECK-IDX              PIC 9(04) BINARY VALUE 0.
       01  TRIM-LENGTH            PIC 9(04) BINARY VALUE 0.

      *      COPIES OF THE CALLED PROGRAMS' PARAMETER LAYOUTS (NONE
      *      OF THEM HAS A SEPARATE COPYBOOK FOR ITS PARAMETER).
       01  IFHQ-PARM.
           05  IFHQ-CCYY           PIC 9(04).
           05  IFHQ-REGION         PIC X(02).
           05  IFHQ-RESULT         PIC X(01).
               88  IFHQ-HELD             VALUE 'H'.
               88  IFHQ-NOT-HELD         VALUE 'N'.
           05  IFHQ-DATE           PIC 9(06).
           05  IFHQ-SWINGS         PIC 9(04).

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
       01  RESTATED-RECORDS       PIC 9(08) VALUE 0.
       01  RESTATED-STALE         PIC 9(08) VALUE 0.

       01  LOCK-PARM.
           05  LOCK-REQUEST        PIC X(01).
           05  LOCK-RESULT         PIC X(01).
               88  LOCK-GRANTED          VALUE 'G'.
               88  LOCK-BUSY             VALUE 'B'.
           05  LOCK-PROGRAM        PIC X(08) VALUE 'PACRRTN'.
           05  LOCK-CCYY           PIC 9(04).
           05  LOCK-REGION         PIC X(02).
           05  LOCK-HOLDER         PIC X(08).
           05  LOCK-SINCE          PIC 9(06).
           05  LOCK-START-TIME     PIC 9(06).
       01  LOCK-HELD-SW            PIC X VALUE 'N'.
           88  RUN-TOKEN-HELD            VALUE 'Y'.
           88  RUN-TOKEN-NOT-HELD        VALUE 'N'.

       01  GDG-PARM.
           05  GDG-FILE-NAME        PIC X(32).

       01  HIST-PARM.
           05  HIST-PROGRAM       PIC X(08) VALUE 'PACRRTN'.
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
       01  RRC-FILING-LINE.
           05  FILLER             PIC X(13) VALUE 'RETURN FILE: '.
           05  RF-FILE-NAME       PIC X(16).
           05  FILLER             PIC X(13) VALUE '  SUBMISSION '.
           05  RF-SUBMISSION      PIC X(12).
           05  FILLER             PIC X(26) VALUE SPACES.
       01  RRC-BASIS-LINE.
           05  FILLER             PIC X(15) VALUE 'FIGURES BASIS: '.
           05  RB-BASIS           PIC X(12).
           05  FILLER             PIC X(13) VALUE '  APPROVED = '.
           05  RB-APPROVED        PIC ZZZ9.
           05  FILLER             PIC X(12) VALUE '  RESTATED '.
           05  RB-RESTATED        PIC ZZZZZZZ9.
           05  FILLER             PIC X(08) VALUE '  STALE '.
           05  RB-STALE           PIC ZZZZZZZ9.
       01  RRC-SWEEP-LINE.
           05  FILLER             PIC X(17) VALUE 'RECORDS ON FILE: '.
           05  RS-READ            PIC ZZZZZZZ9.
           05  FILLER             PIC X(11) VALUE '   VOIDED: '.
           05  RS-VOIDED          PIC ZZZZZZZ9.
           05  FILLER             PIC X(16) VALUE
               '   UNCONVERTED: '.
           05  RS-UNCONVERTED     PIC ZZZZZZZ9.
           05  FILLER             PIC X(12) VALUE SPACES.
       01  RRC-TOTAL-LINE.
           05  FILLER             PIC X(07) VALUE 'CELLS: '.
           05  RT-CELLS           PIC ZZZZ9.
           05  FILLER             PIC X(18) VALUE
               '  REGISTRATIONS: '.
           05  RT-REGS            PIC ZZZZZZZZ9.
           05  FILLER             PIC X(20) VALUE
               '  DISTINCT HOLDERS: '.
           05  RT-HOLDERS         PIC ZZZZZZZ9.
           05  FILLER             PIC X(13) VALUE SPACES.
       01  RRC-MONEY-LINE.
           05  FILLER             PIC X(16) VALUE 'TOTAL QUANTITY: '.
           05  RM-QTY             PIC Z(12)9.
           05  FILLER             PIC X(16) VALUE
               '   TOTAL VALUE: '.
           05  RM-VALUE           PIC Z(13)9.99.
           05  FILLER             PIC X(18) VALUE SPACES.
       01  RRC-SUM-LINE.
           05  FILLER             PIC X(19) VALUE
               'SUMMARY INTERFACE: '.
           05  RU-NAME            PIC X(16).
           05  FILLER             PIC X(10) VALUE ' WRITTEN '.
           05  RU-DATE            PIC 9(06).
           05  FILLER             PIC X(08) VALUE '  CELLS '.
           05  RU-CELLS           PIC ZZZZZ9.
           05  FILLER             PIC X(10) VALUE '  RECORDS '.
           05  RU-RECORDS         PIC ZZZZZZZ9.
       01  RRC-COLUMN-LINE.
           05  FILLER             PIC X(40) VALUE
               'SPEC GEAR AREA       RETURN    SUMMARY  '.
           05  FILLER             PIC X(40) VALUE
               ' DIFFERENCE'.
       01  RRC-CELL-LINE.
           05  RC-L-SPEC          PIC X(02).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  RC-L-GEAR          PIC X(02).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  RC-L-AREA          PIC X(02).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  RC-L-RETURN        PIC ZZZZZZZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RC-L-SUMMARY       PIC ZZZZZZZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RC-L-DIFF          PIC -ZZZZZZZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RC-L-FLAG          PIC X(14).
           05  FILLER             PIC X(17) VALUE SPACES.
       01  RRC-VERDICT-LINE       PIC X(80) VALUE SPACES.
       01  SUBMISSION-TEXT.
           05  FILLER             PIC X(10) VALUE 'AMENDMENT '.
           05  ST-AMEND-NO        PIC 99.

       LINKAGE SECTION.
       01  RRTN-PARM.
           05  RRTN-CCYY           PIC 9(04).
      *      REGION CODE -- SPACES = THE HISTORIC SINGLE-REGION
      *      FILE SET (pacCCYY.btr); OTHERWISE QUALIFIES EVERY
      *      PER-YEAR FILE NAME THE RUN TOUCHES.
           05  RRTN-REGION         PIC X(02).
           05  RRTN-OPERATOR       PIC X(08).
      *      WHY A CORRECTED RETURN IS BEING FILED (REQUIRED ON AN
      *      AMENDMENT; OPTIONAL ON THE ORIGINAL).  CARRIED IN THE
      *      RETURN HEADER AND ON THE LOG.
           05  RRTN-REFERENCE      PIC X(12).
           05  RRTN-RESULT         PIC X(01).
               88  RRTN-FILED-ORIGINAL   VALUE 'O'.
               88  RRTN-FILED-AMENDMENT  VALUE 'A'.
               88  RRTN-UNCHANGED        VALUE 'U'.
               88  RRTN-NOT-RECONCILED   VALUE 'N'.
               88  RRTN-RUN-FAILED       VALUE 'F'.
           05  RRTN-AMEND-NO       PIC 9(02).
      *      FIGURES BASIS -- SPACE OR 'C' = AS CERTIFIED; 'R' = AS
      *      RESTATED BY THE APPROVED POST-CLOSE ADJUSTMENTS (SEE
      *      PACADJ), RECONCILED TO THE RESTATED SUMMARY INTERFACE
      *      sumCCYY.rst.  A RESTATED FILING IS NUMBERED LIKE ANY
      *      OTHER AND CARRIES ITS BASIS ON THE LOG.
           05  RRTN-BASIS          PIC X(01).
               88  RRTN-AS-RESTATED      VALUE 'R'.
       PROCEDURE DIVISION USING RRTN-PARM.
       A000-BEGIN.
           CALL 'DOS_GET_TIME' USING HIST-START-STAMP.
           ACCEPT RUN-YYMMDD FROM DATE.
           COMPUTE RUN-CCYYMMDD = 20000000 + RUN-YYMMDD.
           ACCEPT RUN-TIME-WORK FROM TIME.
           DIVIDE RUN-TIME-WORK BY 100 GIVING RUN-TIME.
           SET RRTN-RUN-FAILED TO TRUE.
           MOVE 0 TO RRTN-AMEND-NO.
           MOVE RRTN-CCYY TO TARGET-CCYY-DISPLAY.
           MOVE SPACES TO B-PAC-NAME.
           STRING 'pac' DELIMITED BY SIZE
                  RRTN-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.btr' DELIMITED BY SIZE
                  INTO B-PAC-NAME.
           MOVE SPACES TO WS-SUM-NAME.
           STRING 'sum' DELIMITED BY SIZE
                  RRTN-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
                  INTO WS-SUM-NAME.
           MOVE SPACES TO WS-RPT-NAME.
           STRING 'pac' DELIMITED BY SIZE
                  RRTN-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.rrc' DELIMITED BY SIZE
                  INTO WS-RPT-NAME.
           IF RRTN-AS-RESTATED
              INSPECT WS-SUM-NAME REPLACING FIRST '.dat' BY '.rst'
              DISPLAY 'PACRRTN: AS RESTATED -- RECONCILING TO '
                  WS-SUM-NAME.

           PERFORM CHECK-SUPERVISOR THRU CHECK-SUPERVISOR-EXIT.
           IF OPERATOR-NOT-AUTHORIZED
              DISPLAY 'PACRRTN: ' RRTN-OPERATOR ' IS NOT A'
                  ' SUPERVISOR -- A RETURN NEEDS LEVEL 3'
              SET JOB-HAS-FAILED TO TRUE
              GO TO DONE.

           MOVE RRTN-CCYY   TO IFHQ-CCYY.
           MOVE RRTN-REGION TO IFHQ-REGION.
           CALL 'PACIFHQ' USING IFHQ-PARM.
           IF IFHQ-HELD
              DISPLAY 'PACRRTN: YEAR ' RRTN-CCYY ' HAS BEEN HELD'
                  ' SINCE ' IFHQ-DATE ' -- FIGURES NOT FIT TO FILE'
                  ' UNTIL RELEASED'
              SET JOB-HAS-FAILED TO TRUE
              GO TO DONE.

           PERFORM LOAD-FILINGS THRU LOAD-FILINGS-EXIT.
           IF FILING-COUNT > 0
              IF RRTN-REFERENCE = SPACES
                 DISPLAY 'PACRRTN: YEAR ' RRTN-CCYY ' WAS FILED ON '
                     LAST-FILED-DATE ' -- AN AMENDMENT NEEDS A'
                     ' REFERENCE'
                 SET JOB-HAS-FAILED TO TRUE
                 GO TO DONE
              END-IF
              IF LAST-AMEND-NO NOT < 99
                 DISPLAY 'PACRRTN: YEAR ' RRTN-CCYY
                     ' HAS 99 AMENDMENTS ON FILE -- NO MORE ALLOWED'
                 SET JOB-HAS-FAILED TO TRUE
                 GO TO DONE
              END-IF
              COMPUTE THIS-AMEND-NO = LAST-AMEND-NO + 1
           ELSE
              MOVE 0 TO THIS-AMEND-NO.
           MOVE SPACES TO WS-RTN-NAME.
           STRING 'rtn' DELIMITED BY SIZE
                  RRTN-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.a' DELIMITED BY SIZE
                  THIS-AMEND-NO DELIMITED BY SIZE
                  INTO WS-RTN-NAME.

           PERFORM TAKE-RUN-TOKEN THRU TAKE-RUN-TOKEN-EXIT.
           IF RUN-TOKEN-NOT-HELD
              SET JOB-HAS-FAILED TO TRUE
              GO TO DONE.

           PERFORM SWEEP-YEAR THRU SWEEP-YEAR-EXIT.
           IF JOB-HAS-FAILED
              GO TO DROP-TOKEN.

           MOVE WS-RPT-NAME TO GDG-FILE-NAME.
           CALL 'PACGDG' USING GDG-PARM.
           OPEN OUTPUT RRTN-RPT-FILE.
           MOVE 'REGULATOR RETURN RECONCILIATION' TO PGH-TITLE.
           MOVE TARGET-CCYY-DISPLAY TO PGH-CCYY.
           MOVE 0  TO PGH-PAGE-NUMBER.
           MOVE 56 TO PGH-LINES-PER-PAGE.
           MOVE 99 TO PGH-LINE-COUNT.

           PERFORM READ-SUMMARY-INTERFACE THRU
               READ-SUMMARY-INTERFACE-EXIT.
           PERFORM SORT-CELLS.
           PERFORM RECONCILE-YEAR THRU RECONCILE-YEAR-EXIT.
           IF RETURN-DOES-NOT-TIE
              SET RRTN-NOT-RECONCILED TO TRUE
              GO TO CLOSE-REPORT.

      *      THE CELL LINES ALONE DECIDE WHETHER THERE IS ANYTHING
      *      TO AMEND -- THE HEADER CHANGES ON EVERY FILING.
           MOVE 0 TO CHECK-ACCUM.
           PERFORM SUM-ONE-CELL
               VARYING CELL-IDX FROM 1 BY 1
               UNTIL CELL-IDX > CELL-COUNT.
           MOVE CHECK-ACCUM TO DETAIL-SUM.
           IF FILING-COUNT > 0 AND DETAIL-SUM = LAST-DETAIL-SUM
              SET RRTN-UNCHANGED TO TRUE
              MOVE SPACES TO RRC-VERDICT-LINE
              STRING 'FIGURES IDENTICAL TO THE RETURN FILED '
                         DELIMITED BY SIZE
                     LAST-FILED-DATE DELIMITED BY SIZE
                     ' -- NOTHING TO AMEND, NOT FILED'
                         DELIMITED BY SIZE
                     INTO RRC-VERDICT-LINE
              PERFORM WRITE-VERDICT
              GO TO CLOSE-REPORT.

           PERFORM WRITE-RETURN THRU WRITE-RETURN-EXIT.
           IF JOB-HAS-FAILED
              MOVE 'RETURN FILE COULD NOT BE WRITTEN -- NOT FILED'
                  TO RRC-VERDICT-LINE
              PERFORM WRITE-VERDICT
              GO TO CLOSE-REPORT.
           PERFORM LOG-FILING.
           MOVE THIS-AMEND-NO TO RRTN-AMEND-NO.
           MOVE SPACES TO RRC-VERDICT-LINE.
           IF THIS-AMEND-NO = 0
              SET RRTN-FILED-ORIGINAL TO TRUE
              STRING 'RETURN TIES TO THE SUMMARY INTERFACE -- '
                         DELIMITED BY SIZE
                     'FILED AS THE ORIGINAL' DELIMITED BY SIZE
                     INTO RRC-VERDICT-LINE
           ELSE
              SET RRTN-FILED-AMENDMENT TO TRUE
              MOVE THIS-AMEND-NO TO ST-AMEND-NO
              STRING 'RETURN TIES TO THE SUMMARY INTERFACE -- '
                         DELIMITED BY SIZE
                     'FILED AS ' DELIMITED BY SIZE
                     SUBMISSION-TEXT DELIMITED BY SIZE
                     INTO RRC-VERDICT-LINE.
           PERFORM WRITE-VERDICT.

       CLOSE-REPORT.
           PERFORM WRITE-END-LINE.
           CLOSE RRTN-RPT-FILE.

       DROP-TOKEN.
           PERFORM DROP-RUN-TOKEN.

       DONE.
           MOVE RRTN-CCYY    TO HIST-CCYY.
           MOVE YEAR-REGS    TO HIST-RECORDS.
           IF JOB-HAS-FAILED OR RRTN-NOT-RECONCILED
              MOVE 'FAILED' TO HIST-STATUS.
           CALL 'PACHIST' USING HIST-PARM.
           EVALUATE TRUE
               WHEN RRTN-FILED-ORIGINAL
               WHEN RRTN-FILED-AMENDMENT
                   DISPLAY 'PACRRTN: ' WS-RTN-NAME ' FILED -- '
                       RETURN-CELLS ' CELL(S), ' YEAR-REGS
                       ' REGISTRATION(S)'
               WHEN RRTN-UNCHANGED
                   DISPLAY 'PACRRTN: FIGURES UNCHANGED SINCE '
                       LAST-FILED-DATE ' -- NOT FILED'
               WHEN RRTN-NOT-RECONCILED
                   DISPLAY 'PACRRTN: RETURN DOES NOT TIE TO '
                       WS-SUM-NAME ' -- NOT FILED, SEE ' WS-RPT-NAME
               WHEN OTHER
                   DISPLAY 'PACRRTN: NO RETURN FILED FOR '
                       RRTN-CCYY
           END-EVALUATE.
           GOBACK.

      * ------------------------------------------------------------
      *      THE SUBMISSION LOG.
      * ------------------------------------------------------------
       LOAD-FILINGS.
           MOVE 0 TO FILING-COUNT.
           MOVE 0 TO LAST-AMEND-NO.
           MOVE 0 TO LAST-DETAIL-SUM.
           MOVE 0 TO LAST-FILED-DATE.
           OPEN INPUT RRTN-LOG-FILE.
           IF LOG-FILE-STATUS NOT = '00'
              GO TO LOAD-FILINGS-EXIT.
           SET INPUT-NOT-AT-EOF TO TRUE.
           PERFORM LOAD-ONE-FILING THRU LOAD-ONE-FILING-EXIT
               UNTIL INPUT-AT-EOF.
           CLOSE RRTN-LOG-FILE.
       LOAD-FILINGS-EXIT. EXIT.

       LOAD-ONE-FILING.
           READ RRTN-LOG-FILE
               AT END
                  SET INPUT-AT-EOF TO TRUE
                  GO TO LOAD-ONE-FILING-EXIT.
           IF RRL-CCYY NOT = RRTN-CCYY
              OR RRL-REGION NOT = RRTN-REGION
              GO TO LOAD-ONE-FILING-EXIT.
           ADD 1 TO FILING-COUNT.
           IF RRL-AMEND-NO NUMERIC
              AND RRL-AMEND-NO NOT < LAST-AMEND-NO
              MOVE RRL-AMEND-NO TO LAST-AMEND-NO.
           IF RRL-DETAIL-SUM NUMERIC
              MOVE RRL-DETAIL-SUM TO LAST-DETAIL-SUM.
           IF RRL-DATE NUMERIC
              MOVE RRL-DATE TO LAST-FILED-DATE.
       LOAD-ONE-FILING-EXIT. EXIT.

       LOG-FILING.
           MOVE SPACES TO RRTN-LOG-RECORD.
           MOVE RRTN-CCYY      TO RRL-CCYY.
           MOVE RRTN-REGION    TO RRL-REGION.
           MOVE THIS-AMEND-NO  TO RRL-AMEND-NO.
           IF THIS-AMEND-NO = 0
              SET RRL-IS-ORIGINAL TO TRUE
           ELSE
              SET RRL-IS-AMENDMENT TO TRUE.
           MOVE RUN-YYMMDD     TO RRL-DATE.
           MOVE RUN-TIME       TO RRL-TIME.
           MOVE RRTN-OPERATOR  TO RRL-OPERATOR.
           MOVE RRTN-REFERENCE TO RRL-REFERENCE.
           MOVE WS-RTN-NAME    TO RRL-FILE-NAME.
           MOVE RETURN-CELLS   TO RRL-CELLS.
           MOVE YEAR-REGS      TO RRL-REGISTRATIONS.
           MOVE YEAR-HOLDERS   TO RRL-HOLDERS.
           MOVE YEAR-QTY       TO RRL-QTY.
           MOVE YEAR-VALUE     TO RRL-VALUE.
           MOVE DETAIL-SUM     TO RRL-DETAIL-SUM.
           MOVE RC-HASH        TO RRL-FILE-SUM.
           IF RRTN-AS-RESTATED
              MOVE 'R' TO RRL-BASIS
           ELSE
              MOVE 'C' TO RRL-BASIS.
           OPEN EXTEND RRTN-LOG-FILE.
           IF LOG-FILE-STATUS = '05' OR '35'
              OPEN OUTPUT RRTN-LOG-FILE.
           WRITE RRTN-LOG-RECORD.
           CLOSE RRTN-LOG-FILE.

      * ------------------------------------------------------------
      *      THE SWEEP.
      * ------------------------------------------------------------
       SWEEP-YEAR.
           MOVE 0 TO CELL-COUNT.
           MOVE 0 TO ADJQ-APPROVED.
           IF RRTN-AS-RESTATED
              MOVE 'L' TO ADJQ-REQUEST
              MOVE TARGET-CCYY-DISPLAY TO ADJQ-CCYY
              MOVE RRTN-REGION TO ADJQ-REGION
              CALL 'PACADJQ' USING ADJQ-PARM PAC-RECORD
              IF ADJQ-RESULT = 'F'
                 DISPLAY 'PACRRTN: ADJUSTMENT LEDGER TOO LARGE TO'
                     ' LOAD -- NO RETURN WRITTEN'
                 SET JOB-HAS-FAILED TO TRUE
                 GO TO SWEEP-YEAR-EXIT.
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
              DISPLAY 'PACRRTN: PAC OPEN FAILED--> '
                  BTRV-STATUS-MESSAGE
              SET JOB-HAS-FAILED TO TRUE
              GO TO SWEEP-YEAR-EXIT.

           SET PAC-NOT-AT-EOF TO TRUE.
           MOVE 0 TO B-PAC-KEY-NUMBER.
           MOVE LOW-VALUES TO B-PAC-KEY-BUFFER.
           CALL WINAPI 'BTRV' USING by value B-GET-GREATER,
             by reference B-PAC-POSITION,
                PAC-RECORD, B-PAC-LENGTH, B-PAC-KEY-BUFFER,
                by value B-PAC-KEY-NUMBER.
           IF RETURN-CODE NOT = ZERO
              SET PAC-AT-EOF TO TRUE.
           PERFORM SWEEP-ONE-RECORD THRU SWEEP-ONE-RECORD-EXIT
               UNTIL PAC-AT-EOF OR JOB-HAS-FAILED.

           CALL WINAPI 'BTRV' USING by value B-CLOSE,
             by reference B-PAC-POSITION,
             OWNER-NAME, OWNER-LENGTH,
             B-PAC-KEY-BUFFER, by value B-PAC-KEY-NUMBER.
           IF RETURN-CODE NOT = ZERO
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'CLOSE' TO ERRJ-OPERATION
              PERFORM LOG-ERROR-JOURNAL
              DISPLAY 'PACRRTN: PAC CLOSE FAILED--> '
                  BTRV-STATUS-MESSAGE.
           MOVE 0 TO RETURN-CELLS.
           PERFORM COUNT-RETURN-CELL
               VARYING CELL-IDX FROM 1 BY 1
               UNTIL CELL-IDX > CELL-COUNT.
       SWEEP-YEAR-EXIT. EXIT.

       COUNT-RETURN-CELL.
           IF CELL-IN-RETURN (CELL-IDX) = 'Y'
              ADD 1 TO RETURN-CELLS.

       SWEEP-ONE-RECORD.
           ADD 1 TO RECORDS-READ.
           IF RRTN-AS-RESTATED
              MOVE 'A' TO ADJQ-REQUEST
              CALL 'PACADJQ' USING ADJQ-PARM PAC-RECORD
              IF ADJQ-RESULT = 'Y'
                 ADD 1 TO RESTATED-RECORDS
              END-IF
              ADD ADJQ-STALE TO RESTATED-STALE.
           IF NOT PAC-REC-ACTIVE
              ADD 1 TO VOIDED-COUNT
              GO TO SWEEP-ONE-NEXT.
           IF PAC-NEW-SPEC = SPACES OR PAC-NEW-SPEC = ZEROS
              OR PAC-NEW-GEAR = SPACES OR PAC-NEW-GEAR = ZEROS
              OR PAC-NEW-AREA = SPACES OR PAC-NEW-AREA = ZEROS
              ADD 1 TO UNCONVERTED-COUNT
              GO TO SWEEP-ONE-NEXT.
           IF PAC-KEY-SERIAL NOT = PREV-SERIAL
              MOVE PAC-KEY-SERIAL TO PREV-SERIAL
              MOVE SPACES TO SERIAL-CELL-MARKS
              ADD 1 TO YEAR-HOLDERS.
           MOVE PAC-NEW-SPEC TO FIND-SPEC.
           MOVE PAC-NEW-GEAR TO FIND-GEAR.
           MOVE PAC-NEW-AREA TO FIND-AREA.
           PERFORM FIND-CELL.
           IF CELL-MATCH = 0
              IF CELL-COUNT NOT < 200
                 DISPLAY 'PACRRTN: MORE THAN 200 CELLS IN '
                     B-PAC-NAME ' -- NO RETURN WRITTEN'
                 SET JOB-HAS-FAILED TO TRUE
                 GO TO SWEEP-ONE-RECORD-EXIT
              END-IF
              PERFORM ADD-CELL.
           SET CELL-IDX TO CELL-MATCH.
           MOVE 'Y' TO CELL-IN-RETURN (CELL-IDX).
           ADD 1 TO CELL-REGS (CELL-IDX).
           ADD 1 TO YEAR-REGS.
           IF SERIAL-CELL-MARKS (CELL-MATCH:1) = SPACE
              MOVE 'Y' TO SERIAL-CELL-MARKS (CELL-MATCH:1)
              ADD 1 TO CELL-HOLDERS (CELL-IDX).
           IF PAC-QTY NUMERIC
              ADD PAC-QTY TO CELL-QTY (CELL-IDX)
              ADD PAC-QTY TO YEAR-QTY.
           IF PAC-VALUE NUMERIC
              ADD PAC-VALUE TO CELL-VALUE (CELL-IDX)
              ADD PAC-VALUE TO YEAR-VALUE.
       SWEEP-ONE-NEXT.
           CALL WINAPI 'BTRV' USING by value B-GET-NEXT,
             by reference B-PAC-POSITION,
                PAC-RECORD, B-PAC-LENGTH, B-PAC-KEY-BUFFER,
                by value B-PAC-KEY-NUMBER.
           IF RETURN-CODE NOT = ZERO
              SET PAC-AT-EOF TO TRUE.
       SWEEP-ONE-RECORD-EXIT. EXIT.

       FIND-CELL.
           MOVE 0 TO CELL-MATCH.
           PERFORM MATCH-ONE-CELL
               VARYING CELL-IDX FROM 1 BY 1
               UNTIL CELL-IDX > CELL-COUNT OR CELL-MATCH > 0.

       MATCH-ONE-CELL.
           IF CELL-SPEC (CELL-IDX) = FIND-SPEC
              AND CELL-GEAR (CELL-IDX) = FIND-GEAR
              AND CELL-AREA (CELL-IDX) = FIND-AREA
              SET CELL-MATCH TO CELL-IDX.

       ADD-CELL.
           ADD 1 TO CELL-COUNT.
           MOVE CELL-COUNT TO CELL-MATCH.
           SET CELL-IDX TO CELL-COUNT.
           MOVE FIND-SPEC TO CELL-SPEC (CELL-IDX).
           MOVE FIND-GEAR TO CELL-GEAR (CELL-IDX).
           MOVE FIND-AREA TO CELL-AREA (CELL-IDX).
           MOVE 0 TO CELL-REGS (CELL-IDX).
           MOVE 0 TO CELL-HOLDERS (CELL-IDX).
           MOVE 0 TO CELL-QTY (CELL-IDX).
           MOVE 0 TO CELL-VALUE (CELL-IDX).
           MOVE 0 TO CELL-SUM-COUNT (CELL-IDX).
           MOVE 'N' TO CELL-IN-RETURN (CELL-IDX).
           MOVE 'N' TO CELL-IN-SUM (CELL-IDX).

      *      THE REGULATOR WANTS THE CELLS IN CODE ORDER.  NEVER
      *      MORE THAN 200 OF THEM, SO A PLAIN EXCHANGE SORT DOES.
       SORT-CELLS.
           PERFORM SORT-COMPARE-CELLS
               VARYING CELL-IDX FROM 1 BY 1
               UNTIL CELL-IDX NOT < CELL-COUNT
               AFTER CELL-IDX2 FROM 1 BY 1
               UNTIL CELL-IDX2 > CELL-COUNT - CELL-IDX.

       SORT-COMPARE-CELLS.
           IF CELL-KEY (CELL-IDX2) > CELL-KEY (CELL-IDX2 + 1)
              MOVE CELL-ENTRY (CELL-IDX2) TO CELL-SWAP
              MOVE CELL-ENTRY (CELL-IDX2 + 1) TO CELL-ENTRY (CELL-IDX2)
              MOVE CELL-SWAP TO CELL-ENTRY (CELL-IDX2 + 1).

      * ------------------------------------------------------------
      *      THE RECONCILIATION PAGE.
      * ------------------------------------------------------------
      *      THE SUMMARY INTERFACE'S CELLS ARE MATCHED INTO THE CELL
      *      TABLE; ONE THE SWEEP NEVER SAW IS ADDED FOR THE PAGE.
       READ-SUMMARY-INTERFACE.
           MOVE 0 TO SUM-DATE.
           MOVE 0 TO SUM-DETAIL-COUNT.
           MOVE 0 TO SUM-GRAND-COUNT.
           SET SUM-TRAILER-MISSING TO TRUE.
           SET RETURN-TIES TO TRUE.
           OPEN INPUT RRTN-SUM-FILE.
           IF SUM-FILE-STATUS NOT = '00'
              SET RETURN-DOES-NOT-TIE TO TRUE
              GO TO READ-SUMMARY-INTERFACE-EXIT.
           SET INPUT-NOT-AT-EOF TO TRUE.
           PERFORM READ-ONE-SUMMARY-LINE THRU
               READ-ONE-SUMMARY-LINE-EXIT
               UNTIL INPUT-AT-EOF.
           CLOSE RRTN-SUM-FILE.
       READ-SUMMARY-INTERFACE-EXIT. EXIT.

       READ-ONE-SUMMARY-LINE.
           READ RRTN-SUM-FILE
               AT END
                  SET INPUT-AT-EOF TO TRUE
                  GO TO READ-ONE-SUMMARY-LINE-EXIT.
           IF SUM-CODE-SET NOT = 'N'
              SET RETURN-DOES-NOT-TIE TO TRUE.
           IF SUM-REC-TYPE = 'H'
              MOVE SUM-HT-NUMBER TO SUM-DATE
              GO TO READ-ONE-SUMMARY-LINE-EXIT.
           IF SUM-REC-TYPE = 'T'
              SET SUM-TRAILER-FOUND TO TRUE
              MOVE SUM-HT-NUMBER TO SUM-DETAIL-COUNT
              MOVE SUM-COUNT     TO SUM-GRAND-COUNT
              GO TO READ-ONE-SUMMARY-LINE-EXIT.
           IF SUM-REC-TYPE NOT = 'D'
              GO TO READ-ONE-SUMMARY-LINE-EXIT.
           MOVE SUM-SPEC TO FIND-SPEC.
           MOVE SUM-GEAR TO FIND-GEAR.
           MOVE SUM-AREA TO FIND-AREA.
           PERFORM FIND-CELL.
           IF CELL-MATCH = 0
              IF CELL-COUNT NOT < 200
                 SET RETURN-DOES-NOT-TIE TO TRUE
                 GO TO READ-ONE-SUMMARY-LINE-EXIT
              END-IF
              PERFORM ADD-CELL.
           SET CELL-IDX TO CELL-MATCH.
           MOVE 'Y' TO CELL-IN-SUM (CELL-IDX).
           ADD SUM-COUNT TO CELL-SUM-COUNT (CELL-IDX).
       READ-ONE-SUMMARY-LINE-EXIT. EXIT.

       RECONCILE-YEAR.
           MOVE WS-RTN-NAME TO RF-FILE-NAME.
           IF THIS-AMEND-NO = 0
              MOVE 'ORIGINAL' TO RF-SUBMISSION
           ELSE
              MOVE THIS-AMEND-NO TO ST-AMEND-NO
              MOVE SUBMISSION-TEXT TO RF-SUBMISSION.
           MOVE RRC-FILING-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO RB-BASIS.
           MOVE 0 TO RB-APPROVED.
           MOVE 0 TO RB-RESTATED.
           MOVE 0 TO RB-STALE.
           IF RRTN-AS-RESTATED
              MOVE 'AS RESTATED'    TO RB-BASIS
              MOVE ADJQ-APPROVED    TO RB-APPROVED
              MOVE RESTATED-RECORDS TO RB-RESTATED
              MOVE RESTATED-STALE   TO RB-STALE
           ELSE
              MOVE 'AS CERTIFIED'   TO RB-BASIS.
           MOVE RRC-BASIS-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE RECORDS-READ      TO RS-READ.
           MOVE VOIDED-COUNT      TO RS-VOIDED.
           MOVE UNCONVERTED-COUNT TO RS-UNCONVERTED.
           MOVE RRC-SWEEP-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE RETURN-CELLS TO RT-CELLS.
           MOVE YEAR-REGS    TO RT-REGS.
           MOVE YEAR-HOLDERS TO RT-HOLDERS.
           MOVE RRC-TOTAL-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE YEAR-QTY   TO RM-QTY.
           MOVE YEAR-VALUE TO RM-VALUE.
           MOVE RRC-MONEY-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.

      *      A YEAR WITH UNCONVERTED RECORDS CANNOT BE RETURNED ON
      *      THE NEWVALS CODES -- THOSE RECORDS HAVE NO CELL.
           IF UNCONVERTED-COUNT > 0
              SET RETURN-DOES-NOT-TIE TO TRUE
              MOVE SPACES TO RRC-VERDICT-LINE
              STRING 'RECORDS WITHOUT NEWVALS CODES -- CONVERT THE'
                         DELIMITED BY SIZE
                     ' YEAR (PACCONV) BEFORE FILING' DELIMITED BY SIZE
                     INTO RRC-VERDICT-LINE
              PERFORM WRITE-VERDICT
              GO TO RECONCILE-YEAR-EXIT.
           IF SUM-FILE-STATUS NOT = '00'
              MOVE SPACES TO RRC-VERDICT-LINE
              STRING WS-SUM-NAME DELIMITED BY SPACE
                     ' NOT ON FILE -- RUN PACLOOK ON THE NEWVALS'
                         DELIMITED BY SIZE
                     ' CODE SET FIRST' DELIMITED BY SIZE
                     INTO RRC-VERDICT-LINE
              PERFORM WRITE-VERDICT
              GO TO RECONCILE-YEAR-EXIT.

           MOVE WS-SUM-NAME      TO RU-NAME.
           MOVE SUM-DATE         TO RU-DATE.
           MOVE SUM-DETAIL-COUNT TO RU-CELLS.
           MOVE SUM-GRAND-COUNT  TO RU-RECORDS.
           MOVE RRC-SUM-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           IF RETURN-DOES-NOT-TIE
              MOVE SPACES TO RRC-VERDICT-LINE
              STRING WS-SUM-NAME DELIMITED BY SPACE
                     ' IS NOT ON THE NEWVALS CODE SET -- RERUN'
                         DELIMITED BY SIZE
                     ' PACLOOK ON IT' DELIMITED BY SIZE
                     INTO RRC-VERDICT-LINE
              PERFORM WRITE-VERDICT
              GO TO RECONCILE-YEAR-EXIT.

           MOVE SPACES TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE RRC-COLUMN-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE 0 TO MISMATCH-COUNT.
           PERFORM RECONCILE-ONE-CELL
               VARYING CELL-IDX FROM 1 BY 1
               UNTIL CELL-IDX > CELL-COUNT.

           MOVE SPACES TO RC-L-SPEC.
           MOVE SPACES TO RC-L-GEAR.
           MOVE SPACES TO RC-L-AREA.
           MOVE YEAR-REGS TO RC-L-RETURN.
           MOVE SUM-GRAND-COUNT TO RC-L-SUMMARY.
           COMPUTE CELL-DIFF = YEAR-REGS - SUM-GRAND-COUNT.
           MOVE CELL-DIFF TO RC-L-DIFF.
           MOVE SPACES TO RC-L-FLAG.
           IF CELL-DIFF NOT = 0 OR SUM-TRAILER-MISSING
              OR SUM-DETAIL-COUNT NOT = RETURN-CELLS
              MOVE '*** NO TIE' TO RC-L-FLAG
              ADD 1 TO MISMATCH-COUNT.
           MOVE SPACES TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE RRC-CELL-LINE TO RPT-LINE-WORK.
           MOVE 'TOTAL' TO RPT-LINE-WORK (1:5).
           PERFORM WRITE-RPT-LINE.

           IF MISMATCH-COUNT > 0
              SET RETURN-DOES-NOT-TIE TO TRUE
              MOVE SPACES TO RRC-VERDICT-LINE
              STRING 'RETURN DOES NOT TIE TO ' DELIMITED BY SIZE
                     WS-SUM-NAME DELIMITED BY SPACE
                     ' -- RERUN PACLOOK, THEN FILE AGAIN'
                         DELIMITED BY SIZE
                     INTO RRC-VERDICT-LINE
              PERFORM WRITE-VERDICT.
       RECONCILE-YEAR-EXIT. EXIT.

       RECONCILE-ONE-CELL.
           MOVE CELL-SPEC (CELL-IDX)      TO RC-L-SPEC.
           MOVE CELL-GEAR (CELL-IDX)      TO RC-L-GEAR.
           MOVE CELL-AREA (CELL-IDX)      TO RC-L-AREA.
           MOVE CELL-REGS (CELL-IDX)      TO RC-L-RETURN.
           MOVE CELL-SUM-COUNT (CELL-IDX) TO RC-L-SUMMARY.
           COMPUTE CELL-DIFF =
               CELL-REGS (CELL-IDX) - CELL-SUM-COUNT (CELL-IDX).
           MOVE CELL-DIFF TO RC-L-DIFF.
           MOVE SPACES TO RC-L-FLAG.
           IF CELL-IN-SUM (CELL-IDX) = 'N'
              MOVE '*** NOT IN SUM' TO RC-L-FLAG
           ELSE
              IF CELL-IN-RETURN (CELL-IDX) = 'N'
                 MOVE '*** NOT ON PAC' TO RC-L-FLAG
              ELSE
                 IF CELL-DIFF NOT = 0
                    MOVE '*** NO TIE' TO RC-L-FLAG.
           IF RC-L-FLAG NOT = SPACES
              ADD 1 TO MISMATCH-COUNT.
           MOVE RRC-CELL-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.

      * ------------------------------------------------------------
      *      THE RETURN FILE.
      * ------------------------------------------------------------
       SUM-ONE-CELL.
           IF CELL-IN-RETURN (CELL-IDX) = 'Y'
              PERFORM BUILD-DETAIL-LINE
              MOVE RTN-DETAIL-LINE TO CHECKSUM-LINE
              PERFORM ADD-LINE-CHECKSUM.

       BUILD-DETAIL-LINE.
           MOVE TARGET-CCYY-DISPLAY     TO RD-YEAR.
           MOVE CELL-SPEC (CELL-IDX)    TO RD-SPEC.
           MOVE CELL-GEAR (CELL-IDX)    TO RD-GEAR.
           MOVE CELL-AREA (CELL-IDX)    TO RD-AREA.
           MOVE CELL-REGS (CELL-IDX)    TO RD-REGS.
           MOVE CELL-HOLDERS (CELL-IDX) TO RD-HOLDERS.
           MOVE CELL-QTY (CELL-IDX)     TO RD-QTY.
           MOVE CELL-VALUE (CELL-IDX)   TO RD-VALUE.

       WRITE-RETURN.
           OPEN OUTPUT RRTN-RTN-FILE.
           IF RTN-FILE-STATUS NOT = '00'
              DISPLAY 'PACRRTN: ' WS-RTN-NAME ' OPEN FAILED --'
                  ' STATUS ' RTN-FILE-STATUS
              SET JOB-HAS-FAILED TO TRUE
              GO TO WRITE-RETURN-EXIT.
           MOVE 0 TO CHECK-ACCUM.
           MOVE TARGET-CCYY-DISPLAY TO RH-YEAR.
           MOVE RRTN-REGION         TO RH-REGION.
           IF THIS-AMEND-NO = 0
              MOVE 'O' TO RH-SUBMISSION
           ELSE
              MOVE 'A' TO RH-SUBMISSION.
           MOVE THIS-AMEND-NO       TO RH-AMEND-NO.
           MOVE RUN-CCYYMMDD        TO RH-PREPARED.
           MOVE RRTN-REFERENCE      TO RH-REFERENCE.
           MOVE RTN-HEADER-LINE TO CHECKSUM-LINE.
           PERFORM WRITE-RETURN-LINE.
           PERFORM WRITE-ONE-CELL
               VARYING CELL-IDX FROM 1 BY 1
               UNTIL CELL-IDX > CELL-COUNT.
           MOVE TARGET-CCYY-DISPLAY TO RC-YEAR.
           MOVE RETURN-CELLS        TO RC-CELLS.
           MOVE YEAR-REGS           TO RC-REGS.
           MOVE YEAR-HOLDERS        TO RC-HOLDERS.
           MOVE YEAR-QTY            TO RC-QTY.
           MOVE YEAR-VALUE          TO RC-VALUE.
           MOVE CHECK-ACCUM         TO RC-HASH.
           WRITE RRTN-RTN-RECORD FROM RTN-CONTROL-LINE.
           CLOSE RRTN-RTN-FILE.
       WRITE-RETURN-EXIT. EXIT.

       WRITE-ONE-CELL.
           IF CELL-IN-RETURN (CELL-IDX) = 'Y'
              PERFORM BUILD-DETAIL-LINE
              MOVE RTN-DETAIL-LINE TO CHECKSUM-LINE
              PERFORM WRITE-RETURN-LINE.

      *      EVERY LINE BEFORE THE CONTROL RECORD GOES OUT THROUGH
      *      HERE SO ITS HASH TOTAL IS WHAT IS ACTUALLY ON FILE --
      *      THE SAME TRIMMED-LINE CHECKSUM PACBILL KEEPS.
       WRITE-RETURN-LINE.
           WRITE RRTN-RTN-RECORD FROM CHECKSUM-LINE.
           PERFORM ADD-LINE-CHECKSUM.

       ADD-LINE-CHECKSUM.
           MOVE 0 TO TRIM-LENGTH.
           PERFORM FIND-TRIM-LENGTH
               VARYING CHECK-IDX FROM 80 BY -1
               UNTIL CHECK-IDX < 1 OR TRIM-LENGTH > 0.
           PERFORM ADD-CHECK-BYTE
               VARYING CHECK-IDX FROM 1 BY 1
               UNTIL CHECK-IDX > TRIM-LENGTH.

       FIND-TRIM-LENGTH.
           IF CHECKSUM-LINE (CHECK-IDX:1) NOT = SPACE
              MOVE CHECK-IDX TO TRIM-LENGTH.

       ADD-CHECK-BYTE.
           ADD FUNCTION ORD (CHECKSUM-LINE (CHECK-IDX:1))
               TO CHECK-ACCUM.
           IF CHECK-ACCUM > 999999999
              SUBTRACT 1000000000 FROM CHECK-ACCUM.

      * ------------------------------------------------------------
      *      SUPERVISOR, TOKEN, REPORT.
      * ------------------------------------------------------------
       CHECK-SUPERVISOR.
           SET OPERATOR-NOT-AUTHORIZED TO TRUE.
           IF RRTN-OPERATOR = SPACES
              GO TO CHECK-SUPERVISOR-EXIT.
           SET INPUT-NOT-AT-EOF TO TRUE.
           OPEN INPUT OPERATOR-FILE.
           IF OPERATOR-STATUS NOT = '00'
              DISPLAY 'PACRRTN: OPERATOR FILE ' WS-OPERATOR-NAME
                  ' NOT AVAILABLE -- STATUS ' OPERATOR-STATUS
              GO TO CHECK-SUPERVISOR-EXIT.
           PERFORM MATCH-ONE-OPERATOR THRU MATCH-ONE-OPERATOR-EXIT
               UNTIL INPUT-AT-EOF OR OPERATOR-AUTHORIZED.
           CLOSE OPERATOR-FILE.
       CHECK-SUPERVISOR-EXIT. EXIT.

       MATCH-ONE-OPERATOR.
           READ OPERATOR-FILE
               AT END
                  SET INPUT-AT-EOF TO TRUE
                  GO TO MATCH-ONE-OPERATOR-EXIT.
           IF OPR-ID = RRTN-OPERATOR
              AND OPR-LEVEL NUMERIC
              AND OPR-LEVEL > 2
              SET OPERATOR-AUTHORIZED TO TRUE.
       MATCH-ONE-OPERATOR-EXIT. EXIT.

       TAKE-RUN-TOKEN.
           MOVE 'T' TO LOCK-REQUEST.
           MOVE RRTN-CCYY   TO LOCK-CCYY.
           MOVE RRTN-REGION TO LOCK-REGION.
           COMPUTE LOCK-START-TIME =
               HIST-START-HOUR * 10000 + HIST-START-MINUTE * 100
                   + HIST-START-SECOND.
           CALL 'PACLOCK' USING LOCK-PARM.
           IF LOCK-BUSY
              DISPLAY 'PACRRTN: YEAR ' RRTN-CCYY
                  ' BUSY WITH ' LOCK-HOLDER ' SINCE ' LOCK-SINCE
                  ' -- RETURN REFUSED'
           ELSE
              SET RUN-TOKEN-HELD TO TRUE.
       TAKE-RUN-TOKEN-EXIT. EXIT.

       DROP-RUN-TOKEN.
           IF RUN-TOKEN-HELD
              MOVE 'R' TO LOCK-REQUEST
              CALL 'PACLOCK' USING LOCK-PARM
              SET RUN-TOKEN-NOT-HELD TO TRUE.

       WRITE-VERDICT.
           MOVE SPACES TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE RRC-VERDICT-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.

       WRITE-RPT-LINE.
           IF PGH-LINE-COUNT NOT < PGH-LINES-PER-PAGE
              PERFORM START-NEW-PAGE.
           WRITE RRTN-RPT-RECORD FROM RPT-LINE-WORK.
           ADD 1 TO PGH-LINE-COUNT.

       START-NEW-PAGE.
           MOVE 'H' TO PGH-REQUEST.
           CALL 'PACPAGE' USING PAGE-CTL.
           WRITE RRTN-RPT-RECORD FROM PGH-LINE-1.
           WRITE RRTN-RPT-RECORD FROM PGH-LINE-2.
           WRITE RRTN-RPT-RECORD FROM PGH-LINE-3.
           MOVE 03 TO PGH-LINE-COUNT.

       WRITE-END-LINE.
           MOVE 'E' TO PGH-REQUEST.
           CALL 'PACPAGE' USING PAGE-CTL.
           WRITE RRTN-RPT-RECORD FROM PGH-LINE-1.

       LOG-ERROR-JOURNAL.
           MOVE B-PAC-KEY-BUFFER TO ERRJ-KEY.
           MOVE BTRV-STATUS-CODE TO ERRJ-STATUS-CODE.
           MOVE BTRV-STATUS-MESSAGE TO ERRJ-MESSAGE.
           CALL 'PACERRJ' USING ERRJ-PARM.
