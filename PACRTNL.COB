       ID DIVISION.
       PROGRAM-ID.  PACRTNL.
       AUTHOR.  Oliphant .
       DATE-WRITTEN. OCTOBER 15, 2026.
       DATE-COMPILED.
       REMARKS.  ACTIVITY RETURNS LOADER.  MEMBERS SEND IN A RETURN
           OF THE QUANTITY THEY ACTUALLY TOOK UNDER EACH
           REGISTRATION FOR EACH RETURN PERIOD (THE PERIODS PACRTNQ
           DEFINES FROM pacretn.cfg); THE OFFICE KEYS THEM INTO THE
           RETURNS FEED rfdCCYY.dat, AND THIS PROGRAM PUTS THEM ON
           THE YEAR'S RETURNS FILE retCCYY.btr (LAYOUT PACRTN.COB,
           KEYED BY SERIAL+SEQ+PERIOD), BUILDING THAT FILE FROM
           PACRFSB.COB ON THE FIRST LOAD OF THE YEAR.  THE FEED IS
           HANDLED THE WAY PACLOAD HANDLES THE ANNUAL FEED -- THE
           FIXED IMAGE (THE PACRTN.COB LAYOUT THROUGH RTN-TYPE) OR A
           COMMA-DELIMITED FILE WITH A 'SERIAL,' HEADER ROW AND A
           'COUNT' TRAILER, TOLD APART BY THE FIRST LINE; EVERY
           RETURN THAT FAILS AN EDIT GOES WITH ITS REASON TO
           retCCYY.rej; ACCEPTED + REJECTED MUST MAKE THE
           rctCCYY.dat CONTROL TOTAL; AND A FEED WHOSE CHECKSUM
           IS ALREADY ON pacfeeds.reg IS REFUSED AS A RE-SEND.
           A RETURN IS GOOD WHEN ITS SERIAL+SEQ IS A REGISTRATION ON
           pacCCYY.btr THAT IS NOT VOIDED, ITS PERIOD IS ONE OF THE
           YEAR'S PERIODS AND FALLS INSIDE THE REGISTRATION'S TERM,
           AND ITS QUANTITY AND RECEIVED DATE ARE NUMBERS.  ONE
           RETURN PER REGISTRATION PER PERIOD: A SECOND ONE IS
           REJECTED UNLESS IT IS MARKED 'A' AS AN AMENDMENT, WHICH
           REPLACES THE RETURN ON FILE (AND AN AMENDMENT WITH
           NOTHING ON FILE TO AMEND IS REJECTED).  A ZERO RECEIVED
           DATE TAKES THE DATE OF THE LOAD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. COMPAQ-DESKPRO-286.
       OBJECT-COMPUTER. ANY-COMPAQ-COMPATABLE.
       SPECIAL-NAMES.
           CALL-CONVENTION 64 IS WINAPI.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RTNL-FEED-FILE ASSIGN TO WS-FEED-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEED-FILE-STATUS.
           SELECT RTNL-REJ-FILE ASSIGN TO WS-REJ-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJ-FILE-STATUS.
           SELECT RTNL-CTL-FILE ASSIGN TO WS-CTL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTL-FILE-STATUS.
           SELECT RTNL-REG-FILE ASSIGN TO WS-REG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RTNL-FEED-FILE.
       01  RTNL-FEED-RECORD            PIC X(60).
       FD  RTNL-REJ-FILE.
       01  RTNL-REJ-RECORD.
           05  REJ-RECORD-IMAGE        PIC X(60).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  REJ-REASON              PIC X(24).
       FD  RTNL-CTL-FILE.
       01  CTL-FILE-RECORD.
           05  CTL-COUNT               PIC 9(08).
           05  FILLER                  PIC X(04).
      *      THE SAME REGISTER OF FEEDS ALREADY APPLIED THAT
      *      PACLOAD'S SUPPLEMENTAL MERGE KEEPS.
       FD  RTNL-REG-FILE.
       01  RTNL-REG-RECORD.
           05  REG-FEED-NAME           PIC X(32).
           05  FILLER                  PIC X(01).
           05  REG-CHECKSUM            PIC 9(09).
           05  FILLER                  PIC X(01).
           05  REG-DATE                PIC 9(06).
*      WORKING-STORAGE SECTION.
       01  B-OPEN         PIC 9(4) BINARY VALUE 0.
       01  B-CLOSE        PIC 9(4) BINARY VALUE 1.
       01  B-INS          PIC 9(4) BINARY VALUE 2.
       01  B-UPDATE       PIC 9(4) BINARY VALUE 3.
       01  B-GET-EQUAL    PIC 9(4) BINARY VALUE 5.
       01  B-CREATE       PIC 9(4) BINARY VALUE 14.
       01  PAC-RECORD.
           COPY 'PAC.COB'.
       01  RETURN-RECORD.
           COPY 'PACRTN.COB'.
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

       01  B-RTN-FILE-STUFF.
           05  B-RTN-POSITION          PIC X(128).
           05  B-RTN-LENGTH            PIC 9(4)    BINARY  VALUE 40.
           05  B-RTN-NAME              PIC X(32).
           05  B-RTN-KEY-NUMBER        PIC S9(4)   BINARY.
           05  B-RTN-KEY-BUFFER.
               10  B-RTN-KEY-SERIAL    PIC X(05).
               10  B-RTN-KEY-SEQ       PIC 9(03).
               10  B-RTN-KEY-PERIOD    PIC 9(02).

       01  RTN-FSB.
           COPY 'PACRFSB.COB'.
       01  RFSB-LENGTH            PIC 9(4) BINARY VALUE 30.

       01  BTRV-STATUS-CODE     PIC S9(4) BINARY VALUE 0.
       01  BTRV-STATUS-MESSAGE  PIC X(40) VALUE SPACES.

      *      CENTRAL ERROR JOURNAL HOOK -- ONE PACERRJ ROW PER
      *      NONZERO BTRV STATUS (PACERRJ HAS NO SEPARATE COPYBOOK
      *      FOR ITS PARAMETER).
       01  ERRJ-PARM.
           05  ERRJ-PROGRAM       PIC X(08) VALUE 'PACRTNL'.
           05  ERRJ-OPERATION     PIC X(08).
           05  ERRJ-KEY           PIC X(08).
           05  ERRJ-STATUS-CODE   PIC S9(4) BINARY.
           05  ERRJ-MESSAGE       PIC X(40).

      *      RETURN-PERIOD QUERY (PACRTNQ HAS NO SEPARATE COPYBOOK
      *      FOR ITS PARAMETER).
       01  PERQ-PARM.
           05  PERQ-CCYY           PIC 9(04).
           05  PERQ-PERIOD         PIC 9(02).
           05  PERQ-EFF-DATE       PIC 9(08).
           05  PERQ-EXP-DATE       PIC 9(08).
           05  PERQ-RESULT         PIC X(01).
               88  PERQ-IS-PERIOD        VALUE 'V'.
               88  PERQ-NO-PERIOD        VALUE 'X'.
           05  PERQ-IN-TERM        PIC X(01).
               88  PERQ-TERM-COVERS      VALUE 'Y'.
               88  PERQ-TERM-MISSES      VALUE 'N'.
           05  PERQ-PERIOD-COUNT   PIC 9(02).
           05  PERQ-GRACE-DAYS     PIC 9(03).
           05  PERQ-START          PIC 9(08).
           05  PERQ-END            PIC 9(08).
           05  PERQ-DUE            PIC 9(08).

       01  TARGET-CCYY-DISPLAY  PIC 9(4) VALUE 0.
       01  WS-FEED-NAME          PIC X(32).
       01  FEED-FILE-STATUS      PIC X(2).
       01  WS-REJ-NAME           PIC X(32).
       01  REJ-FILE-STATUS       PIC X(2).
       01  WS-CTL-NAME           PIC X(32).
       01  CTL-FILE-STATUS       PIC X(2).
       01  WS-REG-NAME           PIC X(32) VALUE 'pacfeeds.reg'.
       01  REG-FILE-STATUS       PIC X(2).

       01  FEED-EOF-SW           PIC X VALUE 'N'.
           88  FEED-AT-EOF              VALUE 'Y'.
           88  FEED-NOT-AT-EOF          VALUE 'N'.
       01  FEED-COUNT            PIC 9(8) VALUE 0.
       01  ACCEPT-COUNT          PIC 9(8) VALUE 0.
       01  INSERT-COUNT          PIC 9(8) VALUE 0.
       01  AMEND-COUNT           PIC 9(8) VALUE 0.
       01  REJECT-COUNT          PIC 9(8) VALUE 0.
       01  BALANCE-COUNT         PIC 9(8) VALUE 0.
       01  CONTROL-TOTAL         PIC 9(8) VALUE 0.
       01  CONTROL-FOUND-SW      PIC X VALUE 'N'.
           88  CONTROL-TOTAL-FOUND       VALUE 'Y'.
           88  CONTROL-TOTAL-MISSING     VALUE 'N'.
       01  LOAD-FAILED-SW        PIC X VALUE 'N'.
           88  LOAD-HAS-FAILED          VALUE 'Y'.
           88  LOAD-IS-CLEAN            VALUE 'N'.
       01  RECORD-REJECT-SW      PIC X VALUE 'N'.
           88  RECORD-IS-REJECTED       VALUE 'Y'.
           88  RECORD-IS-GOOD           VALUE 'N'.
       01  RTN-FOUND-SW          PIC X VALUE 'N'.
           88  RETURN-ON-FILE           VALUE 'Y'.
           88  RETURN-NOT-ON-FILE       VALUE 'N'.
       01  RTN-OPEN-SW           PIC X VALUE 'N'.
           88  RETURNS-FILE-OPEN        VALUE 'Y'.
           88  RETURNS-FILE-CLOSED      VALUE 'N'.
       01  LOAD-YYMMDD           PIC 9(06) VALUE 0.
       01  LOAD-CCYYMMDD         PIC 9(08) VALUE 0.
       01  FEED-IMAGE            PIC X(40) VALUE SPACES.

      *      FEED-FORMAT DETECTION AND DELIMITED-ROW PARSING, AS IN
      *      PACLOAD.  THE FIRST LINE DECIDES THE FORMAT FOR THE
      *      WHOLE FILE; THE HEADER'S COLUMN NAMES MUST MATCH THE
      *      AGREED SET AND THE 'COUNT' TRAILER MUST MATCH THE ROWS
      *      READ.  THE SIXTH COLUMN, THE RETURN TYPE, MAY BE LEFT
      *      OFF A FEED THAT CARRIES NO AMENDMENTS.
       01  FEED-FORMAT-SW        PIC X VALUE 'U'.
           88  FEED-FORMAT-UNKNOWN      VALUE 'U'.
           88  FEED-FORMAT-FIXED        VALUE 'F'.
           88  FEED-FORMAT-DELIMITED    VALUE 'D'.
       01  DECLARED-COUNT-SW     PIC X VALUE 'N'.
           88  COUNT-WAS-DECLARED       VALUE 'Y'.
           88  COUNT-NOT-DECLARED       VALUE 'N'.
       01  DECLARED-COUNT        PIC 9(08) VALUE 0.
       01  DECLARED-COUNT-X      PIC X(08) VALUE SPACES.
       01  HEADER-BAD-SW         PIC X VALUE 'N'.
           88  HEADER-IS-BAD            VALUE 'Y'.
           88  HEADER-IS-GOOD           VALUE 'N'.
       01  EXPECTED-COLUMN-VALUES.
           05  FILLER             PIC X(08) VALUE 'SERIAL'.
           05  FILLER             PIC X(08) VALUE 'SEQ'.
           05  FILLER             PIC X(08) VALUE 'PERIOD'.
           05  FILLER             PIC X(08) VALUE 'QTY'.
           05  FILLER             PIC X(08) VALUE 'RECEIVED'.
       01  EXPECTED-COLUMN-TABLE REDEFINES EXPECTED-COLUMN-VALUES.
           05  EXPECTED-COLUMN    PIC X(08) OCCURS 5 TIMES.
       01  HEADER-COLUMNS.
           05  HEADER-COLUMN      PIC X(08) OCCURS 6 TIMES.
       01  COLUMN-IDX            PIC 9(02) VALUE 0.
       01  FEED-ROW-FIELDS.
           05  ROW-SERIAL         PIC X(05).
           05  ROW-SEQ            PIC X(03).
           05  ROW-PERIOD         PIC X(02).
           05  ROW-QTY            PIC X(05).
           05  ROW-RECEIVED       PIC X(08).
           05  ROW-TYPE           PIC X(01).
       01  CONTROL-ROW-SW         PIC X VALUE 'N'.
           88  ROW-IS-CONTROL           VALUE 'Y'.
           88  ROW-NOT-CONTROL          VALUE 'N'.
       01  WORK-TOKEN             PIC X(08) VALUE SPACES.

      *      RE-SEND CHECK -- THE SAME TRIMMED-LINE ORD SUM PACLOAD
      *      REGISTERS ITS SUPPLEMENTAL FEEDS BY.
       01  REG-EOF-SW            PIC X VALUE 'N'.
           88  REG-AT-EOF               VALUE 'Y'.
           88  REG-NOT-AT-EOF           VALUE 'N'.
       01  FEED-SEEN-SW          PIC X VALUE 'N'.
           88  FEED-ALREADY-APPLIED     VALUE 'Y'.
           88  FEED-NOT-YET-APPLIED     VALUE 'N'.
       01  SEEN-FEED-NAME        PIC X(32) VALUE SPACES.
       01  FEED-CHECKSUM         PIC 9(09) VALUE 0.
       01  CHECKSUM-LINE         PIC X(60) VALUE SPACES.
       01  CHECK-ACCUM           PIC 9(10) VALUE 0.
       01  CHECK-IDX             PIC 9(04) BINARY VALUE 0.
       01  TRIM-LENGTH           PIC 9(04) BINARY VALUE 0.

      *      YEAR-CLOSE GATE (PACCLSQ HAS NO SEPARATE COPYBOOK FOR
      *      ITS PARAMETER).  A CLOSED YEAR TAKES NO MORE RETURNS.
       01  CLSQ-PARM.
           05  CLSQ-CCYY           PIC 9(04).
           05  CLSQ-REGION         PIC X(02).
           05  CLSQ-RESULT         PIC X(01).
               88  CLSQ-IS-CLOSED        VALUE 'C'.
               88  CLSQ-IS-OPEN          VALUE 'O'.

      *      SUITE-WIDE RUN TOKEN (PACLOCK HAS NO SEPARATE COPYBOOK
      *      FOR ITS PARAMETER).
       01  LOCK-PARM.
           05  LOCK-REQUEST        PIC X(01).
           05  LOCK-RESULT         PIC X(01).
               88  LOCK-GRANTED          VALUE 'G'.
               88  LOCK-BUSY             VALUE 'B'.
           05  LOCK-PROGRAM        PIC X(08) VALUE 'PACRTNL'.
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
           05  HIST-PROGRAM       PIC X(08) VALUE 'PACRTNL'.
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
       01  RTNL-PARM.
           05  RTNL-CCYY          PIC 9(04).

      *      REGION CODE -- SPACES = THE HISTORIC SINGLE-REGION
      *      FILE SET (pacCCYY.btr); OTHERWISE QUALIFIES EVERY
      *      PER-YEAR FILE NAME THE RUN TOUCHES.
           05  RTNL-REGION        PIC X(02).
       PROCEDURE DIVISION USING RTNL-PARM.
       A000-BEGIN.
           SET LOAD-IS-CLEAN TO TRUE.
           CALL 'DOS_GET_TIME' USING HIST-START-STAMP.
           MOVE RTNL-CCYY TO TARGET-CCYY-DISPLAY.
           ACCEPT LOAD-YYMMDD FROM DATE.
           COMPUTE LOAD-CCYYMMDD = 20000000 + LOAD-YYMMDD.
           MOVE SPACES TO B-PAC-NAME.
           STRING 'pac' DELIMITED BY SIZE
                  RTNL-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.btr' DELIMITED BY SIZE
                  INTO B-PAC-NAME.
           MOVE SPACES TO B-RTN-NAME.
           STRING 'ret' DELIMITED BY SIZE
                  RTNL-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.btr' DELIMITED BY SIZE
                  INTO B-RTN-NAME.
           MOVE SPACES TO WS-FEED-NAME.
           STRING 'rfd' DELIMITED BY SIZE
                  RTNL-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
                  INTO WS-FEED-NAME.
           MOVE SPACES TO WS-REJ-NAME.
           STRING 'ret' DELIMITED BY SIZE
                  RTNL-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.rej' DELIMITED BY SIZE
                  INTO WS-REJ-NAME.
           MOVE SPACES TO WS-CTL-NAME.
           STRING 'rct' DELIMITED BY SIZE
                  RTNL-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
                  INTO WS-CTL-NAME.
           MOVE RTNL-CCYY TO PERQ-CCYY.

           MOVE RTNL-CCYY   TO CLSQ-CCYY.
           MOVE RTNL-REGION TO CLSQ-REGION.
           CALL 'PACCLSQ' USING CLSQ-PARM.
           IF CLSQ-IS-CLOSED
              DISPLAY 'PACRTNL: YEAR ' TARGET-CCYY-DISPLAY
                  ' IS CLOSED -- RUN REFUSED (SEE'
                  ' pacclose.cat; PACCLOSE REOPENS)'
              SET LOAD-HAS-FAILED TO TRUE
              GO TO DONE.

           PERFORM TAKE-RUN-TOKEN THRU TAKE-RUN-TOKEN-EXIT.
           IF RUN-TOKEN-NOT-HELD
              SET LOAD-HAS-FAILED TO TRUE
              GO TO DONE.

           PERFORM SUM-FEED-CHECKSUM THRU SUM-FEED-CHECKSUM-EXIT.
           IF LOAD-HAS-FAILED
              GO TO DONE.
           PERFORM CHECK-FEED-REGISTER THRU CHECK-FEED-REGISTER-EXIT.
           IF FEED-ALREADY-APPLIED
              DISPLAY 'PACRTNL: THIS FEED WAS ALREADY APPLIED AS '
                  SEEN-FEED-NAME ' (CHECKSUM ' FEED-CHECKSUM
                  ') -- RUN REFUSED'
              SET LOAD-HAS-FAILED TO TRUE
              GO TO DONE.

           DISPLAY 'PACRTNL: LOADING ' B-RTN-NAME ' FROM '
               WS-FEED-NAME.

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
              DISPLAY 'PACRTNL: PAC OPEN FAILED--> '
                  BTRV-STATUS-MESSAGE
              SET LOAD-HAS-FAILED TO TRUE
              GO TO DONE.

           PERFORM OPEN-RETURNS-FILE THRU OPEN-RETURNS-FILE-EXIT.
           IF RETURNS-FILE-CLOSED
              SET LOAD-HAS-FAILED TO TRUE
              GO TO CLOSE-PAC.

           OPEN INPUT RTNL-FEED-FILE.
           IF FEED-FILE-STATUS NOT = '00'
              DISPLAY 'PACRTNL: FEED FILE ' WS-FEED-NAME
                  ' COULD NOT BE OPENED -- STATUS ' FEED-FILE-STATUS
              SET LOAD-HAS-FAILED TO TRUE
              GO TO CLOSE-RETURNS.
           OPEN OUTPUT RTNL-REJ-FILE.

           MOVE 0 TO B-PAC-KEY-NUMBER.
           MOVE 0 TO B-RTN-KEY-NUMBER.
           SET FEED-NOT-AT-EOF TO TRUE.
           PERFORM LOAD-ONE-RETURN THRU LOAD-ONE-RETURN-EXIT
               UNTIL FEED-AT-EOF.

           CLOSE RTNL-FEED-FILE.
           CLOSE RTNL-REJ-FILE.

       CLOSE-RETURNS.
           CALL WINAPI 'BTRV' USING by value B-CLOSE,
             by reference B-RTN-POSITION,
             OWNER-NAME, OWNER-LENGTH,
             B-RTN-KEY-BUFFER, by value B-RTN-KEY-NUMBER.
           IF RETURN-CODE NOT = ZERO
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'CLOSE' TO ERRJ-OPERATION
              PERFORM LOG-RETURNS-ERROR
              DISPLAY 'PACRTNL: RETURNS CLOSE FAILED--> '
                  BTRV-STATUS-MESSAGE
              SET LOAD-HAS-FAILED TO TRUE.

       CLOSE-PAC.
           CALL WINAPI 'BTRV' USING by value B-CLOSE,
             by reference B-PAC-POSITION,
             OWNER-NAME, OWNER-LENGTH,
             B-PAC-KEY-BUFFER, by value B-PAC-KEY-NUMBER.
           IF RETURN-CODE NOT = ZERO
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'CLOSE' TO ERRJ-OPERATION
              PERFORM LOG-ERROR-JOURNAL
              DISPLAY 'PACRTNL: PAC CLOSE FAILED--> '
                  BTRV-STATUS-MESSAGE
              SET LOAD-HAS-FAILED TO TRUE.

           IF RETURNS-FILE-CLOSED OR FEED-FILE-STATUS NOT = '00'
              GO TO DONE.
           COMPUTE ACCEPT-COUNT = INSERT-COUNT + AMEND-COUNT.
           PERFORM BALANCE-TO-CONTROL THRU BALANCE-TO-CONTROL-EXIT.
           IF LOAD-IS-CLEAN
              PERFORM REGISTER-FEED.

       DONE.
           PERFORM DROP-RUN-TOKEN.
           MOVE TARGET-CCYY-DISPLAY TO HIST-CCYY.
           MOVE ACCEPT-COUNT        TO HIST-RECORDS.
           IF LOAD-HAS-FAILED
              MOVE 'FAILED' TO HIST-STATUS.
           CALL 'PACHIST' USING HIST-PARM.
           DISPLAY 'PACRTNL: ' FEED-COUNT ' READ, ' INSERT-COUNT
               ' NEW, ' AMEND-COUNT ' AMENDED, ' REJECT-COUNT
               ' REJECTED TO ' WS-REJ-NAME.
           IF LOAD-IS-CLEAN
              DISPLAY 'PACRTNL: RETURNS LOAD INTO ' B-RTN-NAME
                  ' IS GOOD'
              MOVE 0 TO RETURN-CODE
           ELSE
              DISPLAY 'PACRTNL: RETURNS LOAD INTO ' B-RTN-NAME
                  ' FAILED'
              MOVE 1 TO RETURN-CODE.
           GOBACK.

       TAKE-RUN-TOKEN.
           MOVE 'T' TO LOCK-REQUEST.
           MOVE TARGET-CCYY-DISPLAY TO LOCK-CCYY.
           MOVE RTNL-REGION         TO LOCK-REGION.
           COMPUTE LOCK-START-TIME =
               HIST-START-HOUR * 10000 + HIST-START-MINUTE * 100
                   + HIST-START-SECOND.
           CALL 'PACLOCK' USING LOCK-PARM.
           IF LOCK-BUSY
              DISPLAY 'PACRTNL: YEAR ' TARGET-CCYY-DISPLAY
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

      *      THE FIRST LOAD OF A YEAR FINDS NO RETURNS FILE (STATUS
      *      12) AND BUILDS AN EMPTY ONE BEFORE OPENING IT.
       OPEN-RETURNS-FILE.
           MOVE -1 TO B-RTN-KEY-NUMBER.
           CALL WINAPI 'BTRV' USING by value B-OPEN,
             by reference B-RTN-POSITION,
             OWNER-NAME, OWNER-LENGTH, B-RTN-NAME,
             by value B-RTN-KEY-NUMBER.
           IF RETURN-CODE = ZERO
              SET RETURNS-FILE-OPEN TO TRUE
              GO TO OPEN-RETURNS-FILE-EXIT.
           IF RETURN-CODE NOT = 12
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'OPEN' TO ERRJ-OPERATION
              PERFORM LOG-RETURNS-ERROR
              DISPLAY 'PACRTNL: RETURNS OPEN FAILED--> '
                  BTRV-STATUS-MESSAGE
              GO TO OPEN-RETURNS-FILE-EXIT.

           CALL WINAPI 'BTRV' USING by value B-CREATE,
             by reference B-RTN-POSITION,
             RTN-FSB, RFSB-LENGTH, B-RTN-NAME,
             by value ZERO.
           IF RETURN-CODE NOT = ZERO
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'CREATE' TO ERRJ-OPERATION
              PERFORM LOG-RETURNS-ERROR
              DISPLAY 'PACRTNL: RETURNS CREATE FAILED--> '
                  BTRV-STATUS-MESSAGE
              GO TO OPEN-RETURNS-FILE-EXIT.
           DISPLAY 'PACRTNL: ' B-RTN-NAME ' CREATED'.

           MOVE -1 TO B-RTN-KEY-NUMBER.
           CALL WINAPI 'BTRV' USING by value B-OPEN,
             by reference B-RTN-POSITION,
             OWNER-NAME, OWNER-LENGTH, B-RTN-NAME,
             by value B-RTN-KEY-NUMBER.
           IF RETURN-CODE NOT = ZERO
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'OPEN' TO ERRJ-OPERATION
              PERFORM LOG-RETURNS-ERROR
              DISPLAY 'PACRTNL: RETURNS REOPEN FAILED--> '
                  BTRV-STATUS-MESSAGE
              GO TO OPEN-RETURNS-FILE-EXIT.
           SET RETURNS-FILE-OPEN TO TRUE.
       OPEN-RETURNS-FILE-EXIT. EXIT.

       LOAD-ONE-RETURN.
           PERFORM GET-FEED-RECORD THRU GET-FEED-RECORD-EXIT.
           IF FEED-AT-EOF OR RECORD-IS-REJECTED
              GO TO LOAD-ONE-RETURN-EXIT.
           PERFORM VALIDATE-RETURN THRU VALIDATE-RETURN-EXIT.
           IF RECORD-IS-REJECTED
              GO TO LOAD-ONE-RETURN-EXIT.

           MOVE RETURN-RECORD TO FEED-IMAGE.
           MOVE RTN-KEY TO B-RTN-KEY-BUFFER.
           SET RETURN-NOT-ON-FILE TO TRUE.
           CALL WINAPI 'BTRV' USING by value B-GET-EQUAL,
             by reference B-RTN-POSITION,
             RETURN-RECORD, B-RTN-LENGTH, B-RTN-KEY-BUFFER,
             by value B-RTN-KEY-NUMBER.
           IF RETURN-CODE = ZERO
              SET RETURN-ON-FILE TO TRUE
           ELSE IF RETURN-CODE NOT = 4
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'GET-EQ' TO ERRJ-OPERATION
              PERFORM LOG-RETURNS-ERROR
              DISPLAY 'PACRTNL: RETURNS GET FAILED ON '
                  B-RTN-KEY-BUFFER '--> ' BTRV-STATUS-MESSAGE
              SET LOAD-HAS-FAILED TO TRUE
              GO TO LOAD-ONE-RETURN-EXIT.
           MOVE FEED-IMAGE TO RETURN-RECORD.

           IF RETURN-ON-FILE AND RTN-IS-ORIGINAL
              MOVE 'RETURN ALREADY ON FILE' TO REJ-REASON
              PERFORM WRITE-REJECT
              GO TO LOAD-ONE-RETURN-EXIT.
           IF RETURN-NOT-ON-FILE AND RTN-IS-AMENDMENT
              MOVE 'NOTHING TO AMEND' TO REJ-REASON
              PERFORM WRITE-REJECT
              GO TO LOAD-ONE-RETURN-EXIT.

           IF RTN-RECEIVED = 0
              MOVE LOAD-CCYYMMDD TO RTN-RECEIVED.
           MOVE LOAD-CCYYMMDD TO RTN-LOADED.
           IF RETURN-ON-FILE
              PERFORM AMEND-RETURN THRU AMEND-RETURN-EXIT
           ELSE
              PERFORM INSERT-RETURN THRU INSERT-RETURN-EXIT.
       LOAD-ONE-RETURN-EXIT. EXIT.

       INSERT-RETURN.
           CALL WINAPI 'BTRV' USING by value B-INS,
             by reference B-RTN-POSITION,
             RETURN-RECORD, B-RTN-LENGTH, B-RTN-KEY-BUFFER,
             by value B-RTN-KEY-NUMBER.
           IF RETURN-CODE NOT = ZERO
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'INSERT' TO ERRJ-OPERATION
              PERFORM LOG-RETURNS-ERROR
              DISPLAY 'PACRTNL: INSERT FAILED ON '
                  B-RTN-KEY-BUFFER '--> ' BTRV-STATUS-MESSAGE
              SET LOAD-HAS-FAILED TO TRUE
              GO TO INSERT-RETURN-EXIT.
           ADD 1 TO INSERT-COUNT.
       INSERT-RETURN-EXIT. EXIT.

      *      THE GET-EQUAL LEFT THE FILE POSITIONED ON THE RETURN
      *      BEING AMENDED, SO THE UPDATE REPLACES THAT ONE.
       AMEND-RETURN.
           CALL WINAPI 'BTRV' USING by value B-UPDATE,
             by reference B-RTN-POSITION,
             RETURN-RECORD, B-RTN-LENGTH, B-RTN-KEY-BUFFER,
             by value B-RTN-KEY-NUMBER.
           IF RETURN-CODE NOT = ZERO
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'UPDATE' TO ERRJ-OPERATION
              PERFORM LOG-RETURNS-ERROR
              DISPLAY 'PACRTNL: UPDATE FAILED ON '
                  B-RTN-KEY-BUFFER '--> ' BTRV-STATUS-MESSAGE
              SET LOAD-HAS-FAILED TO TRUE
              GO TO AMEND-RETURN-EXIT.
           ADD 1 TO AMEND-COUNT.
       AMEND-RETURN-EXIT. EXIT.

      * 			:---------------------------------------
      * ------------------------: NEXT FEED RETURN, EITHER FORMAT.
      * 			: THE FIRST LINE SETTLES THE FORMAT;
      * 			: DELIMITED CONTROL ROWS (HEADER, COUNT
      * 			: TRAILER, BLANKS) ARE CONSUMED HERE AND
      * 			: NEVER REACH THE CALLER.
      * 			:---------------------------------------
       GET-FEED-RECORD.
           SET RECORD-IS-GOOD TO TRUE.
       GET-FEED-READ.
           READ RTNL-FEED-FILE
               AT END
                  SET FEED-AT-EOF TO TRUE
                  PERFORM CHECK-DECLARED-COUNT THRU
                      CHECK-DECLARED-COUNT-EXIT
                  GO TO GET-FEED-RECORD-EXIT.

           IF FEED-FORMAT-UNKNOWN
              IF RTNL-FEED-RECORD (1:7) = 'SERIAL,'
                 SET FEED-FORMAT-DELIMITED TO TRUE
                 DISPLAY 'PACRTNL: DELIMITED FEED FORMAT DETECTED'
                 PERFORM CHECK-HEADER-COLUMNS THRU
                     CHECK-HEADER-COLUMNS-EXIT
                 IF HEADER-IS-BAD
                    DISPLAY 'PACRTNL: HEADER COLUMN SET DOES NOT'
                        ' MATCH THE AGREED LAYOUT -- RUN REFUSED'
                    SET LOAD-HAS-FAILED TO TRUE
                    SET FEED-AT-EOF TO TRUE
                    GO TO GET-FEED-RECORD-EXIT
                 END-IF
                 GO TO GET-FEED-READ
              ELSE
                 SET FEED-FORMAT-FIXED TO TRUE.

           IF FEED-FORMAT-DELIMITED
              PERFORM GET-DELIMITED-ROW THRU GET-DELIMITED-ROW-EXIT
              IF ROW-IS-CONTROL
                 GO TO GET-FEED-READ
              END-IF
           ELSE
              ADD 1 TO FEED-COUNT
              MOVE RTNL-FEED-RECORD TO RETURN-RECORD.
       GET-FEED-RECORD-EXIT. EXIT.

       CHECK-HEADER-COLUMNS.
           SET HEADER-IS-GOOD TO TRUE.
           MOVE SPACES TO HEADER-COLUMNS.
           UNSTRING RTNL-FEED-RECORD DELIMITED BY ','
               INTO HEADER-COLUMN (1), HEADER-COLUMN (2),
                    HEADER-COLUMN (3), HEADER-COLUMN (4),
                    HEADER-COLUMN (5), HEADER-COLUMN (6).
           PERFORM CHECK-ONE-COLUMN
               VARYING COLUMN-IDX FROM 1 BY 1
               UNTIL COLUMN-IDX > 5.
           IF HEADER-COLUMN (6) NOT = SPACES
              AND HEADER-COLUMN (6) NOT = 'TYPE'
              DISPLAY 'PACRTNL: COLUMN 6 IS "' HEADER-COLUMN (6)
                  '" -- EXPECTED "TYPE" OR NOTHING'
              SET HEADER-IS-BAD TO TRUE.
       CHECK-HEADER-COLUMNS-EXIT. EXIT.

       CHECK-ONE-COLUMN.
           IF HEADER-COLUMN (COLUMN-IDX)
              NOT = EXPECTED-COLUMN (COLUMN-IDX)
              DISPLAY 'PACRTNL: COLUMN ' COLUMN-IDX ' IS "'
                  HEADER-COLUMN (COLUMN-IDX) '" -- EXPECTED "'
                  EXPECTED-COLUMN (COLUMN-IDX) '"'
              SET HEADER-IS-BAD TO TRUE.

      *      ONE DELIMITED DATA ROW INTO RETURN-RECORD.  A ROW WHOSE
      *      NUMERIC COLUMNS DO NOT PARSE GOES STRAIGHT TO THE
      *      REJECT FILE AS THE RAW LINE.  A BLANK RECEIVED DATE IS
      *      LEFT ZERO FOR THE LOAD DATE TO FILL.
       GET-DELIMITED-ROW.
           SET ROW-NOT-CONTROL TO TRUE.
           IF RTNL-FEED-RECORD = SPACES
              SET ROW-IS-CONTROL TO TRUE
              GO TO GET-DELIMITED-ROW-EXIT.
           IF RTNL-FEED-RECORD (1:6) = 'COUNT,'
              SET ROW-IS-CONTROL TO TRUE
              MOVE SPACES TO DECLARED-COUNT-X
              UNSTRING RTNL-FEED-RECORD DELIMITED BY ','
                  INTO WORK-TOKEN, DECLARED-COUNT-X
              IF DECLARED-COUNT-X NUMERIC
                 MOVE DECLARED-COUNT-X TO DECLARED-COUNT
                 SET COUNT-WAS-DECLARED TO TRUE
              END-IF
              GO TO GET-DELIMITED-ROW-EXIT.

           ADD 1 TO FEED-COUNT.
           MOVE SPACES TO FEED-ROW-FIELDS.
           UNSTRING RTNL-FEED-RECORD DELIMITED BY ','
               INTO ROW-SERIAL, ROW-SEQ, ROW-PERIOD, ROW-QTY,
                    ROW-RECEIVED, ROW-TYPE.
           IF ROW-RECEIVED = SPACES
              MOVE ZEROS TO ROW-RECEIVED.

           IF ROW-SEQ NOT NUMERIC
              OR ROW-PERIOD NOT NUMERIC
              OR ROW-QTY NOT NUMERIC
              OR ROW-RECEIVED NOT NUMERIC
              MOVE 'BAD DELIMITED FIELD' TO REJ-REASON
              PERFORM WRITE-RAW-REJECT
              GO TO GET-DELIMITED-ROW-EXIT.

           MOVE SPACES       TO RETURN-RECORD.
           MOVE ROW-SERIAL   TO RTN-SERIAL.
           MOVE ROW-SEQ      TO RTN-SEQ.
           MOVE ROW-PERIOD   TO RTN-PERIOD.
           MOVE ROW-QTY      TO RTN-QTY.
           MOVE ROW-RECEIVED TO RTN-RECEIVED.
           MOVE ROW-TYPE     TO RTN-TYPE.
       GET-DELIMITED-ROW-EXIT. EXIT.

       WRITE-RAW-REJECT.
           SET RECORD-IS-REJECTED TO TRUE.
           ADD 1 TO REJECT-COUNT.
           MOVE RTNL-FEED-RECORD TO REJ-RECORD-IMAGE.
           WRITE RTNL-REJ-RECORD.

       CHECK-DECLARED-COUNT.
           IF NOT FEED-FORMAT-DELIMITED
              GO TO CHECK-DECLARED-COUNT-EXIT.
           IF COUNT-NOT-DECLARED
              DISPLAY 'PACRTNL: DELIMITED FEED HAS NO COUNT'
                  ' TRAILER -- RUN FAILED'
              SET LOAD-HAS-FAILED TO TRUE
              GO TO CHECK-DECLARED-COUNT-EXIT.
           IF DECLARED-COUNT NOT = FEED-COUNT
              DISPLAY 'PACRTNL: FEED DECLARED ' DECLARED-COUNT
                  ' ROW(S) BUT ' FEED-COUNT ' WERE READ -- RUN'
                  ' FAILED'
              SET LOAD-HAS-FAILED TO TRUE.
       CHECK-DECLARED-COUNT-EXIT. EXIT.

      *      FIELD EDITS, FIRST FAILURE REJECTS, ONE REASON PER
      *      REJECT LINE -- THE SAME RULE PACLOAD FOLLOWS.  THE
      *      REGISTRATION IS FETCHED ONLY ONCE THE RETURN'S OWN
      *      FIELDS HAVE PASSED.
       VALIDATE-RETURN.
           SET RECORD-IS-GOOD TO TRUE.

           IF RTN-SERIAL = SPACES
              MOVE 'SERIAL BLANK' TO REJ-REASON
              PERFORM WRITE-REJECT
              GO TO VALIDATE-RETURN-EXIT.

           IF RTN-SEQ NOT NUMERIC
              MOVE 'SEQ NOT NUMERIC' TO REJ-REASON
              PERFORM WRITE-REJECT
              GO TO VALIDATE-RETURN-EXIT.

           IF RTN-PERIOD NOT NUMERIC
              MOVE 'BAD PERIOD' TO REJ-REASON
              PERFORM WRITE-REJECT
              GO TO VALIDATE-RETURN-EXIT.

           IF RTN-QTY NOT NUMERIC
              MOVE 'QTY NOT NUMERIC' TO REJ-REASON
              PERFORM WRITE-REJECT
              GO TO VALIDATE-RETURN-EXIT.

           IF RTN-RECEIVED = SPACES
              MOVE 0 TO RTN-RECEIVED.
           IF RTN-RECEIVED NOT NUMERIC
              MOVE 'BAD RECEIVED DATE' TO REJ-REASON
              PERFORM WRITE-REJECT
              GO TO VALIDATE-RETURN-EXIT.

           IF NOT RTN-IS-ORIGINAL AND NOT RTN-IS-AMENDMENT
              MOVE 'BAD RETURN TYPE' TO REJ-REASON
              PERFORM WRITE-REJECT
              GO TO VALIDATE-RETURN-EXIT.

           MOVE RTN-SERIAL TO B-PAC-KEY-SERIAL.
           MOVE RTN-SEQ    TO B-PAC-KEY-SEQ.
           CALL WINAPI 'BTRV' USING by value B-GET-EQUAL,
             by reference B-PAC-POSITION,
             PAC-RECORD, B-PAC-LENGTH, B-PAC-KEY-BUFFER,
             by value B-PAC-KEY-NUMBER.
           IF RETURN-CODE = 4
              MOVE 'NO SUCH REGISTRATION' TO REJ-REASON
              PERFORM WRITE-REJECT
              GO TO VALIDATE-RETURN-EXIT.
           IF RETURN-CODE NOT = ZERO
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'GET-EQ' TO ERRJ-OPERATION
              PERFORM LOG-ERROR-JOURNAL
              DISPLAY 'PACRTNL: PAC GET FAILED ON '
                  B-PAC-KEY-BUFFER '--> ' BTRV-STATUS-MESSAGE
              SET LOAD-HAS-FAILED TO TRUE
              SET RECORD-IS-REJECTED TO TRUE
              GO TO VALIDATE-RETURN-EXIT.
           IF PAC-REC-VOIDED
              MOVE 'REGISTRATION VOIDED' TO REJ-REASON
              PERFORM WRITE-REJECT
              GO TO VALIDATE-RETURN-EXIT.

           MOVE RTN-PERIOD   TO PERQ-PERIOD.
           MOVE PAC-EFF-DATE TO PERQ-EFF-DATE.
           MOVE PAC-EXP-DATE TO PERQ-EXP-DATE.
           CALL 'PACRTNQ' USING PERQ-PARM.
           IF PERQ-NO-PERIOD
              MOVE 'BAD PERIOD' TO REJ-REASON
              PERFORM WRITE-REJECT
              GO TO VALIDATE-RETURN-EXIT.
           IF PERQ-TERM-MISSES
              MOVE 'PERIOD OUTSIDE TERM' TO REJ-REASON
              PERFORM WRITE-REJECT.
       VALIDATE-RETURN-EXIT. EXIT.

       WRITE-REJECT.
           SET RECORD-IS-REJECTED TO TRUE.
           ADD 1 TO REJECT-COUNT.
           MOVE RETURN-RECORD TO REJ-RECORD-IMAGE.
           WRITE RTNL-REJ-RECORD.

      *      ACCEPTED + REJECTED MUST COVER EVERY RETURN THE OFFICE
      *      SAYS WAS KEYED.
       BALANCE-TO-CONTROL.
           SET CONTROL-TOTAL-MISSING TO TRUE.
           OPEN INPUT RTNL-CTL-FILE.
           IF CTL-FILE-STATUS = '35'
              DISPLAY 'PACRTNL: NO CONTROL TOTAL FILE ' WS-CTL-NAME
                  ' -- UNABLE TO BALANCE'
              SET LOAD-HAS-FAILED TO TRUE
              GO TO BALANCE-TO-CONTROL-EXIT.
           READ RTNL-CTL-FILE
               AT END
                  SET CONTROL-TOTAL-MISSING TO TRUE
               NOT AT END
                  MOVE CTL-COUNT TO CONTROL-TOTAL
                  SET CONTROL-TOTAL-FOUND TO TRUE.
           CLOSE RTNL-CTL-FILE.

           IF CONTROL-TOTAL-MISSING
              DISPLAY 'PACRTNL: CONTROL TOTAL FILE ' WS-CTL-NAME
                  ' IS EMPTY -- UNABLE TO BALANCE'
              SET LOAD-HAS-FAILED TO TRUE
              GO TO BALANCE-TO-CONTROL-EXIT.

           COMPUTE BALANCE-COUNT = ACCEPT-COUNT + REJECT-COUNT.
           IF BALANCE-COUNT NOT = CONTROL-TOTAL
              DISPLAY 'PACRTNL: OUT-OF-BALANCE -- ' BALANCE-COUNT
                  ' ACCEPTED+REJECTED, ' CONTROL-TOTAL
                  ' CONTROL TOTAL'
              SET LOAD-HAS-FAILED TO TRUE.
       BALANCE-TO-CONTROL-EXIT. EXIT.

       SUM-FEED-CHECKSUM.
           MOVE 0 TO CHECK-ACCUM.
           SET FEED-NOT-AT-EOF TO TRUE.
           OPEN INPUT RTNL-FEED-FILE.
           IF FEED-FILE-STATUS NOT = '00'
              DISPLAY 'PACRTNL: FEED FILE ' WS-FEED-NAME
                  ' COULD NOT BE OPENED -- STATUS ' FEED-FILE-STATUS
              SET LOAD-HAS-FAILED TO TRUE
              GO TO SUM-FEED-CHECKSUM-EXIT.
           PERFORM SUM-ONE-FEED-LINE THRU SUM-ONE-FEED-LINE-EXIT
               UNTIL FEED-AT-EOF.
           CLOSE RTNL-FEED-FILE.
           MOVE CHECK-ACCUM TO FEED-CHECKSUM.
       SUM-FEED-CHECKSUM-EXIT. EXIT.

       SUM-ONE-FEED-LINE.
           READ RTNL-FEED-FILE
               AT END
                  SET FEED-AT-EOF TO TRUE
                  GO TO SUM-ONE-FEED-LINE-EXIT.
           MOVE RTNL-FEED-RECORD TO CHECKSUM-LINE.
           PERFORM ADD-LINE-CHECKSUM.
       SUM-ONE-FEED-LINE-EXIT. EXIT.

       ADD-LINE-CHECKSUM.
           MOVE 0 TO TRIM-LENGTH.
           PERFORM FIND-TRIM-LENGTH
               VARYING CHECK-IDX FROM 60 BY -1
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

       CHECK-FEED-REGISTER.
           SET FEED-NOT-YET-APPLIED TO TRUE.
           SET REG-NOT-AT-EOF TO TRUE.
           OPEN INPUT RTNL-REG-FILE.
           IF REG-FILE-STATUS NOT = '00'
              GO TO CHECK-FEED-REGISTER-EXIT.
           PERFORM CHECK-ONE-REG-LINE THRU CHECK-ONE-REG-LINE-EXIT
               UNTIL REG-AT-EOF.
           CLOSE RTNL-REG-FILE.
       CHECK-FEED-REGISTER-EXIT. EXIT.

       CHECK-ONE-REG-LINE.
           READ RTNL-REG-FILE
               AT END
                  SET REG-AT-EOF TO TRUE
                  GO TO CHECK-ONE-REG-LINE-EXIT.
           IF REG-CHECKSUM = FEED-CHECKSUM
              SET FEED-ALREADY-APPLIED TO TRUE
              MOVE REG-FEED-NAME TO SEEN-FEED-NAME.
       CHECK-ONE-REG-LINE-EXIT. EXIT.

       REGISTER-FEED.
           OPEN EXTEND RTNL-REG-FILE.
           IF REG-FILE-STATUS = '05' OR '35'
              OPEN OUTPUT RTNL-REG-FILE.
           MOVE SPACES TO RTNL-REG-RECORD.
           MOVE WS-FEED-NAME  TO REG-FEED-NAME.
           MOVE FEED-CHECKSUM TO REG-CHECKSUM.
           MOVE LOAD-YYMMDD   TO REG-DATE.
           WRITE RTNL-REG-RECORD.
           CLOSE RTNL-REG-FILE.
           DISPLAY 'PACRTNL: FEED REGISTERED IN ' WS-REG-NAME.

       LOG-ERROR-JOURNAL.
           MOVE B-PAC-KEY-BUFFER TO ERRJ-KEY.
           MOVE BTRV-STATUS-CODE TO ERRJ-STATUS-CODE.
           MOVE BTRV-STATUS-MESSAGE TO ERRJ-MESSAGE.
           CALL 'PACERRJ' USING ERRJ-PARM.

       LOG-RETURNS-ERROR.
           MOVE B-RTN-KEY-BUFFER TO ERRJ-KEY.
           MOVE BTRV-STATUS-CODE TO ERRJ-STATUS-CODE.
           MOVE BTRV-STATUS-MESSAGE TO ERRJ-MESSAGE.
           CALL 'PACERRJ' USING ERRJ-PARM.
