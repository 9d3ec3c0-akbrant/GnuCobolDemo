       ID DIVISION.
       PROGRAM-ID.  PACINSS.
       AUTHOR.  Oliphant .
       DATE-WRITTEN. OCTOBER 15, 2026.
       DATE-COMPILED.
       REMARKS.  RISK-BASED INSPECTION SAMPLING.  PICKS THE
           REGISTRATIONS THE INSPECTORS SHOULD VISIT IN A PLAN
           MONTH (NEXT MONTH UNLESS ONE IS GIVEN), A FIXED NUMBER
           PER AREA, HIGHEST RISK FIRST.  EVERY ACTIVE REGISTRATION
           ON pacCCYY.btr WHOSE TERM REACHES INTO THE PLAN MONTH IS
           SCORED ON WHAT THE SYSTEM ALREADY KNOWS ABOUT IT --
             - ITS EXCEPTION LINES ON PACEDIT'S pacCCYY.edt,
             - ITS RETURN PERIODS OVERDUE TODAY (PACRTNQ'S PERIODS
               WITH NO RETURN ON retCCYY.btr, AS PACRTNO LISTS THEM),
             - ITS OPERATOR NOTES ON ntsCCYY.dat,
             - THE MONTHS SINCE ITS LAST VISIT ON insCCYY.btr OR,
               FAILING THAT, THE PRIOR YEAR'S INSPECTION FILE (NO
               VISIT ON EITHER COUNTS AS THE CONFIGURED MAXIMUM) --
           EACH TIMES ITS WEIGHT FROM pacinsp.cfg.  A REGISTRATION
           SCORING NOTHING IS NEVER PICKED; TIES GO TO THE LOWER
           SERIAL+SEQ.  THE PICKS GO TO THE MONTH'S PLAN FILE
           plnCCYYMM.dat (LAYOUT PACPLN.COB, PRIOR COPY ROTATED BY
           PACGDG) IN AREA THEN RANK ORDER, WITH THE FACTORS BEHIND
           EACH SCORE.  PACINSP MARKS A VISIT TO A PICKED
           REGISTRATION AS PLANNED, AND PACINSR REPORTS THE MONTH'S
           VISITS AGAINST THE PLAN.  A MISSING EXCEPTION, NOTES,
           RETURNS OR INSPECTION FILE SIMPLY CONTRIBUTES NOTHING.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. COMPAQ-DESKPRO-286.
       OBJECT-COMPUTER. ANY-COMPAQ-COMPATABLE.
       SPECIAL-NAMES.
           CALL-CONVENTION 64 IS WINAPI.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSS-PLN-FILE ASSIGN TO WS-PLN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLN-FILE-STATUS.
           SELECT INSS-EDT-FILE ASSIGN TO WS-EDT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EDT-FILE-STATUS.
           SELECT INSS-NTS-FILE ASSIGN TO WS-NTS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NTS-FILE-STATUS.
           SELECT INSS-CFG-FILE ASSIGN TO WS-CFG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CFG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INSS-PLN-FILE.
       01  INSS-PLN-RECORD.
           COPY 'PACPLN.COB'.
      *      PACEDIT'S EXCEPTION REPORT, IN SERIAL+SEQ ORDER -- READ
      *      ALONGSIDE THE YEAR FILE, NOT LOADED.
       FD  INSS-EDT-FILE.
       01  INSS-EDT-RECORD             PIC X(80).
       FD  INSS-NTS-FILE.
       01  INSS-NTS-RECORD.
           05  NTS-SERIAL          PIC X(05).
           05  NTS-SEQ             PIC 9(03).
           05  FILLER              PIC X(72).
      *      PICKS PER AREA (1-20), THEN THE WEIGHT OF ONE EXCEPTION
      *      LINE, ONE OVERDUE RETURN, ONE NOTE AND ONE MONTH SINCE
      *      THE LAST VISIT, THEN THE MONTHS A NEVER-VISITED
      *      REGISTRATION COUNTS AS (AND THE MOST ANY ONE DOES).
       FD  INSS-CFG-FILE.
       01  INSS-CFG-RECORD.
           05  CFG-PICKS               PIC 9(02).
           05  FILLER                  PIC X(01).
           05  CFG-W-EXCEPTION         PIC 9(02).
           05  FILLER                  PIC X(01).
           05  CFG-W-OVERDUE           PIC 9(02).
           05  FILLER                  PIC X(01).
           05  CFG-W-NOTE              PIC 9(02).
           05  FILLER                  PIC X(01).
           05  CFG-W-MONTH             PIC 9(02).
           05  FILLER                  PIC X(01).
           05  CFG-NEVER-MONTHS        PIC 9(02).
*      WORKING-STORAGE SECTION.
       01  B-OPEN         PIC 9(4) BINARY VALUE 0.
       01  B-CLOSE        PIC 9(4) BINARY VALUE 1.
       01  B-GET-EQUAL    PIC 9(4) BINARY VALUE 5.
       01  B-GET-NEXT     PIC 9(4) BINARY VALUE 6.
       01  B-GET-GREATER  PIC 9(4) BINARY VALUE 9.
       01  PAC-RECORD.
           COPY 'PAC.COB'.
       01  RETURN-RECORD.
           COPY 'PACRTN.COB'.
       01  INSPECTION-RECORD.
           COPY 'PACINS.COB'.
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

      *      THIS YEAR'S AND LAST YEAR'S INSPECTION FILES -- THE
      *      CARRY-FORWARD KEEPS A REGISTRATION'S SERIAL+SEQ, SO A
      *      VISIT LAST YEAR STILL COUNTS.
       01  B-INS-FILE-STUFF.
           05  B-INS-POSITION          PIC X(128).
           05  B-INS-LENGTH            PIC 9(4)    BINARY  VALUE 80.
           05  B-INS-NAME              PIC X(32).
           05  B-INS-KEY-NUMBER        PIC S9(4)   BINARY.
           05  B-INS-KEY-BUFFER.
               10  B-INS-KEY-SERIAL    PIC X(05).
               10  B-INS-KEY-SEQ       PIC 9(03).
               10  B-INS-KEY-DATE      PIC 9(08).
               10  B-INS-KEY-VISIT-NO  PIC 9(02).
       01  B-PIN-FILE-STUFF.
           05  B-PIN-POSITION          PIC X(128).
           05  B-PIN-LENGTH            PIC 9(4)    BINARY  VALUE 80.
           05  B-PIN-NAME              PIC X(32).
           05  B-PIN-KEY-NUMBER        PIC S9(4)   BINARY.
           05  B-PIN-KEY-BUFFER.
               10  B-PIN-KEY-SERIAL    PIC X(05).
               10  B-PIN-KEY-SEQ       PIC 9(03).
               10  B-PIN-KEY-DATE      PIC 9(08).
               10  B-PIN-KEY-VISIT-NO  PIC 9(02).

       01  BTRV-STATUS-CODE     PIC S9(4) BINARY VALUE 0.
       01  BTRV-STATUS-MESSAGE  PIC X(40) VALUE SPACES.

      *      CENTRAL ERROR JOURNAL HOOK -- ONE PACERRJ ROW PER
      *      NONZERO BTRV STATUS (PACERRJ HAS NO SEPARATE COPYBOOK
      *      FOR ITS PARAMETER).
       01  ERRJ-PARM.
           05  ERRJ-PROGRAM       PIC X(08) VALUE 'PACINSS'.
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

      *      REPORT GENERATIONS -- SEE PACGDG.
       01  GDG-PARM.
           05  GDG-FILE-NAME        PIC X(32).

       01  TARGET-CCYY-DISPLAY  PIC 9(4) VALUE 0.
       01  PRIOR-CCYY-DISPLAY   PIC 9(4) VALUE 0.
       01  WS-PLN-NAME           PIC X(32).
       01  PLN-FILE-STATUS       PIC X(2).
       01  WS-EDT-NAME           PIC X(32).
       01  EDT-FILE-STATUS       PIC X(2).
       01  WS-NTS-NAME           PIC X(32).
       01  NTS-FILE-STATUS       PIC X(2).
       01  WS-CFG-NAME           PIC X(32) VALUE 'pacinsp.cfg'.
       01  CFG-FILE-STATUS       PIC X(2).

      *      WEIGHTS -- pacinsp.cfg, OR THESE WHEN IT IS MISSING.
       01  PICKS-PER-AREA        PIC 9(02) VALUE 5.
       01  WEIGHT-EXCEPTION      PIC 9(02) VALUE 10.
       01  WEIGHT-OVERDUE        PIC 9(02) VALUE 10.
       01  WEIGHT-NOTE           PIC 9(02) VALUE 5.
       01  WEIGHT-MONTH          PIC 9(02) VALUE 2.
       01  NEVER-MONTHS          PIC 9(02) VALUE 24.

       01  RUN-YYMMDD            PIC 9(06) VALUE 0.
       01  RUN-CCYYMMDD          PIC 9(08) VALUE 0.
       01  PLAN-MONTH            PIC 9(06) VALUE 0.
       01  PLAN-MONTH-PARTS REDEFINES PLAN-MONTH.
           05  PLAN-YEAR         PIC 9(04).
           05  PLAN-MM           PIC 9(02).
       01  PLAN-START            PIC 9(08) VALUE 0.
       01  PLAN-END              PIC 9(08) VALUE 0.
       01  LAST-VISIT            PIC 9(08) VALUE 0.
       01  LAST-VISIT-PARTS REDEFINES LAST-VISIT.
           05  LAST-YEAR         PIC 9(04).
           05  LAST-MM           PIC 9(02).
           05  LAST-DD           PIC 9(02).
       01  MONTH-LENGTH          PIC 9(02) VALUE 0.
       01  YEAR-WORK             PIC 9(04) VALUE 0.
       01  MONTH-DAY-VALUES.
           05  FILLER            PIC X(24) VALUE
               '312831303130313130313031'.
       01  MONTH-DAY-TABLE REDEFINES MONTH-DAY-VALUES.
           05  MONTH-DAYS        PIC 9(02) OCCURS 12 TIMES.

      *      ONE CANDIDATE'S FACTORS AND SCORE.
       01  CAND-EXCEPTIONS       PIC 9(03) VALUE 0.
       01  CAND-OVERDUE          PIC 9(02) VALUE 0.
       01  CAND-NOTES            PIC 9(03) VALUE 0.
       01  CAND-MONTHS           PIC 9(03) VALUE 0.
       01  CAND-SCORE            PIC 9(05) VALUE 0.
       01  SCORE-WORK            PIC 9(07) VALUE 0.
       01  PERIOD-COUNT          PIC 9(02) VALUE 0.
       01  PERIOD-SCAN           PIC 9(02) VALUE 0.

      *      EXCEPTION-REPORT READ-AHEAD -- THE KEY OF THE NEXT
      *      DETAIL LINE, HIGH-VALUES ONCE THE REPORT IS USED UP.
       01  EDT-KEY.
           05  EDT-KEY-SERIAL    PIC X(05).
           05  EDT-KEY-SEQ       PIC X(03).
       01  EDT-LINE-SW           PIC X VALUE 'N'.
           88  EDT-LINE-IS-DETAIL       VALUE 'Y'.
           88  EDT-LINE-NOT-DETAIL      VALUE 'N'.

      *      NOTES PER REGISTRATION, COUNTED ONCE AT START -- MOST
      *      REGISTRATIONS HAVE NONE, SO THE TABLE STAYS SMALL.
       01  NOTE-KEYS             PIC 9(03) VALUE 0.
       01  NOTE-SCAN             PIC 9(03) VALUE 0.
       01  NOTE-TABLE.
           05  NOTE-ENTRY OCCURS 300 TIMES.
               10  NT-SERIAL         PIC X(05).
               10  NT-SEQ            PIC 9(03).
               10  NT-COUNT          PIC 9(03).
       01  NOTES-OVERFLOW-SW     PIC X VALUE 'N'.
           88  NOTES-OVERFLOWED         VALUE 'Y'.
           88  NOTES-ALL-COUNTED        VALUE 'N'.

      *      PICKS BY AREA, AREAS IN CODE ORDER, EACH AREA'S PICKS
      *      IN SCORE ORDER -- THE SAME SHIFT-DOWN INSERT PACRTNR
      *      KEEPS ITS SPEC/AREA CELLS WITH.
       01  AREA-COUNT            PIC 9(02) VALUE 0.
       01  AREA-IDX              PIC 9(02) VALUE 0.
       01  AREA-SHIFT            PIC S9(03) VALUE 0.
       01  PICK-SLOT             PIC 9(02) VALUE 0.
       01  PICK-SHIFT            PIC S9(03) VALUE 0.
       01  PICK-TOP              PIC S9(03) VALUE 0.
       01  PICK-SCAN             PIC 9(02) VALUE 0.
       01  AREA-TABLE.
           05  AREA-ENTRY OCCURS 21 TIMES.
               10  AR-CODE           PIC X(01).
               10  AR-CANDIDATES     PIC 9(06).
               10  AR-PICKED         PIC 9(02).
               10  AR-PICK OCCURS 20 TIMES.
                   15  PK-SERIAL     PIC X(05).
                   15  PK-SEQ        PIC 9(03).
                   15  PK-SCORE      PIC 9(05).
                   15  PK-EXCEPTIONS PIC 9(03).
                   15  PK-OVERDUE    PIC 9(02).
                   15  PK-NOTES      PIC 9(03).
                   15  PK-LAST-VISIT PIC 9(08).
       01  AREAS-OVERFLOW-SW     PIC X VALUE 'N'.
           88  AREAS-OVERFLOWED         VALUE 'Y'.
           88  AREAS-ALL-HELD           VALUE 'N'.

       01  JOB-FAILED-SW         PIC X VALUE 'N'.
           88  JOB-HAS-FAILED           VALUE 'Y'.
           88  JOB-IS-CLEAN             VALUE 'N'.
       01  RTN-OPEN-SW           PIC X VALUE 'N'.
           88  RETURNS-FILE-OPEN        VALUE 'Y'.
           88  RETURNS-FILE-CLOSED      VALUE 'N'.
       01  INS-OPEN-SW           PIC X VALUE 'N'.
           88  INSPECTIONS-FILE-OPEN    VALUE 'Y'.
           88  INSPECTIONS-FILE-CLOSED  VALUE 'N'.
       01  PIN-OPEN-SW           PIC X VALUE 'N'.
           88  PRIOR-INSPECTIONS-OPEN   VALUE 'Y'.
           88  PRIOR-INSPECTIONS-CLOSED VALUE 'N'.
       01  EDT-OPEN-SW           PIC X VALUE 'N'.
           88  EXCEPTIONS-FILE-OPEN     VALUE 'Y'.
           88  EXCEPTIONS-FILE-CLOSED   VALUE 'N'.
       01  CNT                   PIC 9(8) VALUE 0.
       01  CANDIDATE-COUNT       PIC 9(8) VALUE 0.
       01  PICKED-COUNT          PIC 9(8) VALUE 0.

      *      RUN-HISTORY HOOK -- SEE PACHIST.
       01  HIST-PARM.
           05  HIST-PROGRAM       PIC X(08) VALUE 'PACINSS'.
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
       01  INSS-PARM.
           05  INSS-CCYY           PIC 9(04).
      *      CCYYMM -- ZERO = NEXT MONTH.  MUST FALL IN INSS-CCYY.
           05  INSS-PLAN-MONTH     PIC 9(06).

      *      REGION CODE -- SPACES = THE HISTORIC SINGLE-REGION
      *      FILE SET (pacCCYY.btr); OTHERWISE QUALIFIES EVERY
      *      PER-YEAR FILE NAME THE RUN TOUCHES.
           05  INSS-REGION         PIC X(02).
       PROCEDURE DIVISION USING INSS-PARM.
       A000-BEGIN.
           CALL 'DOS_GET_TIME' USING HIST-START-STAMP.
           MOVE INSS-CCYY TO TARGET-CCYY-DISPLAY.
           COMPUTE PRIOR-CCYY-DISPLAY = INSS-CCYY - 1.
           ACCEPT RUN-YYMMDD FROM DATE.
           COMPUTE RUN-CCYYMMDD = 20000000 + RUN-YYMMDD.
           IF INSS-PLAN-MONTH NUMERIC AND INSS-PLAN-MONTH > 0
              MOVE INSS-PLAN-MONTH TO PLAN-MONTH
           ELSE
              MOVE RUN-CCYYMMDD (1:6) TO PLAN-MONTH
              IF PLAN-MM < 12
                 ADD 1 TO PLAN-MM
              ELSE
                 ADD 1 TO PLAN-YEAR
                 MOVE 1 TO PLAN-MM.
           IF PLAN-MM < 1 OR PLAN-MM > 12
              OR PLAN-YEAR NOT = INSS-CCYY
              DISPLAY 'PACINSS: PLAN MONTH ' PLAN-MONTH
                  ' IS NOT A MONTH OF ' TARGET-CCYY-DISPLAY
                  ' -- RUN REFUSED'
              SET JOB-HAS-FAILED TO TRUE
              GO TO DONE.
           MOVE PLAN-YEAR TO YEAR-WORK.
           PERFORM FIND-MONTH-LENGTH THRU FIND-MONTH-LENGTH-EXIT.
           COMPUTE PLAN-START = PLAN-MONTH * 100 + 1.
           COMPUTE PLAN-END   = PLAN-MONTH * 100 + MONTH-LENGTH.

           PERFORM LOAD-CONFIG THRU LOAD-CONFIG-EXIT.
           MOVE INSS-CCYY TO PERQ-CCYY.
           MOVE 1 TO PERQ-PERIOD.
           MOVE 0 TO PERQ-EFF-DATE.
           MOVE 0 TO PERQ-EXP-DATE.
           CALL 'PACRTNQ' USING PERQ-PARM.
           MOVE PERQ-PERIOD-COUNT TO PERIOD-COUNT.
           PERFORM LOAD-NOTES THRU LOAD-NOTES-EXIT.

           MOVE SPACES TO B-PAC-NAME.
           STRING 'pac' DELIMITED BY SIZE
                  INSS-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.btr' DELIMITED BY SIZE
                  INTO B-PAC-NAME.
           MOVE SPACES TO B-RTN-NAME.
           STRING 'ret' DELIMITED BY SIZE
                  INSS-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.btr' DELIMITED BY SIZE
                  INTO B-RTN-NAME.
           MOVE SPACES TO B-INS-NAME.
           STRING 'ins' DELIMITED BY SIZE
                  INSS-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.btr' DELIMITED BY SIZE
                  INTO B-INS-NAME.
           MOVE SPACES TO B-PIN-NAME.
           STRING 'ins' DELIMITED BY SIZE
                  INSS-REGION DELIMITED BY SPACE
                  PRIOR-CCYY-DISPLAY DELIMITED BY SIZE
                  '.btr' DELIMITED BY SIZE
                  INTO B-PIN-NAME.
           MOVE SPACES TO WS-EDT-NAME.
           STRING 'pac' DELIMITED BY SIZE
                  INSS-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.edt' DELIMITED BY SIZE
                  INTO WS-EDT-NAME.
           MOVE SPACES TO WS-PLN-NAME.
           STRING 'pln' DELIMITED BY SIZE
                  INSS-REGION DELIMITED BY SPACE
                  PLAN-MONTH DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
                  INTO WS-PLN-NAME.

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
              DISPLAY 'PACINSS: PAC OPEN FAILED--> '
                  BTRV-STATUS-MESSAGE
              SET JOB-HAS-FAILED TO TRUE
              GO TO DONE.

           MOVE -2 TO B-RTN-KEY-NUMBER.
           CALL WINAPI 'BTRV' USING by value B-OPEN,
             by reference B-RTN-POSITION,
             OWNER-NAME, OWNER-LENGTH, B-RTN-NAME,
             by value B-RTN-KEY-NUMBER.
           IF RETURN-CODE = ZERO
              SET RETURNS-FILE-OPEN TO TRUE
           ELSE IF RETURN-CODE NOT = 12
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'OPEN' TO ERRJ-OPERATION
              PERFORM LOG-RETURNS-ERROR
              DISPLAY 'PACINSS: RETURNS OPEN FAILED--> '
                  BTRV-STATUS-MESSAGE
              SET JOB-HAS-FAILED TO TRUE
              GO TO CLOSE-FILES.

           MOVE -2 TO B-INS-KEY-NUMBER.
           CALL WINAPI 'BTRV' USING by value B-OPEN,
             by reference B-INS-POSITION,
             OWNER-NAME, OWNER-LENGTH, B-INS-NAME,
             by value B-INS-KEY-NUMBER.
           IF RETURN-CODE = ZERO
              SET INSPECTIONS-FILE-OPEN TO TRUE
           ELSE IF RETURN-CODE NOT = 12
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'OPEN' TO ERRJ-OPERATION
              PERFORM LOG-INSPECTIONS-ERROR
              DISPLAY 'PACINSS: INSPECTIONS OPEN FAILED--> '
                  BTRV-STATUS-MESSAGE
              SET JOB-HAS-FAILED TO TRUE
              GO TO CLOSE-FILES.

           MOVE -2 TO B-PIN-KEY-NUMBER.
           CALL WINAPI 'BTRV' USING by value B-OPEN,
             by reference B-PIN-POSITION,
             OWNER-NAME, OWNER-LENGTH, B-PIN-NAME,
             by value B-PIN-KEY-NUMBER.
           IF RETURN-CODE = ZERO
              SET PRIOR-INSPECTIONS-OPEN TO TRUE
           ELSE IF RETURN-CODE NOT = 12
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'OPEN' TO ERRJ-OPERATION
              PERFORM LOG-INSPECTIONS-ERROR
              DISPLAY 'PACINSS: PRIOR INSPECTIONS OPEN FAILED--> '
                  BTRV-STATUS-MESSAGE
              SET JOB-HAS-FAILED TO TRUE
              GO TO CLOSE-FILES.

           MOVE HIGH-VALUES TO EDT-KEY.
           OPEN INPUT INSS-EDT-FILE.
           IF EDT-FILE-STATUS = '00'
              SET EXCEPTIONS-FILE-OPEN TO TRUE
              PERFORM READ-EDT-LINE THRU READ-EDT-LINE-EXIT
           ELSE
              DISPLAY 'PACINSS: NO ' WS-EDT-NAME ' -- EXCEPTIONS'
                  ' NOT SCORED (RUN PACEDIT FIRST)'.

           MOVE 0 TO B-PAC-KEY-NUMBER.
           MOVE 0 TO B-RTN-KEY-NUMBER.
           MOVE 0 TO B-INS-KEY-NUMBER.
           MOVE 0 TO B-PIN-KEY-NUMBER.
           MOVE LOW-VALUES TO B-PAC-KEY-BUFFER.
           CALL WINAPI 'BTRV' USING by value B-GET-GREATER,
             by reference B-PAC-POSITION,
                PAC-RECORD, B-PAC-LENGTH, B-PAC-KEY-BUFFER,
                by value B-PAC-KEY-NUMBER.

       SWEEP-NEXT.
           IF RETURN-CODE = 9
              GO TO SWEEP-END.
           IF RETURN-CODE NOT = 0
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'GET-NX' TO ERRJ-OPERATION
              PERFORM LOG-ERROR-JOURNAL
              DISPLAY 'PACINSS: READ FAILED--> ' BTRV-STATUS-MESSAGE
              SET JOB-HAS-FAILED TO TRUE
              GO TO SWEEP-END.
           ADD 1 TO CNT.
           PERFORM SCORE-ONE-RECORD THRU SCORE-ONE-RECORD-EXIT.
           IF JOB-HAS-FAILED
              GO TO SWEEP-END.
           CALL WINAPI 'BTRV' USING by value B-GET-NEXT,
             by reference B-PAC-POSITION,
                PAC-RECORD, B-PAC-LENGTH, B-PAC-KEY-BUFFER,
                by value B-PAC-KEY-NUMBER.
           GO TO SWEEP-NEXT.

       SWEEP-END.
           IF EXCEPTIONS-FILE-OPEN
              CLOSE INSS-EDT-FILE.
           IF JOB-IS-CLEAN
              PERFORM WRITE-PLAN.

       CLOSE-FILES.
           IF PRIOR-INSPECTIONS-OPEN
              CALL WINAPI 'BTRV' USING by value B-CLOSE,
                by reference B-PIN-POSITION,
                OWNER-NAME, OWNER-LENGTH,
                B-PIN-KEY-BUFFER, by value B-PIN-KEY-NUMBER.
           IF INSPECTIONS-FILE-OPEN
              CALL WINAPI 'BTRV' USING by value B-CLOSE,
                by reference B-INS-POSITION,
                OWNER-NAME, OWNER-LENGTH,
                B-INS-KEY-BUFFER, by value B-INS-KEY-NUMBER.
           IF RETURNS-FILE-OPEN
              CALL WINAPI 'BTRV' USING by value B-CLOSE,
                by reference B-RTN-POSITION,
                OWNER-NAME, OWNER-LENGTH,
                B-RTN-KEY-BUFFER, by value B-RTN-KEY-NUMBER.
           CALL WINAPI 'BTRV' USING by value B-CLOSE,
             by reference B-PAC-POSITION,
             OWNER-NAME, OWNER-LENGTH,
             B-PAC-KEY-BUFFER, by value B-PAC-KEY-NUMBER.
           IF RETURN-CODE NOT = ZERO
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'CLOSE' TO ERRJ-OPERATION
              PERFORM LOG-ERROR-JOURNAL
              DISPLAY 'PACINSS: PAC CLOSE FAILED--> '
                  BTRV-STATUS-MESSAGE.

       DONE.
           MOVE TARGET-CCYY-DISPLAY TO HIST-CCYY.
           MOVE CNT                 TO HIST-RECORDS.
           IF JOB-HAS-FAILED
              MOVE 'FAILED' TO HIST-STATUS.
           CALL 'PACHIST' USING HIST-PARM.
           IF JOB-IS-CLEAN
              DISPLAY 'PACINSS: PLAN ' PLAN-MONTH ' -- '
                  CANDIDATE-COUNT ' CANDIDATE(S), ' PICKED-COUNT
                  ' PICKED TO ' WS-PLN-NAME
              MOVE 0 TO RETURN-CODE
           ELSE
              DISPLAY 'PACINSS: NO PLAN WRITTEN'
              MOVE 1 TO RETURN-CODE.
           GOBACK.

      *      ACTIVE, AND ON THE BOOKS FOR SOME OF THE PLAN MONTH --
      *      THEN ADD UP WHAT WE KNOW AGAINST IT.
       SCORE-ONE-RECORD.
           PERFORM COUNT-EXCEPTIONS THRU COUNT-EXCEPTIONS-EXIT.
           IF NOT PAC-REC-ACTIVE
              GO TO SCORE-ONE-RECORD-EXIT.
           IF PAC-EFF-DATE NUMERIC AND PAC-EFF-DATE > PLAN-END
              GO TO SCORE-ONE-RECORD-EXIT.
           IF PAC-EXP-DATE NUMERIC AND PAC-EXP-DATE NOT = 0
              AND PAC-EXP-DATE < PLAN-START
              GO TO SCORE-ONE-RECORD-EXIT.
           ADD 1 TO CANDIDATE-COUNT.

           MOVE 0 TO CAND-OVERDUE.
           PERFORM CHECK-ONE-PERIOD THRU CHECK-ONE-PERIOD-EXIT
               VARYING PERIOD-SCAN FROM 1 BY 1
               UNTIL PERIOD-SCAN > PERIOD-COUNT
                  OR JOB-HAS-FAILED.
           IF JOB-HAS-FAILED
              GO TO SCORE-ONE-RECORD-EXIT.

           MOVE 0 TO CAND-NOTES.
           PERFORM FIND-NOTE-COUNT
               VARYING NOTE-SCAN FROM 1 BY 1
               UNTIL NOTE-SCAN > NOTE-KEYS.

           PERFORM FIND-LAST-VISIT THRU FIND-LAST-VISIT-EXIT.
           IF JOB-HAS-FAILED
              GO TO SCORE-ONE-RECORD-EXIT.
           IF LAST-VISIT = 0
              MOVE NEVER-MONTHS TO CAND-MONTHS
           ELSE IF LAST-VISIT NOT < PLAN-START
              MOVE 0 TO CAND-MONTHS
           ELSE
              COMPUTE CAND-MONTHS =
                  (PLAN-YEAR - LAST-YEAR) * 12 + PLAN-MM - LAST-MM
              IF CAND-MONTHS > NEVER-MONTHS
                 MOVE NEVER-MONTHS TO CAND-MONTHS.

           COMPUTE SCORE-WORK =
               CAND-EXCEPTIONS * WEIGHT-EXCEPTION
             + CAND-OVERDUE    * WEIGHT-OVERDUE
             + CAND-NOTES      * WEIGHT-NOTE
             + CAND-MONTHS     * WEIGHT-MONTH.
           IF SCORE-WORK > 99999
              MOVE 99999 TO CAND-SCORE
           ELSE
              MOVE SCORE-WORK TO CAND-SCORE.
           PERFORM OFFER-CANDIDATE THRU OFFER-CANDIDATE-EXIT.
       SCORE-ONE-RECORD-EXIT. EXIT.

      *      THE EXCEPTION REPORT RUNS IN THE SAME KEY ORDER AS THE
      *      SWEEP: SKIP ITS LINES FOR KEYS BEHIND THIS ONE, COUNT
      *      ITS LINES FOR THIS ONE.
       COUNT-EXCEPTIONS.
           MOVE 0 TO CAND-EXCEPTIONS.
           IF EXCEPTIONS-FILE-CLOSED
              GO TO COUNT-EXCEPTIONS-EXIT.
           PERFORM READ-EDT-LINE THRU READ-EDT-LINE-EXIT
               UNTIL EDT-KEY NOT < B-PAC-KEY-BUFFER.
           PERFORM COUNT-ONE-EXCEPTION
               UNTIL EDT-KEY NOT = B-PAC-KEY-BUFFER.
       COUNT-EXCEPTIONS-EXIT. EXIT.

       COUNT-ONE-EXCEPTION.
           IF CAND-EXCEPTIONS < 999
              ADD 1 TO CAND-EXCEPTIONS.
           PERFORM READ-EDT-LINE THRU READ-EDT-LINE-EXIT.

      *      ONLY THE EXCEPTION LINES CARRY A KEY -- HEADINGS, THE
      *      COLUMN LINE AND THE END LINE ARE STEPPED OVER.
       READ-EDT-LINE.
           SET EDT-LINE-NOT-DETAIL TO TRUE.
           PERFORM READ-ONE-EDT-LINE
               UNTIL EDT-LINE-IS-DETAIL.
       READ-EDT-LINE-EXIT. EXIT.

       READ-ONE-EDT-LINE.
           READ INSS-EDT-FILE
               AT END
                  MOVE HIGH-VALUES TO EDT-KEY
                  SET EDT-LINE-IS-DETAIL TO TRUE
               NOT AT END
                  IF INSS-EDT-RECORD (12:4) = 'SPEC' OR 'GEAR'
                     OR 'AREA' OR 'SEAS' OR 'COMB'
                     MOVE INSS-EDT-RECORD (1:5) TO EDT-KEY-SERIAL
                     MOVE INSS-EDT-RECORD (7:3) TO EDT-KEY-SEQ
                     SET EDT-LINE-IS-DETAIL TO TRUE.

      *      OWED AND PAST DUE AS OF TODAY WITH NO RETURN ON FILE --
      *      THE SAME TEST PACRTNO MAKES.
       CHECK-ONE-PERIOD.
           MOVE PERIOD-SCAN  TO PERQ-PERIOD.
           MOVE PAC-EFF-DATE TO PERQ-EFF-DATE.
           MOVE PAC-EXP-DATE TO PERQ-EXP-DATE.
           CALL 'PACRTNQ' USING PERQ-PARM.
           IF PERQ-NO-PERIOD OR PERQ-TERM-MISSES
              GO TO CHECK-ONE-PERIOD-EXIT.
           IF PERQ-DUE NOT < RUN-CCYYMMDD
              GO TO CHECK-ONE-PERIOD-EXIT.
           IF RETURNS-FILE-CLOSED
              ADD 1 TO CAND-OVERDUE
              GO TO CHECK-ONE-PERIOD-EXIT.
           MOVE PAC-KEY-SERIAL TO B-RTN-KEY-SERIAL.
           MOVE PAC-KEY-SEQ    TO B-RTN-KEY-SEQ.
           MOVE PERIOD-SCAN    TO B-RTN-KEY-PERIOD.
           CALL WINAPI 'BTRV' USING by value B-GET-EQUAL,
             by reference B-RTN-POSITION,
                RETURN-RECORD, B-RTN-LENGTH, B-RTN-KEY-BUFFER,
                by value B-RTN-KEY-NUMBER.
           IF RETURN-CODE = 4
              ADD 1 TO CAND-OVERDUE
              GO TO CHECK-ONE-PERIOD-EXIT.
           IF RETURN-CODE NOT = ZERO
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'GET-EQ' TO ERRJ-OPERATION
              PERFORM LOG-RETURNS-ERROR
              DISPLAY 'PACINSS: RETURNS READ FAILED--> '
                  BTRV-STATUS-MESSAGE
              SET JOB-HAS-FAILED TO TRUE.
       CHECK-ONE-PERIOD-EXIT. EXIT.

       FIND-NOTE-COUNT.
           IF NT-SERIAL (NOTE-SCAN) = PAC-KEY-SERIAL
              AND NT-SEQ (NOTE-SCAN) = PAC-KEY-SEQ
              MOVE NT-COUNT (NOTE-SCAN) TO CAND-NOTES.

      *      THE NEWEST VISIT THIS YEAR; FAILING THAT, LAST YEAR.
      *      VISITS READ BACK OLDEST FIRST, SO THE LAST ONE FOR THE
      *      KEY IS THE ONE WANTED.
       FIND-LAST-VISIT.
           MOVE 0 TO LAST-VISIT.
           IF INSPECTIONS-FILE-CLOSED
              GO TO FIND-LAST-VISIT-PRIOR.
           MOVE PAC-KEY-SERIAL TO B-INS-KEY-SERIAL.
           MOVE PAC-KEY-SEQ    TO B-INS-KEY-SEQ.
           MOVE 0              TO B-INS-KEY-DATE.
           MOVE 0              TO B-INS-KEY-VISIT-NO.
           CALL WINAPI 'BTRV' USING by value B-GET-GREATER,
             by reference B-INS-POSITION,
                INSPECTION-RECORD, B-INS-LENGTH, B-INS-KEY-BUFFER,
                by value B-INS-KEY-NUMBER.
       FIND-LAST-VISIT-NEXT.
           IF RETURN-CODE = 4 OR RETURN-CODE = 9
              GO TO FIND-LAST-VISIT-PRIOR.
           IF RETURN-CODE NOT = ZERO
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'GET-NX' TO ERRJ-OPERATION
              PERFORM LOG-INSPECTIONS-ERROR
              DISPLAY 'PACINSS: INSPECTIONS READ FAILED--> '
                  BTRV-STATUS-MESSAGE
              SET JOB-HAS-FAILED TO TRUE
              GO TO FIND-LAST-VISIT-EXIT.
           IF INS-SERIAL NOT = PAC-KEY-SERIAL
              OR INS-SEQ NOT = PAC-KEY-SEQ
              GO TO FIND-LAST-VISIT-PRIOR.
           MOVE INS-VISIT-DATE TO LAST-VISIT.
           CALL WINAPI 'BTRV' USING by value B-GET-NEXT,
             by reference B-INS-POSITION,
                INSPECTION-RECORD, B-INS-LENGTH, B-INS-KEY-BUFFER,
                by value B-INS-KEY-NUMBER.
           GO TO FIND-LAST-VISIT-NEXT.

       FIND-LAST-VISIT-PRIOR.
           IF LAST-VISIT NOT = 0 OR PRIOR-INSPECTIONS-CLOSED
              GO TO FIND-LAST-VISIT-EXIT.
           MOVE PAC-KEY-SERIAL TO B-PIN-KEY-SERIAL.
           MOVE PAC-KEY-SEQ    TO B-PIN-KEY-SEQ.
           MOVE 0              TO B-PIN-KEY-DATE.
           MOVE 0              TO B-PIN-KEY-VISIT-NO.
           CALL WINAPI 'BTRV' USING by value B-GET-GREATER,
             by reference B-PIN-POSITION,
                INSPECTION-RECORD, B-PIN-LENGTH, B-PIN-KEY-BUFFER,
                by value B-PIN-KEY-NUMBER.
       FIND-LAST-VISIT-PRIOR-NEXT.
           IF RETURN-CODE = 4 OR RETURN-CODE = 9
              GO TO FIND-LAST-VISIT-EXIT.
           IF RETURN-CODE NOT = ZERO
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'GET-NX' TO ERRJ-OPERATION
              PERFORM LOG-INSPECTIONS-ERROR
              DISPLAY 'PACINSS: PRIOR INSPECTIONS READ FAILED--> '
                  BTRV-STATUS-MESSAGE
              SET JOB-HAS-FAILED TO TRUE
              GO TO FIND-LAST-VISIT-EXIT.
           IF INS-SERIAL NOT = PAC-KEY-SERIAL
              OR INS-SEQ NOT = PAC-KEY-SEQ
              GO TO FIND-LAST-VISIT-EXIT.
           MOVE INS-VISIT-DATE TO LAST-VISIT.
           CALL WINAPI 'BTRV' USING by value B-GET-NEXT,
             by reference B-PIN-POSITION,
                INSPECTION-RECORD, B-PIN-LENGTH, B-PIN-KEY-BUFFER,
                by value B-PIN-KEY-NUMBER.
           GO TO FIND-LAST-VISIT-PRIOR-NEXT.
       FIND-LAST-VISIT-EXIT. EXIT.

      *      FIND (OR MAKE) THE AREA, THEN SLIP THE CANDIDATE INTO
      *      ITS PICKS AHEAD OF THE FIRST LOWER SCORE.  A FULL AREA
      *      DROPS ITS LOWEST PICK TO MAKE ROOM.
       OFFER-CANDIDATE.
           PERFORM FIND-AREA THRU FIND-AREA-EXIT.
           IF AREA-IDX = 0
              GO TO OFFER-CANDIDATE-EXIT.
           ADD 1 TO AR-CANDIDATES (AREA-IDX).
           IF CAND-SCORE = 0
              GO TO OFFER-CANDIDATE-EXIT.
           MOVE 1 TO PICK-SLOT.
       OFFER-CANDIDATE-SLOT.
           IF PICK-SLOT > AR-PICKED (AREA-IDX)
              GO TO OFFER-CANDIDATE-PLACE.
           IF PK-SCORE (AREA-IDX, PICK-SLOT) < CAND-SCORE
              GO TO OFFER-CANDIDATE-PLACE.
           ADD 1 TO PICK-SLOT.
           GO TO OFFER-CANDIDATE-SLOT.
       OFFER-CANDIDATE-PLACE.
           IF PICK-SLOT > PICKS-PER-AREA
              GO TO OFFER-CANDIDATE-EXIT.
           IF AR-PICKED (AREA-IDX) < PICKS-PER-AREA
              ADD 1 TO AR-PICKED (AREA-IDX).
           COMPUTE PICK-TOP = AR-PICKED (AREA-IDX) - 1.
           PERFORM SHIFT-ONE-PICK
               VARYING PICK-SHIFT FROM PICK-TOP BY -1
               UNTIL PICK-SHIFT < PICK-SLOT.
           MOVE PAC-KEY-SERIAL  TO PK-SERIAL (AREA-IDX, PICK-SLOT).
           MOVE PAC-KEY-SEQ     TO PK-SEQ (AREA-IDX, PICK-SLOT).
           MOVE CAND-SCORE      TO PK-SCORE (AREA-IDX, PICK-SLOT).
           MOVE CAND-EXCEPTIONS TO PK-EXCEPTIONS (AREA-IDX, PICK-SLOT).
           MOVE CAND-OVERDUE    TO PK-OVERDUE (AREA-IDX, PICK-SLOT).
           MOVE CAND-NOTES      TO PK-NOTES (AREA-IDX, PICK-SLOT).
           MOVE LAST-VISIT      TO PK-LAST-VISIT (AREA-IDX, PICK-SLOT).
       OFFER-CANDIDATE-EXIT. EXIT.

       SHIFT-ONE-PICK.
           MOVE AR-PICK (AREA-IDX, PICK-SHIFT)
             TO AR-PICK (AREA-IDX, PICK-SHIFT + 1).

      *      AREAS ARE KEPT IN CODE ORDER.  PAST 20 AREAS THE
      *      REGISTRATION IS NOT A CANDIDATE, AND THE RUN SAYS SO.
       FIND-AREA.
           MOVE 1 TO AREA-IDX.
       FIND-AREA-NEXT.
           IF AREA-IDX > AREA-COUNT
              GO TO FIND-AREA-ADD.
           IF AR-CODE (AREA-IDX) = PAC-AREA
              GO TO FIND-AREA-EXIT.
           IF AR-CODE (AREA-IDX) > PAC-AREA
              GO TO FIND-AREA-ADD.
           ADD 1 TO AREA-IDX.
           GO TO FIND-AREA-NEXT.
       FIND-AREA-ADD.
           IF AREA-COUNT NOT < 20
              IF AREAS-ALL-HELD
                 DISPLAY 'PACINSS: MORE THAN 20 AREAS -- AREA '
                     PAC-AREA ' AND ANY LATER ONES NOT SAMPLED'
              END-IF
              SET AREAS-OVERFLOWED TO TRUE
              MOVE 0 TO AREA-IDX
              GO TO FIND-AREA-EXIT.
           PERFORM SHIFT-ONE-AREA
               VARYING AREA-SHIFT FROM AREA-COUNT BY -1
               UNTIL AREA-SHIFT < AREA-IDX.
           ADD 1 TO AREA-COUNT.
           MOVE PAC-AREA TO AR-CODE (AREA-IDX).
           MOVE 0        TO AR-CANDIDATES (AREA-IDX).
           MOVE 0        TO AR-PICKED (AREA-IDX).
       FIND-AREA-EXIT. EXIT.

       SHIFT-ONE-AREA.
           MOVE AREA-ENTRY (AREA-SHIFT) TO AREA-ENTRY (AREA-SHIFT + 1).

       WRITE-PLAN.
           MOVE WS-PLN-NAME TO GDG-FILE-NAME.
           CALL 'PACGDG' USING GDG-PARM.
           OPEN OUTPUT INSS-PLN-FILE.
           PERFORM WRITE-AREA-PICKS
               VARYING AREA-IDX FROM 1 BY 1
               UNTIL AREA-IDX > AREA-COUNT.
           CLOSE INSS-PLN-FILE.

       WRITE-AREA-PICKS.
           DISPLAY 'PACINSS: AREA ' AR-CODE (AREA-IDX) ' -- '
               AR-CANDIDATES (AREA-IDX) ' CANDIDATE(S), '
               AR-PICKED (AREA-IDX) ' PICKED'.
           PERFORM WRITE-ONE-PICK
               VARYING PICK-SCAN FROM 1 BY 1
               UNTIL PICK-SCAN > AR-PICKED (AREA-IDX).

       WRITE-ONE-PICK.
           MOVE SPACES TO INSS-PLN-RECORD.
           MOVE PLAN-MONTH          TO PLN-MONTH.
           MOVE AR-CODE (AREA-IDX)  TO PLN-AREA.
           MOVE PICK-SCAN           TO PLN-RANK.
           MOVE PK-SERIAL (AREA-IDX, PICK-SCAN)     TO PLN-SERIAL.
           MOVE PK-SEQ (AREA-IDX, PICK-SCAN)        TO PLN-SEQ.
           MOVE PK-SCORE (AREA-IDX, PICK-SCAN)      TO PLN-SCORE.
           MOVE PK-EXCEPTIONS (AREA-IDX, PICK-SCAN) TO PLN-EXCEPTIONS.
           MOVE PK-OVERDUE (AREA-IDX, PICK-SCAN)    TO PLN-OVERDUE.
           MOVE PK-NOTES (AREA-IDX, PICK-SCAN)      TO PLN-NOTES.
           MOVE PK-LAST-VISIT (AREA-IDX, PICK-SCAN) TO PLN-LAST-VISIT.
           WRITE INSS-PLN-RECORD.
           ADD 1 TO PICKED-COUNT.

      *      NO FILE, OR A LINE THAT DOES NOT MAKE SENSE, LEAVES THE
      *      COMPILED-IN WEIGHTS ABOVE.
       LOAD-CONFIG.
           OPEN INPUT INSS-CFG-FILE.
           IF CFG-FILE-STATUS NOT = '00'
              GO TO LOAD-CONFIG-EXIT.
           READ INSS-CFG-FILE
               AT END
                  MOVE SPACES TO INSS-CFG-RECORD.
           CLOSE INSS-CFG-FILE.
           IF CFG-PICKS NUMERIC
              AND CFG-PICKS > 0 AND CFG-PICKS NOT > 20
              MOVE CFG-PICKS TO PICKS-PER-AREA
           ELSE
              DISPLAY 'PACINSS: pacinsp.cfg PICKS NOT 1 TO 20 --'
                  ' ' PICKS-PER-AREA ' PER AREA USED'.
           IF CFG-W-EXCEPTION NUMERIC
              MOVE CFG-W-EXCEPTION TO WEIGHT-EXCEPTION.
           IF CFG-W-OVERDUE NUMERIC
              MOVE CFG-W-OVERDUE TO WEIGHT-OVERDUE.
           IF CFG-W-NOTE NUMERIC
              MOVE CFG-W-NOTE TO WEIGHT-NOTE.
           IF CFG-W-MONTH NUMERIC
              MOVE CFG-W-MONTH TO WEIGHT-MONTH.
           IF CFG-NEVER-MONTHS NUMERIC
              MOVE CFG-NEVER-MONTHS TO NEVER-MONTHS.
       LOAD-CONFIG-EXIT. EXIT.

       LOAD-NOTES.
           MOVE SPACES TO WS-NTS-NAME.
           STRING 'nts' DELIMITED BY SIZE
                  INSS-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
                  INTO WS-NTS-NAME.
           OPEN INPUT INSS-NTS-FILE.
           IF NTS-FILE-STATUS NOT = '00'
              GO TO LOAD-NOTES-EXIT.
           PERFORM LOAD-ONE-NOTE
               UNTIL NTS-FILE-STATUS NOT = '00'.
           CLOSE INSS-NTS-FILE.
           IF NOTES-OVERFLOWED
              DISPLAY 'PACINSS: MORE THAN 300 NOTED REGISTRATIONS --'
                  ' THE REST ARE SCORED WITHOUT THEIR NOTES'.
       LOAD-NOTES-EXIT. EXIT.

       LOAD-ONE-NOTE.
           READ INSS-NTS-FILE
               AT END
                  CONTINUE
               NOT AT END
                  PERFORM COUNT-ONE-NOTE THRU COUNT-ONE-NOTE-EXIT.

       COUNT-ONE-NOTE.
           MOVE 1 TO NOTE-SCAN.
       COUNT-ONE-NOTE-NEXT.
           IF NOTE-SCAN > NOTE-KEYS
              GO TO COUNT-ONE-NOTE-ADD.
           IF NT-SERIAL (NOTE-SCAN) = NTS-SERIAL
              AND NT-SEQ (NOTE-SCAN) = NTS-SEQ
              IF NT-COUNT (NOTE-SCAN) < 999
                 ADD 1 TO NT-COUNT (NOTE-SCAN)
              END-IF
              GO TO COUNT-ONE-NOTE-EXIT.
           ADD 1 TO NOTE-SCAN.
           GO TO COUNT-ONE-NOTE-NEXT.
       COUNT-ONE-NOTE-ADD.
           IF NOTE-KEYS NOT < 300
              SET NOTES-OVERFLOWED TO TRUE
              GO TO COUNT-ONE-NOTE-EXIT.
           ADD 1 TO NOTE-KEYS.
           MOVE NTS-SERIAL TO NT-SERIAL (NOTE-KEYS).
           MOVE NTS-SEQ    TO NT-SEQ (NOTE-KEYS).
           MOVE 1          TO NT-COUNT (NOTE-KEYS).
       COUNT-ONE-NOTE-EXIT. EXIT.

      *      FEBRUARY HAS 29 DAYS IN A YEAR DIVISIBLE BY 4, UNLESS
      *      IT IS A CENTURY NOT DIVISIBLE BY 400.
       FIND-MONTH-LENGTH.
           MOVE MONTH-DAYS (PLAN-MM) TO MONTH-LENGTH.
           IF PLAN-MM NOT = 2
              GO TO FIND-MONTH-LENGTH-EXIT.
           COMPUTE YEAR-WORK = PLAN-YEAR - (PLAN-YEAR / 4) * 4.
           IF YEAR-WORK NOT = 0
              GO TO FIND-MONTH-LENGTH-EXIT.
           COMPUTE YEAR-WORK = PLAN-YEAR - (PLAN-YEAR / 100) * 100.
           IF YEAR-WORK NOT = 0
              MOVE 29 TO MONTH-LENGTH
              GO TO FIND-MONTH-LENGTH-EXIT.
           COMPUTE YEAR-WORK = PLAN-YEAR - (PLAN-YEAR / 400) * 400.
           IF YEAR-WORK = 0
              MOVE 29 TO MONTH-LENGTH.
       FIND-MONTH-LENGTH-EXIT. EXIT.

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

       LOG-INSPECTIONS-ERROR.
           MOVE B-PAC-KEY-BUFFER TO ERRJ-KEY.
           MOVE BTRV-STATUS-CODE TO ERRJ-STATUS-CODE.
           MOVE BTRV-STATUS-MESSAGE TO ERRJ-MESSAGE.
           CALL 'PACERRJ' USING ERRJ-PARM.
