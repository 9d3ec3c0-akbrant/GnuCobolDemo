       ID DIVISION.
       PROGRAM-ID.  PACRTNQ.
       AUTHOR.  Oliphant .
       DATE-WRITTEN. OCTOBER 15, 2026.
       DATE-COMPILED.
       REMARKS.  RETURN-PERIOD QUERY.  MEMBERS OWE ONE ACTIVITY
           RETURN PER REGISTRATION PER PERIOD, AND THE RETURNS
           LOADER, THE RECONCILIATION AND THE OVERDUE LIST ALL ASK
           THIS ONE WHAT THE PERIODS ARE, RATHER THAN EACH READING
           pacretn.cfg ITSELF.  THE YEAR SPLITS INTO CFG-PERIODS
           EQUAL RUNS OF WHOLE MONTHS (1, 2, 3, 4, 6 OR 12 -- ANY
           OTHER VALUE, OR NO FILE, MEANS 4, QUARTERLY), AND A
           PERIOD'S RETURN FALLS DUE CFG-GRACE-DAYS AFTER THE LAST
           DAY OF THE PERIOD (DEFAULT 30).  THE FILE IS READ ONCE,
           ON THE FIRST QUESTION, AND KEPT FOR THE REST OF THE RUN.
           ONE REQUEST -- PERIOD PERQ-PERIOD OF YEAR PERQ-CCYY: 'V'
           AND ITS FIRST DAY, LAST DAY AND DUE DATE, OR 'X' WHEN
           THERE IS NO SUCH PERIOD.  PERQ-IN-TERM SAYS WHETHER THE
           PERQ-EFF-DATE/PERQ-EXP-DATE RANGE SHARES A DAY WITH THE
           PERIOD, WHICH IS WHEN A REGISTRATION OWES ITS RETURN --
           A ZERO EFFECTIVE DATE RUNS FROM THE START OF THE YEAR
           AND A ZERO EXPIRY RUNS ON WITHOUT END.  THE PERIOD
           COUNT AND GRACE DAYS COME BACK ON EVERY REQUEST.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. COMPAQ-DESKPRO-286.
       OBJECT-COMPUTER. ANY-COMPAQ-COMPATABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERQ-CFG-FILE ASSIGN TO WS-CFG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CFG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *      ONE LINE: PERIODS PER YEAR, A SPACE, GRACE DAYS.
       FD  PERQ-CFG-FILE.
       01  PERQ-CFG-RECORD.
           05  CFG-PERIODS             PIC 9(02).
           05  FILLER                  PIC X(01).
           05  CFG-GRACE-DAYS          PIC 9(03).
*      WORKING-STORAGE SECTION.
       01  WS-CFG-NAME            PIC X(32) VALUE 'pacretn.cfg'.
       01  CFG-FILE-STATUS        PIC X(02).
       01  LOADED-SW              PIC X VALUE 'N'.
           88  CONFIG-IS-LOADED         VALUE 'Y'.
           88  CONFIG-NOT-LOADED        VALUE 'N'.

       01  PERIOD-COUNT           PIC 9(02) VALUE 4.
       01  GRACE-DAYS             PIC 9(03) VALUE 30.
       01  MONTHS-PER-PERIOD      PIC 9(02) VALUE 3.
       01  FIRST-MONTH            PIC 9(02) VALUE 0.
       01  LAST-MONTH             PIC 9(02) VALUE 0.
       01  GRACE-LEFT             PIC 9(03) VALUE 0.
       01  TERM-FROM              PIC 9(08) VALUE 0.

      *      DUE-DATE WORK -- THE LAST DAY OF THE PERIOD STEPPED ON
      *      ONE DAY AT A TIME THROUGH THE GRACE DAYS.
       01  STEP-DATE              PIC 9(08) VALUE 0.
       01  STEP-DATE-PARTS REDEFINES STEP-DATE.
           05  STEP-YEAR          PIC 9(04).
           05  STEP-MONTH         PIC 9(02).
           05  STEP-DAY           PIC 9(02).
       01  STEP-WORK              PIC 9(04) VALUE 0.
       01  MONTH-LENGTH           PIC 9(02) VALUE 0.
       01  MONTH-DAY-VALUES.
           05  FILLER             PIC X(24) VALUE
               '312831303130313130313031'.
       01  MONTH-DAY-TABLE REDEFINES MONTH-DAY-VALUES.
           05  MONTH-DAYS         PIC 9(02) OCCURS 12 TIMES.

       LINKAGE SECTION.
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

       PROCEDURE DIVISION USING PERQ-PARM.
       A000-BEGIN.
           IF CONFIG-NOT-LOADED
              PERFORM LOAD-CONFIG THRU LOAD-CONFIG-EXIT.
           MOVE PERIOD-COUNT TO PERQ-PERIOD-COUNT.
           MOVE GRACE-DAYS   TO PERQ-GRACE-DAYS.
           SET PERQ-NO-PERIOD  TO TRUE.
           SET PERQ-TERM-MISSES TO TRUE.
           MOVE 0 TO PERQ-START.
           MOVE 0 TO PERQ-END.
           MOVE 0 TO PERQ-DUE.
           IF PERQ-CCYY NOT NUMERIC
              OR PERQ-PERIOD NOT NUMERIC
              OR PERQ-PERIOD < 1
              OR PERQ-PERIOD > PERIOD-COUNT
              GO TO DONE.

           SET PERQ-IS-PERIOD TO TRUE.
           COMPUTE LAST-MONTH  = PERQ-PERIOD * MONTHS-PER-PERIOD.
           COMPUTE FIRST-MONTH = LAST-MONTH - MONTHS-PER-PERIOD + 1.
           COMPUTE PERQ-START =
               PERQ-CCYY * 10000 + FIRST-MONTH * 100 + 1.
           MOVE PERQ-CCYY  TO STEP-YEAR.
           MOVE LAST-MONTH TO STEP-MONTH.
           PERFORM FIND-MONTH-LENGTH.
           MOVE MONTH-LENGTH TO STEP-DAY.
           MOVE STEP-DATE TO PERQ-END.
           PERFORM STEP-ONE-DAY
               VARYING GRACE-LEFT FROM GRACE-DAYS BY -1
               UNTIL GRACE-LEFT = 0.
           MOVE STEP-DATE TO PERQ-DUE.

           IF PERQ-EFF-DATE NUMERIC AND PERQ-EFF-DATE > 0
              MOVE PERQ-EFF-DATE TO TERM-FROM
           ELSE
              COMPUTE TERM-FROM = PERQ-CCYY * 10000 + 101.
           IF PERQ-EXP-DATE NOT NUMERIC
              MOVE 0 TO PERQ-EXP-DATE.
           IF TERM-FROM > PERQ-END
              GO TO DONE.
           IF PERQ-EXP-DATE NOT = 0
              AND PERQ-EXP-DATE < PERQ-START
              GO TO DONE.
           SET PERQ-TERM-COVERS TO TRUE.
       DONE.
           GOBACK.

       STEP-ONE-DAY.
           PERFORM FIND-MONTH-LENGTH.
           IF STEP-DAY < MONTH-LENGTH
              ADD 1 TO STEP-DAY
           ELSE IF STEP-MONTH < 12
              ADD 1 TO STEP-MONTH
              MOVE 1 TO STEP-DAY
           ELSE
              ADD 1 TO STEP-YEAR
              MOVE 1 TO STEP-MONTH
              MOVE 1 TO STEP-DAY.

      *      FEBRUARY HAS 29 DAYS IN A YEAR DIVISIBLE BY 4, UNLESS
      *      IT IS A CENTURY NOT DIVISIBLE BY 400.
       FIND-MONTH-LENGTH.
           MOVE MONTH-DAYS (STEP-MONTH) TO MONTH-LENGTH.
           IF STEP-MONTH NOT = 2
              GO TO FIND-MONTH-LENGTH-EXIT.
           COMPUTE STEP-WORK = STEP-YEAR - (STEP-YEAR / 4) * 4.
           IF STEP-WORK NOT = 0
              GO TO FIND-MONTH-LENGTH-EXIT.
           COMPUTE STEP-WORK = STEP-YEAR - (STEP-YEAR / 100) * 100.
           IF STEP-WORK NOT = 0
              MOVE 29 TO MONTH-LENGTH
              GO TO FIND-MONTH-LENGTH-EXIT.
           COMPUTE STEP-WORK = STEP-YEAR - (STEP-YEAR / 400) * 400.
           IF STEP-WORK = 0
              MOVE 29 TO MONTH-LENGTH.
       FIND-MONTH-LENGTH-EXIT. EXIT.

      *      NO FILE, OR A LINE THAT DOES NOT MAKE SENSE, LEAVES
      *      QUARTERLY PERIODS AND 30 DAYS' GRACE.
       LOAD-CONFIG.
           SET CONFIG-IS-LOADED TO TRUE.
           OPEN INPUT PERQ-CFG-FILE.
           IF CFG-FILE-STATUS NOT = '00'
              GO TO LOAD-CONFIG-EXIT.
           READ PERQ-CFG-FILE
               AT END
                  MOVE SPACES TO PERQ-CFG-RECORD.
           CLOSE PERQ-CFG-FILE.
           IF CFG-PERIODS NUMERIC
              AND (CFG-PERIODS = 1 OR 2 OR 3 OR 4 OR 6 OR 12)
              MOVE CFG-PERIODS TO PERIOD-COUNT
           ELSE
              DISPLAY 'PACRTNQ: pacretn.cfg PERIODS NOT 1, 2, 3, 4,'
                  ' 6 OR 12 -- QUARTERLY PERIODS USED'.
           IF CFG-GRACE-DAYS NUMERIC
              MOVE CFG-GRACE-DAYS TO GRACE-DAYS.
           COMPUTE MONTHS-PER-PERIOD = 12 / PERIOD-COUNT.
       LOAD-CONFIG-EXIT. EXIT.
