       ID DIVISION.
       PROGRAM-ID.  PACAUTH.
       AUTHOR.  Oliphant .
       DATE-WRITTEN. OCTOBER 15, 2026.
       DATE-COMPILED.
       REMARKS.  DUAL AUTHORIZATION FOR THE SUITE'S HIGH-IMPACT
           OPERATIONS.  A REOPEN OF A CERTIFIED YEAR (PACCLOSE), A
           RUN BACK-OUT (PACBACK), A YEAR PURGE (PACARCH) AND A
           SERIAL MERGE (PACMERGE) USED TO RUN FOR ANY ONE OPERATOR
           WHO ASKED.  NOW EACH NEEDS A SECOND OPERATOR, A
           SUPERVISOR, TO SAY YES FIRST.  THE GUARDED PROGRAM RUN
           WITHOUT AN AUTHORIZATION NUMBER ONLY RAISES THE REQUEST
           HERE AND STOPS; A SUPERVISOR APPROVES OR REJECTS IT; THE
           SAME OPERATOR THEN RUNS THE PROGRAM AGAIN WITH THE NUMBER,
           AND IT GOES AHEAD ONCE.  EVERY STEP IS A LINE ON THE
           SUITE-WIDE AUTHORIZATION LOG pacauth.log (PACAUTL.COB),
           APPENDED AND NEVER REWRITTEN, WITH A HASH-CHAIN LINK
           (PACCHAIN) FOR PACCHNV TO WALK.
           AUTH-REQUEST IS
             'R' RAISE   -- ANY OPERATOR WHO MAY MAINTAIN RECORDS
                 (pacoper.dat LEVEL 2 OR ABOVE), WITH A REASON.  THE
                 NEW NUMBER COMES BACK IN AUTH-NUMBER.
             'A' APPROVE -- A SUPERVISOR (LEVEL 3) OTHER THAN THE
             'X' REJECT     OPERATOR WHO RAISED IT, ON A REQUEST
                 STILL AWAITING A DECISION.  THE REQUEST'S DETAILS
                 COME BACK IN THE PARAMETER.
             'U' USE     -- THE GUARDED PROGRAM, FOR THE OPERATOR WHO
                 RAISED THE REQUEST, ON AN APPROVED REQUEST NOT YET
                 USED, FOR THE SAME OPERATION, YEAR, REGION AND
                 TARGET IT WAS RAISED FOR.  THE REASON, REQUESTER
                 AND APPROVER COME BACK FOR THE RUN TO RECORD.
             'J' JOURNAL -- AFTER A 'U', ONE 'AUTH' LINE ON THE
                 CHANGE JOURNAL OF THE YEAR IN AUTH-CCYY CARRYING
                 THE NUMBER, BOTH OPERATOR IDS AND THE REASON.  A
                 CLOSED YEAR'S JOURNAL IS SEALED, SO THERE NOTHING
                 IS WRITTEN AND THE LOG LINE STANDS ALONE.
           A REQUEST EXPIRES WHEN IT IS NOT APPROVED WITHIN
           AUTH-WINDOW-MINUTES OF BEING RAISED, OR NOT USED WITHIN
           AUTH-WINDOW-MINUTES OF BEING APPROVED.  THE FIRST
           ATTEMPT TO DECIDE OR USE AN EXPIRED REQUEST LOGS AN 'E'
           LINE FOR IT AND IS REFUSED.  AUTH-RESULT COMES BACK 'G'
           DONE OR 'F' REFUSED OR FAILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. COMPAQ-DESKPRO-286.
       OBJECT-COMPUTER. ANY-COMPAQ-COMPATABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTH-LOG-FILE ASSIGN TO WS-AUTH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUTH-FILE-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO WS-OPERATOR-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUTH-LOG-FILE.
       01  AUTH-LOG-RECORD.
           COPY 'PACAUTL.COB'.
      *      SAME pacoper.dat LAYOUT PACMENU SIGNS OPERATORS ON
      *      WITH: ID, PASSWORD, AUTHORIZATION LEVEL.
       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           05  OPR-ID                  PIC X(08).
           05  FILLER                  PIC X(01).
           05  OPR-PASSWORD            PIC X(08).
           05  FILLER                  PIC X(01).
           05  OPR-LEVEL               PIC 9(01).
*      WORKING-STORAGE SECTION.
       01  WS-AUTH-NAME          PIC X(32) VALUE 'pacauth.log'.
       01  AUTH-FILE-STATUS      PIC X(2).
       01  WS-OPERATOR-NAME      PIC X(32) VALUE 'pacoper.dat'.
       01  OPERATOR-STATUS       PIC X(2).

      *      HOW LONG A REQUEST WAITS FOR A SUPERVISOR, AND HOW LONG
      *      AN APPROVAL WAITS TO BE USED -- ONE WORKING SHIFT.
       01  AUTH-WINDOW-MINUTES   PIC 9(05) VALUE 480.

       01  RUN-YYMMDD            PIC 9(06) VALUE 0.
       01  RUN-TIME              PIC 9(06) VALUE 0.
       01  RUN-TIME-WORK         PIC 9(08) VALUE 0.

       01  INPUT-EOF-SW          PIC X VALUE 'N'.
           88  INPUT-AT-EOF             VALUE 'Y'.
           88  INPUT-NOT-AT-EOF         VALUE 'N'.
       01  OPERATOR-SW           PIC X VALUE 'N'.
           88  OPERATOR-AUTHORIZED      VALUE 'Y'.
           88  OPERATOR-NOT-AUTHORIZED  VALUE 'N'.
       01  LEVEL-NEEDED          PIC 9(01) VALUE 3.

      *      WHAT THE LOG ALREADY SAYS.  THE LAST LINE FOR THE
      *      NUMBER ASKED ABOUT IS ITS STANDING.
       01  HIGHEST-NUMBER        PIC 9(05) VALUE 0.
       01  STANDING-FOUND-SW     PIC X VALUE 'N'.
           88  STANDING-FOUND           VALUE 'Y'.
           88  STANDING-NOT-FOUND       VALUE 'N'.
       01  STANDING-LINE         PIC X(160).

      *      EXPIRY WORK.  A DATE AND TIME ARE TURNED INTO A RUNNING
      *      MINUTE NUMBER (DAY NUMBER TIMES 1440 PLUS THE MINUTES
      *      INTO THE DAY) SO A WINDOW THAT CROSSES MIDNIGHT, OR A
      *      MONTH END, COMES OUT RIGHT.
       01  NOW-MINUTES           PIC 9(10) VALUE 0.
       01  LINE-MINUTES          PIC 9(10) VALUE 0.
       01  AGE-MINUTES           PIC S9(10) VALUE 0.
       01  CNV-HHMMSS            PIC 9(06) VALUE 0.
       01  CNV-HOURS             PIC 9(02) VALUE 0.
       01  CNV-MINUTES           PIC 9(02) VALUE 0.
       01  CNV-SECONDS           PIC 9(04) VALUE 0.
       01  EXPIRED-SW            PIC X VALUE 'N'.
           88  REQUEST-HAS-EXPIRED      VALUE 'Y'.
           88  REQUEST-IN-TIME          VALUE 'N'.

      *      DATE-TO-DAY-NUMBER WORK, THE SAME LEAP-SAFE CONVERSION
      *      PACVOIDR AND PACSUSP USE.
       01  CNV-CCYYMMDD          PIC 9(08) VALUE 0.
       01  CNV-YEAR              PIC 9(04) VALUE 0.
       01  CNV-MONTH             PIC 9(02) VALUE 0.
       01  CNV-DAY               PIC 9(02) VALUE 0.
       01  CNV-PRIOR-YEAR        PIC 9(04) VALUE 0.
       01  CNV-LEAPS             PIC 9(06) VALUE 0.
       01  CNV-WORK              PIC 9(06) VALUE 0.
       01  CNV-DAY-NUMBER        PIC 9(08) VALUE 0.
       01  CUM-DAY-VALUES.
           05  FILLER            PIC X(36) VALUE
               '000031059090120151181212243273304334'.
       01  CUM-DAY-TABLE REDEFINES CUM-DAY-VALUES.
           05  CUM-DAYS          PIC 9(03) OCCURS 12 TIMES.

      *      THE TEXT OF THE 'AUTH' JOURNAL LINE, CARRIED IN ITS
      *      BEFORE-IMAGE (THE AFTER-IMAGE IS LEFT BLANK).
       01  AUTH-JOURNAL-TEXT.
           05  AJ-OPERATION       PIC X(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  AJ-NUMBER          PIC 9(05).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  AJ-TARGET          PIC X(24).
           05  FILLER             PIC X(05) VALUE ' REQ '.
           05  AJ-REQUESTED-BY    PIC X(08).
           05  FILLER             PIC X(06) VALUE ' APPR '.
           05  AJ-APPROVER        PIC X(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  AJ-REASON          PIC X(30).
           05  FILLER             PIC X(06) VALUE SPACES.

      *      COPIES OF THE CALLED PROGRAMS' PARAMETER LAYOUTS (NONE
      *      OF THEM HAS A SEPARATE COPYBOOK FOR ITS PARAMETER).
       01  CLSQ-PARM.
           05  CLSQ-CCYY           PIC 9(04).
           05  CLSQ-REGION         PIC X(02).
           05  CLSQ-RESULT         PIC X(01).
               88  CLSQ-IS-CLOSED        VALUE 'C'.
               88  CLSQ-IS-OPEN          VALUE 'O'.

       01  JRNL-PARM.
           05  JRNL-CCYY          PIC 9(04).
           05  JRNL-PROGRAM       PIC X(08) VALUE 'PACAUTH'.
           05  JRNL-OPERATION     PIC X(06).
           05  JRNL-SERIAL        PIC X(05).
           05  JRNL-SEQ           PIC 9(03).
           05  JRNL-BEFORE        PIC X(103).
           05  JRNL-AFTER         PIC X(103).
           05  JRNL-OPERATOR      PIC X(08) VALUE SPACES.
           05  JRNL-REGION        PIC X(02) VALUE SPACES.

       01  CHAIN-PARM.
           05  CHN-REQUEST            PIC X(01).
           05  CHN-FILE-NAME          PIC X(32).
           05  CHN-LENGTH             PIC 9(03).
           05  CHN-LINE               PIC X(255).
           05  CHN-VALUE              PIC 9(09).
           05  CHN-COUNT              PIC 9(08).
           05  CHN-RESULT             PIC X(01).

       01  HIST-PARM.
           05  HIST-PROGRAM       PIC X(08) VALUE 'PACAUTH'.
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
       01  AUTH-PARM.
           05  AUTH-REQUEST        PIC X(01).
               88  AUTH-WANT-RAISE       VALUE 'R'.
               88  AUTH-WANT-APPROVE     VALUE 'A'.
               88  AUTH-WANT-REJECT      VALUE 'X'.
               88  AUTH-WANT-USE         VALUE 'U'.
               88  AUTH-WANT-JOURNAL     VALUE 'J'.
      *      WHAT THE AUTHORIZATION IS FOR -- IN ON RAISE, USE AND
      *      JOURNAL, OUT ON APPROVE AND REJECT.  THE GUARDED PROGRAM
      *      BUILDS AUTH-TARGET FROM ITS OWN PARAMETER THE SAME WAY
      *      EVERY TIME, SO THE RUN THAT USES A REQUEST MATCHES THE
      *      RUN THAT RAISED IT ONLY WHEN IT ASKS FOR THE SAME THING.
           05  AUTH-OPERATION      PIC X(08).
           05  AUTH-CCYY           PIC 9(04).
      *      REGION CODE -- SPACES = THE HISTORIC SINGLE-REGION
      *      FILE SET (pacCCYY.btr); OTHERWISE QUALIFIES EVERY
      *      PER-YEAR FILE NAME THE RUN TOUCHES.
           05  AUTH-REGION         PIC X(02).
           05  AUTH-TARGET         PIC X(24).
      *      THE SIGNED-ON OPERATOR MAKING THIS CALL.
           05  AUTH-OPERATOR       PIC X(08).
      *      IN ON RAISE; OUT ON EVERYTHING ELSE.
           05  AUTH-REASON         PIC X(30).
      *      OUT ON RAISE; IN ON EVERYTHING ELSE.
           05  AUTH-NUMBER         PIC 9(05).
      *      OUT ON APPROVE, REJECT AND USE.
           05  AUTH-REQUESTED-BY   PIC X(08).
           05  AUTH-APPROVER       PIC X(08).
           05  AUTH-RESULT         PIC X(01).
               88  AUTH-DONE             VALUE 'G'.
               88  AUTH-REFUSED          VALUE 'F'.
       PROCEDURE DIVISION USING AUTH-PARM.
       A000-BEGIN.
           CALL 'DOS_GET_TIME' USING HIST-START-STAMP.
           ACCEPT RUN-YYMMDD FROM DATE.
           ACCEPT RUN-TIME-WORK FROM TIME.
           DIVIDE RUN-TIME-WORK BY 100 GIVING RUN-TIME.
           SET AUTH-REFUSED TO TRUE.

           IF AUTH-WANT-JOURNAL
              PERFORM JOURNAL-AUTHORIZATION THRU
                  JOURNAL-AUTHORIZATION-EXIT
              GOBACK.

           IF AUTH-WANT-APPROVE OR AUTH-WANT-REJECT
              MOVE 3 TO LEVEL-NEEDED
           ELSE
              IF AUTH-WANT-RAISE OR AUTH-WANT-USE
                 MOVE 2 TO LEVEL-NEEDED
              ELSE
                 DISPLAY 'PACAUTH: REQUEST "' AUTH-REQUEST
                     '" IS NOT R (RAISE), A (APPROVE), X (REJECT),'
                     ' U (USE) OR J (JOURNAL)'
                 GO TO DONE.
           PERFORM CHECK-OPERATOR THRU CHECK-OPERATOR-EXIT.
           IF OPERATOR-NOT-AUTHORIZED
              DISPLAY 'PACAUTH: ' AUTH-OPERATOR ' IS NOT AUTHORIZED'
                  ' -- THIS NEEDS LEVEL ' LEVEL-NEEDED
              GO TO DONE.

           COMPUTE CNV-CCYYMMDD = 20000000 + RUN-YYMMDD.
           MOVE RUN-TIME TO CNV-HHMMSS.
           PERFORM STAMP-TO-MINUTES.
           MOVE LINE-MINUTES TO NOW-MINUTES.

           PERFORM LOAD-LOG THRU LOAD-LOG-EXIT.
           IF AUTH-WANT-RAISE
              PERFORM RAISE-REQUEST THRU RAISE-REQUEST-EXIT
           ELSE
              IF AUTH-WANT-USE
                 PERFORM USE-AUTHORIZATION THRU
                     USE-AUTHORIZATION-EXIT
              ELSE
                 PERFORM DECIDE-REQUEST THRU DECIDE-REQUEST-EXIT.

       DONE.
           MOVE AUTH-CCYY TO HIST-CCYY.
           IF AUTH-DONE
              MOVE 1 TO HIST-RECORDS
           ELSE
              MOVE 0 TO HIST-RECORDS
              MOVE 'FAILED' TO HIST-STATUS.
           CALL 'PACHIST' USING HIST-PARM.
           GOBACK.

      * ------------------------------------------------------------
      *      THE LOG SO FAR.
      * ------------------------------------------------------------
       LOAD-LOG.
           MOVE 0 TO HIGHEST-NUMBER.
           SET STANDING-NOT-FOUND TO TRUE.
           OPEN INPUT AUTH-LOG-FILE.
           IF AUTH-FILE-STATUS NOT = '00'
              GO TO LOAD-LOG-EXIT.
           SET INPUT-NOT-AT-EOF TO TRUE.
           PERFORM LOAD-ONE-LINE THRU LOAD-ONE-LINE-EXIT
               UNTIL INPUT-AT-EOF.
           CLOSE AUTH-LOG-FILE.
       LOAD-LOG-EXIT. EXIT.

       LOAD-ONE-LINE.
           READ AUTH-LOG-FILE
               AT END
                  SET INPUT-AT-EOF TO TRUE
                  GO TO LOAD-ONE-LINE-EXIT.
           IF AUT-NUMBER NOT NUMERIC
              GO TO LOAD-ONE-LINE-EXIT.
           IF AUT-NUMBER > HIGHEST-NUMBER
              MOVE AUT-NUMBER TO HIGHEST-NUMBER.
           IF AUT-NUMBER = AUTH-NUMBER
              SET STANDING-FOUND TO TRUE
              MOVE AUTH-LOG-RECORD TO STANDING-LINE.
       LOAD-ONE-LINE-EXIT. EXIT.

      * ------------------------------------------------------------
      *      RAISE.
      * ------------------------------------------------------------
       RAISE-REQUEST.
           IF AUTH-OPERATION NOT = 'REOPEN'
              AND AUTH-OPERATION NOT = 'BACKOUT'
              AND AUTH-OPERATION NOT = 'PURGE'
              AND AUTH-OPERATION NOT = 'MERGE'
              DISPLAY 'PACAUTH: ' AUTH-OPERATION ' IS NOT AN'
                  ' OPERATION THAT TAKES AN AUTHORIZATION'
              GO TO RAISE-REQUEST-EXIT.
           IF AUTH-REASON = SPACES
              DISPLAY 'PACAUTH: A REQUEST NEEDS A REASON'
              GO TO RAISE-REQUEST-EXIT.
           IF HIGHEST-NUMBER NOT < 99999
              DISPLAY 'PACAUTH: ' WS-AUTH-NAME ' IS FULL'
              GO TO RAISE-REQUEST-EXIT.
           MOVE SPACES TO AUTH-LOG-RECORD.
           MOVE 'R'              TO AUT-EVENT.
           COMPUTE AUT-NUMBER = HIGHEST-NUMBER + 1.
           MOVE AUTH-OPERATION   TO AUT-OPERATION.
           MOVE AUTH-CCYY        TO AUT-CCYY.
           MOVE AUTH-REGION      TO AUT-REGION.
           MOVE AUTH-TARGET      TO AUT-TARGET.
           MOVE AUTH-OPERATOR    TO AUT-REQUESTED-BY.
           MOVE SPACES           TO AUT-DECIDED-BY.
           MOVE AUTH-REASON      TO AUT-REASON.
           PERFORM APPEND-LOG-LINE.
           MOVE AUT-NUMBER TO AUTH-NUMBER.
           SET AUTH-DONE TO TRUE.
           DISPLAY 'PACAUTH: AUTHORIZATION ' AUT-NUMBER ' RAISED -- '
               AUTH-OPERATION ' ' AUTH-CCYY ' ' AUTH-TARGET.
           DISPLAY 'PACAUTH: A SUPERVISOR OTHER THAN ' AUTH-OPERATOR
               ' MUST APPROVE IT WITHIN ' AUTH-WINDOW-MINUTES
               ' MINUTES'.
       RAISE-REQUEST-EXIT. EXIT.

      * ------------------------------------------------------------
      *      APPROVE OR REJECT.
      * ------------------------------------------------------------
       DECIDE-REQUEST.
           IF STANDING-NOT-FOUND
              DISPLAY 'PACAUTH: NO AUTHORIZATION ' AUTH-NUMBER ' ON '
                  WS-AUTH-NAME
              GO TO DECIDE-REQUEST-EXIT.
           MOVE STANDING-LINE TO AUTH-LOG-RECORD.
           MOVE AUT-OPERATION    TO AUTH-OPERATION.
           MOVE AUT-CCYY         TO AUTH-CCYY.
           MOVE AUT-REGION       TO AUTH-REGION.
           MOVE AUT-TARGET       TO AUTH-TARGET.
           MOVE AUT-REASON       TO AUTH-REASON.
           MOVE AUT-REQUESTED-BY TO AUTH-REQUESTED-BY.
           IF NOT AUT-IS-RAISED
              PERFORM SHOW-STANDING
              GO TO DECIDE-REQUEST-EXIT.
           IF AUT-REQUESTED-BY = AUTH-OPERATOR
              DISPLAY 'PACAUTH: ' AUTH-OPERATOR ' RAISED'
                  ' AUTHORIZATION ' AUTH-NUMBER ' -- A DIFFERENT'
                  ' SUPERVISOR MUST DECIDE IT'
              GO TO DECIDE-REQUEST-EXIT.
           PERFORM CHECK-EXPIRY.
           IF REQUEST-HAS-EXPIRED
              PERFORM EXPIRE-REQUEST
              GO TO DECIDE-REQUEST-EXIT.
           MOVE AUTH-REQUEST  TO AUT-EVENT.
           MOVE AUTH-OPERATOR TO AUT-DECIDED-BY.
           PERFORM APPEND-LOG-LINE.
           MOVE AUTH-OPERATOR TO AUTH-APPROVER.
           SET AUTH-DONE TO TRUE.
           IF AUTH-WANT-APPROVE
              DISPLAY 'PACAUTH: AUTHORIZATION ' AUTH-NUMBER
                  ' APPROVED -- ' AUT-OPERATION ' ' AUT-CCYY ' '
                  AUT-TARGET ' FOR ' AUT-REQUESTED-BY
              DISPLAY 'PACAUTH: USABLE ONCE, WITHIN '
                  AUTH-WINDOW-MINUTES ' MINUTES'
           ELSE
              DISPLAY 'PACAUTH: AUTHORIZATION ' AUTH-NUMBER
                  ' REJECTED'.
       DECIDE-REQUEST-EXIT. EXIT.

      * ------------------------------------------------------------
      *      USE -- CALLED BY THE GUARDED PROGRAM ITSELF.
      * ------------------------------------------------------------
       USE-AUTHORIZATION.
           IF STANDING-NOT-FOUND
              DISPLAY 'PACAUTH: NO AUTHORIZATION ' AUTH-NUMBER ' ON '
                  WS-AUTH-NAME
              GO TO USE-AUTHORIZATION-EXIT.
           MOVE STANDING-LINE TO AUTH-LOG-RECORD.
           IF AUT-OPERATION NOT = AUTH-OPERATION
              OR AUT-CCYY NOT = AUTH-CCYY
              OR AUT-REGION NOT = AUTH-REGION
              OR AUT-TARGET NOT = AUTH-TARGET
              DISPLAY 'PACAUTH: AUTHORIZATION ' AUTH-NUMBER ' IS FOR '
                  AUT-OPERATION ' ' AUT-CCYY ' ' AUT-TARGET
                  ' -- NOT FOR THIS RUN'
              GO TO USE-AUTHORIZATION-EXIT.
           IF AUT-REQUESTED-BY NOT = AUTH-OPERATOR
              DISPLAY 'PACAUTH: AUTHORIZATION ' AUTH-NUMBER
                  ' WAS RAISED BY ' AUT-REQUESTED-BY
                  ' -- ONLY THAT OPERATOR MAY USE IT'
              GO TO USE-AUTHORIZATION-EXIT.
           IF NOT AUT-IS-APPROVED
              PERFORM SHOW-STANDING
              GO TO USE-AUTHORIZATION-EXIT.
           PERFORM CHECK-EXPIRY.
           IF REQUEST-HAS-EXPIRED
              PERFORM EXPIRE-REQUEST
              GO TO USE-AUTHORIZATION-EXIT.
           MOVE 'U' TO AUT-EVENT.
           PERFORM APPEND-LOG-LINE.
           MOVE AUT-REASON       TO AUTH-REASON.
           MOVE AUT-REQUESTED-BY TO AUTH-REQUESTED-BY.
           MOVE AUT-DECIDED-BY   TO AUTH-APPROVER.
           SET AUTH-DONE TO TRUE.
       USE-AUTHORIZATION-EXIT. EXIT.

      *      WHY A REQUEST CANNOT BE DECIDED OR USED AS IT STANDS.
       SHOW-STANDING.
           EVALUATE TRUE
               WHEN AUT-IS-RAISED
                   DISPLAY 'PACAUTH: AUTHORIZATION ' AUTH-NUMBER
                       ' IS STILL AWAITING A SUPERVISOR'
               WHEN AUT-IS-APPROVED
                   DISPLAY 'PACAUTH: AUTHORIZATION ' AUTH-NUMBER
                       ' HAS ALREADY BEEN APPROVED BY ' AUT-DECIDED-BY
               WHEN AUT-IS-REJECTED
                   DISPLAY 'PACAUTH: AUTHORIZATION ' AUTH-NUMBER
                       ' WAS REJECTED BY ' AUT-DECIDED-BY
               WHEN AUT-IS-EXPIRED
                   DISPLAY 'PACAUTH: AUTHORIZATION ' AUTH-NUMBER
                       ' HAS EXPIRED -- RAISE A NEW ONE'
               WHEN AUT-IS-USED
                   DISPLAY 'PACAUTH: AUTHORIZATION ' AUTH-NUMBER
                       ' HAS ALREADY BEEN USED'
               WHEN OTHER
                   DISPLAY 'PACAUTH: AUTHORIZATION ' AUTH-NUMBER
                       ' HAS AN UNKNOWN STANDING "' AUT-EVENT '"'
           END-EVALUATE.

      *      THE WINDOW RUNS FROM THE STANDING LINE -- THE RAISE
      *      WHEN DECIDING, THE APPROVAL WHEN USING.
       CHECK-EXPIRY.
           SET REQUEST-IN-TIME TO TRUE.
           IF AUT-DATE NOT NUMERIC OR AUT-TIME NOT NUMERIC
              SET REQUEST-HAS-EXPIRED TO TRUE
           ELSE
              COMPUTE CNV-CCYYMMDD = 20000000 + AUT-DATE
              MOVE AUT-TIME TO CNV-HHMMSS
              PERFORM STAMP-TO-MINUTES
              COMPUTE AGE-MINUTES = NOW-MINUTES - LINE-MINUTES
              IF AGE-MINUTES > AUTH-WINDOW-MINUTES
                 SET REQUEST-HAS-EXPIRED TO TRUE.

       EXPIRE-REQUEST.
           MOVE 'E' TO AUT-EVENT.
           PERFORM APPEND-LOG-LINE.
           DISPLAY 'PACAUTH: AUTHORIZATION ' AUTH-NUMBER
               ' HAS EXPIRED -- MORE THAN ' AUTH-WINDOW-MINUTES
               ' MINUTES WENT BY -- RAISE A NEW ONE'.

      *      EACH LINE CARRIES ITS LINK IN THE HASH CHAIN (SEE
      *      PACCHAIN), THE SAME AS A JOURNAL LINE.
       APPEND-LOG-LINE.
           MOVE RUN-YYMMDD TO AUT-DATE.
           MOVE RUN-TIME   TO AUT-TIME.
           MOVE 'L'          TO CHN-REQUEST.
           MOVE WS-AUTH-NAME TO CHN-FILE-NAME.
           MOVE 150          TO CHN-LENGTH.
           MOVE AUTH-LOG-RECORD TO CHN-LINE.
           CALL 'PACCHAIN' USING CHAIN-PARM.
           MOVE CHN-VALUE    TO AUT-CHAIN.
           OPEN EXTEND AUTH-LOG-FILE.
           IF AUTH-FILE-STATUS = '05' OR '35'
              OPEN OUTPUT AUTH-LOG-FILE.
           WRITE AUTH-LOG-RECORD.
           CLOSE AUTH-LOG-FILE.

      * ------------------------------------------------------------
      *      THE JOURNAL LINE -- AFTER A 'U', FOR THE YEAR THE RUN
      *      WORKS ON.  A CLOSED YEAR'S JOURNAL IS SEALED AND PACJRNL
      *      WOULD REFUSE IT, SO THE YEAR IS ASKED ABOUT FIRST.
      * ------------------------------------------------------------
       JOURNAL-AUTHORIZATION.
           MOVE AUTH-CCYY   TO CLSQ-CCYY.
           MOVE AUTH-REGION TO CLSQ-REGION.
           CALL 'PACCLSQ' USING CLSQ-PARM.
           IF CLSQ-IS-CLOSED
              GO TO JOURNAL-AUTHORIZATION-EXIT.
           MOVE AUTH-OPERATION    TO AJ-OPERATION.
           MOVE AUTH-NUMBER       TO AJ-NUMBER.
           MOVE AUTH-TARGET       TO AJ-TARGET.
           MOVE AUTH-REQUESTED-BY TO AJ-REQUESTED-BY.
           MOVE AUTH-APPROVER     TO AJ-APPROVER.
           MOVE AUTH-REASON       TO AJ-REASON.
           MOVE AUTH-CCYY         TO JRNL-CCYY.
           MOVE 'AUTH'            TO JRNL-OPERATION.
           MOVE SPACES            TO JRNL-SERIAL.
           MOVE 0                 TO JRNL-SEQ.
           MOVE AUTH-JOURNAL-TEXT TO JRNL-BEFORE.
           MOVE SPACES            TO JRNL-AFTER.
           MOVE AUTH-OPERATOR     TO JRNL-OPERATOR.
           MOVE AUTH-REGION       TO JRNL-REGION.
           CALL 'PACJRNL' USING JRNL-PARM.
           SET AUTH-DONE TO TRUE.
       JOURNAL-AUTHORIZATION-EXIT. EXIT.

      * ------------------------------------------------------------
      *      CLOCK ARITHMETIC.
      * ------------------------------------------------------------
      *      CNV-CCYYMMDD AND CNV-HHMMSS TO LINE-MINUTES.
       STAMP-TO-MINUTES.
           PERFORM DATE-TO-DAY-NUMBER.
           DIVIDE CNV-HHMMSS BY 10000 GIVING CNV-HOURS
               REMAINDER CNV-SECONDS.
           DIVIDE CNV-SECONDS BY 100 GIVING CNV-MINUTES.
           COMPUTE LINE-MINUTES = CNV-DAY-NUMBER * 1440
               + CNV-HOURS * 60 + CNV-MINUTES.

      *      CCYYMMDD TO A RUNNING DAY NUMBER, LEAP YEARS AND ALL.
       DATE-TO-DAY-NUMBER.
           DIVIDE CNV-CCYYMMDD BY 10000 GIVING CNV-YEAR
               REMAINDER CNV-WORK.
           DIVIDE CNV-WORK BY 100 GIVING CNV-MONTH
               REMAINDER CNV-DAY.
           IF CNV-MONTH < 1 OR CNV-MONTH > 12
              MOVE 1 TO CNV-MONTH.
           COMPUTE CNV-PRIOR-YEAR = CNV-YEAR - 1.
           COMPUTE CNV-LEAPS = CNV-PRIOR-YEAR / 4
               - CNV-PRIOR-YEAR / 100 + CNV-PRIOR-YEAR / 400.
           COMPUTE CNV-DAY-NUMBER = CNV-YEAR * 365 + CNV-LEAPS
               + CUM-DAYS (CNV-MONTH) + CNV-DAY.
           IF CNV-MONTH > 2
              PERFORM ADD-LEAP-DAY.

       ADD-LEAP-DAY.
           COMPUTE CNV-WORK = CNV-YEAR - (CNV-YEAR / 4) * 4.
           IF CNV-WORK = 0
              COMPUTE CNV-WORK = CNV-YEAR - (CNV-YEAR / 100) * 100
              IF CNV-WORK NOT = 0
                 ADD 1 TO CNV-DAY-NUMBER
              ELSE
                 COMPUTE CNV-WORK =
                     CNV-YEAR - (CNV-YEAR / 400) * 400
                 IF CNV-WORK = 0
                    ADD 1 TO CNV-DAY-NUMBER.

      * ------------------------------------------------------------
      *      OPERATOR.
      * ------------------------------------------------------------
       CHECK-OPERATOR.
           SET OPERATOR-NOT-AUTHORIZED TO TRUE.
           IF AUTH-OPERATOR = SPACES
              GO TO CHECK-OPERATOR-EXIT.
           SET INPUT-NOT-AT-EOF TO TRUE.
           OPEN INPUT OPERATOR-FILE.
           IF OPERATOR-STATUS NOT = '00'
              DISPLAY 'PACAUTH: OPERATOR FILE ' WS-OPERATOR-NAME
                  ' NOT AVAILABLE -- STATUS ' OPERATOR-STATUS
              GO TO CHECK-OPERATOR-EXIT.
           PERFORM MATCH-ONE-OPERATOR THRU MATCH-ONE-OPERATOR-EXIT
               UNTIL INPUT-AT-EOF OR OPERATOR-AUTHORIZED.
           CLOSE OPERATOR-FILE.
       CHECK-OPERATOR-EXIT. EXIT.

       MATCH-ONE-OPERATOR.
           READ OPERATOR-FILE
               AT END
                  SET INPUT-AT-EOF TO TRUE
                  GO TO MATCH-ONE-OPERATOR-EXIT.
           IF OPR-ID = AUTH-OPERATOR
              AND OPR-LEVEL NUMERIC
              AND OPR-LEVEL NOT < LEVEL-NEEDED
              SET OPERATOR-AUTHORIZED TO TRUE.
       MATCH-ONE-OPERATOR-EXIT. EXIT.
