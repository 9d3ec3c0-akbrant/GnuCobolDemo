       ID DIVISION.
       PROGRAM-ID.  PACINSP.
       AUTHOR.  Oliphant .
       DATE-WRITTEN. OCTOBER 15, 2026.
       DATE-COMPILED.
       REMARKS.  RECORDS ONE FIELD INSPECTION VISIT AGAINST A
           REGISTRATION.  THE INSPECTORS' VISIT SHEETS USED TO GO
           IN A BINDER THE PAC SYSTEM NEVER SAW; THIS ROUTINE ADDS
           THE VISIT -- DATE, INSPECTOR, RESULT CODE (SA
           SATISFACTORY, MN MINOR BREACH, MJ MAJOR BREACH, NA NO
           ACCESS), ANY FOLLOW-UP VISIT DUE, AND A SHORT REMARK --
           TO THE YEAR'S INSPECTION FILE insCCYY.btr (LAYOUT
           PACINS.COB), BUILDING THE FILE FROM PACIFSB.COB WITH THE
           FIRST VISIT OF THE YEAR.  THE REGISTRATION MUST BE ON
           pacCCYY.btr; THE VISIT DATE MUST FALL IN THE YEAR AND NOT
           AFTER TODAY; A MAJOR BREACH MUST NAME ITS FOLLOW-UP DATE,
           AND ANY FOLLOW-UP DATE MUST BE AFTER THE VISIT.  A SECOND
           VISIT TO THE SAME REGISTRATION ON THE SAME DAY TAKES THE
           NEXT VISIT NUMBER.  WHEN THE REGISTRATION IS ON THAT
           MONTH'S PACINSS SAMPLING PLAN (plnCCYYMM.dat) THE VISIT IS
           STAMPED WITH THE PLAN MONTH, WHICH IS WHAT PACINSR COUNTS
           AS PLANNED WORK DONE.  A CLOSED YEAR IS REFUSED.  PACINQ
           AND PACSERL SHOW THE VISITS WITH THE RECORD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. COMPAQ-DESKPRO-286.
       OBJECT-COMPUTER. ANY-COMPAQ-COMPATABLE.
       SPECIAL-NAMES.
           CALL-CONVENTION 64 IS WINAPI.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSP-PLN-FILE ASSIGN TO WS-PLN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLN-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INSP-PLN-FILE.
       01  INSP-PLN-RECORD.
           COPY 'PACPLN.COB'.
*      WORKING-STORAGE SECTION.
       01  B-OPEN         PIC 9(4) BINARY VALUE 0.
       01  B-CLOSE        PIC 9(4) BINARY VALUE 1.
       01  B-INS          PIC 9(4) BINARY VALUE 2.
       01  B-GET-EQUAL    PIC 9(4) BINARY VALUE 5.
       01  B-CREATE       PIC 9(4) BINARY VALUE 14.
       01  PAC-RECORD.
           COPY 'PAC.COB'.
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

      *      FILE SPECIFICATION FOR BUILDING insCCYY.btr WITH THE
      *      FIRST VISIT OF A YEAR.
       01  INS-FSB.
           COPY 'PACIFSB.COB'.
       01  IFSB-LENGTH            PIC 9(4) BINARY VALUE 30.

       01  BTRV-STATUS-CODE     PIC S9(4) BINARY VALUE 0.
       01  BTRV-STATUS-MESSAGE  PIC X(40) VALUE SPACES.

      *      CENTRAL ERROR JOURNAL HOOK -- ONE PACERRJ ROW PER
      *      NONZERO BTRV STATUS (PACERRJ HAS NO SEPARATE COPYBOOK
      *      FOR ITS PARAMETER).
       01  ERRJ-PARM.
           05  ERRJ-PROGRAM       PIC X(08) VALUE 'PACINSP'.
           05  ERRJ-OPERATION     PIC X(08).
           05  ERRJ-KEY           PIC X(08).
           05  ERRJ-STATUS-CODE   PIC S9(4) BINARY.
           05  ERRJ-MESSAGE       PIC X(40).

      *      YEAR-CLOSE GATE (PACCLSQ HAS NO SEPARATE COPYBOOK FOR
      *      ITS PARAMETER).  A CLOSED YEAR IS REFUSED OUTRIGHT;
      *      PACCLOSE'S LOGGED REOPEN IS THE ONLY WAY BACK IN.
       01  CLSQ-PARM.
           05  CLSQ-CCYY           PIC 9(04).
           05  CLSQ-REGION         PIC X(02).
           05  CLSQ-RESULT         PIC X(01).
               88  CLSQ-IS-CLOSED        VALUE 'C'.
               88  CLSQ-IS-OPEN          VALUE 'O'.

       01  TARGET-CCYY-DISPLAY  PIC 9(4) VALUE 0.
       01  WS-PLN-NAME           PIC X(32).
       01  PLN-FILE-STATUS       PIC X(2).
       01  PLAN-MONTH-DISPLAY    PIC 9(06) VALUE 0.

       01  RUN-YYMMDD            PIC 9(06) VALUE 0.
       01  RUN-CCYYMMDD          PIC 9(08) VALUE 0.

      *      VISIT-DATE CHECK -- THE SAME MONTH-LENGTH TABLE AND
      *      LEAP-YEAR RULE PACRTNQ STEPS ITS DUE DATES WITH.
       01  CHECK-DATE             PIC 9(08) VALUE 0.
       01  CHECK-DATE-PARTS REDEFINES CHECK-DATE.
           05  CHECK-YEAR         PIC 9(04).
           05  CHECK-MONTH        PIC 9(02).
           05  CHECK-DAY          PIC 9(02).
       01  CHECK-WORK             PIC 9(04) VALUE 0.
       01  MONTH-LENGTH           PIC 9(02) VALUE 0.
       01  MONTH-DAY-VALUES.
           05  FILLER             PIC X(24) VALUE
               '312831303130313130313031'.
       01  MONTH-DAY-TABLE REDEFINES MONTH-DAY-VALUES.
           05  MONTH-DAYS         PIC 9(02) OCCURS 12 TIMES.
       01  DATE-VALID-SW          PIC X VALUE 'N'.
           88  DATE-IS-VALID            VALUE 'Y'.
           88  DATE-IS-INVALID          VALUE 'N'.

       01  JOB-FAILED-SW         PIC X VALUE 'N'.
           88  JOB-HAS-FAILED           VALUE 'Y'.
           88  JOB-IS-CLEAN             VALUE 'N'.
       01  PAC-OPEN-SW           PIC X VALUE 'N'.
           88  PAC-FILE-IS-OPEN         VALUE 'Y'.
           88  PAC-FILE-NOT-OPEN        VALUE 'N'.
       01  INS-OPEN-SW           PIC X VALUE 'N'.
           88  INSPECTIONS-FILE-OPEN    VALUE 'Y'.
           88  INSPECTIONS-FILE-CLOSED  VALUE 'N'.
       01  PLN-EOF-SW            PIC X VALUE 'N'.
           88  PLN-AT-EOF               VALUE 'Y'.
           88  PLN-NOT-AT-EOF           VALUE 'N'.

      *      RUN-HISTORY HOOK -- START-TIME STAMP CAPTURED AT A000,
      *      ONE PACHIST ROW APPENDED AT END OF JOB (PACHIST HAS NO
      *      SEPARATE COPYBOOK FOR ITS PARAMETER).
       01  HIST-PARM.
           05  HIST-PROGRAM       PIC X(08) VALUE 'PACINSP'.
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
       01  INSP-PARM.
           05  INSP-CCYY           PIC 9(04).
           05  INSP-SERIAL         PIC X(05).
           05  INSP-SEQ            PIC 9(03).
           05  INSP-VISIT-DATE     PIC 9(08).
           05  INSP-INSPECTOR      PIC X(08).
      *      SA, MN, MJ OR NA -- SEE PACINS.COB.
           05  INSP-RESULT-CODE    PIC X(02).
      *      ZERO = NO FOLLOW-UP CALLED FOR (NOT ALLOWED WITH MJ).
           05  INSP-FOLLOW-UP-DUE  PIC 9(08).
           05  INSP-REMARK         PIC X(30).
      *      OUT PARAMETERS -- THE VISIT NUMBER THE VISIT TOOK, THE
      *      PLAN MONTH IT ANSWERED (ZERO = UNPLANNED), AND 'G' / 'F'.
           05  INSP-VISIT-NO       PIC 9(02).
           05  INSP-PLANNED        PIC 9(06).
           05  INSP-OUTCOME        PIC X(01).
               88  INSP-WENT-GOOD        VALUE 'G'.
               88  INSP-WENT-BAD         VALUE 'F'.

      *      REGION CODE -- SPACES = THE HISTORIC SINGLE-REGION
      *      FILE SET (pacCCYY.btr); OTHERWISE QUALIFIES EVERY
      *      PER-YEAR FILE NAME THE RUN TOUCHES.
           05  INSP-REGION         PIC X(02).
       PROCEDURE DIVISION USING INSP-PARM.
       A000-BEGIN.
           CALL 'DOS_GET_TIME' USING HIST-START-STAMP.
           SET INSP-WENT-BAD TO TRUE.
           MOVE 0 TO INSP-VISIT-NO.
           MOVE 0 TO INSP-PLANNED.
           MOVE INSP-CCYY TO TARGET-CCYY-DISPLAY.
           ACCEPT RUN-YYMMDD FROM DATE.
           COMPUTE RUN-CCYYMMDD = 20000000 + RUN-YYMMDD.

           PERFORM CHECK-VISIT THRU CHECK-VISIT-EXIT.
           IF JOB-HAS-FAILED
              GO TO DONE.

           MOVE INSP-CCYY   TO CLSQ-CCYY.
           MOVE INSP-REGION TO CLSQ-REGION.
           CALL 'PACCLSQ' USING CLSQ-PARM.
           IF CLSQ-IS-CLOSED
              DISPLAY 'PACINSP: YEAR ' TARGET-CCYY-DISPLAY
                  ' IS CLOSED -- VISIT REFUSED (SEE'
                  ' pacclose.cat; PACCLOSE REOPENS)'
              SET JOB-HAS-FAILED TO TRUE
              GO TO DONE.

           MOVE SPACES TO B-PAC-NAME.
           STRING 'pac' DELIMITED BY SIZE
                  INSP-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.btr' DELIMITED BY SIZE
                  INTO B-PAC-NAME.
           MOVE SPACES TO B-INS-NAME.
           STRING 'ins' DELIMITED BY SIZE
                  INSP-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.btr' DELIMITED BY SIZE
                  INTO B-INS-NAME.

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
              DISPLAY 'PACINSP: PAC OPEN FAILED--> '
                  BTRV-STATUS-MESSAGE
              SET JOB-HAS-FAILED TO TRUE
              GO TO DONE.
           SET PAC-FILE-IS-OPEN TO TRUE.

           MOVE 0 TO B-PAC-KEY-NUMBER.
           MOVE INSP-SERIAL TO B-PAC-KEY-SERIAL.
           MOVE INSP-SEQ    TO B-PAC-KEY-SEQ.
           CALL WINAPI 'BTRV' USING by value B-GET-EQUAL,
             by reference B-PAC-POSITION,
             PAC-RECORD, B-PAC-LENGTH, B-PAC-KEY-BUFFER,
             by value B-PAC-KEY-NUMBER.
           IF RETURN-CODE = 4
              DISPLAY 'PACINSP: ' INSP-SERIAL '-' INSP-SEQ
                  ' NOT ON ' B-PAC-NAME ' -- VISIT REFUSED'
              SET JOB-HAS-FAILED TO TRUE
              GO TO DONE.
           IF RETURN-CODE NOT = ZERO
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'GET-EQ' TO ERRJ-OPERATION
              PERFORM LOG-ERROR-JOURNAL
              DISPLAY 'PACINSP: PAC READ FAILED--> '
                  BTRV-STATUS-MESSAGE
              SET JOB-HAS-FAILED TO TRUE
              GO TO DONE.

           PERFORM OPEN-INSPECTIONS-FILE
               THRU OPEN-INSPECTIONS-FILE-EXIT.
           IF INSPECTIONS-FILE-CLOSED
              SET JOB-HAS-FAILED TO TRUE
              GO TO DONE.

           PERFORM FIND-PLAN-LINE THRU FIND-PLAN-LINE-EXIT.
           PERFORM ADD-VISIT THRU ADD-VISIT-EXIT.

       DONE.
           IF INSPECTIONS-FILE-OPEN
              PERFORM CLOSE-INSPECTIONS-FILE.
           IF PAC-FILE-IS-OPEN
              PERFORM CLOSE-PAC-FILE.
           MOVE TARGET-CCYY-DISPLAY TO HIST-CCYY.
           IF INSP-WENT-GOOD
              MOVE 1 TO HIST-RECORDS.
           IF JOB-HAS-FAILED
              MOVE 'FAILED' TO HIST-STATUS.
           CALL 'PACHIST' USING HIST-PARM.
           GOBACK.

      *      EVERYTHING THAT CAN BE CHECKED WITHOUT A FILE.
       CHECK-VISIT.
           IF INSP-SERIAL = SPACES
              OR INSP-SEQ NOT NUMERIC
              DISPLAY 'PACINSP: SERIAL AND SEQ ARE REQUIRED --'
                  ' VISIT REFUSED'
              SET JOB-HAS-FAILED TO TRUE
              GO TO CHECK-VISIT-EXIT.
           IF INSP-INSPECTOR = SPACES
              DISPLAY 'PACINSP: INSPECTOR IS REQUIRED -- VISIT'
                  ' REFUSED'
              SET JOB-HAS-FAILED TO TRUE
              GO TO CHECK-VISIT-EXIT.
           MOVE INSP-RESULT-CODE TO INS-RESULT.
           IF NOT INS-RESULT-VALID
              DISPLAY 'PACINSP: RESULT ' INSP-RESULT-CODE
                  ' NOT SA, MN, MJ OR NA -- VISIT REFUSED'
              SET JOB-HAS-FAILED TO TRUE
              GO TO CHECK-VISIT-EXIT.
           MOVE INSP-VISIT-DATE TO CHECK-DATE.
           PERFORM CHECK-ONE-DATE THRU CHECK-ONE-DATE-EXIT.
           IF DATE-IS-INVALID
              OR CHECK-YEAR NOT = INSP-CCYY
              OR INSP-VISIT-DATE > RUN-CCYYMMDD
              DISPLAY 'PACINSP: VISIT DATE ' INSP-VISIT-DATE
                  ' NOT A DATE IN ' TARGET-CCYY-DISPLAY
                  ' UP TO TODAY -- VISIT REFUSED'
              SET JOB-HAS-FAILED TO TRUE
              GO TO CHECK-VISIT-EXIT.
           IF INSP-FOLLOW-UP-DUE NOT NUMERIC
              MOVE 0 TO INSP-FOLLOW-UP-DUE.
           IF INSP-FOLLOW-UP-DUE = 0
              IF INS-MAJOR-BREACH
                 DISPLAY 'PACINSP: A MAJOR BREACH NEEDS A FOLLOW-UP'
                     ' DATE -- VISIT REFUSED'
                 SET JOB-HAS-FAILED TO TRUE
              END-IF
              GO TO CHECK-VISIT-EXIT.
           MOVE INSP-FOLLOW-UP-DUE TO CHECK-DATE.
           PERFORM CHECK-ONE-DATE THRU CHECK-ONE-DATE-EXIT.
           IF DATE-IS-INVALID
              OR INSP-FOLLOW-UP-DUE NOT > INSP-VISIT-DATE
              DISPLAY 'PACINSP: FOLLOW-UP DATE ' INSP-FOLLOW-UP-DUE
                  ' NOT A DATE AFTER THE VISIT -- VISIT REFUSED'
              SET JOB-HAS-FAILED TO TRUE.
       CHECK-VISIT-EXIT. EXIT.

       CHECK-ONE-DATE.
           SET DATE-IS-INVALID TO TRUE.
           IF CHECK-DATE NOT NUMERIC
              OR CHECK-MONTH < 1 OR CHECK-MONTH > 12
              OR CHECK-DAY < 1
              GO TO CHECK-ONE-DATE-EXIT.
           PERFORM FIND-MONTH-LENGTH THRU FIND-MONTH-LENGTH-EXIT.
           IF CHECK-DAY > MONTH-LENGTH
              GO TO CHECK-ONE-DATE-EXIT.
           SET DATE-IS-VALID TO TRUE.
       CHECK-ONE-DATE-EXIT. EXIT.

      *      FEBRUARY HAS 29 DAYS IN A YEAR DIVISIBLE BY 4, UNLESS
      *      IT IS A CENTURY NOT DIVISIBLE BY 400.
       FIND-MONTH-LENGTH.
           MOVE MONTH-DAYS (CHECK-MONTH) TO MONTH-LENGTH.
           IF CHECK-MONTH NOT = 2
              GO TO FIND-MONTH-LENGTH-EXIT.
           COMPUTE CHECK-WORK = CHECK-YEAR - (CHECK-YEAR / 4) * 4.
           IF CHECK-WORK NOT = 0
              GO TO FIND-MONTH-LENGTH-EXIT.
           COMPUTE CHECK-WORK = CHECK-YEAR - (CHECK-YEAR / 100) * 100.
           IF CHECK-WORK NOT = 0
              MOVE 29 TO MONTH-LENGTH
              GO TO FIND-MONTH-LENGTH-EXIT.
           COMPUTE CHECK-WORK = CHECK-YEAR - (CHECK-YEAR / 400) * 400.
           IF CHECK-WORK = 0
              MOVE 29 TO MONTH-LENGTH.
       FIND-MONTH-LENGTH-EXIT. EXIT.

       OPEN-INSPECTIONS-FILE.
           MOVE -1 TO B-INS-KEY-NUMBER.
           CALL WINAPI 'BTRV' USING by value B-OPEN,
             by reference B-INS-POSITION,
             OWNER-NAME, OWNER-LENGTH, B-INS-NAME,
             by value B-INS-KEY-NUMBER.
           IF RETURN-CODE = ZERO
              SET INSPECTIONS-FILE-OPEN TO TRUE
              GO TO OPEN-INSPECTIONS-FILE-EXIT.
           IF RETURN-CODE NOT = 12
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'OPEN' TO ERRJ-OPERATION
              PERFORM LOG-INSPECTIONS-ERROR
              DISPLAY 'PACINSP: INSPECTIONS OPEN FAILED--> '
                  BTRV-STATUS-MESSAGE
              GO TO OPEN-INSPECTIONS-FILE-EXIT.

           CALL WINAPI 'BTRV' USING by value B-CREATE,
             by reference B-INS-POSITION,
             INS-FSB, IFSB-LENGTH, B-INS-NAME,
             by value ZERO.
           IF RETURN-CODE NOT = ZERO
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'CREATE' TO ERRJ-OPERATION
              PERFORM LOG-INSPECTIONS-ERROR
              DISPLAY 'PACINSP: INSPECTIONS CREATE FAILED--> '
                  BTRV-STATUS-MESSAGE
              GO TO OPEN-INSPECTIONS-FILE-EXIT.
           DISPLAY 'PACINSP: ' B-INS-NAME ' CREATED'.

           MOVE -1 TO B-INS-KEY-NUMBER.
           CALL WINAPI 'BTRV' USING by value B-OPEN,
             by reference B-INS-POSITION,
             OWNER-NAME, OWNER-LENGTH, B-INS-NAME,
             by value B-INS-KEY-NUMBER.
           IF RETURN-CODE NOT = ZERO
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'OPEN' TO ERRJ-OPERATION
              PERFORM LOG-INSPECTIONS-ERROR
              DISPLAY 'PACINSP: INSPECTIONS REOPEN FAILED--> '
                  BTRV-STATUS-MESSAGE
              GO TO OPEN-INSPECTIONS-FILE-EXIT.
           SET INSPECTIONS-FILE-OPEN TO TRUE.
       OPEN-INSPECTIONS-FILE-EXIT. EXIT.

      *      NO PLAN FOR THE VISIT MONTH, OR NOT ON IT, LEAVES THE
      *      VISIT UNPLANNED.
       FIND-PLAN-LINE.
           MOVE INSP-VISIT-DATE (1:6) TO PLAN-MONTH-DISPLAY.
           MOVE SPACES TO WS-PLN-NAME.
           STRING 'pln' DELIMITED BY SIZE
                  INSP-REGION DELIMITED BY SPACE
                  PLAN-MONTH-DISPLAY DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
                  INTO WS-PLN-NAME.
           OPEN INPUT INSP-PLN-FILE.
           IF PLN-FILE-STATUS NOT = '00'
              GO TO FIND-PLAN-LINE-EXIT.
           SET PLN-NOT-AT-EOF TO TRUE.
           PERFORM READ-PLAN-LINE
               UNTIL PLN-AT-EOF OR INSP-PLANNED NOT = 0.
           CLOSE INSP-PLN-FILE.
       FIND-PLAN-LINE-EXIT. EXIT.

       READ-PLAN-LINE.
           READ INSP-PLN-FILE
               AT END
                  SET PLN-AT-EOF TO TRUE
               NOT AT END
                  IF PLN-SERIAL = INSP-SERIAL
                     AND PLN-SEQ = INSP-SEQ
                     MOVE PLN-MONTH TO INSP-PLANNED.

      *      THE FIRST VISIT OF THE DAY IS 01; EACH ONE ALREADY ON
      *      FILE PUSHES THE NUMBER ON.
       ADD-VISIT.
           MOVE 0 TO B-INS-KEY-NUMBER.
           MOVE INSP-SERIAL     TO B-INS-KEY-SERIAL.
           MOVE INSP-SEQ        TO B-INS-KEY-SEQ.
           MOVE INSP-VISIT-DATE TO B-INS-KEY-DATE.
           MOVE 0               TO B-INS-KEY-VISIT-NO.
       ADD-VISIT-PROBE.
           ADD 1 TO B-INS-KEY-VISIT-NO.
           CALL WINAPI 'BTRV' USING by value B-GET-EQUAL,
             by reference B-INS-POSITION,
             INSPECTION-RECORD, B-INS-LENGTH, B-INS-KEY-BUFFER,
             by value B-INS-KEY-NUMBER.
           IF RETURN-CODE = ZERO
              IF B-INS-KEY-VISIT-NO < 99
                 GO TO ADD-VISIT-PROBE
              ELSE
                 DISPLAY 'PACINSP: 99 VISITS ALREADY ON FILE FOR '
                     INSP-SERIAL '-' INSP-SEQ ' ON ' INSP-VISIT-DATE
                     ' -- VISIT REFUSED'
                 SET JOB-HAS-FAILED TO TRUE
                 GO TO ADD-VISIT-EXIT.
           IF RETURN-CODE NOT = 4
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'GET-EQ' TO ERRJ-OPERATION
              PERFORM LOG-INSPECTIONS-ERROR
              DISPLAY 'PACINSP: INSPECTIONS READ FAILED--> '
                  BTRV-STATUS-MESSAGE
              SET JOB-HAS-FAILED TO TRUE
              GO TO ADD-VISIT-EXIT.

           MOVE SPACES TO INSPECTION-RECORD.
           MOVE INSP-SERIAL        TO INS-SERIAL.
           MOVE INSP-SEQ           TO INS-SEQ.
           MOVE INSP-VISIT-DATE    TO INS-VISIT-DATE.
           MOVE B-INS-KEY-VISIT-NO TO INS-VISIT-NO.
           MOVE INSP-INSPECTOR     TO INS-INSPECTOR.
           MOVE INSP-RESULT-CODE   TO INS-RESULT.
           MOVE INSP-FOLLOW-UP-DUE TO INS-FOLLOW-UP-DUE.
           MOVE INSP-REMARK        TO INS-REMARK.
           MOVE INSP-PLANNED       TO INS-PLANNED.
           MOVE RUN-CCYYMMDD       TO INS-ENTERED.
           CALL WINAPI 'BTRV' USING by value B-INS,
             by reference B-INS-POSITION,
             INSPECTION-RECORD, B-INS-LENGTH, B-INS-KEY-BUFFER,
             by value B-INS-KEY-NUMBER.
           IF RETURN-CODE NOT = ZERO
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'INSERT' TO ERRJ-OPERATION
              PERFORM LOG-INSPECTIONS-ERROR
              DISPLAY 'PACINSP: INSPECTION INSERT FAILED--> '
                  BTRV-STATUS-MESSAGE
              SET JOB-HAS-FAILED TO TRUE
              GO TO ADD-VISIT-EXIT.
           MOVE INS-VISIT-NO TO INSP-VISIT-NO.
           SET INSP-WENT-GOOD TO TRUE.
           IF INSP-PLANNED = 0
              DISPLAY 'PACINSP: VISIT ' INSP-SERIAL '-' INSP-SEQ
                  ' ' INSP-VISIT-DATE '/' INS-VISIT-NO
                  ' RECORDED (NOT ON A PLAN)'
           ELSE
              DISPLAY 'PACINSP: VISIT ' INSP-SERIAL '-' INSP-SEQ
                  ' ' INSP-VISIT-DATE '/' INS-VISIT-NO
                  ' RECORDED AGAINST PLAN ' INSP-PLANNED.
       ADD-VISIT-EXIT. EXIT.

       CLOSE-INSPECTIONS-FILE.
           CALL WINAPI 'BTRV' USING by value B-CLOSE,
             by reference B-INS-POSITION,
             OWNER-NAME, OWNER-LENGTH,
             B-INS-KEY-BUFFER, by value B-INS-KEY-NUMBER.
           IF RETURN-CODE NOT = ZERO
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'CLOSE' TO ERRJ-OPERATION
              PERFORM LOG-INSPECTIONS-ERROR
              DISPLAY 'PACINSP: INSPECTIONS CLOSE FAILED--> '
                  BTRV-STATUS-MESSAGE
              SET JOB-HAS-FAILED TO TRUE.

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
              DISPLAY 'PACINSP: PAC CLOSE FAILED--> '
                  BTRV-STATUS-MESSAGE.

       LOG-ERROR-JOURNAL.
           MOVE B-PAC-KEY-BUFFER TO ERRJ-KEY.
           MOVE BTRV-STATUS-CODE TO ERRJ-STATUS-CODE.
           MOVE BTRV-STATUS-MESSAGE TO ERRJ-MESSAGE.
           CALL 'PACERRJ' USING ERRJ-PARM.

       LOG-INSPECTIONS-ERROR.
           MOVE B-INS-KEY-BUFFER TO ERRJ-KEY.
           MOVE BTRV-STATUS-CODE TO ERRJ-STATUS-CODE.
           MOVE BTRV-STATUS-MESSAGE TO ERRJ-MESSAGE.
           CALL 'PACERRJ' USING ERRJ-PARM.
