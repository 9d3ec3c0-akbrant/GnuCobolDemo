       ID DIVISION.
       PROGRAM-ID.  PACRTNO.
       AUTHOR.  Oliphant .
       DATE-WRITTEN. OCTOBER 15, 2026.
       DATE-COMPILED.
       REMARKS.  OVERDUE ACTIVITY RETURNS CALL LIST.  WALKS
           pacCCYY.btr IN SERIAL+SEQ ORDER AND, FOR EVERY ACTIVE
           REGISTRATION, EVERY RETURN PERIOD (AS PACRTNQ DEFINES
           THEM FROM pacretn.cfg) THAT THE REGISTRATION'S TERM
           COVERS AND WHOSE DUE DATE HAS PASSED BY THE AS-OF DATE
           (TODAY UNLESS ONE IS GIVEN).  A PERIOD WITH NO RETURN ON
           retCCYY.btr UNDER THE REGISTRATION'S SERIAL+SEQ IS
           OVERDUE, AND GOES TO pacCCYY.ovd WITH THE PERIOD, ITS
           DUE DATE, AND THE MEMBER NAME, CONTACT AND PHONE FROM
           member.btr (THE SAME PER-SERIAL GET-EQUAL PACFOLUP
           MAKES), SO THE OFFICE CAN WORK THE FILE AS A CALL LIST
           -- EVERY LINE FOR ONE MEMBER LANDS TOGETHER.  NO RETURNS
           FILE YET MEANS EVERY PERIOD PAST DUE IS OVERDUE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. COMPAQ-DESKPRO-286.
       OBJECT-COMPUTER. ANY-COMPAQ-COMPATABLE.
       SPECIAL-NAMES.
           CALL-CONVENTION 64 IS WINAPI.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RTNO-WRK-FILE ASSIGN TO WS-OVD-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OVD-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RTNO-WRK-FILE.
       01  RTNO-WRK-RECORD.
           05  OW-SERIAL          PIC X(05).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  OW-SEQ             PIC 9(03).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  OW-PERIOD          PIC 9(02).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  OW-DUE             PIC 9(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  OW-NAME            PIC X(30).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  OW-CONTACT         PIC X(30).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  OW-PHONE           PIC X(14).
*      WORKING-STORAGE SECTION.
       01  B-OPEN         PIC 9(4) BINARY VALUE 0.
       01  B-CLOSE        PIC 9(4) BINARY VALUE 1.
       01  B-GET-NEXT     PIC 9(4) BINARY VALUE 6.
       01  B-GET-EQUAL    PIC 9(4) BINARY VALUE 5.
       01  B-GET-GREATER  PIC 9(4) BINARY VALUE 9.
       01  PAC-RECORD.
           COPY 'PAC.COB'.
       01  RETURN-RECORD.
           COPY 'PACRTN.COB'.
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

       01  B-RTN-FILE-STUFF.
           05  B-RTN-POSITION          PIC X(128).
           05  B-RTN-LENGTH            PIC 9(4)    BINARY  VALUE 40.
           05  B-RTN-NAME              PIC X(32).
           05  B-RTN-KEY-NUMBER        PIC S9(4)   BINARY.
           05  B-RTN-KEY-BUFFER.
               10  B-RTN-KEY-SERIAL    PIC X(05).
               10  B-RTN-KEY-SEQ       PIC 9(03).
               10  B-RTN-KEY-PERIOD    PIC 9(02).

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
           05  ERRJ-PROGRAM       PIC X(08) VALUE 'PACRTNO'.
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
       01  WS-OVD-NAME           PIC X(32).
       01  OVD-FILE-STATUS       PIC X(2).
       01  AS-OF-YYMMDD          PIC 9(06) VALUE 0.
       01  AS-OF-CCYYMMDD        PIC 9(08) VALUE 0.
       01  PERIOD-COUNT          PIC 9(02) VALUE 0.
       01  PERIOD-SCAN           PIC 9(02) VALUE 0.

       01  JOB-FAILED-SW         PIC X VALUE 'N'.
           88  JOB-HAS-FAILED           VALUE 'Y'.
           88  JOB-IS-CLEAN             VALUE 'N'.
       01  RTN-OPEN-SW           PIC X VALUE 'N'.
           88  RETURNS-FILE-OPEN        VALUE 'Y'.
           88  RETURNS-FILE-CLOSED      VALUE 'N'.
       01  CNT                   PIC 9(8) VALUE 0.
       01  ACTIVE-COUNT          PIC 9(8) VALUE 0.
       01  OWED-COUNT            PIC 9(8) VALUE 0.
       01  OVERDUE-COUNT         PIC 9(8) VALUE 0.
       01  PREV-SERIAL           PIC X(05) VALUE SPACES.
       01  FIRST-RECORD-SW       PIC X VALUE 'Y'.
           88  IS-FIRST-RECORD           VALUE 'Y'.
           88  NOT-FIRST-RECORD          VALUE 'N'.
       01  MEMBER-FOUND-SW       PIC X VALUE 'N'.
           88  MEMBER-IS-FOUND           VALUE 'Y'.
           88  MEMBER-IS-NOT-FOUND       VALUE 'N'.

      *      RUN-HISTORY HOOK -- SEE PACHIST.
       01  HIST-PARM.
           05  HIST-PROGRAM       PIC X(08) VALUE 'PACRTNO'.
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
       01  RTNO-PARM.
           05  RTNO-CCYY           PIC 9(04).
      *      ZERO = TODAY.
           05  RTNO-AS-OF-DATE     PIC 9(08).

      *      REGION CODE -- SPACES = THE HISTORIC SINGLE-REGION
      *      FILE SET (pacCCYY.btr); OTHERWISE QUALIFIES EVERY
      *      PER-YEAR FILE NAME THE RUN TOUCHES.
           05  RTNO-REGION         PIC X(02).
       PROCEDURE DIVISION USING RTNO-PARM.
       A000-BEGIN.
           CALL 'DOS_GET_TIME' USING HIST-START-STAMP.
           MOVE RTNO-CCYY TO TARGET-CCYY-DISPLAY.
           IF RTNO-AS-OF-DATE NUMERIC AND RTNO-AS-OF-DATE > 0
              MOVE RTNO-AS-OF-DATE TO AS-OF-CCYYMMDD
           ELSE
              ACCEPT AS-OF-YYMMDD FROM DATE
              COMPUTE AS-OF-CCYYMMDD = 20000000 + AS-OF-YYMMDD.
           MOVE RTNO-CCYY TO PERQ-CCYY.
           MOVE 1 TO PERQ-PERIOD.
           MOVE 0 TO PERQ-EFF-DATE.
           MOVE 0 TO PERQ-EXP-DATE.
           CALL 'PACRTNQ' USING PERQ-PARM.
           MOVE PERQ-PERIOD-COUNT TO PERIOD-COUNT.

           MOVE SPACES TO B-PAC-NAME.
           STRING 'pac' DELIMITED BY SIZE
                  RTNO-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.btr' DELIMITED BY SIZE
                  INTO B-PAC-NAME.
           MOVE SPACES TO B-RTN-NAME.
           STRING 'ret' DELIMITED BY SIZE
                  RTNO-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.btr' DELIMITED BY SIZE
                  INTO B-RTN-NAME.
           MOVE SPACES TO WS-OVD-NAME.
           STRING 'pac' DELIMITED BY SIZE
                  RTNO-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.ovd' DELIMITED BY SIZE
                  INTO WS-OVD-NAME.

           OPEN OUTPUT RTNO-WRK-FILE.

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
              DISPLAY 'PACRTNO: PAC OPEN FAILED--> '
                  BTRV-STATUS-MESSAGE
              SET JOB-HAS-FAILED TO TRUE
              GO TO DONE.

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
              DISPLAY 'PACRTNO: MEMBER OPEN FAILED--> '
                  BTRV-STATUS-MESSAGE
              SET JOB-HAS-FAILED TO TRUE
              GO TO CLOSE-PAC.

           MOVE -2 TO B-RTN-KEY-NUMBER.
           CALL WINAPI 'BTRV' USING by value B-OPEN,
             by reference B-RTN-POSITION,
             OWNER-NAME, OWNER-LENGTH, B-RTN-NAME,
             by value B-RTN-KEY-NUMBER.
           IF RETURN-CODE = ZERO
              SET RETURNS-FILE-OPEN TO TRUE
           ELSE IF RETURN-CODE = 12
              DISPLAY 'PACRTNO: NO ' B-RTN-NAME ' YET -- NO RETURNS'
                  ' HAVE BEEN LOADED FOR THE YEAR'
           ELSE
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'OPEN' TO ERRJ-OPERATION
              PERFORM LOG-RETURNS-ERROR
              DISPLAY 'PACRTNO: RETURNS OPEN FAILED--> '
                  BTRV-STATUS-MESSAGE
              SET JOB-HAS-FAILED TO TRUE
              GO TO CLOSE-MEMBER.

           MOVE 0 TO B-MEM-KEY-NUMBER.
           MOVE 0 TO B-RTN-KEY-NUMBER.
           MOVE 0 TO B-PAC-KEY-NUMBER.
           MOVE LOW-VALUES TO B-PAC-KEY-BUFFER.
           CALL WINAPI 'BTRV' USING by value B-GET-GREATER,
             by reference B-PAC-POSITION,
                PAC-RECORD, B-PAC-LENGTH, B-PAC-KEY-BUFFER,
                by value B-PAC-KEY-NUMBER.

       SWEEP-NEXT.
           IF RETURN-CODE = 9
              GO TO CLOSE-RETURNS.
           IF RETURN-CODE NOT = 0
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'GET-NX' TO ERRJ-OPERATION
              PERFORM LOG-ERROR-JOURNAL
              DISPLAY 'PACRTNO: READ FAILED--> ' BTRV-STATUS-MESSAGE
              SET JOB-HAS-FAILED TO TRUE
              GO TO CLOSE-RETURNS.
           ADD 1 TO CNT.
           IF PAC-REC-ACTIVE
              ADD 1 TO ACTIVE-COUNT
              PERFORM CHECK-ONE-PERIOD THRU CHECK-ONE-PERIOD-EXIT
                  VARYING PERIOD-SCAN FROM 1 BY 1
                  UNTIL PERIOD-SCAN > PERIOD-COUNT
                     OR JOB-HAS-FAILED.
           IF JOB-HAS-FAILED
              GO TO CLOSE-RETURNS.
           CALL WINAPI 'BTRV' USING by value B-GET-NEXT,
             by reference B-PAC-POSITION,
                PAC-RECORD, B-PAC-LENGTH, B-PAC-KEY-BUFFER,
                by value B-PAC-KEY-NUMBER.
           GO TO SWEEP-NEXT.

       CLOSE-RETURNS.
           IF RETURNS-FILE-CLOSED
              GO TO CLOSE-MEMBER.
           CALL WINAPI 'BTRV' USING by value B-CLOSE,
             by reference B-RTN-POSITION,
             OWNER-NAME, OWNER-LENGTH,
             B-RTN-KEY-BUFFER, by value B-RTN-KEY-NUMBER.
           IF RETURN-CODE NOT = ZERO
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'CLOSE' TO ERRJ-OPERATION
              PERFORM LOG-RETURNS-ERROR
              DISPLAY 'PACRTNO: RETURNS CLOSE FAILED--> '
                  BTRV-STATUS-MESSAGE.

       CLOSE-MEMBER.
           CALL WINAPI 'BTRV' USING by value B-CLOSE,
             by reference B-MEM-POSITION,
             OWNER-NAME, OWNER-LENGTH,
             B-MEM-KEY-BUFFER, by value B-MEM-KEY-NUMBER.
           IF RETURN-CODE NOT = ZERO
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'CLOSE' TO ERRJ-OPERATION
              PERFORM LOG-ERROR-JOURNAL
              DISPLAY 'PACRTNO: MEMBER CLOSE FAILED--> '
                  BTRV-STATUS-MESSAGE.

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
              DISPLAY 'PACRTNO: PAC CLOSE FAILED--> '
                  BTRV-STATUS-MESSAGE.

       DONE.
           CLOSE RTNO-WRK-FILE.
           MOVE TARGET-CCYY-DISPLAY TO HIST-CCYY.
           MOVE CNT                 TO HIST-RECORDS.
           IF JOB-HAS-FAILED
              MOVE 'FAILED' TO HIST-STATUS.
           CALL 'PACHIST' USING HIST-PARM.
           DISPLAY 'PACRTNO: AS OF ' AS-OF-CCYYMMDD ', '
               ACTIVE-COUNT ' ACTIVE REGISTRATION(S) OWED '
               OWED-COUNT ' RETURN(S), ' OVERDUE-COUNT
               ' OVERDUE TO ' WS-OVD-NAME.
           IF JOB-IS-CLEAN
              MOVE 0 TO RETURN-CODE
           ELSE
              DISPLAY 'PACRTNO: OVERDUE LIST IS INCOMPLETE'
              MOVE 1 TO RETURN-CODE.
           GOBACK.

      *      A PERIOD IS OWED WHEN THE REGISTRATION'S TERM COVERS IT
      *      AND ITS DUE DATE IS BEHIND THE AS-OF DATE; IT IS
      *      OVERDUE WHEN NO RETURN FOR IT IS ON FILE.
       CHECK-ONE-PERIOD.
           MOVE PERIOD-SCAN  TO PERQ-PERIOD.
           MOVE PAC-EFF-DATE TO PERQ-EFF-DATE.
           MOVE PAC-EXP-DATE TO PERQ-EXP-DATE.
           CALL 'PACRTNQ' USING PERQ-PARM.
           IF PERQ-NO-PERIOD OR PERQ-TERM-MISSES
              GO TO CHECK-ONE-PERIOD-EXIT.
           IF PERQ-DUE NOT < AS-OF-CCYYMMDD
              GO TO CHECK-ONE-PERIOD-EXIT.
           ADD 1 TO OWED-COUNT.
           IF RETURNS-FILE-CLOSED
              GO TO CHECK-ONE-PERIOD-LIST.
           MOVE PAC-KEY-SERIAL TO B-RTN-KEY-SERIAL.
           MOVE PAC-KEY-SEQ    TO B-RTN-KEY-SEQ.
           MOVE PERIOD-SCAN    TO B-RTN-KEY-PERIOD.
           CALL WINAPI 'BTRV' USING by value B-GET-EQUAL,
             by reference B-RTN-POSITION,
                RETURN-RECORD, B-RTN-LENGTH, B-RTN-KEY-BUFFER,
                by value B-RTN-KEY-NUMBER.
           IF RETURN-CODE = ZERO
              GO TO CHECK-ONE-PERIOD-EXIT.
           IF RETURN-CODE NOT = 4
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'GET-EQ' TO ERRJ-OPERATION
              PERFORM LOG-RETURNS-ERROR
              DISPLAY 'PACRTNO: RETURNS READ FAILED--> '
                  BTRV-STATUS-MESSAGE
              SET JOB-HAS-FAILED TO TRUE
              GO TO CHECK-ONE-PERIOD-EXIT.
       CHECK-ONE-PERIOD-LIST.
           PERFORM WRITE-OVERDUE.
       CHECK-ONE-PERIOD-EXIT. EXIT.

      *      THE MEMBER LOOKUP IS ONLY RE-ISSUED WHEN THE SERIAL
      *      DIFFERS FROM THE LAST ONE LOOKED UP -- THE SAME
      *      PER-SERIAL CACHE PACFOLUP KEEPS.
       WRITE-OVERDUE.
           ADD 1 TO OVERDUE-COUNT.
           IF IS-FIRST-RECORD OR PAC-KEY-SERIAL NOT = PREV-SERIAL
              PERFORM LOOKUP-MEMBER
              MOVE PAC-KEY-SERIAL TO PREV-SERIAL
              SET NOT-FIRST-RECORD TO TRUE.
           MOVE SPACES TO RTNO-WRK-RECORD.
           MOVE PAC-KEY-SERIAL TO OW-SERIAL.
           MOVE PAC-KEY-SEQ    TO OW-SEQ.
           MOVE PERIOD-SCAN    TO OW-PERIOD.
           MOVE PERQ-DUE       TO OW-DUE.
           IF MEMBER-IS-FOUND
              MOVE MEM-NAME    TO OW-NAME
              MOVE MEM-CONTACT TO OW-CONTACT
              MOVE MEM-PHONE   TO OW-PHONE
           ELSE
              MOVE '*** NO MEMBER RECORD ON FILE ***' TO OW-NAME.
           WRITE RTNO-WRK-RECORD.

       LOOKUP-MEMBER.
           MOVE PAC-KEY-SERIAL TO B-MEM-KEY-SERIAL.
           SET MEMBER-IS-NOT-FOUND TO TRUE.
           CALL WINAPI 'BTRV' USING by value B-GET-EQUAL,
             by reference B-MEM-POSITION,
                MEMBER-RECORD, B-MEM-LENGTH, B-MEM-KEY-BUFFER,
                by value B-MEM-KEY-NUMBER.
           IF RETURN-CODE = ZERO
              SET MEMBER-IS-FOUND TO TRUE.

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
