       ID DIVISION.
       PROGRAM-ID.  PACINSR.
       AUTHOR.  Oliphant .
       DATE-WRITTEN. OCTOBER 15, 2026.
       DATE-COMPILED.
       REMARKS.  MONTHLY FIELD INSPECTIONS AGAINST PLAN.  FOR ONE
           MONTH (THIS MONTH UNLESS ONE IS GIVEN) SETS THE VISITS ON
           insCCYY.btr (RECORDED THROUGH PACINSP) AGAINST THE PICKS
           THE PACINSS SAMPLING RUN PUT ON THE MONTH'S PLAN FILE
           plnCCYYMM.dat.  THE REPORT (pacCCYY.isr, THROUGH PACPAGE,
           THE PRIOR COPY ROTATED BY PACGDG) LISTS EVERY PLANNED
           REGISTRATION BY AREA AND RANK WITH ITS FIRST VISIT OF THE
           MONTH, RESULT AND INSPECTOR, OR 'NOT VISITED', AND EACH
           AREA'S PLANNED, VISITED AND PERCENT DONE; THEN EVERY
           VISIT IN THE MONTH TO A REGISTRATION NOT ON THE PLAN;
           THEN EVERY REGISTRATION WHOSE LATEST VISIT CALLED FOR A
           FOLLOW-UP DUE BY THE MONTH END THAT HAS NOT BEEN MADE --
           MARKED OVERDUE WHEN IT FELL DUE BEFORE THE MONTH BEGAN.
           NO PLAN FOR THE MONTH STILL REPORTS THE VISITS; NO
           INSPECTION FILE MEANS NO VISITS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. COMPAQ-DESKPRO-286.
       OBJECT-COMPUTER. ANY-COMPAQ-COMPATABLE.
       SPECIAL-NAMES.
           CALL-CONVENTION 64 IS WINAPI.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSR-RPT-FILE ASSIGN TO WS-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
           SELECT INSR-PLN-FILE ASSIGN TO WS-PLN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLN-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INSR-RPT-FILE.
       01  INSR-RPT-RECORD             PIC X(80).
       FD  INSR-PLN-FILE.
       01  INSR-PLN-RECORD.
           COPY 'PACPLN.COB'.
*      WORKING-STORAGE SECTION.
       01  B-OPEN         PIC 9(4) BINARY VALUE 0.
       01  B-CLOSE        PIC 9(4) BINARY VALUE 1.
       01  B-GET-NEXT     PIC 9(4) BINARY VALUE 6.
       01  B-GET-GREATER  PIC 9(4) BINARY VALUE 9.
       01  INSPECTION-RECORD.
           COPY 'PACINS.COB'.
       01  HELD-INSPECTION        PIC X(80) VALUE SPACES.
       01  HELD-INSPECTION-FIELDS REDEFINES HELD-INSPECTION.
           05  HLD-SERIAL              PIC X(05).
           05  HLD-SEQ                 PIC 9(03).
           05  HLD-VISIT-DATE          PIC 9(08).
           05  HLD-VISIT-NO            PIC 9(02).
           05  HLD-INSPECTOR           PIC X(08).
           05  HLD-RESULT              PIC X(02).
           05  HLD-FOLLOW-UP-DUE       PIC 9(08).
           05  FILLER                  PIC X(44).
       01  OWNER-NAME     PIC X(8) VALUE SPACES.
       01  OWNER-LENGTH   PIC 9(4) BINARY VALUE 0.

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

       01  BTRV-STATUS-CODE     PIC S9(4) BINARY VALUE 0.
       01  BTRV-STATUS-MESSAGE  PIC X(40) VALUE SPACES.

      *      CENTRAL ERROR JOURNAL HOOK -- ONE PACERRJ ROW PER
      *      NONZERO BTRV STATUS (PACERRJ HAS NO SEPARATE COPYBOOK
      *      FOR ITS PARAMETER).
       01  ERRJ-PARM.
           05  ERRJ-PROGRAM       PIC X(08) VALUE 'PACINSR'.
           05  ERRJ-OPERATION     PIC X(08).
           05  ERRJ-KEY           PIC X(08).
           05  ERRJ-STATUS-CODE   PIC S9(4) BINARY.
           05  ERRJ-MESSAGE       PIC X(40).

      *      REPORT GENERATIONS -- SEE PACGDG.
       01  GDG-PARM.
           05  GDG-FILE-NAME        PIC X(32).

       01  TARGET-CCYY-DISPLAY  PIC 9(4) VALUE 0.
       01  WS-RPT-NAME           PIC X(32).
       01  RPT-FILE-STATUS       PIC X(2).
       01  WS-PLN-NAME           PIC X(32).
       01  PLN-FILE-STATUS       PIC X(2).

       01  RUN-YYMMDD            PIC 9(06) VALUE 0.
       01  RUN-CCYYMMDD          PIC 9(08) VALUE 0.
       01  REPORT-MONTH          PIC 9(06) VALUE 0.
       01  REPORT-MONTH-PARTS REDEFINES REPORT-MONTH.
           05  REPORT-YEAR       PIC 9(04).
           05  REPORT-MM         PIC 9(02).
       01  MONTH-START           PIC 9(08) VALUE 0.
       01  MONTH-END             PIC 9(08) VALUE 0.
       01  VISIT-MONTH           PIC 9(06) VALUE 0.

      *      THE MONTH'S PLAN, AS PACINSS WROTE IT (AREA, THEN RANK),
      *      WITH THE FIRST VISIT OF THE MONTH FILLED IN AGAINST IT.
       01  PLAN-COUNT            PIC 9(03) VALUE 0.
       01  PLAN-SCAN             PIC 9(03) VALUE 0.
       01  PLAN-TABLE.
           05  PLAN-ENTRY OCCURS 400 TIMES.
               10  PT-AREA           PIC X(01).
               10  PT-RANK           PIC 9(02).
               10  PT-SERIAL         PIC X(05).
               10  PT-SEQ            PIC 9(03).
               10  PT-SCORE          PIC 9(05).
               10  PT-VISIT-DATE     PIC 9(08).
               10  PT-RESULT         PIC X(02).
               10  PT-INSPECTOR      PIC X(08).
       01  PLAN-FOUND-SW         PIC X VALUE 'N'.
           88  VISIT-WAS-PLANNED        VALUE 'Y'.
           88  VISIT-NOT-PLANNED        VALUE 'N'.
       01  PLAN-STATE-SW         PIC X VALUE 'N'.
           88  PLAN-IS-ON-FILE          VALUE 'Y'.
           88  PLAN-NOT-ON-FILE         VALUE 'N'.

      *      ONE SWEEP OF THE INSPECTION FILE PER PASS: 'M' MARKS THE
      *      PLAN, 'U' LISTS UNPLANNED VISITS, 'F' LISTS OUTSTANDING
      *      FOLLOW-UPS.
       01  PASS-SW               PIC X VALUE 'M'.
           88  PASS-MARK-PLAN           VALUE 'M'.
           88  PASS-UNPLANNED           VALUE 'U'.
           88  PASS-FOLLOW-UPS          VALUE 'F'.

       01  MONTH-LENGTH          PIC 9(02) VALUE 0.
       01  YEAR-WORK             PIC 9(04) VALUE 0.
       01  MONTH-DAY-VALUES.
           05  FILLER            PIC X(24) VALUE
               '312831303130313130313031'.
       01  MONTH-DAY-TABLE REDEFINES MONTH-DAY-VALUES.
           05  MONTH-DAYS        PIC 9(02) OCCURS 12 TIMES.

       01  JOB-FAILED-SW         PIC X VALUE 'N'.
           88  JOB-HAS-FAILED           VALUE 'Y'.
           88  JOB-IS-CLEAN             VALUE 'N'.
       01  INS-OPEN-SW           PIC X VALUE 'N'.
           88  INSPECTIONS-FILE-OPEN    VALUE 'Y'.
           88  INSPECTIONS-FILE-CLOSED  VALUE 'N'.
       01  CNT                   PIC 9(8) VALUE 0.
       01  MONTH-VISITS          PIC 9(6) VALUE 0.
       01  PLANNED-VISITED       PIC 9(6) VALUE 0.
       01  UNPLANNED-COUNT       PIC 9(6) VALUE 0.
       01  FOLLOW-UP-COUNT       PIC 9(6) VALUE 0.
       01  AREA-PLANNED          PIC 9(3) VALUE 0.
       01  AREA-VISITED          PIC 9(3) VALUE 0.
       01  PERCENT-DONE          PIC 9(3) VALUE 0.

      *      RUN-HISTORY HOOK -- SEE PACHIST.
       01  HIST-PARM.
           05  HIST-PROGRAM       PIC X(08) VALUE 'PACINSR'.
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

       01  IR-MONTH-LINE.
           05  FILLER             PIC X(24) VALUE
               ' INSPECTIONS FOR MONTH  '.
           05  IM-MONTH           PIC 9(06).
           05  FILLER             PIC X(50) VALUE SPACES.
       01  IR-SECTION-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  IS-TITLE           PIC X(79).
       01  IR-PLAN-COLUMN-LINE.
           05  FILLER             PIC X(47) VALUE
               ' A  RK  SERIAL-SQ  SCORE  VISITED  RS  INSPECTR'.
           05  FILLER             PIC X(33) VALUE SPACES.
       01  IR-PLAN-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  PD-AREA            PIC X(01).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  PD-RANK            PIC 9(02).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  PD-SERIAL          PIC X(05).
           05  FILLER             PIC X(01) VALUE '-'.
           05  PD-SEQ             PIC 9(03).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  PD-SCORE           PIC ZZZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  PD-VISIT           PIC X(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  PD-RESULT          PIC X(02).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  PD-INSPECTOR       PIC X(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  PD-NOTE            PIC X(15).
           05  FILLER             PIC X(16) VALUE SPACES.
       01  IR-AREA-LINE.
           05  FILLER             PIC X(08) VALUE '   AREA '.
           05  IA-AREA            PIC X(01).
           05  FILLER             PIC X(10) VALUE '  PLANNED '.
           05  IA-PLANNED         PIC ZZ9.
           05  FILLER             PIC X(10) VALUE '  VISITED '.
           05  IA-VISITED         PIC ZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  IA-PERCENT         PIC ZZ9.
           05  FILLER             PIC X(06) VALUE '% DONE'.
           05  FILLER             PIC X(34) VALUE SPACES.
       01  IR-VISIT-COLUMN-LINE.
           05  FILLER             PIC X(47) VALUE
               ' SERIAL-SQ  VISITED /NO  RS  INSPECTR  REMARK'.
           05  FILLER             PIC X(33) VALUE SPACES.
       01  IR-VISIT-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  VD-SERIAL          PIC X(05).
           05  FILLER             PIC X(01) VALUE '-'.
           05  VD-SEQ             PIC 9(03).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  VD-VISIT           PIC 9(08).
           05  FILLER             PIC X(01) VALUE '/'.
           05  VD-VISIT-NO        PIC 9(02).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  VD-RESULT          PIC X(02).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  VD-INSPECTOR       PIC X(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  VD-REMARK          PIC X(30).
           05  FILLER             PIC X(11) VALUE SPACES.
       01  IR-FOLLOW-COLUMN-LINE.
           05  FILLER             PIC X(47) VALUE
               ' SERIAL-SQ  LAST VISIT  RS  FOLLOW-UP DUE'.
           05  FILLER             PIC X(33) VALUE SPACES.
       01  IR-FOLLOW-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FD-SERIAL          PIC X(05).
           05  FILLER             PIC X(01) VALUE '-'.
           05  FD-SEQ             PIC 9(03).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FD-VISIT           PIC 9(08).
           05  FILLER             PIC X(04) VALUE SPACES.
           05  FD-RESULT          PIC X(02).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FD-DUE             PIC 9(08).
           05  FILLER             PIC X(07) VALUE SPACES.
           05  FD-NOTE            PIC X(10).
           05  FILLER             PIC X(27) VALUE SPACES.
       01  IR-TOTAL-LINE.
           05  RT-LABEL           PIC X(49).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RT-COUNT           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER             PIC X(18) VALUE SPACES.
       01  IR-BLANK-LINE          PIC X(80) VALUE SPACES.
       01  IR-FAILED-LINE         PIC X(80) VALUE
           '   *** READ FAILED -- THIS REPORT IS INCOMPLETE ***'.

       LINKAGE SECTION.
       01  INSR-PARM.
           05  INSR-CCYY           PIC 9(04).
      *      CCYYMM -- ZERO = THIS MONTH.  MUST FALL IN INSR-CCYY.
           05  INSR-MONTH          PIC 9(06).

      *      REGION CODE -- SPACES = THE HISTORIC SINGLE-REGION
      *      FILE SET (pacCCYY.btr); OTHERWISE QUALIFIES EVERY
      *      PER-YEAR FILE NAME THE RUN TOUCHES.
           05  INSR-REGION         PIC X(02).
       PROCEDURE DIVISION USING INSR-PARM.
       A000-BEGIN.
           CALL 'DOS_GET_TIME' USING HIST-START-STAMP.
           MOVE INSR-CCYY TO TARGET-CCYY-DISPLAY.
           ACCEPT RUN-YYMMDD FROM DATE.
           COMPUTE RUN-CCYYMMDD = 20000000 + RUN-YYMMDD.
           IF INSR-MONTH NUMERIC AND INSR-MONTH > 0
              MOVE INSR-MONTH TO REPORT-MONTH
           ELSE
              MOVE RUN-CCYYMMDD (1:6) TO REPORT-MONTH.
           IF REPORT-MM < 1 OR REPORT-MM > 12
              OR REPORT-YEAR NOT = INSR-CCYY
              DISPLAY 'PACINSR: MONTH ' REPORT-MONTH
                  ' IS NOT A MONTH OF ' TARGET-CCYY-DISPLAY
                  ' -- RUN REFUSED'
              SET JOB-HAS-FAILED TO TRUE
              GO TO DONE.
           PERFORM FIND-MONTH-LENGTH THRU FIND-MONTH-LENGTH-EXIT.
           COMPUTE MONTH-START = REPORT-MONTH * 100 + 1.
           COMPUTE MONTH-END   = REPORT-MONTH * 100 + MONTH-LENGTH.

           MOVE SPACES TO B-INS-NAME.
           STRING 'ins' DELIMITED BY SIZE
                  INSR-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.btr' DELIMITED BY SIZE
                  INTO B-INS-NAME.
           MOVE SPACES TO WS-PLN-NAME.
           STRING 'pln' DELIMITED BY SIZE
                  INSR-REGION DELIMITED BY SPACE
                  REPORT-MONTH DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
                  INTO WS-PLN-NAME.
           MOVE SPACES TO WS-RPT-NAME.
           STRING 'pac' DELIMITED BY SIZE
                  INSR-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.isr' DELIMITED BY SIZE
                  INTO WS-RPT-NAME.

           PERFORM LOAD-PLAN THRU LOAD-PLAN-EXIT.

           MOVE -2 TO B-INS-KEY-NUMBER.
           CALL WINAPI 'BTRV' USING by value B-OPEN,
             by reference B-INS-POSITION,
             OWNER-NAME, OWNER-LENGTH, B-INS-NAME,
             by value B-INS-KEY-NUMBER.
           IF RETURN-CODE = ZERO
              SET INSPECTIONS-FILE-OPEN TO TRUE
           ELSE IF RETURN-CODE = 12
              DISPLAY 'PACINSR: NO ' B-INS-NAME ' YET -- NO VISITS'
                  ' HAVE BEEN RECORDED FOR THE YEAR'
           ELSE
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'OPEN' TO ERRJ-OPERATION
              PERFORM LOG-INSPECTIONS-ERROR
              DISPLAY 'PACINSR: INSPECTIONS OPEN FAILED--> '
                  BTRV-STATUS-MESSAGE
              SET JOB-HAS-FAILED TO TRUE
              GO TO DONE.
           MOVE 0 TO B-INS-KEY-NUMBER.

           MOVE WS-RPT-NAME TO GDG-FILE-NAME.
           CALL 'PACGDG' USING GDG-PARM.
           OPEN OUTPUT INSR-RPT-FILE.
           MOVE 'FIELD INSPECTIONS AGAINST PLAN' TO PGH-TITLE.
           MOVE TARGET-CCYY-DISPLAY TO PGH-CCYY.
           MOVE 0  TO PGH-PAGE-NUMBER.
           MOVE 56 TO PGH-LINES-PER-PAGE.
           MOVE 99 TO PGH-LINE-COUNT.
           PERFORM START-NEW-PAGE.
           MOVE REPORT-MONTH TO IM-MONTH.
           MOVE IR-MONTH-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE IR-BLANK-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.

           SET PASS-MARK-PLAN TO TRUE.
           PERFORM SWEEP-INSPECTIONS THRU SWEEP-INSPECTIONS-EXIT.
           PERFORM REPORT-PLAN THRU REPORT-PLAN-EXIT.

           MOVE IR-BLANK-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE 'VISITS NOT ON THE PLAN' TO IS-TITLE.
           MOVE IR-SECTION-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE IR-VISIT-COLUMN-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           SET PASS-UNPLANNED TO TRUE.
           PERFORM SWEEP-INSPECTIONS THRU SWEEP-INSPECTIONS-EXIT.
           IF UNPLANNED-COUNT = 0
              MOVE '   NONE' TO RPT-LINE-WORK
              PERFORM WRITE-RPT-LINE.

           MOVE IR-BLANK-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE 'FOLLOW-UP VISITS DUE BY MONTH END AND NOT YET MADE'
               TO IS-TITLE.
           MOVE IR-SECTION-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE IR-FOLLOW-COLUMN-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           SET PASS-FOLLOW-UPS TO TRUE.
           PERFORM SWEEP-INSPECTIONS THRU SWEEP-INSPECTIONS-EXIT.
           IF FOLLOW-UP-COUNT = 0
              MOVE '   NONE' TO RPT-LINE-WORK
              PERFORM WRITE-RPT-LINE.

           MOVE IR-BLANK-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE 'REGISTRATIONS ON THE PLAN' TO RT-LABEL.
           MOVE PLAN-COUNT TO RT-COUNT.
           MOVE IR-TOTAL-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE 'PLANNED REGISTRATIONS VISITED' TO RT-LABEL.
           MOVE PLANNED-VISITED TO RT-COUNT.
           MOVE IR-TOTAL-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE 'VISITS IN THE MONTH' TO RT-LABEL.
           MOVE MONTH-VISITS TO RT-COUNT.
           MOVE IR-TOTAL-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE 'VISITS NOT ON THE PLAN' TO RT-LABEL.
           MOVE UNPLANNED-COUNT TO RT-COUNT.
           MOVE IR-TOTAL-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE 'FOLLOW-UPS OUTSTANDING' TO RT-LABEL.
           MOVE FOLLOW-UP-COUNT TO RT-COUNT.
           MOVE IR-TOTAL-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           IF JOB-HAS-FAILED
              MOVE IR-FAILED-LINE TO RPT-LINE-WORK
              PERFORM WRITE-RPT-LINE.
           PERFORM WRITE-END-LINE.
           CLOSE INSR-RPT-FILE.

           IF INSPECTIONS-FILE-CLOSED
              GO TO DONE.
           CALL WINAPI 'BTRV' USING by value B-CLOSE,
             by reference B-INS-POSITION,
             OWNER-NAME, OWNER-LENGTH,
             B-INS-KEY-BUFFER, by value B-INS-KEY-NUMBER.
           IF RETURN-CODE NOT = ZERO
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'CLOSE' TO ERRJ-OPERATION
              PERFORM LOG-INSPECTIONS-ERROR
              DISPLAY 'PACINSR: INSPECTIONS CLOSE FAILED--> '
                  BTRV-STATUS-MESSAGE.

       DONE.
           MOVE TARGET-CCYY-DISPLAY TO HIST-CCYY.
           MOVE CNT                 TO HIST-RECORDS.
           IF JOB-HAS-FAILED
              MOVE 'FAILED' TO HIST-STATUS.
           CALL 'PACHIST' USING HIST-PARM.
           IF JOB-IS-CLEAN
              DISPLAY 'PACINSR: MONTH ' REPORT-MONTH ' -- '
                  PLANNED-VISITED ' OF ' PLAN-COUNT ' PLANNED, '
                  UNPLANNED-COUNT ' UNPLANNED, TO ' WS-RPT-NAME
              MOVE 0 TO RETURN-CODE
           ELSE
              MOVE 1 TO RETURN-CODE.
           GOBACK.

       LOAD-PLAN.
           OPEN INPUT INSR-PLN-FILE.
           IF PLN-FILE-STATUS NOT = '00'
              DISPLAY 'PACINSR: NO PLAN ' WS-PLN-NAME
                  ' -- EVERY VISIT IS UNPLANNED'
              GO TO LOAD-PLAN-EXIT.
           SET PLAN-IS-ON-FILE TO TRUE.
           PERFORM LOAD-ONE-PLAN-LINE
               UNTIL PLN-FILE-STATUS NOT = '00'.
           CLOSE INSR-PLN-FILE.
       LOAD-PLAN-EXIT. EXIT.

       LOAD-ONE-PLAN-LINE.
           READ INSR-PLN-FILE
               AT END
                  CONTINUE
               NOT AT END
                  IF PLAN-COUNT < 400
                     ADD 1 TO PLAN-COUNT
                     MOVE PLN-AREA   TO PT-AREA (PLAN-COUNT)
                     MOVE PLN-RANK   TO PT-RANK (PLAN-COUNT)
                     MOVE PLN-SERIAL TO PT-SERIAL (PLAN-COUNT)
                     MOVE PLN-SEQ    TO PT-SEQ (PLAN-COUNT)
                     MOVE PLN-SCORE  TO PT-SCORE (PLAN-COUNT)
                     MOVE 0          TO PT-VISIT-DATE (PLAN-COUNT)
                     MOVE SPACES     TO PT-RESULT (PLAN-COUNT)
                     MOVE SPACES     TO PT-INSPECTOR (PLAN-COUNT).

      *      ONE PASS OVER THE YEAR'S VISITS, IN KEY ORDER -- A
      *      REGISTRATION'S VISITS TOGETHER, OLDEST FIRST.
       SWEEP-INSPECTIONS.
           MOVE SPACES TO HELD-INSPECTION.
           IF INSPECTIONS-FILE-CLOSED
              GO TO SWEEP-INSPECTIONS-EXIT.
           MOVE LOW-VALUES TO B-INS-KEY-BUFFER.
           CALL WINAPI 'BTRV' USING by value B-GET-GREATER,
             by reference B-INS-POSITION,
                INSPECTION-RECORD, B-INS-LENGTH, B-INS-KEY-BUFFER,
                by value B-INS-KEY-NUMBER.
       SWEEP-INSPECTIONS-NEXT.
           IF RETURN-CODE = 9
              GO TO SWEEP-INSPECTIONS-END.
           IF RETURN-CODE NOT = 0
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'GET-NX' TO ERRJ-OPERATION
              PERFORM LOG-INSPECTIONS-ERROR
              DISPLAY 'PACINSR: READ FAILED--> ' BTRV-STATUS-MESSAGE
              SET JOB-HAS-FAILED TO TRUE
              GO TO SWEEP-INSPECTIONS-EXIT.
           MOVE INS-VISIT-DATE (1:6) TO VISIT-MONTH.
           IF PASS-MARK-PLAN
              ADD 1 TO CNT
              IF VISIT-MONTH = REPORT-MONTH
                 ADD 1 TO MONTH-VISITS
                 PERFORM MARK-PLAN THRU MARK-PLAN-EXIT.
           IF PASS-UNPLANNED AND VISIT-MONTH = REPORT-MONTH
              PERFORM LIST-UNPLANNED THRU LIST-UNPLANNED-EXIT.
           IF PASS-FOLLOW-UPS
              IF HELD-INSPECTION NOT = SPACES
                 AND (HLD-SERIAL NOT = INS-SERIAL
                      OR HLD-SEQ NOT = INS-SEQ)
                 PERFORM CHECK-FOLLOW-UP
              END-IF
              MOVE INSPECTION-RECORD TO HELD-INSPECTION.
           CALL WINAPI 'BTRV' USING by value B-GET-NEXT,
             by reference B-INS-POSITION,
                INSPECTION-RECORD, B-INS-LENGTH, B-INS-KEY-BUFFER,
                by value B-INS-KEY-NUMBER.
           GO TO SWEEP-INSPECTIONS-NEXT.
       SWEEP-INSPECTIONS-END.
           IF PASS-FOLLOW-UPS AND HELD-INSPECTION NOT = SPACES
              PERFORM CHECK-FOLLOW-UP.
       SWEEP-INSPECTIONS-EXIT. EXIT.

      *      THE FIRST VISIT OF THE MONTH IS THE ONE THAT ANSWERS
      *      THE PLAN.
       MARK-PLAN.
           MOVE 1 TO PLAN-SCAN.
       MARK-PLAN-NEXT.
           IF PLAN-SCAN > PLAN-COUNT
              GO TO MARK-PLAN-EXIT.
           IF PT-SERIAL (PLAN-SCAN) = INS-SERIAL
              AND PT-SEQ (PLAN-SCAN) = INS-SEQ
              IF PT-VISIT-DATE (PLAN-SCAN) = 0
                 MOVE INS-VISIT-DATE TO PT-VISIT-DATE (PLAN-SCAN)
                 MOVE INS-RESULT     TO PT-RESULT (PLAN-SCAN)
                 MOVE INS-INSPECTOR  TO PT-INSPECTOR (PLAN-SCAN)
                 ADD 1 TO PLANNED-VISITED
              END-IF
              GO TO MARK-PLAN-EXIT.
           ADD 1 TO PLAN-SCAN.
           GO TO MARK-PLAN-NEXT.
       MARK-PLAN-EXIT. EXIT.

       LIST-UNPLANNED.
           SET VISIT-NOT-PLANNED TO TRUE.
           PERFORM CHECK-ONE-PLAN-ENTRY
               VARYING PLAN-SCAN FROM 1 BY 1
               UNTIL PLAN-SCAN > PLAN-COUNT OR VISIT-WAS-PLANNED.
           IF VISIT-WAS-PLANNED
              GO TO LIST-UNPLANNED-EXIT.
           ADD 1 TO UNPLANNED-COUNT.
           MOVE INS-SERIAL     TO VD-SERIAL.
           MOVE INS-SEQ        TO VD-SEQ.
           MOVE INS-VISIT-DATE TO VD-VISIT.
           MOVE INS-VISIT-NO   TO VD-VISIT-NO.
           MOVE INS-RESULT     TO VD-RESULT.
           MOVE INS-INSPECTOR  TO VD-INSPECTOR.
           MOVE INS-REMARK     TO VD-REMARK.
           MOVE IR-VISIT-LINE  TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
       LIST-UNPLANNED-EXIT. EXIT.

       CHECK-ONE-PLAN-ENTRY.
           IF PT-SERIAL (PLAN-SCAN) = INS-SERIAL
              AND PT-SEQ (PLAN-SCAN) = INS-SEQ
              SET VISIT-WAS-PLANNED TO TRUE.

      *      THE HELD RECORD IS THE REGISTRATION'S LATEST VISIT; A
      *      FOLLOW-UP IT CALLED FOR HAS NOT BEEN MADE.
       CHECK-FOLLOW-UP.
           IF HLD-FOLLOW-UP-DUE = 0
              OR HLD-FOLLOW-UP-DUE > MONTH-END
              GO TO CHECK-FOLLOW-UP-EXIT.
           ADD 1 TO FOLLOW-UP-COUNT.
           MOVE HLD-SERIAL        TO FD-SERIAL.
           MOVE HLD-SEQ           TO FD-SEQ.
           MOVE HLD-VISIT-DATE    TO FD-VISIT.
           MOVE HLD-RESULT        TO FD-RESULT.
           MOVE HLD-FOLLOW-UP-DUE TO FD-DUE.
           IF HLD-FOLLOW-UP-DUE < MONTH-START
              MOVE 'OVERDUE' TO FD-NOTE
           ELSE
              MOVE SPACES TO FD-NOTE.
           MOVE IR-FOLLOW-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
       CHECK-FOLLOW-UP-EXIT. EXIT.

       REPORT-PLAN.
           MOVE 'PLANNED VISITS BY AREA AND RANK' TO IS-TITLE.
           MOVE IR-SECTION-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           IF PLAN-NOT-ON-FILE OR PLAN-COUNT = 0
              MOVE '   NO PLAN ON FILE FOR THE MONTH' TO RPT-LINE-WORK
              PERFORM WRITE-RPT-LINE
              GO TO REPORT-PLAN-EXIT.
           MOVE IR-PLAN-COLUMN-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE 0 TO AREA-PLANNED.
           MOVE 0 TO AREA-VISITED.
           PERFORM REPORT-ONE-PLAN-ENTRY
               VARYING PLAN-SCAN FROM 1 BY 1
               UNTIL PLAN-SCAN > PLAN-COUNT.
       REPORT-PLAN-EXIT. EXIT.

       REPORT-ONE-PLAN-ENTRY.
           MOVE PT-AREA (PLAN-SCAN)   TO PD-AREA.
           MOVE PT-RANK (PLAN-SCAN)   TO PD-RANK.
           MOVE PT-SERIAL (PLAN-SCAN) TO PD-SERIAL.
           MOVE PT-SEQ (PLAN-SCAN)    TO PD-SEQ.
           MOVE PT-SCORE (PLAN-SCAN)  TO PD-SCORE.
           ADD 1 TO AREA-PLANNED.
           IF PT-VISIT-DATE (PLAN-SCAN) = 0
              MOVE SPACES TO PD-VISIT
              MOVE SPACES TO PD-RESULT
              MOVE SPACES TO PD-INSPECTOR
              MOVE 'NOT VISITED' TO PD-NOTE
           ELSE
              ADD 1 TO AREA-VISITED
              MOVE PT-VISIT-DATE (PLAN-SCAN) TO PD-VISIT
              MOVE PT-RESULT (PLAN-SCAN)     TO PD-RESULT
              MOVE PT-INSPECTOR (PLAN-SCAN)  TO PD-INSPECTOR
              MOVE SPACES TO PD-NOTE.
           MOVE IR-PLAN-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           IF PLAN-SCAN = PLAN-COUNT
              PERFORM WRITE-AREA-LINE
           ELSE IF PT-AREA (PLAN-SCAN + 1) NOT = PT-AREA (PLAN-SCAN)
              PERFORM WRITE-AREA-LINE.

       WRITE-AREA-LINE.
           MOVE PT-AREA (PLAN-SCAN) TO IA-AREA.
           MOVE AREA-PLANNED TO IA-PLANNED.
           MOVE AREA-VISITED TO IA-VISITED.
           COMPUTE PERCENT-DONE = AREA-VISITED * 100 / AREA-PLANNED.
           MOVE PERCENT-DONE TO IA-PERCENT.
           MOVE IR-AREA-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE 0 TO AREA-PLANNED.
           MOVE 0 TO AREA-VISITED.

      *      FEBRUARY HAS 29 DAYS IN A YEAR DIVISIBLE BY 4, UNLESS
      *      IT IS A CENTURY NOT DIVISIBLE BY 400.
       FIND-MONTH-LENGTH.
           MOVE MONTH-DAYS (REPORT-MM) TO MONTH-LENGTH.
           IF REPORT-MM NOT = 2
              GO TO FIND-MONTH-LENGTH-EXIT.
           COMPUTE YEAR-WORK = REPORT-YEAR - (REPORT-YEAR / 4) * 4.
           IF YEAR-WORK NOT = 0
              GO TO FIND-MONTH-LENGTH-EXIT.
           COMPUTE YEAR-WORK = REPORT-YEAR - (REPORT-YEAR / 100) * 100.
           IF YEAR-WORK NOT = 0
              MOVE 29 TO MONTH-LENGTH
              GO TO FIND-MONTH-LENGTH-EXIT.
           COMPUTE YEAR-WORK = REPORT-YEAR - (REPORT-YEAR / 400) * 400.
           IF YEAR-WORK = 0
              MOVE 29 TO MONTH-LENGTH.
       FIND-MONTH-LENGTH-EXIT. EXIT.

       WRITE-RPT-LINE.
           IF PGH-LINE-COUNT NOT < PGH-LINES-PER-PAGE
              PERFORM START-NEW-PAGE.
           WRITE INSR-RPT-RECORD FROM RPT-LINE-WORK.
           ADD 1 TO PGH-LINE-COUNT.

       START-NEW-PAGE.
           MOVE 'H' TO PGH-REQUEST.
           CALL 'PACPAGE' USING PAGE-CTL.
           WRITE INSR-RPT-RECORD FROM PGH-LINE-1.
           WRITE INSR-RPT-RECORD FROM PGH-LINE-2.
           WRITE INSR-RPT-RECORD FROM PGH-LINE-3.
           MOVE 03 TO PGH-LINE-COUNT.

       WRITE-END-LINE.
           MOVE 'E' TO PGH-REQUEST.
           CALL 'PACPAGE' USING PAGE-CTL.
           WRITE INSR-RPT-RECORD FROM PGH-LINE-1.

       LOG-INSPECTIONS-ERROR.
           MOVE B-INS-KEY-BUFFER TO ERRJ-KEY.
           MOVE BTRV-STATUS-CODE TO ERRJ-STATUS-CODE.
           MOVE BTRV-STATUS-MESSAGE TO ERRJ-MESSAGE.
           CALL 'PACERRJ' USING ERRJ-PARM.
