       ID DIVISION.
       PROGRAM-ID.  PACHLDR.
       AUTHOR.  Oliphant .
       DATE-WRITTEN. OCTOBER 15, 2026.
       DATE-COMPILED.
       REMARKS.  MEMBER HOLDS REPORT.  LISTS THE HOLDS AND SANCTIONS
           IN pachold.dat (PACMHD.COB LAYOUT, MAINTAINED BY PACHOLD)
           TO pachold.rpt, THE PRIOR COPY ROTATED BY PACGDG, WITH THE
           MEMBER NAME FROM member.btr.  SCOPE 'A' (THE DEFAULT)
           LISTS ONLY THE HOLDS IN FORCE ON THE AS-OF DATE (ZERO =
           TODAY) -- THE SAME TEST PACHLDQ APPLIES FOR THE INSERT
           PATHS; SCOPE 'L' LISTS EVERY HOLD EVER PLACED WITH ITS
           STATE (ACTIVE, FUTURE, EXPIRED OR LIFTED) FOR THE AUDIT
           TRAIL.  ENDS WITH THE COUNT IN FORCE BY HOLD TYPE.  THE
           HOLDS FILE IS NOT PER YEAR OR PER REGION, SO THE HEADING
           CARRIES THE YEAR OF THE AS-OF DATE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. COMPAQ-DESKPRO-286.
       OBJECT-COMPUTER. ANY-COMPAQ-COMPATABLE.
       SPECIAL-NAMES.
           CALL-CONVENTION 64 IS WINAPI.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HLDR-MHD-FILE ASSIGN TO WS-MHD-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MHD-FILE-STATUS.
           SELECT HLDR-RPT-FILE ASSIGN TO WS-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HLDR-MHD-FILE.
       01  HLDR-MHD-RECORD.
           COPY 'PACMHD.COB'.
       FD  HLDR-RPT-FILE.
       01  HLDR-RPT-RECORD             PIC X(80).
*      WORKING-STORAGE SECTION.
       01  B-OPEN         PIC 9(4) BINARY VALUE 0.
       01  B-CLOSE        PIC 9(4) BINARY VALUE 1.
       01  B-GET-EQUAL    PIC 9(4) BINARY VALUE 5.
       01  MEMBER-RECORD.
           COPY 'MEMBER.COB'.
       01  OWNER-NAME     PIC X(8) VALUE SPACES.
       01  OWNER-LENGTH   PIC 9(4) BINARY VALUE 0.

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
           05  ERRJ-PROGRAM       PIC X(08) VALUE 'PACHLDR'.
           05  ERRJ-OPERATION     PIC X(08).
           05  ERRJ-KEY           PIC X(08).
           05  ERRJ-STATUS-CODE   PIC S9(4) BINARY.
           05  ERRJ-MESSAGE       PIC X(40).

      *      REPORT GENERATIONS -- SEE PACGDG.
       01  GDG-PARM.
           05  GDG-FILE-NAME        PIC X(32).

       01  WS-MHD-NAME           PIC X(32) VALUE 'pachold.dat'.
       01  MHD-FILE-STATUS       PIC X(2).
       01  WS-RPT-NAME           PIC X(32) VALUE 'pachold.rpt'.
       01  RPT-FILE-STATUS       PIC X(2).

       01  RUN-YYMMDD            PIC 9(06) VALUE 0.
       01  AS-OF-CCYYMMDD        PIC 9(08) VALUE 0.
       01  AS-OF-PARTS REDEFINES AS-OF-CCYYMMDD.
           05  AS-OF-CCYY        PIC 9(04).
           05  AS-OF-MMDD        PIC 9(04).
       01  HOLD-STATE-WORD       PIC X(07) VALUE SPACES.

       01  MHD-EOF-SW            PIC X VALUE 'N'.
           88  MHD-AT-EOF               VALUE 'Y'.
           88  MHD-NOT-AT-EOF           VALUE 'N'.
       01  JOB-FAILED-SW         PIC X VALUE 'N'.
           88  JOB-HAS-FAILED           VALUE 'Y'.
           88  JOB-IS-CLEAN             VALUE 'N'.
       01  MEMBER-OPEN-SW        PIC X VALUE 'N'.
           88  MEMBER-FILE-OPEN         VALUE 'Y'.
           88  MEMBER-FILE-CLOSED       VALUE 'N'.
       01  MEMBER-FOUND-SW       PIC X VALUE 'N'.
           88  MEMBER-IS-FOUND          VALUE 'Y'.
           88  MEMBER-IS-NOT-FOUND      VALUE 'N'.
       01  CNT                   PIC 9(8) VALUE 0.
       01  LISTED-COUNT          PIC 9(6) VALUE 0.
       01  SANCTION-COUNT        PIC 9(6) VALUE 0.
       01  DECEASED-COUNT        PIC 9(6) VALUE 0.
       01  DISPUTE-COUNT         PIC 9(6) VALUE 0.
       01  WATCH-COUNT           PIC 9(6) VALUE 0.
       01  FUTURE-COUNT          PIC 9(6) VALUE 0.
       01  EXPIRED-COUNT         PIC 9(6) VALUE 0.
       01  LIFTED-COUNT          PIC 9(6) VALUE 0.

      *      RUN-HISTORY HOOK -- SEE PACHIST.
       01  HIST-PARM.
           05  HIST-PROGRAM       PIC X(08) VALUE 'PACHLDR'.
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

       01  HR-SCOPE-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  HS-TEXT            PIC X(30).
           05  FILLER             PIC X(07) VALUE ' AS OF '.
           05  HS-AS-OF           PIC 9(08).
           05  FILLER             PIC X(34) VALUE SPACES.
       01  HR-COLUMN-LINE.
           05  FILLER             PIC X(47) VALUE
               ' HOLD   SERIAL MEMBER                     TYPE'.
           05  FILLER             PIC X(33) VALUE
               '       START    END       STATE'.
       01  HR-HOLD-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  HD-NUMBER          PIC 9(05).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  HD-SERIAL          PIC X(05).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  HD-NAME            PIC X(25).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  HD-TYPE            PIC X(10).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  HD-START           PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  HD-END             PIC X(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  HD-STATE           PIC X(07).
       01  HR-DETAIL-LINE.
           05  FILLER             PIC X(15) VALUE SPACES.
           05  HT-REASON          PIC X(30).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  HT-BY-TEXT         PIC X(33).
       01  HR-TOTAL-LINE.
           05  RT-LABEL           PIC X(49).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RT-COUNT           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER             PIC X(18) VALUE SPACES.
       01  HR-BLANK-LINE          PIC X(80) VALUE SPACES.
       01  HR-FAILED-LINE         PIC X(80) VALUE
           '   *** READ FAILED -- THIS REPORT IS INCOMPLETE ***'.

       LINKAGE SECTION.
       01  HLDR-PARM.
      *      DATE THE HOLDS ARE JUDGED AS OF -- ZERO = TODAY.
           05  HLDR-AS-OF          PIC 9(08).
      *      'A' = HOLDS IN FORCE ONLY (THE DEFAULT); 'L' = EVERY
      *      HOLD ON FILE, LIFTED AND EXPIRED ONES INCLUDED.
           05  HLDR-SCOPE          PIC X(01).
               88  HLDR-LIST-ALL         VALUE 'L' 'l'.
       PROCEDURE DIVISION USING HLDR-PARM.
       A000-BEGIN.
           CALL 'DOS_GET_TIME' USING HIST-START-STAMP.
           IF HLDR-AS-OF NUMERIC AND HLDR-AS-OF > 0
              MOVE HLDR-AS-OF TO AS-OF-CCYYMMDD
           ELSE
              ACCEPT RUN-YYMMDD FROM DATE
              COMPUTE AS-OF-CCYYMMDD = 20000000 + RUN-YYMMDD.

           SET MHD-NOT-AT-EOF TO TRUE.
           OPEN INPUT HLDR-MHD-FILE.
           IF MHD-FILE-STATUS = '35'
              DISPLAY 'PACHLDR: NO ' WS-MHD-NAME ' YET -- NO HOLDS'
                  ' HAVE BEEN PLACED'
              SET MHD-AT-EOF TO TRUE
           ELSE IF MHD-FILE-STATUS NOT = '00'
              DISPLAY 'PACHLDR: HOLDS FILE OPEN FAILED, STATUS '
                  MHD-FILE-STATUS
              SET JOB-HAS-FAILED TO TRUE
              GO TO DONE.

           PERFORM OPEN-MEMBER-FILE THRU OPEN-MEMBER-FILE-EXIT.

           MOVE WS-RPT-NAME TO GDG-FILE-NAME.
           CALL 'PACGDG' USING GDG-PARM.
           OPEN OUTPUT HLDR-RPT-FILE.
           MOVE 'MEMBER HOLDS AND SANCTIONS' TO PGH-TITLE.
           MOVE AS-OF-CCYY TO PGH-CCYY.
           MOVE 0  TO PGH-PAGE-NUMBER.
           MOVE 56 TO PGH-LINES-PER-PAGE.
           MOVE 99 TO PGH-LINE-COUNT.
           PERFORM START-NEW-PAGE.
           IF HLDR-LIST-ALL
              MOVE 'EVERY HOLD ON FILE, STATE' TO HS-TEXT
           ELSE
              MOVE 'HOLDS IN FORCE' TO HS-TEXT.
           MOVE AS-OF-CCYYMMDD TO HS-AS-OF.
           MOVE HR-SCOPE-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE HR-BLANK-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE HR-COLUMN-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.

           PERFORM REPORT-ONE-HOLD THRU REPORT-ONE-HOLD-EXIT
               UNTIL MHD-AT-EOF.
           IF MHD-FILE-STATUS NOT = '35'
              CLOSE HLDR-MHD-FILE.
           IF LISTED-COUNT = 0
              MOVE '   NONE' TO RPT-LINE-WORK
              PERFORM WRITE-RPT-LINE.

           MOVE HR-BLANK-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE 'SANCTIONS IN FORCE' TO RT-LABEL.
           MOVE SANCTION-COUNT TO RT-COUNT.
           MOVE HR-TOTAL-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE 'DECEASED HOLDS IN FORCE' TO RT-LABEL.
           MOVE DECEASED-COUNT TO RT-COUNT.
           MOVE HR-TOTAL-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE 'IN-DISPUTE HOLDS IN FORCE' TO RT-LABEL.
           MOVE DISPUTE-COUNT TO RT-COUNT.
           MOVE HR-TOTAL-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE 'WATCH-LIST HOLDS IN FORCE' TO RT-LABEL.
           MOVE WATCH-COUNT TO RT-COUNT.
           MOVE HR-TOTAL-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           IF HLDR-LIST-ALL
              MOVE 'HOLDS NOT YET STARTED' TO RT-LABEL
              MOVE FUTURE-COUNT TO RT-COUNT
              MOVE HR-TOTAL-LINE TO RPT-LINE-WORK
              PERFORM WRITE-RPT-LINE
              MOVE 'HOLDS EXPIRED' TO RT-LABEL
              MOVE EXPIRED-COUNT TO RT-COUNT
              MOVE HR-TOTAL-LINE TO RPT-LINE-WORK
              PERFORM WRITE-RPT-LINE
              MOVE 'HOLDS LIFTED' TO RT-LABEL
              MOVE LIFTED-COUNT TO RT-COUNT
              MOVE HR-TOTAL-LINE TO RPT-LINE-WORK
              PERFORM WRITE-RPT-LINE.
           MOVE 'HOLDS LISTED' TO RT-LABEL.
           MOVE LISTED-COUNT TO RT-COUNT.
           MOVE HR-TOTAL-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           IF JOB-HAS-FAILED
              MOVE HR-FAILED-LINE TO RPT-LINE-WORK
              PERFORM WRITE-RPT-LINE.
           PERFORM WRITE-END-LINE.
           CLOSE HLDR-RPT-FILE.
           PERFORM CLOSE-MEMBER-FILE THRU CLOSE-MEMBER-FILE-EXIT.

       DONE.
           MOVE AS-OF-CCYY TO HIST-CCYY.
           MOVE CNT        TO HIST-RECORDS.
           IF JOB-HAS-FAILED
              MOVE 'FAILED' TO HIST-STATUS.
           CALL 'PACHIST' USING HIST-PARM.
           IF JOB-IS-CLEAN
              DISPLAY 'PACHLDR: ' LISTED-COUNT ' HOLD(S) LISTED AS OF '
                  AS-OF-CCYYMMDD ' TO ' WS-RPT-NAME
              MOVE 0 TO RETURN-CODE
           ELSE
              MOVE 1 TO RETURN-CODE.
           GOBACK.

      *      SAME TEST AS PACHLDQ: LIFTED BEATS EVERYTHING, THEN A
      *      HOLD NOT YET STARTED, THEN ONE PAST ITS END DATE.
       REPORT-ONE-HOLD.
           READ HLDR-MHD-FILE
               AT END
                  SET MHD-AT-EOF TO TRUE
                  GO TO REPORT-ONE-HOLD-EXIT.
           IF MHD-FILE-STATUS NOT = '00'
              DISPLAY 'PACHLDR: HOLDS FILE READ FAILED, STATUS '
                  MHD-FILE-STATUS
              SET JOB-HAS-FAILED TO TRUE
              SET MHD-AT-EOF TO TRUE
              GO TO REPORT-ONE-HOLD-EXIT.
           ADD 1 TO CNT.
           IF MHD-LIFTED NUMERIC AND MHD-LIFTED > 0
              MOVE 'LIFTED'  TO HOLD-STATE-WORD
              ADD 1 TO LIFTED-COUNT
           ELSE IF MHD-START NOT NUMERIC
                   OR MHD-START > AS-OF-CCYYMMDD
              MOVE 'FUTURE'  TO HOLD-STATE-WORD
              ADD 1 TO FUTURE-COUNT
           ELSE IF MHD-END NUMERIC AND MHD-END > 0
                   AND MHD-END < AS-OF-CCYYMMDD
              MOVE 'EXPIRED' TO HOLD-STATE-WORD
              ADD 1 TO EXPIRED-COUNT
           ELSE
              MOVE 'ACTIVE'  TO HOLD-STATE-WORD
              PERFORM COUNT-HOLD-TYPE.
           IF HOLD-STATE-WORD NOT = 'ACTIVE' AND NOT HLDR-LIST-ALL
              GO TO REPORT-ONE-HOLD-EXIT.

           ADD 1 TO LISTED-COUNT.
           MOVE MHD-NUMBER TO HD-NUMBER.
           MOVE MHD-SERIAL TO HD-SERIAL.
           MOVE MHD-SERIAL TO B-MEM-KEY-SERIAL.
           PERFORM LOOKUP-MEMBER THRU LOOKUP-MEMBER-EXIT.
           IF MEMBER-IS-FOUND
              MOVE MEM-NAME TO HD-NAME
           ELSE
              MOVE '** NOT ON MEMBER FILE **' TO HD-NAME.
           IF MHD-IS-SANCTION
              MOVE 'SANCTION'   TO HD-TYPE
           ELSE IF MHD-IS-DECEASED
              MOVE 'DECEASED'   TO HD-TYPE
           ELSE IF MHD-IS-DISPUTE
              MOVE 'IN DISPUTE' TO HD-TYPE
           ELSE IF MHD-IS-WATCH
              MOVE 'WATCH'      TO HD-TYPE
           ELSE
              MOVE MHD-TYPE     TO HD-TYPE.
           MOVE MHD-START TO HD-START.
           IF MHD-END NUMERIC AND MHD-END > 0
              MOVE MHD-END TO HD-END
           ELSE
              MOVE 'OPEN' TO HD-END.
           MOVE HOLD-STATE-WORD TO HD-STATE.
           MOVE HR-HOLD-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.

           MOVE MHD-REASON TO HT-REASON.
           MOVE SPACES TO HT-BY-TEXT.
           IF MHD-LIFTED NUMERIC AND MHD-LIFTED > 0
              STRING 'LIFTED ' DELIMITED BY SIZE
                     MHD-LIFTED DELIMITED BY SIZE
                     ' BY ' DELIMITED BY SIZE
                     MHD-LIFTED-BY DELIMITED BY SPACE
                     INTO HT-BY-TEXT
           ELSE
              STRING 'PLACED ' DELIMITED BY SIZE
                     MHD-PLACED DELIMITED BY SIZE
                     ' BY ' DELIMITED BY SIZE
                     MHD-PLACED-BY DELIMITED BY SPACE
                     INTO HT-BY-TEXT.
           MOVE HR-DETAIL-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
       REPORT-ONE-HOLD-EXIT. EXIT.

       COUNT-HOLD-TYPE.
           IF MHD-IS-SANCTION
              ADD 1 TO SANCTION-COUNT
           ELSE IF MHD-IS-DECEASED
              ADD 1 TO DECEASED-COUNT
           ELSE IF MHD-IS-DISPUTE
              ADD 1 TO DISPUTE-COUNT
           ELSE IF MHD-IS-WATCH
              ADD 1 TO WATCH-COUNT.

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
              DISPLAY 'PACHLDR: MEMBER OPEN FAILED--> '
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
              DISPLAY 'PACHLDR: MEMBER CLOSE FAILED--> '
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

       WRITE-RPT-LINE.
           IF PGH-LINE-COUNT NOT < PGH-LINES-PER-PAGE
              PERFORM START-NEW-PAGE.
           WRITE HLDR-RPT-RECORD FROM RPT-LINE-WORK.
           ADD 1 TO PGH-LINE-COUNT.

       START-NEW-PAGE.
           MOVE 'H' TO PGH-REQUEST.
           CALL 'PACPAGE' USING PAGE-CTL.
           WRITE HLDR-RPT-RECORD FROM PGH-LINE-1.
           WRITE HLDR-RPT-RECORD FROM PGH-LINE-2.
           WRITE HLDR-RPT-RECORD FROM PGH-LINE-3.
           MOVE 03 TO PGH-LINE-COUNT.

       WRITE-END-LINE.
           MOVE 'E' TO PGH-REQUEST.
           CALL 'PACPAGE' USING PAGE-CTL.
           WRITE HLDR-RPT-RECORD FROM PGH-LINE-1.

       LOG-ERROR-JOURNAL.
           MOVE B-MEM-KEY-BUFFER TO ERRJ-KEY.
           MOVE BTRV-STATUS-CODE TO ERRJ-STATUS-CODE.
           MOVE BTRV-STATUS-MESSAGE TO ERRJ-MESSAGE.
           CALL 'PACERRJ' USING ERRJ-PARM.
