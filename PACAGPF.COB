       ID DIVISION.
       PROGRAM-ID.  PACAGPF.
       AUTHOR.  Oliphant .
       DATE-WRITTEN. OCTOBER 11, 2026.
       DATE-COMPILED.
       REMARKS.  AGENT PORTFOLIO STATEMENTS AND AGENT RENEWAL
           LETTERS.  ONE READ-ONLY SWEEP OF pacCCYY.btr PICKS UP
           EVERY RECORD CARRYING A PAC-AGENT CODE AND TOTALS IT TO
           THAT AGENT -- ACTIVE REGISTRATIONS, HOW MANY OF THEM
           EXPIRE WITHIN N DAYS OF THE AS-OF DATE (FROM
           PAC-EXP-DATE, ON THE SAME LEAP-SAFE DAY NUMBERS PACRENEW
           USES), VOIDED ONES, AND THE BILLED VALUE OF THE ACTIVE
           ONES -- WHILE THE RECORDS THEMSELVES GO TO A WORK FILE.
           THE AGENTS ARE THEN TAKEN IN CODE ORDER, EACH ONE'S NAME,
           CONTACT AND ADDRESS ASKED OF PACAGTQ, AND THE WORK FILE
           READ BACK FOR THAT AGENT'S LINES WITH THE member.btr NAME
           JOINED ON.
           MODE 'P' (THE DEFAULT) IS THE PORTFOLIO REPORT,
           pacCCYY.agp: ONE SECTION PER AGENT LISTING EVERY ACTIVE
           REGISTRATION (EXPIRING ONES STARRED) WITH THE AGENT'S
           TOTALS, AND A GRAND TOTAL, THROUGH PACPAGE.  AN AGENT
           SINCE RETIRED, OR A CODE THE REGISTER NO LONGER KNOWS,
           STILL GETS A SECTION, MARKED AS SUCH.
           MODE 'L' IS THE AGENT LETTER RUN, pacCCYY.agl: ONE
           LETTER PER LIVE AGENT LISTING THE REGISTRATIONS OF THEIRS
           EXPIRING WITHIN THE WINDOW, SO THE RENEWAL GOES TO THE
           AGENT RATHER THAN TO EACH MEMBER.  PACRENEW'S CALL LIST
           LEAVES OUT THE SAME RECORDS.  A RETIRED OR UNKNOWN AGENT
           GETS NO LETTER -- PACRENEW KEEPS THOSE MEMBERS ON ITS
           CALL LIST -- AND IS COUNTED ON THE CONSOLE.
           THE PRIOR COPY OF EITHER OUTPUT IS ROTATED BY PACGDG.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. COMPAQ-DESKPRO-286.
       OBJECT-COMPUTER. ANY-COMPAQ-COMPATABLE.
       SPECIAL-NAMES.
           CALL-CONVENTION 64 IS WINAPI.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGPF-WRK-FILE ASSIGN TO WS-WRK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FILE-STATUS.
           SELECT AGPF-RPT-FILE ASSIGN TO WS-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *      ONE LINE PER AGENT-REPRESENTED RECORD THE SWEEP KEEPS --
      *      EVERY ACTIVE ONE FOR THE PORTFOLIO, ONLY THE EXPIRING
      *      ONES FOR THE LETTERS.
       FD  AGPF-WRK-FILE.
       01  AGPF-WRK-RECORD.
           05  AW-AGENT           PIC X(05).
           05  FILLER             PIC X(01).
           05  AW-SERIAL          PIC X(05).
           05  FILLER             PIC X(01).
           05  AW-SEQ             PIC 9(03).
           05  FILLER             PIC X(01).
           05  AW-SPEC            PIC X(01).
           05  AW-GEAR            PIC X(02).
           05  AW-AREA            PIC X(01).
           05  FILLER             PIC X(01).
           05  AW-QTY             PIC 9(05).
           05  FILLER             PIC X(01).
           05  AW-VALUE           PIC 9(07)V99.
           05  FILLER             PIC X(01).
           05  AW-EXP-DATE        PIC 9(08).
           05  FILLER             PIC X(01).
           05  AW-EXPIRING        PIC X(01).
       FD  AGPF-RPT-FILE.
       01  AGPF-RPT-RECORD             PIC X(80).
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
           05  ERRJ-PROGRAM       PIC X(08) VALUE 'PACAGPF'.
           05  ERRJ-OPERATION     PIC X(08).
           05  ERRJ-KEY           PIC X(08).
           05  ERRJ-STATUS-CODE   PIC S9(4) BINARY.
           05  ERRJ-MESSAGE       PIC X(40).

      *      REPORT GENERATIONS -- THE PRIOR COPY IS ROTATED TO
      *      <name>.g1 (AND SO ON) THROUGH PACGDG BEFORE THE NEW
      *      RUN OPENS OUTPUT.
       01  GDG-PARM.
           05  GDG-FILE-NAME        PIC X(32).

      *      AGENT REGISTER QUERY (PACAGTQ HAS NO SEPARATE COPYBOOK
      *      FOR ITS PARAMETER).
       01  AGTQ-PARM.
           05  AGTQ-CODE           PIC X(05).
           05  AGTQ-RESULT         PIC X(01).
               88  AGTQ-IS-LIVE          VALUE 'L'.
               88  AGTQ-IS-RETIRED       VALUE 'R'.
               88  AGTQ-IS-UNKNOWN       VALUE 'U'.
           05  AGTQ-NAME           PIC X(30).
           05  AGTQ-CONTACT        PIC X(30).
           05  AGTQ-PHONE          PIC X(14).
           05  AGTQ-ADDRESS        PIC X(40).

       01  TARGET-CCYY-DISPLAY  PIC 9(4) VALUE 0.
       01  WS-WRK-NAME           PIC X(32).
       01  WRK-FILE-STATUS       PIC X(2).
       01  WS-RPT-NAME           PIC X(32).
       01  RPT-FILE-STATUS       PIC X(2).

       01  JOB-FAILED-SW         PIC X VALUE 'N'.
           88  JOB-HAS-FAILED           VALUE 'Y'.
           88  JOB-IS-CLEAN             VALUE 'N'.
       01  MEMBER-OPEN-SW        PIC X VALUE 'N'.
           88  MEMBER-FILE-OPEN         VALUE 'Y'.
           88  MEMBER-FILE-CLOSED       VALUE 'N'.
       01  MEMBER-FOUND-SW       PIC X VALUE 'N'.
           88  MEMBER-IS-FOUND          VALUE 'Y'.
           88  MEMBER-IS-NOT-FOUND      VALUE 'N'.
       01  WRK-EOF-SW            PIC X VALUE 'N'.
           88  WRK-AT-EOF               VALUE 'Y'.
           88  WRK-NOT-AT-EOF           VALUE 'N'.
       01  AGENTS-LEFT-SW        PIC X VALUE 'Y'.
           88  AGENTS-ARE-LEFT          VALUE 'Y'.
           88  NO-AGENTS-LEFT           VALUE 'N'.
       01  EXPIRING-SW           PIC X VALUE 'N'.
           88  RECORD-IS-EXPIRING       VALUE 'Y'.
           88  RECORD-NOT-EXPIRING      VALUE 'N'.

       01  CNT                   PIC 9(08) VALUE 0.
       01  AGENT-RECORDS         PIC 9(08) VALUE 0.
       01  LETTER-COUNT          PIC 9(06) VALUE 0.
       01  NO-LETTER-COUNT       PIC 9(06) VALUE 0.
       01  AS-OF-YYMMDD          PIC 9(06) VALUE 0.
       01  AS-OF-CCYYMMDD        PIC 9(08) VALUE 0.
       01  AS-OF-DAYS            PIC 9(08) VALUE 0.
       01  WINDOW-DAYS           PIC 9(03) VALUE 0.
       01  WINDOW-END-DAYS       PIC 9(08) VALUE 0.
       01  EXP-DAYS              PIC 9(08) VALUE 0.

      *      ONE ENTRY PER AGENT CODE FOUND ON THE YEAR'S RECORDS.
      *      THE AGENTS ARE REPORTED LOWEST CODE FIRST BY PICKING
      *      THE LOWEST UNPICKED ENTRY EACH TIME, THE SAME WAY
      *      PACAGED PICKS ITS WORKLIST.
       01  AGENT-COUNT           PIC 9(04) VALUE 0.
       01  AGENT-MAX             PIC 9(04) VALUE 500.
       01  AGENT-TABLE.
           05  AGENT-ENTRY OCCURS 500 TIMES
                   INDEXED BY AGNT-IDX.
               10  AGNT-CODE       PIC X(05).
               10  AGNT-ACTIVE     PIC 9(06).
               10  AGNT-EXPIRING   PIC 9(06).
               10  AGNT-VOIDED     PIC 9(06).
               10  AGNT-BILLED     PIC 9(09)V99.
               10  AGNT-PICKED     PIC X(01).
       01  AGNT-FOUND-SW         PIC X VALUE 'N'.
           88  AGNT-IS-FOUND            VALUE 'Y'.
           88  AGNT-IS-NOT-FOUND        VALUE 'N'.
       01  BEST-IDX              PIC 9(04) VALUE 0.
       01  BEST-FOUND-SW         PIC X VALUE 'N'.
           88  BEST-IS-FOUND            VALUE 'Y'.
           88  BEST-IS-NOT-FOUND        VALUE 'N'.
       01  CURRENT-AGENT         PIC X(05) VALUE SPACES.

       01  TOTAL-ACTIVE          PIC 9(08) VALUE 0.
       01  TOTAL-EXPIRING        PIC 9(08) VALUE 0.
       01  TOTAL-VOIDED          PIC 9(08) VALUE 0.
       01  TOTAL-BILLED          PIC 9(11)V99 VALUE 0.

      *      DATE-TO-DAY-NUMBER WORK, THE SAME LEAP-SAFE CONVERSION
      *      PACRENEW AGES ITS EXPIRIES WITH.
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

      *      RUN-HISTORY HOOK -- SEE PACHIST.
       01  HIST-PARM.
           05  HIST-PROGRAM       PIC X(08) VALUE 'PACAGPF'.
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
      *      ONLY THE PORTFOLIO REPORT IS PAGED; THE LETTERS ARE
      *      SEPARATED THE WAY PACSTMT SEPARATES ITS STATEMENTS.
       01  PAGE-CTL.
           COPY 'PACHDR.COB'.
       01  RPT-LINE-WORK          PIC X(80).

       01  PF-AGENT-LINE.
           05  FILLER             PIC X(06) VALUE 'AGENT '.
           05  PA-CODE            PIC X(05).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  PA-NAME            PIC X(30).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  PA-STATE           PIC X(35).
       01  PF-CONTACT-LINE.
           05  FILLER             PIC X(11) VALUE '   CONTACT '.
           05  PC-CONTACT         PIC X(30).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  PC-PHONE           PIC X(14).
           05  FILLER             PIC X(24) VALUE SPACES.
       01  PF-COLUMN-LINE.
           05  FILLER             PIC X(40) VALUE
               '   SERIAL SEQ  S GR A    QTY       VALUE'.
           05  FILLER             PIC X(40) VALUE
               '  EXPIRES     MEMBER'.
       01  PF-DETAIL-LINE.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  PD-SERIAL          PIC X(05).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  PD-SEQ             PIC 9(03).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  PD-SPEC            PIC X(01).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  PD-GEAR            PIC X(02).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  PD-AREA            PIC X(01).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  PD-QTY             PIC ZZZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  PD-VALUE           PIC ZZZZZZ9.99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  PD-EXP-DATE        PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  PD-FLAG            PIC X(01).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  PD-NAME            PIC X(26).
       01  PF-TOTAL-LINE.
           05  PT-LABEL           PIC X(10).
           05  FILLER             PIC X(08) VALUE ' ACTIVE '.
           05  PT-ACTIVE          PIC ZZZ,ZZ9.
           05  FILLER             PIC X(10) VALUE '  EXPIRING'.
           05  PT-EXPIRING        PIC ZZZ,ZZ9.
           05  FILLER             PIC X(08) VALUE '  VOIDED'.
           05  PT-VOIDED          PIC ZZZ,ZZ9.
           05  FILLER             PIC X(08) VALUE '  BILLED'.
           05  PT-BILLED          PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(02) VALUE SPACES.
       01  PF-AGENTS-LINE.
           05  FILLER             PIC X(20) VALUE
               'AGENTS REPORTED     '.
           05  PG-AGENTS          PIC ZZZ9.
           05  FILLER             PIC X(56) VALUE SPACES.
       01  PF-STAR-NOTE           PIC X(80) VALUE
           '   * = EXPIRES WITHIN THE RENEWAL WINDOW'.

       01  LT-PAGE-LINE          PIC X(80) VALUE ALL '='.
       01  LT-TITLE-LINE         PIC X(80) VALUE
           'PAC REGISTRATION RENEWAL NOTICE -- AGENT COPY'.
       01  LT-BLANK-LINE         PIC X(80) VALUE SPACES.
       01  LT-NAME-LINE.
           05  LN-NAME            PIC X(30).
           05  FILLER             PIC X(10) VALUE SPACES.
           05  FILLER             PIC X(11) VALUE 'AGENT CODE '.
           05  LN-CODE            PIC X(05).
           05  FILLER             PIC X(24) VALUE SPACES.
       01  LT-ATTN-LINE.
           05  FILLER             PIC X(06) VALUE 'ATTN: '.
           05  LA-CONTACT         PIC X(30).
           05  FILLER             PIC X(04) VALUE SPACES.
           05  FILLER             PIC X(06) VALUE 'PHONE '.
           05  LA-PHONE           PIC X(14).
           05  FILLER             PIC X(20) VALUE SPACES.
       01  LT-ADDRESS-LINE.
           05  LD-ADDRESS         PIC X(40).
           05  FILLER             PIC X(40) VALUE SPACES.
       01  LT-TEXT-LINE-1.
           05  FILLER             PIC X(06) VALUE 'AS AT '.
           05  LX-AS-OF           PIC 9(08).
           05  FILLER             PIC X(41) VALUE
               ' THE REGISTRATIONS BELOW, WHICH YOU FILE'.
           05  FILLER             PIC X(25) VALUE SPACES.
       01  LT-TEXT-LINE-2.
           05  FILLER             PIC X(31) VALUE
               'FOR YOUR CLIENTS, EXPIRE WITHIN'.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  LX-WINDOW          PIC ZZ9.
           05  FILLER             PIC X(45) VALUE
               ' DAYS.  PLEASE ARRANGE THEIR RENEWAL WITH US.'.
       01  LT-COUNT-LINE.
           05  FILLER             PIC X(23) VALUE
               'REGISTRATIONS LISTED: '.
           05  LC-COUNT           PIC ZZZ,ZZ9.
           05  FILLER             PIC X(50) VALUE SPACES.

       LINKAGE SECTION.
       01  AGPF-PARM.
           05  AGPF-CCYY           PIC 9(04).
      *      'P'/SPACE = PORTFOLIO REPORT; 'L' = AGENT LETTER RUN.
           05  AGPF-MODE           PIC X(01).
               88  AGPF-PORTFOLIO-MODE   VALUES ARE SPACE 'P'.
               88  AGPF-LETTER-MODE      VALUE 'L'.
      *      THE AS-OF DATE (CCYYMMDD; ZERO = TODAY) AND THE
      *      LOOK-AHEAD WINDOW FOR "EXPIRING" (ZERO = 60 DAYS).
           05  AGPF-AS-OF-DATE     PIC 9(08).
           05  AGPF-WINDOW-DAYS    PIC 9(03).

      *      REGION CODE -- SPACES = THE HISTORIC SINGLE-REGION
      *      FILE SET (pacCCYY.btr); OTHERWISE QUALIFIES EVERY
      *      PER-YEAR FILE NAME THE RUN TOUCHES.
           05  AGPF-REGION         PIC X(02).
       PROCEDURE DIVISION USING AGPF-PARM.
       A000-BEGIN.
           CALL 'DOS_GET_TIME' USING HIST-START-STAMP.
           MOVE AGPF-CCYY TO TARGET-CCYY-DISPLAY.
           IF AGPF-AS-OF-DATE NUMERIC AND AGPF-AS-OF-DATE > 0
              MOVE AGPF-AS-OF-DATE TO AS-OF-CCYYMMDD
           ELSE
              ACCEPT AS-OF-YYMMDD FROM DATE
              COMPUTE AS-OF-CCYYMMDD = 20000000 + AS-OF-YYMMDD.
           IF AGPF-WINDOW-DAYS NUMERIC AND AGPF-WINDOW-DAYS > 0
              MOVE AGPF-WINDOW-DAYS TO WINDOW-DAYS
           ELSE
              MOVE 60 TO WINDOW-DAYS.
           MOVE AS-OF-CCYYMMDD TO CNV-CCYYMMDD.
           PERFORM DATE-TO-DAY-NUMBER.
           MOVE CNV-DAY-NUMBER TO AS-OF-DAYS.
           COMPUTE WINDOW-END-DAYS = AS-OF-DAYS + WINDOW-DAYS.

           MOVE SPACES TO B-PAC-NAME.
           STRING 'pac' DELIMITED BY SIZE
                  AGPF-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.btr' DELIMITED BY SIZE
                  INTO B-PAC-NAME.
           MOVE SPACES TO WS-WRK-NAME.
           STRING 'pac' DELIMITED BY SIZE
                  AGPF-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.agw' DELIMITED BY SIZE
                  INTO WS-WRK-NAME.
           MOVE SPACES TO WS-RPT-NAME.
           IF AGPF-LETTER-MODE
              STRING 'pac' DELIMITED BY SIZE
                     AGPF-REGION DELIMITED BY SPACE
                     TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                     '.agl' DELIMITED BY SIZE
                     INTO WS-RPT-NAME
           ELSE
              STRING 'pac' DELIMITED BY SIZE
                     AGPF-REGION DELIMITED BY SPACE
                     TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                     '.agp' DELIMITED BY SIZE
                     INTO WS-RPT-NAME.

           OPEN OUTPUT AGPF-WRK-FILE.
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
              DISPLAY 'PACAGPF: OPEN FAILED--> ' BTRV-STATUS-MESSAGE
              CLOSE AGPF-WRK-FILE
              SET JOB-HAS-FAILED TO TRUE
              GO TO DONE.

           MOVE 0 TO B-PAC-KEY-NUMBER.
           MOVE LOW-VALUES TO B-PAC-KEY-BUFFER.
           CALL WINAPI 'BTRV' USING by value B-GET-GREATER,
             by reference B-PAC-POSITION,
                PAC-RECORD, B-PAC-LENGTH, B-PAC-KEY-BUFFER,
                by value B-PAC-KEY-NUMBER.

       SWEEP-NEXT.
           IF RETURN-CODE = 9
              GO TO SWEEP-CLOSE.
           IF RETURN-CODE NOT = 0
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'GET-NX' TO ERRJ-OPERATION
              PERFORM LOG-ERROR-JOURNAL
              DISPLAY 'PACAGPF: READ FAILED--> ' BTRV-STATUS-MESSAGE
              SET JOB-HAS-FAILED TO TRUE
              GO TO SWEEP-CLOSE.
           ADD 1 TO CNT.
           IF PAC-AGENT NOT = SPACES
              PERFORM TALLY-AGENT-RECORD THRU TALLY-AGENT-RECORD-EXIT.
           IF JOB-HAS-FAILED
              GO TO SWEEP-CLOSE.
           CALL WINAPI 'BTRV' USING by value B-GET-NEXT,
             by reference B-PAC-POSITION,
                PAC-RECORD, B-PAC-LENGTH, B-PAC-KEY-BUFFER,
                by value B-PAC-KEY-NUMBER.
           GO TO SWEEP-NEXT.

       SWEEP-CLOSE.
           CLOSE AGPF-WRK-FILE.
           CALL WINAPI 'BTRV' USING by value B-CLOSE,
             by reference B-PAC-POSITION,
             OWNER-NAME, OWNER-LENGTH,
             B-PAC-KEY-BUFFER, by value B-PAC-KEY-NUMBER.
           IF RETURN-CODE NOT = ZERO
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'CLOSE' TO ERRJ-OPERATION
              PERFORM LOG-ERROR-JOURNAL
              DISPLAY 'PACAGPF: CLOSE FAILED--> ' BTRV-STATUS-MESSAGE
              SET JOB-HAS-FAILED TO TRUE.
      *      A SWEEP THAT STOPPED SHORT WOULD UNDERSTATE EVERY AGENT,
      *      SO NOTHING IS PRINTED FROM IT.
           IF JOB-HAS-FAILED
              GO TO DONE.

           MOVE WS-RPT-NAME TO GDG-FILE-NAME.
           CALL 'PACGDG' USING GDG-PARM.
           OPEN OUTPUT AGPF-RPT-FILE.
           MOVE 'PAC AGENT PORTFOLIO' TO PGH-TITLE.
           MOVE TARGET-CCYY-DISPLAY TO PGH-CCYY.
           MOVE 0  TO PGH-PAGE-NUMBER.
           MOVE 56 TO PGH-LINES-PER-PAGE.
           MOVE 99 TO PGH-LINE-COUNT.
           PERFORM OPEN-MEMBER-FILE THRU OPEN-MEMBER-FILE-EXIT.
           SET AGENTS-ARE-LEFT TO TRUE.
           PERFORM REPORT-NEXT-AGENT THRU REPORT-NEXT-AGENT-EXIT
               UNTIL NO-AGENTS-LEFT.
           PERFORM CLOSE-MEMBER-FILE THRU CLOSE-MEMBER-FILE-EXIT.

           IF AGPF-LETTER-MODE
              DISPLAY 'PACAGPF: ' LETTER-COUNT ' AGENT LETTER(S) TO '
                  WS-RPT-NAME
              IF NO-LETTER-COUNT > 0
                 DISPLAY 'PACAGPF: ' NO-LETTER-COUNT ' RETIRED OR'
                     ' UNKNOWN AGENT(S) -- NO LETTER, THEIR MEMBERS'
                     ' STAY ON THE PACRENEW CALL LIST'
              END-IF
           ELSE
              MOVE SPACES TO RPT-LINE-WORK
              PERFORM WRITE-RPT-LINE
              MOVE 'ALL AGENTS' TO PT-LABEL
              MOVE TOTAL-ACTIVE   TO PT-ACTIVE
              MOVE TOTAL-EXPIRING TO PT-EXPIRING
              MOVE TOTAL-VOIDED   TO PT-VOIDED
              MOVE TOTAL-BILLED   TO PT-BILLED
              MOVE PF-TOTAL-LINE TO RPT-LINE-WORK
              PERFORM WRITE-RPT-LINE
              MOVE AGENT-COUNT TO PG-AGENTS
              MOVE PF-AGENTS-LINE TO RPT-LINE-WORK
              PERFORM WRITE-RPT-LINE
              MOVE PF-STAR-NOTE TO RPT-LINE-WORK
              PERFORM WRITE-RPT-LINE
              PERFORM WRITE-END-LINE
              DISPLAY 'PACAGPF: ' AGENT-COUNT ' AGENT(S), '
                  AGENT-RECORDS ' RECORD(S) ON THE PORTFOLIO '
                  WS-RPT-NAME.
           CLOSE AGPF-RPT-FILE.

       DONE.
           MOVE TARGET-CCYY-DISPLAY TO HIST-CCYY.
           MOVE AGENT-RECORDS TO HIST-RECORDS.
           IF JOB-HAS-FAILED
              MOVE 'FAILED' TO HIST-STATUS.
           CALL 'PACHIST' USING HIST-PARM.
           GOBACK.

      *      ONE AGENT-REPRESENTED RECORD: COUNT IT TO ITS AGENT AND,
      *      IF THIS RUN LISTS IT, PUT IT ON THE WORK FILE.
       TALLY-AGENT-RECORD.
           ADD 1 TO AGENT-RECORDS.
           MOVE PAC-AGENT TO CURRENT-AGENT.
           PERFORM FIND-AGENT THRU FIND-AGENT-EXIT.
           IF AGNT-IS-NOT-FOUND
              PERFORM ADD-AGENT THRU ADD-AGENT-EXIT.
           IF JOB-HAS-FAILED
              GO TO TALLY-AGENT-RECORD-EXIT.
           IF PAC-REC-VOIDED
              ADD 1 TO AGNT-VOIDED (AGNT-IDX)
              ADD 1 TO TOTAL-VOIDED
              GO TO TALLY-AGENT-RECORD-EXIT.
           ADD 1 TO AGNT-ACTIVE (AGNT-IDX).
           ADD 1 TO TOTAL-ACTIVE.
           ADD PAC-VALUE TO AGNT-BILLED (AGNT-IDX).
           ADD PAC-VALUE TO TOTAL-BILLED.

           SET RECORD-NOT-EXPIRING TO TRUE.
           IF PAC-EXP-DATE NUMERIC AND PAC-EXP-DATE > 0
              MOVE PAC-EXP-DATE TO CNV-CCYYMMDD
              PERFORM DATE-TO-DAY-NUMBER
              MOVE CNV-DAY-NUMBER TO EXP-DAYS
              IF EXP-DAYS NOT < AS-OF-DAYS
                 AND EXP-DAYS NOT > WINDOW-END-DAYS
                 SET RECORD-IS-EXPIRING TO TRUE
                 ADD 1 TO AGNT-EXPIRING (AGNT-IDX)
                 ADD 1 TO TOTAL-EXPIRING.
           IF AGPF-LETTER-MODE AND RECORD-NOT-EXPIRING
              GO TO TALLY-AGENT-RECORD-EXIT.

           MOVE SPACES TO AGPF-WRK-RECORD.
           MOVE PAC-AGENT      TO AW-AGENT.
           MOVE PAC-KEY-SERIAL TO AW-SERIAL.
           MOVE PAC-KEY-SEQ    TO AW-SEQ.
           MOVE PAC-SPEC       TO AW-SPEC.
           MOVE PAC-GEAR       TO AW-GEAR.
           MOVE PAC-AREA       TO AW-AREA.
           MOVE PAC-QTY        TO AW-QTY.
           MOVE PAC-VALUE      TO AW-VALUE.
           MOVE PAC-EXP-DATE   TO AW-EXP-DATE.
           MOVE EXPIRING-SW    TO AW-EXPIRING.
           WRITE AGPF-WRK-RECORD.
       TALLY-AGENT-RECORD-EXIT. EXIT.

      *      THE LOWEST CODE NOT YET REPORTED, THEN ITS SECTION OR
      *      ITS LETTER.
       REPORT-NEXT-AGENT.
           SET BEST-IS-NOT-FOUND TO TRUE.
           PERFORM CHECK-ONE-AGENT
               VARYING AGNT-IDX FROM 1 BY 1
               UNTIL AGNT-IDX > AGENT-COUNT.
           IF BEST-IS-NOT-FOUND
              SET NO-AGENTS-LEFT TO TRUE
              GO TO REPORT-NEXT-AGENT-EXIT.
           SET AGNT-IDX TO BEST-IDX.
           MOVE 'Y' TO AGNT-PICKED (AGNT-IDX).
           MOVE AGNT-CODE (AGNT-IDX) TO CURRENT-AGENT.
           MOVE CURRENT-AGENT TO AGTQ-CODE.
           CALL 'PACAGTQ' USING AGTQ-PARM.
           IF AGPF-LETTER-MODE
              PERFORM WRITE-AGENT-LETTER THRU WRITE-AGENT-LETTER-EXIT
           ELSE
              PERFORM WRITE-AGENT-SECTION.
       REPORT-NEXT-AGENT-EXIT. EXIT.

       CHECK-ONE-AGENT.
           IF AGNT-PICKED (AGNT-IDX) = 'N'
              IF BEST-IS-NOT-FOUND
                 SET BEST-IDX TO AGNT-IDX
                 SET BEST-IS-FOUND TO TRUE
              ELSE
                 IF AGNT-CODE (AGNT-IDX) < AGNT-CODE (BEST-IDX)
                    SET BEST-IDX TO AGNT-IDX.

       WRITE-AGENT-SECTION.
           MOVE SPACES TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE CURRENT-AGENT TO PA-CODE.
           MOVE SPACES TO PA-STATE.
           IF AGTQ-IS-UNKNOWN
              MOVE '*** NOT ON THE AGENT REGISTER ***' TO PA-NAME
           ELSE
              MOVE AGTQ-NAME TO PA-NAME.
           IF AGTQ-IS-RETIRED
              MOVE '(RETIRED)' TO PA-STATE.
           MOVE PF-AGENT-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE AGTQ-CONTACT TO PC-CONTACT.
           MOVE AGTQ-PHONE   TO PC-PHONE.
           MOVE PF-CONTACT-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE PF-COLUMN-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           PERFORM LIST-AGENT-RECORDS THRU LIST-AGENT-RECORDS-EXIT.
           MOVE 'AGENT     ' TO PT-LABEL.
           MOVE AGNT-ACTIVE (AGNT-IDX)   TO PT-ACTIVE.
           MOVE AGNT-EXPIRING (AGNT-IDX) TO PT-EXPIRING.
           MOVE AGNT-VOIDED (AGNT-IDX)   TO PT-VOIDED.
           MOVE AGNT-BILLED (AGNT-IDX)   TO PT-BILLED.
           MOVE PF-TOTAL-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.

      *      A LETTER GOES ONLY TO A LIVE AGENT WITH SOMETHING
      *      EXPIRING; PACRENEW COVERS THE MEMBERS OF ANY OTHER.
       WRITE-AGENT-LETTER.
           IF AGNT-EXPIRING (AGNT-IDX) = 0
              GO TO WRITE-AGENT-LETTER-EXIT.
           IF NOT AGTQ-IS-LIVE
              ADD 1 TO NO-LETTER-COUNT
              GO TO WRITE-AGENT-LETTER-EXIT.
           ADD 1 TO LETTER-COUNT.
           WRITE AGPF-RPT-RECORD FROM LT-PAGE-LINE.
           WRITE AGPF-RPT-RECORD FROM LT-TITLE-LINE.
           WRITE AGPF-RPT-RECORD FROM LT-BLANK-LINE.
           MOVE AGTQ-NAME     TO LN-NAME.
           MOVE CURRENT-AGENT TO LN-CODE.
           WRITE AGPF-RPT-RECORD FROM LT-NAME-LINE.
           MOVE AGTQ-CONTACT  TO LA-CONTACT.
           MOVE AGTQ-PHONE    TO LA-PHONE.
           WRITE AGPF-RPT-RECORD FROM LT-ATTN-LINE.
           MOVE AGTQ-ADDRESS  TO LD-ADDRESS.
           WRITE AGPF-RPT-RECORD FROM LT-ADDRESS-LINE.
           WRITE AGPF-RPT-RECORD FROM LT-BLANK-LINE.
           MOVE AS-OF-CCYYMMDD TO LX-AS-OF.
           WRITE AGPF-RPT-RECORD FROM LT-TEXT-LINE-1.
           MOVE WINDOW-DAYS TO LX-WINDOW.
           WRITE AGPF-RPT-RECORD FROM LT-TEXT-LINE-2.
           WRITE AGPF-RPT-RECORD FROM LT-BLANK-LINE.
           WRITE AGPF-RPT-RECORD FROM PF-COLUMN-LINE.
           PERFORM LIST-AGENT-RECORDS THRU LIST-AGENT-RECORDS-EXIT.
           WRITE AGPF-RPT-RECORD FROM LT-BLANK-LINE.
           MOVE AGNT-EXPIRING (AGNT-IDX) TO LC-COUNT.
           WRITE AGPF-RPT-RECORD FROM LT-COUNT-LINE.
       WRITE-AGENT-LETTER-EXIT. EXIT.

      *      ONE PASS OF THE WORK FILE PER AGENT.  THE FILE HOLDS
      *      ONLY AGENT-REPRESENTED RECORDS, SO IT STAYS SMALL NEXT
      *      TO ANOTHER SWEEP OF THE YEAR FILE.
       LIST-AGENT-RECORDS.
           SET WRK-NOT-AT-EOF TO TRUE.
           OPEN INPUT AGPF-WRK-FILE.
           IF WRK-FILE-STATUS NOT = '00'
              DISPLAY 'PACAGPF: ' WS-WRK-NAME ' NOT AVAILABLE, STATUS '
                  WRK-FILE-STATUS
              SET JOB-HAS-FAILED TO TRUE
              GO TO LIST-AGENT-RECORDS-EXIT.
           PERFORM LIST-ONE-WORK-LINE THRU LIST-ONE-WORK-LINE-EXIT
               UNTIL WRK-AT-EOF.
           CLOSE AGPF-WRK-FILE.
       LIST-AGENT-RECORDS-EXIT. EXIT.

       LIST-ONE-WORK-LINE.
           READ AGPF-WRK-FILE
               AT END
                  SET WRK-AT-EOF TO TRUE
                  GO TO LIST-ONE-WORK-LINE-EXIT.
           IF AW-AGENT NOT = CURRENT-AGENT
              GO TO LIST-ONE-WORK-LINE-EXIT.
           PERFORM LOOKUP-MEMBER THRU LOOKUP-MEMBER-EXIT.
           MOVE AW-SERIAL   TO PD-SERIAL.
           MOVE AW-SEQ      TO PD-SEQ.
           MOVE AW-SPEC     TO PD-SPEC.
           MOVE AW-GEAR     TO PD-GEAR.
           MOVE AW-AREA     TO PD-AREA.
           MOVE AW-QTY      TO PD-QTY.
           MOVE AW-VALUE    TO PD-VALUE.
           MOVE AW-EXP-DATE TO PD-EXP-DATE.
           MOVE SPACE TO PD-FLAG.
           IF AW-EXPIRING = 'Y' AND AGPF-PORTFOLIO-MODE
              MOVE '*' TO PD-FLAG.
           IF MEMBER-IS-FOUND
              MOVE MEM-NAME TO PD-NAME
           ELSE
              MOVE '*** NO MEMBER RECORD ***' TO PD-NAME.
           IF AGPF-LETTER-MODE
              WRITE AGPF-RPT-RECORD FROM PF-DETAIL-LINE
           ELSE
              MOVE PF-DETAIL-LINE TO RPT-LINE-WORK
              PERFORM WRITE-RPT-LINE.
       LIST-ONE-WORK-LINE-EXIT. EXIT.

       FIND-AGENT.
           SET AGNT-IS-NOT-FOUND TO TRUE.
           IF AGENT-COUNT = 0
              GO TO FIND-AGENT-EXIT.
           SET AGNT-IDX TO 1.
           SEARCH AGENT-ENTRY
               AT END
                  CONTINUE
               WHEN AGNT-IDX > AGENT-COUNT
                  CONTINUE
               WHEN AGNT-CODE (AGNT-IDX) = CURRENT-AGENT
                  SET AGNT-IS-FOUND TO TRUE.
       FIND-AGENT-EXIT. EXIT.

       ADD-AGENT.
           IF AGENT-COUNT NOT < AGENT-MAX
              DISPLAY 'PACAGPF: MORE THAN ' AGENT-MAX ' AGENTS ON '
                  B-PAC-NAME ' -- RUN STOPPED'
              SET JOB-HAS-FAILED TO TRUE
              GO TO ADD-AGENT-EXIT.
           ADD 1 TO AGENT-COUNT.
           SET AGNT-IDX TO AGENT-COUNT.
           MOVE CURRENT-AGENT TO AGNT-CODE (AGNT-IDX).
           MOVE 0 TO AGNT-ACTIVE (AGNT-IDX).
           MOVE 0 TO AGNT-EXPIRING (AGNT-IDX).
           MOVE 0 TO AGNT-VOIDED (AGNT-IDX).
           MOVE 0 TO AGNT-BILLED (AGNT-IDX).
           MOVE 'N' TO AGNT-PICKED (AGNT-IDX).
           SET AGNT-IS-FOUND TO TRUE.
       ADD-AGENT-EXIT. EXIT.

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
              DISPLAY 'PACAGPF: MEMBER OPEN FAILED--> '
                  BTRV-STATUS-MESSAGE ' -- NAMES NOT JOINED'.
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
              DISPLAY 'PACAGPF: MEMBER CLOSE FAILED--> '
                  BTRV-STATUS-MESSAGE.
       CLOSE-MEMBER-FILE-EXIT. EXIT.

       LOOKUP-MEMBER.
           SET MEMBER-IS-NOT-FOUND TO TRUE.
           IF MEMBER-FILE-CLOSED
              GO TO LOOKUP-MEMBER-EXIT.
           MOVE AW-SERIAL TO B-MEM-KEY-SERIAL.
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
           WRITE AGPF-RPT-RECORD FROM RPT-LINE-WORK.
           ADD 1 TO PGH-LINE-COUNT.

       START-NEW-PAGE.
           MOVE 'H' TO PGH-REQUEST.
           CALL 'PACPAGE' USING PAGE-CTL.
           WRITE AGPF-RPT-RECORD FROM PGH-LINE-1.
           WRITE AGPF-RPT-RECORD FROM PGH-LINE-2.
           WRITE AGPF-RPT-RECORD FROM PGH-LINE-3.
           MOVE 03 TO PGH-LINE-COUNT.

       WRITE-END-LINE.
           MOVE 'E' TO PGH-REQUEST.
           CALL 'PACPAGE' USING PAGE-CTL.
           WRITE AGPF-RPT-RECORD FROM PGH-LINE-1.

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

       LOG-ERROR-JOURNAL.
           MOVE B-PAC-KEY-BUFFER TO ERRJ-KEY.
           MOVE BTRV-STATUS-CODE TO ERRJ-STATUS-CODE.
           MOVE BTRV-STATUS-MESSAGE TO ERRJ-MESSAGE.
           CALL 'PACERRJ' USING ERRJ-PARM.
