       ID DIVISION.
       PROGRAM-ID.  PACLETR.
       AUTHOR.  Oliphant .
       DATE-WRITTEN. OCTOBER 15, 2026.
       DATE-COMPILED.
       REMARKS.  MEMBER LETTER RUN.  THE RENEWAL REMINDERS FROM
           PACRENEW'S CALL LIST, THE DATA-QUERY LETTERS FROM THE
           PACFOLUP EXTRACT AND THE LAPSE NOTICES AFTER PACRENEW'S
           GRACE-VOID RUN WERE ALL MAIL-MERGED BY HAND IN A WORD
           PROCESSOR.  THIS RUN MERGES THE MAINTAINED LETTER
           TEMPLATES IN pacletr.tpl (SEE PACLTPL.COB) WITH THE
           member.btr NAME, CONTACT AND PHONE AND THE DETAIL OF THE
           REGISTRATIONS CONCERNED INTO ONE PRINT FILE PER LETTER
           TYPE, ONE LETTER PER MEMBER --
             'R' RENEWAL   FROM pacCCYY.rnw        TO pacCCYY.ltr
             'Q' QUERY     FROM pacCCYY.fup        TO pacCCYY.ltq
             'L' LAPSE     FROM jrnCCYY.dat VOIDS  TO pacCCYY.ltl
           THE LAPSE RUN TAKES EVERY PACRENEW VOID ON THE YEAR'S
           JOURNAL, OR ONLY THOSE ON OR AFTER A GIVEN DATE.
           EACH SOURCE LINE IS CHECKED AGAINST pacCCYY.btr AS IT
           STANDS NOW, SO A REGISTRATION RENEWED, CORRECTED OR
           REINSTATED SINCE THE LIST WAS MADE IS LEFT OUT.  THE
           MEMBERS ARE TAKEN IN SERIAL ORDER, PICKED THE SAME WAY
           PACAGPF PICKS ITS AGENTS, AND A WORK FILE (pacCCYY.ltw)
           READ BACK FOR EACH MEMBER'S LINES.  THE WORK FILE IS
           DELETED AT END OF JOB, SO ONLY THE PRINT FILE AND ITS
           GENERATIONS ARE LEFT FOR PACERASE TO CLEAN.
           EVERY LETTER PRINTED IS LOGGED AGAINST THE SERIAL ON THE
           YEAR'S CORRESPONDENCE LOG, corCCYY.dat (SEE PACCOR.COB),
           WHICH PACINQ AND PACSERL SHOW.  THE YEAR IS THE CYCLE: A
           SERIAL ALREADY LOGGED FOR THE LETTER TYPE IS NOT WRITTEN
           TO AGAIN, HOWEVER OFTEN THE RUN IS REPEATED.  A SERIAL
           WITH NO MEMBER RECORD GETS NO LETTER AND IS NOT LOGGED,
           SO IT IS PICKED UP ONCE THE MEMBER IS ON FILE.
           THE PRIOR COPY OF THE PRINT FILE IS ROTATED BY PACGDG.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. COMPAQ-DESKPRO-286.
       OBJECT-COMPUTER. ANY-COMPAQ-COMPATABLE.
       SPECIAL-NAMES.
           CALL-CONVENTION 64 IS WINAPI.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LETR-TPL-FILE ASSIGN TO WS-TPL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TPL-FILE-STATUS.
           SELECT LETR-COR-FILE ASSIGN TO WS-COR-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COR-FILE-STATUS.
           SELECT LETR-SRC-FILE ASSIGN TO WS-SRC-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SRC-FILE-STATUS.
           SELECT LETR-WRK-FILE ASSIGN TO WS-WRK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FILE-STATUS.
           SELECT LETR-PRT-FILE ASSIGN TO WS-PRT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LETR-TPL-FILE.
       01  LETR-TPL-RECORD.
           COPY 'PACLTPL.COB'.
       FD  LETR-COR-FILE.
       01  LETR-COR-RECORD.
           COPY 'PACCOR.COB'.
      *      THE SOURCE LIST, ONE OF THREE LAYOUTS BY LETTER TYPE --
      *      THE CALL LIST AS PACRENEW WRITES IT, THE EXTRACT AS
      *      PACFOLUP WRITES IT, OR THE CHANGE JOURNAL.
       FD  LETR-SRC-FILE.
       01  LETR-RNW-RECORD.
           05  RW-SERIAL          PIC X(05).
           05  FILLER             PIC X(01).
           05  RW-SEQ             PIC 9(03).
           05  FILLER             PIC X(02).
           05  RW-EXP-DATE        PIC 9(08).
           05  FILLER             PIC X(02).
           05  RW-NAME            PIC X(30).
           05  FILLER             PIC X(01).
           05  RW-CONTACT         PIC X(30).
           05  FILLER             PIC X(01).
           05  RW-PHONE           PIC X(14).
       01  LETR-FUP-RECORD.
           05  FW-SERIAL          PIC X(05).
           05  FILLER             PIC X(01).
           05  FW-SEQ             PIC 9(03).
           05  FILLER             PIC X(02).
           05  FW-FIELD           PIC X(04).
           05  FILLER             PIC X(01).
           05  FW-VALUE           PIC X(02).
           05  FILLER             PIC X(02).
           05  FW-NAME            PIC X(30).
           05  FILLER             PIC X(01).
           05  FW-CONTACT         PIC X(30).
           05  FILLER             PIC X(01).
           05  FW-PHONE           PIC X(14).
       01  LETR-JRN-RECORD.
           COPY 'PACJRN.COB'.
      *      ONE LINE PER REGISTRATION A LETTER WILL LIST.
       FD  LETR-WRK-FILE.
       01  LETR-WRK-RECORD.
           05  LW-SERIAL          PIC X(05).
           05  FILLER             PIC X(01).
           05  LW-SEQ             PIC 9(03).
           05  FILLER             PIC X(01).
           05  LW-SPEC            PIC X(01).
           05  LW-GEAR            PIC X(02).
           05  LW-AREA            PIC X(01).
           05  FILLER             PIC X(01).
           05  LW-QTY             PIC 9(05).
           05  FILLER             PIC X(01).
           05  LW-EXP-DATE        PIC 9(08).
           05  FILLER             PIC X(01).
           05  LW-NOTE            PIC X(24).
       FD  LETR-PRT-FILE.
       01  LETR-PRT-RECORD             PIC X(80).
*      WORKING-STORAGE SECTION.
       01  B-OPEN         PIC 9(4) BINARY VALUE 0.
       01  B-CLOSE        PIC 9(4) BINARY VALUE 1.
       01  B-GET-EQUAL    PIC 9(4) BINARY VALUE 5.
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
           05  ERRJ-PROGRAM       PIC X(08) VALUE 'PACLETR'.
           05  ERRJ-OPERATION     PIC X(08).
           05  ERRJ-KEY           PIC X(08).
           05  ERRJ-STATUS-CODE   PIC S9(4) BINARY.
           05  ERRJ-MESSAGE       PIC X(40).

      *      REPORT GENERATIONS -- THE PRIOR COPY IS ROTATED TO
      *      <name>.g1 (AND SO ON) THROUGH PACGDG BEFORE THE NEW
      *      RUN OPENS OUTPUT.
       01  GDG-PARM.
           05  GDG-FILE-NAME        PIC X(32).

       01  TARGET-CCYY-DISPLAY  PIC 9(4) VALUE 0.
       01  WS-TPL-NAME           PIC X(32) VALUE 'pacletr.tpl'.
       01  TPL-FILE-STATUS       PIC X(2).
       01  WS-COR-NAME           PIC X(32).
       01  COR-FILE-STATUS       PIC X(2).
       01  WS-SRC-NAME           PIC X(32).
       01  SRC-FILE-STATUS       PIC X(2).
       01  WS-WRK-NAME           PIC X(32).
       01  WRK-FILE-STATUS       PIC X(2).
       01  FILE-OP-STATUS        PIC 9(09) BINARY VALUE 0.
       01  WS-PRT-NAME           PIC X(32).
       01  PRT-FILE-STATUS       PIC X(2).
       01  SRC-PREFIX            PIC X(03) VALUE SPACES.
       01  SRC-EXT               PIC X(04) VALUE SPACES.
       01  PRT-EXT               PIC X(04) VALUE SPACES.

       01  JOB-FAILED-SW         PIC X VALUE 'N'.
           88  JOB-HAS-FAILED           VALUE 'Y'.
           88  JOB-IS-CLEAN             VALUE 'N'.
       01  MEMBER-OPEN-SW        PIC X VALUE 'N'.
           88  MEMBER-FILE-OPEN         VALUE 'Y'.
           88  MEMBER-FILE-CLOSED       VALUE 'N'.
       01  MEMBER-FOUND-SW       PIC X VALUE 'N'.
           88  MEMBER-IS-FOUND          VALUE 'Y'.
           88  MEMBER-IS-NOT-FOUND      VALUE 'N'.
       01  TPL-EOF-SW            PIC X VALUE 'N'.
           88  TPL-AT-EOF               VALUE 'Y'.
           88  TPL-NOT-AT-EOF           VALUE 'N'.
       01  COR-EOF-SW            PIC X VALUE 'N'.
           88  COR-AT-EOF               VALUE 'Y'.
           88  COR-NOT-AT-EOF           VALUE 'N'.
       01  SRC-EOF-SW            PIC X VALUE 'N'.
           88  SRC-AT-EOF               VALUE 'Y'.
           88  SRC-NOT-AT-EOF           VALUE 'N'.
       01  WRK-EOF-SW            PIC X VALUE 'N'.
           88  WRK-AT-EOF               VALUE 'Y'.
           88  WRK-NOT-AT-EOF           VALUE 'N'.
       01  MEMBERS-LEFT-SW       PIC X VALUE 'Y'.
           88  MEMBERS-ARE-LEFT         VALUE 'Y'.
           88  NO-MEMBERS-LEFT          VALUE 'N'.
       01  LINE-WANTED-SW        PIC X VALUE 'N'.
           88  LINE-IS-WANTED           VALUE 'Y'.
           88  LINE-NOT-WANTED          VALUE 'N'.

       01  RUN-YYMMDD            PIC 9(06) VALUE 0.
       01  RUN-CCYYMMDD          PIC 9(08) VALUE 0.
       01  CURRENT-SERIAL        PIC X(05) VALUE SPACES.
       01  CURRENT-SEQ           PIC 9(03) VALUE 0.
       01  LINE-NOTE             PIC X(24) VALUE SPACES.

       01  SOURCE-LINES          PIC 9(06) VALUE 0.
       01  STALE-LINES           PIC 9(06) VALUE 0.
       01  ALREADY-SENT-LINES    PIC 9(06) VALUE 0.
       01  LISTED-LINES          PIC 9(06) VALUE 0.
       01  LETTER-COUNT          PIC 9(06) VALUE 0.
       01  NO-MEMBER-COUNT       PIC 9(06) VALUE 0.

      *      THE TEMPLATE LINES FOR THE LETTER TYPE, IN FILE ORDER.
       01  TEMPLATE-COUNT        PIC 9(04) VALUE 0.
       01  TEMPLATE-MAX          PIC 9(04) VALUE 60.
       01  TEMPLATE-TABLE.
           05  TEMPLATE-ENTRY OCCURS 60 TIMES
                   INDEXED BY TPL-IDX.
               10  TPL-TEXT        PIC X(78).

      *      SERIALS ALREADY SENT THIS LETTER TYPE FOR THE YEAR, OFF
      *      THE CORRESPONDENCE LOG.
       01  SENT-COUNT            PIC 9(04) VALUE 0.
       01  SENT-MAX              PIC 9(04) VALUE 5000.
       01  SENT-TABLE.
           05  SENT-ENTRY OCCURS 5000 TIMES
                   INDEXED BY SENT-IDX.
               10  SENT-SERIAL     PIC X(05).
       01  SENT-FOUND-SW         PIC X VALUE 'N'.
           88  SENT-IS-FOUND            VALUE 'Y'.
           88  SENT-IS-NOT-FOUND        VALUE 'N'.

      *      ONE ENTRY PER MEMBER TO BE WRITTEN TO, PICKED LOWEST
      *      SERIAL FIRST THE SAME WAY PACAGPF PICKS ITS AGENTS.
       01  MEMBER-COUNT          PIC 9(04) VALUE 0.
       01  MEMBER-MAX            PIC 9(04) VALUE 2000.
       01  MEMBER-TABLE.
           05  MEMBER-ENTRY OCCURS 2000 TIMES
                   INDEXED BY MBR-IDX.
               10  MBR-SERIAL      PIC X(05).
               10  MBR-LINES       PIC 9(04).
               10  MBR-PICKED      PIC X(01).
       01  MBR-FOUND-SW          PIC X VALUE 'N'.
           88  MBR-IS-FOUND             VALUE 'Y'.
           88  MBR-IS-NOT-FOUND         VALUE 'N'.
       01  BEST-IDX              PIC 9(04) VALUE 0.
       01  BEST-FOUND-SW         PIC X VALUE 'N'.
           88  BEST-IS-FOUND            VALUE 'Y'.
           88  BEST-IS-NOT-FOUND        VALUE 'N'.

      *      TEMPLATE MERGE WORK.  THE SOURCE CARRIES EIGHT SPARE
      *      BYTES SO A FIELD NAME LOOKED FOR NEAR THE END OF THE
      *      LINE NEVER READS PAST IT.
       01  MERGE-SOURCE          PIC X(86) VALUE SPACES.
       01  MERGE-OUTPUT          PIC X(160) VALUE SPACES.
       01  SRC-POS               PIC 9(04) BINARY VALUE 0.
       01  OUT-POS               PIC 9(04) BINARY VALUE 0.
       01  TOKEN-LENGTH          PIC 9(04) BINARY VALUE 0.
       01  FIELD-VALUE           PIC X(30) VALUE SPACES.
       01  VALUE-IDX             PIC 9(04) BINARY VALUE 0.
       01  VALUE-LENGTH          PIC 9(04) BINARY VALUE 0.

       01  LOG-TIME-STAMP.
           05  LOG-HOUR             PIC S9(2) BINARY.
           05  FILLER               PIC X(1).
           05  LOG-MINUTE           PIC S9(2) BINARY.
           05  FILLER               PIC X(1).
           05  LOG-SECOND           PIC S9(2) BINARY.
           05  FILLER               PIC X(1).
           05  LOG-HUNDREDTH        PIC S9(2) BINARY.
           05  FILLER               PIC X(1).

      *      RUN-HISTORY HOOK -- SEE PACHIST.
       01  HIST-PARM.
           05  HIST-PROGRAM       PIC X(08) VALUE 'PACLETR'.
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

      *      THE LETTERS ARE SEPARATED THE WAY PACAGPF SEPARATES ITS
      *      AGENT LETTERS; EVERYTHING ELSE ON THEM IS THE TEMPLATE.
       01  LT-PAGE-LINE          PIC X(80) VALUE ALL '='.
       01  LT-COLUMN-LINE.
           05  FILLER             PIC X(40) VALUE
               '   SEQ  S GR A    QTY   EXPIRES'.
           05  FILLER             PIC X(40) VALUE SPACES.
       01  LT-DETAIL-LINE.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  LD-SEQ             PIC 9(03).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  LD-SPEC            PIC X(01).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  LD-GEAR            PIC X(02).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  LD-AREA            PIC X(01).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  LD-QTY             PIC ZZZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  LD-EXP-DATE        PIC 9(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  LD-NOTE            PIC X(24).
           05  FILLER             PIC X(23) VALUE SPACES.

       LINKAGE SECTION.
       01  LETR-PARM.
           05  LETR-CCYY           PIC 9(04).
      *      'R' RENEWAL REMINDER, 'Q' DATA QUERY, 'L' LAPSE NOTICE.
           05  LETR-TYPE           PIC X(01).
               88  LETR-RENEWAL          VALUE 'R'.
               88  LETR-QUERY            VALUE 'Q'.
               88  LETR-LAPSE            VALUE 'L'.
               88  LETR-VALID-TYPE       VALUES 'R' 'Q' 'L'.
      *      LAPSE ONLY -- JOURNAL VOIDS ON OR AFTER THIS DATE
      *      (YYMMDD, AS THE JOURNAL STAMPS THEM); ZERO = EVERY
      *      GRACE VOID ON THE YEAR'S JOURNAL.
           05  LETR-SINCE-DATE     PIC 9(06).
           05  LETR-OPERATOR       PIC X(08).

      *      REGION CODE -- SPACES = THE HISTORIC SINGLE-REGION
      *      FILE SET (pacCCYY.btr); OTHERWISE QUALIFIES EVERY
      *      PER-YEAR FILE NAME THE RUN TOUCHES.
           05  LETR-REGION         PIC X(02).
       PROCEDURE DIVISION USING LETR-PARM.
       A000-BEGIN.
           CALL 'DOS_GET_TIME' USING HIST-START-STAMP.
           MOVE LETR-CCYY TO TARGET-CCYY-DISPLAY.
           IF NOT LETR-VALID-TYPE
              DISPLAY 'PACLETR: LETTER TYPE "' LETR-TYPE
                  '" NOT KNOWN -- R, Q OR L'
              SET JOB-HAS-FAILED TO TRUE
              GO TO DONE.
           ACCEPT RUN-YYMMDD FROM DATE.
           COMPUTE RUN-CCYYMMDD = 20000000 + RUN-YYMMDD.

           IF LETR-RENEWAL
              MOVE 'pac'  TO SRC-PREFIX
              MOVE '.rnw' TO SRC-EXT
              MOVE '.ltr' TO PRT-EXT.
           IF LETR-QUERY
              MOVE 'pac'  TO SRC-PREFIX
              MOVE '.fup' TO SRC-EXT
              MOVE '.ltq' TO PRT-EXT.
           IF LETR-LAPSE
              MOVE 'jrn'  TO SRC-PREFIX
              MOVE '.dat' TO SRC-EXT
              MOVE '.ltl' TO PRT-EXT.

           MOVE SPACES TO B-PAC-NAME.
           STRING 'pac' DELIMITED BY SIZE
                  LETR-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.btr' DELIMITED BY SIZE
                  INTO B-PAC-NAME.
           MOVE SPACES TO WS-SRC-NAME.
           STRING SRC-PREFIX DELIMITED BY SIZE
                  LETR-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  SRC-EXT DELIMITED BY SIZE
                  INTO WS-SRC-NAME.
           MOVE SPACES TO WS-WRK-NAME.
           STRING 'pac' DELIMITED BY SIZE
                  LETR-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.ltw' DELIMITED BY SIZE
                  INTO WS-WRK-NAME.
           MOVE SPACES TO WS-PRT-NAME.
           STRING 'pac' DELIMITED BY SIZE
                  LETR-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  PRT-EXT DELIMITED BY SIZE
                  INTO WS-PRT-NAME.
           MOVE SPACES TO WS-COR-NAME.
           STRING 'cor' DELIMITED BY SIZE
                  LETR-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
                  INTO WS-COR-NAME.

           PERFORM LOAD-TEMPLATE THRU LOAD-TEMPLATE-EXIT.
           IF JOB-HAS-FAILED
              GO TO DONE.
           PERFORM LOAD-SENT-LETTERS THRU LOAD-SENT-LETTERS-EXIT.
           IF JOB-HAS-FAILED
              GO TO DONE.
           PERFORM COLLECT-REGISTRATIONS
               THRU COLLECT-REGISTRATIONS-EXIT.
           IF JOB-HAS-FAILED
              GO TO DONE.
           DISPLAY 'PACLETR: ' SOURCE-LINES ' LINE(S) ON ' WS-SRC-NAME
               ', ' STALE-LINES ' NO LONGER APPLY, '
               ALREADY-SENT-LINES ' ALREADY WRITTEN ABOUT'.
           IF MEMBER-COUNT = 0
              DISPLAY 'PACLETR: NO LETTERS TO WRITE'
              GO TO DONE.

      *      THE LETTERS NEED THE MEMBER'S NAME; WITHOUT member.btr
      *      THERE IS NOTHING TO ADDRESS THEM TO.
           PERFORM OPEN-MEMBER-FILE THRU OPEN-MEMBER-FILE-EXIT.
           IF MEMBER-FILE-CLOSED
              SET JOB-HAS-FAILED TO TRUE
              GO TO DONE.
           MOVE WS-PRT-NAME TO GDG-FILE-NAME.
           CALL 'PACGDG' USING GDG-PARM.
           OPEN OUTPUT LETR-PRT-FILE.
           OPEN EXTEND LETR-COR-FILE.
           IF COR-FILE-STATUS = '05' OR '35'
              OPEN OUTPUT LETR-COR-FILE.
           SET MEMBERS-ARE-LEFT TO TRUE.
           PERFORM PRINT-NEXT-MEMBER THRU PRINT-NEXT-MEMBER-EXIT
               UNTIL NO-MEMBERS-LEFT.
           CLOSE LETR-PRT-FILE.
           CLOSE LETR-COR-FILE.
           PERFORM CLOSE-MEMBER-FILE THRU CLOSE-MEMBER-FILE-EXIT.

           DISPLAY 'PACLETR: ' LETTER-COUNT ' LETTER(S), '
               LISTED-LINES ' REGISTRATION(S) TO ' WS-PRT-NAME.
           IF NO-MEMBER-COUNT > 0
              DISPLAY 'PACLETR: ' NO-MEMBER-COUNT ' SERIAL(S) WITH NO'
                  ' MEMBER RECORD -- NO LETTER, NOT LOGGED'.

       DONE.
           IF WS-WRK-NAME NOT = SPACES
              CALL 'CBL_DELETE_FILE' USING WS-WRK-NAME
                  RETURNING FILE-OP-STATUS.
           MOVE TARGET-CCYY-DISPLAY TO HIST-CCYY.
           MOVE LETTER-COUNT TO HIST-RECORDS.
           IF JOB-HAS-FAILED
              MOVE 'FAILED' TO HIST-STATUS.
           CALL 'PACHIST' USING HIST-PARM.
           GOBACK.

      *      THE TEMPLATE LINES FOR THIS LETTER TYPE.
       LOAD-TEMPLATE.
           MOVE 0 TO TEMPLATE-COUNT.
           SET TPL-NOT-AT-EOF TO TRUE.
           OPEN INPUT LETR-TPL-FILE.
           IF TPL-FILE-STATUS NOT = '00'
              DISPLAY 'PACLETR: ' WS-TPL-NAME ' NOT AVAILABLE, STATUS '
                  TPL-FILE-STATUS
              SET JOB-HAS-FAILED TO TRUE
              GO TO LOAD-TEMPLATE-EXIT.
           PERFORM LOAD-ONE-TEMPLATE-LINE
               THRU LOAD-ONE-TEMPLATE-LINE-EXIT
               UNTIL TPL-AT-EOF.
           CLOSE LETR-TPL-FILE.
           IF JOB-IS-CLEAN AND TEMPLATE-COUNT = 0
              DISPLAY 'PACLETR: NO "' LETR-TYPE '" LETTER ON '
                  WS-TPL-NAME
              SET JOB-HAS-FAILED TO TRUE.
       LOAD-TEMPLATE-EXIT. EXIT.

       LOAD-ONE-TEMPLATE-LINE.
           READ LETR-TPL-FILE
               AT END
                  SET TPL-AT-EOF TO TRUE
                  GO TO LOAD-ONE-TEMPLATE-LINE-EXIT.
           IF LTP-TYPE = '*'
              OR LTP-TYPE NOT = LETR-TYPE
              GO TO LOAD-ONE-TEMPLATE-LINE-EXIT.
           IF TEMPLATE-COUNT NOT < TEMPLATE-MAX
              DISPLAY 'PACLETR: MORE THAN ' TEMPLATE-MAX ' LINES IN'
                  ' THE "' LETR-TYPE '" LETTER -- RUN STOPPED'
              SET JOB-HAS-FAILED TO TRUE
              SET TPL-AT-EOF TO TRUE
              GO TO LOAD-ONE-TEMPLATE-LINE-EXIT.
           ADD 1 TO TEMPLATE-COUNT.
           SET TPL-IDX TO TEMPLATE-COUNT.
           MOVE LTP-TEXT TO TPL-TEXT (TPL-IDX).
       LOAD-ONE-TEMPLATE-LINE-EXIT. EXIT.

      *      WHO HAS HAD THIS LETTER ALREADY THIS YEAR.  NO LOG YET
      *      SIMPLY MEANS NOBODY HAS.
       LOAD-SENT-LETTERS.
           MOVE 0 TO SENT-COUNT.
           SET COR-NOT-AT-EOF TO TRUE.
           OPEN INPUT LETR-COR-FILE.
           IF COR-FILE-STATUS = '35'
              GO TO LOAD-SENT-LETTERS-EXIT.
           IF COR-FILE-STATUS NOT = '00'
              DISPLAY 'PACLETR: ' WS-COR-NAME ' NOT AVAILABLE, STATUS '
                  COR-FILE-STATUS
              SET JOB-HAS-FAILED TO TRUE
              GO TO LOAD-SENT-LETTERS-EXIT.
           PERFORM LOAD-ONE-SENT-LINE THRU LOAD-ONE-SENT-LINE-EXIT
               UNTIL COR-AT-EOF.
           CLOSE LETR-COR-FILE.
       LOAD-SENT-LETTERS-EXIT. EXIT.

       LOAD-ONE-SENT-LINE.
           READ LETR-COR-FILE
               AT END
                  SET COR-AT-EOF TO TRUE
                  GO TO LOAD-ONE-SENT-LINE-EXIT.
           IF COR-TYPE NOT = LETR-TYPE
              GO TO LOAD-ONE-SENT-LINE-EXIT.
      *      A SENT LETTER THAT COULD NOT BE HELD HERE COULD BE SENT
      *      AGAIN, SO A FULL TABLE STOPS THE RUN.
           IF SENT-COUNT NOT < SENT-MAX
              DISPLAY 'PACLETR: MORE THAN ' SENT-MAX ' LETTERS ON '
                  WS-COR-NAME ' -- RUN STOPPED'
              SET JOB-HAS-FAILED TO TRUE
              SET COR-AT-EOF TO TRUE
              GO TO LOAD-ONE-SENT-LINE-EXIT.
           ADD 1 TO SENT-COUNT.
           SET SENT-IDX TO SENT-COUNT.
           MOVE COR-SERIAL TO SENT-SERIAL (SENT-IDX).
       LOAD-ONE-SENT-LINE-EXIT. EXIT.

      *      ONE PASS OF THE SOURCE LIST, EACH LINE CHECKED AGAINST
      *      THE YEAR FILE AND KEPT ON THE WORK FILE IF IT STILL
      *      APPLIES AND THE MEMBER HAS NOT HAD THE LETTER.
       COLLECT-REGISTRATIONS.
           SET SRC-NOT-AT-EOF TO TRUE.
           OPEN INPUT LETR-SRC-FILE.
           IF SRC-FILE-STATUS NOT = '00'
              DISPLAY 'PACLETR: ' WS-SRC-NAME ' NOT AVAILABLE, STATUS '
                  SRC-FILE-STATUS
              SET JOB-HAS-FAILED TO TRUE
              GO TO COLLECT-REGISTRATIONS-EXIT.
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
              DISPLAY 'PACLETR: OPEN FAILED--> ' BTRV-STATUS-MESSAGE
              CLOSE LETR-SRC-FILE
              SET JOB-HAS-FAILED TO TRUE
              GO TO COLLECT-REGISTRATIONS-EXIT.
           MOVE 0 TO B-PAC-KEY-NUMBER.
           OPEN OUTPUT LETR-WRK-FILE.
           PERFORM COLLECT-ONE-LINE THRU COLLECT-ONE-LINE-EXIT
               UNTIL SRC-AT-EOF.
           CLOSE LETR-WRK-FILE.
           CLOSE LETR-SRC-FILE.
           CALL WINAPI 'BTRV' USING by value B-CLOSE,
             by reference B-PAC-POSITION,
             OWNER-NAME, OWNER-LENGTH,
             B-PAC-KEY-BUFFER, by value B-PAC-KEY-NUMBER.
           IF RETURN-CODE NOT = ZERO
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'CLOSE' TO ERRJ-OPERATION
              PERFORM LOG-ERROR-JOURNAL
              DISPLAY 'PACLETR: CLOSE FAILED--> ' BTRV-STATUS-MESSAGE.
       COLLECT-REGISTRATIONS-EXIT. EXIT.

       COLLECT-ONE-LINE.
           READ LETR-SRC-FILE
               AT END
                  SET SRC-AT-EOF TO TRUE
                  GO TO COLLECT-ONE-LINE-EXIT.
           SET LINE-NOT-WANTED TO TRUE.
           MOVE SPACES TO LINE-NOTE.
           IF LETR-RENEWAL
              PERFORM TAKE-RENEWAL-LINE.
           IF LETR-QUERY
              PERFORM TAKE-QUERY-LINE.
           IF LETR-LAPSE
              PERFORM TAKE-LAPSE-LINE.
           IF LINE-NOT-WANTED
              GO TO COLLECT-ONE-LINE-EXIT.
           ADD 1 TO SOURCE-LINES.

           MOVE CURRENT-SERIAL TO B-PAC-KEY-SERIAL.
           MOVE CURRENT-SEQ    TO B-PAC-KEY-SEQ.
           CALL WINAPI 'BTRV' USING by value B-GET-EQUAL,
             by reference B-PAC-POSITION,
                PAC-RECORD, B-PAC-LENGTH, B-PAC-KEY-BUFFER,
                by value B-PAC-KEY-NUMBER.
           IF RETURN-CODE NOT = ZERO
              IF RETURN-CODE NOT = 4
                 MOVE RETURN-CODE TO BTRV-STATUS-CODE
                 CALL 'BTRVMSG' USING BTRV-STATUS-CODE
                     BTRV-STATUS-MESSAGE
                 MOVE 'GET-EQ' TO ERRJ-OPERATION
                 PERFORM LOG-ERROR-JOURNAL
              END-IF
              ADD 1 TO STALE-LINES
              GO TO COLLECT-ONE-LINE-EXIT.

      *      STILL TRUE OF THE RECORD AS IT STANDS TODAY?
           IF LETR-RENEWAL
              IF PAC-REC-VOIDED OR PAC-EXP-DATE NOT = RW-EXP-DATE
                 SET LINE-NOT-WANTED TO TRUE.
           IF LETR-QUERY
              IF (FW-FIELD = 'SPEC' AND PAC-SPEC NOT = FW-VALUE)
                 OR (FW-FIELD = 'GEAR' AND PAC-GEAR NOT = FW-VALUE)
                 OR (FW-FIELD = 'AREA' AND PAC-AREA NOT = FW-VALUE)
                 SET LINE-NOT-WANTED TO TRUE.
           IF LETR-LAPSE
              IF NOT PAC-REC-VOIDED
                 SET LINE-NOT-WANTED TO TRUE.
           IF LINE-NOT-WANTED
              ADD 1 TO STALE-LINES
              GO TO COLLECT-ONE-LINE-EXIT.

           PERFORM FIND-SENT THRU FIND-SENT-EXIT.
           IF SENT-IS-FOUND
              ADD 1 TO ALREADY-SENT-LINES
              GO TO COLLECT-ONE-LINE-EXIT.
           PERFORM FIND-MEMBER THRU FIND-MEMBER-EXIT.
           IF MBR-IS-NOT-FOUND
              PERFORM ADD-MEMBER THRU ADD-MEMBER-EXIT.
           IF JOB-HAS-FAILED
              SET SRC-AT-EOF TO TRUE
              GO TO COLLECT-ONE-LINE-EXIT.
           ADD 1 TO MBR-LINES (MBR-IDX).

           MOVE SPACES TO LETR-WRK-RECORD.
           MOVE CURRENT-SERIAL TO LW-SERIAL.
           MOVE CURRENT-SEQ    TO LW-SEQ.
           MOVE PAC-SPEC       TO LW-SPEC.
           MOVE PAC-GEAR       TO LW-GEAR.
           MOVE PAC-AREA       TO LW-AREA.
           MOVE PAC-QTY        TO LW-QTY.
           MOVE PAC-EXP-DATE   TO LW-EXP-DATE.
           MOVE LINE-NOTE      TO LW-NOTE.
           WRITE LETR-WRK-RECORD.
       COLLECT-ONE-LINE-EXIT. EXIT.

       TAKE-RENEWAL-LINE.
           IF RW-SEQ NUMERIC AND RW-SERIAL NOT = SPACES
              MOVE RW-SERIAL TO CURRENT-SERIAL
              MOVE RW-SEQ    TO CURRENT-SEQ
              MOVE 'DUE FOR RENEWAL' TO LINE-NOTE
              SET LINE-IS-WANTED TO TRUE.

       TAKE-QUERY-LINE.
           IF FW-SEQ NUMERIC AND FW-SERIAL NOT = SPACES
              MOVE FW-SERIAL TO CURRENT-SERIAL
              MOVE FW-SEQ    TO CURRENT-SEQ
              STRING 'PLEASE CONFIRM ' DELIMITED BY SIZE
                     FW-FIELD DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     FW-VALUE DELIMITED BY SIZE
                     INTO LINE-NOTE
              SET LINE-IS-WANTED TO TRUE.

      *      ONLY PACRENEW'S END-OF-GRACE VOIDS ARE LAPSES; A VOID
      *      KEYED BY AN OPERATOR IS NOT.
       TAKE-LAPSE-LINE.
           IF JRN-PROGRAM = 'PACRENEW' AND JRN-OPERATION = 'VOID'
              IF LETR-SINCE-DATE NOT NUMERIC
                 OR LETR-SINCE-DATE = 0
                 OR JRN-DATE NOT < LETR-SINCE-DATE
                 MOVE JRN-SERIAL TO CURRENT-SERIAL
                 MOVE JRN-SEQ    TO CURRENT-SEQ
                 STRING 'LAPSED, VOIDED ' DELIMITED BY SIZE
                        JRN-DATE DELIMITED BY SIZE
                        INTO LINE-NOTE
                 SET LINE-IS-WANTED TO TRUE.

      *      THE LOWEST SERIAL NOT YET WRITTEN TO, THEN ITS LETTER.
       PRINT-NEXT-MEMBER.
           SET BEST-IS-NOT-FOUND TO TRUE.
           PERFORM CHECK-ONE-MEMBER
               VARYING MBR-IDX FROM 1 BY 1
               UNTIL MBR-IDX > MEMBER-COUNT.
           IF BEST-IS-NOT-FOUND
              SET NO-MEMBERS-LEFT TO TRUE
              GO TO PRINT-NEXT-MEMBER-EXIT.
           SET MBR-IDX TO BEST-IDX.
           MOVE 'Y' TO MBR-PICKED (MBR-IDX).
           MOVE MBR-SERIAL (MBR-IDX) TO CURRENT-SERIAL.
           PERFORM LOOKUP-MEMBER THRU LOOKUP-MEMBER-EXIT.
           IF MEMBER-IS-NOT-FOUND
              ADD 1 TO NO-MEMBER-COUNT
              DISPLAY 'PACLETR: ' CURRENT-SERIAL ' HAS NO MEMBER'
                  ' RECORD -- NO LETTER'
              GO TO PRINT-NEXT-MEMBER-EXIT.
           ADD 1 TO LETTER-COUNT.
           WRITE LETR-PRT-RECORD FROM LT-PAGE-LINE.
           PERFORM MERGE-TEMPLATE-LINE THRU MERGE-TEMPLATE-LINE-EXIT
               VARYING TPL-IDX FROM 1 BY 1
               UNTIL TPL-IDX > TEMPLATE-COUNT.
           PERFORM WRITE-LOG-LINE.
       PRINT-NEXT-MEMBER-EXIT. EXIT.

       CHECK-ONE-MEMBER.
           IF MBR-PICKED (MBR-IDX) = 'N'
              IF BEST-IS-NOT-FOUND
                 SET BEST-IDX TO MBR-IDX
                 SET BEST-IS-FOUND TO TRUE
              ELSE
                 IF MBR-SERIAL (MBR-IDX) < MBR-SERIAL (BEST-IDX)
                    SET BEST-IDX TO MBR-IDX.

      *      ONE TEMPLATE LINE, ITS FIELDS FILLED IN, OR THE LIST OF
      *      THE MEMBER'S REGISTRATIONS IN ITS PLACE.
       MERGE-TEMPLATE-LINE.
           IF TPL-TEXT (TPL-IDX) (1:5) = '&LIST'
              PERFORM LIST-MEMBER-RECORDS
                  THRU LIST-MEMBER-RECORDS-EXIT
              GO TO MERGE-TEMPLATE-LINE-EXIT.
           MOVE TPL-TEXT (TPL-IDX) TO MERGE-SOURCE.
           MOVE SPACES TO MERGE-OUTPUT.
           MOVE 1 TO SRC-POS.
           MOVE 1 TO OUT-POS.
           PERFORM MERGE-ONE-CHAR
               UNTIL SRC-POS > 78.
           MOVE MERGE-OUTPUT TO LETR-PRT-RECORD.
           WRITE LETR-PRT-RECORD.
       MERGE-TEMPLATE-LINE-EXIT. EXIT.

       MERGE-ONE-CHAR.
           MOVE 0 TO TOKEN-LENGTH.
           IF MERGE-SOURCE (SRC-POS:1) = '&'
              PERFORM MATCH-MERGE-FIELD.
           IF TOKEN-LENGTH > 0
              PERFORM APPEND-FIELD-VALUE
              ADD TOKEN-LENGTH TO SRC-POS
           ELSE
              IF OUT-POS NOT > 160
                 MOVE MERGE-SOURCE (SRC-POS:1)
                     TO MERGE-OUTPUT (OUT-POS:1)
                 ADD 1 TO OUT-POS
              END-IF
              ADD 1 TO SRC-POS.

       MATCH-MERGE-FIELD.
           MOVE SPACES TO FIELD-VALUE.
           IF MERGE-SOURCE (SRC-POS:8) = '&CONTACT'
              MOVE MEM-CONTACT TO FIELD-VALUE
              MOVE 8 TO TOKEN-LENGTH
           ELSE
              IF MERGE-SOURCE (SRC-POS:7) = '&SERIAL'
                 MOVE CURRENT-SERIAL TO FIELD-VALUE
                 MOVE 7 TO TOKEN-LENGTH
              ELSE
                 IF MERGE-SOURCE (SRC-POS:6) = '&PHONE'
                    MOVE MEM-PHONE TO FIELD-VALUE
                    MOVE 6 TO TOKEN-LENGTH
                 ELSE
                    IF MERGE-SOURCE (SRC-POS:5) = '&NAME'
                       MOVE MEM-NAME TO FIELD-VALUE
                       MOVE 5 TO TOKEN-LENGTH
                    ELSE
                       IF MERGE-SOURCE (SRC-POS:5) = '&DATE'
                          MOVE RUN-CCYYMMDD TO FIELD-VALUE
                          MOVE 5 TO TOKEN-LENGTH
                       ELSE
                          IF MERGE-SOURCE (SRC-POS:5) = '&YEAR'
                             MOVE TARGET-CCYY-DISPLAY TO FIELD-VALUE
                             MOVE 5 TO TOKEN-LENGTH.

      *      THE VALUE WITHOUT ITS TRAILING SPACES; WHAT WILL NOT FIT
      *      ON THE LINE IS DROPPED.
       APPEND-FIELD-VALUE.
           MOVE 0 TO VALUE-LENGTH.
           PERFORM FIND-VALUE-LENGTH
               VARYING VALUE-IDX FROM 30 BY -1
               UNTIL VALUE-IDX < 1 OR VALUE-LENGTH > 0.
           IF VALUE-LENGTH > 0
              AND OUT-POS + VALUE-LENGTH NOT > 161
              MOVE FIELD-VALUE (1:VALUE-LENGTH)
                  TO MERGE-OUTPUT (OUT-POS:VALUE-LENGTH)
              ADD VALUE-LENGTH TO OUT-POS.

       FIND-VALUE-LENGTH.
           IF FIELD-VALUE (VALUE-IDX:1) NOT = SPACE
              MOVE VALUE-IDX TO VALUE-LENGTH.

      *      ONE PASS OF THE WORK FILE PER LETTER, AS PACAGPF LISTS
      *      AN AGENT'S RECORDS.
       LIST-MEMBER-RECORDS.
           WRITE LETR-PRT-RECORD FROM LT-COLUMN-LINE.
           SET WRK-NOT-AT-EOF TO TRUE.
           OPEN INPUT LETR-WRK-FILE.
           IF WRK-FILE-STATUS NOT = '00'
              DISPLAY 'PACLETR: ' WS-WRK-NAME ' NOT AVAILABLE, STATUS '
                  WRK-FILE-STATUS
              SET JOB-HAS-FAILED TO TRUE
              GO TO LIST-MEMBER-RECORDS-EXIT.
           PERFORM LIST-ONE-WORK-LINE THRU LIST-ONE-WORK-LINE-EXIT
               UNTIL WRK-AT-EOF.
           CLOSE LETR-WRK-FILE.
       LIST-MEMBER-RECORDS-EXIT. EXIT.

       LIST-ONE-WORK-LINE.
           READ LETR-WRK-FILE
               AT END
                  SET WRK-AT-EOF TO TRUE
                  GO TO LIST-ONE-WORK-LINE-EXIT.
           IF LW-SERIAL NOT = CURRENT-SERIAL
              GO TO LIST-ONE-WORK-LINE-EXIT.
           ADD 1 TO LISTED-LINES.
           MOVE LW-SEQ      TO LD-SEQ.
           MOVE LW-SPEC     TO LD-SPEC.
           MOVE LW-GEAR     TO LD-GEAR.
           MOVE LW-AREA     TO LD-AREA.
           MOVE LW-QTY      TO LD-QTY.
           MOVE LW-EXP-DATE TO LD-EXP-DATE.
           MOVE LW-NOTE     TO LD-NOTE.
           WRITE LETR-PRT-RECORD FROM LT-DETAIL-LINE.
       LIST-ONE-WORK-LINE-EXIT. EXIT.

      *      THE LETTER IS LOGGED AS SOON AS IT IS PRINTED, SO A RUN
      *      STOPPED PART WAY NEVER WRITES THE SAME LETTER TWICE.
       WRITE-LOG-LINE.
           CALL 'DOS_GET_TIME' USING LOG-TIME-STAMP.
           MOVE SPACES TO LETR-COR-RECORD.
           MOVE CURRENT-SERIAL TO COR-SERIAL.
           MOVE LETR-TYPE      TO COR-TYPE.
           MOVE RUN-YYMMDD     TO COR-DATE.
           COMPUTE COR-TIME =
               LOG-HOUR * 10000 + LOG-MINUTE * 100 + LOG-SECOND.
           MOVE LETR-OPERATOR  TO COR-OPERATOR.
           MOVE MBR-LINES (MBR-IDX) TO COR-RECORDS.
           MOVE WS-PRT-NAME    TO COR-PRINT-FILE.
           WRITE LETR-COR-RECORD.

       FIND-SENT.
           SET SENT-IS-NOT-FOUND TO TRUE.
           IF SENT-COUNT = 0
              GO TO FIND-SENT-EXIT.
           SET SENT-IDX TO 1.
           SEARCH SENT-ENTRY
               AT END
                  CONTINUE
               WHEN SENT-IDX > SENT-COUNT
                  CONTINUE
               WHEN SENT-SERIAL (SENT-IDX) = CURRENT-SERIAL
                  SET SENT-IS-FOUND TO TRUE.
       FIND-SENT-EXIT. EXIT.

       FIND-MEMBER.
           SET MBR-IS-NOT-FOUND TO TRUE.
           IF MEMBER-COUNT = 0
              GO TO FIND-MEMBER-EXIT.
           SET MBR-IDX TO 1.
           SEARCH MEMBER-ENTRY
               AT END
                  CONTINUE
               WHEN MBR-IDX > MEMBER-COUNT
                  CONTINUE
               WHEN MBR-SERIAL (MBR-IDX) = CURRENT-SERIAL
                  SET MBR-IS-FOUND TO TRUE.
       FIND-MEMBER-EXIT. EXIT.

       ADD-MEMBER.
           IF MEMBER-COUNT NOT < MEMBER-MAX
              DISPLAY 'PACLETR: MORE THAN ' MEMBER-MAX ' MEMBERS ON '
                  WS-SRC-NAME ' -- RUN STOPPED'
              SET JOB-HAS-FAILED TO TRUE
              GO TO ADD-MEMBER-EXIT.
           ADD 1 TO MEMBER-COUNT.
           SET MBR-IDX TO MEMBER-COUNT.
           MOVE CURRENT-SERIAL TO MBR-SERIAL (MBR-IDX).
           MOVE 0 TO MBR-LINES (MBR-IDX).
           MOVE 'N' TO MBR-PICKED (MBR-IDX).
           SET MBR-IS-FOUND TO TRUE.
       ADD-MEMBER-EXIT. EXIT.

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
              DISPLAY 'PACLETR: MEMBER OPEN FAILED--> '
                  BTRV-STATUS-MESSAGE ' -- NO LETTERS WRITTEN'.
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
              DISPLAY 'PACLETR: MEMBER CLOSE FAILED--> '
                  BTRV-STATUS-MESSAGE.
       CLOSE-MEMBER-FILE-EXIT. EXIT.

       LOOKUP-MEMBER.
           SET MEMBER-IS-NOT-FOUND TO TRUE.
           IF MEMBER-FILE-CLOSED
              GO TO LOOKUP-MEMBER-EXIT.
           MOVE CURRENT-SERIAL TO B-MEM-KEY-SERIAL.
           CALL WINAPI 'BTRV' USING by value B-GET-EQUAL,
             by reference B-MEM-POSITION,
                MEMBER-RECORD, B-MEM-LENGTH, B-MEM-KEY-BUFFER,
                by value B-MEM-KEY-NUMBER.
           IF RETURN-CODE = ZERO
              SET MEMBER-IS-FOUND TO TRUE.
       LOOKUP-MEMBER-EXIT. EXIT.

       LOG-ERROR-JOURNAL.
           MOVE B-PAC-KEY-BUFFER TO ERRJ-KEY.
           MOVE BTRV-STATUS-CODE TO ERRJ-STATUS-CODE.
           MOVE BTRV-STATUS-MESSAGE TO ERRJ-MESSAGE.
           CALL 'PACERRJ' USING ERRJ-PARM.
