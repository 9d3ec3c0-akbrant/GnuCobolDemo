       ID DIVISION.
       PROGRAM-ID.  PACRCODE.
       AUTHOR.  Oliphant .
       DATE-WRITTEN. OCTOBER 15, 2026.
       DATE-COMPILED.
       REMARKS.  RULE-DRIVEN MASS RECODE.  WHEN THE REGULATOR RETIRES
           A GEAR CODE OR SPLITS AN AREA, THE RECORDS CARRYING IT
           HAVE BEEN CHANGED ONE PACTRAN BATCH AT A TIME.  THIS
           PROGRAM READS THE RULES IN pacrcod.rul (PACRCDR.COB) --
           "OLD CODE BECOMES NEW CODE", OPTIONALLY ONLY WHERE
           ANOTHER FIELD HOLDS A GIVEN CODE, ON THE ORIGINAL OR THE
           NEWVALS FIELDS -- AND SWEEPS EVERY pacCCYY.btr FROM
           RCOD-START-CCYY TO RCOD-END-CCYY ON KEY 0, APPLYING THEM.
           VOIDED RECORDS ARE RECODED TOO, SO A REINSTATEMENT DOES
           NOT BRING A RETIRED CODE BACK.
           RCOD-MODE 'P' PREVIEWS: NOTHING IS WRITTEN TO THE YEAR
           FILES AND THE IMPACT REPORT pacrcod.rpt (PRIOR COPY
           ROTATED BY PACGDG) LISTS EVERY FIELD THAT WOULD CHANGE,
           THE CHANGES PER YEAR AND PER RULE.  RCOD-MODE 'C'
           COMMITS: THE SAME REPORT, BUT EACH CHANGED RECORD IS
           B-UPDATED AND JOURNALLED THROUGH PACJRNL WITH THE RUN'S
           REFERENCE (RCD00001 ONWARDS) IN PLACE OF THE PROGRAM
           NAME, SO PACBACK GIVEN THAT REFERENCE REVERSES THE WHOLE
           RECODE FOR A YEAR.  EVERY RUN LOGS ONE LINE PER YEAR ON
           pacrcod.log (PACRCDL.COB), AND A YEAR IS ONLY COMMITTED
           WHEN ITS LAST LOG LINE IS A CLEAN PREVIEW OF THE SAME
           RULES (THE RULES FILE CHECKSUM MUST MATCH) -- SO THE
           REPORT SOMEBODY SIGNED OFF IS THE CHANGE THAT IS MADE.
           CLOSED YEARS ARE NEVER TOUCHED (PACADJ CARRIES LATE
           CORRECTIONS FOR THEM); A CLOSED, MISSING OR BUSY YEAR IS
           REPORTED AND SKIPPED AND THE OTHER YEARS GO AHEAD.  THE
           NEW CODES ARE NOT CHECKED AGAINST paccodes.dat -- LOAD
           THE NEW CODE THERE FIRST.  PREVIEW NEEDS pacoper.dat
           LEVEL 2, COMMIT LEVEL 3; EACH YEAR IS SWEPT UNDER THE
           PACLOCK RUN TOKEN.  RCOD-RESULT COMES BACK 'G' EVERY YEAR
           SWEPT, 'P' SOME YEARS SKIPPED OR STOPPED PART WAY, OR 'F'
           REFUSED OR NO YEAR SWEPT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. COMPAQ-DESKPRO-286.
       OBJECT-COMPUTER. ANY-COMPAQ-COMPATABLE.
       SPECIAL-NAMES.
           CALL-CONVENTION 64 IS WINAPI.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RCOD-RULE-FILE ASSIGN TO WS-RULE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RULE-FILE-STATUS.
           SELECT RCOD-LOG-FILE ASSIGN TO WS-LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-FILE-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO WS-OPERATOR-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-STATUS.
           SELECT RCOD-RPT-FILE ASSIGN TO WS-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RCOD-RULE-FILE.
       01  RCOD-RULE-RECORD.
           COPY 'PACRCDR.COB'.
       01  RCOD-RULE-IMAGE             PIC X(50).
       FD  RCOD-LOG-FILE.
       01  RCOD-LOG-RECORD.
           COPY 'PACRCDL.COB'.
      *      SAME pacoper.dat LAYOUT PACMENU SIGNS OPERATORS ON
      *      WITH: ID, PASSWORD, AUTHORIZATION LEVEL.
       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           05  OPR-ID                  PIC X(08).
           05  FILLER                  PIC X(01).
           05  OPR-PASSWORD            PIC X(08).
           05  FILLER                  PIC X(01).
           05  OPR-LEVEL               PIC 9(01).
       FD  RCOD-RPT-FILE.
       01  RCOD-RPT-RECORD             PIC X(80).
*      WORKING-STORAGE SECTION.
       01  B-OPEN         PIC 9(4) BINARY VALUE 0.
       01  B-CLOSE        PIC 9(4) BINARY VALUE 1.
       01  B-UPDATE       PIC 9(4) BINARY VALUE 3.
       01  B-GET-NEXT     PIC 9(4) BINARY VALUE 6.
       01  B-GET-GREATER  PIC 9(4) BINARY VALUE 9.
       01  PAC-RECORD.
           COPY 'PAC.COB'.
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

       01  BTRV-STATUS-CODE     PIC S9(4) BINARY VALUE 0.
       01  BTRV-STATUS-MESSAGE  PIC X(40) VALUE SPACES.

      *      CENTRAL ERROR JOURNAL HOOK -- ONE PACERRJ ROW PER
      *      NONZERO BTRV STATUS (PACERRJ HAS NO SEPARATE COPYBOOK
      *      FOR ITS PARAMETER).
       01  ERRJ-PARM.
           05  ERRJ-PROGRAM       PIC X(08) VALUE 'PACRCODE'.
           05  ERRJ-OPERATION     PIC X(08).
           05  ERRJ-KEY           PIC X(08).
           05  ERRJ-STATUS-CODE   PIC S9(4) BINARY.
           05  ERRJ-MESSAGE       PIC X(40).

       01  TARGET-CCYY-DISPLAY   PIC 9(4) VALUE 0.
       01  WS-RULE-NAME          PIC X(32) VALUE 'pacrcod.rul'.
       01  RULE-FILE-STATUS      PIC X(2).
       01  WS-LOG-NAME           PIC X(32) VALUE 'pacrcod.log'.
       01  LOG-FILE-STATUS       PIC X(2).
       01  WS-OPERATOR-NAME      PIC X(32) VALUE 'pacoper.dat'.
       01  OPERATOR-STATUS       PIC X(2).
       01  WS-RPT-NAME           PIC X(32).
       01  RPT-FILE-STATUS       PIC X(2).

       01  RUN-YYMMDD            PIC 9(06) VALUE 0.
       01  RUN-TIME              PIC 9(06) VALUE 0.
       01  RUN-TIME-WORK         PIC 9(08) VALUE 0.

       01  PAC-EOF-SW            PIC X VALUE 'N'.
           88  PAC-AT-EOF               VALUE 'Y'.
           88  PAC-NOT-AT-EOF           VALUE 'N'.
       01  INPUT-EOF-SW          PIC X VALUE 'N'.
           88  INPUT-AT-EOF             VALUE 'Y'.
           88  INPUT-NOT-AT-EOF         VALUE 'N'.
       01  JOB-FAILED-SW         PIC X VALUE 'N'.
           88  JOB-HAS-FAILED           VALUE 'Y'.
           88  JOB-IS-CLEAN             VALUE 'N'.
       01  YEAR-FAILED-SW        PIC X VALUE 'N'.
           88  YEAR-HAS-FAILED          VALUE 'Y'.
           88  YEAR-IS-CLEAN            VALUE 'N'.
       01  OPERATOR-LEVEL        PIC 9(01) VALUE 0.
       01  YEAR-OPEN-SW          PIC X VALUE 'N'.
           88  YEAR-FILE-OPEN           VALUE 'Y'.
           88  YEAR-FILE-NOT-OPEN       VALUE 'N'.

      *      THE RULES AS LOADED.  RT-TARGET AND RT-COND-TARGET NUMBER
      *      THE SIX CODE FIELDS 1-3 ORIGINAL SPEC/GEAR/AREA, 4-6
      *      NEWVALS SPEC/GEAR/AREA, THE SAME NUMBERING AS
      *      RECORD-CODES BELOW; RT-COND-TARGET 0 IS UNCONDITIONAL.
       01  RULE-COUNT            PIC 9(03) VALUE 0.
       01  BAD-RULE-COUNT        PIC 9(03) VALUE 0.
       01  RULE-LINE-NUMBER      PIC 9(04) VALUE 0.
       01  RULE-TABLE.
           05  RULE-ENTRY OCCURS 100 TIMES
                   INDEXED BY RULE-IDX.
               10  RT-TARGET             PIC 9(01).
               10  RT-COND-TARGET        PIC 9(01).
               10  RT-OLD-CODE           PIC X(02).
               10  RT-NEW-CODE           PIC X(02).
               10  RT-COND-CODE          PIC X(02).
               10  RT-CHANGES            PIC 9(08).
               10  RT-IMAGE              PIC X(50).
       01  FIELD-NUMBER          PIC 9(01) VALUE 0.
       01  FIELD-NUMBER-CHAR     PIC X(01) VALUE SPACE.
       01  COND-IDX              PIC 9(01) VALUE 0.
       01  RULE-MATCH            PIC 9(03) VALUE 0.

      *      THE RECORD'S SIX CODE FIELDS AS READ (CONDITIONS ARE
      *      ALWAYS TESTED AGAINST THESE) AND AS RECODED.
       01  RECORD-CODES.
           05  RC-OLD-SPEC           PIC X(02).
           05  RC-OLD-GEAR           PIC X(02).
           05  RC-OLD-AREA           PIC X(02).
           05  RC-NEW-SPEC           PIC X(02).
           05  RC-NEW-GEAR           PIC X(02).
           05  RC-NEW-AREA           PIC X(02).
       01  RECORD-CODES-R REDEFINES RECORD-CODES.
           05  RC-CODE               PIC X(02) OCCURS 6 TIMES.
       01  RECODED-CODES.
           05  RECODED-CODE          PIC X(02) OCCURS 6 TIMES.
       01  TARGET-IDX            PIC 9(01) VALUE 0.
       01  RECORD-CHANGE-COUNT   PIC 9(01) VALUE 0.
       01  SAVE-PAC-RECORD       PIC X(103) VALUE SPACES.

      *      THE RULES FILE CHECKSUM -- EVERY BYTE OF EVERY RULE LINE
      *      WEIGHTED BY ITS POSITION IN THE FILE, SO A REORDERED
      *      SPLIT (WHERE ORDER DECIDES WHICH LINE WINS) IS A
      *      DIFFERENT SET OF RULES FROM THE ONE PREVIEWED.
       01  RULE-SUM              PIC 9(10) VALUE 0.
       01  CHECK-IDX             PIC 9(04) BINARY VALUE 0.
       01  CHECK-POSITION        PIC 9(06) VALUE 0.
       01  CHECK-QUOTIENT        PIC 9(04) VALUE 0.

      *      THE RUN'S REFERENCE, ONE ABOVE THE HIGHEST ON THE LOG.
       01  RUN-REFERENCE.
           05  RUN-REF-PREFIX        PIC X(03) VALUE 'RCD'.
           05  RUN-REF-NUMBER        PIC 9(05) VALUE 0.
       01  HIGHEST-REF-NUMBER    PIC 9(05) VALUE 0.

      *      THE YEAR'S LAST LOG LINE, FOR THE PREVIEW-BEFORE-COMMIT
      *      RULE.
       01  LAST-LOG-MODE         PIC X(01) VALUE SPACE.
       01  LAST-LOG-OUTCOME      PIC X(01) VALUE SPACE.
       01  LAST-LOG-SUM          PIC 9(09) VALUE 0.
       01  LAST-LOG-REFERENCE    PIC X(08) VALUE SPACES.

       01  WS-YEAR               PIC 9(04) VALUE 0.
       01  YEAR-READ             PIC 9(08) VALUE 0.
       01  YEAR-CHANGED          PIC 9(08) VALUE 0.
       01  YEAR-FIELDS           PIC 9(08) VALUE 0.
       01  YEAR-OUTCOME          PIC X(01) VALUE SPACE.
       01  YEAR-REASON           PIC X(60) VALUE SPACES.
       01  YEARS-SWEPT           PIC 9(04) VALUE 0.
       01  YEARS-NOT-SWEPT       PIC 9(04) VALUE 0.
       01  RUN-READ              PIC 9(08) VALUE 0.
       01  RUN-CHANGED           PIC 9(08) VALUE 0.
       01  RUN-FIELDS            PIC 9(08) VALUE 0.

      *      LOCK-RETRY CONTROLS -- SAME ARRANGEMENT AS PACRENUM'S.
      *      A RECORD A GUI USER HAS LOCKED (STATUS 20) IS WAITED OUT
      *      AND RETRIED INSTEAD OF STRANDING THE RECODE MID-YEAR.
       01  RETRY-COUNT           PIC 9(02) VALUE 0.
       01  RETRY-LIMIT           PIC 9(02) VALUE 5.
       01  RETRY-WAIT-SECONDS    PIC 9(02) VALUE 6.

      *      COPIES OF THE CALLED PROGRAMS' PARAMETER LAYOUTS (NONE
      *      OF THEM HAS A SEPARATE COPYBOOK FOR ITS PARAMETER).
      *      THE JOURNAL ENTRIES CARRY THE RUN'S REFERENCE WHERE
      *      THE PROGRAM NAME USUALLY GOES -- THAT IS WHAT PACBACK
      *      SELECTS ON.
       01  JRNL-PARM.
           05  JRNL-CCYY          PIC 9(04).
           05  JRNL-PROGRAM       PIC X(08).
           05  JRNL-OPERATION     PIC X(06) VALUE 'UPDATE'.
           05  JRNL-SERIAL        PIC X(05).
           05  JRNL-SEQ           PIC 9(03).
           05  JRNL-BEFORE        PIC X(103).
           05  JRNL-AFTER         PIC X(103).
           05  JRNL-OPERATOR      PIC X(08).
           05  JRNL-REGION        PIC X(02).

       01  CLSQ-PARM.
           05  CLSQ-CCYY           PIC 9(04).
           05  CLSQ-REGION         PIC X(02).
           05  CLSQ-RESULT         PIC X(01).
               88  CLSQ-IS-CLOSED        VALUE 'C'.
               88  CLSQ-IS-OPEN          VALUE 'O'.

       01  LOCK-PARM.
           05  LOCK-REQUEST        PIC X(01).
           05  LOCK-RESULT         PIC X(01).
               88  LOCK-GRANTED          VALUE 'G'.
               88  LOCK-BUSY             VALUE 'B'.
           05  LOCK-PROGRAM        PIC X(08) VALUE 'PACRCODE'.
           05  LOCK-CCYY           PIC 9(04).
           05  LOCK-REGION         PIC X(02).
           05  LOCK-HOLDER         PIC X(08).
           05  LOCK-SINCE          PIC 9(06).
           05  LOCK-START-TIME     PIC 9(06).
       01  LOCK-HELD-SW            PIC X VALUE 'N'.
           88  RUN-TOKEN-HELD            VALUE 'Y'.
           88  RUN-TOKEN-NOT-HELD        VALUE 'N'.

       01  GDG-PARM.
           05  GDG-FILE-NAME        PIC X(32).

       01  HIST-PARM.
           05  HIST-PROGRAM       PIC X(08) VALUE 'PACRCODE'.
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
       01  RCD-RUN-LINE.
           05  FILLER             PIC X(11) VALUE 'REFERENCE: '.
           05  RR-REFERENCE       PIC X(08).
           05  FILLER             PIC X(08) VALUE '  MODE: '.
           05  RR-MODE            PIC X(07).
           05  FILLER             PIC X(09) VALUE '  YEARS: '.
           05  RR-START           PIC 9(04).
           05  FILLER             PIC X(01) VALUE '-'.
           05  RR-END             PIC 9(04).
           05  FILLER             PIC X(10) VALUE '  REGION: '.
           05  RR-REGION          PIC X(02).
           05  FILLER             PIC X(16) VALUE SPACES.
       01  RCD-RULES-LINE.
           05  FILLER             PIC X(10) VALUE 'OPERATOR: '.
           05  RL-OPERATOR        PIC X(08).
           05  FILLER             PIC X(09) VALUE '  RULES: '.
           05  RL-COUNT           PIC ZZ9.
           05  FILLER             PIC X(22) VALUE
               ' FROM pacrcod.rul  SUM'.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  RL-SUM             PIC 9(09).
           05  FILLER             PIC X(18) VALUE SPACES.
       01  RCD-RULE-LINE.
           05  FILLER             PIC X(05) VALUE 'RULE '.
           05  RX-NUMBER          PIC ZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RX-IMAGE           PIC X(50).
           05  FILLER             PIC X(09) VALUE ' CHANGES '.
           05  RX-CHANGES         PIC ZZZZZZZ9.
           05  FILLER             PIC X(03) VALUE SPACES.
       01  RCD-COLUMN-LINE        PIC X(80) VALUE
           'YEAR SERIAL-SEQ  SCHEME  FIELD  OLD    NEW  RULE'.
       01  RCD-DETAIL-LINE.
           05  RD-YEAR            PIC 9(04).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  RD-SERIAL          PIC X(05).
           05  FILLER             PIC X(01) VALUE '-'.
           05  RD-SEQ             PIC 9(03).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RD-SCHEME          PIC X(07).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  RD-FIELD           PIC X(04).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  RD-OLD             PIC X(02).
           05  FILLER             PIC X(05) VALUE ' --> '.
           05  RD-NEW             PIC X(02).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  RD-RULE            PIC ZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RD-VOIDED          PIC X(08).
           05  FILLER             PIC X(24) VALUE SPACES.
       01  RCD-YEAR-LINE.
           05  FILLER             PIC X(05) VALUE 'YEAR '.
           05  RY-YEAR            PIC 9(04).
           05  FILLER             PIC X(08) VALUE '  READ: '.
           05  RY-READ            PIC ZZZZZZZ9.
           05  FILLER             PIC X(11) VALUE '  RECORDS: '.
           05  RY-CHANGED         PIC ZZZZZZZ9.
           05  FILLER             PIC X(10) VALUE '  FIELDS: '.
           05  RY-FIELDS          PIC ZZZZZZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RY-OUTCOME         PIC X(16).
       01  RCD-SKIP-LINE.
           05  FILLER             PIC X(05) VALUE 'YEAR '.
           05  RK-YEAR            PIC 9(04).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RK-REASON          PIC X(60).
           05  FILLER             PIC X(09) VALUE SPACES.
       01  RCD-TOTAL-LINE.
           05  FILLER             PIC X(12) VALUE 'RUN TOTALS  '.
           05  FILLER             PIC X(06) VALUE 'READ: '.
           05  RT-L-READ          PIC ZZZZZZZ9.
           05  FILLER             PIC X(11) VALUE '  RECORDS: '.
           05  RT-L-CHANGED       PIC ZZZZZZZ9.
           05  FILLER             PIC X(10) VALUE '  FIELDS: '.
           05  RT-L-FIELDS        PIC ZZZZZZZ9.
           05  FILLER             PIC X(17) VALUE SPACES.
       01  RCD-VERDICT-LINE       PIC X(80) VALUE SPACES.

       LINKAGE SECTION.
       01  RCOD-PARM.
           05  RCOD-MODE           PIC X(01).
               88  RCOD-PREVIEW          VALUE 'P'.
               88  RCOD-COMMIT           VALUE 'C'.
           05  RCOD-START-CCYY     PIC 9(04).
           05  RCOD-END-CCYY       PIC 9(04).
      *      REGION CODE -- SPACES = THE HISTORIC SINGLE-REGION
      *      FILE SET (pacCCYY.btr); OTHERWISE QUALIFIES EVERY
      *      PER-YEAR FILE NAME THE RUN TOUCHES.
           05  RCOD-REGION         PIC X(02).
           05  RCOD-OPERATOR       PIC X(08).
      *      OUT -- THE RUN'S REFERENCE, RESULT AND THE NUMBER OF
      *      RECORDS CHANGED (OR, ON A PREVIEW, THAT WOULD BE).
           05  RCOD-REFERENCE      PIC X(08).
           05  RCOD-RESULT         PIC X(01).
               88  RCOD-ALL-SWEPT        VALUE 'G'.
               88  RCOD-PART-SWEPT       VALUE 'P'.
               88  RCOD-RUN-FAILED       VALUE 'F'.
           05  RCOD-CHANGED        PIC 9(08).
       PROCEDURE DIVISION USING RCOD-PARM.
       A000-BEGIN.
           CALL 'DOS_GET_TIME' USING HIST-START-STAMP.
           ACCEPT RUN-YYMMDD FROM DATE.
           ACCEPT RUN-TIME-WORK FROM TIME.
           DIVIDE RUN-TIME-WORK BY 100 GIVING RUN-TIME.
           SET RCOD-RUN-FAILED TO TRUE.
           MOVE SPACES TO RCOD-REFERENCE.
           MOVE 0 TO RCOD-CHANGED.

           IF NOT RCOD-PREVIEW AND NOT RCOD-COMMIT
              DISPLAY 'PACRCODE: MODE MUST BE P (PREVIEW) OR C'
                  ' (COMMIT)'
              SET JOB-HAS-FAILED TO TRUE
              GO TO DONE.
           IF RCOD-START-CCYY NOT NUMERIC
              OR RCOD-END-CCYY NOT NUMERIC
              OR RCOD-START-CCYY = 0
              OR RCOD-END-CCYY < RCOD-START-CCYY
              DISPLAY 'PACRCODE: YEAR RANGE ' RCOD-START-CCYY '-'
                  RCOD-END-CCYY ' WILL NOT DO'
              SET JOB-HAS-FAILED TO TRUE
              GO TO DONE.

           PERFORM CHECK-OPERATOR THRU CHECK-OPERATOR-EXIT.
           IF OPERATOR-LEVEL < 2
              OR (RCOD-COMMIT AND OPERATOR-LEVEL < 3)
              DISPLAY 'PACRCODE: ' RCOD-OPERATOR ' MAY NOT RUN A'
                  ' RECODE -- PREVIEW NEEDS LEVEL 2, COMMIT LEVEL 3'
              SET JOB-HAS-FAILED TO TRUE
              GO TO DONE.

           PERFORM LOAD-RULES THRU LOAD-RULES-EXIT.
           IF JOB-HAS-FAILED
              GO TO DONE.

           PERFORM FIND-HIGHEST-REFERENCE THRU
               FIND-HIGHEST-REFERENCE-EXIT.
           COMPUTE RUN-REF-NUMBER = HIGHEST-REF-NUMBER + 1.
           MOVE RUN-REFERENCE TO RCOD-REFERENCE.
           MOVE RUN-REFERENCE TO JRNL-PROGRAM.
           MOVE RCOD-OPERATOR TO JRNL-OPERATOR.
           MOVE RCOD-REGION   TO JRNL-REGION.

           MOVE SPACES TO WS-RPT-NAME.
           STRING 'pacrcod' DELIMITED BY SIZE
                  RCOD-REGION DELIMITED BY SPACE
                  '.rpt' DELIMITED BY SIZE
                  INTO WS-RPT-NAME.
           MOVE WS-RPT-NAME TO GDG-FILE-NAME.
           CALL 'PACGDG' USING GDG-PARM.
           OPEN OUTPUT RCOD-RPT-FILE.
           IF RCOD-PREVIEW
              MOVE 'MASS RECODE IMPACT -- PREVIEW' TO PGH-TITLE
              MOVE 'PREVIEW' TO RR-MODE
           ELSE
              MOVE 'MASS RECODE IMPACT -- COMMITTED' TO PGH-TITLE
              MOVE 'COMMIT'  TO RR-MODE.
           MOVE RCOD-START-CCYY TO PGH-CCYY.
           MOVE 0  TO PGH-PAGE-NUMBER.
           MOVE 56 TO PGH-LINES-PER-PAGE.
           MOVE 99 TO PGH-LINE-COUNT.

           MOVE RUN-REFERENCE   TO RR-REFERENCE.
           MOVE RCOD-START-CCYY TO RR-START.
           MOVE RCOD-END-CCYY   TO RR-END.
           MOVE RCOD-REGION     TO RR-REGION.
           MOVE RCD-RUN-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE RCOD-OPERATOR TO RL-OPERATOR.
           MOVE RULE-COUNT    TO RL-COUNT.
           MOVE RULE-SUM      TO RL-SUM.
           MOVE RCD-RULES-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE RCD-COLUMN-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.

           PERFORM PROCESS-YEAR THRU PROCESS-YEAR-EXIT
               VARYING WS-YEAR FROM RCOD-START-CCYY BY 1
               UNTIL WS-YEAR > RCOD-END-CCYY.

           MOVE SPACES TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           PERFORM PRINT-RULE-TOTAL
               VARYING RULE-IDX FROM 1 BY 1
               UNTIL RULE-IDX > RULE-COUNT.
           MOVE RUN-READ    TO RT-L-READ.
           MOVE RUN-CHANGED TO RT-L-CHANGED.
           MOVE RUN-FIELDS  TO RT-L-FIELDS.
           MOVE RCD-TOTAL-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.

           MOVE RUN-CHANGED TO RCOD-CHANGED.
           MOVE SPACES TO RCD-VERDICT-LINE.
           EVALUATE TRUE
               WHEN YEARS-SWEPT = 0
                   SET RCOD-RUN-FAILED TO TRUE
                   MOVE 'NO YEAR WAS SWEPT -- SEE THE YEAR LINES ABOVE'
                       TO RCD-VERDICT-LINE
               WHEN YEARS-NOT-SWEPT > 0
                   SET RCOD-PART-SWEPT TO TRUE
                   MOVE 'SOME YEARS NOT SWEPT -- SEE THE YEAR LINES'
                       TO RCD-VERDICT-LINE
               WHEN RCOD-PREVIEW
                   SET RCOD-ALL-SWEPT TO TRUE
                   STRING 'PREVIEW ONLY -- NOTHING CHANGED.  COMMIT '
                              DELIMITED BY SIZE
                          'THE SAME RULES TO APPLY' DELIMITED BY SIZE
                          INTO RCD-VERDICT-LINE
               WHEN OTHER
                   SET RCOD-ALL-SWEPT TO TRUE
                   STRING 'COMMITTED -- PACBACK ' DELIMITED BY SIZE
                          RUN-REFERENCE DELIMITED BY SIZE
                          ' REVERSES IT, ONE YEAR AT A TIME'
                              DELIMITED BY SIZE
                          INTO RCD-VERDICT-LINE
           END-EVALUATE.
           MOVE SPACES TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE RCD-VERDICT-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           PERFORM WRITE-END-LINE.
           CLOSE RCOD-RPT-FILE.

       DONE.
           MOVE RCOD-START-CCYY TO HIST-CCYY.
           MOVE RUN-CHANGED     TO HIST-RECORDS.
           IF JOB-HAS-FAILED OR NOT RCOD-ALL-SWEPT
              MOVE 'FAILED' TO HIST-STATUS.
           CALL 'PACHIST' USING HIST-PARM.
           IF JOB-IS-CLEAN
              DISPLAY 'PACRCODE: ' RUN-REFERENCE ' ' RR-MODE ' -- '
                  RUN-CHANGED ' RECORD(S), ' RUN-FIELDS
                  ' FIELD(S) -- SEE ' WS-RPT-NAME
           ELSE
              DISPLAY 'PACRCODE: RECODE REFUSED'.
           GOBACK.

      * ------------------------------------------------------------
      *      ONE YEAR.
      * ------------------------------------------------------------
       PROCESS-YEAR.
           MOVE 0 TO YEAR-READ.
           MOVE 0 TO YEAR-CHANGED.
           MOVE 0 TO YEAR-FIELDS.
           MOVE 'G' TO YEAR-OUTCOME.
           SET YEAR-IS-CLEAN TO TRUE.
           SET YEAR-FILE-NOT-OPEN TO TRUE.
           MOVE WS-YEAR TO TARGET-CCYY-DISPLAY.
           MOVE SPACES TO B-PAC-NAME.
           STRING 'pac' DELIMITED BY SIZE
                  RCOD-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.btr' DELIMITED BY SIZE
                  INTO B-PAC-NAME.

           MOVE WS-YEAR     TO CLSQ-CCYY.
           MOVE RCOD-REGION TO CLSQ-REGION.
           CALL 'PACCLSQ' USING CLSQ-PARM.
           IF CLSQ-IS-CLOSED
              MOVE 'CLOSED -- NOT RECODED (PACADJ CARRIES LATE'
                  TO YEAR-REASON
              GO TO PROCESS-YEAR-SKIP.

           IF RCOD-COMMIT
              PERFORM FIND-LAST-LOG-LINE THRU
                  FIND-LAST-LOG-LINE-EXIT
              IF LAST-LOG-MODE NOT = 'P'
                 OR LAST-LOG-OUTCOME NOT = 'G'
                 OR LAST-LOG-SUM NOT = RULE-SUM
                 MOVE 'NOT PREVIEWED WITH THESE RULES -- PREVIEW IT'
                     TO YEAR-REASON
                 GO TO PROCESS-YEAR-SKIP
              ELSE
                 DISPLAY 'PACRCODE: ' TARGET-CCYY-DISPLAY
                     ' PREVIEWED UNDER ' LAST-LOG-REFERENCE.

           PERFORM TAKE-RUN-TOKEN THRU TAKE-RUN-TOKEN-EXIT.
           IF RUN-TOKEN-NOT-HELD
              MOVE SPACES TO YEAR-REASON
              STRING 'BUSY WITH ' DELIMITED BY SIZE
                     LOCK-HOLDER DELIMITED BY SPACE
                     ' -- NOT SWEPT' DELIMITED BY SIZE
                     INTO YEAR-REASON
              GO TO PROCESS-YEAR-SKIP.

           MOVE -2 TO B-PAC-KEY-NUMBER.
           IF RCOD-COMMIT
              MOVE -1 TO B-PAC-KEY-NUMBER.
           CALL WINAPI 'BTRV' USING by value B-OPEN,
             by reference B-PAC-POSITION,
             OWNER-NAME, OWNER-LENGTH, B-PAC-NAME,
             by value B-PAC-KEY-NUMBER.
           IF RETURN-CODE NOT = ZERO
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'OPEN' TO ERRJ-OPERATION
              PERFORM LOG-ERROR-JOURNAL
              MOVE SPACES TO YEAR-REASON
              STRING 'OPEN FAILED--> ' DELIMITED BY SIZE
                     BTRV-STATUS-MESSAGE DELIMITED BY SIZE
                     INTO YEAR-REASON
              PERFORM DROP-RUN-TOKEN
              GO TO PROCESS-YEAR-SKIP.
           SET YEAR-FILE-OPEN TO TRUE.

           SET PAC-NOT-AT-EOF TO TRUE.
           MOVE 0 TO B-PAC-KEY-NUMBER.
           MOVE LOW-VALUES TO B-PAC-KEY-BUFFER.
           CALL WINAPI 'BTRV' USING by value B-GET-GREATER,
             by reference B-PAC-POSITION,
                PAC-RECORD, B-PAC-LENGTH, B-PAC-KEY-BUFFER,
                by value B-PAC-KEY-NUMBER.
           IF RETURN-CODE = 9
              SET PAC-AT-EOF TO TRUE.
           IF RETURN-CODE NOT = ZERO AND NOT = 9
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'GET-GR' TO ERRJ-OPERATION
              PERFORM LOG-ERROR-JOURNAL
              DISPLAY 'PACRCODE: ' B-PAC-NAME ' GET-GR FAILED--> '
                  BTRV-STATUS-MESSAGE
              SET YEAR-HAS-FAILED TO TRUE
              SET PAC-AT-EOF TO TRUE.
           PERFORM RECODE-ONE-RECORD THRU RECODE-ONE-RECORD-EXIT
               UNTIL PAC-AT-EOF OR YEAR-HAS-FAILED.

           CALL WINAPI 'BTRV' USING by value B-CLOSE,
             by reference B-PAC-POSITION,
             OWNER-NAME, OWNER-LENGTH,
             B-PAC-KEY-BUFFER, by value B-PAC-KEY-NUMBER.
           IF RETURN-CODE NOT = ZERO
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'CLOSE' TO ERRJ-OPERATION
              PERFORM LOG-ERROR-JOURNAL
              DISPLAY 'PACRCODE: ' B-PAC-NAME ' CLOSE FAILED--> '
                  BTRV-STATUS-MESSAGE.
           PERFORM DROP-RUN-TOKEN.

           MOVE WS-YEAR      TO RY-YEAR.
           MOVE YEAR-READ    TO RY-READ.
           MOVE YEAR-CHANGED TO RY-CHANGED.
           MOVE YEAR-FIELDS  TO RY-FIELDS.
           IF YEAR-HAS-FAILED
              MOVE 'F' TO YEAR-OUTCOME
              MOVE 'STOPPED PART WAY' TO RY-OUTCOME
              ADD 1 TO YEARS-NOT-SWEPT
           ELSE
              MOVE SPACES TO RY-OUTCOME
              ADD 1 TO YEARS-SWEPT.
           MOVE RCD-YEAR-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           ADD YEAR-READ    TO RUN-READ.
           ADD YEAR-CHANGED TO RUN-CHANGED.
           ADD YEAR-FIELDS  TO RUN-FIELDS.
           PERFORM WRITE-LOG-LINE.
           GO TO PROCESS-YEAR-EXIT.

       PROCESS-YEAR-SKIP.
           MOVE 'S' TO YEAR-OUTCOME.
           ADD 1 TO YEARS-NOT-SWEPT.
           MOVE WS-YEAR     TO RK-YEAR.
           MOVE YEAR-REASON TO RK-REASON.
           MOVE RCD-SKIP-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           DISPLAY 'PACRCODE: ' TARGET-CCYY-DISPLAY ' ' YEAR-REASON.
           PERFORM WRITE-LOG-LINE.
       PROCESS-YEAR-EXIT. EXIT.

      *      EVERY RULE IS TRIED AGAINST THE RECORD AS READ, FIELD BY
      *      FIELD; A RECORD WITH ANY FIELD CHANGED IS ONE UPDATE AND
      *      ONE JOURNAL ENTRY.
       RECODE-ONE-RECORD.
           ADD 1 TO YEAR-READ.
           MOVE PAC-SPEC     TO RC-OLD-SPEC.
           MOVE PAC-GEAR     TO RC-OLD-GEAR.
           MOVE PAC-AREA     TO RC-OLD-AREA.
           MOVE PAC-NEW-SPEC TO RC-NEW-SPEC.
           MOVE PAC-NEW-GEAR TO RC-NEW-GEAR.
           MOVE PAC-NEW-AREA TO RC-NEW-AREA.
           MOVE RECORD-CODES TO RECODED-CODES.
           MOVE 0 TO RECORD-CHANGE-COUNT.
           PERFORM RECODE-ONE-FIELD
               VARYING TARGET-IDX FROM 1 BY 1
               UNTIL TARGET-IDX > 6.
           IF RECORD-CHANGE-COUNT = 0
              GO TO RECODE-ONE-NEXT.

           ADD 1 TO YEAR-CHANGED.
           IF RCOD-PREVIEW
              GO TO RECODE-ONE-NEXT.

           MOVE PAC-RECORD TO SAVE-PAC-RECORD.
           MOVE RECODED-CODE (1) TO PAC-SPEC.
           MOVE RECODED-CODE (2) TO PAC-GEAR.
           MOVE RECODED-CODE (3) TO PAC-AREA.
           MOVE RECODED-CODE (4) TO PAC-NEW-SPEC.
           MOVE RECODED-CODE (5) TO PAC-NEW-GEAR.
           MOVE RECODED-CODE (6) TO PAC-NEW-AREA.
           MOVE 0 TO RETRY-COUNT.
           MOVE PAC-KEY-SERIAL TO B-PAC-KEY-SERIAL.
           MOVE PAC-KEY-SEQ    TO B-PAC-KEY-SEQ.

       RECODE-ONE-UPDATE.
           CALL WINAPI 'BTRV' USING by value B-UPDATE,
             by reference B-PAC-POSITION,
                PAC-RECORD, B-PAC-LENGTH, B-PAC-KEY-BUFFER,
                by value B-PAC-KEY-NUMBER.
           IF RETURN-CODE = 20 AND RETRY-COUNT < RETRY-LIMIT
              PERFORM LOG-RETRY-WAIT
              GO TO RECODE-ONE-UPDATE.
           IF RETURN-CODE NOT = ZERO
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE
                  BTRV-STATUS-MESSAGE
              MOVE 'UPDATE' TO ERRJ-OPERATION
              PERFORM LOG-ERROR-JOURNAL
              DISPLAY 'PACRCODE: UPDATE FAILED FOR '
                  PAC-KEY-SERIAL '-' PAC-KEY-SEQ '--> '
                  BTRV-STATUS-MESSAGE
              SUBTRACT 1 FROM YEAR-CHANGED
              SET YEAR-HAS-FAILED TO TRUE
              GO TO RECODE-ONE-RECORD-EXIT.

           MOVE WS-YEAR         TO JRNL-CCYY.
           MOVE PAC-KEY-SERIAL  TO JRNL-SERIAL.
           MOVE PAC-KEY-SEQ     TO JRNL-SEQ.
           MOVE SAVE-PAC-RECORD TO JRNL-BEFORE.
           MOVE PAC-RECORD      TO JRNL-AFTER.
           CALL 'PACJRNL' USING JRNL-PARM.

       RECODE-ONE-NEXT.
           CALL WINAPI 'BTRV' USING by value B-GET-NEXT,
             by reference B-PAC-POSITION,
                PAC-RECORD, B-PAC-LENGTH, B-PAC-KEY-BUFFER,
                by value B-PAC-KEY-NUMBER.
           IF RETURN-CODE = 9
              SET PAC-AT-EOF TO TRUE
              GO TO RECODE-ONE-RECORD-EXIT.
           IF RETURN-CODE NOT = ZERO
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'GET-NX' TO ERRJ-OPERATION
              PERFORM LOG-ERROR-JOURNAL
              DISPLAY 'PACRCODE: ' B-PAC-NAME ' READ FAILED--> '
                  BTRV-STATUS-MESSAGE
              SET YEAR-HAS-FAILED TO TRUE.
       RECODE-ONE-RECORD-EXIT. EXIT.

       RECODE-ONE-FIELD.
           MOVE 0 TO RULE-MATCH.
           PERFORM MATCH-ONE-RULE
               VARYING RULE-IDX FROM 1 BY 1
               UNTIL RULE-IDX > RULE-COUNT OR RULE-MATCH > 0.
           IF RULE-MATCH = 0
              GO TO RECODE-ONE-FIELD-EXIT.
           SET RULE-IDX TO RULE-MATCH.
           IF RT-NEW-CODE (RULE-IDX) = RC-CODE (TARGET-IDX)
              GO TO RECODE-ONE-FIELD-EXIT.
           MOVE RT-NEW-CODE (RULE-IDX) TO RECODED-CODE (TARGET-IDX).
           ADD 1 TO RECORD-CHANGE-COUNT.
           ADD 1 TO YEAR-FIELDS.
           ADD 1 TO RT-CHANGES (RULE-IDX).

           MOVE WS-YEAR        TO RD-YEAR.
           MOVE PAC-KEY-SERIAL TO RD-SERIAL.
           MOVE PAC-KEY-SEQ    TO RD-SEQ.
           IF TARGET-IDX > 3
              MOVE 'NEWVALS' TO RD-SCHEME
              COMPUTE FIELD-NUMBER = TARGET-IDX - 3
           ELSE
              MOVE 'ORIG'    TO RD-SCHEME
              MOVE TARGET-IDX TO FIELD-NUMBER.
           EVALUATE FIELD-NUMBER
               WHEN 1  MOVE 'SPEC' TO RD-FIELD
               WHEN 2  MOVE 'GEAR' TO RD-FIELD
               WHEN OTHER MOVE 'AREA' TO RD-FIELD
           END-EVALUATE.
           MOVE RC-CODE (TARGET-IDX)      TO RD-OLD.
           MOVE RECODED-CODE (TARGET-IDX) TO RD-NEW.
           MOVE RULE-MATCH                TO RD-RULE.
           MOVE SPACES TO RD-VOIDED.
           IF PAC-REC-VOIDED
              MOVE '(VOIDED)' TO RD-VOIDED.
           MOVE RCD-DETAIL-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
       RECODE-ONE-FIELD-EXIT. EXIT.

       MATCH-ONE-RULE.
           IF RT-TARGET (RULE-IDX) = TARGET-IDX
              AND RT-OLD-CODE (RULE-IDX) = RC-CODE (TARGET-IDX)
              MOVE RT-COND-TARGET (RULE-IDX) TO COND-IDX
              IF COND-IDX = 0
                 SET RULE-MATCH TO RULE-IDX
              ELSE
                 IF RC-CODE (COND-IDX) = RT-COND-CODE (RULE-IDX)
                    SET RULE-MATCH TO RULE-IDX.

       PRINT-RULE-TOTAL.
           SET RULE-MATCH TO RULE-IDX.
           MOVE RULE-MATCH TO RX-NUMBER.
           MOVE RT-IMAGE (RULE-IDX)   TO RX-IMAGE.
           MOVE RT-CHANGES (RULE-IDX) TO RX-CHANGES.
           MOVE RCD-RULE-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.

      * ------------------------------------------------------------
      *      THE RULES FILE.
      * ------------------------------------------------------------
       LOAD-RULES.
           MOVE 0 TO RULE-COUNT.
           MOVE 0 TO BAD-RULE-COUNT.
           MOVE 0 TO RULE-LINE-NUMBER.
           MOVE 0 TO RULE-SUM.
           SET INPUT-NOT-AT-EOF TO TRUE.
           OPEN INPUT RCOD-RULE-FILE.
           IF RULE-FILE-STATUS NOT = '00'
              DISPLAY 'PACRCODE: RULES FILE ' WS-RULE-NAME
                  ' NOT AVAILABLE -- STATUS ' RULE-FILE-STATUS
              SET JOB-HAS-FAILED TO TRUE
              GO TO LOAD-RULES-EXIT.
           PERFORM LOAD-ONE-RULE THRU LOAD-ONE-RULE-EXIT
               UNTIL INPUT-AT-EOF.
           CLOSE RCOD-RULE-FILE.
           IF BAD-RULE-COUNT > 0
              DISPLAY 'PACRCODE: ' BAD-RULE-COUNT ' RULE LINE(S) WILL'
                  ' NOT DO -- NOTHING RECODED'
              SET JOB-HAS-FAILED TO TRUE
              GO TO LOAD-RULES-EXIT.
           IF RULE-COUNT = 0
              DISPLAY 'PACRCODE: NO RULES IN ' WS-RULE-NAME
              SET JOB-HAS-FAILED TO TRUE.
       LOAD-RULES-EXIT. EXIT.

       LOAD-ONE-RULE.
           READ RCOD-RULE-FILE
               AT END
                  SET INPUT-AT-EOF TO TRUE
                  GO TO LOAD-ONE-RULE-EXIT.
           ADD 1 TO RULE-LINE-NUMBER.
           IF RCOD-RULE-IMAGE = SPACES
              OR RCOD-RULE-IMAGE (1:1) = '*'
              GO TO LOAD-ONE-RULE-EXIT.

           IF (NOT RCR-IS-OLD-SCHEME AND NOT RCR-IS-NEWVALS)
              OR NOT RCR-VALID-FIELD
              OR RCR-OLD-CODE = SPACES
              OR RCR-NEW-CODE = SPACES
              GO TO LOAD-ONE-RULE-BAD.
           IF NOT RCR-UNCONDITIONAL
              IF NOT RCR-VALID-COND-FIELD
                 OR RCR-COND-CODE = SPACES
                 OR RCR-COND-FIELD = RCR-FIELD
                 GO TO LOAD-ONE-RULE-BAD.
      *      THE ORIGINAL SPEC AND AREA ARE ONE CHARACTER WIDE.
           IF RCR-IS-OLD-SCHEME
              IF (RCR-FIELD NOT = 'G'
                  AND (RCR-OLD-CODE (2:1) NOT = SPACE
                       OR RCR-NEW-CODE (2:1) NOT = SPACE))
                 OR ((RCR-COND-FIELD = 'S' OR RCR-COND-FIELD = 'A')
                     AND RCR-COND-CODE (2:1) NOT = SPACE)
                 GO TO LOAD-ONE-RULE-BAD.
           IF RULE-COUNT NOT < 100
              DISPLAY 'PACRCODE: MORE THAN 100 RULES -- LINE '
                  RULE-LINE-NUMBER ' AND AFTER NOT LOADED'
              GO TO LOAD-ONE-RULE-BAD.

           ADD 1 TO RULE-COUNT.
           SET RULE-IDX TO RULE-COUNT.
           MOVE RCR-FIELD TO FIELD-NUMBER-CHAR.
           PERFORM SET-FIELD-NUMBER.
           MOVE FIELD-NUMBER TO RT-TARGET (RULE-IDX).
           IF RCR-IS-NEWVALS
              ADD 3 TO RT-TARGET (RULE-IDX).
           MOVE 0 TO RT-COND-TARGET (RULE-IDX).
           IF NOT RCR-UNCONDITIONAL
              MOVE RCR-COND-FIELD TO FIELD-NUMBER-CHAR
              PERFORM SET-FIELD-NUMBER
              MOVE FIELD-NUMBER TO RT-COND-TARGET (RULE-IDX)
              IF RCR-IS-NEWVALS
                 ADD 3 TO RT-COND-TARGET (RULE-IDX).
           MOVE RCR-OLD-CODE    TO RT-OLD-CODE (RULE-IDX).
           MOVE RCR-NEW-CODE    TO RT-NEW-CODE (RULE-IDX).
           MOVE RCR-COND-CODE   TO RT-COND-CODE (RULE-IDX).
           MOVE 0               TO RT-CHANGES (RULE-IDX).
           MOVE RCOD-RULE-IMAGE TO RT-IMAGE (RULE-IDX).
           PERFORM ADD-RULE-CHECKSUM
               VARYING CHECK-IDX FROM 1 BY 1
               UNTIL CHECK-IDX > 50.
           GO TO LOAD-ONE-RULE-EXIT.

       LOAD-ONE-RULE-BAD.
           ADD 1 TO BAD-RULE-COUNT.
           DISPLAY 'PACRCODE: RULE LINE ' RULE-LINE-NUMBER
               ' WILL NOT DO: ' RCOD-RULE-IMAGE.
       LOAD-ONE-RULE-EXIT. EXIT.

       SET-FIELD-NUMBER.
           EVALUATE FIELD-NUMBER-CHAR
               WHEN 'S'  MOVE 1 TO FIELD-NUMBER
               WHEN 'G'  MOVE 2 TO FIELD-NUMBER
               WHEN OTHER MOVE 3 TO FIELD-NUMBER
           END-EVALUATE.

       ADD-RULE-CHECKSUM.
           COMPUTE CHECK-POSITION = (RULE-COUNT - 1) * 50 + CHECK-IDX.
           COMPUTE RULE-SUM = RULE-SUM
               + FUNCTION ORD (RCOD-RULE-IMAGE (CHECK-IDX:1))
                   * CHECK-POSITION.
           IF RULE-SUM > 999999999
              DIVIDE RULE-SUM BY 1000000000 GIVING CHECK-QUOTIENT
                  REMAINDER RULE-SUM.

      * ------------------------------------------------------------
      *      THE RUN LOG.
      * ------------------------------------------------------------
       FIND-HIGHEST-REFERENCE.
           MOVE 0 TO HIGHEST-REF-NUMBER.
           SET INPUT-NOT-AT-EOF TO TRUE.
           OPEN INPUT RCOD-LOG-FILE.
           IF LOG-FILE-STATUS NOT = '00'
              GO TO FIND-HIGHEST-REFERENCE-EXIT.
           PERFORM READ-ONE-REFERENCE THRU READ-ONE-REFERENCE-EXIT
               UNTIL INPUT-AT-EOF.
           CLOSE RCOD-LOG-FILE.
       FIND-HIGHEST-REFERENCE-EXIT. EXIT.

       READ-ONE-REFERENCE.
           READ RCOD-LOG-FILE
               AT END
                  SET INPUT-AT-EOF TO TRUE
                  GO TO READ-ONE-REFERENCE-EXIT.
           IF RCL-REF-PREFIX = 'RCD'
              AND RCL-REF-NUMBER NUMERIC
              AND RCL-REF-NUMBER > HIGHEST-REF-NUMBER
              MOVE RCL-REF-NUMBER TO HIGHEST-REF-NUMBER.
       READ-ONE-REFERENCE-EXIT. EXIT.

       FIND-LAST-LOG-LINE.
           MOVE SPACE  TO LAST-LOG-MODE.
           MOVE SPACE  TO LAST-LOG-OUTCOME.
           MOVE 0      TO LAST-LOG-SUM.
           MOVE SPACES TO LAST-LOG-REFERENCE.
           SET INPUT-NOT-AT-EOF TO TRUE.
           OPEN INPUT RCOD-LOG-FILE.
           IF LOG-FILE-STATUS NOT = '00'
              GO TO FIND-LAST-LOG-LINE-EXIT.
           PERFORM READ-ONE-LOG-LINE THRU READ-ONE-LOG-LINE-EXIT
               UNTIL INPUT-AT-EOF.
           CLOSE RCOD-LOG-FILE.
       FIND-LAST-LOG-LINE-EXIT. EXIT.

       READ-ONE-LOG-LINE.
           READ RCOD-LOG-FILE
               AT END
                  SET INPUT-AT-EOF TO TRUE
                  GO TO READ-ONE-LOG-LINE-EXIT.
           IF RCL-CCYY NOT = WS-YEAR
              OR RCL-REGION NOT = RCOD-REGION
              GO TO READ-ONE-LOG-LINE-EXIT.
           MOVE RCL-MODE      TO LAST-LOG-MODE.
           MOVE RCL-OUTCOME   TO LAST-LOG-OUTCOME.
           MOVE RCL-REFERENCE TO LAST-LOG-REFERENCE.
           IF RCL-RULE-SUM NUMERIC
              MOVE RCL-RULE-SUM TO LAST-LOG-SUM.
       READ-ONE-LOG-LINE-EXIT. EXIT.

       WRITE-LOG-LINE.
           MOVE SPACES TO RCOD-LOG-RECORD.
           MOVE RUN-REFERENCE TO RCL-REFERENCE.
           MOVE RCOD-MODE     TO RCL-MODE.
           MOVE WS-YEAR       TO RCL-CCYY.
           MOVE RCOD-REGION   TO RCL-REGION.
           MOVE RUN-YYMMDD    TO RCL-DATE.
           MOVE RUN-TIME      TO RCL-TIME.
           MOVE RCOD-OPERATOR TO RCL-OPERATOR.
           MOVE RULE-SUM      TO RCL-RULE-SUM.
           MOVE YEAR-READ     TO RCL-READ.
           MOVE YEAR-CHANGED  TO RCL-CHANGED.
           MOVE YEAR-OUTCOME  TO RCL-OUTCOME.
           OPEN EXTEND RCOD-LOG-FILE.
           IF LOG-FILE-STATUS = '05' OR '35'
              OPEN OUTPUT RCOD-LOG-FILE.
           WRITE RCOD-LOG-RECORD.
           CLOSE RCOD-LOG-FILE.

      * ------------------------------------------------------------
      *      OPERATOR, TOKEN, REPORT.
      * ------------------------------------------------------------
       CHECK-OPERATOR.
           MOVE 0 TO OPERATOR-LEVEL.
           IF RCOD-OPERATOR = SPACES
              GO TO CHECK-OPERATOR-EXIT.
           SET INPUT-NOT-AT-EOF TO TRUE.
           OPEN INPUT OPERATOR-FILE.
           IF OPERATOR-STATUS NOT = '00'
              DISPLAY 'PACRCODE: OPERATOR FILE ' WS-OPERATOR-NAME
                  ' NOT AVAILABLE -- STATUS ' OPERATOR-STATUS
              GO TO CHECK-OPERATOR-EXIT.
           PERFORM MATCH-ONE-OPERATOR THRU MATCH-ONE-OPERATOR-EXIT
               UNTIL INPUT-AT-EOF OR OPERATOR-LEVEL > 0.
           CLOSE OPERATOR-FILE.
       CHECK-OPERATOR-EXIT. EXIT.

       MATCH-ONE-OPERATOR.
           READ OPERATOR-FILE
               AT END
                  SET INPUT-AT-EOF TO TRUE
                  GO TO MATCH-ONE-OPERATOR-EXIT.
           IF OPR-ID = RCOD-OPERATOR
              AND OPR-LEVEL NUMERIC
              MOVE OPR-LEVEL TO OPERATOR-LEVEL.
       MATCH-ONE-OPERATOR-EXIT. EXIT.

       TAKE-RUN-TOKEN.
           MOVE 'T' TO LOCK-REQUEST.
           MOVE WS-YEAR     TO LOCK-CCYY.
           MOVE RCOD-REGION TO LOCK-REGION.
           COMPUTE LOCK-START-TIME =
               HIST-START-HOUR * 10000 + HIST-START-MINUTE * 100
                   + HIST-START-SECOND.
           CALL 'PACLOCK' USING LOCK-PARM.
           IF LOCK-BUSY
              DISPLAY 'PACRCODE: YEAR ' TARGET-CCYY-DISPLAY
                  ' BUSY WITH ' LOCK-HOLDER ' SINCE ' LOCK-SINCE
           ELSE
              SET RUN-TOKEN-HELD TO TRUE.
       TAKE-RUN-TOKEN-EXIT. EXIT.

       DROP-RUN-TOKEN.
           IF RUN-TOKEN-HELD
              MOVE 'R' TO LOCK-REQUEST
              CALL 'PACLOCK' USING LOCK-PARM
              SET RUN-TOKEN-NOT-HELD TO TRUE.

       LOG-RETRY-WAIT.
           ADD 1 TO RETRY-COUNT.
           DISPLAY 'PACRCODE: ' B-PAC-KEY-SERIAL '-' B-PAC-KEY-SEQ
               ' LOCKED -- RETRY ' RETRY-COUNT ' OF ' RETRY-LIMIT
               ' AFTER ' RETRY-WAIT-SECONDS ' SECOND(S)'.
           CALL 'PACWAIT' USING RETRY-WAIT-SECONDS.

       WRITE-RPT-LINE.
           IF PGH-LINE-COUNT NOT < PGH-LINES-PER-PAGE
              PERFORM START-NEW-PAGE.
           WRITE RCOD-RPT-RECORD FROM RPT-LINE-WORK.
           ADD 1 TO PGH-LINE-COUNT.

       START-NEW-PAGE.
           MOVE 'H' TO PGH-REQUEST.
           CALL 'PACPAGE' USING PAGE-CTL.
           WRITE RCOD-RPT-RECORD FROM PGH-LINE-1.
           WRITE RCOD-RPT-RECORD FROM PGH-LINE-2.
           WRITE RCOD-RPT-RECORD FROM PGH-LINE-3.
           MOVE 03 TO PGH-LINE-COUNT.

       WRITE-END-LINE.
           MOVE 'E' TO PGH-REQUEST.
           CALL 'PACPAGE' USING PAGE-CTL.
           WRITE RCOD-RPT-RECORD FROM PGH-LINE-1.

       LOG-ERROR-JOURNAL.
           MOVE B-PAC-KEY-BUFFER TO ERRJ-KEY.
           MOVE BTRV-STATUS-CODE TO ERRJ-STATUS-CODE.
           MOVE BTRV-STATUS-MESSAGE TO ERRJ-MESSAGE.
           CALL 'PACERRJ' USING ERRJ-PARM.
