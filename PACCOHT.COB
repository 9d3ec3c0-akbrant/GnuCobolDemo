       ID DIVISION.
       PROGRAM-ID.  PACCOHT.
       AUTHOR.  Oliphant .
       DATE-WRITTEN. OCTOBER 15, 2026.
       DATE-COMPILED.
       REMARKS.  MEMBER RETENTION AND TENURE COHORT ANALYSIS.  READS
           EVERY YEAR OF A RANGE (UP TO TWENTY, ENDING AT THE REPORT
           YEAR) FOR THE REGION, NOTES WHICH SERIALS HOLD AN ACTIVE
           REGISTRATION IN EACH YEAR, AND GROUPS THE SERIALS BY THE
           YEAR THEY FIRST APPEAR.  THE REPORT SHOWS --
             EACH YEAR'S SOURCE, RECORDS, MEMBERS, NEW ENTRANTS,
             MEMBERS LAPSED SINCE THE YEAR BEFORE AND MEMBERS BACK
             AFTER A LAPSE;
             EACH ENTRY-YEAR COHORT'S SIZE, AVERAGE TENURE (YEARS
             REGISTERED WITHIN THE RANGE), RETENTION TO THE REPORT
             YEAR, AND HOW MANY WERE STILL REGISTERED IN EACH LATER
             YEAR;
             RETENTION AND AVERAGE TENURE BY MAIN AREA/SPEC -- THE
             CELL OF THE MEMBER'S LARGEST REGISTRATION BY QUANTITY IN
             THEIR ENTRY YEAR.  THE REPORT YEAR'S OWN ENTRANTS CANNOT
             HAVE LAPSED YET AND ARE LEFT OUT OF THESE RATES;
             EVERY MEMBER WHO LAPSED AND LATER CAME BACK, NAMED FROM
             member.btr.
           THE FIRST YEAR'S COHORT IS EVERYONE ON FILE THAT YEAR AND
           MAY HAVE JOINED EARLIER; THE REPORT SAYS SO.
           A YEAR IS READ FROM THE BEST SOURCE ON THE VOLUME --
             A YEAR ARCHIVED IN pacarch.cat FROM ITS EXPORT FILE
             (ARC-EXPORT-NAME), THE WAY PACUNARC WOULD LOAD IT;
             A YEAR CLOSED IN pacclose.cat FROM ITS PRESENCE EXTRACT
             cohCCYY.dat, WHICH THIS PROGRAM WRITES THE FIRST TIME IT
             SWEEPS THE CLOSED YEAR.  THE EXTRACT IS CHECKED AGAINST
             THE RECORD COUNT IN THE YEAR'S aggCCYY.dat (PACAGGR)
             WHEN THERE IS ONE, SO A YEAR REOPENED, CHANGED AND
             CLOSED AGAIN IS SWEPT AFRESH.  DELETE THE EXTRACT AFTER
             A RECODE OF A CLOSED YEAR TO FORCE THE SAME;
             ANY OTHER YEAR BY A PACBULK SWEEP OF pacCCYY.btr.
           A YEAR THAT CANNOT BE READ FAILS THE RUN RATHER THAN
           SHOW EVERY MEMBER AS LAPSED FOR IT, AS DOES A RANGE WITH
           MORE THAN 5000 SERIALS.  NOTHING ON FILE IS CHANGED
           EXCEPT THE PRESENCE EXTRACTS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. COMPAQ-DESKPRO-286.
       OBJECT-COMPUTER. ANY-COMPAQ-COMPATABLE.
       SPECIAL-NAMES.
           CALL-CONVENTION 64 IS WINAPI.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COHT-RPT-FILE ASSIGN TO WS-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
           SELECT COHT-CAT-FILE ASSIGN TO WS-CAT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAT-FILE-STATUS.
           SELECT COHT-EXP-FILE ASSIGN TO WS-EXP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXP-FILE-STATUS.
           SELECT COHT-EXTRACT-FILE ASSIGN TO WS-EXTRACT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTRACT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  COHT-RPT-FILE.
       01  COHT-RPT-RECORD             PIC X(80).
       FD  COHT-CAT-FILE.
       01  COHT-CAT-RECORD.
           COPY 'PACARC.COB'.
       FD  COHT-EXP-FILE.
       01  COHT-EXP-RECORD             PIC X(103).
      *      PRESENCE EXTRACT -- ONE 'T' LINE CARRYING THE YEAR'S
      *      ACTIVE RECORD COUNT, THEN ONE 'D' LINE PER SERIAL IN
      *      SERIAL ORDER WITH ITS RECORD COUNT AND THE AREA/SPEC AND
      *      QUANTITY OF ITS LARGEST REGISTRATION.
       FD  COHT-EXTRACT-FILE.
       01  COHT-EXTRACT-RECORD.
           05  CXF-REC-TYPE            PIC X(01).
           05  CXF-SERIAL              PIC X(05).
           05  CXF-AREA                PIC X(01).
           05  CXF-SPEC                PIC X(01).
           05  CXF-QTY                 PIC 9(05).
           05  CXF-COUNT               PIC 9(08).
*      WORKING-STORAGE SECTION.
       01  B-OPEN         PIC 9(4) BINARY VALUE 0.
       01  B-CLOSE        PIC 9(4) BINARY VALUE 1.
       01  B-GET-EQUAL    PIC 9(4) BINARY VALUE 5.
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

      *      BUFFERED-READ HOOK -- SEE PACBULK.
       01  BULK-PARM.
           05  BULK-REQUEST        PIC X(01).
           05  BULK-STATUS         PIC S9(4) BINARY.
           05  BULK-MODE           PIC X(01).
           05  BULK-RECORD         PIC X(103).

      *      REPORT GENERATIONS -- SEE PACGDG.
       01  GDG-PARM.
           05  GDG-FILE-NAME        PIC X(32).

       01  BTRV-STATUS-CODE     PIC S9(4) BINARY VALUE 0.
       01  BTRV-STATUS-MESSAGE  PIC X(40) VALUE SPACES.

      *      CENTRAL ERROR JOURNAL HOOK -- ONE PACERRJ ROW PER
      *      NONZERO BTRV STATUS (PACERRJ HAS NO SEPARATE COPYBOOK
      *      FOR ITS PARAMETER).
       01  ERRJ-PARM.
           05  ERRJ-PROGRAM       PIC X(08) VALUE 'PACCOHT'.
           05  ERRJ-OPERATION     PIC X(08).
           05  ERRJ-KEY           PIC X(08).
           05  ERRJ-STATUS-CODE   PIC S9(4) BINARY.
           05  ERRJ-MESSAGE       PIC X(40).

      *      CLOSE-STATE QUERY (PACCLSQ HAS NO SEPARATE COPYBOOK
      *      FOR ITS PARAMETER).
       01  CLSQ-PARM.
           05  CLSQ-CCYY           PIC 9(04).
           05  CLSQ-REGION         PIC X(02).
           05  CLSQ-RESULT         PIC X(01).
               88  CLSQ-IS-CLOSED        VALUE 'C'.
               88  CLSQ-IS-OPEN          VALUE 'O'.

      *      PER-YEAR AGGREGATE CACHE HOOK (PACAGGR HAS NO SEPARATE
      *      COPYBOOK FOR ITS PARAMETER).  ONLY THE RECORD COUNT IS
      *      USED HERE -- THE AGGREGATE HOLDS TOTALS BY CODE, NOT BY
      *      MEMBER, SO IT VOUCHES FOR THE PRESENCE EXTRACT RATHER
      *      THAN STANDING IN FOR IT.
       01  AGGR-PARM.
           05  AGGR-REQUEST        PIC X(01).
           05  AGGR-STATUS         PIC X(01).
               88  AGGR-GOOD             VALUE 'G'.
               88  AGGR-MISSING          VALUE 'M'.
           05  AGGR-CCYY           PIC 9(04).
           05  AGGR-REGION         PIC X(02).
           05  AGGR-CODE-SET       PIC X(01).
           05  AGGR-RECORDS        PIC 9(08).
           05  AGGR-QTY            PIC 9(10).
           05  AGGR-VALUE          PIC 9(11)V99.
           05  AGGR-UNCONVERTED    PIC 9(08).
           05  AGGR-SUB-COUNT      PIC 9(04).
           05  AGGR-SUB-ENTRY OCCURS 200 TIMES
                   INDEXED BY AGGR-IDX.
               10  AGGR-SPEC       PIC X(02).
               10  AGGR-GEAR       PIC X(02).
               10  AGGR-AREA       PIC X(02).
               10  AGGR-CNT        PIC 9(08).
               10  AGGR-SUB-QTY    PIC 9(10).
               10  AGGR-SUB-VALUE  PIC 9(11)V99.

       01  TARGET-CCYY-DISPLAY  PIC 9(4) VALUE 0.
       01  FIRST-CCYY-DISPLAY   PIC 9(4) VALUE 0.
       01  SWEEP-CCYY-DISPLAY   PIC 9(4) VALUE 0.
       01  WS-RPT-NAME           PIC X(32).
       01  RPT-FILE-STATUS       PIC X(2).
       01  WS-CAT-NAME           PIC X(32) VALUE 'pacarch.cat'.
       01  CAT-FILE-STATUS       PIC X(2).
       01  WS-EXP-NAME           PIC X(32).
       01  EXP-FILE-STATUS       PIC X(2).
       01  WS-EXTRACT-NAME       PIC X(32).
       01  EXTRACT-FILE-STATUS   PIC X(2).
       01  CATALOG-EXPORT-NAME   PIC X(32) VALUE SPACES.

       01  JOB-FAILED-SW         PIC X VALUE 'N'.
           88  JOB-HAS-FAILED           VALUE 'Y'.
           88  JOB-IS-CLEAN             VALUE 'N'.
       01  OVERFLOW-SW           PIC X VALUE 'N'.
           88  TABLE-OVERFLOWED         VALUE 'Y'.
           88  TABLE-COMPLETE           VALUE 'N'.
       01  MEMBER-OPEN-SW        PIC X VALUE 'N'.
           88  MEMBER-FILE-OPEN         VALUE 'Y'.
           88  MEMBER-FILE-CLOSED       VALUE 'N'.
       01  ARCHIVED-SW           PIC X VALUE 'N'.
           88  YEAR-IS-ARCHIVED         VALUE 'Y'.
           88  YEAR-NOT-ARCHIVED        VALUE 'N'.
       01  EXTRACT-USED-SW       PIC X VALUE 'N'.
           88  EXTRACT-USED             VALUE 'Y'.
           88  EXTRACT-NOT-USED         VALUE 'N'.
       01  INPUT-EOF-SW          PIC X VALUE 'N'.
           88  INPUT-AT-EOF             VALUE 'Y'.
           88  INPUT-NOT-AT-EOF         VALUE 'N'.
       01  SERIAL-FOUND-SW       PIC X VALUE 'N'.
           88  SERIAL-FOUND             VALUE 'Y'.
           88  SERIAL-NOT-FOUND         VALUE 'N'.
       01  CELL-SLOT-SW          PIC X VALUE 'N'.
           88  CELL-SLOT-FOUND          VALUE 'Y'.
           88  CELL-SLOT-NOT-FOUND      VALUE 'N'.

       01  CNT                   PIC 9(08) VALUE 0.
       01  YEAR-RECORDS          PIC 9(08) VALUE 0.
       01  EXTRACT-RECORDS       PIC 9(08) VALUE 0.
       01  RETURNED-COUNT        PIC 9(05) VALUE 0.

      *      THE YEARS OF THE RANGE, SLOT 1 THE EARLIEST.
       01  YEAR-SPAN             PIC 9(02) VALUE 0.
       01  YEAR-SLOT             PIC 9(02) VALUE 0.
       01  YEAR-TABLE.
           05  YEAR-ENTRY OCCURS 20 TIMES.
               10  YR-CCYY           PIC 9(04).
               10  YR-SOURCE         PIC X(08).
               10  YR-RECORDS        PIC 9(08).
               10  YR-MEMBERS        PIC 9(05).
               10  YR-NEW            PIC 9(05).
               10  YR-LAPSED         PIC 9(05).
               10  YR-RETURNED       PIC 9(05).

      *      ONE ENTRY PER SERIAL SEEN ANYWHERE IN THE RANGE, KEPT IN
      *      SERIAL ORDER SO A LOOKUP IS A BINARY CHOP.  THE CS-YEAR-
      *      FIELDS ARE THE YEAR BEING READ AND ARE CLEARED BEFORE
      *      EACH ONE.
       01  SER-COUNT             PIC 9(04) VALUE 0.
       01  SER-IDX               PIC 9(04) VALUE 0.
       01  SER-LOW               PIC 9(04) VALUE 0.
       01  SER-HIGH              PIC 9(04) VALUE 0.
       01  SER-MID               PIC 9(04) VALUE 0.
       01  SER-MATCH             PIC 9(04) VALUE 0.
       01  SER-SHIFT             PIC 9(04) VALUE 0.
       01  SERIAL-TABLE.
           05  SERIAL-ENTRY OCCURS 5000 TIMES.
               10  CS-SERIAL         PIC X(05).
               10  CS-FIRST-SLOT     PIC 9(02).
               10  CS-MAIN-KEY.
                   15  CS-MAIN-AREA  PIC X(01).
                   15  CS-MAIN-SPEC  PIC X(01).
               10  CS-FLAGS.
                   15  CS-YEAR-FLAG  PIC X(01) OCCURS 20 TIMES.
               10  CS-YEAR-RECS      PIC 9(08).
               10  CS-YEAR-QTY       PIC 9(05).
               10  CS-YEAR-KEY.
                   15  CS-YEAR-AREA  PIC X(01).
                   15  CS-YEAR-SPEC  PIC X(01).

      *      ONE REGISTRATION (OR ONE EXTRACT LINE) ON ITS WAY INTO
      *      THE SERIAL TABLE.
       01  CURRENT-SERIAL        PIC X(05) VALUE SPACES.
       01  POST-SERIAL           PIC X(05) VALUE SPACES.
       01  POST-KEY.
           05  POST-AREA             PIC X(01).
           05  POST-SPEC             PIC X(01).
       01  POST-QTY              PIC 9(05) VALUE 0.
       01  POST-RECS             PIC 9(08) VALUE 0.

      *      ONE MEMBER'S HISTORY, WORKED OUT BY TALLY-SERIAL.
       01  FLAG-SLOT             PIC 9(02) VALUE 0.
       01  COHORT-SLOT           PIC 9(02) VALUE 0.
       01  NEXT-SLOT             PIC 9(02) VALUE 0.
       01  MEMBER-TENURE         PIC 9(02) VALUE 0.
       01  LAPSE-SLOT            PIC 9(02) VALUE 0.
       01  RETURN-SLOT           PIC 9(02) VALUE 0.

      *      ONE ENTRY PER ENTRY-YEAR COHORT.  CO-PRESENT IS HOW MANY
      *      OF THE COHORT HELD A REGISTRATION IN EACH YEAR OF THE
      *      RANGE.
       01  COHORT-TABLE.
           05  COHORT-ENTRY OCCURS 20 TIMES.
               10  CO-ENTRANTS       PIC 9(05).
               10  CO-TENURE         PIC 9(07).
               10  CO-RETURNED       PIC 9(05).
               10  CO-PRESENT        PIC 9(05) OCCURS 20 TIMES.

      *      MAIN AREA/SPEC CELLS, KEPT IN ORDER AS THEY ARE FOUND,
      *      THE SAME WAY PACCONC KEEPS ITS CELLS.
       01  CELL-KEY.
           05  CELL-AREA             PIC X(01).
           05  CELL-SPEC             PIC X(01).
       01  CELL-COUNT            PIC 9(03) VALUE 0.
       01  CELL-SCAN             PIC 9(03) VALUE 0.
       01  CELL-POS              PIC 9(03) VALUE 0.
       01  CELL-MATCH            PIC 9(03) VALUE 0.
       01  CELL-SHIFT            PIC 9(03) VALUE 0.
       01  CELL-IDX              PIC 9(03) VALUE 0.
       01  CELL-TABLE.
           05  CELL-ENTRY OCCURS 200 TIMES.
               10  CE-KEY.
                   15  CE-AREA       PIC X(01).
                   15  CE-SPEC       PIC X(01).
               10  CE-MEMBERS        PIC 9(05).
               10  CE-RETAINED       PIC 9(05).
               10  CE-TENURE         PIC 9(07).
               10  CE-RETURNED       PIC 9(05).

       01  RATE-WORK             PIC 9(03)V9 VALUE 0.
       01  TENURE-WORK           PIC 9(02)V9 VALUE 0.

       01  COHT-HEADER-LINE.
           05  FILLER             PIC X(30) VALUE
               'PAC MEMBER RETENTION  YEARS   '.
           05  CH-FIRST-CCYY      PIC 9(04).
           05  FILLER             PIC X(04) VALUE ' TO '.
           05  CH-CCYY            PIC 9(04).
           05  FILLER             PIC X(09) VALUE '  REGION '.
           05  CH-REGION          PIC X(02).
           05  FILLER             PIC X(27) VALUE SPACES.
       01  COHT-BLANK-LINE        PIC X(80) VALUE SPACES.
       01  COHT-TEXT-LINE         PIC X(80).
       01  COHT-YEAR-HEADING.
           05  FILLER             PIC X(14) VALUE 'YEAR  SOURCE  '.
           05  FILLER             PIC X(30) VALUE
               '   RECORDS   MEMBERS       NEW'.
           05  FILLER             PIC X(20) VALUE
               '    LAPSED  RETURNED'.
           05  FILLER             PIC X(16) VALUE SPACES.
       01  COHT-YEAR-LINE.
           05  CY-CCYY            PIC 9(04).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  CY-SOURCE          PIC X(08).
           05  CY-RECORDS         PIC ZZZZZZZZZ9.
           05  CY-MEMBERS         PIC ZZZZZZZZZ9.
           05  CY-NEW             PIC ZZZZZZZZZ9.
           05  CY-LAPSED          PIC ZZZZZZZZZ9.
           05  CY-RETURNED        PIC ZZZZZZZZZ9.
           05  FILLER             PIC X(16) VALUE SPACES.
       01  COHT-COHORT-LINE.
           05  FILLER             PIC X(07) VALUE 'COHORT '.
           05  CC-CCYY            PIC 9(04).
           05  FILLER             PIC X(11) VALUE '  ENTRANTS '.
           05  CC-ENTRANTS        PIC ZZZZ9.
           05  FILLER             PIC X(13) VALUE '  AVG TENURE '.
           05  CC-TENURE          PIC Z9.9.
           05  FILLER             PIC X(14) VALUE '  RETAINED TO '.
           05  CC-LAST-CCYY       PIC 9(04).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CC-RATE            PIC ZZ9.9.
           05  CC-RATE-X REDEFINES CC-RATE PIC X(05).
           05  FILLER             PIC X(01) VALUE '%'.
           05  FILLER             PIC X(11) VALUE SPACES.
       01  COHT-FIRST-COHORT-NOTE.
           05  FILLER             PIC X(09) VALUE SPACES.
           05  FILLER             PIC X(30) VALUE
               '(ON FILE IN THE FIRST YEAR -- '.
           05  FILLER             PIC X(24) VALUE
               'MAY HAVE JOINED EARLIER)'.
           05  FILLER             PIC X(17) VALUE SPACES.
       01  COHT-PRESENT-LINE.
           05  FILLER             PIC X(09) VALUE SPACES.
           05  CP-CCYY            PIC 9(04).
           05  FILLER             PIC X(20) VALUE
               '  STILL REGISTERED  '.
           05  CP-COUNT           PIC ZZZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  CP-RATE            PIC ZZ9.9.
           05  FILLER             PIC X(01) VALUE '%'.
           05  FILLER             PIC X(34) VALUE SPACES.
       01  COHT-CELL-HEADING.
           05  FILLER             PIC X(30) VALUE
               'AREA SPEC    MEMBERSAVG TENURE'.
           05  FILLER             PIC X(30) VALUE
               '  RETAINED      RATE CAME BACK'.
           05  FILLER             PIC X(20) VALUE SPACES.
       01  COHT-CELL-LINE.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  CL-AREA            PIC X(01).
           05  FILLER             PIC X(04) VALUE SPACES.
           05  CL-SPEC            PIC X(01).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  CL-MEMBERS         PIC ZZZZZZZZZ9.
           05  CL-TENURE          PIC ZZZZZZZ9.9.
           05  CL-RETAINED        PIC ZZZZZZZZZ9.
           05  CL-RATE            PIC ZZZZZZ9.9.
           05  FILLER             PIC X(01) VALUE '%'.
           05  CL-RETURNED        PIC ZZZZZZZZZ9.
           05  FILLER             PIC X(20) VALUE SPACES.
       01  COHT-RETURN-HEADING.
           05  FILLER             PIC X(40) VALUE
               'SERIAL NAME                           JO'.
           05  FILLER             PIC X(40) VALUE
               'INED  LAPSED  RETURNED  YEARS           '.
       01  COHT-RETURN-LINE.
           05  CR-SERIAL          PIC X(05).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  CR-NAME            PIC X(30).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CR-JOINED          PIC 9(04).
           05  FILLER             PIC X(04) VALUE SPACES.
           05  CR-LAPSED          PIC 9(04).
           05  FILLER             PIC X(06) VALUE SPACES.
           05  CR-RETURNED        PIC 9(04).
           05  FILLER             PIC X(05) VALUE SPACES.
           05  CR-YEARS           PIC Z9.
           05  FILLER             PIC X(13) VALUE SPACES.
       01  COHT-TRAILER-LINE.
           05  FILLER             PIC X(13) VALUE 'RECORDS READ '.
           05  CT-COUNT           PIC ZZZZZZZ9.
           05  FILLER             PIC X(10) VALUE '  MEMBERS '.
           05  CT-MEMBERS         PIC ZZZZ9.
           05  FILLER             PIC X(22) VALUE
               '  LAPSED AND RETURNED '.
           05  CT-RETURNED        PIC ZZZZ9.
           05  FILLER             PIC X(17) VALUE SPACES.

      *      RUN-HISTORY HOOK -- SEE PACHIST.
       01  HIST-PARM.
           05  HIST-PROGRAM       PIC X(08) VALUE 'PACCOHT'.
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
       01  COHT-PARM.
      *      REPORT YEAR -- THE LAST YEAR OF THE RANGE.
           05  COHT-CCYY          PIC 9(04).

      *      REGION CODE -- SPACES = THE HISTORIC SINGLE-REGION
      *      FILE SET (pacCCYY.btr); OTHERWISE QUALIFIES EVERY
      *      PER-YEAR FILE NAME THE RUN TOUCHES.
           05  COHT-REGION        PIC X(02).
      *      FIRST YEAR OF THE RANGE; ZERO = NINE YEARS BEFORE THE
      *      REPORT YEAR.  A RANGE LONGER THAN TWENTY YEARS IS
      *      CUT TO THE LAST TWENTY.
           05  COHT-FROM-CCYY     PIC 9(04).
       PROCEDURE DIVISION USING COHT-PARM.
       A000-BEGIN.
           CALL 'DOS_GET_TIME' USING HIST-START-STAMP.
           MOVE COHT-CCYY TO TARGET-CCYY-DISPLAY.
           IF COHT-FROM-CCYY NUMERIC AND COHT-FROM-CCYY > 0
              MOVE COHT-FROM-CCYY TO FIRST-CCYY-DISPLAY
           ELSE
              COMPUTE FIRST-CCYY-DISPLAY = COHT-CCYY - 9.
           IF FIRST-CCYY-DISPLAY > COHT-CCYY
              DISPLAY 'PACCOHT: FIRST YEAR ' FIRST-CCYY-DISPLAY
                  ' IS AFTER THE REPORT YEAR ' TARGET-CCYY-DISPLAY
              SET JOB-HAS-FAILED TO TRUE
              GO TO DONE.
           IF COHT-CCYY - FIRST-CCYY-DISPLAY > 19
              COMPUTE FIRST-CCYY-DISPLAY = COHT-CCYY - 19.
           COMPUTE YEAR-SPAN = COHT-CCYY - FIRST-CCYY-DISPLAY + 1.
           MOVE SPACES TO WS-RPT-NAME.
           STRING 'pac' DELIMITED BY SIZE
                  COHT-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.coh' DELIMITED BY SIZE
                  INTO WS-RPT-NAME.

           PERFORM LOAD-YEAR THRU LOAD-YEAR-EXIT
               VARYING YEAR-SLOT FROM 1 BY 1
               UNTIL YEAR-SLOT > YEAR-SPAN OR JOB-HAS-FAILED.
           IF JOB-HAS-FAILED
              GO TO DONE.

           PERFORM TALLY-SERIAL
               VARYING SER-IDX FROM 1 BY 1
               UNTIL SER-IDX > SER-COUNT.
           IF TABLE-OVERFLOWED
              DISPLAY 'PACCOHT: MORE THAN 200 MAIN AREA/SPEC CELLS'
                  ' -- RUN FAILED'
              SET JOB-HAS-FAILED TO TRUE
              GO TO DONE.

           MOVE WS-RPT-NAME TO GDG-FILE-NAME.
           CALL 'PACGDG' USING GDG-PARM.
           OPEN OUTPUT COHT-RPT-FILE.
           MOVE FIRST-CCYY-DISPLAY TO CH-FIRST-CCYY.
           MOVE COHT-CCYY          TO CH-CCYY.
           MOVE COHT-REGION        TO CH-REGION.
           WRITE COHT-RPT-RECORD FROM COHT-HEADER-LINE.

           WRITE COHT-RPT-RECORD FROM COHT-BLANK-LINE.
           WRITE COHT-RPT-RECORD FROM COHT-YEAR-HEADING.
           PERFORM WRITE-YEAR-LINE
               VARYING YEAR-SLOT FROM 1 BY 1
               UNTIL YEAR-SLOT > YEAR-SPAN.

           PERFORM WRITE-COHORT THRU WRITE-COHORT-EXIT
               VARYING COHORT-SLOT FROM 1 BY 1
               UNTIL COHORT-SLOT > YEAR-SPAN.

           WRITE COHT-RPT-RECORD FROM COHT-BLANK-LINE.
           MOVE SPACES TO COHT-TEXT-LINE.
           STRING 'RETENTION BY MAIN AREA/SPEC -- ENTRANTS BEFORE '
                  DELIMITED BY SIZE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  INTO COHT-TEXT-LINE.
           WRITE COHT-RPT-RECORD FROM COHT-TEXT-LINE.
           WRITE COHT-RPT-RECORD FROM COHT-CELL-HEADING.
           PERFORM WRITE-CELL-LINE
               VARYING CELL-IDX FROM 1 BY 1
               UNTIL CELL-IDX > CELL-COUNT.

           WRITE COHT-RPT-RECORD FROM COHT-BLANK-LINE.
           MOVE 'MEMBERS WHO LAPSED AND CAME BACK' TO COHT-TEXT-LINE.
           WRITE COHT-RPT-RECORD FROM COHT-TEXT-LINE.
           WRITE COHT-RPT-RECORD FROM COHT-RETURN-HEADING.
           SET MEMBER-FILE-CLOSED TO TRUE.
           MOVE -2 TO B-MEM-KEY-NUMBER.
           CALL WINAPI 'BTRV' USING by value B-OPEN,
             by reference B-MEM-POSITION,
             OWNER-NAME, OWNER-LENGTH, B-MEM-NAME,
             by value B-MEM-KEY-NUMBER.
           IF RETURN-CODE = ZERO
              SET MEMBER-FILE-OPEN TO TRUE
           ELSE
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              DISPLAY 'PACCOHT: MEMBER OPEN FAILED--> '
                  BTRV-STATUS-MESSAGE ' -- MEMBERS WILL NOT BE NAMED'.
           MOVE 0 TO B-MEM-KEY-NUMBER.
           PERFORM WRITE-RETURNER THRU WRITE-RETURNER-EXIT
               VARYING SER-IDX FROM 1 BY 1
               UNTIL SER-IDX > SER-COUNT.
           IF MEMBER-FILE-OPEN
              CALL WINAPI 'BTRV' USING by value B-CLOSE,
                by reference B-MEM-POSITION,
                OWNER-NAME, OWNER-LENGTH,
                B-MEM-KEY-BUFFER, by value B-MEM-KEY-NUMBER.

           WRITE COHT-RPT-RECORD FROM COHT-BLANK-LINE.
           MOVE CNT            TO CT-COUNT.
           MOVE SER-COUNT      TO CT-MEMBERS.
           MOVE RETURNED-COUNT TO CT-RETURNED.
           WRITE COHT-RPT-RECORD FROM COHT-TRAILER-LINE.
           CLOSE COHT-RPT-FILE.

       DONE.
           MOVE TARGET-CCYY-DISPLAY TO HIST-CCYY.
           MOVE CNT                 TO HIST-RECORDS.
           IF JOB-HAS-FAILED
              MOVE 'FAILED' TO HIST-STATUS.
           CALL 'PACHIST' USING HIST-PARM.
           IF JOB-HAS-FAILED
              DISPLAY 'PACCOHT: NO REPORT WRITTEN'
           ELSE
              DISPLAY 'PACCOHT: ' SER-COUNT ' MEMBER(S), '
                  RETURNED-COUNT ' CAME BACK AFTER A LAPSE -- SEE '
                  WS-RPT-NAME.
           GOBACK.

      *      ONE YEAR OF THE RANGE INTO THE SERIAL TABLE, FROM THE
      *      ARCHIVE EXPORT, THE PRESENCE EXTRACT OR THE BTR.
       LOAD-YEAR.
           COMPUTE YR-CCYY (YEAR-SLOT) =
               FIRST-CCYY-DISPLAY + YEAR-SLOT - 1.
           MOVE YR-CCYY (YEAR-SLOT) TO SWEEP-CCYY-DISPLAY.
           MOVE 0 TO YR-MEMBERS (YEAR-SLOT).
           MOVE 0 TO YR-NEW (YEAR-SLOT).
           MOVE 0 TO YR-LAPSED (YEAR-SLOT).
           MOVE 0 TO YR-RETURNED (YEAR-SLOT).
           MOVE 0 TO YEAR-RECORDS.
           MOVE SPACES TO CURRENT-SERIAL.
           PERFORM CLEAR-YEAR-FIELDS
               VARYING SER-IDX FROM 1 BY 1
               UNTIL SER-IDX > SER-COUNT.

           PERFORM CHECK-ARCHIVE-CATALOG
               THRU CHECK-ARCHIVE-CATALOG-EXIT.
           IF YEAR-IS-ARCHIVED
              MOVE 'ARCHIVE' TO YR-SOURCE (YEAR-SLOT)
              PERFORM READ-ARCHIVE-EXPORT THRU READ-ARCHIVE-EXPORT-EXIT
              GO TO LOAD-YEAR-FINISH.

           MOVE SPACES TO WS-EXTRACT-NAME.
           STRING 'coh' DELIMITED BY SIZE
                  COHT-REGION DELIMITED BY SPACE
                  SWEEP-CCYY-DISPLAY DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
                  INTO WS-EXTRACT-NAME.
           MOVE SWEEP-CCYY-DISPLAY TO CLSQ-CCYY.
           MOVE COHT-REGION        TO CLSQ-REGION.
           CALL 'PACCLSQ' USING CLSQ-PARM.
           SET EXTRACT-NOT-USED TO TRUE.
           IF CLSQ-IS-CLOSED
              PERFORM READ-PRESENCE-EXTRACT
                  THRU READ-PRESENCE-EXTRACT-EXIT.
           IF JOB-HAS-FAILED
              GO TO LOAD-YEAR-EXIT.
           IF EXTRACT-USED
              MOVE 'EXTRACT' TO YR-SOURCE (YEAR-SLOT)
              GO TO LOAD-YEAR-FINISH.

           MOVE 'BTR' TO YR-SOURCE (YEAR-SLOT).
           PERFORM SWEEP-YEAR THRU SWEEP-YEAR-EXIT.
           IF JOB-HAS-FAILED
              GO TO LOAD-YEAR-EXIT.
           IF CLSQ-IS-CLOSED
              PERFORM WRITE-PRESENCE-EXTRACT
                  THRU WRITE-PRESENCE-EXTRACT-EXIT.

       LOAD-YEAR-FINISH.
           IF JOB-HAS-FAILED
              GO TO LOAD-YEAR-EXIT.
           MOVE YEAR-RECORDS TO YR-RECORDS (YEAR-SLOT).
           PERFORM FINISH-YEAR-SERIAL
               VARYING SER-IDX FROM 1 BY 1
               UNTIL SER-IDX > SER-COUNT.
       LOAD-YEAR-EXIT. EXIT.

       CLEAR-YEAR-FIELDS.
           MOVE 0      TO CS-YEAR-RECS (SER-IDX).
           MOVE 0      TO CS-YEAR-QTY (SER-IDX).
           MOVE SPACES TO CS-YEAR-KEY (SER-IDX).

      *      MARK EVERY SERIAL THE YEAR HELD; A SERIAL NEW THIS YEAR
      *      TAKES ITS MAIN AREA/SPEC FROM IT.
       FINISH-YEAR-SERIAL.
           IF CS-YEAR-RECS (SER-IDX) > 0
              MOVE 'Y' TO CS-YEAR-FLAG (SER-IDX, YEAR-SLOT)
              ADD 1 TO YR-MEMBERS (YEAR-SLOT)
              IF CS-FIRST-SLOT (SER-IDX) = YEAR-SLOT
                 MOVE CS-YEAR-KEY (SER-IDX) TO CS-MAIN-KEY (SER-IDX).

      *      THE LAST LINE FOR THE YEAR AND REGION WINS -- AN
      *      UN-ARCHIVE LINE ('U', FROM PACUNARC) PUTS THE YEAR BACK
      *      IN PLAY.
       CHECK-ARCHIVE-CATALOG.
           SET YEAR-NOT-ARCHIVED TO TRUE.
           MOVE SPACES TO CATALOG-EXPORT-NAME.
           OPEN INPUT COHT-CAT-FILE.
           IF CAT-FILE-STATUS NOT = '00'
              GO TO CHECK-ARCHIVE-CATALOG-EXIT.
           PERFORM READ-CATALOG-ENTRY
               UNTIL CAT-FILE-STATUS NOT = '00'.
           CLOSE COHT-CAT-FILE.
       CHECK-ARCHIVE-CATALOG-EXIT. EXIT.

       READ-CATALOG-ENTRY.
           READ COHT-CAT-FILE
               AT END
                  CONTINUE
               NOT AT END
                  IF ARC-CCYY = SWEEP-CCYY-DISPLAY
                     AND ARC-REGION = COHT-REGION
                     IF ARC-ACTION = 'U'
                        SET YEAR-NOT-ARCHIVED TO TRUE
                     ELSE
                        SET YEAR-IS-ARCHIVED TO TRUE
                        MOVE ARC-EXPORT-NAME TO CATALOG-EXPORT-NAME.

       READ-ARCHIVE-EXPORT.
           MOVE CATALOG-EXPORT-NAME TO WS-EXP-NAME.
           SET INPUT-NOT-AT-EOF TO TRUE.
           OPEN INPUT COHT-EXP-FILE.
           IF EXP-FILE-STATUS NOT = '00'
              DISPLAY 'PACCOHT: ' SWEEP-CCYY-DISPLAY ' IS ARCHIVED BUT '
                  WS-EXP-NAME ' COULD NOT BE OPENED -- STATUS '
                  EXP-FILE-STATUS
              SET JOB-HAS-FAILED TO TRUE
              GO TO READ-ARCHIVE-EXPORT-EXIT.
           PERFORM READ-EXPORT-RECORD THRU READ-EXPORT-RECORD-EXIT
               UNTIL INPUT-AT-EOF OR TABLE-OVERFLOWED.
           CLOSE COHT-EXP-FILE.
           IF TABLE-OVERFLOWED
              PERFORM FAIL-OVERFLOW.
       READ-ARCHIVE-EXPORT-EXIT. EXIT.

       READ-EXPORT-RECORD.
           READ COHT-EXP-FILE INTO PAC-RECORD
               AT END
                  SET INPUT-AT-EOF TO TRUE
                  GO TO READ-EXPORT-RECORD-EXIT.
           IF PAC-REC-ACTIVE
              PERFORM POST-RECORD THRU POST-RECORD-EXIT.
       READ-EXPORT-RECORD-EXIT. EXIT.

      *      A CLOSED YEAR'S EXTRACT STANDS IN FOR THE SWEEP UNLESS
      *      THE YEAR'S AGGREGATE SAYS IT HAS A DIFFERENT RECORD
      *      COUNT.  ANYTHING WRONG WITH IT JUST MEANS A SWEEP.
       READ-PRESENCE-EXTRACT.
           OPEN INPUT COHT-EXTRACT-FILE.
           IF EXTRACT-FILE-STATUS NOT = '00'
              GO TO READ-PRESENCE-EXTRACT-EXIT.
           READ COHT-EXTRACT-FILE
               AT END
                  MOVE SPACES TO COHT-EXTRACT-RECORD.
           IF CXF-REC-TYPE NOT = 'T' OR CXF-COUNT NOT NUMERIC
              CLOSE COHT-EXTRACT-FILE
              GO TO READ-PRESENCE-EXTRACT-EXIT.
           MOVE CXF-COUNT TO EXTRACT-RECORDS.
           MOVE 'R' TO AGGR-REQUEST.
           MOVE SWEEP-CCYY-DISPLAY TO AGGR-CCYY.
           MOVE COHT-REGION        TO AGGR-REGION.
           CALL 'PACAGGR' USING AGGR-PARM.
           IF AGGR-GOOD AND AGGR-RECORDS NOT = EXTRACT-RECORDS
              DISPLAY 'PACCOHT: ' WS-EXTRACT-NAME ' DISAGREES WITH '
                  'THE AGGREGATE CACHE -- SWEEPING '
                  SWEEP-CCYY-DISPLAY ' AGAIN'
              CLOSE COHT-EXTRACT-FILE
              GO TO READ-PRESENCE-EXTRACT-EXIT.
           SET INPUT-NOT-AT-EOF TO TRUE.
           PERFORM READ-EXTRACT-ENTRY THRU READ-EXTRACT-ENTRY-EXIT
               UNTIL INPUT-AT-EOF OR TABLE-OVERFLOWED.
           CLOSE COHT-EXTRACT-FILE.
           IF TABLE-OVERFLOWED
              PERFORM FAIL-OVERFLOW
              GO TO READ-PRESENCE-EXTRACT-EXIT.
           MOVE EXTRACT-RECORDS TO YEAR-RECORDS.
           ADD EXTRACT-RECORDS TO CNT.
           SET EXTRACT-USED TO TRUE.
       READ-PRESENCE-EXTRACT-EXIT. EXIT.

       READ-EXTRACT-ENTRY.
           READ COHT-EXTRACT-FILE
               AT END
                  SET INPUT-AT-EOF TO TRUE
                  GO TO READ-EXTRACT-ENTRY-EXIT.
           IF CXF-REC-TYPE NOT = 'D'
              GO TO READ-EXTRACT-ENTRY-EXIT.
           MOVE CXF-SERIAL TO POST-SERIAL.
           MOVE CXF-AREA   TO POST-AREA.
           MOVE CXF-SPEC   TO POST-SPEC.
           MOVE CXF-QTY    TO POST-QTY.
           MOVE CXF-COUNT  TO POST-RECS.
           PERFORM POST-SERIAL-ENTRY THRU POST-SERIAL-ENTRY-EXIT.
       READ-EXTRACT-ENTRY-EXIT. EXIT.

      *      FAILING TO WRITE THE EXTRACT COSTS THE NEXT RUN A SWEEP,
      *      NOTHING MORE.
       WRITE-PRESENCE-EXTRACT.
           OPEN OUTPUT COHT-EXTRACT-FILE.
           IF EXTRACT-FILE-STATUS NOT = '00'
              DISPLAY 'PACCOHT: ' WS-EXTRACT-NAME ' OPEN FAILED -- '
                  'STATUS ' EXTRACT-FILE-STATUS
              GO TO WRITE-PRESENCE-EXTRACT-EXIT.
           MOVE SPACES TO COHT-EXTRACT-RECORD.
           MOVE 'T' TO CXF-REC-TYPE.
           MOVE 0 TO CXF-QTY.
           MOVE YEAR-RECORDS TO CXF-COUNT.
           WRITE COHT-EXTRACT-RECORD.
           PERFORM WRITE-EXTRACT-ENTRY
               VARYING SER-IDX FROM 1 BY 1
               UNTIL SER-IDX > SER-COUNT.
           CLOSE COHT-EXTRACT-FILE.
       WRITE-PRESENCE-EXTRACT-EXIT. EXIT.

       WRITE-EXTRACT-ENTRY.
           IF CS-YEAR-RECS (SER-IDX) > 0
              MOVE 'D'                    TO CXF-REC-TYPE
              MOVE CS-SERIAL (SER-IDX)    TO CXF-SERIAL
              MOVE CS-YEAR-AREA (SER-IDX) TO CXF-AREA
              MOVE CS-YEAR-SPEC (SER-IDX) TO CXF-SPEC
              MOVE CS-YEAR-QTY (SER-IDX)  TO CXF-QTY
              MOVE CS-YEAR-RECS (SER-IDX) TO CXF-COUNT
              WRITE COHT-EXTRACT-RECORD.

      *      ONE YEAR'S BTR THROUGH PACBULK.  VOIDED RECORDS ARE LEFT
      *      OUT, AS EVERYWHERE.
       SWEEP-YEAR.
           MOVE SPACES TO B-PAC-NAME.
           STRING 'pac' DELIMITED BY SIZE
                  COHT-REGION DELIMITED BY SPACE
                  SWEEP-CCYY-DISPLAY DELIMITED BY SIZE
                  '.btr' DELIMITED BY SIZE
                  INTO B-PAC-NAME.

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
              DISPLAY 'PACCOHT: OPEN ' B-PAC-NAME ' FAILED--> '
                  BTRV-STATUS-MESSAGE
              SET JOB-HAS-FAILED TO TRUE
              GO TO SWEEP-YEAR-EXIT.

           MOVE 0 TO B-PAC-KEY-NUMBER.
           MOVE LOW-VALUES TO B-PAC-KEY-BUFFER.
           CALL WINAPI 'BTRV' USING by value B-GET-GREATER,
             by reference B-PAC-POSITION,
                PAC-RECORD, B-PAC-LENGTH, B-PAC-KEY-BUFFER,
                by value B-PAC-KEY-NUMBER.
           IF RETURN-CODE NOT = ZERO AND NOT = 9
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'GET-GR' TO ERRJ-OPERATION
              PERFORM LOG-ERROR-JOURNAL
              DISPLAY 'PACCOHT: GET-GR FAILED--> ' BTRV-STATUS-MESSAGE
              SET JOB-HAS-FAILED TO TRUE
              GO TO SWEEP-CLOSE.

           MOVE RETURN-CODE TO BULK-STATUS.
           MOVE 'S' TO BULK-REQUEST.
           CALL 'PACBULK' USING BULK-PARM B-PAC-FILE-STUFF.
           MOVE BULK-STATUS TO RETURN-CODE.

       SWEEP-NEXT.
           IF RETURN-CODE NOT = 0
              IF RETURN-CODE NOT = 9
                 MOVE RETURN-CODE TO BTRV-STATUS-CODE
                 CALL 'BTRVMSG' USING BTRV-STATUS-CODE
                     BTRV-STATUS-MESSAGE
                 MOVE 'GET-NX' TO ERRJ-OPERATION
                 PERFORM LOG-ERROR-JOURNAL
                 DISPLAY 'PACCOHT: READ FAILED--> '
                     BTRV-STATUS-MESSAGE
                 SET JOB-HAS-FAILED TO TRUE
              END-IF
              GO TO SWEEP-CLOSE.

           IF PAC-REC-ACTIVE
              PERFORM POST-RECORD THRU POST-RECORD-EXIT
              IF TABLE-OVERFLOWED
                 PERFORM FAIL-OVERFLOW
                 GO TO SWEEP-CLOSE.

           MOVE 'N' TO BULK-REQUEST.
           CALL 'PACBULK' USING BULK-PARM B-PAC-FILE-STUFF.
           MOVE BULK-RECORD TO PAC-RECORD.
           MOVE BULK-STATUS TO RETURN-CODE.
           GO TO SWEEP-NEXT.

       SWEEP-CLOSE.
           CALL WINAPI 'BTRV' USING by value B-CLOSE,
             by reference B-PAC-POSITION,
             OWNER-NAME, OWNER-LENGTH,
             B-PAC-KEY-BUFFER, by value B-PAC-KEY-NUMBER.
           IF RETURN-CODE NOT = ZERO
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'CLOSE' TO ERRJ-OPERATION
              PERFORM LOG-ERROR-JOURNAL
              DISPLAY 'PACCOHT: CLOSE FAILED--> ' BTRV-STATUS-MESSAGE
              SET JOB-HAS-FAILED TO TRUE.
       SWEEP-YEAR-EXIT. EXIT.

       FAIL-OVERFLOW.
           DISPLAY 'PACCOHT: MORE THAN 5000 SERIALS BY '
               SWEEP-CCYY-DISPLAY ' -- RUN FAILED'.
           SET JOB-HAS-FAILED TO TRUE.

      *      ONE ACTIVE REGISTRATION, FROM THE BTR OR THE EXPORT.
       POST-RECORD.
           ADD 1 TO CNT.
           ADD 1 TO YEAR-RECORDS.
           MOVE PAC-KEY-SERIAL TO POST-SERIAL.
           MOVE PAC-AREA       TO POST-AREA.
           MOVE PAC-SPEC       TO POST-SPEC.
           IF PAC-QTY NUMERIC
              MOVE PAC-QTY TO POST-QTY
           ELSE
              MOVE 0 TO POST-QTY.
           MOVE 1 TO POST-RECS.
           PERFORM POST-SERIAL-ENTRY THRU POST-SERIAL-ENTRY-EXIT.
       POST-RECORD-EXIT. EXIT.

      *      FIND (OR ADD, IN ORDER) THE SERIAL -- ONLY WHEN IT
      *      CHANGES, SINCE EVERY SOURCE IS IN SERIAL ORDER -- AND
      *      KEEP ITS LARGEST REGISTRATION FOR THE YEAR.  A TIE KEEPS
      *      THE FIRST.
       POST-SERIAL-ENTRY.
           IF POST-SERIAL NOT = CURRENT-SERIAL
              MOVE POST-SERIAL TO CURRENT-SERIAL
              PERFORM FIND-SERIAL-SLOT
              IF SERIAL-NOT-FOUND
                 IF SER-COUNT NOT < 5000
                    SET TABLE-OVERFLOWED TO TRUE
                    GO TO POST-SERIAL-ENTRY-EXIT
                 END-IF
                 PERFORM ADD-SERIAL-ENTRY
              END-IF
           END-IF.
           IF CS-YEAR-RECS (SER-MATCH) = 0
              OR POST-QTY > CS-YEAR-QTY (SER-MATCH)
              MOVE POST-QTY TO CS-YEAR-QTY (SER-MATCH)
              MOVE POST-KEY TO CS-YEAR-KEY (SER-MATCH).
           ADD POST-RECS TO CS-YEAR-RECS (SER-MATCH).
       POST-SERIAL-ENTRY-EXIT. EXIT.

      *      BINARY CHOP FOR CURRENT-SERIAL.  NOT FOUND LEAVES
      *      SER-LOW AT THE SLOT IT BELONGS IN.
       FIND-SERIAL-SLOT.
           SET SERIAL-NOT-FOUND TO TRUE.
           MOVE 1 TO SER-LOW.
           MOVE SER-COUNT TO SER-HIGH.
           PERFORM PROBE-SERIAL-SLOT
               UNTIL SER-LOW > SER-HIGH OR SERIAL-FOUND.

       PROBE-SERIAL-SLOT.
           COMPUTE SER-MID = (SER-LOW + SER-HIGH) / 2.
           IF CS-SERIAL (SER-MID) = CURRENT-SERIAL
              SET SERIAL-FOUND TO TRUE
              MOVE SER-MID TO SER-MATCH
           ELSE
              IF CS-SERIAL (SER-MID) < CURRENT-SERIAL
                 COMPUTE SER-LOW = SER-MID + 1
              ELSE
                 COMPUTE SER-HIGH = SER-MID - 1.

       ADD-SERIAL-ENTRY.
           ADD 1 TO SER-COUNT.
           PERFORM SHIFT-SERIAL-ENTRY
               VARYING SER-SHIFT FROM SER-COUNT BY -1
               UNTIL SER-SHIFT NOT > SER-LOW.
           MOVE SER-LOW        TO SER-MATCH.
           MOVE CURRENT-SERIAL TO CS-SERIAL (SER-MATCH).
           MOVE YEAR-SLOT      TO CS-FIRST-SLOT (SER-MATCH).
           MOVE SPACES         TO CS-MAIN-KEY (SER-MATCH).
           MOVE SPACES         TO CS-FLAGS (SER-MATCH).
           MOVE 0              TO CS-YEAR-RECS (SER-MATCH).
           MOVE 0              TO CS-YEAR-QTY (SER-MATCH).
           MOVE SPACES         TO CS-YEAR-KEY (SER-MATCH).

       SHIFT-SERIAL-ENTRY.
           MOVE SERIAL-ENTRY (SER-SHIFT - 1)
             TO SERIAL-ENTRY (SER-SHIFT).

      *      ONE MEMBER'S YEARS INTO THE YEAR, COHORT AND CELL
      *      FIGURES.  TENURE IS THE YEARS REGISTERED FROM ENTRY ON;
      *      A LAPSE IS THE FIRST YEAR MISSED, A RETURN THE FIRST
      *      YEAR BACK AFTER IT.
       TALLY-SERIAL.
           MOVE CS-FIRST-SLOT (SER-IDX) TO COHORT-SLOT.
           MOVE 0 TO MEMBER-TENURE.
           MOVE 0 TO LAPSE-SLOT.
           MOVE 0 TO RETURN-SLOT.
           ADD 1 TO YR-NEW (COHORT-SLOT).
           PERFORM TALLY-YEAR-FLAG
               VARYING FLAG-SLOT FROM COHORT-SLOT BY 1
               UNTIL FLAG-SLOT > YEAR-SPAN.
           ADD 1             TO CO-ENTRANTS (COHORT-SLOT).
           ADD MEMBER-TENURE TO CO-TENURE (COHORT-SLOT).
           IF RETURN-SLOT > 0
              ADD 1 TO CO-RETURNED (COHORT-SLOT)
              ADD 1 TO RETURNED-COUNT.
           IF COHORT-SLOT < YEAR-SPAN
              PERFORM TALLY-MAIN-CELL THRU TALLY-MAIN-CELL-EXIT.

       TALLY-YEAR-FLAG.
           IF CS-YEAR-FLAG (SER-IDX, FLAG-SLOT) = 'Y'
              ADD 1 TO MEMBER-TENURE
              ADD 1 TO CO-PRESENT (COHORT-SLOT, FLAG-SLOT)
              IF LAPSE-SLOT > 0 AND RETURN-SLOT = 0
                 MOVE FLAG-SLOT TO RETURN-SLOT
              END-IF
              IF FLAG-SLOT > COHORT-SLOT
                 IF CS-YEAR-FLAG (SER-IDX, FLAG-SLOT - 1) NOT = 'Y'
                    ADD 1 TO YR-RETURNED (FLAG-SLOT)
                 END-IF
              END-IF
           ELSE
              IF LAPSE-SLOT = 0
                 MOVE FLAG-SLOT TO LAPSE-SLOT
              END-IF
              IF CS-YEAR-FLAG (SER-IDX, FLAG-SLOT - 1) = 'Y'
                 ADD 1 TO YR-LAPSED (FLAG-SLOT).

       TALLY-MAIN-CELL.
           MOVE CS-MAIN-KEY (SER-IDX) TO CELL-KEY.
           PERFORM FIND-OR-ADD-CELL THRU FIND-OR-ADD-CELL-EXIT.
           IF TABLE-OVERFLOWED
              GO TO TALLY-MAIN-CELL-EXIT.
           ADD 1             TO CE-MEMBERS (CELL-MATCH).
           ADD MEMBER-TENURE TO CE-TENURE (CELL-MATCH).
           IF CS-YEAR-FLAG (SER-IDX, YEAR-SPAN) = 'Y'
              ADD 1 TO CE-RETAINED (CELL-MATCH).
           IF RETURN-SLOT > 0
              ADD 1 TO CE-RETURNED (CELL-MATCH).
       TALLY-MAIN-CELL-EXIT. EXIT.

      *      THE CELL FOR CELL-KEY, ADDED IN ORDER IF IT IS NEW.
       FIND-OR-ADD-CELL.
           SET CELL-SLOT-NOT-FOUND TO TRUE.
           PERFORM CHECK-CELL-SLOT
               VARYING CELL-SCAN FROM 1 BY 1
               UNTIL CELL-SCAN > CELL-COUNT OR CELL-SLOT-FOUND.
           IF CELL-SLOT-FOUND
              IF CE-KEY (CELL-POS) = CELL-KEY
                 MOVE CELL-POS TO CELL-MATCH
                 GO TO FIND-OR-ADD-CELL-EXIT.
           IF CELL-SLOT-NOT-FOUND
              COMPUTE CELL-POS = CELL-COUNT + 1.
           IF CELL-COUNT NOT < 200
              SET TABLE-OVERFLOWED TO TRUE
              GO TO FIND-OR-ADD-CELL-EXIT.
           ADD 1 TO CELL-COUNT.
           PERFORM SHIFT-CELL-ENTRY
               VARYING CELL-SHIFT FROM CELL-COUNT BY -1
               UNTIL CELL-SHIFT NOT > CELL-POS.
           MOVE CELL-KEY TO CE-KEY (CELL-POS).
           MOVE 0 TO CE-MEMBERS (CELL-POS).
           MOVE 0 TO CE-RETAINED (CELL-POS).
           MOVE 0 TO CE-TENURE (CELL-POS).
           MOVE 0 TO CE-RETURNED (CELL-POS).
           MOVE CELL-POS TO CELL-MATCH.
       FIND-OR-ADD-CELL-EXIT. EXIT.

       CHECK-CELL-SLOT.
           IF CE-KEY (CELL-SCAN) NOT < CELL-KEY
              SET CELL-SLOT-FOUND TO TRUE
              MOVE CELL-SCAN TO CELL-POS.

       SHIFT-CELL-ENTRY.
           MOVE CELL-ENTRY (CELL-SHIFT - 1) TO CELL-ENTRY (CELL-SHIFT).

       WRITE-YEAR-LINE.
           MOVE YR-CCYY (YEAR-SLOT)     TO CY-CCYY.
           MOVE YR-SOURCE (YEAR-SLOT)   TO CY-SOURCE.
           MOVE YR-RECORDS (YEAR-SLOT)  TO CY-RECORDS.
           MOVE YR-MEMBERS (YEAR-SLOT)  TO CY-MEMBERS.
           MOVE YR-NEW (YEAR-SLOT)      TO CY-NEW.
           MOVE YR-LAPSED (YEAR-SLOT)   TO CY-LAPSED.
           MOVE YR-RETURNED (YEAR-SLOT) TO CY-RETURNED.
           WRITE COHT-RPT-RECORD FROM COHT-YEAR-LINE.

      *      ONE ENTRY-YEAR COHORT AND ITS LATER YEARS.  THE REPORT
      *      YEAR'S OWN COHORT HAS NO RETENTION RATE YET.
       WRITE-COHORT.
           IF CO-ENTRANTS (COHORT-SLOT) = 0
              GO TO WRITE-COHORT-EXIT.
           WRITE COHT-RPT-RECORD FROM COHT-BLANK-LINE.
           MOVE YR-CCYY (COHORT-SLOT)     TO CC-CCYY.
           MOVE CO-ENTRANTS (COHORT-SLOT) TO CC-ENTRANTS.
           COMPUTE CC-TENURE ROUNDED =
               CO-TENURE (COHORT-SLOT) / CO-ENTRANTS (COHORT-SLOT).
           MOVE COHT-CCYY TO CC-LAST-CCYY.
           IF COHORT-SLOT < YEAR-SPAN
              COMPUTE CC-RATE ROUNDED =
                  CO-PRESENT (COHORT-SLOT, YEAR-SPAN) * 100
                / CO-ENTRANTS (COHORT-SLOT)
           ELSE
              MOVE '    -' TO CC-RATE-X.
           WRITE COHT-RPT-RECORD FROM COHT-COHORT-LINE.
           IF COHORT-SLOT = 1
              WRITE COHT-RPT-RECORD FROM COHT-FIRST-COHORT-NOTE.
           COMPUTE NEXT-SLOT = COHORT-SLOT + 1.
           PERFORM WRITE-PRESENT-LINE
               VARYING FLAG-SLOT FROM NEXT-SLOT BY 1
               UNTIL FLAG-SLOT > YEAR-SPAN.
       WRITE-COHORT-EXIT. EXIT.

       WRITE-PRESENT-LINE.
           MOVE YR-CCYY (FLAG-SLOT) TO CP-CCYY.
           MOVE CO-PRESENT (COHORT-SLOT, FLAG-SLOT) TO CP-COUNT.
           COMPUTE CP-RATE ROUNDED =
               CO-PRESENT (COHORT-SLOT, FLAG-SLOT) * 100
             / CO-ENTRANTS (COHORT-SLOT).
           WRITE COHT-RPT-RECORD FROM COHT-PRESENT-LINE.

       WRITE-CELL-LINE.
           MOVE CE-AREA (CELL-IDX)     TO CL-AREA.
           MOVE CE-SPEC (CELL-IDX)     TO CL-SPEC.
           MOVE CE-MEMBERS (CELL-IDX)  TO CL-MEMBERS.
           COMPUTE CL-TENURE ROUNDED =
               CE-TENURE (CELL-IDX) / CE-MEMBERS (CELL-IDX).
           MOVE CE-RETAINED (CELL-IDX) TO CL-RETAINED.
           COMPUTE CL-RATE ROUNDED =
               CE-RETAINED (CELL-IDX) * 100 / CE-MEMBERS (CELL-IDX).
           MOVE CE-RETURNED (CELL-IDX) TO CL-RETURNED.
           WRITE COHT-RPT-RECORD FROM COHT-CELL-LINE.

      *      A MEMBER WHO MISSED A YEAR AND THEN CAME BACK, WITH THE
      *      FIRST LAPSE AND RETURN.  TALLY-SERIAL IS REPEATED FOR THE
      *      ONE MEMBER'S SLOTS RATHER THAN KEPT FOR ALL 5000.
       WRITE-RETURNER.
           MOVE CS-FIRST-SLOT (SER-IDX) TO COHORT-SLOT.
           MOVE 0 TO MEMBER-TENURE.
           MOVE 0 TO LAPSE-SLOT.
           MOVE 0 TO RETURN-SLOT.
           PERFORM FIND-RETURN-FLAG
               VARYING FLAG-SLOT FROM COHORT-SLOT BY 1
               UNTIL FLAG-SLOT > YEAR-SPAN.
           IF RETURN-SLOT = 0
              GO TO WRITE-RETURNER-EXIT.
           MOVE CS-SERIAL (SER-IDX) TO CR-SERIAL.
           MOVE SPACES TO CR-NAME.
           IF MEMBER-FILE-OPEN
              MOVE CS-SERIAL (SER-IDX) TO B-MEM-KEY-SERIAL
              CALL WINAPI 'BTRV' USING by value B-GET-EQUAL,
                by reference B-MEM-POSITION,
                   MEMBER-RECORD, B-MEM-LENGTH, B-MEM-KEY-BUFFER,
                   by value B-MEM-KEY-NUMBER
              IF RETURN-CODE = ZERO
                 MOVE MEM-NAME TO CR-NAME
              END-IF
           END-IF.
           MOVE YR-CCYY (COHORT-SLOT) TO CR-JOINED.
           MOVE YR-CCYY (LAPSE-SLOT)  TO CR-LAPSED.
           MOVE YR-CCYY (RETURN-SLOT) TO CR-RETURNED.
           MOVE MEMBER-TENURE         TO CR-YEARS.
           WRITE COHT-RPT-RECORD FROM COHT-RETURN-LINE.
       WRITE-RETURNER-EXIT. EXIT.

       FIND-RETURN-FLAG.
           IF CS-YEAR-FLAG (SER-IDX, FLAG-SLOT) = 'Y'
              ADD 1 TO MEMBER-TENURE
              IF LAPSE-SLOT > 0 AND RETURN-SLOT = 0
                 MOVE FLAG-SLOT TO RETURN-SLOT
              END-IF
           ELSE
              IF LAPSE-SLOT = 0
                 MOVE FLAG-SLOT TO LAPSE-SLOT.

       LOG-ERROR-JOURNAL.
           MOVE B-PAC-KEY-BUFFER TO ERRJ-KEY.
           MOVE BTRV-STATUS-CODE TO ERRJ-STATUS-CODE.
           MOVE BTRV-STATUS-MESSAGE TO ERRJ-MESSAGE.
           CALL 'PACERRJ' USING ERRJ-PARM.
