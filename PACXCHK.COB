           THE CLOSE DATE, AND A LIVE FILE FOR A YEAR THE ARCHIVE
           CATALOG SAYS IS RETIRED.  ONE PASS, ONE REPORT, BEFORE
           ANY OF THESE CATALOGS IS TRUSTED FOR AN AUDIT.
           GIVEN A SCRATCH REGION (PACCBAK'S RECOVERY REHEARSAL),
           THE RUN CHECKS THE CONTROL FILES RESTORED UNDER IT
           INSTEAD: THE CATALOGS AND RUN HISTORY ARE READ FROM THEIR
           RESTORED COPIES (pacarchNN.cat, paccloseNN.cat AND
           pacjobsNN.his, NN THE SCRATCH REGION), THEIR LINES FOR
           XCHK-REGION STAND FOR THE REGION, AND THE YEAR FILE LOOKED
           FOR IS THE SCRATCH ONE.  ARCHIVE EXPORTS ARE NOT CONTROL
           FILES AND ARE LOOKED FOR WHERE THEY LIVE.  THE REPORT IS
           THEN pacxchkNN.rpt, AND THE EXCEPTION COUNT GOES BACK IN
           XCHK-EXCEPTIONS EITHER WAY.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. COMPAQ-DESKPRO-286.
       01  GDG-PARM.
           05  GDG-FILE-NAME        PIC X(32).

      *      THE REGION THE YEAR FILE IS NAMED FOR -- XCHK-REGION,
      *      OR THE SCRATCH REGION ON A REHEARSAL.
       01  FILE-REGION           PIC X(02) VALUE SPACES.
       01  XCHK-SCRATCH-LINE.
           05  FILLER             PIC X(44) VALUE
               'RECOVERY REHEARSAL -- RESTORED CONTROL FILES'.
           05  FILLER             PIC X(18) VALUE
               ' OF SCRATCH REGION'.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  XS-REGION          PIC X(02).
           05  FILLER             PIC X(15) VALUE SPACES.

       01  CAT-EOF-SW            PIC X VALUE 'N'.
           88  CAT-AT-EOF               VALUE 'Y'.
           88  CAT-NOT-AT-EOF           VALUE 'N'.
      *      FILE SET (pacCCYY.btr); OTHERWISE QUALIFIES EVERY
      *      PER-YEAR FILE NAME THE RUN TOUCHES.
           05  XCHK-REGION        PIC X(02).
      *      SPACES = CHECK THE LIVE FILES; OTHERWISE THE SCRATCH
      *      REGION A RECOVERY REHEARSAL RESTORED THE CONTROL FILES
      *      UNDER (SEE PACCBAK).
           05  XCHK-SCRATCH-REGION PIC X(02).
      *      OUT -- THE NUMBER OF EXCEPTIONS REPORTED.
           05  XCHK-EXCEPTIONS    PIC 9(04).
       PROCEDURE DIVISION USING XCHK-PARM.
       A000-BEGIN.
           CALL 'DOS_GET_TIME' USING HIST-START-STAMP.
           MOVE XCHK-REGION TO FILE-REGION.
           IF XCHK-SCRATCH-REGION NOT = SPACES
              PERFORM NAME-SCRATCH-FILES.
           MOVE WS-RPT-NAME TO GDG-FILE-NAME.
           CALL 'PACGDG' USING GDG-PARM.
           OPEN OUTPUT XCHK-RPT-FILE.
           WRITE XCHK-RPT-RECORD FROM XCHK-HEADER-LINE.
           IF XCHK-SCRATCH-REGION NOT = SPACES
              MOVE XCHK-SCRATCH-REGION TO XS-REGION
              WRITE XCHK-RPT-RECORD FROM XCHK-SCRATCH-LINE.

           MOVE XCHK-START-CCYY TO WS-YEAR.
           PERFORM CHECK-ONE-YEAR THRU CHECK-ONE-YEAR-EXIT
           IF EXCEPTION-COUNT > 0
              MOVE 'FAILED' TO HIST-STATUS.
           CALL 'PACHIST' USING HIST-PARM.
           MOVE EXCEPTION-COUNT TO XCHK-EXCEPTIONS.
           DISPLAY 'PACXCHK: ' CHECKED-COUNT ' YEAR(S) CHECKED, '
               EXCEPTION-COUNT ' EXCEPTION(S) -- SEE ' WS-RPT-NAME.
           GOBACK.

       NAME-SCRATCH-FILES.
           MOVE XCHK-SCRATCH-REGION TO FILE-REGION.
           MOVE SPACES TO WS-ARC-NAME.
           STRING 'pacarch' DELIMITED BY SIZE
                  XCHK-SCRATCH-REGION DELIMITED BY SPACE
                  '.cat' DELIMITED BY SIZE
                  INTO WS-ARC-NAME.
           MOVE SPACES TO WS-CLS-NAME.
           STRING 'pacclose' DELIMITED BY SIZE
                  XCHK-SCRATCH-REGION DELIMITED BY SPACE
                  '.cat' DELIMITED BY SIZE
                  INTO WS-CLS-NAME.
           MOVE SPACES TO WS-HIS-NAME.
           STRING 'pacjobs' DELIMITED BY SIZE
                  XCHK-SCRATCH-REGION DELIMITED BY SPACE
                  '.his' DELIMITED BY SIZE
                  INTO WS-HIS-NAME.
           MOVE SPACES TO WS-RPT-NAME.
           STRING 'pacxchk' DELIMITED BY SIZE
                  XCHK-SCRATCH-REGION DELIMITED BY SPACE
                  '.rpt' DELIMITED BY SIZE
                  INTO WS-RPT-NAME.

       CHECK-ONE-YEAR.
           ADD 1 TO CHECKED-COUNT.
           PERFORM READ-ARCHIVE-STATE THRU READ-ARCHIVE-STATE-EXIT.
           SET BTR-NOT-ON-DISK TO TRUE.
           MOVE SPACES TO B-PAC-NAME.
           STRING 'pac' DELIMITED BY SIZE
                  FILE-REGION DELIMITED BY SPACE
                  WS-YEAR DELIMITED BY SIZE
                  '.btr' DELIMITED BY SIZE
                  INTO B-PAC-NAME.
