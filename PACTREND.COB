           THE YEARS DON'T HAVE TO BE RUN THROUGH PACLOOK ONE AT A
           TIME AND COLLATED BY HAND.  A YEAR WHOSE FILE DOES NOT
           EXIST IS NOTED AND SKIPPED RATHER THAN FAILING THE WHOLE
           RUN.  A RUN CAN BE AS CERTIFIED (THE YEAR FILES AS THEY
           STAND) OR AS RESTATED BY THE APPROVED POST-CLOSE
           ADJUSTMENTS, WHICH GOES TO pactrendSSSS-EEEE.rst.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. COMPAQ-DESKPRO-286.
               88  CLSQ-IS-CLOSED        VALUE 'C'.
               88  CLSQ-IS-OPEN          VALUE 'O'.

      *      POST-CLOSE ADJUSTMENT HOOK (PACADJQ HAS NO SEPARATE
      *      COPYBOOK FOR ITS PARAMETER), SAME AS PACLOOK'S.  AN "AS
      *      RESTATED" RUN LOADS EACH YEAR AND REGION'S APPROVED
      *      ADJUSTMENTS AS ITS FILE OPENS AND RESTATES EVERY RECORD
      *      AS IT IS READ; NO AGGREGATE CAN STAND IN FOR THAT.
       01  ADJQ-PARM.
           05  ADJQ-REQUEST        PIC X(01).
           05  ADJQ-CCYY           PIC 9(04).
           05  ADJQ-REGION         PIC X(02).
           05  ADJQ-RESULT         PIC X(01).
           05  ADJQ-APPROVED       PIC 9(04).
           05  ADJQ-APPLIED        PIC 9(04).
           05  ADJQ-STALE          PIC 9(04).
           05  ADJQ-FIELD          PIC X(08).
           05  ADJQ-TEXT           PIC X(12).
       01  YEAR-RESTATED-RECORDS PIC 9(08) VALUE 0.
       01  YEAR-RESTATED-STALE   PIC 9(08) VALUE 0.
       01  TRND-RESTATED-LINE.
           05  FILLER             PIC X(24) VALUE
               '   RESTATED RECORDS    ='.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  TR-COUNT           PIC ZZZZZZZ9.
           05  FILLER             PIC X(10) VALUE '  STALE = '.
           05  TR-STALE           PIC ZZZZZZZ9.
           05  FILLER             PIC X(29) VALUE SPACES.

       01  TRND-CACHE-LINE.
           05  FILLER             PIC X(07) VALUE 'YEAR = '.
           05  TC-YEAR             PIC 9(04).
      *      SAME YEAR COUNTERS AND SUBTOTALS, SO MANAGEMENT STILL
      *      GETS ONE COMBINED PICTURE.
           05  TREND-REGION-2      PIC X(02).
      *      FIGURES BASIS, SAME RULES AS PACLOOK'S: SPACE OR 'C' =
      *      AS CERTIFIED; 'R' = AS RESTATED BY THE APPROVED
      *      POST-CLOSE ADJUSTMENTS (SEE PACADJ).
           05  TREND-BASIS         PIC X(01).
               88  TREND-AS-RESTATED          VALUE 'R'.
       PROCEDURE DIVISION USING TREND-PARM.
       A000-BEGIN.
           CALL 'DOS_GET_TIME' USING HIST-START-STAMP.
                  TREND-END-CCYY DELIMITED BY SIZE
                  '.rpt' DELIMITED BY SIZE
                  INTO WS-TRND-NAME.
           IF TREND-AS-RESTATED
              INSPECT WS-TRND-NAME REPLACING FIRST '.rpt' BY '.rst'
              DISPLAY 'PACTREND: AS RESTATED BY APPROVED ADJUSTMENTS'.

           MOVE WS-TRND-NAME TO GDG-FILE-NAME.
           CALL 'PACGDG' USING GDG-PARM.
           OPEN OUTPUT TRND-RPT-FILE.
           MOVE 'PAC MULTI-YEAR TREND REPORT'
               TO PGH-TITLE.
           IF TREND-AS-RESTATED
              MOVE 'PAC MULTI-YEAR TREND REPORT AS RESTATED'
                  TO PGH-TITLE.
           MOVE TREND-START-CCYY TO PGH-CCYY.
           MOVE 0  TO PGH-PAGE-NUMBER.
           MOVE 56 TO PGH-LINES-PER-PAGE.
           MOVE 0 TO WS-YEAR-VALUE.
           MOVE 0 TO UNCONVERTED-COUNT.
           MOVE 0 TO SUBTOTAL-COUNT.
           MOVE 0 TO YEAR-RESTATED-RECORDS.
           MOVE 0 TO YEAR-RESTATED-STALE.
           MOVE 1 TO REGION-PASS.
           MOVE TREND-REGION TO CURRENT-REGION.
           SET YEAR-READ-CLEAN TO TRUE.
                    GO TO PROCESS-YEAR-NEXT.
           SET WS-YEAR-IS-OPEN TO TRUE.

           IF TREND-AS-RESTATED
              MOVE 'L' TO ADJQ-REQUEST
              MOVE WS-YEAR        TO ADJQ-CCYY
              MOVE CURRENT-REGION TO ADJQ-REGION
              CALL 'PACADJQ' USING ADJQ-PARM PAC-RECORD
              IF ADJQ-RESULT = 'F'
                 DISPLAY 'PACTREND: ' B-PAC-NAME ' ADJUSTMENT LEDGER'
                     ' TOO LARGE TO LOAD'
                 SET YEAR-READ-FAILED TO TRUE
                 SET JOB-HAS-FAILED TO TRUE
                 GO TO PROCESS-YEAR-CLOSE.

           MOVE 0 TO B-PAC-KEY-NUMBER.
           MOVE LOW-VALUES TO B-PAC-KEY-BUFFER.
           CALL WINAPI 'BTRV' USING by value B-GET-GREATER,
              SET YEAR-READ-FAILED TO TRUE
              SET JOB-HAS-FAILED TO TRUE
              GO TO PROCESS-YEAR-CLOSE.
      *      RESTATED BEFORE ANY TEST ON ITS CONTENTS, SINCE AN
      *      ADJUSTMENT CAN VOID OR RE-INSTATE THE RECORD.
           IF TREND-AS-RESTATED
              MOVE 'A' TO ADJQ-REQUEST
              CALL 'PACADJQ' USING ADJQ-PARM PAC-RECORD
              IF ADJQ-RESULT = 'Y'
                 ADD 1 TO YEAR-RESTATED-RECORDS
              END-IF
              ADD ADJQ-STALE TO YEAR-RESTATED-STALE.
           IF PAC-REC-VOIDED
              AND NOT TREND-INCLUDE-VOIDED
              GO TO YEAR-GET-ANOTHER.
              MOVE UNCONVERTED-COUNT TO TU-COUNT
              MOVE TRND-UNCONV-LINE TO RPT-LINE-WORK
              PERFORM WRITE-RPT-LINE.
           IF TREND-AS-RESTATED
              MOVE YEAR-RESTATED-RECORDS TO TR-COUNT
              MOVE YEAR-RESTATED-STALE   TO TR-STALE
              MOVE TRND-RESTATED-LINE TO RPT-LINE-WORK
              PERFORM WRITE-RPT-LINE.
       PROCESS-YEAR-NEXT.
           ADD 1 TO WS-YEAR.
       PROCESS-YEAR-EXIT. EXIT.
       TRY-YEAR-AGGREGATE.
           SET AGGREGATE-NOT-USED TO TRUE.
           IF AS-OF-MODE OR TREND-INCLUDE-VOIDED
              OR TREND-AS-RESTATED
              GO TO TRY-YEAR-AGGREGATE-EXIT.
           MOVE WS-YEAR        TO CLSQ-CCYY.
           MOVE CURRENT-REGION TO CLSQ-REGION.
