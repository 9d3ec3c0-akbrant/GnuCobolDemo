           EXTRA STEP), AND 'Y' LINES HOLD OR RELEASE A YEAR SO ONE
           UNDER INVESTIGATION IS SKIPPED WITHOUT EDITING
           PARAMETERS -- THE LAST 'Y' LINE FOR A YEAR WINS, THE SAME
           RULE pacclose.cat APPLIES.  'Q' LINES RUN A SAVED
           SELECTION QUERY THROUGH PACSEL THAT NIGHT, AFTER THE CHAIN
           HAS FINISHED THE WHOLE RANGE; A QUERY THAT FAILS IS
           REPORTED BUT FAILS NO YEAR.  NO CALENDAR FILE MEANS THE
           FULL CHAIN RUNS NIGHTLY, AS IT ALWAYS HAS.  EVERY
           CALENDAR DECISION IS PRINTED IN pacdrive.sum SO THE
           MORNING READER CAN SEE WHY A STEP DID NOT RUN.
           EVERY WORKING NIGHT ENDS WITH PACCHNV WALKING THE HASH
           CHAINS OF pacerr.jnl, BOTH CATALOGS AND THE RANGE'S
           JOURNALS; A BROKEN CHAIN IS PRINTED IN THE SUMMARY AND
           FAILS THE RUN.
           RIGHT AFTER EACH YEAR'S SWEEP PACANOM COMPARES TONIGHT'S
           COUNTS, QUANTITIES AND VALUES WITH THE TRAILING NIGHTS; A
           SWING BEYOND TOLERANCE HOLDS THE YEAR'S INTERFACE FILES
           UNTIL A SUPERVISOR RELEASES THEM AND FLAGS THE YEAR HERE.
           ONCE THE SUMMARY IS CLOSED, PACDIST'S NIGHT PASS COPIES
           THE NIGHT'S OUTPUTS TO THE OUTBOXES pacdist.lst NAMES AND
           ALERTS ANY THAT WERE DUE AND NEVER GOT PRODUCED; ITS
           OUTCOME IS ADDED AS THE LAST LINE OF THE SUMMARY.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. COMPAQ-DESKPRO-286.
      *      'H' CCYYMMDD                  HOLIDAY, CHAIN STAYS HOME
      *      'S' CCYYMMDD PROGRAM          OPTIONAL STEP RUNS TONIGHT
      *      'Y' 0        HOLD/RELS CCYY   HOLD OR RELEASE A YEAR
      *      'Q' CCYYMMDD QUERY NAME       SELECTION QUERY RUNS TONIGHT
       01  DRIVE-CAL-RECORD.
           05  CAL-TYPE                 PIC X(01).
           05  FILLER                   PIC X(01).
                   INDEXED BY HOLD-IDX.
               10  HOLD-CCYY            PIC 9(04).
               10  HOLD-STATE           PIC X(01).
      *      SELECTION QUERIES THE CALENDAR RUNS TONIGHT, IN
      *      CALENDAR ORDER.
       01  QUERY-COUNT             PIC 9(02) VALUE 0.
       01  QUERY-IDX               PIC 9(02) VALUE 0.
       01  QUERY-RUN-TABLE.
           05  QUERY-RUN-NAME OCCURS 20 TIMES PIC X(08).
       01  RUN-YYMMDD              PIC 9(06) VALUE 0.
       01  RUN-CCYYMMDD            PIC 9(08) VALUE 0.
       01  DRIVE-CAL-LINE.
               88  PACLOOK-OPEN-SUCCEEDED      VALUE 'N'.
           05  FILLER                   PIC X(09).
           05  PACLOOK-REGION           PIC X(02).
           05  FILLER                   PIC X(01).

       01  RECON-PARM.
           05  RECON-CCYY               PIC 9(04).
           05  ORPH-NEW-CCYY            PIC 9(04).
           05  ORPH-REGION              PIC X(02).

      *      HASH-CHAIN VERIFIER (PACCHNV HAS NO SEPARATE COPYBOOK
      *      FOR ITS PARAMETER).
       01  CHNV-PARM.
           05  CHNV-START-CCYY          PIC 9(04).
           05  CHNV-END-CCYY            PIC 9(04).
           05  CHNV-REGION              PIC X(02).
           05  CHNV-RESULT              PIC X(01) VALUE 'G'.
               88  CHNV-ALL-WHOLE             VALUE 'G'.
               88  CHNV-CHAIN-BROKEN          VALUE 'B'.
           05  CHNV-FILES               PIC 9(04).
           05  CHNV-BROKEN              PIC 9(04).
      *      ANOMALY CHECK (PACANOM HAS NO SEPARATE COPYBOOK FOR ITS
      *      PARAMETER).
       01  ANOM-PARM.
           05  ANOM-REQUEST             PIC X(01).
           05  ANOM-CCYY                PIC 9(04).
           05  ANOM-REGION              PIC X(02).
           05  ANOM-OPERATOR            PIC X(08).
           05  ANOM-REFERENCE           PIC X(12).
           05  ANOM-RESULT              PIC X(01).
               88  ANOM-PASSED                VALUE 'P'.
               88  ANOM-HELD                  VALUE 'H'.
               88  ANOM-NO-BASELINE           VALUE 'N'.
               88  ANOM-NO-FIGURES            VALUE 'M'.
               88  ANOM-RUN-FAILED            VALUE 'F'.
               88  ANOM-RELEASED              VALUE 'R'.
           05  ANOM-SWINGS              PIC 9(04).
       01  DRIVE-CHAIN-LINE.
           05  FILLER              PIC X(18) VALUE
               'HASH CHAIN CHECK  '.
           05  DH-FILES            PIC ZZZ9.
           05  FILLER              PIC X(11) VALUE ' FILE(S)   '.
           05  DH-OUTCOME          PIC X(47).

      *      REPORT DISTRIBUTION (PACDIST HAS NO SEPARATE COPYBOOK
      *      FOR ITS PARAMETER).
       01  DIST-PARM.
           05  DIST-PASS                PIC X(01).
           05  DIST-SINCE-DATE          PIC 9(06).
           05  DIST-START-CCYY          PIC 9(04).
           05  DIST-END-CCYY            PIC 9(04).
           05  DIST-REGION              PIC X(02).
           05  DIST-RESULT              PIC X(01).
               88  DIST-ALL-DELIVERED         VALUE 'G'.
               88  DIST-SOME-MISSING          VALUE 'M'.
               88  DIST-NO-LIST               VALUE 'N'.
           05  DIST-DELIVERED           PIC 9(04).
           05  DIST-MISSING             PIC 9(04).
       01  DRIVE-DIST-LINE.
           05  FILLER              PIC X(18) VALUE
               'DISTRIBUTION      '.
           05  DD-DELIVERED        PIC ZZZ9.
           05  FILLER              PIC X(13) VALUE ' DELIVERED   '.
           05  DD-OUTCOME          PIC X(45).

       01  SEL-PARM.
           05  SEL-QUERY-NAME           PIC X(08).
           05  SEL-REGION               PIC X(02).
           05  SEL-RESULT               PIC X(01).
               88  SEL-RUN-GOOD               VALUE 'G'.
               88  SEL-RUN-FAILED             VALUE 'F'.
               88  SEL-NOT-DEFINED            VALUE 'N'.
           05  SEL-ROWS                 PIC 9(08).

       LINKAGE SECTION.
       01  DRIVE-PARM.
           05  DRIVE-START-CCYY       PIC 9(04).
           IF DRIVE-CCYY > DRIVE-END-CCYY
              PERFORM CLEAR-DRIVE-CHECKPOINT.

      *      SCHEDULED QUERIES GO LAST, SO THEY READ THE FILES THE
      *      CHAIN HAS JUST CHECKED AND BACKED UP.  A CUTOFF HOLDS
      *      THEM OVER WITH THE REST OF THE RANGE.
           IF TODAY-IS-WORKDAY
              PERFORM RUN-ONE-QUERY
                  VARYING QUERY-IDX FROM 1 BY 1
                  UNTIL QUERY-IDX > QUERY-COUNT.

      *      EVERY WORKING NIGHT ENDS BY WALKING THE JOURNAL AND
      *      CATALOG HASH CHAINS FOR THE RANGE.  A BROKEN CHAIN FAILS
      *      THE WHOLE RUN, WHATEVER THE YEARS DID -- THE MORNING
      *      READER MUST NOT MISS IT.
           IF TODAY-IS-WORKDAY
              PERFORM CHECK-HASH-CHAINS.

           MOVE DRIVE-YEAR-COUNT    TO DT-YEARS.
           MOVE DRIVE-FAILED-COUNT  TO DT-FAILED.
           MOVE DRIVE-FLAGGED-COUNT TO DT-FLAGGED.
           WRITE DRIVE-RPT-RECORD FROM DRIVE-GRAND-LINE.

           CLOSE DRIVE-RPT-FILE.

      *      DISTRIBUTION GOES AFTER THE CLOSE SO THE SUMMARY CAN BE
      *      ONE OF THE THINGS DISTRIBUTED.
           IF TODAY-IS-WORKDAY
              PERFORM RUN-DISTRIBUTION.
           DISPLAY 'PACDRIVE: ' DRIVE-YEAR-COUNT ' YEAR(S) PROCESSED, '
               DRIVE-FAILED-COUNT ' FAILED, ' DRIVE-FLAGGED-COUNT
               ' FLAGGED, ' DRIVE-GRAND-TOTAL
               ' RECORDS GRAND TOTAL -- SEE ' WS-DRIVE-NAME.
           MOVE DRIVE-START-CCYY  TO HIST-CCYY.
           MOVE DRIVE-GRAND-TOTAL TO HIST-RECORDS.
           IF DRIVE-FAILED-COUNT > 0 OR CHNV-CHAIN-BROKEN
              MOVE 'FAILED' TO HIST-STATUS.
           CALL 'PACHIST' USING HIST-PARM.
           IF CHNV-CHAIN-BROKEN
              DISPLAY '*****************************************'
              DISPLAY 'PACDRIVE: HASH CHAIN BROKEN IN ' CHNV-BROKEN
                  ' FILE(S) -- NIGHTLY RUN FAILED'
              DISPLAY '*****************************************'
              MOVE 1 TO RETURN-CODE.
           GOBACK.

       CHECK-HASH-CHAINS.
           MOVE DRIVE-START-CCYY TO CHNV-START-CCYY.
           MOVE DRIVE-END-CCYY   TO CHNV-END-CCYY.
           MOVE DRIVE-REGION     TO CHNV-REGION.
           CALL 'PACCHNV' USING CHNV-PARM.
           MOVE CHNV-FILES TO DH-FILES.
           IF CHNV-CHAIN-BROKEN
              MOVE SPACES TO DH-OUTCOME
              STRING '*** BROKEN -- SEE pacchain' DELIMITED BY SIZE
                     DRIVE-REGION DELIMITED BY SPACE
                     '.rpt ***' DELIMITED BY SIZE
                     INTO DH-OUTCOME
           ELSE
              MOVE 'WHOLE' TO DH-OUTCOME.
           WRITE DRIVE-RPT-RECORD FROM DRIVE-CHAIN-LINE.

       RUN-DISTRIBUTION.
           MOVE 'N'              TO DIST-PASS.
           MOVE RUN-YYMMDD       TO DIST-SINCE-DATE.
           MOVE DRIVE-START-CCYY TO DIST-START-CCYY.
           MOVE DRIVE-END-CCYY   TO DIST-END-CCYY.
           MOVE DRIVE-REGION     TO DIST-REGION.
           MOVE 'F' TO DIST-RESULT.
           MOVE 0 TO DIST-DELIVERED.
           MOVE 0 TO DIST-MISSING.
           CALL 'PACDIST' USING DIST-PARM.
           MOVE DIST-DELIVERED TO DD-DELIVERED.
           MOVE SPACES TO DD-OUTCOME.
           EVALUATE TRUE
               WHEN DIST-ALL-DELIVERED
                   MOVE 'ALL DUE OUTPUTS DELIVERED' TO DD-OUTCOME
               WHEN DIST-SOME-MISSING
                   STRING '*** ' DELIMITED BY SIZE
                          DIST-MISSING DELIMITED BY SIZE
                          ' NOT DELIVERED -- SEE pacdist'
                              DELIMITED BY SIZE
                          DRIVE-REGION DELIMITED BY SPACE
                          '.man' DELIMITED BY SIZE
                          INTO DD-OUTCOME
               WHEN DIST-NO-LIST
                   MOVE 'NO pacdist.lst -- NOTHING DISTRIBUTED'
                       TO DD-OUTCOME
               WHEN OTHER
                   MOVE 'FAILED' TO DD-OUTCOME
           END-EVALUATE.
           OPEN EXTEND DRIVE-RPT-FILE.
           WRITE DRIVE-RPT-RECORD FROM DRIVE-DIST-LINE.
           CLOSE DRIVE-RPT-FILE.

      *      ONE YEAR = THE WHOLE FIVE-STEP CHAIN, WITH THE STEP
      *      RULES APPLIED BETWEEN STEPS.
       DRIVE-ONE-YEAR.
              ADD PACLOOK-RECORDS-PROCESSED TO DRIVE-GRAND-TOTAL.
           WRITE DRIVE-RPT-RECORD FROM DRIVE-STEP-LINE.

      *      STEP 3 CONTINUED -- PACANOM JUDGES THE SWEEP'S FIGURES
      *      AGAINST THE TRAILING NIGHTS.  A SWING HOLDS THE YEAR'S
      *      INTERFACE FILES AND FLAGS THE YEAR; A SWEEP THAT FAILED
      *      HAS NOTHING TO JUDGE.
           IF PACLOOK-OPEN-FAILED
              GO TO DRIVE-RECON-STEP.
           MOVE SPACES TO ANOM-PARM.
           MOVE 'C' TO ANOM-REQUEST.
           MOVE DRIVE-CCYY TO ANOM-CCYY.
           MOVE DRIVE-REGION TO ANOM-REGION.
           MOVE 0 TO ANOM-SWINGS.
           CALL 'PACANOM' USING ANOM-PARM.
           MOVE 'PACANOM' TO DS-STEP.
           MOVE ANOM-SWINGS TO DS-COUNT.
           EVALUATE TRUE
               WHEN ANOM-PASSED
                   MOVE 'WITHIN TOLERANCE' TO DS-OUTCOME
               WHEN ANOM-NO-BASELINE
                   MOVE 'NO BASELINE'      TO DS-OUTCOME
               WHEN ANOM-NO-FIGURES
                   MOVE 'NO FIGURES'       TO DS-OUTCOME
               WHEN ANOM-HELD
                   MOVE 'HELD'             TO DS-OUTCOME
               WHEN OTHER
                   MOVE 'FAILED'           TO DS-OUTCOME
           END-EVALUATE.
           WRITE DRIVE-RPT-RECORD FROM DRIVE-STEP-LINE.
           IF ANOM-HELD
              IF YEAR-OUTCOME = 'OK'
                 MOVE 'FLAGGED' TO YEAR-OUTCOME
                 ADD 1 TO DRIVE-FLAGGED-COUNT.
           IF ANOM-RUN-FAILED
              IF YEAR-OUTCOME = 'OK'
                 MOVE 'FAILED' TO YEAR-OUTCOME
                 ADD 1 TO DRIVE-FAILED-COUNT.

       DRIVE-RECON-STEP.

      *      STEP 4 -- PACRECON.  OUT-OF-BALANCE DOES NOT STOP THE
      *      CHAIN, BUT IT FLAGS THE YEAR IN THE SUMMARY.
           MOVE DRIVE-CCYY TO RECON-CCYY.
           ADD 1 TO DRIVE-CCYY.
       DRIVE-ONE-YEAR-EXIT. EXIT.

      *      ONE SCHEDULED QUERY.  ITS LINE CARRIES TONIGHT'S YEAR
      *      AND THE QUERY NAME IN THE STEP COLUMN; THE COUNT IS THE
      *      ROWS IT SELECTED.
       RUN-ONE-QUERY.
           COMPUTE DS-CCYY = RUN-CCYYMMDD / 10000.
           MOVE QUERY-RUN-NAME (QUERY-IDX) TO DS-STEP.
           MOVE 0 TO DS-COUNT.
           IF DRIVE-CCYY NOT > DRIVE-END-CCYY
              MOVE 'HELD OVER' TO DS-OUTCOME
           ELSE
              MOVE QUERY-RUN-NAME (QUERY-IDX) TO SEL-QUERY-NAME
              MOVE DRIVE-REGION TO SEL-REGION
              SET SEL-RUN-FAILED TO TRUE
              MOVE 0 TO SEL-ROWS
              CALL 'PACSEL' USING SEL-PARM
              MOVE SEL-ROWS TO DS-COUNT
              EVALUATE TRUE
                  WHEN SEL-RUN-GOOD
                      MOVE 'QUERY OK'     TO DS-OUTCOME
                  WHEN SEL-NOT-DEFINED
                      MOVE 'NOT DEFINED'  TO DS-OUTCOME
                  WHEN OTHER
                      MOVE 'QUERY FAILED' TO DS-OUTCOME
              END-EVALUATE.
           WRITE DRIVE-RPT-RECORD FROM DRIVE-STEP-LINE.

      *      THE YEAR IN FLIGHT ALWAYS FINISHES; THE CLOCK IS ONLY
      *      CONSULTED BETWEEN YEARS.  A CUTOFF EARLIER ON THE
      *      CLOCK THAN THE RUN'S START TIME BELONGS TO TOMORROW
                   END-IF
               WHEN 'Y'
                   PERFORM LOAD-YEAR-HOLD-LINE
               WHEN 'Q'
                   IF CAL-DATE NUMERIC
                      AND CAL-DATE = RUN-CCYYMMDD
                      AND CAL-NAME NOT = SPACES
                      AND QUERY-COUNT < 20
                      ADD 1 TO QUERY-COUNT
                      MOVE CAL-NAME TO QUERY-RUN-NAME (QUERY-COUNT)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF ORPH-SCHEDULED
              MOVE 'PACORPH SCHEDULED TONIGHT' TO DCAL-TEXT
              WRITE DRIVE-RPT-RECORD FROM DRIVE-CAL-LINE.
           PERFORM WRITE-QUERY-DECISION
               VARYING QUERY-IDX FROM 1 BY 1
               UNTIL QUERY-IDX > QUERY-COUNT.
       WRITE-CALENDAR-DECISIONS-EXIT. EXIT.

       WRITE-QUERY-DECISION.
           MOVE SPACES TO DCAL-TEXT.
           STRING 'QUERY ' DELIMITED BY SIZE
                  QUERY-RUN-NAME (QUERY-IDX) DELIMITED BY SPACE
                  ' SCHEDULED TONIGHT' DELIMITED BY SIZE
                  INTO DCAL-TEXT.
           WRITE DRIVE-RPT-RECORD FROM DRIVE-CAL-LINE.

       WRITE-STEP-FAILED-CHEK.
           MOVE 'PACCHEK' TO DS-STEP.
           MOVE 'FAILED'  TO DS-OUTCOME.
