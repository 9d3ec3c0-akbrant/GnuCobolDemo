           88  RUN-TOKEN-HELD            VALUE 'Y'.
           88  RUN-TOKEN-NOT-HELD        VALUE 'N'.

      *      INTERFACE HOLD QUERY (PACIFHQ HAS NO SEPARATE COPYBOOK
      *      FOR ITS PARAMETER).  WHILE PACANOM HOLDS THE YEAR THE
      *      SUMMARY INTERFACE IS WRITTEN AS sumCCYY.hld, OUT OF THE
      *      PICKUP'S WAY, UNTIL A SUPERVISOR RELEASES IT.
       01  IFHQ-PARM.
           05  IFHQ-CCYY           PIC 9(04).
           05  IFHQ-REGION         PIC X(02).
           05  IFHQ-RESULT         PIC X(01).
               88  IFHQ-HELD             VALUE 'H'.
               88  IFHQ-NOT-HELD         VALUE 'N'.
           05  IFHQ-DATE           PIC 9(06).
           05  IFHQ-SWINGS         PIC 9(04).

      *      POST-CLOSE ADJUSTMENT HOOK (PACADJQ HAS NO SEPARATE
      *      COPYBOOK FOR ITS PARAMETER).  AN "AS RESTATED" RUN
      *      LOADS THE YEAR'S APPROVED ADJUSTMENTS ONCE AND RESTATES
      *      EACH RECORD IN PAC-RECORD AS IT IS READ; THE CERTIFIED
      *      pacCCYY.btr IS NEVER WRITTEN.  EVERYTHING THE RUN
      *      LEAVES BEHIND IS NAMED .rst SO IT CANNOT BE TAKEN FOR
      *      THE CERTIFIED FIGURES.
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
       01  RESTATED-RECORDS      PIC 9(08) VALUE 0.
       01  RESTATED-APPLIED      PIC 9(08) VALUE 0.
       01  RESTATED-STALE        PIC 9(08) VALUE 0.
       01  RPT-RESTATED-LINE.
           05  FILLER            PIC X(20) VALUE
               'AS RESTATED: ADJ =  '.
           05  RPT-R-APPROVED    PIC ZZZ9.
           05  FILLER            PIC X(12) VALUE '  RECORDS = '.
           05  RPT-R-RECORDS     PIC ZZZZZZZ9.
           05  FILLER            PIC X(12) VALUE '  APPLIED = '.
           05  RPT-R-APPLIED     PIC ZZZZZZZ9.
           05  FILLER            PIC X(10) VALUE '  STALE = '.
           05  RPT-R-STALE       PIC ZZZZZZZ9.

       01  SUBTOTAL-COUNT        PIC 9(4) VALUE 0.
       01  SUBTOTAL-SEARCH-IDX   PIC 9(4) VALUE 0.
       01  SUBTOTAL-MATCH-IDX    PIC 9(4) VALUE 0.
       01  COVERED-SW            PIC X VALUE 'Y'.
           88  RECORD-COVERED           VALUE 'Y'.
           88  RECORD-NOT-COVERED       VALUE 'N'.
      *      ALTERNATE-KEY WALK BOOKKEEPING.  WALK-FIELD SAYS WHICH
      *      CODE THE WALK IS ORDERED ON (1/2/3 THE OLD SPEC/GEAR/
      *      AREA, 4/5/6 THE NEWVALS ONES) INDEPENDENTLY OF THE BTRIEVE
      *      KEY NUMBER, SO A YEAR FILE BUILT WITHOUT KEYS 4/5/6 CAN
      *      STILL BE FILTERED ON A SERIAL WALK -- SEE PACRIDX.
       01  WALK-FIELD            PIC 9(01) VALUE 0.
       01  WALK-KEY-VALUE        PIC X(02) VALUE SPACES.
       01  RECORD-KEY-VALUE      PIC X(02) VALUE SPACES.
       01  KEY-VALUE-SW          PIC X VALUE 'N'.
           88  KEY-VALUE-WALK           VALUE 'Y'.
           88  NO-KEY-VALUE-WALK        VALUE 'N'.
       01  UNCONVERTED-COUNT     PIC 9(8) VALUE 0.
       01  UNCONVERTED-SW        PIC X VALUE 'N'.
           88  RECORD-UNCONVERTED        VALUE 'Y'.
                   88  PARAMETER-CODES-OLD       VALUES ARE
                           SPACE 'O'.
                   88  PARAMETER-CODES-NEW       VALUE 'N'.
      *      KEY VALUE FOR AN ALTERNATE-KEY WALK -- SPACES OR
      *      LOW-VALUES = THE WHOLE FILE IN KEY ORDER; OTHERWISE
      *      ONLY RECORDS CARRYING THIS CODE (LEFT-JUSTIFIED, IN THE
      *      CODE SET PARAMETER-CODE-SET NAMES) ARE REPORTED.
               10  PARAMETER-KEY-VALUE      PIC X(02).
                   88  PARAMETER-NO-KEY-VALUE    VALUES ARE
                           SPACES LOW-VALUES.
               10  FILLER                   PIC X(03).
      *      OUT PARAMETERS -- SET BY PACLOOK BEFORE GOBACK SO A
      *      DRIVER PROGRAM (E.G. PACDRIVE) CALLING PACLOOK ONCE PER
      *      YEAR CAN ROLL UP A MULTI-YEAR SUMMARY WITHOUT SCREEN-
      *      FILE SET (pacCCYY.btr); OTHERWISE QUALIFIES EVERY
      *      PER-YEAR FILE NAME THE RUN TOUCHES.
           05  PARAMETER-REGION        PIC X(02).
      *      FIGURES BASIS -- SPACE OR 'C' = AS CERTIFIED, THE YEAR
      *      FILE AS IT STANDS; 'R' = AS RESTATED BY THE APPROVED
      *      POST-CLOSE ADJUSTMENTS (adjCCYY.dat, SEE PACADJ).  A
      *      RESTATED RUN MUST BE A SERIAL WALK.
           05  PARAMETER-BASIS         PIC X(01).
               88  PARAMETER-AS-RESTATED     VALUE 'R'.
       PROCEDURE DIVISION USING PARAMETER.
       A000-BEGIN.
           SET PARAMETER-OPEN-SUCCEEDED TO TRUE.
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
                  INTO WS-SUM-NAME.
      *      AN ALTERNATE-KEY WALK CANNOT BE RESTATED: AN ADJUSTED
      *      CODE WOULD NEED THE RECORD MOVED TO ANOTHER PLACE IN
      *      THE WALK.
           IF PARAMETER-AS-RESTATED
              IF NOT PARAMETER-KEY-SERIAL
                 DISPLAY 'PACLOOK: AS RESTATED RUNS MUST WALK BY'
                     ' SERIAL -- RUN REFUSED'
                 SET PARAMETER-OPEN-FAILED TO TRUE
                 GOBACK
              ELSE
                 PERFORM SET-RESTATED-NAMES.
           MOVE TARGET-CCYY-DISPLAY TO IFHQ-CCYY.
           MOVE PARAMETER-REGION TO IFHQ-REGION.
           CALL 'PACIFHQ' USING IFHQ-PARM.
           IF IFHQ-HELD
              AND NOT PARAMETER-AS-RESTATED
              INSPECT WS-SUM-NAME REPLACING FIRST '.dat' BY '.hld'
              DISPLAY 'PACLOOK: YEAR HELD SINCE ' IFHQ-DATE
                  ' -- SUMMARY INTERFACE GOES TO ' WS-SUM-NAME.
           PERFORM TAKE-RUN-TOKEN THRU TAKE-RUN-TOKEN-EXIT.
           IF RUN-TOKEN-NOT-HELD
              SET PARAMETER-OPEN-FAILED TO TRUE

           MOVE 'PAC YEAR FILE DETAIL REPORT'
               TO PGH-TITLE.
           IF PARAMETER-AS-RESTATED
              MOVE 'PAC YEAR FILE DETAIL REPORT AS RESTATED'
                  TO PGH-TITLE.
           MOVE TARGET-CCYY-DISPLAY TO PGH-CCYY.
           MOVE 0  TO PGH-PAGE-NUMBER.
           MOVE 56 TO PGH-LINES-PER-PAGE.
              MOVE PARAMETER-OWNER-NAME TO OWNER-NAME
              MOVE 8 TO OWNER-LENGTH.

           IF PARAMETER-AS-RESTATED
              PERFORM LOAD-ADJUSTMENTS.
           IF PARAMETER-OPEN-FAILED
              GO TO DONE.

           MOVE -2 TO B-PAC-KEY-NUMBER.
           IF PARAMETER-ACCESS-RDWR
              MOVE -1 TO B-PAC-KEY-NUMBER.
              MOVE UNCONVERTED-COUNT TO RPT-U-COUNT
              MOVE RPT-UNCONV-LINE TO RPT-LINE-WORK
              PERFORM WRITE-RPT-LINE.
           IF PARAMETER-AS-RESTATED
              MOVE ADJQ-APPROVED    TO RPT-R-APPROVED
              MOVE RESTATED-RECORDS TO RPT-R-RECORDS
              MOVE RESTATED-APPLIED TO RPT-R-APPLIED
              MOVE RESTATED-STALE   TO RPT-R-STALE
              MOVE RPT-RESTATED-LINE TO RPT-LINE-WORK
              PERFORM WRITE-RPT-LINE.
      *      A FAILED SWEEP MUST NOT CLOBBER THE LAST GOOD
      *      INTERFACE FILE WITH A BALANCED ZERO-TOTAL ONE THE
      *      MEMBER SYSTEM WOULD LOAD WITHOUT ERROR -- SAME RULE
      *      RUN.
           IF PARAMETER-OPEN-SUCCEEDED
              AND SWEEP-READ-CLEAN
              AND NO-KEY-VALUE-WALK
              PERFORM WRITE-SUMMARY-INTERFACE.
      *      ONLY AN UNRESTRICTED, CLEAN SWEEP SPEAKS FOR THE WHOLE
      *      YEAR; A SERIAL-RANGE, AS-OF, OR VOIDED-INCLUDED RUN
      *      MUST NOT LEAVE ITS PARTIAL FIGURES BEHIND AS THE
      *      YEAR'S AGGREGATE, AND A RESTATED ONE IS NOT THE
      *      CERTIFIED YEAR.
           IF PARAMETER-OPEN-SUCCEEDED
              AND NOT PARAMETER-AS-RESTATED
              AND SWEEP-READ-CLEAN
              AND PARAMETER-KEY-SERIAL
              AND PARAMETER-START-SERIAL = SPACES
              SET RUN-TOKEN-NOT-HELD TO TRUE.

       PROCESSIT.
      *      ON THE NEWVALS CODE SET THE SAME THREE KEY CHOICES WALK
      *      KEYS 4/5/6 OVER THE 2-CHARACTER CODES (SEE PACFSB).
           EVALUATE TRUE
              WHEN PARAMETER-KEY-SPEC AND PARAMETER-CODES-NEW
                 MOVE 4 TO B-PAC-KEY-NUMBER
                 DISPLAY 'PACLOOK: WALKING BY NEWVALS KEY -- SPEC'
              WHEN PARAMETER-KEY-GEAR AND PARAMETER-CODES-NEW
                 MOVE 5 TO B-PAC-KEY-NUMBER
                 DISPLAY 'PACLOOK: WALKING BY NEWVALS KEY -- GEAR'
              WHEN PARAMETER-KEY-AREA AND PARAMETER-CODES-NEW
                 MOVE 6 TO B-PAC-KEY-NUMBER
                 DISPLAY 'PACLOOK: WALKING BY NEWVALS KEY -- AREA'
              WHEN PARAMETER-KEY-SPEC
                 MOVE 1 TO B-PAC-KEY-NUMBER
                 DISPLAY 'PACLOOK: WALKING BY ALTERNATE KEY -- SPEC'
              WHEN OTHER
                 MOVE 0 TO B-PAC-KEY-NUMBER
           END-EVALUATE.
           MOVE B-PAC-KEY-NUMBER TO WALK-FIELD.
           IF NOT PARAMETER-KEY-SERIAL
              AND NOT PARAMETER-NO-KEY-VALUE
              SET KEY-VALUE-WALK TO TRUE
              MOVE PARAMETER-KEY-VALUE TO WALK-KEY-VALUE
              DISPLAY 'PACLOOK: KEY VALUE ' WALK-KEY-VALUE ' ONLY'.

           IF NOT PARAMETER-KEY-SERIAL
              MOVE LOW-VALUES TO B-PAC-KEY-BUFFER
              IF KEY-VALUE-WALK
                 MOVE WALK-KEY-VALUE TO B-PAC-KEY-BUFFER
              END-IF
           ELSE
              IF RESUME-FROM-CHECKPOINT
                 MOVE CKPT-SERIAL TO B-PAC-KEY-SERIAL
             by reference B-PAC-POSITION,
                PAC-RECORD, B-PAC-LENGTH, B-PAC-KEY-BUFFER, 
                by value B-PAC-KEY-NUMBER.
      *      A YEAR FILE BUILT BEFORE KEYS 4/5/6 EXISTED ANSWERS
      *      STATUS 6 (INVALID KEY NUMBER).  THE RUN STILL GOES
      *      AHEAD AS A SERIAL WALK, FILTERED ON WALK-FIELD, UNTIL
      *      PACRIDX HAS BEEN RUN OVER THE YEAR.
           IF RETURN-CODE = 6
              AND B-PAC-KEY-NUMBER > 3
              DISPLAY 'PACLOOK: ' B-PAC-NAME ' HAS NO NEWVALS KEYS'
                  ' -- WALKING BY SERIAL (RUN PACRIDX)'
              MOVE 0 TO B-PAC-KEY-NUMBER
              MOVE LOW-VALUES TO B-PAC-KEY-BUFFER
              CALL WINAPI  'BTRV'  USING by value B-GET-GREATER,
                by reference B-PAC-POSITION,
                   PAC-RECORD, B-PAC-LENGTH, B-PAC-KEY-BUFFER,
                   by value B-PAC-KEY-NUMBER.
           IF RETURN-CODE NOT = ZERO  AND NOT = 9
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
                  PARAMETER-END-SERIAL
              GO TO PROCESS-EXIT.

      *      ON ITS OWN KEY THE WALK IS OVER AT THE FIRST RECORD PAST
      *      THE VALUE; ON THE SERIAL FALLBACK IT JUST SKIPS THE REST.
           IF KEY-VALUE-WALK
              PERFORM SET-RECORD-KEY-VALUE
              IF RECORD-KEY-VALUE NOT = WALK-KEY-VALUE
                 IF B-PAC-KEY-NUMBER > 0
                    DISPLAY 'PACLOOK: REACHED END OF KEY VALUE '
                        WALK-KEY-VALUE
                    GO TO PROCESS-EXIT
                 ELSE
                    GO TO GET-ANOTHER.

      *      RESTATED BEFORE ANY TEST ON ITS CONTENTS, SINCE AN
      *      ADJUSTMENT CAN VOID OR RE-INSTATE THE RECORD.
           IF PARAMETER-AS-RESTATED
              PERFORM RESTATE-RECORD.
           IF PAC-REC-VOIDED
              AND NOT PARAMETER-INCLUDE-VOIDED
              GO TO GET-ANOTHER.
              MOVE PAC-SPEC       TO RPT-D-SPEC
              MOVE PAC-GEAR       TO RPT-D-GEAR
              MOVE PAC-AREA       TO RPT-D-AREA.
           IF PARAMETER-AS-RESTATED
              AND ADJQ-RESULT = 'Y'
              AND RPT-D-FLAG = SPACES
              MOVE '*RESTATED' TO RPT-D-FLAG.
           MOVE RPT-DETAIL-LINE TO RPT-LINE-WORK
           PERFORM WRITE-RPT-LINE.
           IF PARAMETER-CODES-NEW

       PROCESS-EXIT. EXIT.

      *      THE RESTATED RUN'S REPORT, SUMMARY INTERFACE AND
      *      CHECKPOINT ALL GO TO .rst NAMES, SO NEITHER THE
      *      CERTIFIED REPORT NOR THE MEMBER SYSTEM'S PICKUP FILE IS
      *      TOUCHED, AND A CERTIFIED RUN NEVER RESUMES FROM A
      *      RESTATED CHECKPOINT.  THE RUN IS BOOKED IN PACHIST AS
      *      PACLOOKR SO NOTHING TAKES ITS FIGURES FOR A CERTIFIED
      *      SWEEP'S.
       SET-RESTATED-NAMES.
           INSPECT WS-RPT-NAME  REPLACING FIRST '.rpt' BY '.rst'.
           INSPECT WS-SUM-NAME  REPLACING FIRST '.dat' BY '.rst'.
           INSPECT WS-CKPT-NAME REPLACING FIRST '.dat' BY '.rst'.
           MOVE 'PACLOOKR' TO HIST-PROGRAM.
           DISPLAY 'PACLOOK: AS RESTATED -- REPORT GOES TO '
               WS-RPT-NAME.

       LOAD-ADJUSTMENTS.
           MOVE 'L' TO ADJQ-REQUEST.
           MOVE TARGET-CCYY-DISPLAY TO ADJQ-CCYY.
           MOVE PARAMETER-REGION    TO ADJQ-REGION.
           CALL 'PACADJQ' USING ADJQ-PARM PAC-RECORD.
           IF ADJQ-RESULT = 'F'
              DISPLAY 'PACLOOK: ADJUSTMENT LEDGER TOO LARGE TO LOAD'
                  ' -- RUN ABANDONED'
              SET PARAMETER-OPEN-FAILED TO TRUE
           ELSE
              DISPLAY 'PACLOOK: ' ADJQ-APPROVED
                  ' APPROVED ADJUSTMENT(S) LOADED'.

       RESTATE-RECORD.
           MOVE 'A' TO ADJQ-REQUEST.
           CALL 'PACADJQ' USING ADJQ-PARM PAC-RECORD.
           IF ADJQ-RESULT = 'Y'
              ADD 1 TO RESTATED-RECORDS.
           ADD ADJQ-APPLIED TO RESTATED-APPLIED.
           ADD ADJQ-STALE   TO RESTATED-STALE.

       SET-RECORD-KEY-VALUE.
           MOVE SPACES TO RECORD-KEY-VALUE.
           EVALUATE WALK-FIELD
              WHEN 1
                 MOVE PAC-SPEC     TO RECORD-KEY-VALUE
              WHEN 2
                 MOVE PAC-GEAR     TO RECORD-KEY-VALUE
              WHEN 3
                 MOVE PAC-AREA     TO RECORD-KEY-VALUE
              WHEN 4
                 MOVE PAC-NEW-SPEC TO RECORD-KEY-VALUE
              WHEN 5
                 MOVE PAC-NEW-GEAR TO RECORD-KEY-VALUE
              WHEN 6
                 MOVE PAC-NEW-AREA TO RECORD-KEY-VALUE
           END-EVALUATE.

      *      A RECORD COVERS THE AS-OF DATE UNLESS ITS EFFECTIVE
      *      DATE IS AFTER IT OR ITS EXPIRY DATE IS BEFORE IT.  A
      *      ZERO OR SPACE DATE LEAVES THAT END OF THE RANGE OPEN.
