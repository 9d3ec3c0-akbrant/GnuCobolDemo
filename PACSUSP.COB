           AFTER THE AGE LIMIT GOES ONTO THE pacCCYY.sxr EXCEPTION
           REPORT FOR FOLLOW-UP AND LEAVES THE QUEUE.  EVERYTHING
           ELSE STAYS QUEUED FOR THE NEXT NIGHT.
           A CHANGE PACMAINT, PACLOAD OR PACCARRY HELD BACK FOR WANT
           OF QUOTA (SUS-REASON 'Q') NEEDS NO MEMBER CHECK; IT IS
           SIMPLY DRIVEN THROUGH PACMAINT AGAIN -- AS AN INSERT OR AN
           UPDATE, WHICHEVER WAS HELD -- AND GOES ON FILE ONCE A
           VOID OR DELETE HAS FREED ROOM IN ITS CELL.  ONE STILL
           OVER STAYS QUEUED (PACMAINT'S FRESH SUSPENSE LINE FOR IT
           IS OVERWRITTEN WHEN THE QUEUE IS REWRITTEN HERE) AND AGES
           OUT ONTO THE SAME EXCEPTION REPORT.  A MEMBER ENTRY THAT
           FINDS ITS MEMBER BUT NOT ITS QUOTA BECOMES A QUOTA ENTRY.
           AN ENTRY PACMAINT NOW REFUSES BECAUSE THE MEMBER IS UNDER
           A SANCTION OR DECEASED HOLD (pachold.dat) LEAVES THE QUEUE
           AT ONCE AND GOES ONTO THE EXCEPTION REPORT -- RETRYING IT
           NIGHTLY CANNOT HELP UNTIL SOMEONE LIFTS THE HOLD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. COMPAQ-DESKPRO-286.
       FILE SECTION.
       FD  SUSP-SUS-FILE.
       01  SUSP-SUS-RECORD.
           COPY 'PACSUS.COB'.
       FD  SUSP-RPT-FILE.
       01  SUSP-RPT-RECORD             PIC X(80).
*      WORKING-STORAGE SECTION.
       01  KEPT-COUNT            PIC 9(03) VALUE 0.
       01  APPLIED-COUNT         PIC 9(03) VALUE 0.
       01  AGED-COUNT            PIC 9(03) VALUE 0.
       01  HELD-COUNT            PIC 9(03) VALUE 0.
       01  SUS-TABLE.
           05  SUS-ENTRY OCCURS 200 TIMES
                   INDEXED BY SUS-IDX.
               10  SE-IMAGE          PIC X(122).
               10  SE-KEEP-SW        PIC X(01).
       01  SE-WORK-LINE.
           05  SW-RECORD-IMAGE    PIC X(103).
           05  SW-OPERATOR        PIC X(08).
           05  FILLER             PIC X(01).
           05  SW-DATE            PIC 9(06).
           05  FILLER             PIC X(01).
           05  SW-REASON          PIC X(01).
               88  SW-FOR-QUOTA          VALUE 'Q'.
           05  SW-OPERATION       PIC X(01).
               88  SW-IS-UPDATE          VALUE 'U'.

       01  WORK-VALUE            PIC 9(07)V99 VALUE 0.
       01  WORK-VALUE-X REDEFINES WORK-VALUE PIC X(09).
           05  LOCAL-MAINT-REGION      PIC X(02) VALUE SPACES.
           05  LOCAL-MAINT-RESULT      PIC X(01) VALUE SPACE.
               88  LOCAL-MAINT-GOOD          VALUE 'G'.
               88  LOCAL-MAINT-SUSPENDED     VALUE 'Q'.
               88  LOCAL-MAINT-HELD          VALUE 'H'.
           05  LOCAL-MAINT-AGENT       PIC X(05) VALUE SPACES.
           05  LOCAL-MAINT-QUOTE-NO    PIC 9(06) VALUE 0.
           05  LOCAL-MAINT-NEW-SPEC    PIC X(02) VALUE SPACES.
           05  LOCAL-MAINT-NEW-GEAR    PIC X(02) VALUE SPACES.
           05  LOCAL-MAINT-NEW-AREA    PIC X(02) VALUE SPACES.

       01  SUSP-EXC-HEADER       PIC X(80) VALUE
           'PAC SUSPENSE AGED-OUT EXCEPTIONS'.
           05  SX-DATE            PIC 9(06).
           05  FILLER             PIC X(05) VALUE ' AGE '.
           05  SX-AGE             PIC ZZZZ9.
           05  SX-TEXT            PIC X(39).
       01  SX-MEMBER-TEXT         PIC X(39) VALUE
           ' -- MEMBER NEVER APPEARED, FOLLOW UP'.
       01  SX-QUOTA-TEXT          PIC X(39) VALUE
           ' -- QUOTA NEVER FREED, FOLLOW UP'.
       01  SX-HOLD-TEXT           PIC X(39) VALUE
           ' -- MEMBER ON HOLD, INSERT REFUSED'.

      *      RUN-HISTORY HOOK -- SEE PACHIST.
       01  HIST-PARM.
              MOVE 'FAILED' TO HIST-STATUS.
           CALL 'PACHIST' USING HIST-PARM.
           DISPLAY 'PACSUSP: ' APPLIED-COUNT ' APPLIED, '
               AGED-COUNT ' AGED OUT, ' HELD-COUNT ' ON HOLD, '
               KEPT-COUNT
               ' STILL WAITING ON ' WS-SUS-NAME.
           GOBACK.

           SET SUS-IDX TO SUS-SCAN.
           MOVE SE-IMAGE (SUS-IDX) TO SE-WORK-LINE.

           IF SW-FOR-QUOTA
              PERFORM APPLY-ONE-INSERT THRU APPLY-ONE-INSERT-EXIT
              IF LOCAL-MAINT-SUSPENDED
                 GO TO AGE-ONE-ENTRY
              ELSE
                 GO TO RETRY-ONE-ENTRY-EXIT.

           PERFORM LOOKUP-MEMBER THRU LOOKUP-MEMBER-EXIT.
           IF MEMBER-IS-FOUND
              PERFORM APPLY-ONE-INSERT THRU APPLY-ONE-INSERT-EXIT
              GO TO RETRY-ONE-ENTRY-EXIT.

      *      STILL NO MEMBER (OR NO QUOTA) -- AGE IT, AND AFTER THE
      *      LIMIT SEND IT TO FOLLOW-UP INSTEAD OF LETTING THE QUEUE
      *      FOSSILIZE.
       AGE-ONE-ENTRY.
           COMPUTE CNV-CCYYMMDD = 20000000 + SW-DATE.
           PERFORM DATE-TO-DAY-NUMBER.
           MOVE CNV-DAY-NUMBER TO ENTRY-DAYS.
              MOVE SW-OPERATOR TO SX-OPERATOR
              MOVE SW-DATE     TO SX-DATE
              MOVE AGE-DAYS    TO SX-AGE
              IF SW-FOR-QUOTA
                 MOVE SX-QUOTA-TEXT TO SX-TEXT
              ELSE
                 MOVE SX-MEMBER-TEXT TO SX-TEXT
              END-IF
              WRITE SUSP-RPT-RECORD FROM SUSP-EXC-LINE.
       RETRY-ONE-ENTRY-EXIT. EXIT.

      *      THE MEMBER TURNED UP (OR THE ENTRY WAITS ON QUOTA):
      *      DRIVE THE HELD CHANGE THROUGH PACMAINT SO EVERYTHING
      *      HAPPENS THE NORMAL WAY, WITH THE ORIGINAL OPERATOR ON
      *      THE JOURNAL LINE.  A HELD UPDATE CARRIES THE AGENT AS
      *      IT WAS TO END UP, SO A BLANK ONE THERE MEANS "NONE" AND
      *      GOES TO PACMAINT AS '*'.
       APPLY-ONE-INSERT.
           IF SW-IS-UPDATE
              MOVE 'U' TO LOCAL-MAINT-OPERATION
           ELSE
              MOVE 'I' TO LOCAL-MAINT-OPERATION.
           MOVE SUSP-CCYY TO LOCAL-MAINT-CCYY.
           MOVE SW-RECORD-IMAGE (1:5)  TO LOCAL-MAINT-SERIAL.
           MOVE SW-RECORD-IMAGE (6:3)  TO LOCAL-MAINT-SEQ.
           MOVE SW-RECORD-IMAGE (9:1)  TO LOCAL-MAINT-SPEC.
           MOVE SW-RECORD-IMAGE (10:2) TO LOCAL-MAINT-GEAR.
           MOVE SW-RECORD-IMAGE (12:1) TO LOCAL-MAINT-AREA.
           MOVE SW-RECORD-IMAGE (13:2) TO LOCAL-MAINT-NEW-SPEC.
           MOVE SW-RECORD-IMAGE (15:2) TO LOCAL-MAINT-NEW-GEAR.
           MOVE SW-RECORD-IMAGE (17:2) TO LOCAL-MAINT-NEW-AREA.
           MOVE SW-RECORD-IMAGE (19:5) TO LOCAL-MAINT-QTY.
           MOVE SW-RECORD-IMAGE (24:9) TO WORK-VALUE-X.
           MOVE WORK-VALUE TO LOCAL-MAINT-VALUE.
           MOVE 'N' TO LOCAL-MAINT-OVERRIDE.
           MOVE SW-OPERATOR TO LOCAL-MAINT-OPERATOR.
           MOVE SUSP-REGION TO LOCAL-MAINT-REGION.
           MOVE SW-RECORD-IMAGE (50:5) TO LOCAL-MAINT-AGENT.
           IF SW-IS-UPDATE AND LOCAL-MAINT-AGENT = SPACES
              MOVE '*' TO LOCAL-MAINT-AGENT.
           IF SW-RECORD-IMAGE (55:6) NUMERIC
              MOVE SW-RECORD-IMAGE (55:6) TO LOCAL-MAINT-QUOTE-NO
           ELSE
              MOVE 0 TO LOCAL-MAINT-QUOTE-NO.
           MOVE SPACE TO LOCAL-MAINT-RESULT.
           CALL 'PACMAINT' USING LOCAL-MAINT-PARM.
           IF LOCAL-MAINT-GOOD
              ADD 1 TO APPLIED-COUNT
              SET SUS-IDX TO SUS-SCAN
              MOVE 'N' TO SE-KEEP-SW (SUS-IDX)
           ELSE IF LOCAL-MAINT-SUSPENDED
              MOVE 'Q' TO SW-REASON
              SET SUS-IDX TO SUS-SCAN
              MOVE SE-WORK-LINE TO SE-IMAGE (SUS-IDX)
              DISPLAY 'PACSUSP: ' SW-RECORD-IMAGE (1:8)
                  ' STILL OVER QUOTA -- LEFT ON THE QUEUE'
           ELSE IF LOCAL-MAINT-HELD
              PERFORM DROP-HELD-ENTRY
           ELSE
              DISPLAY 'PACSUSP: RETRY FAILED FOR '
                  SW-RECORD-IMAGE (1:8) ' -- LEFT ON THE QUEUE'
              SET JOB-HAS-FAILED TO TRUE.
       APPLY-ONE-INSERT-EXIT. EXIT.

      *      THE MEMBER IS UNDER A REFUSING HOLD -- OFF THE QUEUE AND
      *      ONTO THE EXCEPTION REPORT, WHATEVER ITS AGE.
       DROP-HELD-ENTRY.
           ADD 1 TO HELD-COUNT.
           SET SUS-IDX TO SUS-SCAN.
           MOVE 'N' TO SE-KEEP-SW (SUS-IDX).
           COMPUTE CNV-CCYYMMDD = 20000000 + SW-DATE.
           PERFORM DATE-TO-DAY-NUMBER.
           MOVE CNV-DAY-NUMBER TO ENTRY-DAYS.
           COMPUTE AGE-DAYS = TODAY-DAYS - ENTRY-DAYS.
           MOVE SW-RECORD-IMAGE (1:5) TO SX-SERIAL.
           MOVE SW-RECORD-IMAGE (6:3) TO SX-SEQ.
           MOVE SW-OPERATOR  TO SX-OPERATOR.
           MOVE SW-DATE      TO SX-DATE.
           MOVE AGE-DAYS     TO SX-AGE.
           MOVE SX-HOLD-TEXT TO SX-TEXT.
           WRITE SUSP-RPT-RECORD FROM SUSP-EXC-LINE.

       LOOKUP-MEMBER.
           SET MEMBER-IS-NOT-FOUND TO TRUE.
           IF MEMBER-FILE-CLOSED
