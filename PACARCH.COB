           FILE NAME, AND DATE TO THE pacarch.cat CATALOG (SEE
           PACARC.COB).  A YEAR WHOSE EXPORT CANNOT BE VERIFIED IS
           LEFT IN PLACE, EXPORT AND ALL, FOR SOMEONE TO LOOK AT.
           EACH CATALOG LINE CARRIES ITS HASH-CHAIN LINK (ARC-CHAIN,
           FROM PACCHAIN) FOR PACCHNV TO WALK.
           A PURGE NEEDS A SECOND OPERATOR (PACAUTH): RUN WITHOUT AN
           AUTHORIZATION NUMBER IT ONLY RAISES A REQUEST FOR THE
           CUTOFF, WITH ARCH-REASON, AND STOPS; ONCE A SUPERVISOR
           OTHER THAN THE REQUESTER HAS APPROVED IT, THE SAME
           OPERATOR RUNS IT AGAIN WITH THE NUMBER AND IT GOES AHEAD
           ONCE.  THE NUMBER, BOTH OPERATORS AND THE REASON GO ON
           THE JOURNAL OF EVERY YEAR RETIRED; A CLOSED YEAR'S
           JOURNAL IS SEALED, AND FOR THAT YEAR pacauth.log IS THE
           RECORD.  EACH YEAR IS WORKED UNDER ITS PACLOCK RUN TOKEN,
           AND A BUSY YEAR IS LEFT IN PLACE AND SAID SO.  THE
           APPROVAL IS USED UP ONLY WHEN THE FIRST YEAR HAS BEEN
           EXPORTED AND VERIFIED AND IS ABOUT TO BE DELETED; A RUN
           THAT RETIRES NOTHING LEAVES IT GOOD FOR THE NEXT ATTEMPT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. COMPAQ-DESKPRO-286.
       01  ARCHIVE-DATE          PIC 9(06) VALUE 0.
       01  DELETE-STATUS         PIC 9(4) BINARY VALUE 0.

      *      HASH-CHAIN LINK FOR THE CATALOG LINE ABOUT TO BE
      *      APPENDED (PACCHAIN HAS NO SEPARATE COPYBOOK FOR ITS
      *      PARAMETER).
       01  CHAIN-PARM.
           05  CHN-REQUEST            PIC X(01).
           05  CHN-FILE-NAME          PIC X(32).
           05  CHN-LENGTH             PIC 9(03).
           05  CHN-LINE               PIC X(255).
           05  CHN-VALUE              PIC 9(09).
           05  CHN-COUNT              PIC 9(08).
           05  CHN-RESULT             PIC X(01).

      *      THE SUITE'S FIRST YEAR ON FILE -- THE SAME 2013 FLOOR
      *      PACLOOK FALLS BACK TO WHEN IT IS GIVEN NO YEAR.
       01  FIRST-PAC-CCYY        PIC 9(04) VALUE 2013.
               10  HIST-START-HUNDREDTH PIC S9(2) BINARY.
               10  FILLER               PIC X(1).

      *      SUITE-WIDE RUN TOKEN (PACLOCK HAS NO SEPARATE COPYBOOK
      *      FOR ITS PARAMETER).  TAKEN PER YEAR BEFORE ITS FILE
      *      OPENS, RELEASED WHEN THE YEAR IS DONE; A BUSY YEAR IS
      *      SKIPPED AND SAID SO.
       01  LOCK-PARM.
           05  LOCK-REQUEST        PIC X(01).
           05  LOCK-RESULT         PIC X(01).
               88  LOCK-GRANTED          VALUE 'G'.
               88  LOCK-BUSY             VALUE 'B'.
           05  LOCK-PROGRAM        PIC X(08) VALUE 'PACARCH'.
           05  LOCK-CCYY           PIC 9(04).
           05  LOCK-REGION         PIC X(02).
           05  LOCK-HOLDER         PIC X(08).
           05  LOCK-SINCE          PIC 9(06).
           05  LOCK-START-TIME     PIC 9(06).
       01  LOCK-HELD-SW            PIC X VALUE 'N'.
           88  RUN-TOKEN-HELD            VALUE 'Y'.
           88  RUN-TOKEN-NOT-HELD        VALUE 'N'.

      *      DUAL AUTHORIZATION (PACAUTH HAS NO SEPARATE COPYBOOK FOR
      *      ITS PARAMETER).  THE CUTOFF YEAR AND REGION ARE THE
      *      WHOLE TARGET.
       01  AUTH-PARM.
           05  AUTH-REQUEST        PIC X(01).
           05  AUTH-OPERATION      PIC X(08) VALUE 'PURGE'.
           05  AUTH-CCYY           PIC 9(04).
           05  AUTH-REGION         PIC X(02).
           05  AUTH-TARGET         PIC X(24) VALUE SPACES.
           05  AUTH-OPERATOR       PIC X(08).
           05  AUTH-REASON         PIC X(30).
           05  AUTH-NUMBER         PIC 9(05).
           05  AUTH-REQUESTED-BY   PIC X(08).
           05  AUTH-APPROVER       PIC X(08).
           05  AUTH-RESULT         PIC X(01).
               88  AUTH-DONE             VALUE 'G'.
               88  AUTH-REFUSED          VALUE 'F'.
       01  AUTHORIZATION-SW        PIC X VALUE 'N'.
           88  AUTHORIZATION-GRANTED     VALUE 'Y'.
           88  AUTHORIZATION-NOT-GRANTED VALUE 'N'.
           88  AUTHORIZATION-REFUSED     VALUE 'F'.

       LINKAGE SECTION.
       01  ARCH-PARM.
           05  ARCH-CUTOFF-CCYY    PIC 9(04).
      *      FILE SET (pacCCYY.btr); OTHERWISE QUALIFIES EVERY
      *      PER-YEAR FILE NAME THE RUN TOUCHES.
           05  ARCH-REGION        PIC X(02).
      *      SIGNED-ON OPERATOR, WHY THE YEARS ARE BEING PURGED (ON
      *      THE REQUEST), AND THE APPROVED AUTHORIZATION NUMBER --
      *      ZERO RAISES THE REQUEST AND STOPS.
           05  ARCH-OPERATOR      PIC X(08).
           05  ARCH-REASON        PIC X(30).
           05  ARCH-AUTH-NUMBER   PIC 9(05).
       PROCEDURE DIVISION USING ARCH-PARM.
       A000-BEGIN.
           ACCEPT ARCHIVE-DATE FROM DATE.
           CALL 'DOS_GET_TIME' USING HIST-START-STAMP.

      *      WITHOUT A NUMBER THE REQUEST IS RAISED NOW AND THE RUN
      *      STOPS.  WITH ONE, THE APPROVAL IS USED UP ONLY WHEN THE
      *      FIRST YEAR IS READY TO BE DELETED -- NOT BEFORE.
           IF ARCH-AUTH-NUMBER = 0
              PERFORM GET-AUTHORIZATION THRU GET-AUTHORIZATION-EXIT
              SET JOB-HAS-FAILED TO TRUE
              GO TO DONE.

           DISPLAY 'PACARCH: RETIRING PAC YEARS ' FIRST-PAC-CCYY
               ' THROUGH ' ARCH-CUTOFF-CCYY.

           MOVE FIRST-PAC-CCYY TO WS-YEAR.
           PERFORM ARCHIVE-ONE-YEAR THRU ARCHIVE-ONE-YEAR-EXIT
               UNTIL WS-YEAR > ARCH-CUTOFF-CCYY
                  OR AUTHORIZATION-REFUSED.

           DISPLAY 'PACARCH: ' ARCHIVED-COUNT ' YEAR(S) ARCHIVED -- '
               'CATALOGUED IN ' WS-CAT-NAME.

       DONE.
           MOVE ARCH-CUTOFF-CCYY TO HIST-CCYY.
           MOVE ARCHIVED-COUNT   TO HIST-RECORDS.
           IF JOB-HAS-FAILED
                  '.dat' DELIMITED BY SIZE
                  INTO WS-EXP-NAME.

           PERFORM TAKE-RUN-TOKEN THRU TAKE-RUN-TOKEN-EXIT.
           IF RUN-TOKEN-NOT-HELD
              SET JOB-HAS-FAILED TO TRUE
              GO TO ARCHIVE-YEAR-NEXT.

           MOVE -2 TO B-PAC-KEY-NUMBER.
           CALL WINAPI 'BTRV' USING by value B-OPEN,
             by reference B-PAC-POSITION,
              SET JOB-HAS-FAILED TO TRUE
              GO TO ARCHIVE-YEAR-NEXT.

           IF AUTHORIZATION-NOT-GRANTED
              PERFORM GET-AUTHORIZATION THRU GET-AUTHORIZATION-EXIT.
           IF AUTHORIZATION-REFUSED
              CALL 'CBL_DELETE_FILE' USING WS-EXP-NAME
                  RETURNING DELETE-STATUS
              DISPLAY 'PACARCH: ' B-PAC-NAME ' LEFT IN PLACE -- '
                  'AUTHORIZATION REFUSED'
              SET JOB-HAS-FAILED TO TRUE
              GO TO ARCHIVE-YEAR-NEXT.

           CALL 'CBL_DELETE_FILE' USING B-PAC-NAME
               RETURNING DELETE-STATUS.
           IF DELETE-STATUS NOT = ZERO
              GO TO ARCHIVE-YEAR-NEXT.

           PERFORM WRITE-CATALOG-ENTRY.
           MOVE 'J' TO AUTH-REQUEST.
           MOVE WS-YEAR TO AUTH-CCYY.
           CALL 'PACAUTH' USING AUTH-PARM.
           ADD 1 TO ARCHIVED-COUNT.
           DISPLAY 'PACARCH: ' B-PAC-NAME ' RETIRED -- '
               EXPORT-COUNT ' RECORD(S) IN ' WS-EXP-NAME.

       ARCHIVE-YEAR-NEXT.
           PERFORM DROP-RUN-TOKEN.
           ADD 1 TO WS-YEAR.
       ARCHIVE-ONE-YEAR-EXIT. EXIT.

      *      NO NUMBER: RAISE THE REQUEST AND STOP.  A NUMBER: IT
      *      MUST BE APPROVED, UNUSED, IN TIME, THIS OPERATOR'S OWN
      *      AND FOR THIS CUTOFF AND REGION, OR NOTHING IS RETIRED.
       GET-AUTHORIZATION.
           SET AUTHORIZATION-NOT-GRANTED TO TRUE.
           MOVE ARCH-CUTOFF-CCYY TO AUTH-CCYY.
           MOVE ARCH-REGION      TO AUTH-REGION.
           MOVE ARCH-OPERATOR    TO AUTH-OPERATOR.
           MOVE ARCH-AUTH-NUMBER TO AUTH-NUMBER.
           IF ARCH-AUTH-NUMBER = 0
              MOVE 'R' TO AUTH-REQUEST
              MOVE ARCH-REASON TO AUTH-REASON
              CALL 'PACAUTH' USING AUTH-PARM
              IF AUTH-DONE
                 DISPLAY 'PACARCH: NOTHING RETIRED YET -- RUN AGAIN'
                     ' WITH AUTHORIZATION ' AUTH-NUMBER
                     ' ONCE A SUPERVISOR HAS APPROVED IT'
              END-IF
              GO TO GET-AUTHORIZATION-EXIT.
           MOVE 'U' TO AUTH-REQUEST.
           CALL 'PACAUTH' USING AUTH-PARM.
           IF AUTH-DONE
              SET AUTHORIZATION-GRANTED TO TRUE
              DISPLAY 'PACARCH: AUTHORIZATION ' AUTH-NUMBER
                  ' -- REQUESTED BY ' AUTH-REQUESTED-BY
                  ', APPROVED BY ' AUTH-APPROVER
           ELSE
              SET AUTHORIZATION-REFUSED TO TRUE.
       GET-AUTHORIZATION-EXIT. EXIT.

       TAKE-RUN-TOKEN.
           MOVE 'T' TO LOCK-REQUEST.
           MOVE WS-YEAR     TO LOCK-CCYY.
           MOVE ARCH-REGION TO LOCK-REGION.
           COMPUTE LOCK-START-TIME =
               HIST-START-HOUR * 10000 + HIST-START-MINUTE * 100
                   + HIST-START-SECOND.
           CALL 'PACLOCK' USING LOCK-PARM.
           IF LOCK-BUSY
              DISPLAY 'PACARCH: YEAR ' WS-YEAR
                  ' BUSY WITH ' LOCK-HOLDER ' SINCE ' LOCK-SINCE
                  ' -- YEAR LEFT IN PLACE'
           ELSE
              SET RUN-TOKEN-HELD TO TRUE.
       TAKE-RUN-TOKEN-EXIT. EXIT.

       DROP-RUN-TOKEN.
           IF RUN-TOKEN-HELD
              MOVE 'R' TO LOCK-REQUEST
              CALL 'PACLOCK' USING LOCK-PARM
              SET RUN-TOKEN-NOT-HELD TO TRUE.

       VERIFY-EXPORT.
           OPEN INPUT ARCH-EXP-FILE.
           PERFORM COUNT-EXPORT-RECORD
           MOVE WS-EXP-NAME  TO ARC-EXPORT-NAME.
           MOVE ARCHIVE-DATE TO ARC-DATE.
           MOVE 'A'          TO ARC-ACTION.
           MOVE 'L'          TO CHN-REQUEST.
           MOVE WS-CAT-NAME  TO CHN-FILE-NAME.
           MOVE 58           TO CHN-LENGTH.
           MOVE ARCH-CAT-RECORD TO CHN-LINE.
           CALL 'PACCHAIN' USING CHAIN-PARM.
           MOVE CHN-VALUE    TO ARC-CHAIN.
           WRITE ARCH-CAT-RECORD.
           CLOSE ARCH-CAT-FILE.

