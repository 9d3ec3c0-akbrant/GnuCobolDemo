           PARTIAL BATCHES CANNOT SLIP THROUGH: THE FILE MUST END
           WITH A 'T' TRAILER WHOSE COUNT MATCHES THE TRANSACTIONS
           READ, CHECKED IN A PRE-PASS BEFORE ANYTHING IS APPLIED.
           A TRANSACTION PACMAINT HOLDS BACK FOR WANT OF QUOTA
           HEADROOM IS REPORTED AS SUSPENDED RATHER THAN REFUSED --
           IT IS WAITING IN susCCYY.dat FOR PACSUSP, NOT LOST.
           ONE PACMAINT REFUSES BECAUSE THE MEMBER IS UNDER A
           SANCTION OR DECEASED HOLD IS REPORTED WITH THAT REASON.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. COMPAQ-DESKPRO-286.
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

       01  TRAN-HEADER-LINE      PIC X(80) VALUE
           'PAC BATCH TRANSACTION REPORT'.
           MOVE 'N'           TO LOCAL-MAINT-OVERRIDE.
           MOVE TRN-OPERATOR  TO LOCAL-MAINT-OPERATOR.
           MOVE TRAN-REGION   TO LOCAL-MAINT-REGION.
           MOVE SPACES        TO LOCAL-MAINT-AGENT.
           MOVE 0             TO LOCAL-MAINT-QUOTE-NO.
           MOVE SPACES        TO LOCAL-MAINT-NEW-SPEC.
           MOVE SPACES        TO LOCAL-MAINT-NEW-GEAR.
           MOVE SPACES        TO LOCAL-MAINT-NEW-AREA.
           MOVE SPACE         TO LOCAL-MAINT-RESULT.
           CALL 'PACMAINT' USING LOCAL-MAINT-PARM.

              MOVE LOCAL-MAINT-SEQ TO TD-SEQ
              MOVE TRN-OPERATOR TO TD-OPERATOR
              WRITE TRAN-RPT-RECORD FROM TRAN-DETAIL-LINE
           ELSE IF LOCAL-MAINT-SUSPENDED
              MOVE 'SUSPENDED -- OVER QUOTA' TO REJECT-REASON-WORK
              PERFORM WRITE-REJECT-LINE
           ELSE IF LOCAL-MAINT-HELD
              MOVE 'REFUSED -- MEMBER HOLD' TO REJECT-REASON-WORK
              PERFORM WRITE-REJECT-LINE
           ELSE
              MOVE 'REFUSED BY PACMAINT' TO REJECT-REASON-WORK
              PERFORM WRITE-REJECT-LINE.
