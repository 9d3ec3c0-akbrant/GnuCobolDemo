           FROM ITS PENDING BEFORE-IMAGE IS REFUSED AND REPORTED,
           NOT OVERWRITTEN.  EVERY APPLIED UPDATE IS JOURNALLED
           THROUGH PACJRNL UNDER THE COMMITTING OPERATOR.
           THE EDIT PASS ALSO HOLDS EACH ROW'S SPEC/GEAR/AREA
           COMBINATION, ORIGINAL AND NEWVALS, TO THE pacrules.dat
           RULES THROUGH PACRULQ; A PROHIBITED OR UNPERMITTED ROW IS
           REJECTED ON THE REVIEW REPORT AND NEVER REACHES THE
           PENDING FILE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. COMPAQ-DESKPRO-286.
           88  FIELD-IS-VALID            VALUE 'Y'.
           88  FIELD-IS-INVALID          VALUE 'N'.

      *      CODE-COMBINATION QUERY (PACRULQ HAS NO SEPARATE COPYBOOK
      *      FOR ITS PARAMETER) -- THE SAME RULES PACEDIT SWEEPS BY.
       01  RULQ-PARM.
           05  RULQ-REQUEST        PIC X(01).
           05  RULQ-SPEC           PIC X(01).
           05  RULQ-GEAR           PIC X(02).
           05  RULQ-AREA           PIC X(01).
           05  RULQ-NEW-SPEC       PIC X(02).
           05  RULQ-NEW-GEAR       PIC X(02).
           05  RULQ-NEW-AREA       PIC X(02).
           05  RULQ-DATE           PIC 9(08).
           05  RULQ-RESULT         PIC X(01).
               88  RULQ-LEGAL            VALUE 'L'.
               88  RULQ-PROHIBITED       VALUE 'X'.
               88  RULQ-UNLISTED         VALUE 'U'.
           05  RULQ-SCHEME         PIC X(01).
           05  RULQ-RULE           PIC 9(04).
           05  RULQ-DESC           PIC X(20).
           05  RULQ-RULE-COUNT     PIC 9(04).

      *      BEFORE-IMAGE AND PACJRNL CALL PARAMETER, THE SAME
      *      ARRANGEMENT PACMAINT CARRIES (PACJRNL HAS NO SEPARATE
      *      COPYBOOK FOR IT).
              MOVE 'UNMATCHED ' TO CU-TAG
              GO TO EDIT-ONE-ROW-EXIT.

      *      EACH CODE GOOD ON ITS OWN IS NOT ENOUGH -- THE ROW'S
      *      COMBINATION, IN BOTH SCHEMES, MUST PASS pacrules.dat.
           MOVE 'C'          TO RULQ-REQUEST.
           MOVE ROW-SPEC     TO RULQ-SPEC.
           MOVE ROW-GEAR     TO RULQ-GEAR.
           MOVE ROW-AREA     TO RULQ-AREA.
           MOVE ROW-NEW-SPEC TO RULQ-NEW-SPEC.
           MOVE ROW-NEW-GEAR TO RULQ-NEW-GEAR.
           MOVE ROW-NEW-AREA TO RULQ-NEW-AREA.
           IF ROW-NEW-SPEC = ZEROS
              MOVE SPACES TO RULQ-NEW-SPEC.
           IF PAC-EFF-DATE NUMERIC AND PAC-EFF-DATE > 0
              MOVE PAC-EFF-DATE TO RULQ-DATE
           ELSE
              MOVE YEAR-END-CCYYMMDD TO RULQ-DATE.
           CALL 'PACRULQ' USING RULQ-PARM.
           IF NOT RULQ-LEGAL
              ADD 1 TO REJECTED-COUNT
              MOVE ROW-SERIAL TO CU-SERIAL
              MOVE ROW-SEQ    TO CU-SEQ
              MOVE 'REJECTED ' TO CU-TAG
              IF RULQ-PROHIBITED
                 MOVE 'PROHIBITED COMBINATION' TO CU-REASON
              ELSE
                 MOVE 'NOT A PERMITTED COMBO' TO CU-REASON
              END-IF
              WRITE CSVIN-RPT-RECORD FROM CSVIN-UNMATCHED-LINE
              MOVE 'UNMATCHED ' TO CU-TAG
              GO TO EDIT-ONE-ROW-EXIT.

           MOVE PAC-RECORD TO SAVE-PAC-RECORD.
           PERFORM FORMAT-BEFORE-CODES.
           MOVE ROW-SPEC     TO PAC-SPEC.
