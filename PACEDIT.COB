           SERIAL+SEQ THAT CARRIES A BLANK OR UNRECOGNIZED CODE.  A
           BAD CODE FROM THE SOURCE FEED USED TO ONLY TURN UP IF
           SOMEONE HAPPENED TO EYEBALL PROCESSIT'S DISPLAY OUTPUT.
           A RECORD WHOSE PAC-EFF-DATE/PAC-EXP-DATE RANGE MISSES
           EVERY OPEN SEASON FOR ITS SPEC AND AREA (pacseasn.dat,
           ASKED THROUGH PACSEAQ) IS FLAGGED AS FIELD 'SEAS' WITH
           THE SPEC AND AREA AS ITS VALUE.
           A RECORD WHOSE SPEC/GEAR/AREA COMBINATION -- ORIGINAL
           CODES, OR THE NEWVALS CODES ONCE PACCONV HAS SET THEM --
           THE pacrules.dat RULES PROHIBIT OR LEAVE OFF THE SPEC'S
           PERMITTED LIST (ASKED THROUGH PACRULQ) IS FLAGGED AS
           FIELD 'COMB', WITH THE CODES AND THE RULE THAT CAUGHT IT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. COMPAQ-DESKPRO-286.
               10  CODES-FROM      PIC 9(08).
               10  CODES-TO        PIC 9(08).
               10  CODES-NEW       PIC X(02).
      *      OPEN-SEASON QUERY (PACSEAQ HAS NO SEPARATE COPYBOOK FOR
      *      ITS PARAMETER).
       01  SEAQ-PARM.
           05  SEAQ-REQUEST        PIC X(01).
           05  SEAQ-SPEC           PIC X(01).
           05  SEAQ-AREA           PIC X(01).
           05  SEAQ-EFF-DATE       PIC 9(08).
           05  SEAQ-EXP-DATE       PIC 9(08).
           05  SEAQ-RESULT         PIC X(01).
               88  SEAQ-NO-SEASON        VALUE 'N'.
               88  SEAQ-IN-SEASON        VALUE 'I'.
               88  SEAQ-OUT-OF-SEASON    VALUE 'O'.
           05  SEAQ-WINDOW         PIC 9(04).
           05  SEAQ-WINDOW-COUNT   PIC 9(04).
           05  SEAQ-OPEN           PIC 9(08).
           05  SEAQ-CLOSE          PIC 9(08).
           05  SEAQ-NAME           PIC X(20).
      *      CODE-COMBINATION QUERY (PACRULQ HAS NO SEPARATE COPYBOOK
      *      FOR ITS PARAMETER).
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
       01  EXT-SET                 PIC X(04) VALUE SPACES.
       01  EXT-CODE                PIC X(02) VALUE SPACES.
       01  EXT-SCAN                PIC 9(03) VALUE 0.
           05  FILLER             PIC X(10) VALUE '  VALUE-- '.
           05  EE-VALUE           PIC X(02).
           05  FILLER             PIC X(51) VALUE SPACES.
      *      A 'COMB' EXCEPTION KEEPS THE SAME COLUMNS, SO PACSCOR
      *      READS IT LIKE THE OTHERS; ITS VALUE IS THE SCHEME THAT
      *      FAILED ('O' ORIGINAL, 'N' NEWVALS) AND 'X' PROHIBITED
      *      OR 'U' NOT ON THE SPEC'S PERMITTED LIST.
       01  EDIT-COMB-LINE.
           05  EC-SERIAL          PIC X(05).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  EC-SEQ             PIC 9(03).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(04) VALUE 'COMB'.
           05  FILLER             PIC X(10) VALUE '  VALUE-- '.
           05  EC-SCHEME          PIC X(01).
           05  EC-RESULT          PIC X(01).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  EC-SPEC            PIC X(02).
           05  FILLER             PIC X(01) VALUE '/'.
           05  EC-GEAR            PIC X(02).
           05  FILLER             PIC X(01) VALUE '/'.
           05  EC-AREA            PIC X(02).
           05  FILLER             PIC X(07) VALUE '  RULE '.
           05  EC-RULE            PIC 9(04).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  EC-DESC            PIC X(20).
           05  FILLER             PIC X(11) VALUE SPACES.
       01  EDIT-TRAILER-LINE.
           05  FILLER             PIC X(21) VALUE
               'RECORDS EXAMINED    '.
              MOVE PAC-AREA       TO EE-VALUE
              MOVE EDIT-EXCEPTION-LINE TO RPT-LINE-WORK
              PERFORM WRITE-RPT-LINE.
           MOVE 'C'          TO SEAQ-REQUEST.
           MOVE PAC-SPEC     TO SEAQ-SPEC.
           MOVE PAC-AREA     TO SEAQ-AREA.
           MOVE PAC-EFF-DATE TO SEAQ-EFF-DATE.
           MOVE PAC-EXP-DATE TO SEAQ-EXP-DATE.
           CALL 'PACSEAQ' USING SEAQ-PARM.
           IF SEAQ-OUT-OF-SEASON
              ADD 1 TO EXCEPTION-COUNT
              MOVE PAC-KEY-SERIAL TO EE-SERIAL
              MOVE PAC-KEY-SEQ    TO EE-SEQ
              MOVE 'SEAS'         TO EE-FIELD
              MOVE PAC-SPEC       TO EE-VALUE (1:1)
              MOVE PAC-AREA       TO EE-VALUE (2:1)
              MOVE EDIT-EXCEPTION-LINE TO RPT-LINE-WORK
              PERFORM WRITE-RPT-LINE.
           MOVE 'C'             TO RULQ-REQUEST.
           MOVE PAC-SPEC        TO RULQ-SPEC.
           MOVE PAC-GEAR        TO RULQ-GEAR.
           MOVE PAC-AREA        TO RULQ-AREA.
           MOVE PAC-NEW-SPEC    TO RULQ-NEW-SPEC.
           MOVE PAC-NEW-GEAR    TO RULQ-NEW-GEAR.
           MOVE PAC-NEW-AREA    TO RULQ-NEW-AREA.
           IF PAC-NEW-SPEC = ZEROS
              MOVE SPACES TO RULQ-NEW-SPEC.
           MOVE VALIDATION-DATE TO RULQ-DATE.
           CALL 'PACRULQ' USING RULQ-PARM.
           IF NOT RULQ-LEGAL
              ADD 1 TO EXCEPTION-COUNT
              MOVE PAC-KEY-SERIAL TO EC-SERIAL
              MOVE PAC-KEY-SEQ    TO EC-SEQ
              MOVE RULQ-SCHEME    TO EC-SCHEME
              MOVE RULQ-RESULT    TO EC-RESULT
              MOVE RULQ-RULE      TO EC-RULE
              MOVE RULQ-DESC      TO EC-DESC
              PERFORM FORMAT-COMB-CODES
              MOVE EDIT-COMB-LINE TO RPT-LINE-WORK
              PERFORM WRITE-RPT-LINE.

       FORMAT-COMB-CODES.
           IF RULQ-SCHEME = 'N'
              MOVE PAC-NEW-SPEC TO EC-SPEC
              MOVE PAC-NEW-GEAR TO EC-GEAR
              MOVE PAC-NEW-AREA TO EC-AREA
           ELSE
              MOVE SPACES   TO EC-SPEC
              MOVE PAC-SPEC TO EC-SPEC
              MOVE PAC-GEAR TO EC-GEAR
              MOVE SPACES   TO EC-AREA
              MOVE PAC-AREA TO EC-AREA.

      *      A CODE IS GOOD WHEN ITS SET AND VALUE MATCH AND THE
      *      RECORD'S VALIDATION DATE FALLS INSIDE ITS VALID-FROM/
      *      VALID-TO WINDOW (A ZERO DATE LEAVES THAT END OPEN) --
