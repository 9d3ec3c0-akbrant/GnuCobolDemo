           MONTHLY "DATA QUALITY NUMBER" SHOWS WHETHER THE DATA IS
           ACTUALLY GETTING CLEANER.  A SWEEP WHOSE OUTPUT FILE IS
           MISSING IS REPORTED AS NOT RUN, NOT AS CLEAN.
           PACEDIT'S 'COMB' LINES (SPEC/GEAR/AREA COMBINATIONS THE
           pacrules.dat RULES DO NOT ALLOW) ARE COUNTED ON A LINE OF
           THEIR OWN, APART FROM THE BAD SINGLE CODES, AND GO INTO
           THE TOTAL AND THE OFFENDER ROLL-UP LIKE THE REST.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. COMPAQ-DESKPRO-286.
      *      IS KEPT AND THE PRIOR YEAR'S SET FILLED ONLY WHEN A
      *      COMPARISON YEAR WAS NAMED.
       01  CUR-EDIT-COUNT         PIC 9(06) VALUE 0.
       01  CUR-COMB-COUNT         PIC 9(06) VALUE 0.
       01  CUR-GAP-COUNT          PIC 9(06) VALUE 0.
       01  CUR-DUP-COUNT          PIC 9(06) VALUE 0.
       01  CUR-ORPH-COUNT         PIC 9(06) VALUE 0.
       01  CUR-TOTAL-COUNT        PIC 9(06) VALUE 0.
       01  CUR-MISSING            PIC X(03) VALUE SPACES.
       01  PRI-EDIT-COUNT         PIC 9(06) VALUE 0.
       01  PRI-COMB-COUNT         PIC 9(06) VALUE 0.
       01  PRI-GAP-COUNT          PIC 9(06) VALUE 0.
       01  PRI-DUP-COUNT          PIC 9(06) VALUE 0.
       01  PRI-ORPH-COUNT         PIC 9(06) VALUE 0.
           MOVE TARGET-CCYY-DISPLAY TO SCAN-CCYY.
           PERFORM SCAN-ONE-YEAR THRU SCAN-ONE-YEAR-EXIT.
           COMPUTE CUR-TOTAL-COUNT = CUR-EDIT-COUNT + CUR-GAP-COUNT
               + CUR-DUP-COUNT + CUR-ORPH-COUNT + CUR-COMB-COUNT.

           IF PRIOR-CCYY-DISPLAY > 0
              SET SCANNING-PRIOR TO TRUE
              MOVE PRIOR-CCYY-DISPLAY TO SCAN-CCYY
              PERFORM SCAN-ONE-YEAR THRU SCAN-ONE-YEAR-EXIT
              COMPUTE PRI-TOTAL-COUNT = PRI-EDIT-COUNT
                  + PRI-GAP-COUNT + PRI-DUP-COUNT + PRI-ORPH-COUNT
                  + PRI-COMB-COUNT.

           PERFORM PRINT-SCORECARD.
           PERFORM WRITE-END-LINE.
              PERFORM COUNT-EDIT-EXCEPTION
              GO TO CLASSIFY-ONE-LINE-EXIT.

           IF SWEEP-IDX = 1
              AND SCOR-IN-RECORD (12:4) = 'COMB'
              MOVE SCOR-IN-RECORD (1:5) TO WORK-SERIAL
              PERFORM COUNT-COMB-EXCEPTION
              GO TO CLASSIFY-ONE-LINE-EXIT.

           IF SWEEP-IDX = 2
              AND SCOR-IN-RECORD (1:13) = 'GAP AT SERIAL'
              MOVE SCOR-IN-RECORD (18:5) TO WORK-SERIAL
           ELSE
              ADD 1 TO PRI-EDIT-COUNT.

       COUNT-COMB-EXCEPTION.
           IF SCANNING-CURRENT
              ADD 1 TO CUR-COMB-COUNT
              PERFORM ACCUM-OFFENDER
           ELSE
              ADD 1 TO PRI-COMB-COUNT.

       COUNT-GAP-EXCEPTION.
           IF SCANNING-CURRENT
              ADD 1 TO CUR-GAP-COUNT
           MOVE CUR-EDIT-COUNT TO ST-COUNT.
           MOVE SCOR-TYPE-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE 'ILLEGAL COMBOS (PACEDIT)' TO ST-LABEL.
           MOVE CUR-COMB-COUNT TO ST-COUNT.
           MOVE SCOR-TYPE-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE 'SEQ GAPS (PACAUDIT)     ' TO ST-LABEL.
           MOVE CUR-GAP-COUNT TO ST-COUNT.
           MOVE SCOR-TYPE-LINE TO RPT-LINE-WORK.
           MOVE CUR-EDIT-COUNT TO SP-CURRENT.
           MOVE SCOR-COMP-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE 'ILLEGAL COMBOS (PACEDIT)' TO SP-LABEL.
           MOVE PRI-COMB-COUNT TO SP-PRIOR.
           MOVE CUR-COMB-COUNT TO SP-CURRENT.
           MOVE SCOR-COMP-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE 'SEQ GAPS (PACAUDIT)     ' TO SP-LABEL.
           MOVE PRI-GAP-COUNT TO SP-PRIOR.
           MOVE CUR-GAP-COUNT TO SP-CURRENT.
