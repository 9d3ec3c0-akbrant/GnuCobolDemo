           THE SUITE ASKS PACCLSQ BEFORE TOUCHING A YEAR AND
           REFUSES A CLOSED ONE, SO "HAS 2021 MOVED SINCE IT
           CLOSED" IS ANSWERED BY THE CATALOG, NOT BY TRUST.
           THE CATALOG LINES AND THE SEAL LINE CARRY HASH-CHAIN
           LINKS (PACCHAIN), AND A CLOSE RUNS PACCHNV OVER THE YEAR'S
           JOURNAL, pacerr.jnl AND BOTH CATALOGS BEFORE IT SEALS
           ANYTHING: A BROKEN CHAIN ANYWHERE LEAVES THE YEAR OPEN.
           MODE 'R' IS THE DELIBERATE REOPEN FOR A TRULY REQUIRED
           CORRECTION: IT APPENDS A LOGGED REOPEN LINE CARRYING THE
           OPERATOR WHO CHOSE IT -- THE CLOSE LINE STAYS IN THE
           CATALOG FOR THE AUDITOR TO SEE.  CLOSE THE YEAR AGAIN
           WHEN THE CORRECTION IS DONE.  A REOPEN ALSO NEEDS A SECOND
           OPERATOR (PACAUTH): RUN WITHOUT AN AUTHORIZATION NUMBER IT
           ONLY RAISES A REQUEST, WITH CLOSE-REASON, AND STOPS; ONCE
           A SUPERVISOR OTHER THAN THE REQUESTER HAS APPROVED IT,
           THE SAME OPERATOR RUNS THE REOPEN AGAIN WITH THE NUMBER.
           THE NUMBER, BOTH OPERATORS AND THE REASON GO ON THE
           REOPENED YEAR'S JOURNAL AS ITS FIRST LINE AFTER THE SEAL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. COMPAQ-DESKPRO-286.
       FD  CLOSE-RPT-FILE.
       01  CLOSE-RPT-RECORD            PIC X(80).
       FD  CLOSE-JRN-FILE.
       01  CLOSE-JRN-RECORD.
           05  CLOSE-JRN-DATA          PIC X(255).
           05  FILLER                  PIC X(01).
           05  CLOSE-JRN-CHAIN         PIC X(09).
       FD  CLOSE-WRK-FILE.
       01  CLOSE-WRK-RECORD            PIC X(265).
*      WORKING-STORAGE SECTION.
       01  B-OPEN         PIC 9(4) BINARY VALUE 0.
       01  B-CLOSE        PIC 9(4) BINARY VALUE 1.
           05  SL-CHECKSUM        PIC 9(09).
           05  FILLER             PIC X(229) VALUE SPACES.

      *      HASH-CHAIN LINK FOR EACH LINE APPENDED TO THE CATALOG OR
      *      THE JOURNAL (PACCHAIN HAS NO SEPARATE COPYBOOK FOR ITS
      *      PARAMETER).  UNSEAL-CHAIN-COUNT AND -VALUE FOLLOW THE
      *      LAST CHAINED LINE KEPT WHEN A REOPEN STRIPS THE SEAL, SO
      *      THE JOURNAL'S CHAIN HEAD CAN BE SET BACK TO MATCH.
       01  CHAIN-PARM.
           05  CHN-REQUEST            PIC X(01).
           05  CHN-FILE-NAME          PIC X(32).
           05  CHN-LENGTH             PIC 9(03).
           05  CHN-LINE               PIC X(255).
           05  CHN-VALUE              PIC 9(09).
           05  CHN-COUNT              PIC 9(08).
           05  CHN-RESULT             PIC X(01).
       01  UNSEAL-CHAIN-COUNT     PIC 9(08) VALUE 0.
       01  UNSEAL-CHAIN-VALUE     PIC 9(09) VALUE 0.

      *      HASH-CHAIN VERIFIER RUN BEFORE A YEAR IS CERTIFIED
      *      (PACCHNV HAS NO SEPARATE COPYBOOK FOR ITS PARAMETER).
       01  CHNV-PARM.
           05  CHNV-START-CCYY        PIC 9(04).
           05  CHNV-END-CCYY          PIC 9(04).
           05  CHNV-REGION            PIC X(02).
           05  CHNV-RESULT            PIC X(01).
               88  CHNV-ALL-WHOLE           VALUE 'G'.
               88  CHNV-CHAIN-BROKEN        VALUE 'B'.
           05  CHNV-FILES             PIC 9(04).
           05  CHNV-BROKEN            PIC 9(04).

      *      CLOSE-STATE QUERY (PACCLSQ HAS NO SEPARATE COPYBOOK
      *      FOR ITS PARAMETER).
       01  CLSQ-PARM.
               88  CLSQ-IS-CLOSED        VALUE 'C'.
               88  CLSQ-IS-OPEN          VALUE 'O'.

      *      DUAL AUTHORIZATION FOR A REOPEN (PACAUTH HAS NO SEPARATE
      *      COPYBOOK FOR ITS PARAMETER).  THE YEAR AND REGION ARE
      *      THE WHOLE TARGET.
       01  AUTH-PARM.
           05  AUTH-REQUEST        PIC X(01).
           05  AUTH-OPERATION      PIC X(08) VALUE 'REOPEN'.
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

      *      COPIES OF THE SWEEP PROGRAMS' LINKAGE PARAMETER LAYOUTS
      *      (NEITHER HAS A SEPARATE COPYBOOK FOR ITS PARAMETER).
       01  EDIT-PARM.
      *      FILE SET (pacCCYY.btr); OTHERWISE QUALIFIES EVERY
      *      PER-YEAR FILE NAME THE RUN TOUCHES.
           05  CLOSE-REGION        PIC X(02).
      *      REOPEN ONLY -- WHY THE YEAR IS BEING REOPENED (ON THE
      *      REQUEST), AND THE APPROVED AUTHORIZATION NUMBER -- ZERO
      *      RAISES THE REQUEST AND STOPS.
           05  CLOSE-REASON        PIC X(30).
           05  CLOSE-AUTH-NUMBER   PIC 9(05).

       PROCEDURE DIVISION USING CLOSE-PARM.
       A000-BEGIN.
              DISPLAY 'PACCLOSE: YEAR NOT CLOSED'
              GO TO DONE.

      *      A YEAR IS NOT CERTIFIED ON TOP OF A JOURNAL OR CATALOG
      *      SOMEONE HAS EDITED BEHIND THE SUITE'S BACK -- PACCHNV
      *      WALKS EVERY HASH CHAIN THE CLOSE RESTS ON FIRST.
           MOVE CLOSE-CCYY   TO CHNV-START-CCYY.
           MOVE CLOSE-CCYY   TO CHNV-END-CCYY.
           MOVE CLOSE-REGION TO CHNV-REGION.
           CALL 'PACCHNV' USING CHNV-PARM.
           IF CHNV-CHAIN-BROKEN
              DISPLAY '*****************************************'
              DISPLAY 'PACCLOSE: HASH CHAIN BROKEN IN ' CHNV-BROKEN
                  ' FILE(S) -- A JOURNAL OR CATALOG HAS BEEN CHANGED'
                  ' OUTSIDE THE SUITE'
              DISPLAY 'PACCLOSE: SEE THE PACCHNV REPORT -- NOTHING'
                  ' CAN BE CERTIFIED UNTIL IT IS EXPLAINED'
              DISPLAY '*****************************************'
              DISPLAY 'PACCLOSE: YEAR NOT CLOSED'
              SET JOB-HAS-FAILED TO TRUE
              GO TO DONE.

           PERFORM SEAL-JOURNAL THRU SEAL-JOURNAL-EXIT.
           PERFORM APPEND-CATALOG-LINE.
           PERFORM WRITE-CERTIFICATION.
                  ' IS NOT CLOSED -- NOTHING TO REOPEN'
              SET JOB-HAS-FAILED TO TRUE
              GO TO DO-REOPEN-EXIT.
           PERFORM GET-AUTHORIZATION THRU GET-AUTHORIZATION-EXIT.
           IF AUTHORIZATION-NOT-GRANTED
              SET JOB-HAS-FAILED TO TRUE
              GO TO DO-REOPEN-EXIT.
           MOVE 0 TO CNT.
           MOVE 0 TO CHECK-ACCUM.
           MOVE 0 TO JSEAL-COUNT.
           MOVE 0 TO JSEAL-ACCUM.
           PERFORM UNSEAL-JOURNAL THRU UNSEAL-JOURNAL-EXIT.
           PERFORM APPEND-CATALOG-LINE.
      *      THE YEAR IS OPEN AGAIN NOW, SO ITS JOURNAL TAKES LINES.
           MOVE 'J' TO AUTH-REQUEST.
           CALL 'PACAUTH' USING AUTH-PARM.
           DISPLAY 'PACCLOSE: YEAR ' TARGET-CCYY-DISPLAY
               ' REOPENED BY ' CLOSE-OPERATOR ', APPROVED BY '
               AUTH-APPROVER ' UNDER AUTHORIZATION ' AUTH-NUMBER.
           DISPLAY 'PACCLOSE: CLOSE IT AGAIN WHEN THE CORRECTION IS'
               ' DONE'.
       DO-REOPEN-EXIT. EXIT.

      *      NO NUMBER: RAISE THE REQUEST AND STOP.  A NUMBER: IT
      *      MUST BE APPROVED, UNUSED, IN TIME, THIS OPERATOR'S OWN
      *      AND FOR THIS YEAR AND REGION, OR THE YEAR STAYS CLOSED.
       GET-AUTHORIZATION.
           SET AUTHORIZATION-NOT-GRANTED TO TRUE.
           MOVE CLOSE-CCYY        TO AUTH-CCYY.
           MOVE CLOSE-REGION      TO AUTH-REGION.
           MOVE CLOSE-OPERATOR    TO AUTH-OPERATOR.
           MOVE CLOSE-AUTH-NUMBER TO AUTH-NUMBER.
           IF CLOSE-AUTH-NUMBER = 0
              MOVE 'R' TO AUTH-REQUEST
              MOVE CLOSE-REASON TO AUTH-REASON
              CALL 'PACAUTH' USING AUTH-PARM
              IF AUTH-DONE
                 DISPLAY 'PACCLOSE: YEAR ' TARGET-CCYY-DISPLAY
                     ' NOT REOPENED YET -- RUN AGAIN WITH'
                     ' AUTHORIZATION ' AUTH-NUMBER
                     ' ONCE A SUPERVISOR HAS APPROVED IT'
              END-IF
              GO TO GET-AUTHORIZATION-EXIT.
           MOVE 'U' TO AUTH-REQUEST.
           CALL 'PACAUTH' USING AUTH-PARM.
           IF AUTH-DONE
              SET AUTHORIZATION-GRANTED TO TRUE.
       GET-AUTHORIZATION-EXIT. EXIT.

       COUNT-AND-CHECKSUM.
           MOVE -2 TO B-PAC-KEY-NUMBER.
           CALL WINAPI 'BTRV' USING by value B-OPEN,
           MOVE CLOSE-OPERATOR TO CLS-OPERATOR.
           MOVE JSEAL-COUNT    TO CLS-JRN-COUNT.
           MOVE JSEAL-ACCUM    TO CLS-JRN-CHECKSUM.
           MOVE 'L'              TO CHN-REQUEST.
           MOVE WS-CAT-NAME      TO CHN-FILE-NAME.
           MOVE 65               TO CHN-LENGTH.
           MOVE CLOSE-CAT-RECORD TO CHN-LINE.
           CALL 'PACCHAIN' USING CHAIN-PARM.
           MOVE CHN-VALUE        TO CLS-CHAIN.
           WRITE CLOSE-CAT-RECORD.
           CLOSE CLOSE-CAT-FILE.

               TO CRT-TEXT-LINE.
           MOVE CRT-TEXT-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE 'JOURNAL AND CATALOG HASH CHAINS WHOLE (PACCHNV)'
               TO CRT-TEXT-LINE.
           MOVE CRT-TEXT-LINE TO RPT-LINE-WORK.
           PERFORM WRITE-RPT-LINE.
           MOVE RUN-CCYYMMDD TO CC-DATE.
           MOVE CLOSE-OPERATOR TO CC-OPERATOR.
           MOVE CRT-CLOSED-LINE TO RPT-LINE-WORK.
           OPEN EXTEND CLOSE-JRN-FILE.
           MOVE JSEAL-COUNT TO SL-COUNT.
           MOVE JSEAL-ACCUM TO SL-CHECKSUM.
           MOVE SPACES            TO CLOSE-JRN-RECORD.
           MOVE SEAL-TRAILER-LINE TO CLOSE-JRN-DATA.
           MOVE 'L'               TO CHN-REQUEST.
           MOVE WS-JRN-NAME       TO CHN-FILE-NAME.
           MOVE 255               TO CHN-LENGTH.
           MOVE CLOSE-JRN-DATA    TO CHN-LINE.
           CALL 'PACCHAIN' USING CHAIN-PARM.
           MOVE CHN-VALUE         TO CLOSE-JRN-CHAIN.
           WRITE CLOSE-JRN-RECORD.
           CLOSE CLOSE-JRN-FILE.
           DISPLAY 'PACCLOSE: ' WS-JRN-NAME ' SEALED -- '
               JSEAL-COUNT ' LINE(S), CHECKSUM ' SL-CHECKSUM.
      *      A REOPEN STRIPS THE SEAL TRAILER (THROUGH A WORK FILE,
      *      SINCE A LINE-SEQUENTIAL FILE CANNOT BE SHORTENED IN
      *      PLACE) SO THE CORRECTION'S JOURNAL LINES DO NOT LAND
      *      AFTER A TRAILER AND BREAK THE RECLOSE'S SEAL.  THE SEAL
      *      LINE IS THE LAST LINK IN THE JOURNAL'S HASH CHAIN, SO
      *      THE CHAIN HEAD IS SET BACK TO THE LAST CHAINED LINE
      *      KEPT (ZERO WHEN NONE IS).
       UNSEAL-JOURNAL.
           MOVE SPACES TO WS-JRN-NAME.
           STRING 'jrn' DELIMITED BY SIZE
           OPEN INPUT CLOSE-JRN-FILE.
           IF JRN-FILE-STATUS NOT = '00'
              GO TO UNSEAL-JOURNAL-EXIT.
           MOVE 0 TO UNSEAL-CHAIN-COUNT.
           MOVE 0 TO UNSEAL-CHAIN-VALUE.
           OPEN OUTPUT CLOSE-WRK-FILE.
           PERFORM STRIP-ONE-JOURNAL-LINE THRU
               STRIP-ONE-JOURNAL-LINE-EXIT UNTIL JRN-AT-EOF.
           CLOSE CLOSE-WRK-FILE.
           CLOSE CLOSE-JRN-FILE.

           PERFORM COPY-BACK-JOURNAL-LINE UNTIL JRN-AT-EOF.
           CLOSE CLOSE-JRN-FILE.
           CLOSE CLOSE-WRK-FILE.
           MOVE 'S'                TO CHN-REQUEST.
           MOVE WS-JRN-NAME        TO CHN-FILE-NAME.
           MOVE UNSEAL-CHAIN-COUNT TO CHN-COUNT.
           MOVE UNSEAL-CHAIN-VALUE TO CHN-VALUE.
           CALL 'PACCHAIN' USING CHAIN-PARM.
           DISPLAY 'PACCLOSE: SEAL STRIPPED FROM ' WS-JRN-NAME.
       UNSEAL-JOURNAL-EXIT. EXIT.

                  GO TO STRIP-ONE-JOURNAL-LINE-EXIT.
           IF CLOSE-JRN-RECORD (1:9) = '*SEALED* '
              GO TO STRIP-ONE-JOURNAL-LINE-EXIT.
           IF CLOSE-JRN-CHAIN IS NUMERIC
              ADD 1 TO UNSEAL-CHAIN-COUNT
              MOVE CLOSE-JRN-CHAIN TO UNSEAL-CHAIN-VALUE.
           WRITE CLOSE-WRK-RECORD FROM CLOSE-JRN-RECORD.
       STRIP-ONE-JOURNAL-LINE-EXIT. EXIT.

