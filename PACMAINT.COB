           SUSPENSE FILE, AND THE NIGHTLY PACSUSP STEP RETRIES EACH
           ENTRY ONCE THE MEMBER SYSTEM CATCHES UP -- THE DRAWER OF
           PAPERWORK THE OPERATORS USED TO KEEP, MADE A FILE.
           A VOID, OR AN UPDATE THAT BRINGS AN ACTIVE RECORD'S
           PAC-EXP-DATE FORWARD, HANDS THE RECORD AS IT STOOD BEFORE
           TO PACRFND, WHICH WORKS OUT THE PRO-RATA REFUND OF THE
           UNUSED TERM AND RAISES THE CREDIT NOTE (OR HOLDS IT FOR A
           SUPERVISOR).  A REINSTATE DOES NOT TAKE A CREDIT NOTE
           BACK -- THAT IS A NEW INVOICE, NOT A FILE CHANGE.
           AN INSERT OR UPDATE MAY NAME THE AGENT ACTING FOR THE
           MEMBER; THE CODE MUST BE LIVE ON THE pacagent.dat
           REGISTER (ASKED THROUGH PACAGTQ) OR THE OPERATION IS
           REFUSED.  AN UPDATE WITH NO AGENT KEEPS THE ONE ON FILE,
           SO OLDER CALLERS THAT KNOW NOTHING OF AGENTS CANNOT
           STRIP THEM; '*' TAKES THE AGENT OFF.
           EVERY QUANTITY PUT ON FILE IS WEIGHED AGAINST THE
           REGULATOR'S QUOTA FOR ITS AREA/SPEC CELL (pacquota.dat,
           ASKED THROUGH PACQTAQ).  NEAR THE LIMIT THE OPERATION
           GOES AHEAD WITH A WARNING; AN INSERT OR UPDATE THAT
           WOULD TAKE THE CELL OVER IS REFUSED AND CAPTURED TO
           susCCYY.dat WITH REASON 'Q', SO PACSUSP CAN RETRY IT WHEN
           A VOID OR DELETE FREES ROOM.  A REINSTATE THAT WOULD GO
           OVER IS SIMPLY REFUSED -- THE RECORD IS ALREADY ON FILE,
           VOIDED, AND STAYS THAT WAY UNTIL THERE IS ROOM.  DELETES,
           VOIDS AND SHRINKING UPDATES GIVE THEIR QUANTITY BACK.
           AN INSERT OR UPDATE WHOSE PAC-EFF-DATE/PAC-EXP-DATE RANGE
           MISSES EVERY OPEN SEASON FOR ITS SPEC AND AREA
           (pacseasn.dat, ASKED THROUGH PACSEAQ) GOES AHEAD WITH A
           WARNING -- PACEDIT FLAGS IT ON THE NEXT SWEEP.
           AN INSERT OR UPDATE WHOSE SPEC/GEAR/AREA COMBINATION THE
           RULES IN pacrules.dat (ASKED THROUGH PACRULQ) PROHIBIT, OR
           LEAVE OFF THE SPEC'S PERMITTED LIST, IS REFUSED OUTRIGHT
           -- IT NEEDS A CORRECTION, NOT A RETRY, SO NOTHING GOES TO
           SUSPENSE.
           A VOID OR DELETE CANCELS THE RECORD'S OUTSTANDING
           REGISTRATION CERTIFICATE ON THE crtCCYY.dat REGISTER
           (THROUGH PACCERT), SO THE NUMBER CANNOT BE PRODUCED AS
           GOOD ONCE THE REGISTRATION IS GONE.  A REINSTATE GETS A
           FRESH CERTIFICATE FROM THE NEXT PACCERT PRINT RUN.
           AN INSERT, A REINSTATE, OR AN UPDATE THAT GROWS AN ACTIVE
           RECORD'S QUANTITY IS CHECKED AGAINST THE MEMBER HOLDS IN
           pachold.dat (ASKED THROUGH PACHLDQ).  A SANCTION OR
           DECEASED HOLD IN FORCE REFUSES IT OUTRIGHT WITH RESULT
           'H' -- NOTHING GOES TO SUSPENSE, SINCE ONLY LIFTING THE
           HOLD CAN CLEAR IT; A DISPUTE OR WATCH HOLD LETS IT GO
           AHEAD WITH A WARNING.
           AN INSERT MAY CARRY THE NUMBER OF THE FEE QUOTATION THE
           PROSPECT WAS GIVEN (pacquote.dat, ASKED THROUGH PACQUOQ).
           A NUMBER NOT ON THE REGISTER, OR ONE ALREADY TAKEN UP BY
           ANOTHER REGISTRATION, IS REFUSED BEFORE THE FILE IS
           TOUCHED; A LAPSED QUOTE, OR ONE FOR DIFFERENT CODES OR
           QUANTITY, GOES AHEAD WITH A WARNING.  THE NUMBER RIDES ON
           THE RECORD (PAC-QUOTE-NO), INTO SUSPENSE WITH IT IF THE
           INSERT IS HELD, AND ONCE THE RECORD IS ON FILE THE
           CONVERSION IS LOGGED TO THE REGISTER.
           AN INSERT IS BUILT FROM A CLEARED RECORD AND MAY CARRY
           ITS NEWVALS CODES; PACSUSP PASSES THOSE OF A HELD INSERT
           SO A RETRIED RECORD GOES ON FILE AS ITS LOADER MADE IT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. COMPAQ-DESKPRO-286.
               FILE STATUS IS SUS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *      ONE SUSPENSE LINE PER INSERT THE MEMBER CHECK REFUSED,
      *      OR INSERT OR UPDATE THE QUOTA CHECK REFUSED.  WORKED OFF
      *      BY PACSUSP.
       FD  MAINT-SUS-FILE.
       01  MAINT-SUS-RECORD.
           COPY 'PACSUS.COB'.
*      WORKING-STORAGE SECTION.
       01  B-OPEN      PIC 9(4) BINARY VALUE 0.
       01  B-CLOSE     PIC 9(4) BINARY VALUE 1.
      *      INSERT, UPDATE, OR DELETE WRITES ONE JOURNAL ENTRY; A
      *      FAILED OPERATION CHANGED NOTHING AND JOURNALS NOTHING.
       01  SAVE-PAC-RECORD      PIC X(103) VALUE SPACES.
       01  SAVE-PAC-DATES REDEFINES SAVE-PAC-RECORD.
           05  FILLER               PIC X(32).
           05  SAVE-EFF-DATE        PIC 9(08).
           05  SAVE-EXP-DATE        PIC 9(08).
           05  FILLER               PIC X(55).
       01  SAVE-PAC-CELL REDEFINES SAVE-PAC-RECORD.
           05  FILLER               PIC X(08).
           05  SAVE-SPEC            PIC X(01).
           05  FILLER               PIC X(02).
           05  SAVE-AREA            PIC X(01).
           05  FILLER               PIC X(06).
           05  SAVE-QTY             PIC 9(05).
           05  FILLER               PIC X(25).
           05  SAVE-STATUS          PIC X(01).
               88  SAVE-WAS-ACTIVE       VALUES ARE SPACE 'A'.
           05  FILLER               PIC X(54).

      *      PRO-RATA REFUND HOOK (PACRFND HAS NO SEPARATE COPYBOOK
      *      FOR ITS PARAMETER).  RAISED ONLY AFTER THE CHANGE IS
      *      SAFELY ON FILE; THE RUN TOKEN IS ALREADY HELD HERE.
       01  RFND-PARM.
           05  RFND-MODE           PIC X(01) VALUE 'R'.
           05  RFND-CCYY           PIC 9(04).
           05  RFND-REASON         PIC X(01).
           05  RFND-BEFORE         PIC X(103).
           05  RFND-CUT-DATE       PIC 9(08).
           05  RFND-NOTE           PIC 9(06).
           05  RFND-AMOUNT         PIC 9(09)V99.
           05  RFND-RESULT         PIC X(01).
               88  RFND-CREDITED         VALUE 'G'.
               88  RFND-HELD             VALUE 'H'.
           05  RFND-OPERATOR       PIC X(08).
           05  RFND-REGION         PIC X(02).

      *      CERTIFICATE CANCELLATION HOOK (PACCERT HAS NO SEPARATE
      *      COPYBOOK FOR ITS PARAMETER).  MODE 'X' TAKES NO RUN
      *      TOKEN OF ITS OWN -- IT RUNS UNDER THE ONE HELD HERE.
       01  CERT-PARM.
           05  CERT-MODE           PIC X(01) VALUE 'X'.
           05  CERT-CCYY           PIC 9(04).
           05  CERT-SERIAL         PIC X(05).
           05  CERT-SEQ            PIC 9(03).
           05  CERT-OPERATOR       PIC X(08).
           05  CERT-NUMBER         PIC 9(06).
           05  CERT-RESULT         PIC X(01).
               88  CERT-WENT-GOOD        VALUE 'G'.
           05  CERT-REGION         PIC X(02).
       01  TODAY-YYMMDD          PIC 9(06) VALUE 0.

      *      LOCK-RETRY CONTROLS.  A FILE OR RECORD LOCKED (STATUS
      *      20) FROM A GUI USER SITTING ON A RECORD IS WAITED OUT
           88  RUN-TOKEN-HELD            VALUE 'Y'.
           88  RUN-TOKEN-NOT-HELD        VALUE 'N'.

      *      AGENT REGISTER QUERY (PACAGTQ HAS NO SEPARATE COPYBOOK
      *      FOR ITS PARAMETER).  ASKED BEFORE THE RUN TOKEN IS
      *      TAKEN -- A BAD CODE NEVER GETS AS FAR AS THE FILE.
       01  AGTQ-PARM.
           05  AGTQ-CODE           PIC X(05).
           05  AGTQ-RESULT         PIC X(01).
               88  AGTQ-IS-LIVE          VALUE 'L'.
               88  AGTQ-IS-RETIRED       VALUE 'R'.
               88  AGTQ-IS-UNKNOWN       VALUE 'U'.
           05  AGTQ-NAME           PIC X(30).
           05  AGTQ-CONTACT        PIC X(30).
           05  AGTQ-PHONE          PIC X(14).
           05  AGTQ-ADDRESS        PIC X(40).

      *      CODE-COMBINATION QUERY (PACRULQ HAS NO SEPARATE COPYBOOK
      *      FOR ITS PARAMETER).  ASKED BEFORE THE RUN TOKEN IS
      *      TAKEN, LIKE THE AGENT CHECK.
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

      *      QUOTA HEADROOM QUERY (PACQTAQ HAS NO SEPARATE COPYBOOK
      *      FOR ITS PARAMETER).  ITS TABLE LIVES FOR THE RUN UNIT,
      *      SO A SCREEN SESSION OR A PACTRAN BATCH SWEEPS THE YEAR
      *      ONCE AND EVERY CHANGE MADE HERE IS REPORTED BACK.
       01  QTAQ-PARM.
           05  QTAQ-REQUEST        PIC X(01).
           05  QTAQ-CCYY           PIC 9(04).
           05  QTAQ-AREA           PIC X(01).
           05  QTAQ-SPEC           PIC X(01).
           05  QTAQ-QTY            PIC S9(07).
           05  QTAQ-RESULT         PIC X(01).
               88  QTAQ-NO-QUOTA         VALUE 'N'.
               88  QTAQ-WITHIN           VALUE 'O'.
               88  QTAQ-NEAR-LIMIT       VALUE 'W'.
               88  QTAQ-OVER-LIMIT       VALUE 'X'.
           05  QTAQ-LIMIT          PIC 9(07).
           05  QTAQ-USED           PIC S9(09).
           05  QTAQ-REMAINING      PIC S9(09).
           05  QTAQ-REGION         PIC X(02).
       01  QUOTA-SW              PIC X VALUE 'Y'.
           88  QUOTA-ALLOWS             VALUE 'Y'.
           88  QUOTA-REFUSES            VALUE 'N'.
       01  QUOTA-INCREASE        PIC S9(07) VALUE 0.
       01  QUOTA-SHOW-QTY        PIC -(6)9.
       01  QUOTA-SHOW-LEFT       PIC -(8)9.
       01  QUOTA-SHOW-LIMIT      PIC Z(6)9.
      *      MEMBER HOLD QUERY (PACHLDQ HAS NO SEPARATE COPYBOOK FOR
      *      ITS PARAMETER).
       01  HLDQ-PARM.
           05  HLDQ-SERIAL         PIC X(05).
           05  HLDQ-AS-OF          PIC 9(08).
           05  HLDQ-RESULT         PIC X(01).
               88  HLDQ-REFUSES          VALUE 'R'.
               88  HLDQ-WARNS            VALUE 'W'.
               88  HLDQ-NONE             VALUE 'N'.
           05  HLDQ-NUMBER         PIC 9(05).
           05  HLDQ-TYPE           PIC X(01).
           05  HLDQ-REASON         PIC X(30).
           05  HLDQ-START          PIC 9(08).
           05  HLDQ-END            PIC 9(08).
           05  HLDQ-PLACED-BY      PIC X(08).
       01  HOLD-SW               PIC X VALUE 'Y'.
           88  HOLD-ALLOWS              VALUE 'Y'.
           88  HOLD-REFUSES             VALUE 'N'.
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
      *      FEE QUOTATION REGISTER QUERY (PACQUOQ HAS NO SEPARATE
      *      COPYBOOK FOR ITS PARAMETER).  ASKED BEFORE THE RUN TOKEN
      *      IS TAKEN, LIKE THE AGENT CHECK; TOLD OF THE CONVERSION
      *      ONCE THE INSERT HAS WORKED.
       01  QUOQ-PARM.
           05  QUOQ-REQUEST        PIC X(01).
           05  QUOQ-NUMBER         PIC 9(06).
           05  QUOQ-RESULT         PIC X(01).
               88  QUOQ-IS-OPEN          VALUE 'O'.
               88  QUOQ-IS-EXPIRED       VALUE 'E'.
               88  QUOQ-IS-CONVERTED     VALUE 'C'.
               88  QUOQ-IS-UNKNOWN       VALUE 'U'.
           05  QUOQ-DATE           PIC 9(08).
           05  QUOQ-VALID-TO       PIC 9(08).
           05  QUOQ-SPEC           PIC X(01).
           05  QUOQ-GEAR           PIC X(02).
           05  QUOQ-AREA           PIC X(01).
           05  QUOQ-QTY            PIC 9(05).
           05  QUOQ-START-DATE     PIC 9(08).
           05  QUOQ-FEE            PIC 9(07)V99.
           05  QUOQ-PROSPECT       PIC X(30).
           05  QUOQ-CCYY           PIC 9(04).
           05  QUOQ-REGION         PIC X(02).
           05  QUOQ-SERIAL         PIC X(05).
           05  QUOQ-SEQ            PIC 9(03).
           05  QUOQ-OPERATOR       PIC X(08).
       01  INSERT-QUOTE-NO       PIC 9(06) VALUE 0.
      *      WHY AND HOW THE SUSPENSE LINE BEING WRITTEN WAS HELD UP.
       01  SUSPEND-REASON        PIC X(01) VALUE SPACE.
       01  SUSPEND-OPERATION     PIC X(01) VALUE SPACE.
           88  SUSPENDING-UPDATE        VALUE 'U'.

       LINKAGE SECTION.
       01  MAINT-PARM.
           05  MAINT-OPERATION     PIC X(01).
      *      THE FILE THE WAY THE CALLER ASKED (A NO-CHANGE VOID OF
      *      AN ALREADY-VOIDED RECORD COUNTS), 'F' OTHERWISE, SO A
      *      DRIVING PROGRAM (PACSUSP, PACTRAN) DOES NOT HAVE TO
      *      SCREEN-SCRAPE THE CONSOLE.  'Q' IS A REFUSAL FOR WANT
      *      OF QUOTA THAT WENT TO SUSPENSE RATHER THAN BEING LOST.
      *      'H' IS A REFUSAL BECAUSE THE MEMBER IS UNDER A SANCTION
      *      OR DECEASED HOLD -- NOT WORTH RETRYING UNTIL IT IS LIFTED.
           05  MAINT-RESULT        PIC X(01).
               88  MAINT-WENT-GOOD       VALUE 'G'.
               88  MAINT-WENT-BAD        VALUE 'F'.
               88  MAINT-WENT-SUSPENDED  VALUE 'Q'.
               88  MAINT-WENT-HELD       VALUE 'H'.
      *      AGENT ACTING FOR THE MEMBER (PAC-AGENT).  ON AN INSERT,
      *      SPACES MEANS NO AGENT; ON AN UPDATE, SPACES KEEPS THE
      *      AGENT ON FILE AND '*' REMOVES IT.  IGNORED BY DELETE,
      *      VOID AND REINSTATE.
           05  MAINT-AGENT         PIC X(05).
               88  MAINT-AGENT-REMOVE    VALUE '*'.
      *      FEE QUOTATION NUMBER THE REGISTRATION IS TAKEN UP FROM
      *      (PAC-QUOTE-NO).  INSERT ONLY; ZERO MEANS NO QUOTE.
      *      IGNORED BY EVERY OTHER OPERATION.
           05  MAINT-QUOTE-NO      PIC 9(06).
      *      NEWVALS CODES (PAC-NEW-SPEC/GEAR/AREA) FOR THE RECORD
      *      BEING INSERTED -- A SUSPENDED INSERT RETRIED BY PACSUSP
      *      CARRIES THOSE ITS LOADER GAVE IT.  SPACES WHEN NOT
      *      SUPPLIED, LEAVING THEM FOR PACCONV.  INSERT ONLY; AN
      *      UPDATE KEEPS THE CODES ON FILE.
           05  MAINT-NEW-SPEC      PIC X(02).
           05  MAINT-NEW-GEAR      PIC X(02).
           05  MAINT-NEW-AREA      PIC X(02).
       PROCEDURE DIVISION USING MAINT-PARM.
       A000-BEGIN.
           SET MAINT-WENT-BAD TO TRUE.
                  ' BY ' MAINT-OPERATOR.
           MOVE MAINT-OPERATOR TO JRNL-OPERATOR.

           IF (MAINT-INSERT OR MAINT-UPDATE)
              AND MAINT-AGENT NOT = SPACES
              AND NOT MAINT-AGENT-REMOVE
              MOVE MAINT-AGENT TO AGTQ-CODE
              CALL 'PACAGTQ' USING AGTQ-PARM
              IF AGTQ-IS-RETIRED
                 DISPLAY 'PACMAINT: AGENT ' MAINT-AGENT ' ('
                     AGTQ-NAME ') IS RETIRED -- REFUSED'
                 GO TO DONE
              END-IF
              IF AGTQ-IS-UNKNOWN
                 DISPLAY 'PACMAINT: AGENT ' MAINT-AGENT
                     ' IS NOT ON THE AGENT REGISTER -- REFUSED'
                 GO TO DONE.

           MOVE 0 TO INSERT-QUOTE-NO.
           IF MAINT-INSERT
              AND MAINT-QUOTE-NO NUMERIC AND MAINT-QUOTE-NO > 0
              PERFORM CHECK-QUOTE THRU CHECK-QUOTE-EXIT
              IF INSERT-QUOTE-NO = 0
                 GO TO DONE.

      *      THE ORIGINAL CODES ARE THE ONES KEYED HERE; THE NEWVALS
      *      CODES ARE PACCONV'S TO DERIVE AND PACEDIT'S TO SWEEP.
           IF MAINT-INSERT OR MAINT-UPDATE
              MOVE 'C'        TO RULQ-REQUEST
              MOVE MAINT-SPEC TO RULQ-SPEC
              MOVE MAINT-GEAR TO RULQ-GEAR
              MOVE MAINT-AREA TO RULQ-AREA
              MOVE SPACES     TO RULQ-NEW-SPEC
              MOVE SPACES     TO RULQ-NEW-GEAR
              MOVE SPACES     TO RULQ-NEW-AREA
              MOVE MAINT-EFF-DATE TO RULQ-DATE
              CALL 'PACRULQ' USING RULQ-PARM
              IF RULQ-PROHIBITED
                 DISPLAY 'PACMAINT: SPEC ' MAINT-SPEC ' GEAR '
                     MAINT-GEAR ' AREA ' MAINT-AREA ' IS PROHIBITED'
                     ' BY RULE ' RULQ-RULE ' (' RULQ-DESC
                     ') -- REFUSED'
                 GO TO DONE
              END-IF
              IF RULQ-UNLISTED
                 DISPLAY 'PACMAINT: GEAR ' MAINT-GEAR ' AREA '
                     MAINT-AREA ' IS NOT PERMITTED FOR SPEC '
                     MAINT-SPEC ' -- REFUSED'
                 GO TO DONE.

           IF MAINT-RETRY-LIMIT NUMERIC AND MAINT-RETRY-LIMIT > 0
              MOVE MAINT-RETRY-LIMIT TO RETRY-LIMIT
           ELSE
              ELSE
                 DISPLAY 'PACMAINT: INSERT REFUSED -- NO MEMBER'
                     ' RECORD FOR SERIAL ' MAINT-SERIAL
                 MOVE 'M' TO SUSPEND-REASON
                 MOVE 'I' TO SUSPEND-OPERATION
                 PERFORM WRITE-SUSPENSE-ENTRY
                 GO TO DO-INSERT-EXIT.
           PERFORM CHECK-MEMBER-HOLD THRU CHECK-MEMBER-HOLD-EXIT.
           IF HOLD-REFUSES
              GO TO DO-INSERT-EXIT.
           MOVE MAINT-AREA TO QTAQ-AREA.
           MOVE MAINT-SPEC TO QTAQ-SPEC.
           MOVE MAINT-QTY  TO QTAQ-QTY.
           PERFORM CHECK-QUOTA THRU CHECK-QUOTA-EXIT.
           IF QUOTA-REFUSES
              MOVE 'Q' TO SUSPEND-REASON
              MOVE 'I' TO SUSPEND-OPERATION
              PERFORM WRITE-SUSPENSE-ENTRY
              SET MAINT-WENT-SUSPENDED TO TRUE
              GO TO DO-INSERT-EXIT.
           IF MAINT-SEQ NOT NUMERIC OR MAINT-SEQ = 0
              PERFORM ASSIGN-NEXT-SEQ THRU ASSIGN-NEXT-SEQ-EXIT
              IF SEQ-ASSIGN-FAILED
                 GO TO DO-INSERT-EXIT.
           MOVE MAINT-SERIAL TO B-PAC-KEY-SERIAL.
           MOVE MAINT-SEQ    TO B-PAC-KEY-SEQ.
           MOVE SPACES TO PAC-RECORD.
           MOVE MAINT-SERIAL TO PAC-KEY-SERIAL.
           MOVE MAINT-SEQ    TO PAC-KEY-SEQ.
           MOVE MAINT-SPEC   TO PAC-SPEC.
           MOVE MAINT-GEAR   TO PAC-GEAR.
           MOVE MAINT-AREA   TO PAC-AREA.
           PERFORM SET-INSERT-NEW-CODES.
           MOVE MAINT-QTY    TO PAC-QTY.
           MOVE MAINT-VALUE  TO PAC-VALUE.
           MOVE MAINT-EFF-DATE TO PAC-EFF-DATE.
           MOVE MAINT-EXP-DATE TO PAC-EXP-DATE.
           PERFORM SET-INSERT-AGENT.
           MOVE INSERT-QUOTE-NO TO PAC-QUOTE-NO.
           PERFORM WARN-IF-OUT-OF-SEASON.
       DO-INSERT-CALL.
           CALL WINAPI 'BTRV' USING by value B-INS,
             by reference B-PAC-POSITION,
              MOVE SPACES     TO JRNL-BEFORE
              MOVE PAC-RECORD TO JRNL-AFTER
              PERFORM WRITE-JOURNAL
              MOVE PAC-AREA TO QTAQ-AREA
              MOVE PAC-SPEC TO QTAQ-SPEC
              MOVE PAC-QTY  TO QTAQ-QTY
              PERFORM APPLY-QUOTA
              IF INSERT-QUOTE-NO > 0
                 PERFORM LOG-QUOTE-CONVERSION
              END-IF
              SET MAINT-WENT-GOOD TO TRUE.
       DO-INSERT-EXIT. EXIT.

      *      THE INTENDED RECORD, ASSEMBLED EXACTLY AS THE INSERT
      *      WOULD HAVE BUILT IT, GOES INTO THE DRAWER-FILE.  SAME
      *      EXTEND-OR-CREATE DANCE PACJRNL DOES.  A HELD UPDATE IS
      *      ALREADY IN PAC-RECORD AS IT WOULD HAVE BEEN REWRITTEN,
      *      AGENT RESOLVED, AND GOES IN AS IT STANDS.
       WRITE-SUSPENSE-ENTRY.
           MOVE SPACES TO WS-SUS-NAME.
           STRING 'sus' DELIMITED BY SIZE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
                  INTO WS-SUS-NAME.
           IF SUSPENDING-UPDATE
              GO TO WRITE-SUSPENSE-LINE.
           MOVE SPACES TO PAC-RECORD.
           MOVE MAINT-SERIAL TO PAC-KEY-SERIAL.
           IF MAINT-SEQ NUMERIC
           MOVE MAINT-SPEC   TO PAC-SPEC.
           MOVE MAINT-GEAR   TO PAC-GEAR.
           MOVE MAINT-AREA   TO PAC-AREA.
           PERFORM SET-INSERT-NEW-CODES.
           MOVE MAINT-QTY    TO PAC-QTY.
           MOVE MAINT-VALUE  TO PAC-VALUE.
           MOVE MAINT-EFF-DATE TO PAC-EFF-DATE.
           MOVE MAINT-EXP-DATE TO PAC-EXP-DATE.
           PERFORM SET-INSERT-AGENT.
           MOVE INSERT-QUOTE-NO TO PAC-QUOTE-NO.

       WRITE-SUSPENSE-LINE.
           ACCEPT SUSPENSE-DATE FROM DATE.
           OPEN EXTEND MAINT-SUS-FILE.
           IF SUS-FILE-STATUS = '05' OR '35'
           MOVE PAC-RECORD     TO SUS-RECORD-IMAGE.
           MOVE MAINT-OPERATOR TO SUS-OPERATOR.
           MOVE SUSPENSE-DATE  TO SUS-DATE.
           MOVE SUSPEND-REASON    TO SUS-REASON.
           MOVE SUSPEND-OPERATION TO SUS-OPERATION.
           WRITE MAINT-SUS-RECORD.
           CLOSE MAINT-SUS-FILE.
           IF SUSPENDING-UPDATE
              DISPLAY 'PACMAINT: UPDATE CAPTURED TO ' WS-SUS-NAME
                  ' FOR THE NIGHTLY PACSUSP RETRY'
           ELSE
              DISPLAY 'PACMAINT: INSERT CAPTURED TO ' WS-SUS-NAME
                  ' FOR THE NIGHTLY PACSUSP RETRY'.

       SET-INSERT-AGENT.
           IF MAINT-AGENT-REMOVE
              MOVE SPACES TO PAC-AGENT
           ELSE
              MOVE MAINT-AGENT TO PAC-AGENT.

       SET-INSERT-NEW-CODES.
           MOVE MAINT-NEW-SPEC TO PAC-NEW-SPEC.
           MOVE MAINT-NEW-GEAR TO PAC-NEW-GEAR.
           MOVE MAINT-NEW-AREA TO PAC-NEW-AREA.

      *      POSITION TO THE SERIAL'S LAST RECORD WITH A
      *      GET-LESS-OR-EQUAL ON SERIAL+999 AND HAND OUT THE NEXT
           MOVE MAINT-VALUE  TO PAC-VALUE.
           MOVE MAINT-EFF-DATE TO PAC-EFF-DATE.
           MOVE MAINT-EXP-DATE TO PAC-EXP-DATE.
           IF MAINT-AGENT-REMOVE
              MOVE SPACES TO PAC-AGENT
           ELSE IF MAINT-AGENT NOT = SPACES
              MOVE MAINT-AGENT TO PAC-AGENT.
           PERFORM WARN-IF-OUT-OF-SEASON.

      *      ONLY AN ACTIVE RECORD COUNTS AGAINST QUOTA.  KEPT IN ITS
      *      CELL, ONLY THE GROWTH IS CHECKED; MOVED TO ANOTHER CELL,
      *      THE WHOLE QUANTITY IS NEW THERE.
           IF NOT PAC-REC-ACTIVE
              GO TO DO-UPDATE-CALL.
           IF PAC-AREA = SAVE-AREA AND PAC-SPEC = SAVE-SPEC
              COMPUTE QUOTA-INCREASE = PAC-QTY - SAVE-QTY
           ELSE
              MOVE PAC-QTY TO QUOTA-INCREASE.
           IF QUOTA-INCREASE NOT > 0
              GO TO DO-UPDATE-CALL.
           PERFORM CHECK-MEMBER-HOLD THRU CHECK-MEMBER-HOLD-EXIT.
           IF HOLD-REFUSES
              GO TO DO-UPDATE-EXIT.
           MOVE PAC-AREA       TO QTAQ-AREA.
           MOVE PAC-SPEC       TO QTAQ-SPEC.
           MOVE QUOTA-INCREASE TO QTAQ-QTY.
           PERFORM CHECK-QUOTA THRU CHECK-QUOTA-EXIT.
           IF QUOTA-REFUSES
              MOVE 'Q' TO SUSPEND-REASON
              MOVE 'U' TO SUSPEND-OPERATION
              PERFORM WRITE-SUSPENSE-ENTRY
              SET MAINT-WENT-SUSPENDED TO TRUE
              GO TO DO-UPDATE-EXIT.
       DO-UPDATE-CALL.
           CALL WINAPI 'BTRV' USING by value B-UPDATE,
             by reference B-PAC-POSITION,
              MOVE SAVE-PAC-RECORD TO JRNL-BEFORE
              MOVE PAC-RECORD      TO JRNL-AFTER
              PERFORM WRITE-JOURNAL
              PERFORM RAISE-SHORTENING-REFUND
              PERFORM APPLY-UPDATE-QUOTA THRU APPLY-UPDATE-QUOTA-EXIT
              SET MAINT-WENT-GOOD TO TRUE.
       DO-UPDATE-EXIT. EXIT.

              MOVE SAVE-PAC-RECORD TO JRNL-BEFORE
              MOVE SPACES          TO JRNL-AFTER
              PERFORM WRITE-JOURNAL
              IF SAVE-WAS-ACTIVE
                 PERFORM RETURN-SAVED-QUOTA
              END-IF
              PERFORM CANCEL-CERTIFICATE
              SET MAINT-WENT-GOOD TO TRUE.
       DO-DELETE-EXIT. EXIT.

                 SET MAINT-WENT-GOOD TO TRUE
                 GO TO DO-VOID-EXIT
              END-IF
              MOVE 'A' TO PAC-STATUS
              PERFORM CHECK-MEMBER-HOLD THRU CHECK-MEMBER-HOLD-EXIT
              IF HOLD-REFUSES
                 GO TO DO-VOID-EXIT
              END-IF
              MOVE PAC-AREA TO QTAQ-AREA
              MOVE PAC-SPEC TO QTAQ-SPEC
              MOVE PAC-QTY  TO QTAQ-QTY
              PERFORM CHECK-QUOTA THRU CHECK-QUOTA-EXIT
              IF QUOTA-REFUSES
                 DISPLAY 'PACMAINT: REINSTATE OF ' B-PAC-KEY-BUFFER
                     ' REFUSED -- IT STAYS VOIDED UNTIL THE QUOTA'
                     ' HAS ROOM'
                 GO TO DO-VOID-EXIT.

       DO-VOID-CALL.
           CALL WINAPI 'BTRV' USING by value B-UPDATE,
              MOVE SAVE-PAC-RECORD TO JRNL-BEFORE
              MOVE PAC-RECORD      TO JRNL-AFTER
              PERFORM WRITE-JOURNAL
              IF MAINT-VOID
                 PERFORM RAISE-VOID-REFUND
                 PERFORM RETURN-SAVED-QUOTA
                 PERFORM CANCEL-CERTIFICATE
              ELSE
                 MOVE PAC-AREA TO QTAQ-AREA
                 MOVE PAC-SPEC TO QTAQ-SPEC
                 MOVE PAC-QTY  TO QTAQ-QTY
                 PERFORM APPLY-QUOTA
              END-IF
              SET MAINT-WENT-GOOD TO TRUE.
       DO-VOID-EXIT. EXIT.

      *      A VOID GIVES BACK EVERYTHING AFTER TODAY; A SHORTENED
      *      EXPIRY GIVES BACK EVERYTHING AFTER THE NEW EXPIRY.  AN
      *      EXPIRY SET WHERE THERE WAS NONE BEFORE IS A SHORTENING
      *      TOO -- THE OPEN END RAN TO YEAR END.
       RAISE-VOID-REFUND.
           ACCEPT TODAY-YYMMDD FROM DATE.
           MOVE 'V' TO RFND-REASON.
           COMPUTE RFND-CUT-DATE = 20000000 + TODAY-YYMMDD.
           PERFORM CALL-REFUND.

       RAISE-SHORTENING-REFUND.
           IF PAC-REC-ACTIVE
              AND PAC-EXP-DATE NUMERIC
              AND PAC-EXP-DATE > 0
              AND (SAVE-EXP-DATE NOT NUMERIC
                   OR SAVE-EXP-DATE = 0
                   OR PAC-EXP-DATE < SAVE-EXP-DATE)
              MOVE 'S' TO RFND-REASON
              MOVE PAC-EXP-DATE TO RFND-CUT-DATE
              PERFORM CALL-REFUND.

       CALL-REFUND.
           MOVE MAINT-CCYY      TO RFND-CCYY.
           MOVE SAVE-PAC-RECORD TO RFND-BEFORE.
           MOVE MAINT-OPERATOR  TO RFND-OPERATOR.
           MOVE MAINT-REGION    TO RFND-REGION.
           CALL 'PACRFND' USING RFND-PARM.
           IF RFND-CREDITED
              DISPLAY 'PACMAINT: CREDIT NOTE ' RFND-NOTE ' OF '
                  RFND-AMOUNT ' RAISED FOR ' B-PAC-KEY-BUFFER.
           IF RFND-HELD
              DISPLAY 'PACMAINT: CREDIT NOTE ' RFND-NOTE ' OF '
                  RFND-AMOUNT ' HELD FOR SUPERVISOR RELEASE'.

       CANCEL-CERTIFICATE.
           MOVE MAINT-CCYY     TO CERT-CCYY.
           MOVE MAINT-SERIAL   TO CERT-SERIAL.
           MOVE MAINT-SEQ      TO CERT-SEQ.
           MOVE MAINT-OPERATOR TO CERT-OPERATOR.
           MOVE MAINT-REGION   TO CERT-REGION.
           CALL 'PACCERT' USING CERT-PARM.
           IF CERT-WENT-GOOD
              DISPLAY 'PACMAINT: CERTIFICATE ' CERT-NUMBER
                  ' CANCELLED FOR ' B-PAC-KEY-BUFFER.

      *      THE QUOTE KEYED WITH AN INSERT.  UNKNOWN OR ALREADY
      *      TAKEN UP REFUSES (INSERT-QUOTE-NO LEFT ZERO); LAPSED, OR
      *      QUOTED FOR SOMETHING ELSE, ONLY WARNS.
       CHECK-QUOTE.
           MOVE 'Q'            TO QUOQ-REQUEST.
           MOVE MAINT-QUOTE-NO TO QUOQ-NUMBER.
           CALL 'PACQUOQ' USING QUOQ-PARM.
           IF QUOQ-IS-UNKNOWN
              DISPLAY 'PACMAINT: QUOTE ' MAINT-QUOTE-NO
                  ' IS NOT ON THE QUOTE REGISTER -- REFUSED'
              GO TO CHECK-QUOTE-EXIT.
           IF QUOQ-IS-CONVERTED
              DISPLAY 'PACMAINT: QUOTE ' MAINT-QUOTE-NO
                  ' WAS ALREADY TAKEN UP BY ' QUOQ-CCYY ' '
                  QUOQ-SERIAL '-' QUOQ-SEQ ' -- REFUSED'
              GO TO CHECK-QUOTE-EXIT.
           IF QUOQ-IS-EXPIRED
              DISPLAY 'PACMAINT: WARNING -- QUOTE ' MAINT-QUOTE-NO
                  ' LAPSED ON ' QUOQ-VALID-TO.
           IF QUOQ-SPEC NOT = MAINT-SPEC
              OR QUOQ-GEAR NOT = MAINT-GEAR
              OR QUOQ-AREA NOT = MAINT-AREA
              OR QUOQ-QTY NOT = MAINT-QTY
              DISPLAY 'PACMAINT: WARNING -- QUOTE ' MAINT-QUOTE-NO
                  ' WAS FOR SPEC ' QUOQ-SPEC ' GEAR ' QUOQ-GEAR
                  ' AREA ' QUOQ-AREA ' QTY ' QUOQ-QTY.
           MOVE MAINT-QUOTE-NO TO INSERT-QUOTE-NO.
       CHECK-QUOTE-EXIT. EXIT.

      *      THE INSERTED RECORD'S KEY GOES ON THE QUOTE REGISTER.
       LOG-QUOTE-CONVERSION.
           MOVE 'C'             TO QUOQ-REQUEST.
           MOVE INSERT-QUOTE-NO TO QUOQ-NUMBER.
           MOVE MAINT-CCYY      TO QUOQ-CCYY.
           MOVE MAINT-REGION    TO QUOQ-REGION.
           MOVE PAC-KEY-SERIAL  TO QUOQ-SERIAL.
           MOVE PAC-KEY-SEQ     TO QUOQ-SEQ.
           MOVE MAINT-OPERATOR  TO QUOQ-OPERATOR.
           CALL 'PACQUOQ' USING QUOQ-PARM.
           IF QUOQ-IS-CONVERTED
              DISPLAY 'PACMAINT: QUOTE ' INSERT-QUOTE-NO
                  ' CONVERTED TO ' B-PAC-KEY-BUFFER.

      *      THE RECORD AS IT IS ABOUT TO GO ON FILE, IN PAC-RECORD.
       WARN-IF-OUT-OF-SEASON.
           MOVE 'C'          TO SEAQ-REQUEST.
           MOVE PAC-SPEC     TO SEAQ-SPEC.
           MOVE PAC-AREA     TO SEAQ-AREA.
           MOVE PAC-EFF-DATE TO SEAQ-EFF-DATE.
           MOVE PAC-EXP-DATE TO SEAQ-EXP-DATE.
           CALL 'PACSEAQ' USING SEAQ-PARM.
           IF SEAQ-OUT-OF-SEASON
              DISPLAY 'PACMAINT: WARNING -- ' PAC-EFF-DATE '-'
                  PAC-EXP-DATE ' IS OUTSIDE EVERY OPEN SEASON FOR'
                  ' SPEC ' PAC-SPEC ' IN AREA ' PAC-AREA.

      *      A SANCTION OR DECEASED HOLD IN FORCE TODAY REFUSES; A
      *      DISPUTE OR WATCH HOLD ONLY WARNS.
       CHECK-MEMBER-HOLD.
           SET HOLD-ALLOWS TO TRUE.
           MOVE MAINT-SERIAL TO HLDQ-SERIAL.
           MOVE 0            TO HLDQ-AS-OF.
           CALL 'PACHLDQ' USING HLDQ-PARM.
           IF HLDQ-NONE
              GO TO CHECK-MEMBER-HOLD-EXIT.
           IF HLDQ-REFUSES
              SET HOLD-REFUSES TO TRUE
              SET MAINT-WENT-HELD TO TRUE
              DISPLAY 'PACMAINT: REFUSED -- MEMBER ' MAINT-SERIAL
                  ' IS UNDER HOLD ' HLDQ-NUMBER ' TYPE ' HLDQ-TYPE
                  ' (' HLDQ-REASON ')'
           ELSE
              DISPLAY 'PACMAINT: WARNING -- MEMBER ' MAINT-SERIAL
                  ' IS UNDER HOLD ' HLDQ-NUMBER ' TYPE ' HLDQ-TYPE
                  ' (' HLDQ-REASON ')'.
       CHECK-MEMBER-HOLD-EXIT. EXIT.

      *      QTAQ-AREA/SPEC/QTY SET BY THE CALLER.  OVER THE LIMIT
      *      REFUSES; NEAR IT ONLY WARNS.
       CHECK-QUOTA.
           SET QUOTA-ALLOWS TO TRUE.
           MOVE 'C' TO QTAQ-REQUEST.
           MOVE MAINT-CCYY   TO QTAQ-CCYY.
           MOVE MAINT-REGION TO QTAQ-REGION.
           CALL 'PACQTAQ' USING QTAQ-PARM.
           IF QTAQ-NO-QUOTA OR QTAQ-WITHIN
              GO TO CHECK-QUOTA-EXIT.
           MOVE QTAQ-QTY       TO QUOTA-SHOW-QTY.
           MOVE QTAQ-REMAINING TO QUOTA-SHOW-LEFT.
           MOVE QTAQ-LIMIT     TO QUOTA-SHOW-LIMIT.
           IF QTAQ-OVER-LIMIT
              SET QUOTA-REFUSES TO TRUE
              DISPLAY 'PACMAINT: REFUSED -- QUOTA FOR AREA '
                  QTAQ-AREA ' SPEC ' QTAQ-SPEC ' HAS '
                  QUOTA-SHOW-LEFT ' LEFT OF ' QUOTA-SHOW-LIMIT
                  ', ' QUOTA-SHOW-QTY ' ASKED'
           ELSE
              DISPLAY 'PACMAINT: WARNING -- QUOTA FOR AREA '
                  QTAQ-AREA ' SPEC ' QTAQ-SPEC ' NEAR ITS LIMIT, '
                  QUOTA-SHOW-LEFT ' LEFT OF ' QUOTA-SHOW-LIMIT
                  ' BEFORE THIS ' QUOTA-SHOW-QTY.
       CHECK-QUOTA-EXIT. EXIT.

       APPLY-QUOTA.
           MOVE 'A' TO QTAQ-REQUEST.
           MOVE MAINT-CCYY   TO QTAQ-CCYY.
           MOVE MAINT-REGION TO QTAQ-REGION.
           CALL 'PACQTAQ' USING QTAQ-PARM.

       RETURN-SAVED-QUOTA.
           MOVE SAVE-AREA TO QTAQ-AREA.
           MOVE SAVE-SPEC TO QTAQ-SPEC.
           COMPUTE QTAQ-QTY = 0 - SAVE-QTY.
           PERFORM APPLY-QUOTA.

      *      THE RECORD WAS ACTIVE BEFORE AND IS NOW (AN UPDATE
      *      NEVER CHANGES PAC-STATUS): THE OLD QUANTITY LEAVES ITS
      *      CELL AND THE NEW ONE ARRIVES IN ITS OWN.
       APPLY-UPDATE-QUOTA.
           IF NOT SAVE-WAS-ACTIVE
              GO TO APPLY-UPDATE-QUOTA-EXIT.
           PERFORM RETURN-SAVED-QUOTA.
           MOVE PAC-AREA TO QTAQ-AREA.
           MOVE PAC-SPEC TO QTAQ-SPEC.
           MOVE PAC-QTY  TO QTAQ-QTY.
           PERFORM APPLY-QUOTA.
       APPLY-UPDATE-QUOTA-EXIT. EXIT.

       LOG-RETRY-WAIT.
           ADD 1 TO RETRY-COUNT.
           DISPLAY 'PACMAINT: ' B-PAC-KEY-SERIAL '-' B-PAC-KEY-SEQ
