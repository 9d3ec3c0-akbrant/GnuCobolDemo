           SWEEP LISTS EVERY ACTIVE RECORD EXPIRING WITHIN N DAYS OF
           THE AS-OF DATE, JOINED TO THE member.btr CONTACT DETAIL
           THE SAME WAY PACFOLUP JOINS ITS EXCEPTIONS (ONE GET-EQUAL
           PER CHANGE OF SERIAL), WRITTEN TO pacCCYY.rnw FOR THE
           OFFICE TO WORK AS A CALL LIST.
           MODE 'G' IS THE END-OF-GRACE RUN: EVERY ACTIVE RECORD
           WHOSE EXPIRY PLUS THE GRACE DAYS IS ALREADY PAST IS
           WHOLE RUN GATED BY PACCLSQ AND THE PACLOCK RUN TOKEN LIKE
           ANY OTHER UPDATE.  DAY ARITHMETIC RUNS ON REAL DAY
           NUMBERS, LEAP YEARS AND ALL.
           A RECORD FILED BY AN AGENT WHO IS STILL LIVE ON THE
           pacagent.dat REGISTER (ASKED THROUGH PACAGTQ) IS LEFT OFF
           THE CALL LIST AND COUNTED INSTEAD -- ITS RENEWAL GOES TO
           THE AGENT ON THE PACAGPF LETTER RUN.  A RETIRED OR
           UNKNOWN AGENT'S MEMBERS STAY ON THE LIST.  THE GRACE RUN
           VOIDS REGARDLESS OF AGENT.
           EACH GRACE VOID ALSO CANCELS THE RECORD'S OUTSTANDING
           REGISTRATION CERTIFICATE THROUGH PACCERT, UNDER THE RUN
           TOKEN ALREADY HELD.
           BOTH MODES WALK THE EXPIRY-DATE KEY (KEY 7, SEE PACFSB)
           RATHER THAN THE WHOLE FILE: THE CALL LIST STARTS AT THE
           AS-OF DATE AND STOPS PAST THE WINDOW, THE GRACE RUN STARTS
           AT THE EARLIEST DATE AND STOPS AT THE FIRST RECORD STILL
           INSIDE ITS GRACE, SO THE CALL LIST NOW COMES OUT IN EXPIRY
           DATE ORDER.  A YEAR FILE BUILT BEFORE THE KEY EXISTED IS
           SWEPT WHOLE BY SERIAL AS BEFORE UNTIL PACRIDX REINDEXES IT.
           THE CALL LIST FEEDS THE PACLETR RENEWAL REMINDERS AND THE
           JOURNALLED GRACE VOIDS ITS LAPSE NOTICES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. COMPAQ-DESKPRO-286.

       01  CNT                   PIC 9(08) VALUE 0.
       01  LISTED-COUNT          PIC 9(06) VALUE 0.
       01  AGENT-SKIPPED-COUNT   PIC 9(06) VALUE 0.
       01  VOIDED-COUNT          PIC 9(06) VALUE 0.
       01  AS-OF-YYMMDD          PIC 9(06) VALUE 0.
       01  AS-OF-CCYYMMDD        PIC 9(08) VALUE 0.
       01  WINDOW-END-DAYS       PIC 9(08) VALUE 0.
       01  GRACE-END-DAYS        PIC 9(08) VALUE 0.
       01  EXP-DAYS              PIC 9(08) VALUE 0.
       01  EXP-KEY-START         PIC 9(08) VALUE 0.

      *      DATE-TO-DAY-NUMBER WORK, THE SAME LEAP-SAFE CONVERSION
      *      PACVOIDR AGES ITS VOIDS WITH.
           05  JRNL-OPERATOR      PIC X(08) VALUE SPACES.
           05  JRNL-REGION        PIC X(02) VALUE SPACES.

      *      CERTIFICATE CANCELLATION HOOK (PACCERT HAS NO SEPARATE
      *      COPYBOOK FOR ITS PARAMETER).  A LAPSED REGISTRATION'S
      *      CERTIFICATE IS CANCELLED ON THE REGISTER WITH IT.
       01  CERT-PARM.
           05  CERT-MODE           PIC X(01) VALUE 'X'.
           05  CERT-CCYY           PIC 9(04).
           05  CERT-SERIAL         PIC X(05).
           05  CERT-SEQ            PIC 9(03).
           05  CERT-OPERATOR       PIC X(08) VALUE SPACES.
           05  CERT-NUMBER         PIC 9(06).
           05  CERT-RESULT         PIC X(01).
               88  CERT-WENT-GOOD        VALUE 'G'.
           05  CERT-REGION         PIC X(02).
       01  CERTS-CANCELLED       PIC 9(06) VALUE 0.

      *      AGENT REGISTER QUERY (PACAGTQ HAS NO SEPARATE COPYBOOK
      *      FOR ITS PARAMETER).  THE LAST ANSWER IS KEPT SO AN
      *      AGENT'S RUN OF RECORDS ASKS THE REGISTER ONCE.
       01  AGTQ-PARM.
           05  AGTQ-CODE           PIC X(05) VALUE SPACES.
           05  AGTQ-RESULT         PIC X(01) VALUE SPACE.
               88  AGTQ-IS-LIVE          VALUE 'L'.
               88  AGTQ-IS-RETIRED       VALUE 'R'.
               88  AGTQ-IS-UNKNOWN       VALUE 'U'.
           05  AGTQ-NAME           PIC X(30).
           05  AGTQ-CONTACT        PIC X(30).
           05  AGTQ-PHONE          PIC X(14).
           05  AGTQ-ADDRESS        PIC X(40).

      *      YEAR-CLOSE GATE (PACCLSQ HAS NO SEPARATE COPYBOOK FOR
      *      ITS PARAMETER).  A CLOSED YEAR IS REFUSED OUTRIGHT;
      *      PACCLOSE'S LOGGED REOPEN IS THE ONLY WAY BACK IN.
              SET JOB-HAS-FAILED TO TRUE
              GO TO WRAP-UP.

      *      POSITION ON THE EXPIRY KEY AT THE FIRST DATE THAT CAN
      *      MATTER -- THE AS-OF DATE FOR THE CALL LIST, THE FIRST
      *      REAL DATE (PAST THE ZERO AND SPACE ONES) FOR THE GRACE
      *      RUN.  STATUS 6 (INVALID KEY NUMBER) IS A YEAR FILE
      *      BUILT BEFORE KEY 7, WHICH IS SWEPT BY SERIAL INSTEAD.
           IF RENEW-LIST-MODE
              MOVE AS-OF-CCYYMMDD TO EXP-KEY-START
           ELSE
              MOVE 1 TO EXP-KEY-START.
           MOVE 7 TO B-PAC-KEY-NUMBER.
           MOVE EXP-KEY-START TO B-PAC-KEY-BUFFER.
           CALL WINAPI 'BTRV' USING by value B-GET-GREATER,
             by reference B-PAC-POSITION,
                PAC-RECORD, B-PAC-LENGTH, B-PAC-KEY-BUFFER,
                by value B-PAC-KEY-NUMBER.
           IF RETURN-CODE = 6
              DISPLAY 'PACRENEW: ' B-PAC-NAME ' HAS NO EXPIRY KEY'
                  ' -- SWEEPING BY SERIAL (RUN PACRIDX)'
              MOVE 0 TO B-PAC-KEY-NUMBER
              MOVE LOW-VALUES TO B-PAC-KEY-BUFFER
              CALL WINAPI 'BTRV' USING by value B-GET-GREATER,
                by reference B-PAC-POSITION,
                   PAC-RECORD, B-PAC-LENGTH, B-PAC-KEY-BUFFER,
                   by value B-PAC-KEY-NUMBER.

       SWEEP-NEXT.
           IF RETURN-CODE = 9
              SET JOB-HAS-FAILED TO TRUE
              GO TO SWEEP-CLOSE.
           ADD 1 TO CNT.
           MOVE 0 TO EXP-DAYS.
           IF PAC-EXP-DATE NUMERIC
              AND PAC-EXP-DATE > 0
              MOVE PAC-EXP-DATE TO CNV-CCYYMMDD
              PERFORM DATE-TO-DAY-NUMBER
              MOVE CNV-DAY-NUMBER TO EXP-DAYS.
      *      IN EXPIRY ORDER NOTHING PAST THIS RECORD CAN QUALIFY
      *      ONCE IT IS BEYOND THE WINDOW, OR STILL INSIDE ITS GRACE.
           IF B-PAC-KEY-NUMBER = 7
              AND EXP-DAYS > 0
              IF RENEW-LIST-MODE
                 AND EXP-DAYS > WINDOW-END-DAYS
                 GO TO SWEEP-CLOSE
              END-IF
              IF RENEW-GRACE-MODE
                 AND EXP-DAYS + RENEW-GRACE-DAYS NOT < AS-OF-DAYS
                 GO TO SWEEP-CLOSE
              END-IF.
           IF PAC-REC-ACTIVE
              AND EXP-DAYS > 0
              IF RENEW-LIST-MODE
                 PERFORM CHECK-RENEWAL-WINDOW THRU
                     CHECK-RENEWAL-WINDOW-EXIT
              CLOSE RENEW-WRK-FILE
              DISPLAY 'PACRENEW: ' LISTED-COUNT ' RECORD(S) ON THE'
                  ' RENEWAL CALL LIST ' WS-WRK-NAME
              DISPLAY 'PACRENEW: ' AGENT-SKIPPED-COUNT ' RECORD(S)'
                  ' LEFT TO THEIR AGENTS (PACAGPF LETTER RUN)'
           ELSE
              DISPLAY 'PACRENEW: ' VOIDED-COUNT ' RECORD(S) VOIDED'
                  ' PAST EXPIRY PLUS GRACE'
              DISPLAY 'PACRENEW: ' CERTS-CANCELLED ' CERTIFICATE(S)'
                  ' CANCELLED WITH THEM'.

       DONE.
           PERFORM DROP-RUN-TOKEN.
           IF EXP-DAYS < AS-OF-DAYS
              OR EXP-DAYS > WINDOW-END-DAYS
              GO TO CHECK-RENEWAL-WINDOW-EXIT.
           IF PAC-AGENT NOT = SPACES
              IF PAC-AGENT NOT = AGTQ-CODE
                 MOVE PAC-AGENT TO AGTQ-CODE
                 CALL 'PACAGTQ' USING AGTQ-PARM
              END-IF
              IF AGTQ-IS-LIVE
                 ADD 1 TO AGENT-SKIPPED-COUNT
                 GO TO CHECK-RENEWAL-WINDOW-EXIT.
           ADD 1 TO LISTED-COUNT.
           IF IS-FIRST-RECORD OR PAC-KEY-SERIAL NOT = PREV-SERIAL
              PERFORM LOOKUP-MEMBER
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE 'UPDATE' TO ERRJ-OPERATION
              PERFORM LOG-ERROR-JOURNAL
              DISPLAY 'PACRENEW: VOID FAILED ON ' PAC-KEY-SERIAL
                  '-' PAC-KEY-SEQ '--> ' BTRV-STATUS-MESSAGE
              SET JOB-HAS-FAILED TO TRUE
              GO TO CHECK-GRACE-EXPIRED-EXIT.
           ADD 1 TO VOIDED-COUNT.
           MOVE SAVE-PAC-RECORD TO JRNL-BEFORE.
           MOVE PAC-RECORD      TO JRNL-AFTER.
           CALL 'PACJRNL' USING JRNL-PARM.
           MOVE RENEW-CCYY     TO CERT-CCYY.
           MOVE PAC-KEY-SERIAL TO CERT-SERIAL.
           MOVE PAC-KEY-SEQ    TO CERT-SEQ.
           MOVE RENEW-REGION   TO CERT-REGION.
           CALL 'PACCERT' USING CERT-PARM.
           IF CERT-WENT-GOOD
              ADD 1 TO CERTS-CANCELLED.
       CHECK-GRACE-EXPIRED-EXIT. EXIT.

       OPEN-MEMBER-FILE.
