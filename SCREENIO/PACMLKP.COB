       ID DIVISION.
       PROGRAM-ID.  PACMLKP.
       AUTHOR.  Oliphant .
       DATE-WRITTEN. OCTOBER 15, 2026.
       DATE-COMPILED.
       REMARKS.  MEMBER LOOKUP BY NAME OR PHONE.  ON THE PHONE A
           MEMBER GIVES THEIR NAME, NOT THEIR SERIAL, AND PACBROWS,
           PACINQ AND PACSERL ALL START FROM A KEY -- SO EVERY CALL
           MEANT A TRIP TO THE MEMBER SYSTEM FIRST.  CALLED FROM
           PACMENU, THIS TAKES A PIECE OF TEXT AND WALKS member.btr
           (READ-ONLY, THE SAME GET-GREATER/GET-NEXT SWEEP PACMSNAP
           MAKES) FOR EVERY MEMBER WHOSE MEM-NAME OR MEM-CONTACT
           HOLDS IT, IGNORING CASE, OR WHOSE MEM-PHONE HOLDS ITS
           DIGITS, IGNORING THE SPACES, BRACKETS AND DASHES PHONE
           NUMBERS ARE KEYED WITH.  THE MATCHES ARE LISTED WITH HOW
           MANY RECORDS EACH SERIAL HAS ON THE YEAR'S pacCCYY.btr
           (THE SAME POSITIONED GET-GREATER PACSERL USES).  FROM A
           CHOSEN MEMBER THE OPERATOR GOES STRAIGHT TO PACBROWS
           POSITIONED ON THE SERIAL, TO THE PACSERL HISTORY OVER THE
           LAST FIVE YEARS, OR TO A PACSTMT SINGLE-MEMBER STATEMENT
           FOR THE YEAR (pacstmtSSSSS.rpt).  THE PANEL MESSAGE BOX
           CARRIES THE SEARCH SUMMARY; THE MATCH LIST AND PROMPTS
           USE THE CONSOLE, AS PACBROWS'S PAGE PROMPTS DO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. COMPAQ-DESKPRO-286.
       OBJECT-COMPUTER. ANY-COMPAQ-COMPATABLE.
       SPECIAL-NAMES.
           CALL-CONVENTION 64 IS WINAPI.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * ------------------------: Main window and lookup panel.
           COPY mymain.
           COPY panel.

       01  B-OPEN         PIC 9(4) BINARY VALUE 0.
       01  B-CLOSE        PIC 9(4) BINARY VALUE 1.
       01  B-GET-NEXT     PIC 9(4) BINARY VALUE 6.
       01  B-GET-GREATER  PIC 9(4) BINARY VALUE 9.
       01  PAC-RECORD.
           COPY 'PAC.COB'.
       01  MEMBER-RECORD.
           COPY 'MEMBER.COB'.
       01  OWNER-NAME     PIC X(8) VALUE SPACES.
       01  OWNER-LENGTH   PIC 9(4) BINARY VALUE 0.

       01  B-PAC-FILE-STUFF.
           05  B-PAC-POSITION          PIC X(128).
           05  B-PAC-LENGTH            PIC 9(4)    BINARY  VALUE 103.
           05  B-PAC-NAME              PIC X(32).
           05  B-PAC-KEY-NUMBER        PIC S9(4)   BINARY.
           05  B-PAC-KEY-BUFFER.
               10  B-PAC-KEY-SERIAL    PIC X(05).
               10  B-PAC-KEY-SEQ       PIC 9(03).

       01  B-MEM-FILE-STUFF.
           05  B-MEM-POSITION          PIC X(128).
           05  B-MEM-LENGTH            PIC 9(4)    BINARY  VALUE 100.
           05  B-MEM-NAME              PIC X(32)   VALUE 'member.btr'.
           05  B-MEM-KEY-NUMBER        PIC S9(4)   BINARY.
           05  B-MEM-KEY-BUFFER.
               10  B-MEM-KEY-SERIAL    PIC X(05).

       01  BTRV-STATUS-CODE     PIC S9(4) BINARY VALUE 0.
       01  BTRV-STATUS-MESSAGE  PIC X(40) VALUE SPACES.
       01  TARGET-CCYY-DISPLAY  PIC 9(4) VALUE 0.
       01  ERR-TEXT              PIC X(60) VALUE SPACES.

      *      THE SEARCH TEXT, FOLDED TO UPPER CASE, AND ITS DIGITS
      *      ALONE FOR THE PHONE COMPARE.  FEWER THAN THREE DIGITS
      *      IS NOT TREATED AS A PHONE SEARCH -- A HOUSE NUMBER IN A
      *      NAME SEARCH WOULD OTHERWISE MATCH HALF THE FILE.
       01  SEARCH-TEXT           PIC X(30) VALUE SPACES.
       01  SEARCH-LENGTH         PIC 9(2) VALUE 0.
       01  SEARCH-DIGITS         PIC X(30) VALUE SPACES.
       01  SEARCH-DIGIT-LENGTH   PIC 9(2) VALUE 0.
       01  MATCH-HITS            PIC 9(3) VALUE 0.
       01  FOLD-FIELD            PIC X(30).
       01  DIGIT-SOURCE          PIC X(30).
       01  DIGIT-TARGET          PIC X(30).
       01  DIGIT-LENGTH          PIC 9(2) VALUE 0.
       01  DIGIT-IDX             PIC 9(2) VALUE 0.
       01  MEMBER-MATCH-SW       PIC X VALUE 'N'.
           88  MEMBER-MATCHES           VALUE 'Y'.
           88  MEMBER-DOES-NOT-MATCH    VALUE 'N'.
       01  MEM-EOF-SW            PIC X VALUE 'N'.
           88  MEM-AT-EOF               VALUE 'Y'.
           88  MEM-NOT-AT-EOF           VALUE 'N'.

      *      THE MATCHES.  A SEARCH THAT FINDS MORE THAN A SCREENFUL
      *      IS COUNTED BUT NOT LISTED PAST THE TABLE.
       01  MATCH-COUNT           PIC 9(4) VALUE 0.
       01  MATCH-LISTED          PIC 9(2) VALUE 0.
       01  MATCH-IDX             PIC 9(2) VALUE 0.
       01  MATCH-TABLE.
           05  MATCH-ENTRY OCCURS 20 TIMES.
               10  MT-SERIAL       PIC X(05).
               10  MT-NAME         PIC X(30).
               10  MT-CONTACT      PIC X(30).
               10  MT-PHONE        PIC X(14).
               10  MT-RECORDS      PIC 9(4).
       01  RECORD-COUNT-SW       PIC X VALUE 'N'.
           88  RECORD-COUNTS-KNOWN      VALUE 'Y'.
           88  RECORD-COUNTS-UNKNOWN    VALUE 'N'.
       01  MATCH-LINE.
           05  ML-NUMBER           PIC Z9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  ML-SERIAL           PIC X(05).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  ML-NAME             PIC X(24).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  ML-CONTACT          PIC X(18).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  ML-PHONE            PIC X(14).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  ML-RECORDS          PIC ZZZ9.
           05  ML-NO-FILE REDEFINES ML-RECORDS PIC X(4).

       01  MEMBER-CHOICE         PIC 9(2) VALUE 0.
       01  MEMBER-ACTION         PIC X(01) VALUE SPACE.
           88  ACTION-IS-BROWSE          VALUES 'B' 'b'.
           88  ACTION-IS-HISTORY         VALUES 'H' 'h'.
           88  ACTION-IS-STATEMENT       VALUES 'S' 's'.
           88  ACTION-IS-BACK            VALUES 'X' 'x'.
       01  STMT-FILE-NAME        PIC X(32) VALUE SPACES.

      * ------------------------: Copy of PACBROWS's LINKAGE
      * 			: parameter layout (PACBROWS has no
      * 			: separate copybook for it).
      * 			:---------------------------------------
       01  LOCAL-BROWSE-PARM.
           05  LOCAL-BROWSE-CCYY       PIC 9(04).
           05  LOCAL-BROWSE-REGION     PIC X(02) VALUE SPACES.
           05  LOCAL-BROWSE-START      PIC X(05) VALUE SPACES.
           05  LOCAL-BROWSE-SPEC       PIC X(01) VALUE SPACE.
           05  LOCAL-BROWSE-GEAR       PIC X(02) VALUE SPACES.
           05  LOCAL-BROWSE-AREA       PIC X(01) VALUE SPACE.

      * 			:---------------------------------------
      * ------------------------: Copy of PACSERL's LINKAGE
      * 			: parameter layout (PACSERL has no
      * 			: separate copybook for it).
      * 			:---------------------------------------
       01  LOCAL-SERL-PARM.
           05  LOCAL-SERL-SERIAL       PIC X(05).
           05  LOCAL-SERL-START-CCYY   PIC 9(04).
           05  LOCAL-SERL-END-CCYY     PIC 9(04).
           05  LOCAL-SERL-REGION       PIC X(02) VALUE SPACES.

      * 			:---------------------------------------
      * ------------------------: Copy of PACSTMT's LINKAGE
      * 			: parameter layout (PACSTMT has no
      * 			: separate copybook for it).
      * 			:---------------------------------------
       01  LOCAL-STMT-PARM.
           05  LOCAL-STMT-START-CCYY   PIC 9(04).
           05  LOCAL-STMT-END-CCYY     PIC 9(04).
           05  LOCAL-STMT-REGION       PIC X(02) VALUE SPACES.
           05  LOCAL-STMT-SERIAL       PIC X(05) VALUE SPACES.

       LINKAGE SECTION.
       01  MLKP-PARM.
           05  MLKP-OPERATOR        PIC X(08).
           05  MLKP-CCYY            PIC 9(04).

      *      REGION CODE -- SPACES = THE HISTORIC SINGLE-REGION
      *      FILE SET (pacCCYY.btr); OTHERWISE QUALIFIES EVERY
      *      PER-YEAR FILE NAME THE RUN TOUCHES.
           05  MLKP-REGION          PIC X(02).
       PROCEDURE DIVISION USING MLKP-PARM.
       A000-BEGIN.
           MOVE MLKP-CCYY TO TARGET-CCYY-DISPLAY.
           MOVE SPACES TO B-PAC-NAME.
           STRING 'pac' DELIMITED BY SIZE
                  MLKP-REGION DELIMITED BY SPACE
                  TARGET-CCYY-DISPLAY DELIMITED BY SIZE
                  '.btr' DELIMITED BY SIZE
                  INTO B-PAC-NAME.

       ASK-FOR-SEARCH.
           DISPLAY ' '.
           DISPLAY 'PACMLKP: NAME, CONTACT OR PHONE (BLANK = EXIT): '
               WITH NO ADVANCING.
           MOVE SPACES TO SEARCH-TEXT.
           ACCEPT SEARCH-TEXT.
           IF SEARCH-TEXT = SPACES
              GO TO WRAP-UP.
           INSPECT SEARCH-TEXT CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE 30 TO SEARCH-LENGTH.
           PERFORM TRIM-SEARCH-TEXT THRU TRIM-SEARCH-TEXT-EXIT.
           MOVE SEARCH-TEXT TO DIGIT-SOURCE.
           PERFORM KEEP-DIGITS.
           MOVE DIGIT-TARGET TO SEARCH-DIGITS.
           MOVE DIGIT-LENGTH TO SEARCH-DIGIT-LENGTH.

           PERFORM SEARCH-MEMBERS THRU SEARCH-MEMBERS-EXIT.
           IF MATCH-COUNT = 0
              DISPLAY 'PACMLKP: NO MEMBER MATCHES '
                  SEARCH-TEXT (1:SEARCH-LENGTH)
              GO TO ASK-FOR-SEARCH.
           PERFORM COUNT-MEMBER-RECORDS THRU COUNT-MEMBER-RECORDS-EXIT.

       CHOOSE-MEMBER.
           DISPLAY ' '.
           DISPLAY ' NO  SERIAL NAME                     CONTACT'
               '            PHONE          RECS'.
           PERFORM SHOW-ONE-MATCH
               VARYING MATCH-IDX FROM 1 BY 1
               UNTIL MATCH-IDX > MATCH-LISTED.
           IF MATCH-COUNT > MATCH-LISTED
              DISPLAY 'PACMLKP: ' MATCH-COUNT ' MATCHES, FIRST '
                  MATCH-LISTED ' SHOWN -- NARROW THE SEARCH'.
           MOVE SPACES TO PANEL-MESSAGE-TEXT.
           STRING 'MEMBER LOOKUP: ' DELIMITED BY SIZE
                  MATCH-COUNT DELIMITED BY SIZE
                  ' MATCH(ES) FOR "' DELIMITED BY SIZE
                  SEARCH-TEXT (1:SEARCH-LENGTH) DELIMITED BY SIZE
                  '" -- RECORDS FROM ' DELIMITED BY SIZE
                  B-PAC-NAME DELIMITED BY SPACE
                  INTO PANEL-MESSAGE-TEXT.
           SET PANEL-MESSAGE-IN-MESSAGEBOX TO TRUE.
           SET PANEL-DO-DISPLAY TO TRUE.
           CALL 'GS' USING panel-1
                           panel-2
                           panel-3
                           panel-4.
           IF PANEL-EXIT
              OR PANEL-EVENT-CLOSE-WINDOW
              OR PANEL-EVENT-CLOSE-AND-STOP
              GO TO WRAP-UP.

           DISPLAY 'PACMLKP: MEMBER NUMBER (0 = NEW SEARCH): '
               WITH NO ADVANCING.
           ACCEPT MEMBER-CHOICE.
           IF MEMBER-CHOICE = 0
              GO TO ASK-FOR-SEARCH.
           IF MEMBER-CHOICE > MATCH-LISTED
              DISPLAY 'PACMLKP: NO SUCH MEMBER NUMBER'
              GO TO CHOOSE-MEMBER.

           DISPLAY 'PACMLKP: ' MT-SERIAL (MEMBER-CHOICE) ' '
               MT-NAME (MEMBER-CHOICE).
           DISPLAY 'PACMLKP: B=BROWSE, H=HISTORY, S=STATEMENT, '
               'X=BACK: ' WITH NO ADVANCING.
           ACCEPT MEMBER-ACTION.
           IF ACTION-IS-BROWSE
              MOVE MLKP-CCYY   TO LOCAL-BROWSE-CCYY
              MOVE MLKP-REGION TO LOCAL-BROWSE-REGION
              MOVE MT-SERIAL (MEMBER-CHOICE) TO LOCAL-BROWSE-START
              MOVE SPACES TO LOCAL-BROWSE-SPEC
                             LOCAL-BROWSE-GEAR
                             LOCAL-BROWSE-AREA
              CALL 'PACBROWS' USING LOCAL-BROWSE-PARM
           ELSE IF ACTION-IS-HISTORY
              MOVE MT-SERIAL (MEMBER-CHOICE) TO LOCAL-SERL-SERIAL
              COMPUTE LOCAL-SERL-START-CCYY = MLKP-CCYY - 4
              MOVE MLKP-CCYY   TO LOCAL-SERL-END-CCYY
              MOVE MLKP-REGION TO LOCAL-SERL-REGION
              CALL 'PACSERL' USING LOCAL-SERL-PARM
           ELSE IF ACTION-IS-STATEMENT
              MOVE MLKP-CCYY   TO LOCAL-STMT-START-CCYY
                                  LOCAL-STMT-END-CCYY
              MOVE MLKP-REGION TO LOCAL-STMT-REGION
              MOVE MT-SERIAL (MEMBER-CHOICE) TO LOCAL-STMT-SERIAL
              CALL 'PACSTMT' USING LOCAL-STMT-PARM
              MOVE SPACES TO STMT-FILE-NAME
              STRING 'pacstmt' DELIMITED BY SIZE
                     LOCAL-STMT-SERIAL DELIMITED BY SPACE
                     '.rpt' DELIMITED BY SIZE
                     INTO STMT-FILE-NAME
              DISPLAY 'PACMLKP: STATEMENT WRITTEN TO ' STMT-FILE-NAME
           ELSE IF NOT ACTION-IS-BACK
              DISPLAY 'PACMLKP: INVALID CHOICE -- TRY AGAIN'.
           GO TO CHOOSE-MEMBER.

       WRAP-UP.
           SET mymain-DO-CLOSE TO TRUE.
           PERFORM DISPLAY-MAIN.

       DONE.
           GOBACK.

       SHOW-MYMAIN-ERROR.
      * ------------------------: Pops ERR-TEXT up in MYMAIN's own
      * 			: message box, as PACBROWS does.
           MOVE ERR-TEXT TO MYMAIN-MESSAGE-TEXT.
           SET MYMAIN-MESSAGE-IN-MESSAGEBOX TO TRUE.
           PERFORM DISPLAY-MAIN.

       TRIM-SEARCH-TEXT.
           IF SEARCH-LENGTH = 0
              GO TO TRIM-SEARCH-TEXT-EXIT.
           IF SEARCH-TEXT (SEARCH-LENGTH:1) = SPACE
              SUBTRACT 1 FROM SEARCH-LENGTH
              GO TO TRIM-SEARCH-TEXT.
       TRIM-SEARCH-TEXT-EXIT. EXIT.

      *      DIGIT-SOURCE'S DIGITS, CLOSED UP, INTO DIGIT-TARGET.
       KEEP-DIGITS.
           MOVE SPACES TO DIGIT-TARGET.
           MOVE 0 TO DIGIT-LENGTH.
           PERFORM KEEP-ONE-DIGIT
               VARYING DIGIT-IDX FROM 1 BY 1 UNTIL DIGIT-IDX > 30.

       KEEP-ONE-DIGIT.
           IF DIGIT-SOURCE (DIGIT-IDX:1) NUMERIC
              ADD 1 TO DIGIT-LENGTH
              MOVE DIGIT-SOURCE (DIGIT-IDX:1)
                  TO DIGIT-TARGET (DIGIT-LENGTH:1).

      *      ONE READ-ONLY PASS OF member.btr IN SERIAL ORDER.
       SEARCH-MEMBERS.
           MOVE 0 TO MATCH-COUNT.
           MOVE 0 TO MATCH-LISTED.
           SET MEM-NOT-AT-EOF TO TRUE.
           MOVE -2 TO B-MEM-KEY-NUMBER.
           CALL WINAPI 'BTRV' USING by value B-OPEN,
             by reference B-MEM-POSITION,
             OWNER-NAME, OWNER-LENGTH, B-MEM-NAME,
             by value B-MEM-KEY-NUMBER.
           IF RETURN-CODE NOT = ZERO
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              MOVE SPACES TO ERR-TEXT
              STRING 'PACMLKP: MEMBER OPEN FAILED--> ' DELIMITED BY SIZE
                     BTRV-STATUS-MESSAGE DELIMITED BY SIZE
                     INTO ERR-TEXT
              PERFORM SHOW-MYMAIN-ERROR
              GO TO SEARCH-MEMBERS-EXIT.

           MOVE 0 TO B-MEM-KEY-NUMBER.
           MOVE LOW-VALUES TO B-MEM-KEY-BUFFER.
           CALL WINAPI 'BTRV' USING by value B-GET-GREATER,
             by reference B-MEM-POSITION,
                MEMBER-RECORD, B-MEM-LENGTH, B-MEM-KEY-BUFFER,
                by value B-MEM-KEY-NUMBER.
           IF RETURN-CODE NOT = ZERO
              SET MEM-AT-EOF TO TRUE.
           PERFORM TEST-ONE-MEMBER UNTIL MEM-AT-EOF.

           CALL WINAPI 'BTRV' USING by value B-CLOSE,
             by reference B-MEM-POSITION,
             OWNER-NAME, OWNER-LENGTH,
             B-MEM-KEY-BUFFER, by value B-MEM-KEY-NUMBER.
           IF RETURN-CODE NOT = ZERO
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              DISPLAY 'PACMLKP: MEMBER CLOSE FAILED--> '
                  BTRV-STATUS-MESSAGE.
       SEARCH-MEMBERS-EXIT. EXIT.

       TEST-ONE-MEMBER.
           SET MEMBER-DOES-NOT-MATCH TO TRUE.
           MOVE MEM-NAME TO FOLD-FIELD.
           PERFORM TEST-FOLDED-FIELD.
           MOVE MEM-CONTACT TO FOLD-FIELD.
           PERFORM TEST-FOLDED-FIELD.
           IF SEARCH-DIGIT-LENGTH > 2
              MOVE MEM-PHONE TO DIGIT-SOURCE
              PERFORM KEEP-DIGITS
              MOVE 0 TO MATCH-HITS
              INSPECT DIGIT-TARGET TALLYING MATCH-HITS
                  FOR ALL SEARCH-DIGITS (1:SEARCH-DIGIT-LENGTH)
              IF MATCH-HITS > 0
                 SET MEMBER-MATCHES TO TRUE.
           IF MEMBER-MATCHES
              ADD 1 TO MATCH-COUNT
              IF MATCH-LISTED < 20
                 ADD 1 TO MATCH-LISTED
                 MOVE MEM-SERIAL  TO MT-SERIAL  (MATCH-LISTED)
                 MOVE MEM-NAME    TO MT-NAME    (MATCH-LISTED)
                 MOVE MEM-CONTACT TO MT-CONTACT (MATCH-LISTED)
                 MOVE MEM-PHONE   TO MT-PHONE   (MATCH-LISTED)
                 MOVE 0           TO MT-RECORDS (MATCH-LISTED).
           CALL WINAPI 'BTRV' USING by value B-GET-NEXT,
             by reference B-MEM-POSITION,
                MEMBER-RECORD, B-MEM-LENGTH, B-MEM-KEY-BUFFER,
                by value B-MEM-KEY-NUMBER.
           IF RETURN-CODE NOT = ZERO
              SET MEM-AT-EOF TO TRUE.

       TEST-FOLDED-FIELD.
           INSPECT FOLD-FIELD CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE 0 TO MATCH-HITS.
           INSPECT FOLD-FIELD TALLYING MATCH-HITS
               FOR ALL SEARCH-TEXT (1:SEARCH-LENGTH).
           IF MATCH-HITS > 0
              SET MEMBER-MATCHES TO TRUE.

      *      THE YEAR'S RECORD COUNT FOR EACH LISTED SERIAL.  A YEAR
      *      FILE THAT WILL NOT OPEN LEAVES THE COUNTS SHOWN AS 'N/A'
      *      RATHER THAN STOPPING THE LOOKUP.
       COUNT-MEMBER-RECORDS.
           SET RECORD-COUNTS-UNKNOWN TO TRUE.
           MOVE -2 TO B-PAC-KEY-NUMBER.
           CALL WINAPI 'BTRV' USING by value B-OPEN,
             by reference B-PAC-POSITION,
             OWNER-NAME, OWNER-LENGTH, B-PAC-NAME,
             by value B-PAC-KEY-NUMBER.
           IF RETURN-CODE NOT = ZERO
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              DISPLAY 'PACMLKP: ' B-PAC-NAME ' NOT AVAILABLE--> '
                  BTRV-STATUS-MESSAGE
              GO TO COUNT-MEMBER-RECORDS-EXIT.
           SET RECORD-COUNTS-KNOWN TO TRUE.
           PERFORM COUNT-ONE-SERIAL THRU COUNT-ONE-SERIAL-EXIT
               VARYING MATCH-IDX FROM 1 BY 1
               UNTIL MATCH-IDX > MATCH-LISTED.
           CALL WINAPI 'BTRV' USING by value B-CLOSE,
             by reference B-PAC-POSITION,
             OWNER-NAME, OWNER-LENGTH,
             B-PAC-KEY-BUFFER, by value B-PAC-KEY-NUMBER.
           IF RETURN-CODE NOT = ZERO
              MOVE RETURN-CODE TO BTRV-STATUS-CODE
              CALL 'BTRVMSG' USING BTRV-STATUS-CODE BTRV-STATUS-MESSAGE
              DISPLAY 'PACMLKP: ' B-PAC-NAME ' CLOSE FAILED--> '
                  BTRV-STATUS-MESSAGE.
       COUNT-MEMBER-RECORDS-EXIT. EXIT.

       COUNT-ONE-SERIAL.
           MOVE 0 TO B-PAC-KEY-NUMBER.
           MOVE MT-SERIAL (MATCH-IDX) TO B-PAC-KEY-SERIAL.
           MOVE 0 TO B-PAC-KEY-SEQ.
           CALL WINAPI 'BTRV' USING by value B-GET-GREATER,
             by reference B-PAC-POSITION,
                PAC-RECORD, B-PAC-LENGTH, B-PAC-KEY-BUFFER,
                by value B-PAC-KEY-NUMBER.
       COUNT-ONE-SERIAL-RECORD.
           IF RETURN-CODE NOT = 0
              OR PAC-KEY-SERIAL NOT = MT-SERIAL (MATCH-IDX)
              GO TO COUNT-ONE-SERIAL-EXIT.
           ADD 1 TO MT-RECORDS (MATCH-IDX).
           CALL WINAPI 'BTRV' USING by value B-GET-NEXT,
             by reference B-PAC-POSITION,
                PAC-RECORD, B-PAC-LENGTH, B-PAC-KEY-BUFFER,
                by value B-PAC-KEY-NUMBER.
           GO TO COUNT-ONE-SERIAL-RECORD.
       COUNT-ONE-SERIAL-EXIT. EXIT.

       SHOW-ONE-MATCH.
           MOVE MATCH-IDX TO ML-NUMBER.
           MOVE MT-SERIAL (MATCH-IDX)  TO ML-SERIAL.
           MOVE MT-NAME (MATCH-IDX)    TO ML-NAME.
           MOVE MT-CONTACT (MATCH-IDX) TO ML-CONTACT.
           MOVE MT-PHONE (MATCH-IDX)   TO ML-PHONE.
           IF RECORD-COUNTS-KNOWN
              MOVE MT-RECORDS (MATCH-IDX) TO ML-RECORDS
           ELSE
              MOVE 'N/A' TO ML-NO-FILE.
           DISPLAY MATCH-LINE.

       DISPLAY-MAIN.
           CALL 'GS' USING mymain-1
                           mymain-2
                           mymain-3
                           mymain-4.
