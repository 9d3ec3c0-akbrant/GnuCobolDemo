       ID DIVISION.
       PROGRAM-ID.  PACAGNT.
       AUTHOR.  Oliphant .
       DATE-WRITTEN. OCTOBER 11, 2026.
       DATE-COMPILED.
       REMARKS.  AGENT REGISTER MAINTENANCE, LAUNCHED FROM PACMENU
           FOR OPERATORS WITH MAINTENANCE AUTHORITY -- THE SAME
           LIST/ADD/RETIRE SHAPE PACFEES GIVES THE FEE SCHEDULE.
           LISTS, ADDS, AND RETIRES AGENTS IN pacagent.dat
           (PACAGT.COB LAYOUT), THE REGISTER PAC-AGENT CODES ARE
           CHECKED AGAINST THROUGH PACAGTQ.  A CODE ALREADY ON
           FILE, LIVE OR RETIRED, CANNOT BE ADDED AGAIN -- OLD
           REGISTRATIONS STILL CARRY IT.  RETIRING AN AGENT STAMPS
           TODAY INTO AGT-RETIRED RATHER THAN DELETING THE LINE;
           REGISTRATIONS ALREADY NAMING THEM ARE LEFT AS THEY ARE
           AND SHOW UP ON THE PACAGPF PORTFOLIO AS RETIRED.  A
           CHANGE OF ADDRESS IS A RETIRE PLUS AN ADD UNDER A NEW
           CODE, THE SAME WAY A FEE CHANGE IS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. COMPAQ-DESKPRO-286.
       OBJECT-COMPUTER. ANY-COMPAQ-COMPATABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGENT-FILE ASSIGN TO WS-AGENT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGENT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AGENT-FILE.
       01  AGENT-FILE-RECORD.
           COPY 'PACAGT.COB'.
*      WORKING-STORAGE SECTION.
       01  WS-AGENT-NAME          PIC X(32) VALUE 'pacagent.dat'.
       01  AGENT-FILE-STATUS      PIC X(02).
       01  AGENT-EOF-SW           PIC X VALUE 'N'.
           88  AGENT-AT-EOF             VALUE 'Y'.
           88  AGENT-NOT-AT-EOF         VALUE 'N'.

       01  AGENT-CHOICE           PIC X(01) VALUE SPACE.
           88  AGENT-IS-LIST            VALUE '1'.
           88  AGENT-IS-ADD             VALUE '2'.
           88  AGENT-IS-RETIRE          VALUE '3'.
           88  AGENT-IS-EXIT            VALUE '4'.
       01  AGENT-DONE-SW          PIC X(01) VALUE 'N'.
           88  AGENT-IS-DONE            VALUE 'Y'.

       01  ENTRY-CODE             PIC X(05) VALUE SPACES.
       01  ENTRY-NAME             PIC X(30) VALUE SPACES.
       01  ENTRY-CONTACT          PIC X(30) VALUE SPACES.
       01  ENTRY-PHONE            PIC X(14) VALUE SPACES.
       01  ENTRY-ADDRESS          PIC X(40) VALUE SPACES.
       01  RUN-YYMMDD             PIC 9(06) VALUE 0.
       01  RUN-CCYYMMDD           PIC 9(08) VALUE 0.
       01  LISTED-COUNT           PIC 9(03) VALUE 0.
       01  RETIRED-COUNT          PIC 9(03) VALUE 0.
       01  AGENT-STATE-WORD       PIC X(07) VALUE SPACES.

      *      THE ADD-TIME DUPLICATE CHECK GOES THROUGH THE SAME
      *      PACAGTQ QUERY EVERY OTHER PROGRAM USES (PACAGTQ HAS NO
      *      SEPARATE COPYBOOK FOR ITS PARAMETER).
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

      *      THE WHOLE REGISTER IS SMALL ENOUGH TO HOLD IN STORAGE
      *      FOR A RETIRE, WHICH REWRITES THE FILE COMPLETE -- THE
      *      SAME ARRANGEMENT PACFEES KEEPS FOR ITS SCHEDULE.
       01  HOLD-COUNT             PIC 9(03) VALUE 0.
       01  HOLD-IDX               PIC 9(03) VALUE 0.
       01  HOLD-TABLE.
           05  HOLD-ENTRY OCCURS 500 TIMES.
               10  HOLD-RECORD    PIC X(150).

       LINKAGE SECTION.
       01  AGNT-PARM.
      *      SIGNED-ON OPERATOR FROM PACMENU -- STAMPED ON EVERY
      *      AGENT LINE ADDED.
           05  AGNT-OPERATOR       PIC X(08).

       PROCEDURE DIVISION USING AGNT-PARM.
       A000-BEGIN.
           ACCEPT RUN-YYMMDD FROM DATE.
           COMPUTE RUN-CCYYMMDD = 20000000 + RUN-YYMMDD.
           PERFORM AGENT-LOOP UNTIL AGENT-IS-DONE.
           GOBACK.

       AGENT-LOOP.
           DISPLAY ' '.
           DISPLAY 'PAC AGENT REGISTER MAINTENANCE (' WS-AGENT-NAME
               ')'.
           DISPLAY '  1.  LIST AGENTS'.
           DISPLAY '  2.  ADD AN AGENT'.
           DISPLAY '  3.  RETIRE AN AGENT'.
           DISPLAY '  4.  EXIT'.
           DISPLAY 'ENTER CHOICE: ' WITH NO ADVANCING.
           ACCEPT AGENT-CHOICE.

           IF AGENT-IS-LIST
              PERFORM DO-LIST THRU DO-LIST-EXIT
           ELSE IF AGENT-IS-ADD
              PERFORM DO-ADD THRU DO-ADD-EXIT
           ELSE IF AGENT-IS-RETIRE
              PERFORM DO-RETIRE THRU DO-RETIRE-EXIT
           ELSE IF AGENT-IS-EXIT
              SET AGENT-IS-DONE TO TRUE
           ELSE
              DISPLAY 'PACAGNT: INVALID CHOICE -- TRY AGAIN'.

       DO-LIST.
           MOVE 0 TO LISTED-COUNT.
           SET AGENT-NOT-AT-EOF TO TRUE.
           OPEN INPUT AGENT-FILE.
           IF AGENT-FILE-STATUS NOT = '00'
              DISPLAY 'PACAGNT: NO AGENT REGISTER ON FILE YET'
              GO TO DO-LIST-EXIT.
           DISPLAY 'CODE  NAME                           PHONE'
               '          STATE'.
           PERFORM LIST-ONE-AGENT UNTIL AGENT-AT-EOF.
           CLOSE AGENT-FILE.
           DISPLAY 'PACAGNT: ' LISTED-COUNT ' AGENT(S) ON FILE'.
       DO-LIST-EXIT. EXIT.

       LIST-ONE-AGENT.
           READ AGENT-FILE
               AT END
                  SET AGENT-AT-EOF TO TRUE
                  GO TO LIST-ONE-AGENT-EXIT.
           ADD 1 TO LISTED-COUNT.
           IF AGT-RETIRED NUMERIC AND AGT-RETIRED > 0
              MOVE 'RETIRED' TO AGENT-STATE-WORD
           ELSE
              MOVE 'LIVE'    TO AGENT-STATE-WORD.
           DISPLAY AGT-CODE ' ' AGT-NAME ' ' AGT-PHONE ' '
               AGENT-STATE-WORD.
       LIST-ONE-AGENT-EXIT. EXIT.

       DO-ADD.
           DISPLAY 'AGENT CODE: ' WITH NO ADVANCING.
           MOVE SPACES TO ENTRY-CODE.
           ACCEPT ENTRY-CODE.
           IF ENTRY-CODE = SPACES
              DISPLAY 'PACAGNT: A BLANK AGENT CODE CANNOT BE ADDED'
              GO TO DO-ADD-EXIT.
           MOVE ENTRY-CODE TO AGTQ-CODE.
           CALL 'PACAGTQ' USING AGTQ-PARM.
           IF NOT AGTQ-IS-UNKNOWN
              DISPLAY 'PACAGNT: AGENT ' ENTRY-CODE ' IS ALREADY ON'
                  ' FILE (' AGTQ-NAME ') -- CODES ARE NOT REUSED'
              GO TO DO-ADD-EXIT.
           DISPLAY 'AGENT NAME: ' WITH NO ADVANCING.
           MOVE SPACES TO ENTRY-NAME.
           ACCEPT ENTRY-NAME.
           IF ENTRY-NAME = SPACES
              DISPLAY 'PACAGNT: AN AGENT MUST HAVE A NAME'
              GO TO DO-ADD-EXIT.
           DISPLAY 'CONTACT PERSON: ' WITH NO ADVANCING.
           MOVE SPACES TO ENTRY-CONTACT.
           ACCEPT ENTRY-CONTACT.
           DISPLAY 'PHONE: ' WITH NO ADVANCING.
           MOVE SPACES TO ENTRY-PHONE.
           ACCEPT ENTRY-PHONE.
           DISPLAY 'POSTAL ADDRESS (ONE LINE): ' WITH NO ADVANCING.
           MOVE SPACES TO ENTRY-ADDRESS.
           ACCEPT ENTRY-ADDRESS.

      *      SAME EXTEND-OR-CREATE DANCE PACJRNL DOES FOR THE
      *      JOURNAL FILE.
           OPEN EXTEND AGENT-FILE.
           IF AGENT-FILE-STATUS = '05' OR '35'
              OPEN OUTPUT AGENT-FILE.
           MOVE SPACES TO AGENT-FILE-RECORD.
           MOVE ENTRY-CODE    TO AGT-CODE.
           MOVE ENTRY-NAME    TO AGT-NAME.
           MOVE ENTRY-CONTACT TO AGT-CONTACT.
           MOVE ENTRY-PHONE   TO AGT-PHONE.
           MOVE ENTRY-ADDRESS TO AGT-ADDRESS.
           MOVE RUN-CCYYMMDD  TO AGT-ADDED.
           MOVE 0             TO AGT-RETIRED.
           MOVE AGNT-OPERATOR TO AGT-OPERATOR.
           WRITE AGENT-FILE-RECORD.
           CLOSE AGENT-FILE.
           DISPLAY 'PACAGNT: ADDED AGENT ' ENTRY-CODE ' ' ENTRY-NAME.
       DO-ADD-EXIT. EXIT.

      *      RETIREMENT STAMPS TODAY INTO AGT-RETIRED ON THE LIVE
      *      LINE FOR THE CODE, THEN WRITES THE FILE BACK COMPLETE.
       DO-RETIRE.
           DISPLAY 'AGENT CODE: ' WITH NO ADVANCING.
           MOVE SPACES TO ENTRY-CODE.
           ACCEPT ENTRY-CODE.

           MOVE 0 TO HOLD-COUNT.
           MOVE 0 TO RETIRED-COUNT.
           SET AGENT-NOT-AT-EOF TO TRUE.
           OPEN INPUT AGENT-FILE.
           IF AGENT-FILE-STATUS NOT = '00'
              DISPLAY 'PACAGNT: NO AGENT REGISTER ON FILE YET'
              GO TO DO-RETIRE-EXIT.
           PERFORM HOLD-ONE-AGENT UNTIL AGENT-AT-EOF
               OR HOLD-COUNT NOT < 500.
           IF AGENT-NOT-AT-EOF
              READ AGENT-FILE
                  AT END
                     SET AGENT-AT-EOF TO TRUE.
           CLOSE AGENT-FILE.

      *      A REGISTER TOO BIG TO HOLD COMPLETE MUST NOT BE
      *      WRITTEN BACK SHORT -- THAT WOULD SILENTLY DROP AGENTS.
           IF AGENT-NOT-AT-EOF
              DISPLAY 'PACAGNT: REGISTER EXCEEDS 500 AGENTS --'
                  ' RETIRE ABANDONED, FILE LEFT AS IT WAS'
              GO TO DO-RETIRE-EXIT.

           IF RETIRED-COUNT = 0
              DISPLAY 'PACAGNT: NO LIVE AGENT ' ENTRY-CODE
                  ' TO RETIRE'
              GO TO DO-RETIRE-EXIT.

           OPEN OUTPUT AGENT-FILE.
           PERFORM WRITE-HELD-AGENT
               VARYING HOLD-IDX FROM 1 BY 1
               UNTIL HOLD-IDX > HOLD-COUNT.
           CLOSE AGENT-FILE.
           DISPLAY 'PACAGNT: RETIRED AGENT ' ENTRY-CODE ' AS OF '
               RUN-CCYYMMDD.
       DO-RETIRE-EXIT. EXIT.

       HOLD-ONE-AGENT.
           READ AGENT-FILE
               AT END
                  SET AGENT-AT-EOF TO TRUE
                  GO TO HOLD-ONE-AGENT-EXIT.
           IF AGT-CODE = ENTRY-CODE
              AND (AGT-RETIRED NOT NUMERIC OR AGT-RETIRED = 0)
              MOVE RUN-CCYYMMDD TO AGT-RETIRED
              ADD 1 TO RETIRED-COUNT.
           ADD 1 TO HOLD-COUNT.
           MOVE AGENT-FILE-RECORD TO HOLD-RECORD (HOLD-COUNT).
       HOLD-ONE-AGENT-EXIT. EXIT.

       WRITE-HELD-AGENT.
           MOVE HOLD-RECORD (HOLD-IDX) TO AGENT-FILE-RECORD.
           WRITE AGENT-FILE-RECORD.
