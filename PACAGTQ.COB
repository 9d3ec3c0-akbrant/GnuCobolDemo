       ID DIVISION.
       PROGRAM-ID.  PACAGTQ.
       AUTHOR.  Oliphant .
       DATE-WRITTEN. OCTOBER 11, 2026.
       DATE-COMPILED.
       REMARKS.  AGENT REGISTER QUERY.  EVERY PROGRAM THAT PUTS AN
           AGENT CODE ON A REGISTRATION, OR NEEDS AN AGENT'S NAME
           AND ADDRESS, CALLS THIS RATHER THAN READING pacagent.dat
           ITSELF -- THE SAME ONE-QUESTION SHAPE PACCLSQ GIVES THE
           CLOSE CATALOG.  READS THE REGISTER (PACAGT.COB LAYOUT,
           MAINTAINED BY PACAGNT) FRONT TO BACK FOR THE CODE ASKED
           ABOUT AND ANSWERS 'L' LIVE, 'R' RETIRED, OR 'U' UNKNOWN,
           WITH THE CONTACT DETAIL FILLED IN FOR THE FIRST TWO.  NO
           REGISTER ON FILE MEANS EVERY CODE IS UNKNOWN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. COMPAQ-DESKPRO-286.
       OBJECT-COMPUTER. ANY-COMPAQ-COMPATABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGTQ-AGT-FILE ASSIGN TO WS-AGT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AGTQ-AGT-FILE.
       01  AGTQ-AGT-RECORD.
           COPY 'PACAGT.COB'.
*      WORKING-STORAGE SECTION.
       01  WS-AGT-NAME            PIC X(32) VALUE 'pacagent.dat'.
       01  AGT-FILE-STATUS        PIC X(02).
       01  AGT-EOF-SW             PIC X VALUE 'N'.
           88  AGT-AT-EOF               VALUE 'Y'.
           88  AGT-NOT-AT-EOF           VALUE 'N'.

       LINKAGE SECTION.
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

       PROCEDURE DIVISION USING AGTQ-PARM.
       A000-BEGIN.
           SET AGTQ-IS-UNKNOWN TO TRUE.
           MOVE SPACES TO AGTQ-NAME.
           MOVE SPACES TO AGTQ-CONTACT.
           MOVE SPACES TO AGTQ-PHONE.
           MOVE SPACES TO AGTQ-ADDRESS.
           IF AGTQ-CODE = SPACES
              GO TO DONE.
           SET AGT-NOT-AT-EOF TO TRUE.
           OPEN INPUT AGTQ-AGT-FILE.
           IF AGT-FILE-STATUS NOT = '00'
              GO TO DONE.
           PERFORM CHECK-ONE-LINE UNTIL AGT-AT-EOF.
           CLOSE AGTQ-AGT-FILE.
       DONE.
           GOBACK.

       CHECK-ONE-LINE.
           READ AGTQ-AGT-FILE
               AT END
                  SET AGT-AT-EOF TO TRUE
                  GO TO CHECK-ONE-LINE-EXIT.
           IF AGT-CODE NOT = AGTQ-CODE
              GO TO CHECK-ONE-LINE-EXIT.
           MOVE AGT-NAME    TO AGTQ-NAME.
           MOVE AGT-CONTACT TO AGTQ-CONTACT.
           MOVE AGT-PHONE   TO AGTQ-PHONE.
           MOVE AGT-ADDRESS TO AGTQ-ADDRESS.
           IF AGT-RETIRED NUMERIC AND AGT-RETIRED > 0
              SET AGTQ-IS-RETIRED TO TRUE
           ELSE
              SET AGTQ-IS-LIVE TO TRUE.
           SET AGT-AT-EOF TO TRUE.
       CHECK-ONE-LINE-EXIT. EXIT.
