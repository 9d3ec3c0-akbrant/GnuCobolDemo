       ID DIVISION.
       PROGRAM-ID.  PACIFHQ.
       AUTHOR.  Oliphant .
       DATE-WRITTEN. OCTOBER 15, 2026.
       DATE-COMPILED.
       REMARKS.  INTERFACE HOLD QUERY.  EVERY PROGRAM THAT WRITES
           OR RELEASES ONE OF A YEAR'S OUTBOUND INTERFACE FILES
           (PACLOOK'S sumCCYY.dat, PACBILL'S bilCCYY.dat) CALLS THIS
           RATHER THAN READING pacifhld.dat ITSELF -- THE SAME
           ONE-QUESTION SHAPE PACHLDQ GIVES THE MEMBER HOLDS.  READS
           THE REGISTER (PACIFH.COB LAYOUT) FRONT TO BACK AND TAKES
           THE LAST LINE FOR THE YEAR AND REGION ASKED ABOUT.
           ANSWERS 'H' HELD WHEN THAT LINE IS A HOLD AND 'N' NOT
           HELD OTHERWISE, WITH THE DATE AND SWING COUNT OF THE
           LINE THAT DECIDED IT.  A WRITER THAT GETS 'H' BACK PUTS
           ITS FILE DOWN AS <name>.hld INSTEAD OF <name>.dat, SO
           NOTHING THE PICKUP LOOKS FOR LEAVES THE BUILDING UNTIL
           A SUPERVISOR RELEASES THE YEAR THROUGH PACANOM.  NO
           REGISTER ON FILE MEANS NOTHING IS HELD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. COMPAQ-DESKPRO-286.
       OBJECT-COMPUTER. ANY-COMPAQ-COMPATABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IFHQ-IFH-FILE ASSIGN TO WS-IFH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IFH-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  IFHQ-IFH-FILE.
       01  IFHQ-IFH-RECORD.
           COPY 'PACIFH.COB'.
*      WORKING-STORAGE SECTION.
       01  WS-IFH-NAME            PIC X(32) VALUE 'pacifhld.dat'.
       01  IFH-FILE-STATUS        PIC X(02).
       01  IFH-EOF-SW             PIC X VALUE 'N'.
           88  IFH-AT-EOF               VALUE 'Y'.
           88  IFH-NOT-AT-EOF           VALUE 'N'.

       LINKAGE SECTION.
       01  IFHQ-PARM.
           05  IFHQ-CCYY           PIC 9(04).
           05  IFHQ-REGION         PIC X(02).
           05  IFHQ-RESULT         PIC X(01).
               88  IFHQ-HELD             VALUE 'H'.
               88  IFHQ-NOT-HELD         VALUE 'N'.
           05  IFHQ-DATE           PIC 9(06).
           05  IFHQ-SWINGS         PIC 9(04).

       PROCEDURE DIVISION USING IFHQ-PARM.
       A000-BEGIN.
           SET IFHQ-NOT-HELD TO TRUE.
           MOVE 0 TO IFHQ-DATE.
           MOVE 0 TO IFHQ-SWINGS.
           SET IFH-NOT-AT-EOF TO TRUE.
           OPEN INPUT IFHQ-IFH-FILE.
           IF IFH-FILE-STATUS NOT = '00'
              GO TO DONE.
           PERFORM CHECK-ONE-LINE THRU CHECK-ONE-LINE-EXIT
               UNTIL IFH-AT-EOF.
           CLOSE IFHQ-IFH-FILE.
       DONE.
           GOBACK.

       CHECK-ONE-LINE.
           READ IFHQ-IFH-FILE
               AT END
                  SET IFH-AT-EOF TO TRUE
                  GO TO CHECK-ONE-LINE-EXIT.
           IF IFH-CCYY NOT = IFHQ-CCYY
              OR IFH-REGION NOT = IFHQ-REGION
              GO TO CHECK-ONE-LINE-EXIT.
           IF IFH-IS-HOLD
              SET IFHQ-HELD TO TRUE
           ELSE
              SET IFHQ-NOT-HELD TO TRUE.
           IF IFH-DATE NUMERIC
              MOVE IFH-DATE TO IFHQ-DATE.
           IF IFH-SWINGS NUMERIC
              MOVE IFH-SWINGS TO IFHQ-SWINGS.
       CHECK-ONE-LINE-EXIT. EXIT.
