           BACKWARDS, SO THE PROGRAM COUNTS THE MATCHING ENTRIES
           FIRST AND THEN RE-READS THE FILE ONCE PER REVERSAL,
           HIGHEST ORDINAL FIRST -- SLOW, BUT A BACK-OUT IS A RARE
           RECOVERY STEP, NOT A NIGHTLY ONE.  A PACRCODE MASS
           RECODE JOURNALS UNDER ITS OWN REFERENCE (RCD00001 AND
           ON) INSTEAD OF A PROGRAM NAME; THAT REFERENCE NAMES ONE
           RUN BY ITSELF, SO WITH IT THE DATE MAY BE LEFT ZERO AND
           A RECODE THAT RAN PAST MIDNIGHT STILL COMES OUT WHOLE.
           A BACK-OUT NEEDS A SECOND PAIR OF EYES (PACAUTH): RUN
           WITHOUT AN AUTHORIZATION NUMBER IT ONLY RAISES A REQUEST,
           WITH BACK-REASON, AND STOPS; ONCE A SUPERVISOR OTHER THAN
           THE REQUESTER HAS APPROVED IT, THE SAME OPERATOR RUNS IT
           AGAIN WITH THE NUMBER FOR THE SAME RUN AND IT GOES AHEAD
           ONCE.  THE NUMBER, BOTH OPERATORS AND THE REASON GO ON
           THE YEAR'S JOURNAL AHEAD OF THE REVERSALS.  THE APPROVAL
           IS ONLY USED UP ONCE THE YEAR'S RUN TOKEN IS HELD AND
           THERE IS AT LEAST ONE MATCHING ENTRY; A RUN REFUSED FOR A
           BUSY YEAR OR WITH NOTHING TO BACK OUT LEAVES IT UNUSED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. COMPAQ-DESKPRO-286.
               10  HIST-START-HUNDREDTH PIC S9(2) BINARY.
               10  FILLER               PIC X(1).

      *      DUAL AUTHORIZATION (PACAUTH HAS NO SEPARATE COPYBOOK FOR
      *      ITS PARAMETER).  THE TARGET IS THE RUN BEING UNDONE --
      *      PROGRAM, DATE AND ORIGINATING OPERATOR.
       01  AUTH-PARM.
           05  AUTH-REQUEST        PIC X(01).
           05  AUTH-OPERATION      PIC X(08) VALUE 'BACKOUT'.
           05  AUTH-CCYY           PIC 9(04).
           05  AUTH-REGION         PIC X(02).
           05  AUTH-TARGET.
               10  AUTH-TGT-PROGRAM    PIC X(08).
               10  FILLER              PIC X(01) VALUE SPACE.
               10  AUTH-TGT-DATE       PIC 9(06).
               10  FILLER              PIC X(01) VALUE SPACE.
               10  AUTH-TGT-OPERATOR   PIC X(08).
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

       LINKAGE SECTION.
       01  BACK-PARM.
           05  BACK-CCYY          PIC 9(04).
      *      WHICH RUN TO UNDO -- THE PROGRAM NAME AND DATE AS THE
      *      JOURNAL CARRIES THEM, PLUS AN OPTIONAL ORIGINATING
      *      OPERATOR (SPACES = ANY OPERATOR).  A PACRCODE
      *      REFERENCE (RCDnnnnn) IN BACK-PROGRAM MAY HAVE A ZERO
      *      BACK-DATE, MEANING WHATEVER DAY IT RAN.
           05  BACK-PROGRAM       PIC X(08).
           05  BACK-DATE          PIC 9(06).
           05  BACK-OPERATOR      PIC X(08).
      *      FILE SET (pacCCYY.btr); OTHERWISE QUALIFIES EVERY
      *      PER-YEAR FILE NAME THE RUN TOUCHES.
           05  BACK-REGION        PIC X(02).
      *      WHY THE RUN IS BEING UNDONE (ON THE REQUEST), AND THE
      *      APPROVED AUTHORIZATION NUMBER -- ZERO RAISES THE REQUEST
      *      AND STOPS.
           05  BACK-REASON        PIC X(30).
           05  BACK-AUTH-NUMBER   PIC 9(05).
       PROCEDURE DIVISION USING BACK-PARM.
       A000-BEGIN.
           CALL 'DOS_GET_TIME' USING HIST-START-STAMP.
              SET JOB-HAS-FAILED TO TRUE
              GO TO DONE.

      *      WITHOUT A NUMBER THE REQUEST IS RAISED NOW AND THE RUN
      *      STOPS.  WITH ONE, THE APPROVAL IS NOT USED UP UNTIL THE
      *      TOKEN IS HELD AND THERE IS SOMETHING TO BACK OUT, SO A
      *      REFUSED RUN LEAVES IT GOOD FOR THE NEXT ATTEMPT.
           IF BACK-AUTH-NUMBER = 0
              PERFORM GET-AUTHORIZATION THRU GET-AUTHORIZATION-EXIT
              SET JOB-HAS-FAILED TO TRUE
              GO TO DONE.

           PERFORM TAKE-RUN-TOKEN THRU TAKE-RUN-TOKEN-EXIT.
           IF RUN-TOKEN-NOT-HELD
              SET JOB-HAS-FAILED TO TRUE

           DISPLAY 'PACBACK: BACKING OUT ' BACK-PROGRAM ' OF '
               BACK-DATE ' FROM ' B-PAC-NAME.

           PERFORM COUNT-MATCHING-ENTRIES THRU
               COUNT-MATCHING-ENTRIES-EXIT.
                  'NOTHING TO BACK OUT'
              GO TO DONE.

           PERFORM GET-AUTHORIZATION THRU GET-AUTHORIZATION-EXIT.
           IF AUTHORIZATION-NOT-GRANTED
              SET JOB-HAS-FAILED TO TRUE
              GO TO DONE.
           MOVE BACK-BY-OPERATOR TO JRNL-OPERATOR.
           PERFORM JOURNAL-AUTHORIZATION.

           MOVE WS-RPT-NAME TO GDG-FILE-NAME.
           CALL 'PACGDG' USING GDG-PARM.
           OPEN OUTPUT BACK-RPT-FILE.
              MOVE 1 TO RETURN-CODE.
           GOBACK.

      *      NO NUMBER: RAISE THE REQUEST AND STOP.  A NUMBER: IT
      *      MUST BE APPROVED, UNUSED, IN TIME, THIS OPERATOR'S OWN
      *      AND FOR THIS VERY RUN, OR NOTHING IS BACKED OUT.
       GET-AUTHORIZATION.
           SET AUTHORIZATION-NOT-GRANTED TO TRUE.
           MOVE BACK-CCYY        TO AUTH-CCYY.
           MOVE BACK-REGION      TO AUTH-REGION.
           MOVE BACK-PROGRAM     TO AUTH-TGT-PROGRAM.
           MOVE BACK-DATE        TO AUTH-TGT-DATE.
           MOVE BACK-OPERATOR    TO AUTH-TGT-OPERATOR.
           MOVE BACK-BY-OPERATOR TO AUTH-OPERATOR.
           MOVE BACK-AUTH-NUMBER TO AUTH-NUMBER.
           IF BACK-AUTH-NUMBER = 0
              MOVE 'R' TO AUTH-REQUEST
              MOVE BACK-REASON TO AUTH-REASON
              CALL 'PACAUTH' USING AUTH-PARM
              IF AUTH-DONE
                 DISPLAY 'PACBACK: NOTHING BACKED OUT YET -- RUN'
                     ' AGAIN WITH AUTHORIZATION ' AUTH-NUMBER
                     ' ONCE A SUPERVISOR HAS APPROVED IT'
              END-IF
              GO TO GET-AUTHORIZATION-EXIT.
           MOVE 'U' TO AUTH-REQUEST.
           CALL 'PACAUTH' USING AUTH-PARM.
           IF AUTH-DONE
              SET AUTHORIZATION-GRANTED TO TRUE
              DISPLAY 'PACBACK: AUTHORIZATION ' AUTH-NUMBER
                  ' -- REQUESTED BY ' AUTH-REQUESTED-BY
                  ', APPROVED BY ' AUTH-APPROVER.
       GET-AUTHORIZATION-EXIT. EXIT.

       JOURNAL-AUTHORIZATION.
           MOVE 'J' TO AUTH-REQUEST.
           MOVE BACK-CCYY TO AUTH-CCYY.
           CALL 'PACAUTH' USING AUTH-PARM.

       TAKE-RUN-TOKEN.
           MOVE 'T' TO LOCK-REQUEST.
           MOVE TARGET-CCYY-DISPLAY TO LOCK-CCYY.
       CHECK-ENTRY-MATCH.
           SET ENTRY-NOT-FOUND TO TRUE.
           IF JRN-PROGRAM = BACK-PROGRAM
              AND JRN-OPERATION NOT = 'AUTH'
              AND (JRN-DATE = BACK-DATE
                   OR (BACK-DATE = 0 AND BACK-PROGRAM (1:3) = 'RCD'))
              IF BACK-OPERATOR = SPACES
                 OR JRN-OPERATOR = BACK-OPERATOR
                 SET ENTRY-WAS-FOUND TO TRUE.
