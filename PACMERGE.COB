           THAT MEANS THE MEMBER SYSTEM HAS NOT MERGED ITS SIDE YET
           AND THE DUPLICATE WOULD JUST COME BACK.  A CLOSED OR
           MISSING YEAR IN THE RANGE IS NOTED AND SKIPPED.
           CO-HOLDINGS (jntCCYY.dat) FOLLOW THE MERGE THROUGH
           PACJOINT: A MOVED RECORD TAKES ITS CO-HOLDERS TO ITS NEW
           KEY, AND ONCE A YEAR IS CLEAN EVERY RECORD THE FROM-SERIAL
           CO-HOLDS PASSES TO THE TO-SERIAL -- A CO-HOLDER SERIAL IS
           MERGED THE SAME AS A PRIMARY ONE.
           A MERGE NEEDS A SECOND OPERATOR (PACAUTH): RUN WITHOUT AN
           AUTHORIZATION NUMBER IT ONLY RAISES A REQUEST FOR THE TWO
           SERIALS AND THE YEAR RANGE, WITH MERGE-REASON, AND STOPS;
           ONCE A SUPERVISOR OTHER THAN THE REQUESTER HAS APPROVED
           IT, THE SAME OPERATOR RUNS IT AGAIN WITH THE NUMBER AND IT
           GOES AHEAD ONCE.  THE NUMBER, BOTH OPERATORS AND THE
           REASON GO ON THE JOURNAL OF EVERY YEAR MERGED, AHEAD OF
           THAT YEAR'S MOVES.  THE APPROVAL IS USED UP ONLY WHEN
           THE FIRST YEAR WITH RECORDS TO MOVE HAS BEEN OPENED UNDER
           ITS RUN TOKEN; A RUN WHOSE YEARS ARE ALL CLOSED, BUSY,
           MISSING OR EMPTY LEAVES IT GOOD FOR THE NEXT ATTEMPT.
           THE CERTIFICATE OUTSTANDING ON A MOVED RECORD'S OLD KEY IS
           CANCELLED THROUGH PACCERT ONCE THE OLD RECORD IS DELETED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. COMPAQ-DESKPRO-286.
           05  JRNL-OPERATOR      PIC X(08) VALUE SPACES.
           05  JRNL-REGION        PIC X(02) VALUE SPACES.

      *      CO-HOLDER FILE UPKEEP (PACJOINT HAS NO SEPARATE
      *      COPYBOOK FOR ITS PARAMETER).
       01  JOINT-PARM.
           05  JOINT-MODE          PIC X(01).
           05  JOINT-CCYY          PIC 9(04).
           05  JOINT-SERIAL        PIC X(05).
           05  JOINT-SEQ           PIC 9(03).
           05  JOINT-HOLDER        PIC X(05) VALUE SPACES.
           05  JOINT-SHARE         PIC 9(03)V99 VALUE 0.
           05  JOINT-NEW-SERIAL    PIC X(05).
           05  JOINT-NEW-SEQ       PIC 9(03).
           05  JOINT-OPERATOR      PIC X(08).
           05  JOINT-RESULT        PIC X(01).
               88  JOINT-WENT-GOOD       VALUE 'G'.
               88  JOINT-WENT-BAD        VALUE 'F'.
           05  JOINT-REGION        PIC X(02).

      *      CERTIFICATE CANCELLATION HOOK (PACCERT HAS NO SEPARATE
      *      COPYBOOK FOR ITS PARAMETER).  THE CERTIFICATE ISSUED ON
      *      THE OLD KEY IS CANCELLED WHEN THE RECORD LEAVES IT; THE
      *      NEXT PACCERT PRINT RUN ISSUES ONE ON THE NEW KEY.
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

       01  MERGE-HEADER-LINE     PIC X(80) VALUE
           'PAC SERIAL MERGE REPORT'.
       01  MERGE-DETAIL-LINE.
               10  HIST-START-HUNDREDTH PIC S9(2) BINARY.
               10  FILLER               PIC X(1).

      *      DUAL AUTHORIZATION (PACAUTH HAS NO SEPARATE COPYBOOK FOR
      *      ITS PARAMETER).  THE TARGET IS THE TWO SERIALS AND THE
      *      LAST YEAR OF THE RANGE; THE FIRST YEAR IS AUTH-CCYY.
       01  AUTH-PARM.
           05  AUTH-REQUEST        PIC X(01).
           05  AUTH-OPERATION      PIC X(08) VALUE 'MERGE'.
           05  AUTH-CCYY           PIC 9(04).
           05  AUTH-REGION         PIC X(02).
           05  AUTH-TARGET.
               10  AUTH-TGT-FROM       PIC X(05).
               10  FILLER              PIC X(01) VALUE SPACE.
               10  AUTH-TGT-TO         PIC X(05).
               10  FILLER              PIC X(01) VALUE SPACE.
               10  AUTH-TGT-END-CCYY   PIC 9(04).
               10  FILLER              PIC X(08) VALUE SPACES.
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
           88  AUTHORIZATION-REFUSED     VALUE 'F'.

       LINKAGE SECTION.
       01  MERGE-PARM.
           05  MERGE-FROM-SERIAL  PIC X(05).
      *      FILE SET (pacCCYY.btr); OTHERWISE QUALIFIES EVERY
      *      PER-YEAR FILE NAME THE RUN TOUCHES.
           05  MERGE-REGION       PIC X(02).
      *      WHY THE SERIALS ARE BEING MERGED (ON THE REQUEST), AND
      *      THE APPROVED AUTHORIZATION NUMBER -- ZERO RAISES THE
      *      REQUEST AND STOPS.
           05  MERGE-REASON       PIC X(30).
           05  MERGE-AUTH-NUMBER  PIC 9(05).
       PROCEDURE DIVISION USING MERGE-PARM.
       A000-BEGIN.
           CALL 'DOS_GET_TIME' USING HIST-START-STAMP.
              SET JOB-HAS-FAILED TO TRUE
              GO TO DONE.

      *      WITHOUT A NUMBER THE REQUEST IS RAISED NOW AND THE RUN
      *      STOPS.  WITH ONE, THE APPROVAL IS USED UP IN THE FIRST
      *      YEAR THAT IS OPEN, UNDER ITS TOKEN, AND HAS RECORDS TO
      *      MOVE -- NOT BEFORE.
           IF MERGE-AUTH-NUMBER = 0
              PERFORM GET-AUTHORIZATION THRU GET-AUTHORIZATION-EXIT
              SET JOB-HAS-FAILED TO TRUE
              GO TO DONE.

           MOVE WS-RPT-NAME TO GDG-FILE-NAME.
           CALL 'PACGDG' USING GDG-PARM.
           OPEN OUTPUT MERGE-RPT-FILE.

           MOVE MERGE-START-CCYY TO WS-YEAR.
           PERFORM MERGE-ONE-YEAR THRU MERGE-ONE-YEAR-EXIT
               UNTIL WS-YEAR > MERGE-END-CCYY
                  OR AUTHORIZATION-REFUSED.

           MOVE TOTAL-MOVED-COUNT TO MT-MOVED.
           WRITE MERGE-RPT-RECORD FROM MERGE-TRAILER-LINE.
           IF YEAR-HAS-FAILED
              GO TO MERGE-YEAR-CLOSE.

           IF AUTHORIZATION-NOT-GRANTED
              PERFORM GET-AUTHORIZATION THRU GET-AUTHORIZATION-EXIT.
           IF AUTHORIZATION-REFUSED
              MOVE 'AUTHORIZATION REFUSED' TO MD-TEXT
              MOVE 0 TO MD-MOVED
              WRITE MERGE-RPT-RECORD FROM MERGE-DETAIL-LINE
              SET YEAR-HAS-FAILED TO TRUE
              SET JOB-HAS-FAILED TO TRUE
              GO TO MERGE-YEAR-CLOSE.
           MOVE 'J' TO AUTH-REQUEST.
           MOVE WS-YEAR TO AUTH-CCYY.
           CALL 'PACAUTH' USING AUTH-PARM.

           SET MORE-FROM-RECORDS TO TRUE.
           PERFORM MOVE-ONE-RECORD THRU MOVE-ONE-RECORD-EXIT
               UNTIL NO-MORE-FROM-RECORDS OR YEAR-HAS-FAILED.
              PERFORM LOG-ERROR-JOURNAL
              DISPLAY 'PACMERGE: CLOSE FAILED--> ' BTRV-STATUS-MESSAGE
              SET JOB-HAS-FAILED TO TRUE.
      *      THE FROM-SERIAL'S CO-HOLDINGS GO OVER ONLY WITH A CLEAN
      *      YEAR -- A FAILED ONE IS PUT RIGHT AND RE-RUN FIRST.
           IF YEAR-IS-CLEAN
              MOVE 'M'               TO JOINT-MODE
              MOVE MERGE-FROM-SERIAL TO JOINT-SERIAL
              MOVE 0                 TO JOINT-SEQ
              MOVE MERGE-TO-SERIAL   TO JOINT-NEW-SERIAL
              MOVE 0                 TO JOINT-NEW-SEQ
              PERFORM CALL-PACJOINT.

       MERGE-YEAR-NEXT.
           PERFORM DROP-RUN-TOKEN.
           ADD 1 TO WS-YEAR.
       MERGE-ONE-YEAR-EXIT. EXIT.

      *      NO NUMBER: RAISE THE REQUEST AND STOP.  A NUMBER: IT
      *      MUST BE APPROVED, UNUSED, IN TIME, THIS OPERATOR'S OWN
      *      AND FOR THESE SERIALS AND YEARS, OR NOTHING IS MOVED.
       GET-AUTHORIZATION.
           SET AUTHORIZATION-NOT-GRANTED TO TRUE.
           MOVE MERGE-START-CCYY  TO AUTH-CCYY.
           MOVE MERGE-REGION      TO AUTH-REGION.
           MOVE MERGE-FROM-SERIAL TO AUTH-TGT-FROM.
           MOVE MERGE-TO-SERIAL   TO AUTH-TGT-TO.
           MOVE MERGE-END-CCYY    TO AUTH-TGT-END-CCYY.
           MOVE MERGE-OPERATOR    TO AUTH-OPERATOR.
           MOVE MERGE-AUTH-NUMBER TO AUTH-NUMBER.
           IF MERGE-AUTH-NUMBER = 0
              MOVE 'R' TO AUTH-REQUEST
              MOVE MERGE-REASON TO AUTH-REASON
              CALL 'PACAUTH' USING AUTH-PARM
              IF AUTH-DONE
                 DISPLAY 'PACMERGE: NOTHING MOVED YET -- RUN AGAIN'
                     ' WITH AUTHORIZATION ' AUTH-NUMBER
                     ' ONCE A SUPERVISOR HAS APPROVED IT'
              END-IF
              GO TO GET-AUTHORIZATION-EXIT.
           MOVE 'U' TO AUTH-REQUEST.
           CALL 'PACAUTH' USING AUTH-PARM.
           IF AUTH-DONE
              SET AUTHORIZATION-GRANTED TO TRUE
              DISPLAY 'PACMERGE: AUTHORIZATION ' AUTH-NUMBER
                  ' -- REQUESTED BY ' AUTH-REQUESTED-BY
                  ', APPROVED BY ' AUTH-APPROVER
           ELSE
              SET AUTHORIZATION-REFUSED TO TRUE.
       GET-AUTHORIZATION-EXIT. EXIT.

       TAKE-RUN-TOKEN.
           MOVE 'T' TO LOCK-REQUEST.
           MOVE WS-YEAR      TO LOCK-CCYY.
           MOVE SPACES               TO JRNL-AFTER.
           PERFORM WRITE-JOURNAL.

           MOVE WS-YEAR               TO CERT-CCYY.
           MOVE SAVE-PAC-RECORD (1:5) TO CERT-SERIAL.
           MOVE SAVE-PAC-RECORD (6:3) TO CERT-SEQ.
           MOVE MERGE-OPERATOR        TO CERT-OPERATOR.
           MOVE MERGE-REGION          TO CERT-REGION.
           CALL 'PACCERT' USING CERT-PARM.
           IF CERT-WENT-GOOD
              DISPLAY 'PACMERGE: CERTIFICATE ' CERT-NUMBER ' ON '
                  CERT-SERIAL '-' CERT-SEQ ' CANCELLED'.

           MOVE 'K'                   TO JOINT-MODE.
           MOVE SAVE-PAC-RECORD (1:5) TO JOINT-SERIAL.
           MOVE SAVE-PAC-RECORD (6:3) TO JOINT-SEQ.
           MOVE MERGE-TO-SERIAL       TO JOINT-NEW-SERIAL.
           MOVE NEXT-TO-SEQ           TO JOINT-NEW-SEQ.
           PERFORM CALL-PACJOINT.

           ADD 1 TO MOVED-COUNT.
           ADD 1 TO NEXT-TO-SEQ.
       MOVE-ONE-RECORD-EXIT. EXIT.

       CALL-PACJOINT.
           MOVE WS-YEAR        TO JOINT-CCYY.
           MOVE MERGE-OPERATOR TO JOINT-OPERATOR.
           MOVE MERGE-REGION   TO JOINT-REGION.
           CALL 'PACJOINT' USING JOINT-PARM.
           IF JOINT-WENT-BAD
              DISPLAY 'PACMERGE: CO-HOLDERS NOT BROUGHT ACROSS IN '
                  WS-YEAR ' -- SEE PACJOINT MESSAGE ABOVE'
              SET JOB-HAS-FAILED TO TRUE.

       WRITE-JOURNAL.
           MOVE WS-YEAR TO JRNL-CCYY.
           CALL 'PACJRNL' USING JRNL-PARM.
