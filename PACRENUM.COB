           SEVERAL DOWNSTREAM REPORTS ASSUME GAPLESS SEQ NUMBERS.
           RECORDS ARE COLLECTED IN A FIRST PASS AND RENUMBERED IN A
           SECOND SO THE KEY CHANGES DON'T DISTURB THE WALK THAT'S
           FINDING THEM.  A RECORD THAT CHANGES SEQ TAKES ITS
           CO-HOLDERS (jntCCYY.dat) TO THE NEW KEY THROUGH PACJOINT,
           THE SAME AS A PACXFER OR PACMERGE MOVE, AND THE
           CERTIFICATE OUTSTANDING ON THE OLD KEY IS CANCELLED
           THROUGH PACCERT; THE NEXT PRINT RUN ISSUES ONE ON THE NEW
           KEY.  A CO-HOLDER FILE THAT CANNOT BE BROUGHT ALONG IS
           SAID SO AND MARKS THE RUN FAILED, BUT DOES NOT STOP THE
           RENUMBER -- RERUNNING IT WOULD NOT PUT THE LINES RIGHT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. COMPAQ-DESKPRO-286.
               88  CLSQ-IS-CLOSED        VALUE 'C'.
               88  CLSQ-IS-OPEN          VALUE 'O'.

      *      CO-HOLDER FILE UPKEEP (PACJOINT HAS NO SEPARATE
      *      COPYBOOK FOR ITS PARAMETER).  MODE 'K' CARRIES A KEY'S
      *      CO-HOLDERS TO THE SEQ ITS RECORD WAS RENUMBERED ONTO.
       01  JOINT-PARM.
           05  JOINT-MODE          PIC X(01) VALUE 'K'.
           05  JOINT-CCYY          PIC 9(04).
           05  JOINT-SERIAL        PIC X(05).
           05  JOINT-SEQ           PIC 9(03).
           05  JOINT-HOLDER        PIC X(05) VALUE SPACES.
           05  JOINT-SHARE         PIC 9(03)V99 VALUE 0.
           05  JOINT-NEW-SERIAL    PIC X(05).
           05  JOINT-NEW-SEQ       PIC 9(03).
           05  JOINT-OPERATOR      PIC X(08) VALUE SPACES.
           05  JOINT-RESULT        PIC X(01).
               88  JOINT-WENT-GOOD       VALUE 'G'.
               88  JOINT-WENT-BAD        VALUE 'F'.
           05  JOINT-REGION        PIC X(02).
       01  COHOLDER-FAILED-SW     PIC X VALUE 'N'.
           88  COHOLDERS-LEFT-BEHIND    VALUE 'Y'.

      *      CERTIFICATE CANCELLATION HOOK (PACCERT HAS NO SEPARATE
      *      COPYBOOK FOR ITS PARAMETER).  THE CERTIFICATE ISSUED ON
      *      THE OLD KEY IS CANCELLED WHEN THE RECORD LEAVES IT.
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

       LINKAGE SECTION.
       01  RENUM-PARM.
           05  RENUM-CCYY          PIC 9(04).
       DONE.
           MOVE TARGET-CCYY-DISPLAY TO HIST-CCYY.
           MOVE RENUM-COUNT         TO HIST-RECORDS.
           IF JOB-HAS-FAILED OR COHOLDERS-LEFT-BEHIND
              MOVE 'FAILED' TO HIST-STATUS.
           CALL 'PACHIST' USING HIST-PARM.
           GOBACK.

           ADD 1 TO RENUM-CHANGED-COUNT.
           PERFORM WRITE-JOURNAL.
           PERFORM FOLLOW-KEY-CHANGE.
       RENUMBER-ONE-EXIT. EXIT.

      *      THE RECORD NOW LIVES UNDER THE NEW SEQ: ITS CO-HOLDERS
      *      GO WITH IT, AND THE OLD KEY'S CERTIFICATE IS CANCELLED.
       FOLLOW-KEY-CHANGE.
           MOVE RENUM-CCYY             TO JOINT-CCYY.
           MOVE RENUM-SERIAL           TO JOINT-SERIAL.
           MOVE RN-OLD-SEQ (RENUM-IDX) TO JOINT-SEQ.
           MOVE RENUM-SERIAL           TO JOINT-NEW-SERIAL.
           MOVE RENUM-NEW-SEQ          TO JOINT-NEW-SEQ.
           MOVE RENUM-REGION           TO JOINT-REGION.
           CALL 'PACJOINT' USING JOINT-PARM.
           IF JOINT-WENT-BAD
              DISPLAY 'PACRENUM: CO-HOLDERS OF ' RENUM-SERIAL '-'
                  RN-OLD-SEQ (RENUM-IDX) ' NOT MOVED TO SEQ '
                  RENUM-NEW-SEQ ' -- SEE PACJOINT MESSAGE ABOVE'
              SET COHOLDERS-LEFT-BEHIND TO TRUE.

           MOVE RENUM-CCYY             TO CERT-CCYY.
           MOVE RENUM-SERIAL           TO CERT-SERIAL.
           MOVE RN-OLD-SEQ (RENUM-IDX) TO CERT-SEQ.
           MOVE RENUM-REGION           TO CERT-REGION.
           CALL 'PACCERT' USING CERT-PARM.
           IF CERT-WENT-GOOD
              DISPLAY 'PACRENUM: CERTIFICATE ' CERT-NUMBER ' ON '
                  CERT-SERIAL '-' CERT-SEQ ' CANCELLED'.

       LOG-RETRY-WAIT.
           ADD 1 TO RETRY-COUNT.
           DISPLAY 'PACRENUM: ' B-PAC-KEY-SERIAL '-' B-PAC-KEY-SEQ
