           WEEK" BECOMES ONE FILE TO READ (OR ONE PACERRS SUMMARY)
           INSTEAD OF ARCHAEOLOGY THROUGH EVERY PROGRAM'S OWN
           OUTPUT.
           EVERY ROW CARRIES A HASH-CHAIN LINK (ERR-CHAIN, FROM
           PACCHAIN) SO A JOURNAL EDITED OUTSIDE THE SUITE IS CAUGHT
           BY PACCHNV.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. COMPAQ-DESKPRO-286.
       01  ERRJ-TIME-DISPLAY     PIC 9(06) VALUE 0.
       01  ERRJ-STATUS-NUM       PIC 9(03) VALUE 0.

      *      HASH-CHAIN LINK FOR THE LINE ABOUT TO BE APPENDED
      *      (PACCHAIN HAS NO SEPARATE COPYBOOK FOR ITS PARAMETER).
       01  CHAIN-PARM.
           05  CHN-REQUEST            PIC X(01).
           05  CHN-FILE-NAME          PIC X(32).
           05  CHN-LENGTH             PIC 9(03).
           05  CHN-LINE               PIC X(255).
           05  CHN-VALUE              PIC 9(09).
           05  CHN-COUNT              PIC 9(08).
           05  CHN-RESULT             PIC X(01).

       LINKAGE SECTION.
       01  ERRJ-PARM.
           05  ERRJ-PROGRAM       PIC X(08).
                   MOVE 'E' TO ERR-SEVERITY
           END-EVALUATE.

      *      EACH LINE CARRIES ITS LINK IN THE HASH CHAIN (SEE
      *      PACCHAIN) SO AN EDIT TO THE FILE OUTSIDE THE SUITE SHOWS.
           MOVE 'L'              TO CHN-REQUEST.
           MOVE WS-ERRJ-NAME     TO CHN-FILE-NAME.
           MOVE 87               TO CHN-LENGTH.
           MOVE ERRJ-FILE-RECORD TO CHN-LINE.
           CALL 'PACCHAIN' USING CHAIN-PARM.
           MOVE CHN-VALUE        TO ERR-CHAIN.

      *      SAME EXTEND-OR-CREATE DANCE PACLOOK'S RAISE-ALERT DOES.
           OPEN EXTEND ERRJ-FILE.
           IF ERRJ-FILE-STATUS = '05' OR '35'
