           UPDATE PROGRAMS ALL ASK PACCLSQ THEMSELVES BEFORE
           TOUCHING A YEAR; THIS CHECK IS THE BACKSTOP FOR ANYTHING
           THAT DID NOT.
           EVERY LINE CARRIES A HASH-CHAIN LINK (JRN-CHAIN, FROM
           PACCHAIN) SO A JOURNAL EDITED OUTSIDE THE SUITE IS CAUGHT
           BY PACCHNV.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. COMPAQ-DESKPRO-286.
           05  FILLER               PIC X(1).
       01  JRNL-TIME-DISPLAY     PIC 9(06) VALUE 0.

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

      *      YEAR-CLOSE GATE (PACCLSQ HAS NO SEPARATE COPYBOOK FOR
      *      ITS PARAMETER).  A SEALED JOURNAL IS A CLOSED YEAR'S
      *      JOURNAL; THE LAST CATALOG LINE DECIDES.
           MOVE JRNL-AFTER        TO JRN-AFTER-IMAGE.
           MOVE JRNL-OPERATOR     TO JRN-OPERATOR.

      *      EACH LINE CARRIES ITS LINK IN THE HASH CHAIN (SEE
      *      PACCHAIN) SO AN EDIT TO THE FILE OUTSIDE THE SUITE SHOWS.
           MOVE 'L'              TO CHN-REQUEST.
           MOVE WS-JRNL-NAME     TO CHN-FILE-NAME.
           MOVE 255              TO CHN-LENGTH.
           MOVE JRNL-FILE-RECORD TO CHN-LINE.
           CALL 'PACCHAIN' USING CHAIN-PARM.
           MOVE CHN-VALUE        TO JRN-CHAIN.

      *      SAME EXTEND-OR-CREATE DANCE PACLOOK'S RAISE-ALERT DOES
      *      FOR THE SAME-DAY ALERT FILE.
           OPEN EXTEND JRNL-FILE.
