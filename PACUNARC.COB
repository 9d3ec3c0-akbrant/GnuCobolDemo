           AND APPENDS AN UN-ARCHIVE LINE (ARC-ACTION 'U') TO THE
           CATALOG SO PACINQ, PACSERL, AND PACTREND KNOW THE YEAR IS
           LIVE AGAIN.  REFUSES TO RUN IF THE TARGET btr ALREADY
           EXISTS -- THE SAME RULE AS PACREST.  THE UN-ARCHIVE LINE
           CARRIES ITS HASH-CHAIN LINK (ARC-CHAIN, FROM PACCHAIN) LIKE
           EVERY OTHER CATALOG LINE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. COMPAQ-DESKPRO-286.
       01  VERIFY-COUNT          PIC 9(08) VALUE 0.
       01  UNARC-DATE            PIC 9(06) VALUE 0.

      *      HASH-CHAIN LINK FOR THE CATALOG LINE ABOUT TO BE
      *      APPENDED (PACCHAIN HAS NO SEPARATE COPYBOOK FOR ITS
      *      PARAMETER).
       01  CHAIN-PARM.
           05  CHN-REQUEST            PIC X(01).
           05  CHN-FILE-NAME          PIC X(32).
           05  CHN-LENGTH             PIC 9(03).
           05  CHN-LINE               PIC X(255).
           05  CHN-VALUE              PIC 9(09).
           05  CHN-COUNT              PIC 9(08).
           05  CHN-RESULT             PIC X(01).

      *      SAME FILE/KEY SPECIFICATION PACNEWYR CREATES A NEW YEAR
      *      WITH, SO THE REBUILT FILE IS INDISTINGUISHABLE FROM ONE
      *      THE ROLLOVER BUILT -- THE SAME RULE PACREST FOLLOWS.
       01  PAC-FSB.
           COPY 'PACFSB.COB'.
       01  FSB-LENGTH             PIC 9(4) BINARY VALUE 142.

      *      RUN-HISTORY HOOK -- START-TIME STAMP CAPTURED AT A000,
      *      ONE PACHIST ROW APPENDED AT END OF JOB (PACHIST HAS NO
           MOVE CATALOG-EXPORT-NAME TO ARC-EXPORT-NAME.
           MOVE UNARC-DATE          TO ARC-DATE.
           MOVE 'U'                 TO ARC-ACTION.
           MOVE 'L'                 TO CHN-REQUEST.
           MOVE WS-CAT-NAME         TO CHN-FILE-NAME.
           MOVE 58                  TO CHN-LENGTH.
           MOVE UNARC-CAT-RECORD    TO CHN-LINE.
           CALL 'PACCHAIN' USING CHAIN-PARM.
           MOVE CHN-VALUE           TO ARC-CHAIN.
           WRITE UNARC-CAT-RECORD.
           CLOSE UNARC-CAT-FILE.

