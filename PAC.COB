           05  PAC-STATUS          PIC X(01).
               88  PAC-REC-ACTIVE        VALUES 'A' SPACE.
               88  PAC-REC-VOIDED        VALUE 'V'.
      *      AGENT ACTING FOR THE MEMBER ON THIS REGISTRATION -- A
      *      CODE FROM THE pacagent.dat REGISTER (PACAGT.COB LAYOUT,
      *      MAINTAINED BY PACAGNT), CARVED FROM THE FILLER LIKE THE
      *      FIELDS ABOVE.  SPACES = THE MEMBER FILED FOR THEMSELVES.
      *      CAPTURED THROUGH PACMAINT, PACMNTSC AND PACLOAD; DRIVES
      *      THE PACAGPF PORTFOLIO REPORT AND AGENT LETTER RUN.
           05  PAC-AGENT           PIC X(05).
      *      FEE QUOTATION THE REGISTRATION WAS TAKEN UP FROM -- A
      *      NUMBER ON THE pacquote.dat REGISTER (PACQUO.COB LAYOUT,
      *      ISSUED BY PACQUOTE), CARVED FROM THE FILLER LIKE THE
      *      FIELDS ABOVE.  ZERO, OR SPACES ON RECORDS OLDER THAN THE
      *      FIELD, = NO QUOTE.  CAPTURED ON INSERT THROUGH PACMAINT,
      *      WHICH HAS PACQUOQ LOG THE CONVERSION.
           05  PAC-QUOTE-NO        PIC 9(06).
           05  FILLER              PIC X(43).
