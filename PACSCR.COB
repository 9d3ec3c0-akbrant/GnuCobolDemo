      *      PACSCR.COB - SCRATCH REGION REGISTER LINE LAYOUT (40
      *      BYTES), ONE LINE PER REGION CODE SET ASIDE FOR TESTING IN
      *      pacscrat.dat.  A REGION CODE IS TAKEN ONTO THE REGISTER
      *      ONLY WHEN NOT ONE YEAR FILE, JOURNAL OR NOTES FILE EXISTS
      *      FOR IT, AND FROM THEN ON THE PROGRAMS THAT BUILD TEST DATA
      *      FROM PRODUCTION MAY OVERWRITE ITS FILES.  A REGION NOT ON
      *      THE REGISTER THAT HAS ANY SUCH FILE IS A LIVE REGION AND
      *      IS NEVER WRITTEN BY THEM.  APPEND-ONLY; NOTHING REMOVES A
      *      REGION FROM THE REGISTER.
           05  SCR-REGION          PIC X(02).
           05  FILLER              PIC X(01).
           05  SCR-DATE            PIC 9(06).
           05  FILLER              PIC X(01).
           05  SCR-TIME            PIC 9(06).
           05  FILLER              PIC X(01).
           05  SCR-PROGRAM         PIC X(08).
           05  FILLER              PIC X(01).
           05  SCR-OPERATOR        PIC X(08).
           05  FILLER              PIC X(06).
