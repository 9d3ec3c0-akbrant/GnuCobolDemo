      *      PACSEA.COB - SEASON CALENDAR RECORD LAYOUT (42 BYTES),
      *      ONE LINE PER OPEN-SEASON WINDOW IN pacseasn.dat.  A
      *      SPEC MAY HAVE SEVERAL WINDOWS A YEAR IN AN AREA, EACH ITS
      *      OWN LINE; A BLANK SEA-AREA OPENS THE WINDOW IN EVERY
      *      AREA.  SEA-OPEN AND SEA-CLOSE ARE THE FIRST AND LAST
      *      OPEN DAYS (CCYYMMDD); A ZERO DATE LEAVES THAT END OPEN,
      *      THE SAME RULE AS THE paccodes.dat VALIDITY WINDOW.  A
      *      SPEC/AREA WITH NO LINE AT ALL HAS NO CLOSED SEASON.
      *      MAINTAINED BY THE LICENSING OFFICE IN THE SAME
      *      PLAIN-TEXT WAY AS pacfees.dat; ASKED THROUGH PACSEAQ.
           05  SEA-SPEC            PIC X(01).
           05  FILLER              PIC X(01).
           05  SEA-AREA            PIC X(01).
           05  FILLER              PIC X(01).
           05  SEA-OPEN            PIC 9(08).
           05  FILLER              PIC X(01).
           05  SEA-CLOSE           PIC 9(08).
           05  FILLER              PIC X(01).
           05  SEA-NAME            PIC X(20).
