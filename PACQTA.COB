      *      PACQTA.COB - QUOTA RECORD LAYOUT (26 BYTES), ONE LINE
      *      PER YEAR/REGION/AREA/SPEC CELL IN pacquota.dat.
      *      QTA-LIMIT IS THE MOST PAC-QTY THE REGULATOR ALLOWS ON
      *      ACTIVE RECORDS IN THE CELL FOR THE YEAR.  QTA-WARN-PCT
      *      IS HOW FULL (PERCENT OF THE LIMIT) THE CELL MAY GET
      *      BEFORE EVERY NEW QUANTITY IS WARNED ABOUT; ZERO MEANS
      *      90.  QTA-REGION IS BLANK FOR THE HISTORIC SINGLE-REGION
      *      FILE SET.  A CELL WITH NO LINE HAS NO QUOTA.
      *      MAINTAINED BY THE LICENSING OFFICE IN THE SAME
      *      PLAIN-TEXT WAY AS pacfees.dat; ASKED THROUGH PACQTAQ.
           05  QTA-CCYY            PIC 9(04).
           05  FILLER              PIC X(01).
           05  QTA-REGION          PIC X(02).
           05  FILLER              PIC X(01).
           05  QTA-AREA            PIC X(01).
           05  FILLER              PIC X(01).
           05  QTA-SPEC            PIC X(01).
           05  FILLER              PIC X(01).
           05  QTA-LIMIT           PIC 9(07).
           05  FILLER              PIC X(01).
           05  QTA-WARN-PCT        PIC 9(03).
           05  FILLER              PIC X(03).
