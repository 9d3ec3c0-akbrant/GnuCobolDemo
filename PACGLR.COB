      *      PACGLR.COB - GENERAL LEDGER BATCH REGISTER RECORD
      *      LAYOUT (76 BYTES), ONE LINE PER BATCH SENT, APPENDED TO
      *      pacgl.reg BY PACGLIF ONLY AFTER THE INTERFACE FILE HAS
      *      PASSED PACVRFY.  A PERIOD, LEDGER YEAR, AND REGION
      *      ALREADY ON THE REGISTER IS REFUSED, SO THE SAME MONTH
      *      CANNOT REACH THE GENERAL LEDGER TWICE.  GLR-COUNT AND
      *      GLR-CHECKSUM ARE THE FIGURES THE FILE'S *TRAILER* LINE
      *      CARRIES; GLR-DEBITS IS THE BATCH TOTAL (CREDITS EQUAL
      *      IT BY CONSTRUCTION).
           05  GLR-PERIOD          PIC 9(06).
           05  FILLER              PIC X(01).
           05  GLR-CCYY            PIC 9(04).
           05  FILLER              PIC X(01).
           05  GLR-REGION          PIC X(02).
           05  FILLER              PIC X(01).
           05  GLR-BATCH           PIC 9(06).
           05  FILLER              PIC X(01).
           05  GLR-DATE            PIC 9(08).
           05  FILLER              PIC X(01).
           05  GLR-COUNT           PIC 9(08).
           05  FILLER              PIC X(01).
           05  GLR-CHECKSUM        PIC 9(09).
           05  FILLER              PIC X(01).
           05  GLR-DEBITS          PIC 9(11)V99.
           05  FILLER              PIC X(01).
           05  GLR-OPERATOR        PIC X(08).
