           05  CLS-JRN-COUNT       PIC 9(08).
           05  FILLER              PIC X(01).
           05  CLS-JRN-CHECKSUM    PIC 9(09).
      *      HASH CHAIN LINK OVER BYTES 1-65 (SEE PACCHAIN AND THE
      *      NOTE IN PACJRN.COB); BLANK ON LINES WRITTEN BEFORE THE
      *      COLUMN EXISTED.
           05  FILLER              PIC X(01).
           05  CLS-CHAIN           PIC 9(09).
