           05  ERR-SEVERITY        PIC X(01).
           05  FILLER              PIC X(01).
           05  ERR-MESSAGE         PIC X(40).
      *      HASH CHAIN LINK OVER BYTES 1-87 (SEE PACCHAIN AND THE
      *      NOTE IN PACJRN.COB); BLANK ON LINES WRITTEN BEFORE THE
      *      COLUMN EXISTED.
           05  FILLER              PIC X(01).
           05  ERR-CHAIN           PIC 9(09).
