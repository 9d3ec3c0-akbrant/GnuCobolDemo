      *      UN-ARCHIVE IS A NEW LOGGED LINE, NOT AN ERASURE.
           05  FILLER              PIC X(01).
           05  ARC-ACTION          PIC X(01).
      *      HASH CHAIN LINK OVER BYTES 1-58 (SEE PACCHAIN AND THE
      *      NOTE IN PACJRN.COB); BLANK ON LINES WRITTEN BEFORE THE
      *      COLUMN EXISTED.
           05  FILLER              PIC X(01).
           05  ARC-CHAIN           PIC 9(09).
