      *      PACRFSB.COB - BTRIEVE FILE/KEY SPECIFICATION BLOCK USED
      *      TO CREATE retCCYY.btr (THE PACRTN.COB LAYOUT) FROM
      *      SCRATCH.  COPIED UNDER 01 RTN-FSB BY PACRTNL, WHICH
      *      BUILDS THE FILE ON THE FIRST RETURNS LOAD OF A YEAR.
      *      ONE MODIFIABLE, NO-DUPLICATES KEY OVER SERIAL+SEQ+PERIOD
      *      (OFFSET 0, LENGTH 10).  THE B-CREATE CALL PASSES THIS
      *      BLOCK WITH A LENGTH OF 30.
           05  RFSB-RECORD-LENGTH      PIC 9(4) BINARY VALUE 40.
           05  RFSB-PAGE-SIZE          PIC 9(4) BINARY VALUE 512.
           05  RFSB-NUMBER-OF-KEYS     PIC 9(4) BINARY VALUE 1.
           05  RFSB-FILE-FLAGS         PIC 9(4) BINARY VALUE 0.
           05  RFSB-DDF-FLAGS          PIC X(4) VALUE LOW-VALUES.
           05  RFSB-PREALLOCATED-PAGES PIC 9(4) BINARY VALUE 0.
           05  RFSB-KEY-RETURN.
               10  RFSB-KR-POSITION    PIC 9(4) BINARY VALUE 1.
               10  RFSB-KR-LENGTH      PIC 9(4) BINARY VALUE 10.
               10  RFSB-KR-FLAGS       PIC 9(4) BINARY VALUE 2.
               10  RFSB-KR-TYPE        PIC X(1) VALUE X'00'.
               10  RFSB-KR-NULL-VALUE  PIC X(1) VALUE X'00'.
               10  FILLER              PIC X(4) VALUE LOW-VALUES.
               10  RFSB-KR-ACS-NUMBER  PIC X(1) VALUE X'00'.
               10  FILLER              PIC X(3) VALUE LOW-VALUES.
