      *      PACIFSB.COB - BTRIEVE FILE/KEY SPECIFICATION BLOCK USED
      *      TO CREATE insCCYY.btr (THE PACINS.COB LAYOUT) FROM
      *      SCRATCH.  COPIED UNDER 01 INS-FSB BY PACINSP, WHICH
      *      BUILDS THE FILE WITH THE FIRST VISIT OF A YEAR.  ONE
      *      MODIFIABLE, NO-DUPLICATES KEY OVER SERIAL+SEQ+VISIT
      *      DATE+VISIT NUMBER (OFFSET 0, LENGTH 18).  THE B-CREATE
      *      CALL PASSES THIS BLOCK WITH A LENGTH OF 30.
           05  IFSB-RECORD-LENGTH      PIC 9(4) BINARY VALUE 80.
           05  IFSB-PAGE-SIZE          PIC 9(4) BINARY VALUE 512.
           05  IFSB-NUMBER-OF-KEYS     PIC 9(4) BINARY VALUE 1.
           05  IFSB-FILE-FLAGS         PIC 9(4) BINARY VALUE 0.
           05  IFSB-DDF-FLAGS          PIC X(4) VALUE LOW-VALUES.
           05  IFSB-PREALLOCATED-PAGES PIC 9(4) BINARY VALUE 0.
           05  IFSB-KEY-VISIT.
               10  IFSB-KV-POSITION    PIC 9(4) BINARY VALUE 1.
               10  IFSB-KV-LENGTH      PIC 9(4) BINARY VALUE 18.
               10  IFSB-KV-FLAGS       PIC 9(4) BINARY VALUE 2.
               10  IFSB-KV-TYPE        PIC X(1) VALUE X'00'.
               10  IFSB-KV-NULL-VALUE  PIC X(1) VALUE X'00'.
               10  FILLER              PIC X(4) VALUE LOW-VALUES.
               10  IFSB-KV-ACS-NUMBER  PIC X(1) VALUE X'00'.
               10  FILLER              PIC X(3) VALUE LOW-VALUES.
