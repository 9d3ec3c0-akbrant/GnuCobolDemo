      *      PACMFSB.COB - BTRIEVE FILE/KEY SPECIFICATION BLOCK USED
      *      TO CREATE A MEMBER FILE (THE MEMBER.COB LAYOUT) FROM
      *      SCRATCH.  member.btr ITSELF BELONGS TO THE MEMBER SYSTEM
      *      AND IS NEVER CREATED HERE; THIS BLOCK ONLY BUILDS THE
      *      STAND-IN memberN.btr OF A SCRATCH REGION (PACMASK), WITH
      *      THE SAME SHAPE THE LOOKUPS EXPECT.  COPIED UNDER 01
      *      MEM-FSB.  ONE MODIFIABLE, NO-DUPLICATES KEY OVER THE
      *      SERIAL (OFFSET 0, LENGTH 5).  THE B-CREATE CALL PASSES
      *      THIS BLOCK WITH A LENGTH OF 30.
           05  MFSB-RECORD-LENGTH      PIC 9(4) BINARY VALUE 100.
           05  MFSB-PAGE-SIZE          PIC 9(4) BINARY VALUE 512.
           05  MFSB-NUMBER-OF-KEYS     PIC 9(4) BINARY VALUE 1.
           05  MFSB-FILE-FLAGS         PIC 9(4) BINARY VALUE 0.
           05  MFSB-DDF-FLAGS          PIC X(4) VALUE LOW-VALUES.
           05  MFSB-PREALLOCATED-PAGES PIC 9(4) BINARY VALUE 0.
           05  MFSB-KEY-SERIAL.
               10  MFSB-KS-POSITION    PIC 9(4) BINARY VALUE 1.
               10  MFSB-KS-LENGTH      PIC 9(4) BINARY VALUE 5.
               10  MFSB-KS-FLAGS       PIC 9(4) BINARY VALUE 2.
               10  MFSB-KS-TYPE        PIC X(1) VALUE X'00'.
               10  MFSB-KS-NULL-VALUE  PIC X(1) VALUE X'00'.
               10  FILLER              PIC X(4) VALUE LOW-VALUES.
               10  MFSB-KS-ACS-NUMBER  PIC X(1) VALUE X'00'.
               10  FILLER              PIC X(3) VALUE LOW-VALUES.
