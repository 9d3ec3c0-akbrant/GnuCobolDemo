      *      (OFFSET 0, LENGTH 8), AND THREE DUPLICATES-ALLOWED
      *      ALTERNATE KEYS OVER SPEC, GEAR, AND AREA (KEY NUMBERS
      *      1/2/3, THE SAME NUMBERS PACLOOK'S PARAMETER-KEY-NUMBER
      *      ALREADY WALKS).  SINCE THE NEWVALS CUTOVER FOUR MORE
      *      DUPLICATES-ALLOWED KEYS FOLLOW: 4/5/6 OVER THE 2-CHARACTER
      *      PAC-NEW-SPEC/GEAR/AREA (PACLOOK'S ALTERNATE-KEY MODE ON
      *      THE NEW CODE SET) AND 7 OVER PAC-EXP-DATE (PACRENEW'S
      *      EXPIRY PASSES).  A YEAR BUILT BEFORE THEM IS BROUGHT UP TO
      *      THIS LAYOUT BY PACRIDX.  THE B-CREATE CALL PASSES THIS
      *      BLOCK WITH A LENGTH OF 142.
           05  FSB-RECORD-LENGTH       PIC 9(4) BINARY VALUE 103.
           05  FSB-PAGE-SIZE           PIC 9(4) BINARY VALUE 512.
           05  FSB-NUMBER-OF-KEYS      PIC 9(4) BINARY VALUE 8.
           05  FSB-FILE-FLAGS          PIC 9(4) BINARY VALUE 0.
           05  FSB-DDF-FLAGS           PIC X(4) VALUE LOW-VALUES.
           05  FSB-PREALLOCATED-PAGES  PIC 9(4) BINARY VALUE 0.
               10  FILLER              PIC X(4) VALUE LOW-VALUES.
               10  FSB-AREA-ACS-NUMBER PIC X(1) VALUE X'00'.
               10  FILLER              PIC X(3) VALUE LOW-VALUES.
           05  FSB-KEY-NEW-SPEC.
               10  FSB-NSPC-POSITION   PIC 9(4) BINARY VALUE 13.
               10  FSB-NSPC-LENGTH     PIC 9(4) BINARY VALUE 2.
               10  FSB-NSPC-FLAGS      PIC 9(4) BINARY VALUE 3.
               10  FSB-NSPC-TYPE       PIC X(1) VALUE X'00'.
               10  FSB-NSPC-NULL-VALUE PIC X(1) VALUE X'00'.
               10  FILLER              PIC X(4) VALUE LOW-VALUES.
               10  FSB-NSPC-ACS-NUMBER PIC X(1) VALUE X'00'.
               10  FILLER              PIC X(3) VALUE LOW-VALUES.
           05  FSB-KEY-NEW-GEAR.
               10  FSB-NGER-POSITION   PIC 9(4) BINARY VALUE 15.
               10  FSB-NGER-LENGTH     PIC 9(4) BINARY VALUE 2.
               10  FSB-NGER-FLAGS      PIC 9(4) BINARY VALUE 3.
               10  FSB-NGER-TYPE       PIC X(1) VALUE X'00'.
               10  FSB-NGER-NULL-VALUE PIC X(1) VALUE X'00'.
               10  FILLER              PIC X(4) VALUE LOW-VALUES.
               10  FSB-NGER-ACS-NUMBER PIC X(1) VALUE X'00'.
               10  FILLER              PIC X(3) VALUE LOW-VALUES.
           05  FSB-KEY-NEW-AREA.
               10  FSB-NARE-POSITION   PIC 9(4) BINARY VALUE 17.
               10  FSB-NARE-LENGTH     PIC 9(4) BINARY VALUE 2.
               10  FSB-NARE-FLAGS      PIC 9(4) BINARY VALUE 3.
               10  FSB-NARE-TYPE       PIC X(1) VALUE X'00'.
               10  FSB-NARE-NULL-VALUE PIC X(1) VALUE X'00'.
               10  FILLER              PIC X(4) VALUE LOW-VALUES.
               10  FSB-NARE-ACS-NUMBER PIC X(1) VALUE X'00'.
               10  FILLER              PIC X(3) VALUE LOW-VALUES.
           05  FSB-KEY-EXP-DATE.
               10  FSB-EXPD-POSITION   PIC 9(4) BINARY VALUE 41.
               10  FSB-EXPD-LENGTH     PIC 9(4) BINARY VALUE 8.
               10  FSB-EXPD-FLAGS      PIC 9(4) BINARY VALUE 3.
               10  FSB-EXPD-TYPE       PIC X(1) VALUE X'00'.
               10  FSB-EXPD-NULL-VALUE PIC X(1) VALUE X'00'.
               10  FILLER              PIC X(4) VALUE LOW-VALUES.
               10  FSB-EXPD-ACS-NUMBER PIC X(1) VALUE X'00'.
               10  FILLER              PIC X(3) VALUE LOW-VALUES.
