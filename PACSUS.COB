      *      PACSUS.COB - SUSPENSE RECORD LAYOUT (122 BYTES), ONE
      *      LINE PER REFUSED CHANGE IN susCCYY.dat: THE INTENDED
      *      RECORD AS IT WOULD HAVE GONE ON FILE (SEQ ZERO STILL
      *      MEANS AUTO-ASSIGN AT RETRY TIME), WHO TRIED, AND WHEN.
      *      SUS-REASON SAYS WHAT HELD IT UP -- BLANK OR 'M' NO
      *      MEMBER RECORD YET, 'Q' NO QUOTA HEADROOM LEFT IN ITS
      *      AREA/SPEC CELL.  SUS-OPERATION IS THE CHANGE TO RETRY --
      *      BLANK OR 'I' AN INSERT, 'U' AN UPDATE.  LINES WRITTEN
      *      BEFORE THE REASON AND OPERATION COLUMNS READ AS MEMBER
      *      INSERTS, WHICH IS ALL THEY EVER WERE.  WRITTEN BY
      *      PACMAINT, PACLOAD AND PACCARRY; WORKED OFF BY PACSUSP.
           05  SUS-RECORD-IMAGE        PIC X(103).
           05  FILLER                  PIC X(01).
           05  SUS-OPERATOR            PIC X(08).
           05  FILLER                  PIC X(01).
           05  SUS-DATE                PIC 9(06).
           05  FILLER                  PIC X(01).
           05  SUS-REASON              PIC X(01).
               88  SUS-FOR-MEMBER          VALUES ARE SPACE 'M'.
               88  SUS-FOR-QUOTA           VALUE 'Q'.
           05  SUS-OPERATION           PIC X(01).
               88  SUS-IS-INSERT           VALUES ARE SPACE 'I'.
               88  SUS-IS-UPDATE           VALUE 'U'.
