      *      PACDSTM.COB - DISTRIBUTION MANIFEST LINE (80 BYTES),
      *      pacdist.man.  ONE LINE PER OUTPUT PER RECIPIENT EACH
      *      PACDIST PASS LOOKED FOR.  THE NIGHT PASS STARTS A NEW
      *      MANIFEST (PRIOR COPY ROTATED BY PACGDG); THE MORNING
      *      PASS ADDS ITS LINES TO THE SAME ONE.  MAN-NIGHT IS THE
      *      NIGHT THE OUTPUTS BELONG TO.  MAN-OUTCOME IS
      *        'D' DELIVERED  -- COPIED TO THE RECIPIENT'S OUTBOX
      *        'M' MISSING    -- DUE TONIGHT AND NOT PRODUCED (ALERTED)
      *        'H' HELD       -- AN INTERFACE FILE PACANOM HELD BACK
      *        'F' FAILED     -- PRODUCED BUT THE COPY DID NOT LAND
      *                          (ALERTED)
      *        'N' NOT DUE    -- NOT PRODUCED AND NOT EXPECTED TONIGHT.
      *      MAN-LINES AND MAN-CHECKSUM DESCRIBE THE COPY AS WRITTEN
      *      (THE PACBKUP TRAILER CHECKSUM STYLE), SO A RECIPIENT CAN
      *      PROVE THE WHOLE FILE ARRIVED.  MAN-FILE-DATE IS THE
      *      SOURCE FILE'S DATE, CCYYMMDD.
           05  MAN-PASS                PIC X(01).
           05  FILLER                  PIC X(01).
           05  MAN-NIGHT               PIC 9(06).
           05  FILLER                  PIC X(01).
           05  MAN-TIME                PIC 9(06).
           05  FILLER                  PIC X(01).
           05  MAN-RECIPIENT           PIC X(08).
           05  FILLER                  PIC X(01).
           05  MAN-FILE                PIC X(20).
           05  FILLER                  PIC X(01).
           05  MAN-OUTCOME             PIC X(01).
               88  MAN-DELIVERED           VALUE 'D'.
               88  MAN-MISSING             VALUE 'M'.
               88  MAN-HELD                VALUE 'H'.
               88  MAN-COPY-FAILED         VALUE 'F'.
               88  MAN-NOT-DUE             VALUE 'N'.
           05  FILLER                  PIC X(01).
           05  MAN-LINES               PIC 9(08).
           05  FILLER                  PIC X(01).
           05  MAN-CHECKSUM            PIC 9(09).
           05  FILLER                  PIC X(01).
           05  MAN-FILE-DATE           PIC 9(08).
           05  FILLER                  PIC X(05).
