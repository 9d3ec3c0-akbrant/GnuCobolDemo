      *      PACJRN.COB - PAC CHANGE JOURNAL RECORD LAYOUT (265 BYTES).
      *      ONE LINE PER B-INS/B-UPDATE/B-DELETE ISSUED BY AN UPDATE
      *      PROGRAM, WRITTEN BY THE SHARED PACJRNL SUBROUTINE INTO
      *      jrnCCYY.dat AND READ BACK BY PACJRPT.  CARRIES THE FULL
      *      SIGN-ON.  SPACES ON A BATCH RUN NO OPERATOR WAS BEHIND.
           05  FILLER              PIC X(01).
           05  JRN-OPERATOR        PIC X(08).
      *      HASH CHAIN LINK (SEE PACCHAIN) -- THE RUNNING HASH OF
      *      BYTES 1-255 OF THIS LINE FOLDED ONTO THE LINK OF THE LINE
      *      BEFORE IT.  PACCHNV WALKS THE CHAIN; AN EDITED, DROPPED,
      *      OR INSERTED LINE BREAKS EVERY LINK AFTER IT.  LINES
      *      WRITTEN BEFORE THE COLUMN EXISTED ARE SHORTER AND READ
      *      BACK BLANK.
           05  FILLER              PIC X(01).
           05  JRN-CHAIN           PIC 9(09).
