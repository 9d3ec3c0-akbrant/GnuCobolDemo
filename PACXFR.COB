      *      PACXFR.COB - REGISTRATION TRANSFER REGISTER LINE LAYOUT
      *      (78 BYTES), ONE LINE PER TRANSFER IN THE YEAR'S
      *      xfrCCYY.dat.  WRITTEN ONLY BY PACXFER, APPEND-ONLY LIKE
      *      THE CHANGE JOURNAL, AND READ BY PACSERL AND PACSTMT SO A
      *      RECORD THAT CHANGED HANDS SHOWS IN THE HISTORY OF BOTH
      *      SERIALS.  XFR-REF NUMBERS THE YEAR'S TRANSFERS FROM 1.
      *      THE TWO CONSENT FIELDS CARRY THE REFERENCE OF THE SIGNED
      *      CONSENT FROM EACH PARTY (LETTER NUMBER, FORM NUMBER) --
      *      NO TRANSFER IS MADE WITHOUT BOTH.  XFR-FEE IS THE
      *      TRANSFER FEE FROM THE 'XF' LINE OF pacfees.dat.
           05  XFR-REF             PIC 9(06).
           05  FILLER              PIC X(01).
           05  XFR-DATE            PIC 9(08).
           05  FILLER              PIC X(01).
           05  XFR-FROM-SERIAL     PIC X(05).
           05  XFR-FROM-SEQ        PIC 9(03).
           05  FILLER              PIC X(01).
           05  XFR-TO-SERIAL       PIC X(05).
           05  XFR-TO-SEQ          PIC 9(03).
           05  FILLER              PIC X(01).
           05  XFR-FEE             PIC 9(07)V99.
           05  FILLER              PIC X(01).
           05  XFR-FROM-CONSENT    PIC X(12).
           05  FILLER              PIC X(01).
           05  XFR-TO-CONSENT      PIC X(12).
           05  FILLER              PIC X(01).
           05  XFR-OPERATOR        PIC X(08).
