      *      PACIFH.COB - INTERFACE HOLD REGISTER LINE LAYOUT (80
      *      BYTES), pacifhld.dat.  ONE LINE EVERY TIME A YEAR'S
      *      OUTBOUND INTERFACE FILES (sumCCYY.dat AND bilCCYY.dat)
      *      ARE HELD BY PACANOM OR RELEASED BY A SUPERVISOR.  THE
      *      REGISTER IS APPEND-ONLY AND THE LAST LINE FOR A YEAR AND
      *      REGION WINS, THE SAME RULE pacclose.cat APPLIES, SO A
      *      RELEASE IS A NEW LINE, NOT AN ERASURE OF THE HOLD.
      *      IFH-ACTION IS
      *        'H' HELD     -- PACANOM FOUND A SWING OVER TOLERANCE
      *        'R' RELEASED -- A SUPERVISOR PASSED THE FIGURES.
      *      IFH-OPERATOR IS 'PACANOM' ON A HOLD LINE.
           05  IFH-ACTION          PIC X(01).
               88  IFH-IS-HOLD           VALUE 'H'.
               88  IFH-IS-RELEASE        VALUE 'R'.
           05  FILLER              PIC X(01).
           05  IFH-CCYY            PIC 9(04).
           05  FILLER              PIC X(01).
           05  IFH-REGION          PIC X(02).
           05  FILLER              PIC X(01).
           05  IFH-DATE            PIC 9(06).
           05  FILLER              PIC X(01).
           05  IFH-TIME            PIC 9(06).
           05  FILLER              PIC X(01).
           05  IFH-OPERATOR        PIC X(08).
           05  FILLER              PIC X(01).
           05  IFH-SWINGS          PIC 9(04).
           05  FILLER              PIC X(01).
           05  IFH-REFERENCE       PIC X(12).
           05  FILLER              PIC X(30).
