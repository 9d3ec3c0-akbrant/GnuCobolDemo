      *      PACMHD.COB - MEMBER HOLD RECORD LAYOUT (98 BYTES), ONE
      *      LINE PER HOLD OR SANCTION IN pachold.dat.  A HOLD IS
      *      PLACED AGAINST A MEMBER SERIAL, NOT A REGISTRATION, AND
      *      IS NOT TIED TO A YEAR: IT RUNS FROM MHD-START TO MHD-END
      *      (ZERO = UNTIL LIFTED).  MHD-TYPE IS
      *        'S' SANCTION      -- NEW REGISTRATIONS ARE REFUSED
      *        'D' DECEASED      -- NEW REGISTRATIONS ARE REFUSED
      *        'P' IN DISPUTE    -- ALLOWED, WITH A WARNING
      *        'W' WATCH LIST    -- ALLOWED, WITH A WARNING.
      *      HOLDS ARE NEVER DELETED: LIFTING ONE STAMPS TODAY AND
      *      THE OPERATOR INTO MHD-LIFTED/MHD-LIFTED-BY, SO THE
      *      HISTORY STAYS ON FILE FOR THE PACHLDR REPORT.  MHD-NUMBER
      *      IS GIVEN OUT IN SEQUENCE AND NAMES THE HOLD TO LIFT.
      *      MAINTAINED ONLY BY PACHOLD; LOOKED UP THROUGH PACHLDQ.
           05  MHD-NUMBER          PIC 9(05).
           05  FILLER              PIC X(01).
           05  MHD-SERIAL          PIC X(05).
           05  FILLER              PIC X(01).
           05  MHD-TYPE            PIC X(01).
               88  MHD-IS-SANCTION       VALUE 'S'.
               88  MHD-IS-DECEASED       VALUE 'D'.
               88  MHD-IS-DISPUTE        VALUE 'P'.
               88  MHD-IS-WATCH          VALUE 'W'.
               88  MHD-TYPE-VALID        VALUES 'S' 'D' 'P' 'W'.
               88  MHD-TYPE-REFUSES      VALUES 'S' 'D'.
           05  FILLER              PIC X(01).
           05  MHD-REASON          PIC X(30).
           05  FILLER              PIC X(01).
           05  MHD-START           PIC 9(08).
           05  FILLER              PIC X(01).
           05  MHD-END             PIC 9(08).
           05  FILLER              PIC X(01).
           05  MHD-PLACED-BY       PIC X(08).
           05  FILLER              PIC X(01).
           05  MHD-PLACED          PIC 9(08).
           05  FILLER              PIC X(01).
           05  MHD-LIFTED          PIC 9(08).
           05  FILLER              PIC X(01).
           05  MHD-LIFTED-BY       PIC X(08).
