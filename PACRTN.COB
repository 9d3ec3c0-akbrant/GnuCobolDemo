      *      PACRTN.COB - ACTIVITY RETURN RECORD LAYOUT (40 BYTES),
      *      ONE RECORD PER REGISTRATION PER RETURN PERIOD IN THE
      *      YEAR'S retCCYY.btr, KEYED (NO DUPLICATES) ON RTN-KEY --
      *      THE PAC SERIAL+SEQ FOLLOWED BY THE PERIOD NUMBER, SO A
      *      REGISTRATION'S RETURNS READ BACK TOGETHER IN PERIOD
      *      ORDER.  THE PERIODS ARE THE ONES PACRTNQ DEFINES FROM
      *      pacretn.cfg.  RTN-QTY IS THE QUANTITY THE MEMBER SAYS
      *      WAS ACTUALLY TAKEN IN THE PERIOD (A NIL RETURN IS A
      *      ZERO).  THE SAME LAYOUT, THROUGH RTN-TYPE, IS THE FIXED
      *      IMAGE OF THE rfdCCYY.dat RETURNS FEED PACRTNL LOADS;
      *      RTN-LOADED IS STAMPED BY THE LOADER.  BUILT FROM
      *      SCRATCH WITH PACRFSB.COB.
           05  RTN-KEY.
               10  RTN-SERIAL          PIC X(05).
               10  RTN-SEQ             PIC 9(03).
               10  RTN-PERIOD          PIC 9(02).
           05  RTN-QTY                 PIC 9(05).
           05  RTN-RECEIVED            PIC 9(08).
           05  RTN-TYPE                PIC X(01).
               88  RTN-IS-ORIGINAL         VALUES ARE SPACE 'O'.
               88  RTN-IS-AMENDMENT        VALUE 'A'.
           05  RTN-LOADED              PIC 9(08).
           05  FILLER                  PIC X(08).
