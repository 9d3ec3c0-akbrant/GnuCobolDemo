      *      PACLTPL.COB - LETTER TEMPLATE LINE LAYOUT (80 BYTES), ONE
      *      LINE PER PRINTED LINE IN pacletr.tpl, KEPT BY HAND THE
      *      SAME PLAIN-TEXT WAY AS pacrules.dat AND READ BY PACLETR.
      *      LTP-TYPE IS THE LETTER THE LINE BELONGS TO ('R' RENEWAL,
      *      'Q' DATA QUERY, 'L' LAPSE -- SEE PACCOR.COB); THE LINES
      *      OF ONE TYPE PRINT IN FILE ORDER.  LTP-TEXT IS PRINTED AS
      *      IT STANDS EXCEPT FOR THESE FIELDS, EACH REPLACED BY ITS
      *      VALUE WITH TRAILING SPACES DROPPED --
      *          &NAME     MEMBER NAME          (member.btr)
      *          &CONTACT  MEMBER CONTACT       (member.btr)
      *          &PHONE    MEMBER PHONE         (member.btr)
      *          &SERIAL   THE SERIAL
      *          &DATE     THE RUN DATE, CCYYMMDD
      *          &YEAR     THE REGISTRATION YEAR
      *      A LINE WHOSE TEXT STARTS &LIST PRINTS THE COLUMN HEADING
      *      AND ONE LINE PER REGISTRATION THE LETTER IS ABOUT.  A
      *      LINE STARTING '*' IS A COMMENT --
      *          R DEAR &CONTACT,
      *          R &LIST
      *      A MERGED LINE LONGER THAN THE PRINT LINE IS CUT SHORT.
           05  LTP-TYPE                PIC X(01).
           05  FILLER                  PIC X(01).
           05  LTP-TEXT                PIC X(78).
