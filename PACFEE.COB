      *      OLD YEARS STILL VALUE AGAINST THE SCHEDULE THAT WAS
      *      LIVE THEN.  READ BY PACVALU.  THE 1-CHARACTER CODE
      *      FIELDS RIDE BLANK-PADDED IN THE 2-BYTE COLUMNS, THE
      *      SAME WAY PACLOOK'S SUBTOTAL KEY PADS THEM.  A LINE WITH
      *      'XF' IN THE SPEC COLUMN AND THE OTHER CODES BLANK IS THE
      *      REGISTRATION TRANSFER FEE, READ BY PACXFER.
           05  FEE-SPEC            PIC X(02).
           05  FILLER              PIC X(01).
           05  FEE-GEAR            PIC X(02).
