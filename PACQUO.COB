      *      PACQUO.COB - FEE QUOTATION REGISTER LINE LAYOUT (116
      *      BYTES), ONE LINE PER EVENT IN pacquote.dat.  THE
      *      REGISTER IS NOT PER-YEAR OR PER-REGION -- A PROSPECT HAS
      *      NO REGISTRATION YET -- AND IS APPEND-ONLY, THE SAME WAY
      *      AS THE CERTIFICATE REGISTER: THE LATEST LINE FOR A QUOTE
      *      NUMBER IS ITS STATE.  'Q' LINES ARE WRITTEN BY PACQUOTE,
      *      'C' LINES BY PACQUOQ WHEN PACMAINT INSERTS A
      *      REGISTRATION CARRYING THE NUMBER.
      *      QUO-EVENT IS
      *        'Q' QUOTED -- THE FEE AS GIVEN TO THE PROSPECT, GOOD
      *            TO QUO-VALID-TO
      *        'C' CONVERTED -- A COPY OF THE 'Q' LINE, RE-DATED AND
      *            SIGNED BY WHOEVER KEYED THE REGISTRATION, WITH ITS
      *            YEAR, REGION AND KEY FILLED IN.
      *      THE CODES, QUANTITY AND START DATE ARE WHAT WAS QUOTED;
      *      QUO-REGION ON A 'Q' LINE IS THE REGION WHOSE QUOTA WAS
      *      SHOWN.  QUO-CCYY/SERIAL/SEQ ARE ZERO/SPACE ON A 'Q' LINE.
           05  QUO-NUMBER          PIC 9(06).
           05  FILLER              PIC X(01).
           05  QUO-EVENT           PIC X(01).
               88  QUO-IS-QUOTED         VALUE 'Q'.
               88  QUO-IS-CONVERTED      VALUE 'C'.
           05  FILLER              PIC X(01).
           05  QUO-DATE            PIC 9(08).
           05  FILLER              PIC X(01).
           05  QUO-OPERATOR        PIC X(08).
           05  FILLER              PIC X(01).
           05  QUO-VALID-TO        PIC 9(08).
           05  FILLER              PIC X(01).
           05  QUO-SPEC            PIC X(01).
           05  FILLER              PIC X(01).
           05  QUO-GEAR            PIC X(02).
           05  FILLER              PIC X(01).
           05  QUO-AREA            PIC X(01).
           05  FILLER              PIC X(01).
           05  QUO-QTY             PIC 9(05).
           05  FILLER              PIC X(01).
           05  QUO-START-DATE      PIC 9(08).
           05  FILLER              PIC X(01).
           05  QUO-FEE             PIC 9(07)V99.
           05  FILLER              PIC X(01).
           05  QUO-REGION          PIC X(02).
           05  FILLER              PIC X(01).
           05  QUO-CCYY            PIC 9(04).
           05  FILLER              PIC X(01).
           05  QUO-SERIAL          PIC X(05).
           05  FILLER              PIC X(01).
           05  QUO-SEQ             PIC 9(03).
           05  FILLER              PIC X(01).
           05  QUO-PROSPECT        PIC X(30).
