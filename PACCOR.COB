      *      PACCOR.COB - MEMBER CORRESPONDENCE LOG LINE LAYOUT (80
      *      BYTES), corCCYY.dat.  ONE LINE PER LETTER THE PACLETR
      *      LETTER RUN PRINTS, APPENDED AS THE LETTER IS WRITTEN AND
      *      NEVER CHANGED.  THE LOG IS PER YEAR AND REGION LIKE THE
      *      NOTES FILE, AND THE YEAR IS THE CYCLE: A SERIAL THAT
      *      ALREADY HAS A LINE OF A GIVEN TYPE HERE IS NOT SENT THAT
      *      LETTER AGAIN FOR THE YEAR.  PACINQ AND PACSERL SHOW A
      *      SERIAL'S LINES.  COR-TYPE IS
      *        'R' RENEWAL REMINDER  (FROM PACRENEW'S pacCCYY.rnw)
      *        'Q' DATA QUERY        (FROM PACFOLUP'S pacCCYY.fup)
      *        'L' LAPSE NOTICE      (FROM PACRENEW'S GRACE VOIDS ON
      *                               jrnCCYY.dat).
      *      COR-RECORDS IS HOW MANY REGISTRATIONS THE LETTER LISTED;
      *      COR-PRINT-FILE IS THE PRINT FILE IT WENT OUT ON.
           05  COR-SERIAL          PIC X(05).
           05  FILLER              PIC X(01).
           05  COR-TYPE            PIC X(01).
               88  COR-IS-RENEWAL        VALUE 'R'.
               88  COR-IS-QUERY          VALUE 'Q'.
               88  COR-IS-LAPSE          VALUE 'L'.
           05  FILLER              PIC X(01).
           05  COR-DATE            PIC 9(06).
           05  FILLER              PIC X(01).
           05  COR-TIME            PIC 9(06).
           05  FILLER              PIC X(01).
           05  COR-OPERATOR        PIC X(08).
           05  FILLER              PIC X(01).
           05  COR-RECORDS         PIC 9(03).
           05  FILLER              PIC X(01).
           05  COR-PRINT-FILE      PIC X(20).
           05  FILLER              PIC X(25).
