      *      PACQRY.COB - SAVED SELECTION QUERY LINE LAYOUT (80 BYTES),
      *      THE LINES OF pacsel.qry.  A QUERY IS ALL THE LINES
      *      CARRYING ITS NAME; PACQDEF WRITES THEM AS A SET (A
      *      REDEFINITION REPLACES THE SET) AND PACSEL READS THEM
      *      BACK TO RUN IT.
      *      QRY-LINE-TYPE IS
      *        'Q' THE QUERY ITSELF -- YEARS, OUTPUT, SORT, BREAK
      *        'W' ONE CONDITION; A ROW MUST PASS EVERY ONE
      *        'C' ONE OUTPUT COLUMN, IN PRINTING ORDER.
      *      FIELD NAMES ARE THE CODES IN PACQFLD.COB.  A CONDITION
      *      VALUE IS HELD THE WAY THE FIELD COMPARES -- A NUMBER
      *      ZERO-FILLED TO THE FIELD'S WIDTH, A MONEY VALUE IN
      *      HUNDREDTHS, TEXT IN UPPER CASE -- SO PACSEL NEVER HAS
      *      TO CONVERT IT.
           05  QRY-NAME            PIC X(08).
           05  FILLER              PIC X(01).
           05  QRY-LINE-TYPE       PIC X(01).
               88  QRY-IS-QUERY          VALUE 'Q'.
               88  QRY-IS-CONDITION      VALUE 'W'.
               88  QRY-IS-COLUMN         VALUE 'C'.
           05  FILLER              PIC X(01).
           05  QRY-BODY            PIC X(69).
      *      'Q' LINE.  YEARS: ZERO FROM = THE CURRENT YEAR, ZERO TO
      *      = THE FROM YEAR, SO A SCHEDULED QUERY CAN FOLLOW THE
      *      CALENDAR.  OUTPUT 'R' = PAGED REPORT, 'C' = CSV.  THE
      *      BREAK FIELD SORTS FIRST AND SUBTOTALS ON EVERY CHANGE;
      *      EACH SORT FIELD RUNS 'A' ASCENDING OR 'D' DESCENDING.
           05  QRY-QUERY-BODY REDEFINES QRY-BODY.
               10  QRY-FROM-CCYY       PIC 9(04).
               10  FILLER              PIC X(01).
               10  QRY-TO-CCYY         PIC 9(04).
               10  FILLER              PIC X(01).
               10  QRY-OUTPUT          PIC X(01).
                   88  QRY-OUTPUT-REPORT     VALUE 'R'.
                   88  QRY-OUTPUT-CSV        VALUE 'C'.
               10  FILLER              PIC X(01).
               10  QRY-VOIDED          PIC X(01).
                   88  QRY-INCLUDE-VOIDED    VALUE 'Y'.
               10  FILLER              PIC X(01).
               10  QRY-SORT-1          PIC X(08).
               10  QRY-SORT-1-DIR      PIC X(01).
               10  FILLER              PIC X(01).
               10  QRY-SORT-2          PIC X(08).
               10  QRY-SORT-2-DIR      PIC X(01).
               10  FILLER              PIC X(01).
               10  QRY-BREAK           PIC X(08).
               10  FILLER              PIC X(01).
               10  QRY-TITLE           PIC X(24).
               10  FILLER              PIC X(02).
      *      'W' LINE.  OPERATORS EQ NE LT LE GT GE, AND CT (THE
      *      FIELD CONTAINS THE VALUE) FOR TEXT FIELDS.
           05  QRY-CONDITION-BODY REDEFINES QRY-BODY.
               10  QRY-FIELD           PIC X(08).
               10  FILLER              PIC X(01).
               10  QRY-OPERATOR        PIC X(02).
               10  FILLER              PIC X(01).
               10  QRY-VALUE           PIC X(30).
               10  FILLER              PIC X(27).
      *      'C' LINE.
           05  QRY-COLUMN-BODY REDEFINES QRY-BODY.
               10  QRY-COLUMN          PIC X(08).
               10  FILLER              PIC X(61).
