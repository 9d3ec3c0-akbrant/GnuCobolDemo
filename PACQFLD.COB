      *      PACQFLD.COB - FIELDS A SELECTION QUERY MAY NAME, FOR
      *      PACQDEF (WHICH CHECKS A DEFINITION AGAINST IT) AND PACSEL
      *      (WHICH RUNS ONE).  EVERY PAC-RECORD FIELD, PLUS THE
      *      MEMBER NAME FROM member.btr AND THE YEAR OF THE FILE THE
      *      RECORD CAME FROM.  WIDTH IS THE COMPARED WIDTH; PRINT
      *      WIDTH IS THE REPORT COLUMN (A MEMBER NAME IS CUT TO 20).
      *      KIND 'X' = TEXT, 'N' = DIGITS (SEQ, DATES, QUOTE
      *      NUMBER, YEAR), 'C' = A COUNT, PRINTED ZERO-SUPPRESSED AND
      *      SUBTOTALLED, 'M' = MONEY, COMPARED IN HUNDREDTHS,
      *      PRINTED WITH THE POINT AND SUBTOTALLED.  LAID OUT AS
      *      ONE VALUE LIST REDEFINED AS A TABLE, SO A NEW FIELD IS A
      *      ONE-LINE CHANGE HERE AND ONE WHEN CLAUSE IN PACSEL'S
      *      GET-FIELD-VALUE.
           05  QFL-VALUES.
               10  FILLER          PIC X(13) VALUE 'SERIAL  0506X'.
               10  FILLER          PIC X(13) VALUE 'SEQ     0303N'.
               10  FILLER          PIC X(13) VALUE 'SPEC    0104X'.
               10  FILLER          PIC X(13) VALUE 'GEAR    0204X'.
               10  FILLER          PIC X(13) VALUE 'AREA    0104X'.
               10  FILLER          PIC X(13) VALUE 'NEWSPEC 0207X'.
               10  FILLER          PIC X(13) VALUE 'NEWGEAR 0207X'.
               10  FILLER          PIC X(13) VALUE 'NEWAREA 0207X'.
               10  FILLER          PIC X(13) VALUE 'QTY     0505C'.
               10  FILLER          PIC X(13) VALUE 'VALUE   0910M'.
               10  FILLER          PIC X(13) VALUE 'EFFDATE 0808N'.
               10  FILLER          PIC X(13) VALUE 'EXPDATE 0808N'.
               10  FILLER          PIC X(13) VALUE 'STATUS  0106X'.
               10  FILLER          PIC X(13) VALUE 'AGENT   0505X'.
               10  FILLER          PIC X(13) VALUE 'QUOTENO 0607N'.
               10  FILLER          PIC X(13) VALUE 'MEMBER  3020X'.
               10  FILLER          PIC X(13) VALUE 'YEAR    0404N'.
           05  QFL-TABLE REDEFINES QFL-VALUES.
               10  QFL-ENTRY OCCURS 17 TIMES
                       INDEXED BY QFL-IDX.
                   15  QFL-CODE        PIC X(08).
                   15  QFL-WIDTH       PIC 9(02).
                   15  QFL-PRINT-WIDTH PIC 9(02).
                   15  QFL-KIND        PIC X(01).
                       88  QFL-IS-TEXT         VALUE 'X'.
                       88  QFL-IS-DIGITS       VALUE 'N'.
                       88  QFL-IS-COUNT        VALUE 'C'.
                       88  QFL-IS-MONEY        VALUE 'M'.
           05  QFL-COUNT           PIC 9(02) VALUE 17.
