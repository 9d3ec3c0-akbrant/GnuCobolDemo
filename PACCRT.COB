      *      PACCRT.COB - CERTIFICATE REGISTER LINE LAYOUT (76 BYTES),
      *      ONE LINE PER EVENT IN THE YEAR'S crtCCYY.dat.  WRITTEN
      *      ONLY BY PACCERT AND APPEND-ONLY, THE SAME WAY AS THE
      *      REFUND REGISTER: THE LATEST LINE FOR A CERTIFICATE
      *      NUMBER IS ITS STATE.
      *      CRT-EVENT IS
      *        'I' ISSUED -- THE CERTIFICATE IS OUTSTANDING
      *        'P' REPRINTED UNDER THE SAME NUMBER -- STILL
      *            OUTSTANDING
      *        'R' REPLACED BY A NEWER CERTIFICATE, WHOSE 'I' LINE
      *            CARRIES THIS NUMBER IN CRT-REPLACES
      *        'C' CANCELLED -- THE REGISTRATION WAS VOIDED, OR
      *            TAKEN OFF ITS KEY.
      *      CRT-REASON 'N' = A NEW REGISTRATION; 'A' = THE RECORD
      *      WAS AMENDED SINCE THE LAST CERTIFICATE; 'L' = LOST OR
      *      DAMAGED, REPLACED ON REQUEST; 'V' = VOIDED, DELETED OR
      *      MOVED TO ANOTHER KEY (A MODE 'X' CALL); 'K' = THE PRINT
      *      RUN FOUND THE KEY NO LONGER ON FILE.  THE CODES,
      *      QUANTITY AND DATES ARE THE RECORD AS CERTIFIED, SO A
      *      REPRINT SHOWS WHAT THE HOLDER WAS GIVEN.
           05  CRT-NUMBER          PIC 9(06).
           05  FILLER              PIC X(01).
           05  CRT-EVENT           PIC X(01).
               88  CRT-IS-ISSUED         VALUE 'I'.
               88  CRT-IS-REPRINTED      VALUE 'P'.
               88  CRT-IS-REPLACED       VALUE 'R'.
               88  CRT-IS-CANCELLED      VALUE 'C'.
           05  FILLER              PIC X(01).
           05  CRT-SERIAL          PIC X(05).
           05  FILLER              PIC X(01).
           05  CRT-SEQ             PIC 9(03).
           05  FILLER              PIC X(01).
           05  CRT-DATE            PIC 9(08).
           05  FILLER              PIC X(01).
           05  CRT-OPERATOR        PIC X(08).
           05  FILLER              PIC X(01).
           05  CRT-REASON          PIC X(01).
               88  CRT-FOR-NEW           VALUE 'N'.
               88  CRT-FOR-AMENDMENT     VALUE 'A'.
               88  CRT-FOR-LOSS          VALUE 'L'.
               88  CRT-FOR-VOID          VALUE 'V'.
               88  CRT-FOR-KEY-GONE      VALUE 'K'.
           05  FILLER              PIC X(01).
           05  CRT-REPLACES        PIC 9(06).
           05  FILLER              PIC X(01).
           05  CRT-SPEC            PIC X(01).
           05  FILLER              PIC X(01).
           05  CRT-GEAR            PIC X(02).
           05  FILLER              PIC X(01).
           05  CRT-AREA            PIC X(01).
           05  FILLER              PIC X(01).
           05  CRT-QTY             PIC 9(05).
           05  FILLER              PIC X(01).
           05  CRT-EFF-DATE        PIC 9(08).
           05  FILLER              PIC X(01).
           05  CRT-EXP-DATE        PIC 9(08).
