      *      PACRCL.COB - MEMBER RECEIVABLES LEDGER LINE LAYOUT (80
      *      BYTES), ONE LINE PER POSTING IN THE YEAR'S arlCCYY.dat.
      *      WRITTEN BY PACRCV AND PACRFND, AND APPEND-ONLY THE SAME
      *      WAY THE CHANGE JOURNAL IS -- A WRONG POSTING IS PUT
      *      RIGHT BY A NEW OFFSETTING LINE, NEVER BY EDITING THE
      *      FILE.
      *      RCL-TYPE IS
      *        'I' INVOICE TAKEN IN FROM THE VERIFIED bilCCYY.dat
      *        'P' RECEIPT APPLIED AGAINST THE MEMBER'S OPEN BALANCE
      *        'O' OVERPAYMENT -- THE PART OF A RECEIPT BEYOND THE
      *            OPEN BALANCE, HELD AS CREDIT ON THE ACCOUNT
      *        'U' UNMATCHED RECEIPT -- NO INVOICED SERIAL TO POST
      *            TO; HELD IN SUSPENSE ON NO MEMBER'S BALANCE
      *        'C' CREDIT NOTE -- A PRO-RATA REFUND RAISED BY PACRFND
      *            WHEN A RECORD IS VOIDED OR ITS EXPIRY SHORTENED;
      *            RCL-REFERENCE CARRIES THE NOTE NUMBER.
      *      A MEMBER'S BALANCE IS THE 'I' LINES LESS EVERY 'P', 'O',
      *      AND 'C' LINE; BELOW ZERO IS CREDIT ON ACCOUNT.  RCL-SOURCE
      *      IS THE FILE THE POSTING CAME IN FROM, WHICH IS WHAT
      *      STOPS THE SAME BANK FILE BEING POSTED TWICE.
           05  RCL-TYPE            PIC X(01).
               88  RCL-IS-INVOICE        VALUE 'I'.
               88  RCL-IS-APPLIED        VALUE 'P'.
               88  RCL-IS-OVERPAID       VALUE 'O'.
               88  RCL-IS-UNMATCHED      VALUE 'U'.
               88  RCL-IS-CREDIT-NOTE    VALUE 'C'.
           05  FILLER              PIC X(01).
           05  RCL-SERIAL          PIC X(05).
           05  FILLER              PIC X(01).
           05  RCL-POST-DATE       PIC 9(08).
           05  FILLER              PIC X(01).
           05  RCL-VALUE-DATE      PIC 9(08).
           05  FILLER              PIC X(01).
           05  RCL-AMOUNT          PIC 9(09)V99.
           05  FILLER              PIC X(01).
           05  RCL-REFERENCE       PIC X(16).
           05  FILLER              PIC X(01).
           05  RCL-SOURCE          PIC X(16).
           05  FILLER              PIC X(01).
           05  RCL-OPERATOR        PIC X(08).
