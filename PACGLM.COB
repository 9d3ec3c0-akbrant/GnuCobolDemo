      *      PACGLM.COB - GENERAL LEDGER ACCOUNT-MAPPING RECORD
      *      LAYOUT (45 BYTES), ONE LINE PER MAPPING IN pacglmap.dat.
      *      MAINTAINED BY FINANCE IN THE SAME PLAIN-TEXT WAY AS
      *      pacfees.dat; READ BY PACGLIF.
      *      GLM-TYPE 'R' MAPS A SPEC/GEAR/AREA COMBINATION TO THE
      *      REVENUE ACCOUNT ITS BILLED VALUE IS CREDITED TO.  '**'
      *      IN A CODE COLUMN MATCHES ANY CODE, AND THE FIRST LINE
      *      THAT MATCHES WINS, SO SPECIFIC LINES GO ABOVE GENERAL
      *      ONES.  THE 1-CHARACTER CODES RIDE BLANK-PADDED IN THE
      *      2-BYTE COLUMNS, THE SAME WAY pacfees.dat CARRIES THEM.
      *      GLM-TYPE 'C' NAMES A CONTROL ACCOUNT; ITS ROLE RIDES IN
      *      THE SPEC COLUMN --
      *        'AR' MEMBER RECEIVABLES          (REQUIRED)
      *        'CA' BANK / CASH                 (REQUIRED)
      *        'SU' UNMATCHED RECEIPTS SUSPENSE (REQUIRED)
      *        'UN' REVENUE WITH NO 'R' LINE    (NEEDED ONLY WHEN
      *             SOMETHING FAILS TO MAP)
      *        'DF' INVOICE-TO-RECORDS DIFFERENCE (NEEDED ONLY WHEN
      *             THE RECORDS NO LONGER ADD UP TO THE INVOICE)
      *        'CN' REFUND CREDIT NOTES         (NEEDED ONLY WHEN
      *             THE PERIOD HAS CREDIT NOTES).
           05  GLM-TYPE            PIC X(01).
               88  GLM-REVENUE-MAP       VALUE 'R'.
               88  GLM-CONTROL-ACCOUNT   VALUE 'C'.
           05  FILLER              PIC X(01).
           05  GLM-SPEC            PIC X(02).
           05  FILLER              PIC X(01).
           05  GLM-GEAR            PIC X(02).
           05  FILLER              PIC X(01).
           05  GLM-AREA            PIC X(02).
           05  FILLER              PIC X(01).
           05  GLM-ACCOUNT         PIC X(12).
           05  FILLER              PIC X(01).
           05  GLM-DESC            PIC X(20).
