      *      PACKPH.COB - KPI HISTORY LINE LAYOUT (220 BYTES),
      *      packpi.his.  ONE LINE PER MONTHLY KPI PACK PACKPI
      *      PRINTS, APPENDED AS THE PACK IS RUN.  THE FILE IS
      *      SUITE-WIDE LIKE pacjobs.his; A PACK RUN AGAIN FOR THE
      *      SAME MONTH AND REGION APPENDS A FRESH LINE, AND THE LAST
      *      LINE FOR A MONTH AND REGION IS ITS STANDING -- THE SAME
      *      RULE pacclose.cat FOLLOWS.  THE PRIOR-MONTH AND
      *      YEAR-AGO COLUMNS OF A PACK ARE READ FROM HERE, SO NO
      *      EARLIER MONTH IS EVER WORKED OUT AGAIN.  KPH-FIGURE IS
      *      THE PACK'S TWELVE FIGURES IN REPORT ORDER (SEE PACKPI):
      *        1 ACTIVE REGISTRATIONS    7 BILLED VALUE
      *        2 NEW ENTRANTS            8 FEES COLLECTED
      *        3 VOIDS                   9 COLLECTED PERCENT OF BILLED
      *        4 LAPSES                 10 OPEN RECEIVABLES
      *        5 RENEWALS DUE           11 QUOTA UTILISATION PERCENT
      *        6 RENEWALS DONE          12 DATA-QUALITY GRADE (3 = A,
      *                                    2 = B, 1 = C)
      *      KPH-FIG-STATE IS SPACE FOR A FIGURE AT OR ABOVE ZERO,
      *      '-' FOR ONE BELOW ZERO (CREDIT ON RECEIVABLES), AND 'N'
      *      WHERE ITS SOURCE WAS NOT THERE TO WORK IT OUT FROM.
           05  KPH-CCYYMM          PIC 9(06).
           05  FILLER              PIC X(01).
           05  KPH-REGION          PIC X(02).
           05  FILLER              PIC X(01).
           05  KPH-RUN-DATE        PIC 9(08).
           05  FILLER              PIC X(01).
           05  KPH-RUN-TIME        PIC 9(06).
           05  FILLER              PIC X(01).
           05  KPH-FIGURE OCCURS 12 TIMES.
               10  KPH-FIG-STATE   PIC X(01).
                   88  KPH-FIG-NEGATIVE      VALUE '-'.
                   88  KPH-FIG-MISSING       VALUE 'N'.
               10  KPH-FIG-AMOUNT  PIC 9(11)V99.
               10  FILLER          PIC X(01).
           05  FILLER              PIC X(14).
