      *      PACPLN.COB - INSPECTION PLAN LINE (60 BYTES), ONE LINE
      *      PER REGISTRATION PICKED FOR A MONTH'S FIELD VISITS IN
      *      plnCCYYMM.dat, WRITTEN BY THE PACINSS SAMPLING RUN IN
      *      AREA THEN RANK ORDER (RANK 01 IS THE HIGHEST RISK IN
      *      ITS AREA).  PLN-SCORE IS THE WEIGHTED RISK SCORE THE
      *      PICK WAS MADE ON; THE FACTORS BEHIND IT FOLLOW SO THE
      *      INSPECTOR CAN SEE WHY THE REGISTRATION WAS CHOSEN -- A
      *      ZERO PLN-LAST-VISIT MEANS NO VISIT ON FILE.  READ BACK
      *      BY PACINSP (TO MARK A VISIT AS PLANNED) AND PACINSR.
           05  PLN-MONTH               PIC 9(06).
           05  FILLER                  PIC X(01).
           05  PLN-AREA                PIC X(01).
           05  FILLER                  PIC X(01).
           05  PLN-RANK                PIC 9(02).
           05  FILLER                  PIC X(01).
           05  PLN-SERIAL              PIC X(05).
           05  FILLER                  PIC X(01).
           05  PLN-SEQ                 PIC 9(03).
           05  FILLER                  PIC X(01).
           05  PLN-SCORE               PIC 9(05).
           05  FILLER                  PIC X(01).
           05  PLN-EXCEPTIONS          PIC 9(03).
           05  FILLER                  PIC X(01).
           05  PLN-OVERDUE             PIC 9(02).
           05  FILLER                  PIC X(01).
           05  PLN-NOTES               PIC 9(03).
           05  FILLER                  PIC X(01).
           05  PLN-LAST-VISIT          PIC 9(08).
           05  FILLER                  PIC X(13).
