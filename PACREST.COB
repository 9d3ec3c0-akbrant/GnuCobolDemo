           THE LINE-SEQUENTIAL pacCCYY.bak FILE PACBKUP WROTE, STANDS
           UP A FRESH pacCCYY.btr WITH THE SAME 103-BYTE RECORD AND
           KEY STRUCTURE PACNEWYR CREATES (PRIMARY SERIAL+SEQ,
           ALTERNATE KEYS 1/2/3 ON SPEC/GEAR/AREA, 4/5/6 ON THE
           NEWVALS CODES AND 7 ON THE EXPIRY DATE), B-INSerts EVERY
           BACKUP RECORD, AND THEN RE-WALKS THE REBUILT FILE AND
           COMPARES ITS RECORD COUNT AGAINST THE BACKUP COUNT SO THE
           RESTORE PROVES ITSELF INSTEAD OF BEING TAKEN ON FAITH.
      *      THE ROLLOVER BUILT.
       01  PAC-FSB.
           COPY 'PACFSB.COB'.
       01  FSB-LENGTH             PIC 9(4) BINARY VALUE 142.

      *      YEAR-CLOSE GATE (PACCLSQ HAS NO SEPARATE COPYBOOK FOR
      *      ITS PARAMETER).  A CLOSED YEAR IS REFUSED OUTRIGHT;
