               88  LOCAL-PACLOOK-OPEN-FAILED   VALUE 'Y'.
           05  FILLER                   PIC X(09).
           05  LOCAL-PACLOOK-REGION     PIC X(02).
           05  FILLER                   PIC X(01).

       01  LOCAL-CSV-PARM.
           05  LOCAL-CSV-CCYY           PIC 9(04).
