      *      ROLL A PRODUCTION YEAR FROM THIS BLOCK.
       01  PAC-FSB.
           COPY 'PACFSB.COB'.
       01  FSB-LENGTH             PIC 9(4) BINARY VALUE 142.

      *      YEAR-CLOSE GATE (PACCLSQ HAS NO SEPARATE COPYBOOK FOR
      *      ITS PARAMETER).  A CLOSED YEAR IS REFUSED OUTRIGHT;
