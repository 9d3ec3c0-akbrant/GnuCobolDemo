       DATE-COMPILED.
       REMARKS.  YEAR-END ROLLOVER UTILITY.  STANDS UP AN EMPTY
           pacCCYY.btr FOR A NEW YEAR WITH THE SAME 103-BYTE RECORD
           LENGTH, PRIMARY SERIAL+SEQ KEY, SPEC/GEAR/AREA ALTERNATE
           KEYS (1/2/3) THAT PACLOOK ALREADY ASSUMES, NEWVALS
           SPEC/GEAR/AREA KEYS (4/5/6) AND THE EXPIRY-DATE KEY (7), SO
           JANUARY DOESN'T NEED A SOURCE CHANGE AND RECOMPILE JUST TO
           POINT AT THE NEW YEAR'S FILE NAME.  IF THE TARGET FILE
           ALREADY EXISTS THIS PROGRAM LEAVES IT ALONE.
      *      SO A RESTORE REBUILDS EXACTLY WHAT THE ROLLOVER CREATES.
       01  PAC-FSB.
           COPY 'PACFSB.COB'.
       01  FSB-LENGTH             PIC 9(4) BINARY VALUE 142.

      *      YEAR-CLOSE GATE (PACCLSQ HAS NO SEPARATE COPYBOOK FOR
      *      ITS PARAMETER).  A CLOSED YEAR IS REFUSED OUTRIGHT;
