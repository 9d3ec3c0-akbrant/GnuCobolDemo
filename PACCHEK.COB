               10  B-PAC-KEY-SERIAL    PIC X(05).
               10  B-PAC-KEY-SEQ       PIC 9(03).

      *      GET STATUS RETURNS THE FILE SPECIFICATION AND ONE KEY
      *      SPECIFICATION PER KEY -- ROOM FOR THE FULL PACFSB KEY
      *      SET AND AN ALTERNATE COLLATING TABLE.
       01  STAT-BUFFER             PIC X(512) VALUE SPACES.
       01  STAT-LENGTH              PIC 9(4) BINARY VALUE 512.

       01  TARGET-CCYY-DISPLAY  PIC 9(4) VALUE 0.
       01  BTRV-STATUS-CODE     PIC S9(4) BINARY VALUE 0.
