      *      PACCFM.COB - CONTROL-FILE BACKUP SET MANIFEST LINE (80
      *      BYTES), pacctl.man IN THE SET'S FOLDER.  ONE LINE PER
      *      CONTROL FILE PACCBAK LOOKED FOR WHEN IT TOOK THE SET,
      *      THEN ONE CLOSING LINE.  CFM-FILE IS THE FILE'S LIVE
      *      NAME, WHICH IS ALSO ITS NAME IN THE SET FOLDER.
      *      CFM-STATE IS
      *        'P' PRESENT  -- COPIED INTO THE SET
      *        'A' ABSENT   -- NOT ON DISK WHEN THE SET WAS TAKEN
      *                        (A FILE THE SHOP DOES NOT USE YET)
      *        'T' TRAILER  -- THE CLOSING LINE.  CFM-LINES IS THE
      *                        NUMBER OF FILE LINES AHEAD OF IT AND
      *                        CFM-CHECKSUM THE SUM OF THEIR
      *                        CHECKSUMS, MODULO 1000000000.  A SET
      *                        WHOSE BACKUP FAILED HAS NO TRAILER
      *                        AND CAN NEVER BE RESTORED.
      *      CFM-LINES AND CFM-CHECKSUM DESCRIBE THE COPY AS WRITTEN
      *      (THE PACBKUP TRAILER CHECKSUM STYLE).  EVERY LINE
      *      CARRIES THE SET'S DATE (CCYYMMDD), TIME, REGION AND
      *      YEAR.
           05  CFM-FILE                PIC X(20).
           05  FILLER                  PIC X(01).
           05  CFM-STATE               PIC X(01).
               88  CFM-PRESENT             VALUE 'P'.
               88  CFM-ABSENT              VALUE 'A'.
               88  CFM-TRAILER             VALUE 'T'.
           05  FILLER                  PIC X(01).
           05  CFM-LINES               PIC 9(08).
           05  FILLER                  PIC X(01).
           05  CFM-CHECKSUM            PIC 9(09).
           05  FILLER                  PIC X(01).
           05  CFM-SET-DATE            PIC 9(08).
           05  FILLER                  PIC X(01).
           05  CFM-SET-TIME            PIC 9(06).
           05  FILLER                  PIC X(01).
           05  CFM-REGION              PIC X(02).
           05  FILLER                  PIC X(01).
           05  CFM-CCYY                PIC 9(04).
           05  FILLER                  PIC X(15).
