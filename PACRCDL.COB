      *      PACRCDL.COB - MASS RECODE RUN LOG LINE LAYOUT (80 BYTES),
      *      pacrcod.log.  ONE LINE PER YEAR A PACRCODE RUN LOOKED
      *      AT, APPEND-ONLY.  EVERY RUN TAKES THE NEXT REFERENCE,
      *      RCD00001 ONWARDS; A COMMIT RUN JOURNALS EVERY RECORD IT
      *      CHANGES UNDER ITS REFERENCE (JRN-PROGRAM), WHICH IS WHAT
      *      PACBACK IS GIVEN TO REVERSE THE RECODE, ONE YEAR AT A
      *      TIME.  RCL-MODE IS 'P' PREVIEW OR 'C' COMMIT.
      *      RCL-RULE-SUM IS THE CHECKSUM OF pacrcod.rul AS THE RUN
      *      READ IT; A COMMIT IS ONLY ALLOWED FOR A YEAR WHOSE LAST
      *      LINE IS A CLEAN PREVIEW OF THE SAME RULES.  RCL-CHANGED
      *      IS THE RECORDS CHANGED (COMMIT) OR THAT WOULD BE
      *      (PREVIEW).  RCL-OUTCOME IS
      *        'G' GOOD     -- THE WHOLE YEAR WAS SWEPT
      *        'F' FAILED   -- STOPPED PART WAY (A COMMIT'S CHANGES
      *                        SO FAR STAND, JOURNALLED)
      *        'S' SKIPPED  -- CLOSED, MISSING, BUSY OR NOT PREVIEWED.
           05  RCL-REFERENCE.
               10  RCL-REF-PREFIX      PIC X(03).
               10  RCL-REF-NUMBER      PIC 9(05).
           05  FILLER              PIC X(01).
           05  RCL-MODE            PIC X(01).
               88  RCL-IS-PREVIEW        VALUE 'P'.
               88  RCL-IS-COMMIT         VALUE 'C'.
           05  FILLER              PIC X(01).
           05  RCL-CCYY            PIC 9(04).
           05  FILLER              PIC X(01).
           05  RCL-REGION          PIC X(02).
           05  FILLER              PIC X(01).
           05  RCL-DATE            PIC 9(06).
           05  FILLER              PIC X(01).
           05  RCL-TIME            PIC 9(06).
           05  FILLER              PIC X(01).
           05  RCL-OPERATOR        PIC X(08).
           05  FILLER              PIC X(01).
           05  RCL-RULE-SUM        PIC 9(09).
           05  FILLER              PIC X(01).
           05  RCL-READ            PIC 9(08).
           05  FILLER              PIC X(01).
           05  RCL-CHANGED         PIC 9(08).
           05  FILLER              PIC X(01).
           05  RCL-OUTCOME         PIC X(01).
               88  RCL-YEAR-GOOD         VALUE 'G'.
               88  RCL-YEAR-FAILED       VALUE 'F'.
               88  RCL-YEAR-SKIPPED      VALUE 'S'.
           05  FILLER              PIC X(09).
