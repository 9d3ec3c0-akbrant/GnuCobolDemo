      *      PACRRL.COB - REGULATOR RETURN SUBMISSION LOG LINE LAYOUT
      *      (150 BYTES), pacrrtn.log.  ONE LINE PER RETURN FILED BY
      *      PACRRTN, APPEND-ONLY.  RRL-AMEND-NO IS 0 ON THE ORIGINAL
      *      FILING FOR A YEAR AND REGION AND COUNTS UP FROM 1 FOR
      *      EACH CORRECTED RETURN FILED AFTER IT; EVERY FILING IS
      *      ITS OWN FILE (RRL-FILE-NAME, rtnCCYY.a00, .a01 ...) SO
      *      WHAT WENT TO THE REGULATOR ON ANY DATE CAN STILL BE
      *      PRODUCED.  RRL-DETAIL-SUM IS THE CHECKSUM OF THE CELL
      *      LINES ALONE (NO HEADER), SO A REFILE OF UNCHANGED
      *      FIGURES IS RECOGNIZED; RRL-FILE-SUM IS THE HASH TOTAL
      *      CARRIED IN THE RETURN'S OWN CONTROL RECORD.  RRL-BASIS
      *      IS 'C' FOR FIGURES AS CERTIFIED, 'R' AS RESTATED BY THE
      *      APPROVED POST-CLOSE ADJUSTMENTS.
           05  RRL-CCYY            PIC 9(04).
           05  FILLER              PIC X(01).
           05  RRL-REGION          PIC X(02).
           05  FILLER              PIC X(01).
           05  RRL-AMEND-NO        PIC 9(02).
           05  FILLER              PIC X(01).
           05  RRL-TYPE            PIC X(01).
               88  RRL-IS-ORIGINAL       VALUE 'O'.
               88  RRL-IS-AMENDMENT      VALUE 'A'.
           05  FILLER              PIC X(01).
           05  RRL-DATE            PIC 9(06).
           05  FILLER              PIC X(01).
           05  RRL-TIME            PIC 9(06).
           05  FILLER              PIC X(01).
           05  RRL-OPERATOR        PIC X(08).
           05  FILLER              PIC X(01).
           05  RRL-REFERENCE       PIC X(12).
           05  FILLER              PIC X(01).
           05  RRL-FILE-NAME       PIC X(16).
           05  FILLER              PIC X(01).
           05  RRL-CELLS           PIC 9(04).
           05  FILLER              PIC X(01).
           05  RRL-REGISTRATIONS   PIC 9(09).
           05  FILLER              PIC X(01).
           05  RRL-HOLDERS         PIC 9(08).
           05  FILLER              PIC X(01).
           05  RRL-QTY             PIC 9(13).
           05  FILLER              PIC X(01).
           05  RRL-VALUE           PIC 9(14)V99.
           05  FILLER              PIC X(01).
           05  RRL-DETAIL-SUM      PIC 9(09).
           05  FILLER              PIC X(01).
           05  RRL-FILE-SUM        PIC 9(09).
           05  FILLER              PIC X(01).
           05  RRL-BASIS           PIC X(01).
               88  RRL-AS-RESTATED       VALUE 'R'.
           05  FILLER              PIC X(08).
