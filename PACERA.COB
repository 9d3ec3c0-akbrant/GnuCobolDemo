      *      PACERA.COB - MEMBER ERASURE REGISTER LINE LAYOUT (80
      *      BYTES), ONE LINE PER PACERASE RUN IN pacerase.dat.  THE
      *      REGISTER IS NOT PER YEAR OR PER REGION AND IS APPEND-
      *      ONLY, LIKE THE CERTIFICATE REGISTER: IT OUTLIVES THE
      *      CERTIFICATE GENERATIONS AND IS THE STANDING ANSWER TO
      *      "WAS THIS MEMBER ERASED, WHEN, AND BY WHOM".  IT CARRIES
      *      THE SERIAL ONLY -- NEVER THE DETAILS THAT WERE ERASED.
      *      ERA-REASON IS
      *        'R' RETENTION PERIOD ENDED
      *        'E' ERASURE REQUEST FROM THE MEMBER.
      *      ERA-RESULT IS 'C' COMPLETE OR 'I' INCOMPLETE (A FILE
      *      COULD NOT BE READ OR REPLACED -- SEE THE CERTIFICATE).
           05  ERA-SERIAL          PIC X(05).
           05  FILLER              PIC X(01).
           05  ERA-DATE            PIC 9(06).
           05  FILLER              PIC X(01).
           05  ERA-TIME            PIC 9(06).
           05  FILLER              PIC X(01).
           05  ERA-OPERATOR        PIC X(08).
           05  FILLER              PIC X(01).
           05  ERA-REASON          PIC X(01).
               88  ERA-FOR-RETENTION     VALUE 'R'.
               88  ERA-FOR-REQUEST       VALUE 'E'.
           05  FILLER              PIC X(01).
           05  ERA-REFERENCE       PIC X(12).
           05  FILLER              PIC X(01).
           05  ERA-START-CCYY      PIC 9(04).
           05  ERA-END-CCYY        PIC 9(04).
           05  FILLER              PIC X(01).
           05  ERA-REGION          PIC X(02).
           05  FILLER              PIC X(01).
           05  ERA-FILES           PIC 9(05).
           05  FILLER              PIC X(01).
           05  ERA-LINES           PIC 9(07).
           05  FILLER              PIC X(01).
           05  ERA-RESULT          PIC X(01).
               88  ERA-IS-COMPLETE       VALUE 'C'.
               88  ERA-IS-INCOMPLETE     VALUE 'I'.
           05  FILLER              PIC X(09).
