      *      PACJNT.COB - JOINT-HOLDER RECORD LAYOUT (38 BYTES), ONE
      *      LINE PER CO-HOLDER OF A PAC KEY IN THE YEAR'S
      *      jntCCYY.dat.  JNT-SERIAL/JNT-SEQ IS THE PAC KEY, WHOSE
      *      OWN SERIAL REMAINS THE PRIMARY HOLDER; JNT-HOLDER IS THE
      *      EXTRA MEMBER SERIAL AND JNT-SHARE ITS OWNERSHIP SHARE IN
      *      PERCENT.  THE PRIMARY HOLDS WHATEVER THE CO-HOLDERS DO
      *      NOT, SO A KEY'S CO-HOLDER SHARES ALWAYS TOTAL UNDER 100.
      *      AT MOST TWO CO-HOLDERS PER KEY.  MAINTAINED ONLY BY
      *      PACJOINT; READ BY PACINQ, PACXREF, PACSTMT AND PACBILL.
           05  JNT-SERIAL          PIC X(05).
           05  JNT-SEQ             PIC 9(03).
           05  FILLER              PIC X(01).
           05  JNT-HOLDER          PIC X(05).
           05  FILLER              PIC X(01).
           05  JNT-SHARE           PIC 9(03)V99.
           05  FILLER              PIC X(01).
           05  JNT-ADDED           PIC 9(08).
           05  FILLER              PIC X(01).
           05  JNT-OPERATOR        PIC X(08).
