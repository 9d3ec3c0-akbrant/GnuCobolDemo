      *      PACINS.COB - FIELD INSPECTION RECORD LAYOUT (80 BYTES),
      *      ONE RECORD PER VISIT IN THE YEAR'S insCCYY.btr, KEYED
      *      (NO DUPLICATES) ON INS-KEY -- THE PAC SERIAL+SEQ, THE
      *      VISIT DATE, AND A VISIT NUMBER THAT ONLY MOVES OFF 01
      *      WHEN THE SAME REGISTRATION IS VISITED TWICE IN A DAY --
      *      SO A REGISTRATION'S VISITS READ BACK TOGETHER, OLDEST
      *      FIRST.  ADDED THROUGH PACINSP; BUILT FROM SCRATCH WITH
      *      PACIFSB.COB.  A ZERO INS-FOLLOW-UP-DUE MEANS NO FOLLOW-UP
      *      VISIT WAS CALLED FOR.  INS-PLANNED IS THE CCYYMM OF THE
      *      PACINSS SAMPLING PLAN THE VISIT ANSWERED, ZERO FOR A
      *      VISIT MADE OUTSIDE THE PLAN.
           05  INS-KEY.
               10  INS-SERIAL          PIC X(05).
               10  INS-SEQ             PIC 9(03).
               10  INS-VISIT-DATE      PIC 9(08).
               10  INS-VISIT-NO        PIC 9(02).
           05  INS-INSPECTOR           PIC X(08).
           05  INS-RESULT              PIC X(02).
               88  INS-SATISFACTORY        VALUE 'SA'.
               88  INS-MINOR-BREACH        VALUE 'MN'.
               88  INS-MAJOR-BREACH        VALUE 'MJ'.
               88  INS-NO-ACCESS           VALUE 'NA'.
               88  INS-RESULT-VALID        VALUES ARE 'SA' 'MN' 'MJ'
                                                  'NA'.
           05  INS-FOLLOW-UP-DUE       PIC 9(08).
           05  INS-REMARK              PIC X(30).
           05  INS-PLANNED             PIC 9(06).
           05  INS-ENTERED             PIC 9(08).
