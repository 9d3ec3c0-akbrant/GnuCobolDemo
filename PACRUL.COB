      *      PACRUL.COB - CODE-COMBINATION RULE LAYOUT (51 BYTES),
      *      ONE LINE PER RULE IN pacrules.dat.  paccodes.dat SAYS
      *      WHICH SPEC, GEAR AND AREA CODES EXIST; THIS FILE SAYS
      *      WHICH OF THEM MAY GO TOGETHER.  KEPT BY HAND, THE SAME
      *      PLAIN-TEXT WAY AS pacquota.dat; ASKED THROUGH PACRULQ.
      *      RUL-SCHEME IS SPACE OR 'O' FOR THE ORIGINAL 1-CHARACTER
      *      SPEC/AREA CODES (LEFT-JUSTIFIED), 'N' FOR THE NEWVALS
      *      CODES.  A BLANK SPEC, GEAR OR AREA MATCHES ANY CODE.
      *      RUL-ACTION 'X' PROHIBITS EVERY COMBINATION THE LINE
      *      MATCHES.  'P' LINES FOR A SPEC (BLANK SPEC = EVERY SPEC)
      *      ARE THE COMPLETE LIST OF GEAR/AREA PAIRS PERMITTED FOR
      *      IT -- A SPEC WITH NO 'P' LINE IS NOT RESTRICTED BY THEM.
      *      A PROHIBITION WINS OVER A PERMISSION.  A ZERO VALID-FROM
      *      OR VALID-TO LEAVES THAT END OF THE RULE OPEN, AS IN
      *      PACCTB.COB.
           05  RUL-SCHEME              PIC X(01).
               88  RUL-IS-OLD-SCHEME       VALUES ARE SPACE 'O'.
               88  RUL-IS-NEWVALS          VALUE 'N'.
           05  FILLER                  PIC X(01).
           05  RUL-ACTION              PIC X(01).
               88  RUL-PERMITS             VALUE 'P'.
               88  RUL-PROHIBITS           VALUE 'X'.
           05  FILLER                  PIC X(01).
           05  RUL-SPEC                PIC X(02).
           05  FILLER                  PIC X(01).
           05  RUL-GEAR                PIC X(02).
           05  FILLER                  PIC X(01).
           05  RUL-AREA                PIC X(02).
           05  FILLER                  PIC X(01).
           05  RUL-VALID-FROM          PIC 9(08).
           05  FILLER                  PIC X(01).
           05  RUL-VALID-TO            PIC 9(08).
           05  FILLER                  PIC X(01).
           05  RUL-DESC                PIC X(20).
