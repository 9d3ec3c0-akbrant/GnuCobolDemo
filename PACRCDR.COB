      *      PACRCDR.COB - MASS RECODE RULE LAYOUT (50 BYTES), ONE
      *      LINE PER RULE IN pacrcod.rul, KEPT BY HAND THE SAME
      *      PLAIN-TEXT WAY AS pacrules.dat AND READ BY PACRCODE.
      *      RCR-SCHEME 'O' RECODES THE ORIGINAL SPEC/GEAR/AREA
      *      FIELDS (SPEC AND AREA ARE ONE CHARACTER THERE, LEFT-
      *      JUSTIFIED), 'N' THE NEWVALS ONES; A CHANGE THAT HAS TO
      *      REACH BOTH IS TWO LINES.  RCR-FIELD IS 'S' SPEC, 'G' GEAR
      *      OR 'A' AREA.  A RECORD WHOSE FIELD HOLDS RCR-OLD-CODE IS
      *      GIVEN RCR-NEW-CODE.  A CONDITIONAL LINE ALSO NAMES
      *      ANOTHER FIELD OF THE SAME SCHEME AND THE CODE IT MUST
      *      HOLD; THE FIRST LINE THAT MATCHES WINS, SO A SPLIT IS
      *      WRITTEN AS ITS CONDITIONAL LINES FOLLOWED BY ONE
      *      UNCONDITIONAL LINE FOR "OTHERWISE" --
      *          N A 3  3N S A  AREA 3 SPEC A
      *          N A 3  3S      AREA 3 THE REST
      *      CONDITIONS ARE TESTED AGAINST THE RECORD AS IT WAS READ,
      *      BEFORE ANY LINE HAS CHANGED IT, SO THE ORDER OF LINES FOR
      *      DIFFERENT FIELDS DOES NOT MATTER.  A LINE STARTING '*' IS
      *      A COMMENT.
           05  RCR-SCHEME              PIC X(01).
               88  RCR-IS-OLD-SCHEME       VALUE 'O'.
               88  RCR-IS-NEWVALS          VALUE 'N'.
           05  FILLER                  PIC X(01).
           05  RCR-FIELD               PIC X(01).
               88  RCR-VALID-FIELD         VALUES 'S' 'G' 'A'.
           05  FILLER                  PIC X(01).
           05  RCR-OLD-CODE            PIC X(02).
           05  FILLER                  PIC X(01).
           05  RCR-NEW-CODE            PIC X(02).
           05  FILLER                  PIC X(01).
           05  RCR-COND-FIELD          PIC X(01).
               88  RCR-UNCONDITIONAL       VALUE SPACE.
               88  RCR-VALID-COND-FIELD    VALUES 'S' 'G' 'A'.
           05  FILLER                  PIC X(01).
           05  RCR-COND-CODE           PIC X(02).
           05  FILLER                  PIC X(01).
           05  RCR-DESC                PIC X(20).
           05  FILLER                  PIC X(15).
