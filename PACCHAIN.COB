       ID DIVISION.
       PROGRAM-ID.  PACCHAIN.
       AUTHOR.  Oliphant .
       DATE-WRITTEN. OCTOBER 15, 2026.
       DATE-COMPILED.
       REMARKS.  SHARED HASH-CHAIN SUBROUTINE FOR THE APPEND-ONLY
           FILES -- THE CHANGE JOURNALS jrnCCYY.dat, THE ERROR
           JOURNAL pacerr.jnl, THE TWO CATALOGS pacclose.cat AND
           pacarch.cat, THE PACADJ ADJUSTMENT LEDGERS adjRRCCYY.dat,
           AND THE PACAUTH AUTHORIZATION LOG pacauth.log.  EVERY
           PROGRAM THAT APPENDS A LINE TO ONE OF THEM CALLS THIS
           FIRST AND STORES THE VALUE IT RETURNS IN THE LINE'S CHAIN
           COLUMN (JRN-CHAIN, ERR-CHAIN, CLS-CHAIN, ARC-CHAIN,
           ADJ-CHAIN, AUT-CHAIN).  THE VALUE IS A RUNNING HASH OF
           THE LINE'S DATA BYTES FOLDED ONTO THE VALUE OF THE LINE
           BEFORE IT, SO A LINE EDITED, DROPPED OR SLIPPED IN WITH A
           TEXT EDITOR BREAKS EVERY LINK FROM THAT POINT ON AND
           PACCHNV REPORTS WHERE.  THE LAST LINK AND THE LINE COUNT
           ARE KEPT IN A HEAD FILE BESIDE THE DATA FILE
           (<name>.chn), SO A FILE CUT SHORT AT THE TAIL SHOWS UP
           TOO.  THE HEAD FILE TRAVELS WITH ITS DATA FILE; A DATA
           FILE WITH NO HEAD STARTS A NEW CHAIN FROM ZERO.
           THE HASH IS H = (H * 256 + BYTE) MOD 999999937, TAKEN
           OVER EVERY DATA BYTE INCLUDING TRAILING SPACES.  IT IS
           A CHECK ON THE FILES, NOT A CIPHER: IT SHOWS THAT A FILE
           WAS CHANGED BEHIND THE SUITE'S BACK; IT DOES NOT STOP A
           PERSON WHO KNOWS THE RULE FROM RECOMPUTING IT.
           CHN-REQUEST IS
             'L' LINK -- HASH CHN-LINE ONTO THE HEAD OF CHN-FILE-NAME,
                 RETURN THE NEW LINK IN CHN-VALUE AND THE NEW LINE
                 COUNT IN CHN-COUNT, AND ADVANCE THE HEAD.  CALL IT
                 ONLY WHEN THE LINE IS ABOUT TO BE WRITTEN.
             'H' HASH ONLY -- HASH CHN-LINE ONTO THE LINK PASSED IN
                 CHN-VALUE AND RETURN THE RESULT THERE.  NO FILE IS
                 TOUCHED (PACCHNV WALKS A CHAIN THIS WAY).
             'S' SET HEAD -- WRITE CHN-COUNT AND CHN-VALUE AS THE
                 HEAD OF CHN-FILE-NAME, FOR A PROGRAM THAT HAS
                 LEGITIMATELY REWRITTEN THE FILE (PACCLOSE STRIPPING
                 A SEAL LINE).
           CHN-RESULT COMES BACK 'G' OR, WHEN THE HEAD FILE COULD
           NOT BE WRITTEN, 'F'.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. COMPAQ-DESKPRO-286.
       OBJECT-COMPUTER. ANY-COMPAQ-COMPATABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHN-HEAD-FILE ASSIGN TO WS-HEAD-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HEAD-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CHN-HEAD-FILE.
       01  CHN-HEAD-RECORD.
           05  HEAD-COUNT              PIC 9(08).
           05  FILLER                  PIC X(01).
           05  HEAD-VALUE              PIC 9(09).
*      WORKING-STORAGE SECTION.
       01  WS-HEAD-NAME           PIC X(40) VALUE SPACES.
       01  HEAD-FILE-STATUS       PIC X(02).
       01  CHAIN-ACCUM            PIC 9(09) VALUE 0.
       01  CHAIN-WORK             PIC 9(12) VALUE 0.
       01  CHAIN-QUOTIENT         PIC 9(12) VALUE 0.
       01  CHAIN-IDX              PIC 9(04) BINARY VALUE 0.
       01  CHAIN-MODULUS          PIC 9(09) VALUE 999999937.

       LINKAGE SECTION.
       01  CHAIN-PARM.
           05  CHN-REQUEST            PIC X(01).
               88  CHN-LINK-LINE            VALUE 'L'.
               88  CHN-HASH-ONLY            VALUE 'H'.
               88  CHN-SET-HEAD             VALUE 'S'.
           05  CHN-FILE-NAME          PIC X(32).
           05  CHN-LENGTH             PIC 9(03).
           05  CHN-LINE               PIC X(255).
           05  CHN-VALUE              PIC 9(09).
           05  CHN-COUNT              PIC 9(08).
           05  CHN-RESULT             PIC X(01).
               88  CHN-RUN-GOOD             VALUE 'G'.
               88  CHN-RUN-FAILED           VALUE 'F'.

       PROCEDURE DIVISION USING CHAIN-PARM.
       A000-BEGIN.
           SET CHN-RUN-GOOD TO TRUE.
           IF CHN-HASH-ONLY
              MOVE CHN-VALUE TO CHAIN-ACCUM
              PERFORM HASH-CHAIN-LINE
              MOVE CHAIN-ACCUM TO CHN-VALUE
              GO TO A000-EXIT.

           MOVE SPACES TO WS-HEAD-NAME.
           STRING CHN-FILE-NAME DELIMITED BY SPACE
                  '.chn' DELIMITED BY SIZE
                  INTO WS-HEAD-NAME.
           IF CHN-SET-HEAD
              PERFORM WRITE-CHAIN-HEAD
              GO TO A000-EXIT.

      *      LINK: PICK UP THE HEAD (NONE MEANS A NEW CHAIN FROM
      *      ZERO), FOLD THE LINE ON, PUT THE HEAD BACK.
           MOVE 0 TO CHN-COUNT.
           MOVE 0 TO CHN-VALUE.
           PERFORM READ-CHAIN-HEAD THRU READ-CHAIN-HEAD-EXIT.
           MOVE CHN-VALUE TO CHAIN-ACCUM.
           PERFORM HASH-CHAIN-LINE.
           MOVE CHAIN-ACCUM TO CHN-VALUE.
           ADD 1 TO CHN-COUNT.
           PERFORM WRITE-CHAIN-HEAD.
       A000-EXIT.
           GOBACK.

       READ-CHAIN-HEAD.
           OPEN INPUT CHN-HEAD-FILE.
           IF HEAD-FILE-STATUS NOT = '00'
              GO TO READ-CHAIN-HEAD-EXIT.
           READ CHN-HEAD-FILE
               AT END
                  MOVE SPACES TO CHN-HEAD-RECORD.
           IF HEAD-COUNT IS NUMERIC AND HEAD-VALUE IS NUMERIC
              MOVE HEAD-COUNT TO CHN-COUNT
              MOVE HEAD-VALUE TO CHN-VALUE.
           CLOSE CHN-HEAD-FILE.
       READ-CHAIN-HEAD-EXIT. EXIT.

       HASH-CHAIN-LINE.
           IF CHN-LENGTH < 1 OR CHN-LENGTH > 255
              MOVE 255 TO CHN-LENGTH.
           PERFORM ADD-CHAIN-BYTE
               VARYING CHAIN-IDX FROM 1 BY 1
               UNTIL CHAIN-IDX > CHN-LENGTH.

       ADD-CHAIN-BYTE.
           COMPUTE CHAIN-WORK = CHAIN-ACCUM * 256
               + FUNCTION ORD (CHN-LINE (CHAIN-IDX:1)).
           DIVIDE CHAIN-WORK BY CHAIN-MODULUS
               GIVING CHAIN-QUOTIENT REMAINDER CHAIN-ACCUM.

       WRITE-CHAIN-HEAD.
           OPEN OUTPUT CHN-HEAD-FILE.
           IF HEAD-FILE-STATUS NOT = '00'
              DISPLAY 'PACCHAIN: CHAIN HEAD ' WS-HEAD-NAME
                  ' COULD NOT BE WRITTEN -- THE NEXT PACCHNV RUN'
                  ' WILL REPORT ' CHN-FILE-NAME ' BROKEN'
              SET CHN-RUN-FAILED TO TRUE
           ELSE
              MOVE SPACES     TO CHN-HEAD-RECORD
              MOVE CHN-COUNT  TO HEAD-COUNT
              MOVE CHN-VALUE  TO HEAD-VALUE
              WRITE CHN-HEAD-RECORD
              CLOSE CHN-HEAD-FILE.
