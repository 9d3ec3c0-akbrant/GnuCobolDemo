      *      PACDSTR.COB - REPORT DISTRIBUTION LIST LINE (80 BYTES),
      *      pacdist.lst, KEPT BY HAND BY OPS AND READ BY PACDIST.
      *      TWO KINDS OF LINE:
      *        'P' A RECIPIENT AND THE OUTBOX FOLDER THEIR COPIES
      *            ARE DELIVERED TO (THE FOLDER MUST ALREADY EXIST).
      *        'O' ONE OUTPUT FOR ONE RECIPIENT -- A REPORT OR
      *            EXTRACT NAMED THE SAME WAY AS IN PACRCAT.COB: STEM,
      *            NAMING FLAG ('Y' REGION AND YEAR, 'C' YEAR ONLY,
      *            'R' REGION ONLY, 'F' NOTHING) AND EXTENSION.  AN
      *            OUTPUT GOING TO THREE PEOPLE IS THREE 'O' LINES.
      *      DSO-WHEN SAYS WHEN THE OUTPUT IS DUE, AND SO WHEN ITS
      *      ABSENCE RAISES AN ALERT:
      *        'N' EVERY WORKING NIGHT
      *        'S' ONLY ON A NIGHT pacrun.cal SCHEDULES DSO-STEP
      *            (EVERY NIGHT WHEN THERE IS NO CALENDAR)
      *        'O' OPTIONAL -- DELIVERED WHEN PRODUCED, NEVER MISSED
      *        'M' PRODUCED AFTER THE CHAIN (pacjobs.rpt) -- DUE ON
      *            THE MORNING PASS, NOT THE NIGHT ONE
      *      A LINE STARTING '*' IS A COMMENT.  FOR EXAMPLE --
      *      P ACCTS    /pac/outbox/accts
      *      O pac      Y .rpt ACCTS    N
      *      O pac      Y .edt AUDIT    S PACEDIT
      *      O pacjobs  F .rpt OPS      M
           05  DST-TYPE                PIC X(01).
               88  DST-IS-RECIPIENT        VALUE 'P'.
               88  DST-IS-OUTPUT           VALUE 'O'.
           05  FILLER                  PIC X(01).
           05  DST-BODY                PIC X(78).
           05  DST-RECIPIENT-LINE REDEFINES DST-BODY.
               10  DSP-RECIPIENT       PIC X(08).
               10  FILLER              PIC X(01).
               10  DSP-OUTBOX          PIC X(40).
               10  FILLER              PIC X(01).
               10  DSP-DESC            PIC X(20).
               10  FILLER              PIC X(08).
           05  DST-OUTPUT-LINE REDEFINES DST-BODY.
               10  DSO-STEM            PIC X(08).
               10  FILLER              PIC X(01).
               10  DSO-NAMING          PIC X(01).
                   88  DSO-NAMED-BY-REGION-YEAR  VALUE 'Y'.
                   88  DSO-NAMED-BY-YEAR         VALUE 'C'.
                   88  DSO-NAMED-BY-REGION       VALUE 'R'.
                   88  DSO-NAMED-FIXED           VALUE 'F'.
                   88  DSO-VALID-NAMING    VALUES 'Y' 'C' 'R' 'F'.
               10  FILLER              PIC X(01).
               10  DSO-EXT             PIC X(04).
               10  FILLER              PIC X(01).
               10  DSO-RECIPIENT       PIC X(08).
               10  FILLER              PIC X(01).
               10  DSO-WHEN            PIC X(01).
                   88  DSO-DUE-NIGHTLY         VALUE 'N'.
                   88  DSO-DUE-WHEN-SCHEDULED  VALUE 'S'.
                   88  DSO-OPTIONAL            VALUE 'O'.
                   88  DSO-DUE-MORNING         VALUE 'M'.
                   88  DSO-VALID-WHEN      VALUES 'N' 'S' 'O' 'M'.
               10  FILLER              PIC X(01).
               10  DSO-STEP            PIC X(08).
               10  FILLER              PIC X(43).
