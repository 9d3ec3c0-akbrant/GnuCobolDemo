      *      PACRCAT.COB - THE REPORTS PACRVIEW OFFERS ON SCREEN, ONE
      *      ENTRY PER REPORT FILE THE SUITE WRITES.  STEM AND EXT
      *      MAKE THE BASE NAME; THE NAMING FLAG SAYS WHAT GOES
      *      BETWEEN THEM:
      *        'Y' REGION AND YEAR   (pacNCCYY.rpt -- THE YEARLY SET)
      *        'C' YEAR ONLY         (pacregnCCYY.rpt, ALL REGIONS)
      *        'R' REGION ONLY       (pacdriveN.sum)
      *        'F' NOTHING           (pacjobs.rpt -- ONE FOR THE SUITE)
      *      PRIOR GENERATIONS ARE PACGDG'S base.g1 TO base.g9.
      *      LEVEL IS THE LOWEST pacoper.dat AUTHORIZATION LEVEL THAT
      *      MAY OPEN THE REPORT: 1 EVERY OPERATOR, 2 THOSE WHO MAY
      *      MAINTAIN RECORDS, 3 SUPERVISORS (MONEY, OPERATOR AND
      *      FILE-LEVEL UTILITY REPORTS).  A NEW REPORT IS ONE ENTRY
      *      HERE AND ONE ON RCT-COUNT (AND ON PACRVIEW'S LIST-LIMIT
      *      AND LIST TABLE, WHICH HOLD A ROW PER ENTRY).
           05  RCT-VALUES.
               10  FILLER          PIC X(40) VALUE
                   'pac     Y.rpt1ANNUAL RECORD LISTING     '.
               10  FILLER          PIC X(40) VALUE
                   'pac     Y.edt1CODE EDIT EXCEPTIONS      '.
               10  FILLER          PIC X(40) VALUE
                   'pac     Y.rcn2CONTROL TOTAL RECONCILE   '.
               10  FILLER          PIC X(40) VALUE
                   'pac     Y.aud2SEQUENCE GAP AUDIT        '.
               10  FILLER          PIC X(40) VALUE
                   'pac     Y.orp1ORPHANED SERIALS          '.
               10  FILLER          PIC X(40) VALUE
                   'pac     Y.new1NEW ENTRANTS              '.
               10  FILLER          PIC X(40) VALUE
                   'pac     Y.rej2FEED LOAD REJECTS         '.
               10  FILLER          PIC X(40) VALUE
                   'pac     Y.rja2REJECT AGING              '.
               10  FILLER          PIC X(40) VALUE
                   'pac     Y.yoy1YEAR-OVER-YEAR CHANGES    '.
               10  FILLER          PIC X(40) VALUE
                   'pac     Y.rnw1EXPIRY AND RENEWALS       '.
               10  FILLER          PIC X(40) VALUE
                   'pac     Y.mth1MONTHLY ACTIVITY          '.
               10  FILLER          PIC X(40) VALUE
                   'pac     Y.ssn1SEASON SUMMARY            '.
               10  FILLER          PIC X(40) VALUE
                   'pac     Y.qut1QUOTA UTILISATION         '.
               10  FILLER          PIC X(40) VALUE
                   'pac     Y.rtr1ACTIVITY RETURNS          '.
               10  FILLER          PIC X(40) VALUE
                   'pac     Y.isr1INSPECTIONS AGAINST PLAN  '.
               10  FILLER          PIC X(40) VALUE
                   'pac     Y.sco2DATA-QUALITY SCORECARD    '.
               10  FILLER          PIC X(40) VALUE
                   'pac     Y.trp2TRANSACTION RUN           '.
               10  FILLER          PIC X(40) VALUE
                   'pac     Y.sxr2SUSPENSE RETRY            '.
               10  FILLER          PIC X(40) VALUE
                   'pac     Y.jrp2CHANGE JOURNAL            '.
               10  FILLER          PIC X(40) VALUE
                   'pac     Y.val2VALUATION VARIANCE        '.
               10  FILLER          PIC X(40) VALUE
                   'pac     Y.wif3FEE SCHEDULE WHAT-IF      '.
               10  FILLER          PIC X(40) VALUE
                   'pac     Y.cnc2MARKET CONCENTRATION      '.
               10  FILLER          PIC X(40) VALUE
                   'pac     Y.coh2MEMBER RETENTION COHORTS  '.
               10  FILLER          PIC X(40) VALUE
                   'pac     Y.xrf1SERIAL TO OWNER XREF      '.
               10  FILLER          PIC X(40) VALUE
                   'pac     Y.fup1CONTACT FOLLOW-UP         '.
               10  FILLER          PIC X(40) VALUE
                   'pac     Y.vrv2VOIDED-RECORD REVIEW      '.
               10  FILLER          PIC X(40) VALUE
                   'pac     Y.xfr2REGISTRATION TRANSFERS    '.
               10  FILLER          PIC X(40) VALUE
                   'pac     Y.agp1AGENT PORTFOLIOS          '.
               10  FILLER          PIC X(40) VALUE
                   'pac     Y.crt2CERTIFICATE REGISTER      '.
               10  FILLER          PIC X(40) VALUE
                   'pac     Y.rvw2CSV FIX REVIEW            '.
               10  FILLER          PIC X(40) VALUE
                   'pac     Y.apl2CSV FIX APPLIED           '.
               10  FILLER          PIC X(40) VALUE
                   'pac     Y.rcv3RECEIVABLES LEDGER        '.
               10  FILLER          PIC X(40) VALUE
                   'pac     Y.agd3AGED RECEIVABLES          '.
               10  FILLER          PIC X(40) VALUE
                   'pac     Y.rfn3REFUNDS AND CREDIT NOTES  '.
               10  FILLER          PIC X(40) VALUE
                   'pac     Y.rol3ROLL-FORWARD              '.
               10  FILLER          PIC X(40) VALUE
                   'pac     Y.rgr3CONVERSION REGRESSION     '.
               10  FILLER          PIC X(40) VALUE
                   'pacregn C.rpt1CROSS-REGION CONSOLIDATED '.
               10  FILLER          PIC X(40) VALUE
                   'pacdriveR.sum1NIGHTLY DRIVER SUMMARY    '.
               10  FILLER          PIC X(40) VALUE
                   'pacjobs F.rpt1OVERNIGHT JOB HISTORY     '.
               10  FILLER          PIC X(40) VALUE
                   'pacerrs F.rpt2DAILY ERROR SUMMARY       '.
               10  FILLER          PIC X(40) VALUE
                   'pachold F.rpt2MEMBER HOLDS              '.
               10  FILLER          PIC X(40) VALUE
                   'paccuse F.rpt2CODE USAGE                '.
               10  FILLER          PIC X(40) VALUE
                   'memdeltaF.rpt2MEMBER FILE DELTA         '.
               10  FILLER          PIC X(40) VALUE
                   'pacsumakF.rpt2SUMMARY ACKNOWLEDGMENTS   '.
               10  FILLER          PIC X(40) VALUE
                   'pacfcst F.rpt3GROWTH AND WINDOW FORECAST'.
               10  FILLER          PIC X(40) VALUE
                   'pacoprptF.rpt3OPERATOR ACTIVITY         '.
               10  FILLER          PIC X(40) VALUE
                   'pacmergeF.rpt3SERIAL MERGE              '.
               10  FILLER          PIC X(40) VALUE
                   'pacxchk F.rpt3CROSS-CATALOG CHECK       '.
               10  FILLER          PIC X(40) VALUE
                   'pachskp F.rpt3HOUSEKEEPING              '.
               10  FILLER          PIC X(40) VALUE
                   'pac     Y.rog3REORGANISATION            '.
               10  FILLER          PIC X(40) VALUE
                   'pacfrag R.rpt3REORGANISATION CANDIDATES '.
               10  FILLER          PIC X(40) VALUE
                   'pacmask R.rpt3MASKED TEST COPY          '.
               10  FILLER          PIC X(40) VALUE
                   'pacchainR.rpt3HASH CHAIN VERIFICATION   '.
               10  FILLER          PIC X(40) VALUE
                   'pac     Y.anm2NIGHTLY ANOMALY CHECK     '.
               10  FILLER          PIC X(40) VALUE
                   'pac     Y.rrc3REGULATOR RETURN RECONCILE'.
               10  FILLER          PIC X(40) VALUE
                   'pac     Y.rst1DETAIL REPORT AS RESTATED '.
               10  FILLER          PIC X(40) VALUE
                   'pacrcod R.rpt2MASS RECODE IMPACT        '.
               10  FILLER          PIC X(40) VALUE
                   'pacdist R.man2DISTRIBUTION MANIFEST     '.
               10  FILLER          PIC X(40) VALUE
                   'pac     Y.k013KPI PACK JANUARY          '.
               10  FILLER          PIC X(40) VALUE
                   'pac     Y.k023KPI PACK FEBRUARY         '.
               10  FILLER          PIC X(40) VALUE
                   'pac     Y.k033KPI PACK MARCH            '.
               10  FILLER          PIC X(40) VALUE
                   'pac     Y.k043KPI PACK APRIL            '.
               10  FILLER          PIC X(40) VALUE
                   'pac     Y.k053KPI PACK MAY              '.
               10  FILLER          PIC X(40) VALUE
                   'pac     Y.k063KPI PACK JUNE             '.
               10  FILLER          PIC X(40) VALUE
                   'pac     Y.k073KPI PACK JULY             '.
               10  FILLER          PIC X(40) VALUE
                   'pac     Y.k083KPI PACK AUGUST           '.
               10  FILLER          PIC X(40) VALUE
                   'pac     Y.k093KPI PACK SEPTEMBER        '.
               10  FILLER          PIC X(40) VALUE
                   'pac     Y.k103KPI PACK OCTOBER          '.
               10  FILLER          PIC X(40) VALUE
                   'pac     Y.k113KPI PACK NOVEMBER         '.
               10  FILLER          PIC X(40) VALUE
                   'pac     Y.k123KPI PACK DECEMBER         '.
               10  FILLER          PIC X(40) VALUE
                   'paccbak R.rpt3CONTROL-FILE BACKUP SET   '.
           05  RCT-TABLE REDEFINES RCT-VALUES.
               10  RCT-ENTRY OCCURS 71 TIMES
                       INDEXED BY RCT-IDX.
                   15  RCT-STEM        PIC X(08).
                   15  RCT-NAMING      PIC X(01).
                       88  RCT-NAMED-BY-REGION-YEAR  VALUE 'Y'.
                       88  RCT-NAMED-BY-YEAR         VALUE 'C'.
                       88  RCT-NAMED-BY-REGION       VALUE 'R'.
                       88  RCT-NAMED-FIXED           VALUE 'F'.
                   15  RCT-EXT         PIC X(04).
                   15  RCT-LEVEL       PIC 9(01).
                   15  RCT-TITLE       PIC X(26).
           05  RCT-COUNT           PIC 9(02) VALUE 71.
