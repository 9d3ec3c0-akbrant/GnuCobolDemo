           SERIAL).  THE WALK IS IN SERIAL ORDER SO EVERY LINE FOR
           ONE MEMBER LANDS TOGETHER, AND THE OFFICE STAFF CAN WORK
           pacCCYY.fup AS A CALL LIST INSTEAD OF LOOKING EVERY BARE
           SERIAL UP BY HAND IN A SECOND SYSTEM.  THE SAME EXTRACT
           FEEDS THE PACLETR DATA-QUERY LETTERS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. COMPAQ-DESKPRO-286.
