000496*                     SO THE PRCAUDIT BEFORE IMAGE CARRIES THE
000497*                     PRICE ACTUALLY IN EFFECT, NOT THE
000498*                     SUPERSEDED ONE - SAME RULE AS PriceMnt.
000499*    10/15/2026  MJA  PRCAUDIT NOW CARRIES THE ITEM'S SALES TAX
000500*                     CODE.  THE SUPPLIER FILE HAS NONE, SO A
000501*                     LOAD LEAVES AN ITEM'S PM-TAX-CODE AS IT
000502*                     WAS - A NEW ITEM ARRIVES NOT TAXABLE UNTIL
000503*                     ITS CODE IS KEYED THROUGH PriceMnt.
000504********************************************************************
000510 IDENTIFICATION DIVISION.
000520 PROGRAM-ID.  PrcLoad.
000530 AUTHOR.  M. AGUIRRE.
006150     MOVE PM-UNIT-PRICE     TO PA-NEW-PRICE
006160     MOVE PM-EFFECTIVE-DATE TO PA-NEW-EFF-DATE
006170     MOVE PM-STATUS         TO PA-NEW-STATUS
006171     MOVE PM-TAX-CODE       TO PA-OLD-TAX-CODE
006172     MOVE PM-TAX-CODE       TO PA-NEW-TAX-CODE
006173     IF SL-ADD
006174         MOVE SPACES        TO PA-OLD-TAX-CODE
006175     END-IF
006176     MOVE ZERO              TO PA-OLD-TAX-RATE
006177     MOVE ZERO              TO PA-NEW-TAX-RATE
006180*    A FUTURE-DATED CHANGE LEAVES THE CURRENT PRICE ALONE -
006190*    THE AFTER IMAGE CARRIES THE PENDING PRICE AND ITS DATE,
006200*    TRAILED AS "P" LIKE PriceMnt'S FUTURE PRICE FUNCTION.
