001296*                     AMOUNTS - THE PRICING SYSTEM SUBTRACTS IT
001297*                     SO THE FEED NETS TO ZERO FOR A REVERSED
001298*                     CALCULATION.  LAYOUT IS UNCHANGED.
001299*    10/15/2026  MJA  A PRICE ADJUSTMENT POSTED BY PRCADJ CUTS A
001301*                     RECORD WITH PX-RECORD-TYPE "PI" (PRICE
001302*                     INCREASE - THE PRICING SYSTEM ADDS IT) OR
001303*                     "PC" (PRICE CREDIT - SUBTRACTED, LIKE PR),
001304*                     CARRYING THE QUANTITY, THE CORRECTED UNIT
001305*                     PRICE, AND THE DIFFERENCE AS THE EXTENDED
001306*                     PRICE.  LAYOUT IS UNCHANGED.
001307*    10/15/2026  MJA  ADDED PX-TAX-AMOUNT, THE SALES TAX ON THE
001308*                     EXTENDED PRICE FIGURED FROM THE TAXMSTR
001309*                     RATE (ZERO WHEN NONE IS DUE), AND
001310*                     PT-TAX-SUM, ITS CONTROL TOTAL, SO THE
001311*                     PRICING SYSTEM TAKES THE TAX AS SENT
001312*                     INSTEAD OF FIGURING ITS OWN.  BOTH ARE
001313*                     CARVED FROM FILLER - THE RECORD STAYS AT
001314*                     40 BYTES.  A PR/PC RECORD'S TAX IS BACKED
001315*                     OUT WITH ITS EXTENDED PRICE.
001300********************************************************************
001400 01  PRICE-EXTRACT-RECORD.
001500     05  PX-RECORD-TYPE      PIC X(02) VALUE "PE".
001600     05  PX-QUANTITY         PIC 9(05)V99.
001700     05  PX-UNIT-PRICE       PIC 9(05)V99.
001800     05  PX-EXTENDED-PRICE   PIC 9(10)V99.
001900     05  PX-TAX-AMOUNT       PIC 9(10)V99 VALUE ZERO.
002000 01  PRICE-EXTRACT-HEADER.
002100     05  PH-RECORD-TYPE      PIC X(02) VALUE "PH".
002200     05  PH-RUN-DATE         PIC 9(08).
002500     05  PT-RECORD-TYPE      PIC X(02) VALUE "PT".
002600     05  PT-RECORD-COUNT     PIC 9(08).
002700     05  PT-EXTENDED-SUM     PIC 9(13)V99.
002800     05  PT-TAX-SUM          PIC 9(13)V99 VALUE ZERO.
