000360*                     DATE/TIME, RECORD COUNTS, RETURN CODE) SO
000370*                     THE NIGHTCTL REPORT CAN PROVE THE NIGHTLY
000380*                     SEQUENCE RAN TO COMPLETION IN ORDER.
000381*    10/15/2026  MJA  HISTREC NOW ALSO CARRIES THE OPERATION, ITEM
000382*                     CODE, AND PRICE-ADJUSTMENT CROSS-REFERENCES.
000383*                     ARCHIVE RECORD WIDENED TO 105 BYTES TO
000384*                     MATCH (REALLOCATE THE ARCHIVE GDG).
000385*    10/15/2026  MJA  HISTREC NOW ALSO CARRIES THE SALES TAX CODE,
000386*                     RATE, AMOUNT, AND REASON - ARCHIVE RECORD
000387*                     WIDENED TO 128 BYTES TO MATCH (REALLOCATE
000388*                     THE ARCHIVE GDG).
000389*    10/15/2026  MJA  HISTREC NOW ALSO CARRIES THE STANDING ENTRY
000391*                     ID - ARCHIVE RECORD WIDENED TO 136 BYTES TO
000392*                     MATCH (REALLOCATE THE ARCHIVE GDG).
000393*    10/15/2026  MJA  HISTREC NOW ALSO CARRIES THE ORIGINAL'S
000394*                     PERIOD ON A CLOSED-PERIOD REVERSAL - ARCHIVE
000395*                     RECORD WIDENED TO 142 BYTES TO MATCH
000396*                     (REALLOCATE THE ARCHIVE GDG).
000397********************************************************************
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID.  CalcPrg.
000420 AUTHOR.  M. AGUIRRE.
000870 FD  ARCH-FILE
000880     RECORDING MODE IS F
000890     LABEL RECORDS ARE STANDARD.
000900 01  ARCH-RECORD             PIC X(142).
000910*
000920 FD  PARM-FILE
000930     RECORDING MODE IS F
