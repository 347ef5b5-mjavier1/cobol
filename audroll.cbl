000480*                     DATE/TIME, RECORD COUNTS, RETURN CODE) SO
000490*                     THE NIGHTCTL REPORT CAN PROVE THE NIGHTLY
000500*                     SEQUENCE RAN TO COMPLETION IN ORDER.
000501*    10/15/2026  MJA  AUDITREC NOW ALSO CARRIES THE SALES TAX
000502*                     CODE, AMOUNT, AND REASON - ARCHIVE RECORD
000503*                     WIDENED TO 80 BYTES TO MATCH.
000504*    10/15/2026  MJA  AUDITREC NOW ALSO CARRIES THE CALCHIST
000505*                     CROSS-REFERENCE FIELDS - ARCHIVE RECORD
000506*                     WIDENED TO 126 BYTES TO MATCH.
000510********************************************************************
000520 IDENTIFICATION DIVISION.
000530 PROGRAM-ID.  AudRoll.
000920 FD  ARCH-FILE
000930     RECORDING MODE IS F
000940     LABEL RECORDS ARE STANDARD.
000950 01  ARCH-RECORD             PIC X(126).
000960*
000970 FD  TICKET-FILE
000980     RECORDING MODE IS F
