000260*  ANY ENTRY IN ANY SECTION ENDS THE JOB RC=8 SO THE SCHEDULER
000270*  PAGES SOMEBODY INSTEAD OF THE DISCREPANCY WAITING FOR
000280*  MONTH END.  PH/PT CONTROL RECORDS ON PRICEXT ARE BYPASSED;
000290*  PE EXTENSION, PR REVERSAL, AND PI/PC PRICE ADJUSTMENT
000295*  RECORDS ARE ALL MATCHED, SINCE
000300*  THE PRICING SYSTEM ACKNOWLEDGES EVERY INTERFACE RECORD IT
000310*  RECEIVES.
000320*
000420*                     DATE/TIME, RECORD COUNTS, RETURN CODE) SO
000430*                     THE NIGHTCTL REPORT CAN PROVE THE NIGHTLY
000440*                     SEQUENCE RAN TO COMPLETION IN ORDER.
000441*    10/15/2026  MJA  PI/PC PRICE ADJUSTMENT RECORDS WRITTEN BY
000442*                     PRCADJ ARE NOW LOADED INTO THE MATCH TABLE
000443*                     TOO - THE PRICING SYSTEM ACKNOWLEDGES THEM
000444*                     LIKE ANY OTHER INTERFACE RECORD.
000450********************************************************************
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID.  PrcRecon.
002490*
002500 2000-LoadExtract.
002510     IF PX-RECORD-TYPE = "PE" OR PX-RECORD-TYPE = "PR"
002515        OR PX-RECORD-TYPE = "PI" OR PX-RECORD-TYPE = "PC"
002520         IF WS-EXTRACT-CNT < WS-EXTRACT-MAX
002530             ADD 1 TO WS-EXTRACT-CNT
002540             MOVE PX-QUANTITY       TO
