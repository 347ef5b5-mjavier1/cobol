000100********************************************************************
000200*  COPYBOOK     : DEPTWK.CPY
000300*  AUTHOR       : M. AGUIRRE
000400*  DATE-WRITTEN : 10/15/2026
000500*
000600*  DEPARTMENT BURST FILE.  DOCALCB WRITES ONE "D" DETAIL RECORD
000700*  FOR EVERY TRANSACTION IT POSTS (PRICEXT) OR HOLDS FOR
000800*  APPROVAL (PENDOUT) AND FOR EVERY RECORD IT WRITES TO REJOUT,
000900*  TAGGED WITH THE DEPARTMENT THE WORK BELONGS TO, AND ONE "T"
001000*  RUN-TOTAL RECORD AT THE END OF A BALANCED RUN CARRYING THE
001100*  SAME COUNTS AND TOTALS AS THE PRICEXT AND REJOUT TRAILERS
001200*  PLUS THE HELD COUNT AND AMOUNT.  DEPTBRST SPLITS IT INTO A
001300*  REPORT AND A CORRECTION FILE FOR EACH DEPARTMENT AND PROVES
001400*  THEM BACK TO THE "T" RECORD.
001500*
001600*  DW-DEPT-CODE IS THE TRANSACTION'S DEPARTMENT - THE ORIGINAL'S
001700*  FOR A REVERSAL, THE HEADER'S FOR EVERY RECORD OF A DOCUMENT -
001800*  AS KEYED, SO A BLANK OR UNKNOWN CODE IS CARRIED AS IT CAME.
001900*  DW-REJECT-IMAGE IS THE REJOUT RECORD EXACTLY AS WRITTEN, ON
002000*  "D" (SUSPECTED DUPLICATE) AND "R" (REJECTED) RECORDS ONLY.
002100*
002200*  MODIFICATION HISTORY
002300*    10/15/2026  MJA  ORIGINAL COPYBOOK.
002400********************************************************************
002500 01  DEPT-WORK-RECORD.
002600     05  DW-RECORD-TYPE      PIC X(01).
002700         88  DW-DETAIL                   VALUE "D".
002800         88  DW-RUN-TOTAL                VALUE "T".
002900     05  DW-DEPT-CODE        PIC X(04).
003000     05  DW-CLASS            PIC X(01).
003100         88  DW-POSTED                   VALUE "P".
003200         88  DW-HELD                     VALUE "H".
003300         88  DW-DUPLICATE                VALUE "D".
003400         88  DW-REJECTED                 VALUE "R".
003500     05  DW-TRANS-ID         PIC 9(08).
003600     05  DW-OPERATION        PIC X(01).
003700     05  DW-FIRST-NUM        PIC 9(05)V99.
003800     05  DW-SECOND-NUM       PIC 9(05)V99.
003900     05  DW-CALC-RESULT      PIC 9(10)V99.
004000     05  DW-TAX-AMOUNT       PIC 9(10)V99.
004100     05  DW-REASON           PIC X(11).
004200     05  DW-REJECT-IMAGE     PIC X(80).
004300     05  FILLER              PIC X(06).
004400 01  DEPT-WORK-TOTAL.
004500     05  DT-RECORD-TYPE      PIC X(01).
004600     05  DT-RUN-DATE         PIC 9(08).
004700     05  DT-POSTED-COUNT     PIC 9(08).
004800     05  DT-POSTED-SUM       PIC 9(13)V99.
004900     05  DT-TAX-SUM          PIC 9(13)V99.
005000     05  DT-HELD-COUNT       PIC 9(08).
005100     05  DT-HELD-SUM         PIC 9(13)V99.
005200     05  DT-REJECT-COUNT     PIC 9(08).
005300     05  DT-REJECT-HASH      PIC 9(12)V99.
005400     05  FILLER              PIC X(58).
