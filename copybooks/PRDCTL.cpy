000100********************************************************************
000200*  COPYBOOK     : PRDCTL.CPY
000300*  AUTHOR       : M. AGUIRRE
000400*  DATE-WRITTEN : 10/15/2026
000500*
000600*  ACCOUNTING PERIOD CONTROL RECORD, ONE PER PERIOD (YYYYMM),
000700*  HELD IN THE PRDCTL VSAM KSDS.  THE LOWEST PERIOD NOT YET
000800*  CLOSED CARRIES PC-STATUS "O" AND IS THE OPEN PERIOD; EVERY
000900*  PERIOD BELOW IT IS CLOSED ("C").  PERIODS ARE CLOSED ONE AT
001000*  A TIME, IN ORDER, BY THE PRDCLOSE JOB, SO ANY DATE WHOSE
001100*  YYYYMM IS AT OR BELOW THE HIGHEST CLOSED PERIOD FALLS IN A
001200*  CLOSED PERIOD.  DoCalc, DoCalcB, AND ApprRev REFUSE TO POST
001300*  INTO A CLOSED PERIOD; MTHSUMM AND NIGHTCTL FLAG ANY AUDIT
001400*  RECORD DATED IN ONE.
001500*
001600*  MTHSUMM RECORDS ITS RESULT FOR THE OPEN PERIOD IN THE
001700*  PC-SUMM- FIELDS - "B" WHEN THE ARCHIVE GENERATIONS CROSS-
001800*  FOOTED TO AUDROLL'S TICKETS, "U" WHEN THEY DID NOT - WITH THE
001900*  RECORD COUNT AND RESULT SUM IT SUMMARIZED AND THE NUMBER OF
002000*  RECORDS IT FOUND DATED IN A CLOSED PERIOD.  PRDCLOSE CLOSES
002100*  THE OPEN PERIOD ONLY WHEN PC-SUMM-RESULT IS "B", STAMPS THE
002200*  PC-CLOSE- FIELDS, AND OPENS THE NEXT PERIOD.
002300*
002400*  BOOTSTRAP WITH A SINGLE "O" RECORD FOR THE CURRENT PERIOD.
002500*
002600*  MODIFICATION HISTORY
002700*    10/15/2026  MJA  ORIGINAL COPYBOOK.
002800********************************************************************
002900 01  PERIOD-CONTROL-RECORD.
003000     05  PC-PERIOD           PIC 9(06).
003100     05  PC-STATUS           PIC X(01).
003200         88  PC-OPEN                     VALUE "O".
003300         88  PC-CLOSED                   VALUE "C".
003400     05  PC-OPENED-DATE      PIC 9(08).
003500     05  PC-SUMM-DATE        PIC 9(08).
003600     05  PC-SUMM-TIME        PIC 9(08).
003700     05  PC-SUMM-RESULT      PIC X(01).
003800         88  PC-SUMM-BALANCED            VALUE "B".
003900         88  PC-SUMM-UNBALANCED          VALUE "U".
004000     05  PC-SUMM-COUNT       PIC 9(08).
004100     05  PC-SUMM-SUM         PIC 9(13)V99.
004200     05  PC-SUMM-LATE-COUNT  PIC 9(06).
004300     05  PC-CLOSE-DATE       PIC 9(08).
004400     05  PC-CLOSE-TIME       PIC 9(08).
004500     05  PC-CLOSE-USER       PIC X(08).
004600     05  FILLER              PIC X(15).
