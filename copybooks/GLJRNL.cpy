000100********************************************************************
000200*  COPYBOOK     : GLJRNL.CPY
000300*  AUTHOR       : M. AGUIRRE
000400*  DATE-WRITTEN : 10/15/2026
000500*
000600*  GENERAL LEDGER JOURNAL INTERFACE RECORD, 80 BYTES FIXED, AS
000700*  WRITTEN BY THE MONTHLY CHGJRNL DEPARTMENT CHARGEBACK JOB.
000800*  ONE GH HEADER, ONE GD DETAIL PER GL POSTING LINE (A DEBIT
000900*  TO EACH CHARGED DEPARTMENT'S DP-GL-ACCOUNT AND THE
001000*  OFFSETTING LINE TO THE CLEARING ACCOUNT), AND ONE GT
001100*  TRAILER.  THE HEADER AND TRAILER BOTH CARRY THE DETAIL
001200*  COUNT AND THE DEBIT AND CREDIT TOTALS - THE LEDGER REFUSES
001300*  THE BATCH UNLESS THE TWO TOTALS ARE EQUAL AND THE DETAIL
001400*  LINES FOOT TO THEM.  AMOUNTS ARE UNSIGNED; GD-DC-INDICATOR
001500*  CARRIES THE SIDE.
001600*
001700*  MODIFICATION HISTORY
001800*    10/15/2026  MJA  ORIGINAL COPYBOOK.
001900********************************************************************
002000 01  GL-JOURNAL-HEADER.
002100     05  GH-RECORD-TYPE      PIC X(02) VALUE "GH".
002200     05  GH-PERIOD           PIC 9(06).
002300     05  GH-RUN-DATE         PIC 9(08).
002400     05  GH-SOURCE           PIC X(08) VALUE "CALCCHG".
002500     05  GH-RECORD-COUNT     PIC 9(08).
002600     05  GH-DEBIT-TOTAL      PIC 9(13)V99.
002700     05  GH-CREDIT-TOTAL     PIC 9(13)V99.
002800     05  FILLER              PIC X(18) VALUE SPACES.
002900 01  GL-JOURNAL-DETAIL.
003000     05  GD-RECORD-TYPE      PIC X(02) VALUE "GD".
003100     05  GD-GL-ACCOUNT       PIC X(10).
003200     05  GD-DEPT-CODE        PIC X(04).
003300     05  GD-DC-INDICATOR     PIC X(01).
003400         88  GD-DEBIT                    VALUE "D".
003500         88  GD-CREDIT                   VALUE "C".
003600     05  GD-AMOUNT           PIC 9(11)V99.
003700     05  GD-PERIOD           PIC 9(06).
003800     05  GD-DESCRIPTION      PIC X(30).
003900     05  FILLER              PIC X(14) VALUE SPACES.
004000 01  GL-JOURNAL-TRAILER.
004100     05  GT-RECORD-TYPE      PIC X(02) VALUE "GT".
004200     05  GT-RECORD-COUNT     PIC 9(08).
004300     05  GT-DEBIT-TOTAL      PIC 9(13)V99.
004400     05  GT-CREDIT-TOTAL     PIC 9(13)V99.
004500     05  FILLER              PIC X(40) VALUE SPACES.
