000100********************************************************************
000200*  COPYBOOK     : TAXMSTR.CPY
000300*  AUTHOR       : M. AGUIRRE
000400*  DATE-WRITTEN : 10/15/2026
000500*
000600*  SALES TAX RATE MASTER RECORD, ONE PER TAX CODE, HELD IN THE
000700*  TAXMSTR VSAM KSDS AND MAINTAINED THROUGH PriceMnt.  EACH
000800*  PRICMSTR ITEM NAMES ITS TAX CODE; THE CALC PROGRAMS TAX THE
000900*  EXTENDED PRICE OF AN ITEM-CODED CALCULATION AT THE RATE IN
001000*  EFFECT ON THE POSTING DATE SO THE TAX IS FIGURED ONCE, HERE,
001100*  AND AGREES TO THE PENNY WITH WHAT THE PRICING SYSTEM IS SENT
001200*  ON PRICEXT.
001300*
001400*  RATES ARE DATED THE SAME WAY PRICMSTR PRICES ARE - UP TO
001500*  THREE ROWS, AND THE ROW WITH THE LATEST TX-ROW-EFF-DATE NOT
001600*  AFTER THE TRANSACTION DATE IS THE RATE IN EFFECT.  A RATE
001700*  IS A PERCENTAGE WITH FOUR DECIMALS (082500 = 8.2500%).
001800*
001900*  MODIFICATION HISTORY
002000*    10/15/2026  MJA  ORIGINAL COPYBOOK.
002100********************************************************************
002200 01  TAX-RATE-RECORD.
002300     05  TX-TAX-CODE         PIC X(04).
002400     05  TX-DESCRIPTION      PIC X(30).
002500     05  TX-STATUS           PIC X(01).
002600         88  TX-ACTIVE                   VALUE "A".
002700         88  TX-INACTIVE                 VALUE "I".
002800     05  TX-RATE-COUNT       PIC 9(01).
002900     05  TX-RATE-ROW OCCURS 3 TIMES.
003000         10  TX-ROW-EFF-DATE PIC 9(08).
003100         10  TX-ROW-RATE     PIC 9(02)V9(04).
003200     05  FILLER              PIC X(02).
