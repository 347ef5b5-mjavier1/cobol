001510*                     GROWS FROM 60 TO 105 - THE CLUSTER MUST BE
001520*                     REDEFINED (IDCAMS) AND RELOADED WITH THIS
001530*                     CHANGE.
001531*    10/15/2026  MJA  ADDED PM-TAX-CODE, THE TAXMSTR SALES TAX
001532*                     CODE THE ITEM'S EXTENDED PRICE IS TAXED
001533*                     UNDER (SPACES = NOT TAXABLE).  CARVED FROM
001534*                     FILLER - LAYOUT LENGTH IS UNCHANGED.
001540********************************************************************
001600 01  PRICE-MASTER-RECORD.
001700     05  PM-ITEM-CODE        PIC X(08).
002500     05  PM-PRICE-ROW OCCURS 3 TIMES.
002600         10  PM-ROW-EFF-DATE PIC 9(08).
002700         10  PM-ROW-PRICE    PIC 9(05)V99.
002710     05  PM-TAX-CODE         PIC X(04).
002800     05  FILLER              PIC X(01).
