001610*    09/02/2026  MJA  ADDED PD-DEPT-CODE SO A RELEASED ITEM
001620*                     POSTS WITH THE REQUESTING DEPARTMENT IT
001630*                     WAS HELD WITH.  RECORD STAYS 80 BYTES.
001640*    10/15/2026  MJA  ADDED PD-STANDING-ID SO A HELD ITEM
001650*                     GENERATED FROM A STANDING ENTRY POSTS
001660*                     STILL TRACED TO IT.  RECORD STAYS 80
001670*                     BYTES.
001700********************************************************************
001800 01  PENDING-RECORD.
001900     05  PD-DATE             PIC 9(08).
002500     05  PD-CALC-RESULT      PIC 9(10)V99.
002600     05  PD-ITEM-CODE        PIC X(08).
002650     05  PD-DEPT-CODE        PIC X(04).
002660     05  PD-STANDING-ID      PIC X(08).
002700     05  FILLER              PIC X(09).
