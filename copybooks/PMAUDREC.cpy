001100*
001200*  MODIFICATION HISTORY
001300*    08/22/2026  MJA  ORIGINAL COPYBOOK.
001400*    09/02/2026  MJA  ADDED PA-FUTURE-PRICE ("P") FOR A
001500*                     FUTURE-DATED PRICE ADDED TO A RECORD'S
001600*                     DATED-ROW TABLE - THE AFTER IMAGE CARRIES
001700*                     THE PENDING PRICE AND ITS EFFECTIVE DATE,
001800*                     NOT THE PRICE CURRENTLY IN EFFECT.
001900*    09/02/2026  MJA  ADDED PA-REFUSED ("X") FOR A MAINTENANCE
002000*                     ATTEMPT REFUSED BY THE OPERMSTR OPERATOR
002100*                     PROFILE CHECK - ITEM CODE IS BLANK AND
002200*                     BOTH IMAGES ARE EMPTY, SAME AS THE "X"
002300*                     RECORDS THE CALC PROGRAMS WRITE FOR A
002400*                     REFUSED REVERSAL.
002500*    10/15/2026  MJA  ADDED PA-TAX-IMAGE.  ITEM RECORDS CARRY THE
002600*                     ITEM'S OLD AND NEW PM-TAX-CODE.  NEW
002700*                     FUNCTION PA-TAX-RATE ("T") TRAILS A TAXMSTR
002800*                     SALES TAX CODE ADDED OR GIVEN A NEW DATED
002900*                     RATE THROUGH PriceMnt - PA-ITEM-CODE HOLDS
003000*                     THE TAX CODE, THE DESC/EFF-DATE/STATUS
003100*                     IMAGES HOLD THE TAX CODE'S, THE PRICES ARE
003200*                     ZERO, AND THE OLD AND NEW RATES ARE IN
003300*                     PA-OLD-TAX-RATE/PA-NEW-TAX-RATE.  RECORD
003400*                     LENGTH GROWS FROM 125 TO 145 - REALLOCATE
003500*                     THE PRCAUDIT TRAIL WITH THIS CHANGE.
003600*                     SOURCE RESEQUENCED TO MAKE ROOM.
003700********************************************************************
003800 01  PRICE-AUDIT-RECORD.
003900     05  PA-DATE             PIC 9(08).
004000     05  PA-TIME             PIC 9(08).
004100     05  PA-USER             PIC X(08).
004200     05  PA-FUNCTION         PIC X(01).
004300         88  PA-ADD                      VALUE "A".
004400         88  PA-CHANGE                   VALUE "C".
004500         88  PA-DEACTIVATE               VALUE "D".
004600         88  PA-FUTURE-PRICE             VALUE "P".
004700         88  PA-REFUSED                  VALUE "X".
004800         88  PA-TAX-RATE                 VALUE "T".
004900     05  PA-ITEM-CODE        PIC X(08).
005000     05  PA-BEFORE-IMAGE.
005100         10  PA-OLD-DESC     PIC X(30).
005200         10  PA-OLD-PRICE    PIC 9(05)V99.
005300         10  PA-OLD-EFF-DATE PIC 9(08).
005400         10  PA-OLD-STATUS   PIC X(01).
005500     05  PA-AFTER-IMAGE.
005600         10  PA-NEW-DESC     PIC X(30).
005700         10  PA-NEW-PRICE    PIC 9(05)V99.
005800         10  PA-NEW-EFF-DATE PIC 9(08).
005900         10  PA-NEW-STATUS   PIC X(01).
006000     05  PA-TAX-IMAGE.
006100         10  PA-OLD-TAX-CODE PIC X(04).
006200         10  PA-NEW-TAX-CODE PIC X(04).
006300         10  PA-OLD-TAX-RATE PIC 9(02)V9(04).
006400         10  PA-NEW-TAX-RATE PIC 9(02)V9(04).
