001333*    09/02/2026  MJA  ADDED AUD-DUPLICATE ("D") FOR A BATCH
001334*                     TRANSACTION HELD AS A SUSPECTED DUPLICATE
001335*                     INSTEAD OF POSTED.  LAYOUT IS UNCHANGED.
001336*    10/15/2026  MJA  ADDED AUD-OVER-BUDGET ("B") FOR A
001337*                     CALCULATION REFUSED BECAUSE IT WOULD HAVE
001338*                     PUSHED ITS DEPARTMENT'S MONTH-TO-DATE
001339*                     POSTINGS (DEPTMTD) OVER THE MONTHLY
001340*                     BUDGET ON DEPTMSTR.  LAYOUT IS UNCHANGED.
001341*    10/15/2026  MJA  ADDED AUD-PRICE-ADJUSTMENT ("A") FOR THE
001342*                     DIFFERENCE POSTED BY THE PRCADJ REPRICING
001343*                     JOB AGAINST AN ITEM-CODED CALCULATION
001344*                     PRICED BEFORE A BACK-DATED PRICE CHANGE.
001345*                     AUD-CALC-RESULT CARRIES THE UNSIGNED
001346*                     DIFFERENCE; CALCHIST CARRIES ITS DIRECTION
001347*                     AND THE ORIGINAL ID.  LAYOUT IS UNCHANGED.
001348*    10/15/2026  MJA  ADDED THE SALES TAX FIELDS - AUD-TAX-CODE
001349*                     (THE ITEM'S TAXMSTR CODE), AUD-TAX-AMOUNT
001350*                     (TAX ON AUD-CALC-RESULT, WHICH STAYS THE
001351*                     PRE-TAX EXTENDED PRICE) AND AUD-TAX-REASON
001352*                     (TAXED, EXEMPT DEPARTMENT, ITEM NOT
001353*                     TAXABLE, NO RATE IN EFFECT; SPACE WHEN THE
001354*                     RECORD IS NOT AN ITEM-CODED POSTING).
001355*                     RECORD LENGTH GROWS FROM 63 TO 80 - ROLL
001356*                     THE LIVE LOG AND REALLOCATE IT (AND THE
001357*                     ARCHIVE GDG) BEFORE PICKING UP THIS
001358*                     CHANGE.
001359*    10/15/2026  MJA  ADDED THE REST OF THE CALCHIST FIELDS A
001360*                     POSTING SETS - AUD-REVERSAL-OF AND
001361*                     AUD-ADJUSTMENT-OF (THE ID A REVERSAL OR
001362*                     PRICE ADJUSTMENT APPLIES TO), AUD-ADJ-
001363*                     DIRECTION, AUD-OPERATION, AUD-ITEM-CODE,
001364*                     AUD-TAX-RATE, AUD-STANDING-ID, AND
001365*                     AUD-ORIG-PERIOD, EACH SET EXACTLY AS ON
001366*                     THE MATCHING CALCHIST RECORD - SO THE
001367*                     CALCRCV FORWARD RECOVERY CAN REBUILD
001368*                     CALCHIST FROM A BACKUP UNLOAD AND THE LOG,
001369*                     CROSS-REFERENCES INCLUDED.  RECORD LENGTH
001370*                     GROWS FROM 80 TO 126 - ROLL THE LIVE LOG
001371*                     AND REALLOCATE IT (AND THE ARCHIVE GDG)
001372*                     BEFORE PICKING UP THIS CHANGE.
001373*    10/15/2026  MJA  ADDED AUD-ADJ-INCREASE AND AUD-ADJ-DECREASE
001374*                     UNDER AUD-ADJ-DIRECTION.  LAYOUT IS
001375*                     UNCHANGED.
001300********************************************************************
001400 01  AUDIT-RECORD.
001450     05  AUD-TRANS-ID        PIC 9(08).
002490         88  AUD-NOT-AUTHORIZED          VALUE "U".
002500         88  AUD-DEPT-INVALID            VALUE "E".
002510         88  AUD-DUPLICATE               VALUE "D".
002520         88  AUD-OVER-BUDGET             VALUE "B".
002530         88  AUD-PRICE-ADJUSTMENT        VALUE "A".
002600     05  AUD-DEPT-CODE       PIC X(04).
002700     05  AUD-TAX-CODE        PIC X(04).
002800     05  AUD-TAX-AMOUNT      PIC 9(10)V99.
002900     05  AUD-TAX-REASON      PIC X(01).
003000         88  AUD-TAX-CHARGED             VALUE "T".
003100         88  AUD-TAX-EXEMPT-DEPT         VALUE "E".
003200         88  AUD-TAX-NOT-TAXABLE         VALUE "N".
003300         88  AUD-TAX-NO-RATE             VALUE "R".
003400     05  AUD-REVERSAL-OF     PIC 9(08).
003500     05  AUD-ADJUSTMENT-OF   PIC 9(08).
003600     05  AUD-ADJ-DIRECTION   PIC X(01).
003610         88  AUD-ADJ-INCREASE            VALUE "+".
003620         88  AUD-ADJ-DECREASE            VALUE "-".
003700     05  AUD-OPERATION       PIC X(01).
003800     05  AUD-ITEM-CODE       PIC X(08).
003900     05  AUD-TAX-RATE        PIC 9(02)V9(04).
004000     05  AUD-STANDING-ID     PIC X(08).
004100     05  AUD-ORIG-PERIOD     PIC 9(06).
