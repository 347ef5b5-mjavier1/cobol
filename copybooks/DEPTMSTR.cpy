001300*
001400*  MODIFICATION HISTORY
001500*    09/02/2026  MJA  ORIGINAL COPYBOOK.
001510*    10/15/2026  MJA  ADDED DP-GL-ACCOUNT, THE GENERAL LEDGER
001520*                     ACCOUNT THE MONTHLY CHGJRNL CHARGEBACK
001530*                     JOURNAL DEBITS FOR THE DEPARTMENT.  RECORD
001540*                     LENGTH GROWS FROM 40 TO 50 - THE CLUSTER
001550*                     MUST BE REDEFINED (IDCAMS) WITH THIS
001560*                     CHANGE.  EXISTING DEPARTMENTS CARRY SPACES
001570*                     (NO ACCOUNT) UNTIL KEYED THROUGH DeptMnt.
001571*    10/15/2026  MJA  ADDED DP-MONTHLY-BUDGET, THE MOST THE
001572*                     DEPARTMENT MAY POST IN ONE CALENDAR MONTH
001573*                     (ZERO = NO BUDGET).  THE CALC PROGRAMS
001574*                     REFUSE A CALCULATION THAT WOULD PUSH THE
001575*                     DEPARTMENT'S DEPTMTD MONTH-TO-DATE TOTAL
001576*                     OVER IT.  RECORD LENGTH GROWS FROM 50 TO
001577*                     62 - THE CLUSTER MUST BE REDEFINED (IDCAMS)
001578*                     WITH THIS CHANGE AND THE FIELD ZERO-FILLED
001579*                     ON RELOAD.
001580*    10/15/2026  MJA  ADDED DP-TAX-EXEMPT.  A "Y" DEPARTMENT IS
001581*                     EXEMPT FROM SALES TAX - ITS ITEM-CODED
001582*                     CALCULATIONS POST WITH ZERO TAX AND THE
001583*                     EXEMPT REASON.  CARVED FROM FILLER - LAYOUT
001584*                     LENGTH IS UNCHANGED; SPACE = TAXABLE.
001600********************************************************************
001700 01  DEPT-MASTER-RECORD.
001800     05  DP-DEPT-CODE        PIC X(04).
002000     05  DP-STATUS           PIC X(01).
002100         88  DP-ACTIVE                   VALUE "A".
002200         88  DP-INACTIVE                 VALUE "I".
002210     05  DP-GL-ACCOUNT       PIC X(10).
002220     05  DP-MONTHLY-BUDGET   PIC 9(10)V99.
002230     05  DP-TAX-EXEMPT       PIC X(01).
002240         88  DP-EXEMPT-FROM-TAX          VALUE "Y".
002300     05  FILLER              PIC X(04).
