001300*
001400*  MODIFICATION HISTORY
001500*    09/02/2026  MJA  ORIGINAL COPYBOOK.
001510*    10/15/2026  MJA  BEFORE AND AFTER IMAGES NOW CARRY THE
001520*                     DEPARTMENT'S GL ACCOUNT.
001530*    10/15/2026  MJA  BEFORE AND AFTER IMAGES NOW CARRY THE
001540*                     DEPARTMENT'S MONTHLY BUDGET.  RECORD
001550*                     LENGTH GROWS FROM 111 TO 135 - REALLOCATE
001560*                     THE DPTAUDIT TRAIL WITH THIS CHANGE.
001570*    10/15/2026  MJA  BEFORE AND AFTER IMAGES NOW CARRY THE
001580*                     DEPARTMENT'S SALES TAX EXEMPT FLAG.
001590*                     RECORD LENGTH GROWS FROM 135 TO 137 -
001591*                     REALLOCATE THE DPTAUDIT TRAIL WITH THIS
001592*                     CHANGE.
001600********************************************************************
001700 01  DEPT-AUDIT-RECORD.
001800     05  DA-DATE             PIC 9(08).
002700     05  DA-BEFORE-IMAGE.
002800         10  DA-OLD-DESC     PIC X(30).
002900         10  DA-OLD-STATUS   PIC X(01).
002910         10  DA-OLD-GL-ACCOUNT
002920                             PIC X(10).
002930         10  DA-OLD-BUDGET   PIC 9(10)V99.
002940         10  DA-OLD-TAX-EXEMPT
002950                             PIC X(01).
003000     05  DA-AFTER-IMAGE.
003100         10  DA-NEW-DESC     PIC X(30).
003200         10  DA-NEW-STATUS   PIC X(01).
003210         10  DA-NEW-GL-ACCOUNT
003220                             PIC X(10).
003230         10  DA-NEW-BUDGET   PIC 9(10)V99.
003240         10  DA-NEW-TAX-EXEMPT
003250                             PIC X(01).
