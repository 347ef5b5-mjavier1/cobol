000100********************************************************************
000200*  COPYBOOK     : DEPTMTD.CPY
000300*  AUTHOR       : M. AGUIRRE
000400*  DATE-WRITTEN : 10/15/2026
000500*
000600*  DEPARTMENT MONTH-TO-DATE POSTINGS, ONE RECORD PER DEPARTMENT
000700*  PER CALENDAR MONTH, HELD IN THE DEPTMTD VSAM KSDS KEYED BY
000800*  DEPARTMENT CODE AND PERIOD (YYYYMM).  DoCalc, DoCalcB, AND
000900*  ApprRev ADD EVERY POSTED RESULT TO THE DEPARTMENT'S RECORD
001000*  FOR THE MONTH OF THE POSTING DATE AND GIVE A POSTED
001100*  REVERSAL BACK TO THE MONTH THE REVERSAL POSTS IN (NEVER
001200*  BELOW ZERO), SO THE RUNNING TOTAL CAN BE CHECKED AGAINST
001300*  DP-MONTHLY-BUDGET BEFORE A CALCULATION POSTS.  BUDRPT READS
001400*  IT FOR THE BUDGET-VERSUS-ACTUAL REPORT.  A RECORD IS ADDED
001500*  THE FIRST TIME A DEPARTMENT POSTS IN A MONTH; OLD PERIODS
001600*  ARE LEFT IN PLACE FOR THE REPORT TO BE RERUN.
001700*
001800*  MODIFICATION HISTORY
001900*    10/15/2026  MJA  ORIGINAL COPYBOOK.
002000********************************************************************
002100 01  DEPT-MTD-RECORD.
002200     05  DM-KEY.
002300         10  DM-DEPT-CODE    PIC X(04).
002400         10  DM-PERIOD       PIC 9(06).
002500     05  DM-POSTED-AMOUNT    PIC 9(13)V99.
002600     05  DM-POSTED-COUNT     PIC 9(07).
002700     05  DM-LAST-DATE        PIC 9(08).
002800     05  DM-LAST-TIME        PIC 9(08).
002900     05  FILLER              PIC X(10).
