000100********************************************************************
000200*  COPYBOOK     : OPAUDREC.CPY
000300*  AUTHOR       : M. AGUIRRE
000400*  DATE-WRITTEN : 10/15/2026
000500*
000600*  ONE RECORD PER OPERATOR PROFILE MAINTENANCE ACTION (ADD,
000700*  CHANGE, DEACTIVATE) WRITTEN BY OPERMNT TO THE OPRAUDIT
000800*  TRAIL, CARRYING A BEFORE IMAGE AND AN AFTER IMAGE OF THE
000900*  OPERMSTR AUTHORITIES, STAMPED WITH THE OPERATOR, DATE, AND
001000*  TIME - SAME SHAPE AS THE PMAUDREC AND DPAUDREC TRAILS.  AN
001100*  ADD CARRIES A BLANK BEFORE IMAGE.
001200*
001300*  AN "X" RECORD IS A REFUSAL, AND OA-REASON SAYS WHICH RULE
001400*  REFUSED IT SO THE AUDITORS CAN SEE SEGREGATION OF DUTIES
001500*  ENFORCED:
001600*    "A" - THE OPERATOR MAY NOT RUN OPERMNT AT ALL (PROFILE
001700*          KEY BLANK, BOTH IMAGES EMPTY)
001800*    "S" - THE OPERATOR TRIED TO MAINTAIN THEIR OWN PROFILE
001900*    "G" - THE CHANGE WOULD HAVE GRANTED AN AUTHORITY, OR AN
002000*          AMOUNT CEILING, THE OPERATOR DOES NOT HOLD - THE
002100*          AFTER IMAGE CARRIES WHAT WAS ATTEMPTED
002200*
002300*  MODIFICATION HISTORY
002400*    10/15/2026  MJA  ORIGINAL COPYBOOK.
002500********************************************************************
002600 01  OPER-AUDIT-RECORD.
002700     05  OA-DATE             PIC 9(08).
002800     05  OA-TIME             PIC 9(08).
002900     05  OA-USER             PIC X(08).
003000     05  OA-FUNCTION         PIC X(01).
003100         88  OA-ADD                      VALUE "A".
003200         88  OA-CHANGE                   VALUE "C".
003300         88  OA-DEACTIVATE               VALUE "D".
003400         88  OA-REFUSED                  VALUE "X".
003500     05  OA-REASON           PIC X(01).
003600         88  OA-NO-ACCESS                VALUE "A".
003700         88  OA-OWN-PROFILE              VALUE "S".
003800         88  OA-GRANT-EXCEEDS            VALUE "G".
003900     05  OA-OPER-ID          PIC X(08).
004000     05  OA-BEFORE-IMAGE.
004100         10  OA-OLD-NAME     PIC X(25).
004200         10  OA-OLD-CALC     PIC X(01).
004300         10  OA-OLD-REVERSE  PIC X(01).
004400         10  OA-OLD-PRICES   PIC X(01).
004500         10  OA-OLD-APPROVE  PIC X(01).
004600         10  OA-OLD-OPERS    PIC X(01).
004700         10  OA-OLD-LIMIT    PIC 9(10)V99.
004800         10  OA-OLD-STATUS   PIC X(01).
004900     05  OA-AFTER-IMAGE.
005000         10  OA-NEW-NAME     PIC X(25).
005100         10  OA-NEW-CALC     PIC X(01).
005200         10  OA-NEW-REVERSE  PIC X(01).
005300         10  OA-NEW-PRICES   PIC X(01).
005400         10  OA-NEW-APPROVE  PIC X(01).
005500         10  OA-NEW-OPERS    PIC X(01).
005600         10  OA-NEW-LIMIT    PIC 9(10)V99.
005700         10  OA-NEW-STATUS   PIC X(01).
