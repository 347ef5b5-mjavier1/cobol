000100********************************************************************
000200*  COPYBOOK     : SMAUDREC.CPY
000300*  AUTHOR       : M. AGUIRRE
000400*  DATE-WRITTEN : 10/15/2026
000500*
000600*  ONE RECORD PER STANDING CALCULATION MASTER MAINTENANCE
000700*  ACTION (ADD, CHANGE, DEACTIVATE), CARRYING A BEFORE IMAGE AND
000800*  AN AFTER IMAGE OF THE STNDMSTR RECORD, STAMPED WITH THE
000900*  OPERATOR, DATE, AND TIME - SAME SHAPE AS THE DPAUDREC TRAIL
001000*  DeptMnt WRITES FOR THE DEPARTMENT MASTER.  AN ADD CARRIES A
001100*  BLANK BEFORE IMAGE; AN "X" RECORD IS A MAINTENANCE ATTEMPT
001200*  THE OPERMSTR PROFILE CHECK OR THE OWNERSHIP CHECK REFUSED;
001300*  AN "E" RECORD IS AN ENTRY THE NIGHTLY StndGen GENERATOR
001400*  MARKED EXPIRED (SA-USER = "STNDGEN").
001500*
001600*  MODIFICATION HISTORY
001700*    10/15/2026  MJA  ORIGINAL COPYBOOK.
001800********************************************************************
001900 01  STND-AUDIT-RECORD.
002000     05  SA-DATE             PIC 9(08).
002100     05  SA-TIME             PIC 9(08).
002200     05  SA-USER             PIC X(08).
002300     05  SA-FUNCTION         PIC X(01).
002400         88  SA-ADD                      VALUE "A".
002500         88  SA-CHANGE                   VALUE "C".
002600         88  SA-DEACTIVATE               VALUE "D".
002700         88  SA-EXPIRE                   VALUE "E".
002800         88  SA-REFUSED                  VALUE "X".
002900     05  SA-STANDING-ID      PIC X(08).
003000     05  SA-BEFORE-IMAGE.
003100         10  SA-OLD-DESC     PIC X(30).
003200         10  SA-OLD-OPERATION
003300                             PIC X(01).
003400         10  SA-OLD-FIRST-NUM
003500                             PIC 9(05)V99.
003600         10  SA-OLD-SECOND-NUM
003700                             PIC 9(05)V99.
003800         10  SA-OLD-ITEM-CODE
003900                             PIC X(08).
004000         10  SA-OLD-DEPT-CODE
004100                             PIC X(04).
004200         10  SA-OLD-FREQUENCY
004300                             PIC X(01).
004400         10  SA-OLD-RUN-DAY  PIC 9(02).
004500         10  SA-OLD-START-DATE
004600                             PIC 9(08).
004700         10  SA-OLD-END-DATE PIC 9(08).
004800         10  SA-OLD-OWNER    PIC X(08).
004900         10  SA-OLD-STATUS   PIC X(01).
005000     05  SA-AFTER-IMAGE.
005100         10  SA-NEW-DESC     PIC X(30).
005200         10  SA-NEW-OPERATION
005300                             PIC X(01).
005400         10  SA-NEW-FIRST-NUM
005500                             PIC 9(05)V99.
005600         10  SA-NEW-SECOND-NUM
005700                             PIC 9(05)V99.
005800         10  SA-NEW-ITEM-CODE
005900                             PIC X(08).
006000         10  SA-NEW-DEPT-CODE
006100                             PIC X(04).
006200         10  SA-NEW-FREQUENCY
006300                             PIC X(01).
006400         10  SA-NEW-RUN-DAY  PIC 9(02).
006500         10  SA-NEW-START-DATE
006600                             PIC 9(08).
006700         10  SA-NEW-END-DATE PIC 9(08).
006800         10  SA-NEW-OWNER    PIC X(08).
006900         10  SA-NEW-STATUS   PIC X(01).
