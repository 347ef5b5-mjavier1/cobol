000100********************************************************************
000200*  COPYBOOK     : STNDMSTR.CPY
000300*  AUTHOR       : M. AGUIRRE
000400*  DATE-WRITTEN : 10/15/2026
000500*
000600*  STANDING (RECURRING) CALCULATION MASTER RECORD, ONE PER
000700*  STANDING ID, HELD IN THE STNDMSTR VSAM KSDS AND MAINTAINED
000800*  BY StndMnt.  EACH ENTRY IS A CALCULATION THAT RECURS ON A
000900*  SCHEDULE - THE SAME OPERATION, AMOUNTS (OR ITEM CODE AND
001000*  QUANTITY), AND REQUESTING DEPARTMENT - SO THE CLERKS STOP
001100*  RE-KEYING IT EVERY DAY, WEEK, OR MONTH.  THE NIGHTLY StndGen
001200*  GENERATOR WRITES EACH ENTRY THAT FALLS DUE INTO A TRANIN
001300*  SUBMISSION FILE AHEAD OF DoCalcB, STAMPED WITH SM-STANDING-ID.
001400*
001500*  SM-FREQUENCY AND SM-RUN-DAY SAY WHEN THE ENTRY FALLS DUE:
001600*    "D"  DAILY           - EVERY NIGHT (SM-RUN-DAY UNUSED)
001700*    "W"  WEEKLY          - SM-RUN-DAY IS THE DAY OF THE WEEK,
001800*                           1 = MONDAY ... 7 = SUNDAY
001900*    "M"  MONTHLY         - THE FIRST OF EVERY MONTH
002000*    "N"  DAY OF MONTH    - SM-RUN-DAY IS THE DAY, 1-31; IN A
002100*                           SHORTER MONTH THE ENTRY FALLS DUE
002200*                           ON THE MONTH'S LAST DAY
002300*  AN ENTRY IS NEVER DUE BEFORE SM-START-DATE OR AFTER
002400*  SM-END-DATE (ZERO = NO END DATE).  StndGen MARKS AN ACTIVE
002500*  ENTRY PAST ITS END DATE EXPIRED ("E") THE FIRST NIGHT IT
002600*  FINDS IT SO.  SM-OPERATION IS A, S, M, OR D; WHEN
002700*  SM-ITEM-CODE IS NONBLANK SM-FIRST-NUM IS THE QUANTITY AND
002800*  THE UNIT PRICE COMES FROM PRICMSTR WHEN DoCalcB POSTS IT.
002900*
003000*  MODIFICATION HISTORY
003100*    10/15/2026  MJA  ORIGINAL COPYBOOK.
003200********************************************************************
003300 01  STANDING-MASTER-RECORD.
003400     05  SM-STANDING-ID      PIC X(08).
003500     05  SM-DESCRIPTION      PIC X(30).
003600     05  SM-OPERATION        PIC X(01).
003700         88  SM-OP-ADD                   VALUE "A".
003800         88  SM-OP-SUBTRACT              VALUE "S".
003900         88  SM-OP-MULTIPLY              VALUE "M".
004000         88  SM-OP-DIVIDE                VALUE "D".
004100         88  SM-OP-VALID                 VALUES "A" "S" "M" "D".
004200     05  SM-FIRST-NUM        PIC 9(05)V99.
004300     05  SM-SECOND-NUM       PIC 9(05)V99.
004400     05  SM-ITEM-CODE        PIC X(08).
004500     05  SM-DEPT-CODE        PIC X(04).
004600     05  SM-FREQUENCY        PIC X(01).
004700         88  SM-DAILY                    VALUE "D".
004800         88  SM-WEEKLY                   VALUE "W".
004900         88  SM-MONTHLY                  VALUE "M".
005000         88  SM-DAY-OF-MONTH             VALUE "N".
005100         88  SM-FREQ-VALID               VALUES "D" "W" "M" "N".
005200     05  SM-RUN-DAY          PIC 9(02).
005300     05  SM-START-DATE       PIC 9(08).
005400     05  SM-END-DATE         PIC 9(08).
005500     05  SM-OWNER            PIC X(08).
005600     05  SM-STATUS           PIC X(01).
005700         88  SM-ACTIVE                   VALUE "A".
005800         88  SM-INACTIVE                 VALUE "I".
005900         88  SM-EXPIRED                  VALUE "E".
006000     05  SM-LAST-GEN-DATE    PIC 9(08).
006100     05  SM-GEN-COUNT        PIC 9(07).
006200     05  FILLER              PIC X(12).
