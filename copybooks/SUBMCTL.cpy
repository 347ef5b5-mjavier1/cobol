000100********************************************************************
000200*  COPYBOOK     : SUBMCTL.CPY
000300*  AUTHOR       : M. AGUIRRE
000400*  DATE-WRITTEN : 10/15/2026
000500*
000600*  DEPARTMENT SUBMISSION CONTROL, ONE RECORD PER SUBMITTING
000700*  DEPARTMENT, HELD IN THE SUBMCTL VSAM KSDS KEYED BY
000800*  DEPARTMENT CODE.  TRNINTK CHECKS EACH DEPARTMENT'S TRANIN
000900*  SUBMISSION FILE AGAINST IT - THE FILE'S SEQUENCE NUMBER
001000*  MUST BE ONE MORE THAN THE LAST ONE ACCEPTED, ITS FILE DATE
001100*  MAY NOT GO BACKWARD, AND A FILE THAT REPEATS THE LAST ONE
001200*  (SAME DATE, COUNT, AND HASH) IS A DUPLICATE.
001300*
001400*  SC-BASE-xxx IS WHERE THE DEPARTMENT STOOD BEFORE THE FIRST
001500*  INTAKE RUN OF SC-LAST-RUN-DATE AND SC-LAST-xxx WHERE IT
001600*  STOOD AFTER THE LATEST ONE.  A RERUN ON THE SAME RUN DATE
001700*  STARTS AGAIN FROM THE BASE, SO THE DAY'S TRANIN CAN BE
001800*  REBUILT (A LATE CORRECTED FILE ADDED) WITHOUT THE FILES
001900*  ACCEPTED EARLIER THAT DAY BEING REFUSED AS DUPLICATES.  A
002000*  RECORD IS ADDED THE FIRST TIME A DEPARTMENT'S FILE IS
002100*  ACCEPTED - ITS FIRST FILE MUST CARRY SEQUENCE 000001.
002110*  SC-BASE-ACCEPTED IS SC-ACCEPTED-TOTAL AS IT STOOD AT THE
002120*  BASE, SO A RERUN RECOUNTS THE DAY'S FILES FROM THERE RATHER
002130*  THAN ADDING THEM TO THE TOTAL A SECOND TIME.
002200*
002300*  MODIFICATION HISTORY
002400*    10/15/2026  MJA  ORIGINAL COPYBOOK.
002410*    10/15/2026  MJA  SC-BASE-ACCEPTED TAKEN FROM FILLER - RECORD
002420*                     LENGTH IS UNCHANGED.
002500********************************************************************
002600 01  SUBM-CONTROL-RECORD.
002700     05  SC-DEPT-CODE        PIC X(04).
002800     05  SC-LAST-RUN-DATE    PIC 9(08).
002900     05  SC-BASE.
003000         10  SC-BASE-SEQUENCE
003100                             PIC 9(06).
003200         10  SC-BASE-FILE-DATE
003300                             PIC 9(08).
003400         10  SC-BASE-COUNT   PIC 9(08).
003500         10  SC-BASE-HASH    PIC 9(12)V99.
003600     05  SC-LAST.
003700         10  SC-LAST-SEQUENCE
003800                             PIC 9(06).
003900         10  SC-LAST-FILE-DATE
004000                             PIC 9(08).
004100         10  SC-LAST-COUNT   PIC 9(08).
004200         10  SC-LAST-HASH    PIC 9(12)V99.
004300     05  SC-ACCEPTED-TOTAL   PIC 9(07).
004310     05  SC-BASE-ACCEPTED    PIC 9(07).
004400     05  FILLER              PIC X(02).
