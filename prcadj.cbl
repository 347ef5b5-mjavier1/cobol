000100********************************************************************
000110*  PROGRAM      : PRCADJ.CBL
000120*  AUTHOR       : M. AGUIRRE
000130*  INSTALLATION : DATA PROCESSING
000140*  DATE-WRITTEN : 10/15/2026
000150*  DATE-COMPILED:
000160*
000170*  RETROACTIVE REPRICING OF ITEM-CODED CALCULATIONS.  WHEN
000180*  PRICEMNT OR PRCLOAD RE-KEYS A PRICE EFFECTIVE ON A DATE THAT
000190*  HAS ALREADY PASSED, EVERY ITEM-CODED CALCULATION POSTED FOR
000200*  THAT ITEM SINCE THE EFFECTIVE DATE WAS PRICED AT THE OLD
000210*  PRICE.  THIS JOB READS THE DAY'S PRCAUDIT CHANGE RECORDS
000220*  (PARMIN YYYYMMDD, DEFAULT TODAY), KEEPS EVERY "C" CHANGE
000230*  WHOSE NEW EFFECTIVE DATE IS EARLIER THAN THE DAY IT WAS
000240*  KEYED, AND BROWSES CALCHIST THROUGH THE HR-DATE INDEX FROM
000250*  THE EARLIEST SUCH DATE.  EVERY POSTED ("O"), UNREVERSED
000260*  CALCULATION FOR ONE OF THOSE ITEMS, DATED ON OR AFTER THAT
000270*  ITEM'S EFFECTIVE DATE, IS RECOMPUTED WITH ITS RECORDED
000280*  OPERATION AT THE PM-ROW-PRICE NOW IN EFFECT FOR ITS HR-DATE.
000290*
000300*  A DIFFERENCE IS POSTED AS A PRICE ADJUSTMENT UNDER ITS OWN
000310*  TRANSACTION ID WITH STATUS "A" ON AUDITLOG AND CALCHIST
000320*  (UNSIGNED AMOUNT, HR-ADJ-DIRECTION "+" OR "-",
000330*  HR-ADJUSTMENT-OF THE ORIGINAL ID), THE ORIGINAL IS STAMPED
000340*  WITH HR-ADJUSTED-BY, A PI (INCREASE) OR PC (CREDIT) RECORD
000350*  GOES TO PRICEXT BETWEEN ITS OWN PH/PT PAIR, AND THE
000360*  DIFFERENCE IS ADDED TO OR TAKEN OFF THE DEPARTMENT'S
000370*  MONTH-TO-DATE ON DEPTMTD FOR THE MONTH IT POSTS.  THE
000380*  BUDGET IS NOT ENFORCED ON AN ADJUSTMENT - IT CORRECTS A
000390*  CHARGE ALREADY MADE.  A SECOND ADJUSTMENT OF THE SAME
000400*  ORIGINAL IS MEASURED FROM THE PRICE ITS LATEST ADJUSTMENT
000410*  CARRIES, SO A RERUN POSTS NOTHING TWICE.
000420*
000430*  ADJOUT LISTS EVERY ADJUSTMENT POSTED AND EVERY CALCULATION
000440*  THAT COULD NOT BE REPRICED (ITEM OFF THE MASTER, NO PRICE
000450*  IN EFFECT, A RESULT THAT NO LONGER COMPUTES, A MISSING
000460*  ADJUSTMENT RECORD, A FULL TABLE).  ANY EXCEPTION ENDS THE
000470*  STEP RC=8; AN UNOPENABLE PRCAUDIT, CALCHIST, PRICMSTR,
000480*  AUDITLOG, PRICEXT, OR ADJOUT ENDS IT RC=16 WITH NOTHING
000490*  POSTED.  AN UNOPENABLE DEPTMTD IS REPORTED AND THE
000500*  MONTH-TO-DATE TOTALS ARE LEFT ALONE.
000510*
000520*  AN ORIGINAL THAT WAS TAXED CARRIES ITS TAX CODE AND RATE TO
000530*  THE ADJUSTMENT, WHOSE TAX IS THE TAX ON THE NEW RESULT LESS
000540*  THE TAX ON THE OLD, EACH ROUNDED TO THE CENT AT THE
000550*  ORIGINAL'S RATE, SO THE ORIGINAL AND ITS ADJUSTMENTS ALWAYS
000560*  TOTAL THE TAX ON THE CURRENT PRICE.  AN UNTAXED ORIGINAL'S
000570*  ADJUSTMENT CARRIES ITS REASON AND NO TAX.
000580*
000590*  MODIFICATION HISTORY
000600*    10/15/2026  MJA  ORIGINAL PROGRAM.
000610*    10/15/2026  MJA  SALES TAX: AN ADJUSTMENT OF A TAXED
000620*                     ORIGINAL ADJUSTS ITS TAX AT THE ORIGINAL'S
000630*                     RATE.  THE TAX GOES TO AUDITLOG, CALCHIST,
000640*                     AND PRICEXT, THE PT TRAILER CARRIES ITS TAX
000650*                     TOTAL, AND ADJOUT TOTALS THE TAX INCREASES
000660*                     AND CREDITS.  SOURCE RESEQUENCED IN STEPS
000670*                     OF 10 TO MAKE ROOM.
000680*    10/15/2026  MJA  CALCHIST NOW CARRIES HR-STANDING-ID; AN
000690*                     ADJUSTMENT IS WRITTEN BY THIS PROGRAM, NOT
000700*                     GENERATED FROM A STANDING ENTRY, SO IT IS
000710*                     BLANK - HR-ADJUSTMENT-OF LEADS BACK TO THE
000720*                     ORIGINAL AND ITS ENTRY.
000730*    10/15/2026  MJA  CALCHIST NOW CARRIES HR-ORIG-PERIOD, SET
000740*                     ONLY ON A REVERSAL OF A CLOSED-PERIOD
000750*                     ORIGINAL; AN ADJUSTMENT WRITES IT ZERO.
000760*    10/15/2026  MJA  AUDITREC NOW CARRIES THE ADJUSTMENT-OF ID,
000770*                     DIRECTION, OPERATION, ITEM CODE, AND TAX
000780*                     RATE, SET EXACTLY AS ON THE CALCHIST RECORD
000790*                     SO CALCRCV CAN REBUILD CALCHIST FROM THE
000800*                     LOG.  SOURCE RESEQUENCED IN STEPS OF 10 TO
000810*                     MAKE ROOM.
000820********************************************************************
000830 IDENTIFICATION DIVISION.
000840 PROGRAM-ID.  PrcAdj.
000850 AUTHOR.  M. AGUIRRE.
000860 INSTALLATION.  DATA PROCESSING.
000870 DATE-WRITTEN.  10/15/2026.
000880 DATE-COMPILED.
000890*
000900 ENVIRONMENT DIVISION.
000910 CONFIGURATION SECTION.
000920 SOURCE-COMPUTER.  IBM-370.
000930 OBJECT-COMPUTER.  IBM-370.
000940 INPUT-OUTPUT SECTION.
000950 FILE-CONTROL.
000960     SELECT PRCAUD-FILE ASSIGN TO PRCAUDIT
000970         ORGANIZATION IS SEQUENTIAL
000980         FILE STATUS IS WS-PRCAUD-STATUS.
000990
001000     SELECT PARM-FILE ASSIGN TO PARMIN
001010         ORGANIZATION IS SEQUENTIAL
001020         FILE STATUS IS WS-PARM-STATUS.
001030
001040     SELECT HIST-FILE ASSIGN TO CALCHIST
001050         ORGANIZATION IS INDEXED
001060         ACCESS MODE IS DYNAMIC
001070         RECORD KEY IS HR-TRANS-ID
001080         ALTERNATE RECORD KEY IS HR-DATE WITH DUPLICATES
001090         ALTERNATE RECORD KEY IS HR-USER WITH DUPLICATES
001100         FILE STATUS IS WS-HIST-STATUS.
001110
001120     SELECT PRICEM-FILE ASSIGN TO PRICMSTR
001130         ORGANIZATION IS INDEXED
001140         ACCESS MODE IS RANDOM
001150         RECORD KEY IS PM-ITEM-CODE
001160         FILE STATUS IS WS-PRICEM-STATUS.
001170
001180     SELECT AUDIT-FILE ASSIGN TO AUDITLOG
001190         ORGANIZATION IS SEQUENTIAL
001200         FILE STATUS IS WS-AUDIT-STATUS.
001210
001220     SELECT PRICE-FILE ASSIGN TO PRICEXT
001230         ORGANIZATION IS SEQUENTIAL
001240         FILE STATUS IS WS-PRICE-STATUS.
001250
001260     SELECT NEXTID-FILE ASSIGN TO NEXTIDF
001270         ORGANIZATION IS RELATIVE
001280         ACCESS MODE IS RANDOM
001290         RELATIVE KEY IS WS-NEXTID-RELKEY
001300         FILE STATUS IS WS-NEXTID-STATUS.
001310
001320     SELECT MTD-FILE ASSIGN TO DEPTMTD
001330         ORGANIZATION IS INDEXED
001340         ACCESS MODE IS RANDOM
001350         RECORD KEY IS DM-KEY
001360         FILE STATUS IS WS-MTD-STATUS.
001370
001380     SELECT REPORT-FILE ASSIGN TO ADJOUT
001390         ORGANIZATION IS SEQUENTIAL
001400         FILE STATUS IS WS-REPORT-STATUS.
001410
001420     SELECT RUNLOG-FILE ASSIGN TO RUNLOG
001430         ORGANIZATION IS SEQUENTIAL
001440         FILE STATUS IS WS-RUNLOG-STATUS.
001450*
001460 DATA DIVISION.
001470 FILE SECTION.
001480 FD  PRCAUD-FILE
001490     RECORDING MODE IS F
001500     LABEL RECORDS ARE STANDARD.
001510 COPY PMAUDREC.
001520*
001530 FD  PARM-FILE
001540     RECORDING MODE IS F
001550     LABEL RECORDS ARE STANDARD.
001560 01  PARM-RECORD.
001570     05  PARM-REPORT-DATE    PIC 9(08).
001580     05  PARM-REPORT-DATE-R REDEFINES PARM-REPORT-DATE.
001590         10  PARM-REPORT-YEAR
001600                             PIC 9(04).
001610         10  PARM-REPORT-MONTH
001620                             PIC 9(02).
001630         10  PARM-REPORT-DAY PIC 9(02).
001640     05  FILLER              PIC X(72).
001650*
001660 FD  HIST-FILE
001670     LABEL RECORDS ARE STANDARD.
001680 COPY HISTREC.
001690*
001700 FD  PRICEM-FILE
001710     LABEL RECORDS ARE STANDARD.
001720 COPY PRICMSTR.
001730*
001740 FD  AUDIT-FILE
001750     RECORDING MODE IS F
001760     LABEL RECORDS ARE STANDARD.
001770 COPY AUDITREC.
001780*
001790 FD  PRICE-FILE
001800     RECORDING MODE IS F
001810     LABEL RECORDS ARE STANDARD.
001820 COPY PRICEREC.
001830*
001840 FD  NEXTID-FILE
001850     RECORDING MODE IS F
001860     LABEL RECORDS ARE STANDARD.
001870 COPY NEXTIDF.
001880*
001890 FD  MTD-FILE
001900     LABEL RECORDS ARE STANDARD.
001910 COPY DEPTMTD.
001920*
001930 FD  REPORT-FILE
001940     RECORDING MODE IS F
001950     LABEL RECORDS ARE STANDARD.
001960 01  REPORT-LINE             PIC X(80).
001970*
001980 FD  RUNLOG-FILE
001990     RECORDING MODE IS F
002000     LABEL RECORDS ARE STANDARD.
002010 COPY RUNLOG.
002020*
002030 WORKING-STORAGE SECTION.
002040
002050 COPY CALCFLDS.
002060
002070 77  WS-RUNLOG-STATUS        PIC X(02) VALUE SPACES.
002080     88  RUNLOG-OK                       VALUE "00".
002090
002100 77  WS-RUNLOG-TYPE          PIC X(01) VALUE "S".
002110
002120 77  WS-PRCAUD-STATUS        PIC X(02) VALUE SPACES.
002130     88  PRCAUD-OK                       VALUE "00".
002140
002150 77  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
002160     88  PARM-OK                         VALUE "00".
002170
002180 77  WS-HIST-STATUS          PIC X(02) VALUE SPACES.
002190     88  HIST-OK                         VALUE "00".
002200
002210 77  WS-PRICEM-STATUS        PIC X(02) VALUE SPACES.
002220     88  PRICEM-OK                       VALUE "00".
002230
002240 77  WS-AUDIT-STATUS         PIC X(02) VALUE SPACES.
002250     88  AUDIT-OK                        VALUE "00".
002260
002270 77  WS-PRICE-STATUS         PIC X(02) VALUE SPACES.
002280     88  PRICE-OK                        VALUE "00".
002290
002300 77  WS-NEXTID-STATUS        PIC X(02) VALUE SPACES.
002310     88  NEXTID-OK                       VALUE "00".
002320
002330 77  WS-MTD-STATUS           PIC X(02) VALUE SPACES.
002340     88  MTD-OK                          VALUE "00".
002350
002360 77  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.
002370     88  REPORT-OK                       VALUE "00".
002380
002390 77  WS-NEXTID-RELKEY        PIC 9(04) COMP VALUE 1.
002400
002410 77  WS-NEXTID-NEW-SWITCH    PIC X(01) VALUE "N".
002420     88  NEXTID-IS-NEW                   VALUE "Y".
002430
002440 77  WS-MTD-NEW-SWITCH       PIC X(01) VALUE "N".
002450     88  MTD-IS-NEW                      VALUE "Y".
002460
002470 77  WS-MTD-AVAIL-SWITCH     PIC X(01) VALUE "N".
002480     88  MTD-AVAILABLE                   VALUE "Y".
002490
002500 77  WS-STOP-SWITCH          PIC X(01) VALUE "N".
002510     88  RUN-STOPPED                     VALUE "Y".
002520
002530 77  WS-PRCAUD-EOF-SWITCH    PIC X(01) VALUE "N".
002540     88  END-OF-PRCAUDIT                 VALUE "Y".
002550
002560 77  WS-BROWSE-SWITCH        PIC X(01) VALUE "N".
002570     88  END-OF-HIST-BROWSE              VALUE "Y".
002580
002590 77  WS-FOUND-SWITCH         PIC X(01) VALUE "N".
002600     88  ITEM-FOUND                      VALUE "Y".
002610
002620 77  WS-PRICE-SEL-SWITCH     PIC X(01) VALUE "N".
002630     88  PRICE-SELECTED                  VALUE "Y".
002640
002650 77  WS-COMPUTE-SWITCH       PIC X(01) VALUE "N".
002660     88  COMPUTE-OK                      VALUE "Y".
002670
002680 77  WS-REPRICE-SWITCH       PIC X(01) VALUE "N".
002690     88  REPRICE-FAILED                  VALUE "Y".
002700
002710 77  WS-REPORT-DATE          PIC 9(08) VALUE ZERO.
002720 77  WS-CALC-DATE            PIC 9(08) VALUE ZERO.
002730 77  WS-CALC-TIME            PIC 9(08) VALUE ZERO.
002740 77  WS-CALC-USER            PIC X(08) VALUE "PRCADJ".
002750 77  WS-NEXT-TRANS-ID        PIC 9(08) VALUE ZERO.
002760 77  WS-WINDOW-START         PIC 9(08) VALUE ZERO.
002770 77  WS-BEST-EFF-DATE        PIC 9(08) VALUE ZERO.
002780 77  WS-EXCEPT-TEXT          PIC X(40) VALUE SPACES.
002790
002800 77  WS-ORIG-ID              PIC 9(08) VALUE ZERO.
002810 77  WS-ORIG-DATE            PIC 9(08) VALUE ZERO.
002820 77  WS-ORIG-DEPT            PIC X(04) VALUE SPACES.
002830 77  WS-ORIG-ITEM            PIC X(08) VALUE SPACES.
002840 77  WS-ORIG-ADJUSTED-BY     PIC 9(08) VALUE ZERO.
002850 77  WS-ORIG-OPERATION       PIC X(01) VALUE SPACE.
002860     88  ORIG-OP-ADD                     VALUES "A" "a".
002870     88  ORIG-OP-SUBTRACT                VALUES "S" "s".
002880     88  ORIG-OP-MULTIPLY                VALUES "M" "m".
002890     88  ORIG-OP-DIVIDE                  VALUES "D" "d".
002900 77  WS-ORIG-TAX-CODE        PIC X(04) VALUE SPACES.
002910 77  WS-ORIG-TAX-RATE        PIC 9(02)V9(04) VALUE ZERO.
002920 77  WS-ORIG-TAX-REASON      PIC X(01) VALUE SPACE.
002930     88  ORIG-TAX-CHARGED                VALUE "T".
002940
002950 77  WS-QUANTITY             PIC 9(05)V99 COMP-3 VALUE ZERO.
002960 77  WS-APPLIED-PRICE        PIC 9(05)V99 COMP-3 VALUE ZERO.
002970 77  WS-NEW-PRICE            PIC 9(05)V99 COMP-3 VALUE ZERO.
002980 77  WS-TRIAL-PRICE          PIC 9(05)V99 COMP-3 VALUE ZERO.
002990 77  WS-TRIAL-RESULT         PIC 9(10)V99 COMP-3 VALUE ZERO.
003000 77  WS-OLD-RESULT           PIC 9(10)V99 COMP-3 VALUE ZERO.
003010 77  WS-NEW-RESULT           PIC 9(10)V99 COMP-3 VALUE ZERO.
003020 77  WS-DIFFERENCE           PIC S9(10)V99 COMP-3 VALUE ZERO.
003030 77  WS-OLD-TAX              PIC 9(10)V99 COMP-3 VALUE ZERO.
003040 77  WS-NEW-TAX              PIC 9(10)V99 COMP-3 VALUE ZERO.
003050 77  WS-ADJ-TAX              PIC 9(10)V99 COMP-3 VALUE ZERO.
003060 77  WS-ADJ-DIRECTION        PIC X(01) VALUE SPACE.
003070     88  ADJ-INCREASE                    VALUE "+".
003080     88  ADJ-DECREASE                    VALUE "-".
003090
003100 77  WS-AUDIT-READ-COUNT     PIC 9(07) COMP VALUE ZERO.
003110 77  WS-CHANGE-COUNT         PIC 9(07) COMP VALUE ZERO.
003120 77  WS-HIST-READ-COUNT      PIC 9(07) COMP VALUE ZERO.
003130 77  WS-UNCHANGED-COUNT      PIC 9(07) COMP VALUE ZERO.
003140 77  WS-ADJUSTED-COUNT       PIC 9(07) COMP VALUE ZERO.
003150 77  WS-INCREASE-COUNT       PIC 9(07) COMP VALUE ZERO.
003160 77  WS-DECREASE-COUNT       PIC 9(07) COMP VALUE ZERO.
003170 77  WS-EXCEPTION-COUNT      PIC 9(07) COMP VALUE ZERO.
003180 77  WS-EXTRACT-COUNT        PIC 9(08) COMP VALUE ZERO.
003190
003200 77  WS-INCREASE-TOTAL       PIC 9(13)V99 COMP-3 VALUE ZERO.
003210 77  WS-DECREASE-TOTAL       PIC 9(13)V99 COMP-3 VALUE ZERO.
003220 77  WS-EXTRACT-SUM          PIC 9(13)V99 COMP-3 VALUE ZERO.
003230 77  WS-TAX-INCREASE-TOTAL   PIC 9(13)V99 COMP-3 VALUE ZERO.
003240 77  WS-TAX-DECREASE-TOTAL   PIC 9(13)V99 COMP-3 VALUE ZERO.
003250 77  WS-EXTRACT-TAX-SUM      PIC 9(13)V99 COMP-3 VALUE ZERO.
003260
003270 77  WS-ITEM-CNT             PIC 9(04) COMP VALUE ZERO.
003280 77  WS-ITEM-MAX             PIC 9(04) COMP VALUE 500.
003290 77  WS-CAND-CNT             PIC 9(04) COMP VALUE ZERO.
003300 77  WS-CAND-MAX             PIC 9(04) COMP VALUE 5000.
003310 77  WS-IX                   PIC 9(04) COMP VALUE ZERO.
003320 77  WS-CX                   PIC 9(04) COMP VALUE ZERO.
003330 77  WS-ROW-IX               PIC 9(04) COMP VALUE ZERO.
003340 77  WS-SLOT-IX              PIC 9(04) COMP VALUE ZERO.
003350
003360*    ONE ENTRY PER ITEM WITH A BACK-DATED CHANGE ON THE DAY'S
003370*    TRAIL - IT-FROM-DATE IS THE EARLIEST NEW EFFECTIVE DATE
003380*    KEYED FOR THE ITEM THAT DAY.
003390 01  WS-ITEM-TABLE.
003400     05  WS-ITEM-ENTRY OCCURS 500 TIMES.
003410         10  IT-ITEM-CODE    PIC X(08).
003420         10  IT-FROM-DATE    PIC 9(08).
003430
003440*    CALCHIST IDS TO REPRICE, HELD UNTIL THE HR-DATE BROWSE
003450*    ENDS - READING AND REWRITING BY KEY DURING THE BROWSE
003460*    WOULD LOSE ITS POSITION.
003470 01  WS-CAND-TABLE.
003480     05  WS-CAND-ENTRY OCCURS 5000 TIMES.
003490         10  CD-TRANS-ID     PIC 9(08).
003500
003510 01  WS-HEADING-1.
003520     05  FILLER              PIC X(40) VALUE
003530         "RETROACTIVE REPRICING ADJUSTMENTS".
003540     05  FILLER              PIC X(40) VALUE SPACES.
003550
003560 01  WS-HEADING-2.
003570     05  FILLER              PIC X(22) VALUE
003580         "PRICE CHANGES KEYED: ".
003590     05  H2-REPORT-DATE      PIC 9(08).
003600     05  FILLER              PIC X(13) VALUE "   RUN DATE: ".
003610     05  H2-RUN-DATE         PIC 9(08).
003620     05  FILLER              PIC X(29) VALUE SPACES.
003630
003640 01  WS-BLANK-LINE           PIC X(80) VALUE SPACES.
003650
003660 01  WS-POSTED-HEADING.
003670     05  FILLER              PIC X(40) VALUE
003680         "ADJUSTMENTS POSTED".
003690     05  FILLER              PIC X(40) VALUE SPACES.
003700
003710 01  WS-COLUMN-HEADING.
003720     05  FILLER              PIC X(40) VALUE
003730         " ORIG ID POSTED   DEPT ITEM     QUANTITY".
003740     05  FILLER              PIC X(40) VALUE
003750         " OLD PRICE NEW PRICE    ADJUSTMENT   ID ".
003760
003770 01  WS-ADJ-LINE.
003780     05  AL-ORIG-ID          PIC 9(08).
003790     05  FILLER              PIC X(01) VALUE SPACE.
003800     05  AL-DATE             PIC 9(08).
003810     05  FILLER              PIC X(01) VALUE SPACE.
003820     05  AL-DEPT             PIC X(04).
003830     05  FILLER              PIC X(01) VALUE SPACE.
003840     05  AL-ITEM             PIC X(08).
003850     05  FILLER              PIC X(01) VALUE SPACE.
003860     05  AL-QUANTITY         PIC ZZZZ9.99.
003870     05  FILLER              PIC X(02) VALUE SPACES.
003880     05  AL-OLD-PRICE        PIC ZZZZ9.99.
003890     05  FILLER              PIC X(02) VALUE SPACES.
003900     05  AL-NEW-PRICE        PIC ZZZZ9.99.
003910     05  FILLER              PIC X(01) VALUE SPACE.
003920     05  AL-AMOUNT           PIC ZZZZZZZZZ9.99.
003930     05  AL-DIRECTION        PIC X(01).
003940     05  FILLER              PIC X(01) VALUE SPACE.
003950     05  AL-NEW-ID           PIC 9(08).
003960
003970 01  WS-NONE-LINE.
003980     05  FILLER              PIC X(40) VALUE
003990         " NO ADJUSTMENTS POSTED".
004000     05  FILLER              PIC X(40) VALUE SPACES.
004010
004020 01  WS-EXCEPT-HEADING.
004030     05  FILLER              PIC X(40) VALUE
004040         "*** NOT REPRICED - EXCEPTIONS".
004050     05  FILLER              PIC X(40) VALUE SPACES.
004060
004070 01  WS-EXCEPT-LINE.
004080     05  FILLER              PIC X(01) VALUE SPACE.
004090     05  EL-ORIG-ID          PIC 9(08).
004100     05  FILLER              PIC X(01) VALUE SPACE.
004110     05  EL-ITEM             PIC X(08).
004120     05  FILLER              PIC X(01) VALUE SPACE.
004130     05  EL-TEXT             PIC X(40).
004140     05  FILLER              PIC X(21) VALUE SPACES.
004150
004160 01  WS-NO-MTD-LINE.
004170     05  FILLER              PIC X(50) VALUE
004180         "*** DEPTMTD NOT AVAILABLE - MONTH-TO-DATE TOTALS".
004190     05  FILLER              PIC X(30) VALUE
004200         " NOT UPDATED".
004210
004220 01  WS-COUNT-LINE.
004230     05  CT-LABEL            PIC X(30).
004240     05  CT-COUNT            PIC ZZZZZZZZ9.
004250     05  FILLER              PIC X(41) VALUE SPACES.
004260
004270 01  WS-SUM-LINE.
004280     05  SM-LABEL            PIC X(30).
004290     05  SM-SUM              PIC ZZZZZZZZZZZZZZ9.99.
004300     05  FILLER              PIC X(32) VALUE SPACES.
004310*
004320 PROCEDURE DIVISION.
004330*
004340 0000-Mainline.
004350     MOVE "S" TO WS-RUNLOG-TYPE
004360     PERFORM 9500-WriteRunLog THRU 9500-Exit
004370     PERFORM 1000-Initialize THRU 1000-Exit
004380     IF NOT RUN-STOPPED
004390         PERFORM 2000-LoadPriceChanges THRU 2000-Exit
004400             UNTIL END-OF-PRCAUDIT
004410         PERFORM 3000-FindCandidates THRU 3000-Exit
004420         WRITE REPORT-LINE FROM WS-POSTED-HEADING
004430         WRITE REPORT-LINE FROM WS-COLUMN-HEADING
004440         PERFORM 4000-RepriceOne THRU 4000-Exit
004450             VARYING WS-CX FROM 1 BY 1
004460             UNTIL WS-CX > WS-CAND-CNT
004470         PERFORM 6000-PrintTotals THRU 6000-Exit
004480     END-IF
004490     PERFORM 7000-Terminate THRU 7000-Exit
004500     MOVE "E" TO WS-RUNLOG-TYPE
004510     PERFORM 9500-WriteRunLog THRU 9500-Exit
004520     STOP RUN.
004530*
004540 1000-Initialize.
004550     ACCEPT WS-CALC-DATE FROM DATE YYYYMMDD
004560     MOVE WS-CALC-DATE TO WS-REPORT-DATE
004570     PERFORM 1100-LoadReportParm THRU 1100-Exit
004580
004590     OPEN OUTPUT REPORT-FILE
004600     IF NOT REPORT-OK
004610         DISPLAY "PRCADJ: UNABLE TO OPEN ADJOUT, STATUS="
004620             WS-REPORT-STATUS
004630         MOVE "Y" TO WS-STOP-SWITCH
004640         MOVE 16 TO RETURN-CODE
004650         GO TO 1000-Exit
004660     END-IF
004670     MOVE WS-REPORT-DATE TO H2-REPORT-DATE
004680     MOVE WS-CALC-DATE   TO H2-RUN-DATE
004690     WRITE REPORT-LINE FROM WS-HEADING-1
004700     WRITE REPORT-LINE FROM WS-HEADING-2
004710     WRITE REPORT-LINE FROM WS-BLANK-LINE
004720
004730     OPEN INPUT PRCAUD-FILE
004740     IF NOT PRCAUD-OK
004750         DISPLAY "PRCADJ: UNABLE TO OPEN PRCAUDIT, STATUS="
004760             WS-PRCAUD-STATUS
004770         MOVE "Y" TO WS-STOP-SWITCH
004780         MOVE 16 TO RETURN-CODE
004790         GO TO 1000-Exit
004800     END-IF
004810
004820     OPEN I-O HIST-FILE
004830     IF NOT HIST-OK
004840         DISPLAY "PRCADJ: UNABLE TO OPEN CALCHIST, STATUS="
004850             WS-HIST-STATUS
004860         MOVE "Y" TO WS-STOP-SWITCH
004870         MOVE 16 TO RETURN-CODE
004880         GO TO 1000-Exit
004890     END-IF
004900
004910     OPEN INPUT PRICEM-FILE
004920     IF NOT PRICEM-OK
004930         DISPLAY "PRCADJ: UNABLE TO OPEN PRICMSTR, STATUS="
004940             WS-PRICEM-STATUS
004950         MOVE "Y" TO WS-STOP-SWITCH
004960         MOVE 16 TO RETURN-CODE
004970         GO TO 1000-Exit
004980     END-IF
004990
005000     OPEN EXTEND AUDIT-FILE
005010     IF NOT AUDIT-OK
005020         MOVE SPACES TO WS-AUDIT-STATUS
005030         OPEN OUTPUT AUDIT-FILE
005040     END-IF
005050     IF NOT AUDIT-OK
005060         DISPLAY "PRCADJ: UNABLE TO OPEN AUDITLOG, STATUS="
005070             WS-AUDIT-STATUS
005080         MOVE "Y" TO WS-STOP-SWITCH
005090         MOVE 16 TO RETURN-CODE
005100         GO TO 1000-Exit
005110     END-IF
005120
005130     OPEN EXTEND PRICE-FILE
005140     IF NOT PRICE-OK
005150         MOVE SPACES TO WS-PRICE-STATUS
005160         OPEN OUTPUT PRICE-FILE
005170     END-IF
005180     IF NOT PRICE-OK
005190         DISPLAY "PRCADJ: UNABLE TO OPEN PRICEXT, STATUS="
005200             WS-PRICE-STATUS
005210         MOVE "Y" TO WS-STOP-SWITCH
005220         MOVE 16 TO RETURN-CODE
005230         GO TO 1000-Exit
005240     END-IF
005250     MOVE SPACES TO PRICE-EXTRACT-HEADER
005260     MOVE "PH" TO PH-RECORD-TYPE
005270     MOVE WS-CALC-DATE TO PH-RUN-DATE
005280     WRITE PRICE-EXTRACT-HEADER
005290
005300*    WITHOUT THE MONTH-TO-DATE FILE THE ADJUSTMENTS STILL POST
005310*    - THE BUDGET TOTALS ARE AN AID, NOT THE BOOK OF RECORD.
005320     OPEN I-O MTD-FILE
005330     IF MTD-OK
005340         MOVE "Y" TO WS-MTD-AVAIL-SWITCH
005350     ELSE
005360         DISPLAY "PRCADJ: UNABLE TO OPEN DEPTMTD, STATUS="
005370             WS-MTD-STATUS ", MONTH-TO-DATE NOT UPDATED"
005380         WRITE REPORT-LINE FROM WS-NO-MTD-LINE
005390         WRITE REPORT-LINE FROM WS-BLANK-LINE
005400     END-IF
005410
005420     PERFORM 8000-ReadPriceAudit THRU 8000-Exit.
005430 1000-Exit.
005440     EXIT.
005450*
005460*    PARMIN COLUMNS 1-8 CARRY THE DATE THE PRICE CHANGES WERE
005470*    KEYED (YYYYMMDD).  A MISSING, EMPTY, OR INVALID PARMIN
005480*    TAKES TODAY - THE TRAIL IS NEVER EMPTIED, SO AN UNDATED
005490*    RUN WOULD RE-EXAMINE EVERY CHANGE EVER KEYED.
005500 1100-LoadReportParm.
005510     OPEN INPUT PARM-FILE
005520     IF NOT PARM-OK
005530         DISPLAY "PRCADJ: PARMIN NOT AVAILABLE, USING "
005540             WS-REPORT-DATE
005550         GO TO 1100-Exit
005560     END-IF
005570     READ PARM-FILE
005580         AT END
005590             DISPLAY "PRCADJ: PARMIN EMPTY, USING "
005600                 WS-REPORT-DATE
005610         NOT AT END
005620             IF PARM-REPORT-DATE IS NUMERIC
005630                AND PARM-REPORT-MONTH > ZERO
005640                AND PARM-REPORT-MONTH < 13
005650                AND PARM-REPORT-DAY > ZERO
005660                AND PARM-REPORT-DAY < 32
005670                 MOVE PARM-REPORT-DATE TO WS-REPORT-DATE
005680             ELSE
005690                 DISPLAY "PRCADJ: PARMIN DATE INVALID, USING "
005700                     WS-REPORT-DATE
005710             END-IF
005720     END-READ
005730     CLOSE PARM-FILE.
005740 1100-Exit.
005750     EXIT.
005760*
005770*    ONLY A CHANGE KEYED ON THE REPORT DATE WHOSE NEW EFFECTIVE
005780*    DATE IS EARLIER THAN THE DAY IT WAS KEYED CAN HAVE LEFT
005790*    POSTED CALCULATIONS AT THE WRONG PRICE.  ADDS, FUTURE
005800*    PRICES, DEACTIVATIONS, AND REFUSALS NEVER DO.
005810 2000-LoadPriceChanges.
005820     IF PA-DATE NOT = WS-REPORT-DATE
005830        OR NOT PA-CHANGE
005840        OR PA-NEW-EFF-DATE IS NOT NUMERIC
005850        OR PA-NEW-EFF-DATE NOT < PA-DATE
005860         GO TO 2000-Read
005870     END-IF
005880     ADD 1 TO WS-CHANGE-COUNT
005890     PERFORM 2100-NoteItem THRU 2100-Exit.
005900 2000-Read.
005910     PERFORM 8000-ReadPriceAudit THRU 8000-Exit.
005920 2000-Exit.
005930     EXIT.
005940*
005950 2100-NoteItem.
005960     MOVE "N" TO WS-FOUND-SWITCH
005970     PERFORM 2110-TestOneItem THRU 2110-Exit
005980         VARYING WS-IX FROM 1 BY 1
005990         UNTIL WS-IX > WS-ITEM-CNT
006000         OR ITEM-FOUND
006010     IF ITEM-FOUND
006020         IF PA-NEW-EFF-DATE < IT-FROM-DATE (WS-SLOT-IX)
006030             MOVE PA-NEW-EFF-DATE TO IT-FROM-DATE (WS-SLOT-IX)
006040         END-IF
006050     ELSE
006060         IF WS-ITEM-CNT NOT < WS-ITEM-MAX
006070             MOVE ZERO         TO WS-ORIG-ID
006080             MOVE PA-ITEM-CODE TO WS-ORIG-ITEM
006090             MOVE "ITEM TABLE FULL - CHANGE NOT REPRICED"
006100                 TO WS-EXCEPT-TEXT
006110             PERFORM 5000-ListException THRU 5000-Exit
006120             GO TO 2100-Exit
006130         END-IF
006140         ADD 1 TO WS-ITEM-CNT
006150         MOVE PA-ITEM-CODE    TO IT-ITEM-CODE (WS-ITEM-CNT)
006160         MOVE PA-NEW-EFF-DATE TO IT-FROM-DATE (WS-ITEM-CNT)
006170     END-IF
006180     IF WS-WINDOW-START = ZERO
006190        OR PA-NEW-EFF-DATE < WS-WINDOW-START
006200         MOVE PA-NEW-EFF-DATE TO WS-WINDOW-START
006210     END-IF.
006220 2100-Exit.
006230     EXIT.
006240*
006250 2110-TestOneItem.
006260     IF IT-ITEM-CODE (WS-IX) = PA-ITEM-CODE
006270         MOVE "Y"   TO WS-FOUND-SWITCH
006280         MOVE WS-IX TO WS-SLOT-IX
006290     END-IF.
006300 2110-Exit.
006310     EXIT.
006320*
006330*    BROWSE CALCHIST FROM THE EARLIEST BACK-DATED EFFECTIVE
006340*    DATE TO THE END OF THE FILE, HOLDING THE ID OF EVERY
006350*    POSTED, UNREVERSED CALCULATION OF AN AFFECTED ITEM DATED
006360*    ON OR AFTER THAT ITEM'S OWN EFFECTIVE DATE.
006370 3000-FindCandidates.
006380     IF WS-ITEM-CNT = ZERO
006390         GO TO 3000-Exit
006400     END-IF
006410     MOVE WS-WINDOW-START TO HR-DATE
006420     START HIST-FILE KEY IS NOT LESS THAN HR-DATE
006430         INVALID KEY
006440             GO TO 3000-Exit
006450     END-START
006460     MOVE "N" TO WS-BROWSE-SWITCH
006470     PERFORM 3100-TestOneHistory THRU 3100-Exit
006480         UNTIL END-OF-HIST-BROWSE.
006490 3000-Exit.
006500     EXIT.
006510*
006520 3100-TestOneHistory.
006530     READ HIST-FILE NEXT RECORD
006540         AT END
006550             MOVE "Y" TO WS-BROWSE-SWITCH
006560     END-READ
006570     IF END-OF-HIST-BROWSE
006580         GO TO 3100-Exit
006590     END-IF
006600     ADD 1 TO WS-HIST-READ-COUNT
006610     IF NOT HR-OK
006620        OR HR-ITEM-CODE = SPACES
006630        OR HR-REVERSED-BY > ZERO
006640         GO TO 3100-Exit
006650     END-IF
006660     MOVE "N" TO WS-FOUND-SWITCH
006670     PERFORM 3110-MatchItem THRU 3110-Exit
006680         VARYING WS-IX FROM 1 BY 1
006690         UNTIL WS-IX > WS-ITEM-CNT
006700         OR ITEM-FOUND
006710     IF NOT ITEM-FOUND
006720         GO TO 3100-Exit
006730     END-IF
006740     IF HR-DATE < IT-FROM-DATE (WS-SLOT-IX)
006750         GO TO 3100-Exit
006760     END-IF
006770*    A FULL TABLE STOPS THE BROWSE - THE REST ARE PICKED UP BY
006780*    A RERUN FOR THE SAME DATE, WHICH SKIPS EVERYTHING ALREADY
006790*    ADJUSTED.
006800     IF WS-CAND-CNT NOT < WS-CAND-MAX
006810         MOVE HR-TRANS-ID  TO WS-ORIG-ID
006820         MOVE HR-ITEM-CODE TO WS-ORIG-ITEM
006830         MOVE "CANDIDATE TABLE FULL - RERUN FOR DATE"
006840             TO WS-EXCEPT-TEXT
006850         PERFORM 5000-ListException THRU 5000-Exit
006860         MOVE "Y" TO WS-BROWSE-SWITCH
006870         GO TO 3100-Exit
006880     END-IF
006890     ADD 1 TO WS-CAND-CNT
006900     MOVE HR-TRANS-ID TO CD-TRANS-ID (WS-CAND-CNT).
006910 3100-Exit.
006920     EXIT.
006930*
006940 3110-MatchItem.
006950     IF IT-ITEM-CODE (WS-IX) = HR-ITEM-CODE
006960         MOVE "Y"   TO WS-FOUND-SWITCH
006970         MOVE WS-IX TO WS-SLOT-IX
006980     END-IF.
006990 3110-Exit.
007000     EXIT.
007010*
007020*    REPRICE ONE HELD CALCULATION.  THE PRICE IT STANDS AT IS
007030*    ITS OWN HR-SECOND-NUM, OR THAT OF ITS LATEST ADJUSTMENT IF
007040*    IT HAS BEEN REPRICED BEFORE; THE PRICE IT SHOULD STAND AT
007050*    IS THE MASTER PRICE NOW IN EFFECT FOR ITS HR-DATE.  BOTH
007060*    ARE PUT THROUGH THE RECORDED OPERATION AND THE DIFFERENCE
007070*    IS POSTED.  NO DIFFERENCE, NO POSTING.
007080 4000-RepriceOne.
007090     MOVE CD-TRANS-ID (WS-CX) TO HR-TRANS-ID
007100     READ HIST-FILE
007110         INVALID KEY
007120             MOVE CD-TRANS-ID (WS-CX) TO WS-ORIG-ID
007130             MOVE SPACES TO WS-ORIG-ITEM
007140             MOVE "ORIGINAL NO LONGER ON CALCHIST"
007150                 TO WS-EXCEPT-TEXT
007160             PERFORM 5000-ListException THRU 5000-Exit
007170             GO TO 4000-Exit
007180     END-READ
007190     MOVE HR-TRANS-ID    TO WS-ORIG-ID
007200     MOVE HR-DATE        TO WS-ORIG-DATE
007210     MOVE HR-DEPT-CODE   TO WS-ORIG-DEPT
007220     MOVE HR-ITEM-CODE   TO WS-ORIG-ITEM
007230     MOVE HR-OPERATION   TO WS-ORIG-OPERATION
007240     MOVE HR-ADJUSTED-BY TO WS-ORIG-ADJUSTED-BY
007250     MOVE HR-FIRST-NUM   TO WS-QUANTITY
007260     MOVE HR-SECOND-NUM  TO WS-APPLIED-PRICE
007270     MOVE HR-TAX-CODE    TO WS-ORIG-TAX-CODE
007280     MOVE HR-TAX-RATE    TO WS-ORIG-TAX-RATE
007290     MOVE HR-TAX-REASON  TO WS-ORIG-TAX-REASON
007300
007310     IF WS-ORIG-ADJUSTED-BY > ZERO
007320         MOVE WS-ORIG-ADJUSTED-BY TO HR-TRANS-ID
007330         READ HIST-FILE
007340             INVALID KEY
007350                 MOVE "LATEST ADJUSTMENT NOT ON CALCHIST"
007360                     TO WS-EXCEPT-TEXT
007370                 PERFORM 5000-ListException THRU 5000-Exit
007380                 GO TO 4000-Exit
007390         END-READ
007400         MOVE HR-SECOND-NUM TO WS-APPLIED-PRICE
007410     END-IF
007420
007430     PERFORM 4100-FetchCurrentPrice THRU 4100-Exit
007440     IF REPRICE-FAILED
007450         PERFORM 5000-ListException THRU 5000-Exit
007460         GO TO 4000-Exit
007470     END-IF
007480     IF WS-NEW-PRICE = WS-APPLIED-PRICE
007490         ADD 1 TO WS-UNCHANGED-COUNT
007500         GO TO 4000-Exit
007510     END-IF
007520
007530     MOVE WS-APPLIED-PRICE TO WS-TRIAL-PRICE
007540     PERFORM 4300-ComputeAtPrice THRU 4300-Exit
007550     IF NOT COMPUTE-OK
007560         MOVE "OLD PRICE NO LONGER COMPUTES"
007570             TO WS-EXCEPT-TEXT
007580         PERFORM 5000-ListException THRU 5000-Exit
007590         GO TO 4000-Exit
007600     END-IF
007610     MOVE WS-TRIAL-RESULT TO WS-OLD-RESULT
007620     MOVE WS-NEW-PRICE TO WS-TRIAL-PRICE
007630     PERFORM 4300-ComputeAtPrice THRU 4300-Exit
007640     IF NOT COMPUTE-OK
007650         MOVE "NEW PRICE DOES NOT COMPUTE - SIZE/ZERO"
007660             TO WS-EXCEPT-TEXT
007670         PERFORM 5000-ListException THRU 5000-Exit
007680         GO TO 4000-Exit
007690     END-IF
007700     MOVE WS-TRIAL-RESULT TO WS-NEW-RESULT
007710
007720     COMPUTE WS-DIFFERENCE = WS-NEW-RESULT - WS-OLD-RESULT
007730     IF WS-DIFFERENCE = ZERO
007740         ADD 1 TO WS-UNCHANGED-COUNT
007750         GO TO 4000-Exit
007760     END-IF
007770     PERFORM 4500-PostAdjustment THRU 4500-Exit.
007780 4000-Exit.
007790     EXIT.
007800*
007810*    SAME DATED-PRICE RULE AS DOCALC/DOCALCB, APPLIED TO THE
007820*    DATE THE ORIGINAL POSTED: THE ROW WITH THE LATEST
007830*    EFFECTIVE DATE NOT AFTER HR-DATE, FALLING BACK TO
007840*    PM-UNIT-PRICE FOR A RECORD THAT PREDATES THE ROW TABLE.
007850*    A DEACTIVATED ITEM IS STILL REPRICED - ITS PRICE WAS IN
007860*    EFFECT WHEN THE ORIGINAL POSTED.
007870 4100-FetchCurrentPrice.
007880     MOVE "N"          TO WS-REPRICE-SWITCH
007890     MOVE ZERO         TO WS-NEW-PRICE
007900     MOVE WS-ORIG-ITEM TO PM-ITEM-CODE
007910     READ PRICEM-FILE
007920         INVALID KEY
007930             MOVE "Y" TO WS-REPRICE-SWITCH
007940             MOVE "ITEM NO LONGER ON PRICE MASTER"
007950                 TO WS-EXCEPT-TEXT
007960             GO TO 4100-Exit
007970     END-READ
007980     MOVE "N"  TO WS-PRICE-SEL-SWITCH
007990     MOVE ZERO TO WS-BEST-EFF-DATE
008000     IF PM-PRICE-COUNT IS NUMERIC
008010        AND PM-PRICE-COUNT > ZERO
008020         PERFORM 4160-TestPriceRow THRU 4160-Exit
008030             VARYING WS-ROW-IX FROM 1 BY 1
008040             UNTIL WS-ROW-IX > PM-PRICE-COUNT
008050             OR WS-ROW-IX > 3
008060     END-IF
008070     IF NOT PRICE-SELECTED
008080        AND PM-EFFECTIVE-DATE NOT > WS-ORIG-DATE
008090         MOVE PM-UNIT-PRICE TO WS-NEW-PRICE
008100         MOVE "Y" TO WS-PRICE-SEL-SWITCH
008110     END-IF
008120     IF NOT PRICE-SELECTED
008130         MOVE "Y" TO WS-REPRICE-SWITCH
008140         MOVE "NO MASTER PRICE IN EFFECT ON POST DATE"
008150             TO WS-EXCEPT-TEXT
008160     END-IF.
008170 4100-Exit.
008180     EXIT.
008190*
008200 4160-TestPriceRow.
008210     IF PM-ROW-EFF-DATE (WS-ROW-IX) NOT > WS-ORIG-DATE
008220        AND PM-ROW-EFF-DATE (WS-ROW-IX) NOT < WS-BEST-EFF-DATE
008230         MOVE PM-ROW-EFF-DATE (WS-ROW-IX) TO WS-BEST-EFF-DATE
008240         MOVE PM-ROW-PRICE (WS-ROW-IX)    TO WS-NEW-PRICE
008250         MOVE "Y" TO WS-PRICE-SEL-SWITCH
008260     END-IF.
008270 4160-Exit.
008280     EXIT.
008290*
008300*    THE ORIGINAL'S OPERATION APPLIED TO ITS QUANTITY AND
008310*    WS-TRIAL-PRICE, WITH THE SAME RULES THE POSTING PROGRAMS
008320*    USE - A SUBTRACTION MAY NOT GO NEGATIVE, A DIVISION BY
008330*    ZERO OR AN OVERFLOW DOES NOT COMPUTE.
008340 4300-ComputeAtPrice.
008350     MOVE "Y"  TO WS-COMPUTE-SWITCH
008360     MOVE ZERO TO WS-TRIAL-RESULT
008370     EVALUATE TRUE
008380         WHEN ORIG-OP-ADD
008390             COMPUTE WS-TRIAL-RESULT =
008400                 WS-QUANTITY + WS-TRIAL-PRICE
008410                 ON SIZE ERROR
008420                     MOVE "N" TO WS-COMPUTE-SWITCH
008430             END-COMPUTE
008440         WHEN ORIG-OP-SUBTRACT
008450             IF WS-TRIAL-PRICE > WS-QUANTITY
008460                 MOVE "N" TO WS-COMPUTE-SWITCH
008470             ELSE
008480                 COMPUTE WS-TRIAL-RESULT =
008490                     WS-QUANTITY - WS-TRIAL-PRICE
008500             END-IF
008510         WHEN ORIG-OP-MULTIPLY
008520             COMPUTE WS-TRIAL-RESULT =
008530                 WS-QUANTITY * WS-TRIAL-PRICE
008540                 ON SIZE ERROR
008550                     MOVE "N" TO WS-COMPUTE-SWITCH
008560             END-COMPUTE
008570         WHEN ORIG-OP-DIVIDE
008580             IF WS-TRIAL-PRICE = ZERO
008590                 MOVE "N" TO WS-COMPUTE-SWITCH
008600             ELSE
008610                 COMPUTE WS-TRIAL-RESULT ROUNDED =
008620                     WS-QUANTITY / WS-TRIAL-PRICE
008630                     ON SIZE ERROR
008640                         MOVE "N" TO WS-COMPUTE-SWITCH
008650                 END-COMPUTE
008660             END-IF
008670         WHEN OTHER
008680             MOVE "N" TO WS-COMPUTE-SWITCH
008690     END-EVALUATE.
008700 4300-Exit.
008710     EXIT.
008720*
008730*    THE ADJUSTMENT POSTS UNDER ITS OWN ID, STAMPED "PRCADJ" AND
008740*    THE RUN DATE AND TIME, IN THE ORIGINAL'S DEPARTMENT.  THE
008750*    AMOUNT IS UNSIGNED ON EVERY FILE; HR-ADJ-DIRECTION AND THE
008760*    PI/PC EXTRACT TYPE CARRY THE SIDE.
008770 4500-PostAdjustment.
008780     IF WS-DIFFERENCE > ZERO
008790         MOVE "+" TO WS-ADJ-DIRECTION
008800         MOVE WS-DIFFERENCE TO CalcResult
008810     ELSE
008820         MOVE "-" TO WS-ADJ-DIRECTION
008830         COMPUTE CalcResult = ZERO - WS-DIFFERENCE
008840     END-IF
008850     MOVE WS-QUANTITY  TO FirstNum
008860     MOVE WS-NEW-PRICE TO SecondNum
008870     MOVE ZERO TO WS-ADJ-TAX
008880     IF ORIG-TAX-CHARGED
008890         COMPUTE WS-OLD-TAX ROUNDED =
008900             WS-OLD-RESULT * WS-ORIG-TAX-RATE / 100
008910         COMPUTE WS-NEW-TAX ROUNDED =
008920             WS-NEW-RESULT * WS-ORIG-TAX-RATE / 100
008930         IF ADJ-INCREASE
008940             COMPUTE WS-ADJ-TAX = WS-NEW-TAX - WS-OLD-TAX
008950         ELSE
008960             COMPUTE WS-ADJ-TAX = WS-OLD-TAX - WS-NEW-TAX
008970         END-IF
008980     END-IF
008990     ACCEPT WS-CALC-TIME FROM TIME
009000     PERFORM 9100-GetNextTransId THRU 9100-Exit
009010
009020     MOVE WS-NEXT-TRANS-ID TO AUD-TRANS-ID
009030     MOVE WS-CALC-DATE     TO AUD-DATE
009040     MOVE WS-CALC-TIME     TO AUD-TIME
009050     MOVE WS-CALC-USER     TO AUD-USER
009060     MOVE FirstNum         TO AUD-FIRST-NUM
009070     MOVE SecondNum        TO AUD-SECOND-NUM
009080     MOVE CalcResult       TO AUD-CALC-RESULT
009090     MOVE "A"              TO AUD-STATUS
009100     MOVE WS-ORIG-DEPT     TO AUD-DEPT-CODE
009110     MOVE WS-ORIG-TAX-CODE TO AUD-TAX-CODE
009120     MOVE WS-ADJ-TAX       TO AUD-TAX-AMOUNT
009130     MOVE WS-ORIG-TAX-REASON TO AUD-TAX-REASON
009140     MOVE WS-ORIG-TAX-RATE TO AUD-TAX-RATE
009150     MOVE ZERO             TO AUD-REVERSAL-OF
009160     MOVE WS-ORIG-ID       TO AUD-ADJUSTMENT-OF
009170     MOVE WS-ADJ-DIRECTION TO AUD-ADJ-DIRECTION
009180     MOVE WS-ORIG-OPERATION TO AUD-OPERATION
009190     MOVE WS-ORIG-ITEM     TO AUD-ITEM-CODE
009200     MOVE SPACES           TO AUD-STANDING-ID
009210     MOVE ZERO             TO AUD-ORIG-PERIOD
009220     WRITE AUDIT-RECORD
009230
009240     MOVE WS-NEXT-TRANS-ID  TO HR-TRANS-ID
009250     MOVE WS-CALC-DATE      TO HR-DATE
009260     MOVE WS-CALC-TIME      TO HR-TIME
009270     MOVE WS-CALC-USER      TO HR-USER
009280     MOVE FirstNum          TO HR-FIRST-NUM
009290     MOVE SecondNum         TO HR-SECOND-NUM
009300     MOVE CalcResult        TO HR-CALC-RESULT
009310     MOVE "A"               TO HR-STATUS
009320     MOVE ZERO              TO HR-REVERSAL-OF
009330     MOVE ZERO              TO HR-REVERSED-BY
009340     MOVE WS-ORIG-DEPT      TO HR-DEPT-CODE
009350     MOVE WS-ORIG-OPERATION TO HR-OPERATION
009360     MOVE WS-ORIG-ITEM      TO HR-ITEM-CODE
009370     MOVE WS-ORIG-ID        TO HR-ADJUSTMENT-OF
009380     MOVE ZERO              TO HR-ADJUSTED-BY
009390     MOVE WS-ADJ-DIRECTION  TO HR-ADJ-DIRECTION
009400     MOVE WS-ORIG-TAX-CODE  TO HR-TAX-CODE
009410     MOVE WS-ORIG-TAX-RATE  TO HR-TAX-RATE
009420     MOVE WS-ADJ-TAX        TO HR-TAX-AMOUNT
009430     MOVE WS-ORIG-TAX-REASON TO HR-TAX-REASON
009440     MOVE SPACES            TO HR-STANDING-ID
009450     MOVE ZERO              TO HR-ORIG-PERIOD
009460     WRITE HISTORY-RECORD
009470         INVALID KEY
009480             DISPLAY "PRCADJ: DUPLICATE OR INVALID CALCHIST KEY "
009490                 HR-TRANS-ID
009500     END-WRITE
009510
009520     MOVE WS-ORIG-ID TO HR-TRANS-ID
009530     READ HIST-FILE
009540         INVALID KEY
009550             DISPLAY "PRCADJ: UNABLE TO RE-READ CALCHIST ID "
009560                 HR-TRANS-ID " TO MARK IT ADJUSTED"
009570         NOT INVALID KEY
009580             MOVE WS-NEXT-TRANS-ID TO HR-ADJUSTED-BY
009590             REWRITE HISTORY-RECORD
009600     END-READ
009610
009620     IF ADJ-INCREASE
009630         MOVE "PI" TO PX-RECORD-TYPE
009640     ELSE
009650         MOVE "PC" TO PX-RECORD-TYPE
009660     END-IF
009670     MOVE FirstNum   TO PX-QUANTITY
009680     MOVE SecondNum  TO PX-UNIT-PRICE
009690     MOVE CalcResult TO PX-EXTENDED-PRICE
009700     MOVE WS-ADJ-TAX TO PX-TAX-AMOUNT
009710     WRITE PRICE-EXTRACT-RECORD
009720     ADD 1          TO WS-EXTRACT-COUNT
009730     ADD CalcResult TO WS-EXTRACT-SUM
009740     ADD WS-ADJ-TAX TO WS-EXTRACT-TAX-SUM
009750
009760     PERFORM 4600-ApplyDeptMonth THRU 4600-Exit
009770
009780     ADD 1 TO WS-ADJUSTED-COUNT
009790     IF ADJ-INCREASE
009800         ADD 1          TO WS-INCREASE-COUNT
009810         ADD CalcResult TO WS-INCREASE-TOTAL
009820         ADD WS-ADJ-TAX TO WS-TAX-INCREASE-TOTAL
009830     ELSE
009840         ADD 1          TO WS-DECREASE-COUNT
009850         ADD CalcResult TO WS-DECREASE-TOTAL
009860         ADD WS-ADJ-TAX TO WS-TAX-DECREASE-TOTAL
009870     END-IF
009880
009890     MOVE WS-ORIG-ID       TO AL-ORIG-ID
009900     MOVE WS-ORIG-DATE     TO AL-DATE
009910     MOVE WS-ORIG-DEPT     TO AL-DEPT
009920     MOVE WS-ORIG-ITEM     TO AL-ITEM
009930     MOVE WS-QUANTITY      TO AL-QUANTITY
009940     MOVE WS-APPLIED-PRICE TO AL-OLD-PRICE
009950     MOVE WS-NEW-PRICE     TO AL-NEW-PRICE
009960     MOVE CalcResult       TO AL-AMOUNT
009970     MOVE WS-ADJ-DIRECTION TO AL-DIRECTION
009980     MOVE WS-NEXT-TRANS-ID TO AL-NEW-ID
009990     WRITE REPORT-LINE FROM WS-ADJ-LINE.
010000 4500-Exit.
010010     EXIT.
010020*
010030*    AN INCREASE IS ADDED TO THE DEPARTMENT'S MONTH-TO-DATE FOR
010040*    THE MONTH THE ADJUSTMENT POSTS IN, A CREDIT IS GIVEN BACK
010050*    TO IT (NEVER BELOW ZERO) - THE SAME MONTH CHGJRNL CHARGES
010060*    OR CREDITS IT TO.  THE POSTING COUNT IS LEFT ALONE; AN
010070*    ADJUSTMENT IS NOT A NEW CALCULATION.
010080 4600-ApplyDeptMonth.
010090     IF NOT MTD-AVAILABLE
010100         GO TO 4600-Exit
010110     END-IF
010120     MOVE "N"          TO WS-MTD-NEW-SWITCH
010130     MOVE WS-ORIG-DEPT TO DM-DEPT-CODE
010140     DIVIDE WS-CALC-DATE BY 100 GIVING DM-PERIOD
010150     READ MTD-FILE
010160         INVALID KEY
010170             MOVE "Y" TO WS-MTD-NEW-SWITCH
010180     END-READ
010190     IF MTD-IS-NEW
010200         IF ADJ-DECREASE
010210             GO TO 4600-Exit
010220         END-IF
010230         MOVE SPACES       TO DEPT-MTD-RECORD
010240         MOVE WS-ORIG-DEPT TO DM-DEPT-CODE
010250         DIVIDE WS-CALC-DATE BY 100 GIVING DM-PERIOD
010260         MOVE ZERO         TO DM-POSTED-AMOUNT
010270         MOVE ZERO         TO DM-POSTED-COUNT
010280     END-IF
010290     IF ADJ-INCREASE
010300         ADD CalcResult TO DM-POSTED-AMOUNT
010310     ELSE
010320         IF CalcResult > DM-POSTED-AMOUNT
010330             MOVE ZERO TO DM-POSTED-AMOUNT
010340         ELSE
010350             SUBTRACT CalcResult FROM DM-POSTED-AMOUNT
010360         END-IF
010370     END-IF
010380     MOVE WS-CALC-DATE TO DM-LAST-DATE
010390     MOVE WS-CALC-TIME TO DM-LAST-TIME
010400     IF MTD-IS-NEW
010410         WRITE DEPT-MTD-RECORD
010420     ELSE
010430         REWRITE DEPT-MTD-RECORD
010440     END-IF.
010450 4600-Exit.
010460     EXIT.
010470*
010480*    EVERY CALCULATION OR CHANGE THAT COULD NOT BE REPRICED IS
010490*    LISTED AT ONCE AND ENDS THE STEP RC=8.  THE FIRST ONE
010500*    OPENS THE EXCEPTION SECTION AHEAD OF IT.
010510 5000-ListException.
010520     IF WS-EXCEPTION-COUNT = ZERO
010530         WRITE REPORT-LINE FROM WS-BLANK-LINE
010540         WRITE REPORT-LINE FROM WS-EXCEPT-HEADING
010550     END-IF
010560     ADD 1 TO WS-EXCEPTION-COUNT
010570     MOVE WS-ORIG-ID     TO EL-ORIG-ID
010580     MOVE WS-ORIG-ITEM   TO EL-ITEM
010590     MOVE WS-EXCEPT-TEXT TO EL-TEXT
010600     WRITE REPORT-LINE FROM WS-EXCEPT-LINE
010610     IF RETURN-CODE < 8
010620         MOVE 8 TO RETURN-CODE
010630     END-IF.
010640 5000-Exit.
010650     EXIT.
010660*
010670 6000-PrintTotals.
010680     IF WS-ADJUSTED-COUNT = ZERO
010690         WRITE REPORT-LINE FROM WS-NONE-LINE
010700     END-IF
010710     WRITE REPORT-LINE FROM WS-BLANK-LINE
010720
010730     MOVE "PRICE TRAIL RECORDS READ  . . " TO CT-LABEL
010740     MOVE WS-AUDIT-READ-COUNT TO CT-COUNT
010750     WRITE REPORT-LINE FROM WS-COUNT-LINE
010760     MOVE "  BACK-DATED CHANGES  . . . . " TO CT-LABEL
010770     MOVE WS-CHANGE-COUNT TO CT-COUNT
010780     WRITE REPORT-LINE FROM WS-COUNT-LINE
010790     MOVE "  ITEMS AFFECTED  . . . . . . " TO CT-LABEL
010800     MOVE WS-ITEM-CNT TO CT-COUNT
010810     WRITE REPORT-LINE FROM WS-COUNT-LINE
010820     MOVE "CALCHIST RECORDS IN WINDOW  . " TO CT-LABEL
010830     MOVE WS-HIST-READ-COUNT TO CT-COUNT
010840     WRITE REPORT-LINE FROM WS-COUNT-LINE
010850     MOVE "  CALCULATIONS EXAMINED . . . " TO CT-LABEL
010860     MOVE WS-CAND-CNT TO CT-COUNT
010870     WRITE REPORT-LINE FROM WS-COUNT-LINE
010880     MOVE "  ALREADY AT CURRENT PRICE  . " TO CT-LABEL
010890     MOVE WS-UNCHANGED-COUNT TO CT-COUNT
010900     WRITE REPORT-LINE FROM WS-COUNT-LINE
010910     MOVE "ADJUSTMENTS POSTED  . . . . . " TO CT-LABEL
010920     MOVE WS-ADJUSTED-COUNT TO CT-COUNT
010930     WRITE REPORT-LINE FROM WS-COUNT-LINE
010940     MOVE "  INCREASES (PI)  . . . . . . " TO CT-LABEL
010950     MOVE WS-INCREASE-COUNT TO CT-COUNT
010960     WRITE REPORT-LINE FROM WS-COUNT-LINE
010970     MOVE "  CREDITS (PC)  . . . . . . . " TO CT-LABEL
010980     MOVE WS-DECREASE-COUNT TO CT-COUNT
010990     WRITE REPORT-LINE FROM WS-COUNT-LINE
011000     MOVE "EXCEPTIONS NOT REPRICED . . . " TO CT-LABEL
011010     MOVE WS-EXCEPTION-COUNT TO CT-COUNT
011020     WRITE REPORT-LINE FROM WS-COUNT-LINE
011030     MOVE "TOTAL INCREASES . . . . . . . " TO SM-LABEL
011040     MOVE WS-INCREASE-TOTAL TO SM-SUM
011050     WRITE REPORT-LINE FROM WS-SUM-LINE
011060     MOVE "TOTAL CREDITS . . . . . . . . " TO SM-LABEL
011070     MOVE WS-DECREASE-TOTAL TO SM-SUM
011080     WRITE REPORT-LINE FROM WS-SUM-LINE
011090     MOVE "TOTAL TAX INCREASES . . . . . " TO SM-LABEL
011100     MOVE WS-TAX-INCREASE-TOTAL TO SM-SUM
011110     WRITE REPORT-LINE FROM WS-SUM-LINE
011120     MOVE "TOTAL TAX CREDITS . . . . . . " TO SM-LABEL
011130     MOVE WS-TAX-DECREASE-TOTAL TO SM-SUM
011140     WRITE REPORT-LINE FROM WS-SUM-LINE.
011150 6000-Exit.
011160     EXIT.
011170*
011180*    PRICEXT IS CLOSED WITH ITS OWN PT TRAILER, SO THE RUN'S
011190*    PI/PC RECORDS FORM A COMPLETE PH/PT GROUP BEHIND
011200*    WHATEVER DOCALCB WROTE EARLIER IN THE DAY.
011210 7000-Terminate.
011220     IF PRICE-OK
011230         MOVE SPACES TO PRICE-EXTRACT-TRAILER
011240         MOVE "PT" TO PT-RECORD-TYPE
011250         MOVE WS-EXTRACT-COUNT TO PT-RECORD-COUNT
011260         MOVE WS-EXTRACT-SUM   TO PT-EXTENDED-SUM
011270         MOVE WS-EXTRACT-TAX-SUM TO PT-TAX-SUM
011280         WRITE PRICE-EXTRACT-TRAILER
011290     END-IF
011300     CLOSE PRCAUD-FILE
011310     CLOSE HIST-FILE
011320     CLOSE PRICEM-FILE
011330     CLOSE AUDIT-FILE
011340     CLOSE PRICE-FILE
011350     IF MTD-AVAILABLE
011360         CLOSE MTD-FILE
011370     END-IF
011380     CLOSE REPORT-FILE.
011390 7000-Exit.
011400     EXIT.
011410*
011420 8000-ReadPriceAudit.
011430     READ PRCAUD-FILE
011440         AT END
011450             MOVE "Y" TO WS-PRCAUD-EOF-SWITCH
011460         NOT AT END
011470             ADD 1 TO WS-AUDIT-READ-COUNT
011480     END-READ.
011490 8000-Exit.
011500     EXIT.
011510*
011520*    ONE ID AT A TIME, THE SAME WAY DOCALC AND APPRREV TAKE
011530*    THEM, SO A SHORT RUN NEVER LEAVES A GAP IN THE SEQUENCE.
011540 9100-GetNextTransId.
011550     MOVE ZERO  TO WS-NEXT-TRANS-ID
011560     MOVE 1     TO WS-NEXTID-RELKEY
011570     MOVE "N"   TO WS-NEXTID-NEW-SWITCH
011580     OPEN I-O NEXTID-FILE
011590     IF NEXTID-OK
011600         READ NEXTID-FILE
011610             INVALID KEY
011620                 MOVE "Y" TO WS-NEXTID-NEW-SWITCH
011630             NOT INVALID KEY
011640                 MOVE NI-LAST-TRANS-ID TO WS-NEXT-TRANS-ID
011650         END-READ
011660     ELSE
011670         MOVE SPACES TO WS-NEXTID-STATUS
011680         OPEN OUTPUT NEXTID-FILE
011690         MOVE "Y" TO WS-NEXTID-NEW-SWITCH
011700     END-IF
011710     ADD 1 TO WS-NEXT-TRANS-ID
011720     MOVE WS-NEXT-TRANS-ID TO NI-LAST-TRANS-ID
011730     IF NEXTID-IS-NEW
011740         WRITE NEXTID-RECORD
011750     ELSE
011760         REWRITE NEXTID-RECORD
011770     END-IF
011780     CLOSE NEXTID-FILE.
011790 9100-Exit.
011800     EXIT.
011810*
011820*    ONE CONTROL RECORD PER START AND END, APPENDED TO THE
011830*    SHARED RUNLOG FILE FOR THE NIGHTCTL SEQUENCE CHECK.
011840*    COUNTS HERE ARE CALCULATIONS EXAMINED / ADJUSTMENTS POSTED.
011850 9500-WriteRunLog.
011860     OPEN EXTEND RUNLOG-FILE
011870     IF NOT RUNLOG-OK
011880         MOVE SPACES TO WS-RUNLOG-STATUS
011890         OPEN OUTPUT RUNLOG-FILE
011900     END-IF
011910     IF NOT RUNLOG-OK
011920         DISPLAY "PRCADJ: UNABLE TO OPEN RUNLOG, STATUS="
011930             WS-RUNLOG-STATUS
011940         GO TO 9500-Exit
011950     END-IF
011960     MOVE "PRCADJ" TO RL-PROGRAM
011970     MOVE WS-RUNLOG-TYPE TO RL-RECORD-TYPE
011980     ACCEPT RL-DATE FROM DATE YYYYMMDD
011990     ACCEPT RL-TIME FROM TIME
012000     MOVE WS-CAND-CNT       TO RL-RECORDS-IN
012010     MOVE WS-ADJUSTED-COUNT TO RL-RECORDS-OUT
012020     MOVE RETURN-CODE TO RL-RETURN-CODE
012030     WRITE RUN-LOG-RECORD
012040     CLOSE RUNLOG-FILE.
012050 9500-Exit.
012060     EXIT.
