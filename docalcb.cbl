002120*                    DUPLICATES SECTION ON RPTOUT.  DOCUMENT
002130*                    RECORDS ARE NOT SCREENED - A DOCUMENT
002140*                    POSTS ONE COMBINED RECORD OF ITS OWN.
002150*    09/02/2026  MJA  A DOCUMENT STILL OPEN AT END OF FILE IS NO
002160*                    LONGER REJECTED - THE FINAL CHECKPOINT IS
002170*                    TAKEN JUST BEFORE ITS HEADER SO THE
002180*                    RESUBMITTED (COMPLETED) FILE REPROCESSES
002190*                    THE WHOLE DOCUMENT INTACT.  THE IN-RUN
002200*                    DUPLICATE SCREEN NOW WARNS WHEN ITS TABLE
002210*                    FILLS, AS THE CROSS-RUN SCREEN ALREADY DID,
002220*                    AND SCREENS ONLY VALID A/S/M/D OPERATIONS
002230*                    SO A GARBLED OP CODE STILL REJECTS AS
002240*                    INVALID-OP INSTEAD OF AS A DUPLICATE.
002250*    10/15/2026  MJA  DEPARTMENT MONTHLY BUDGETS: A SUCCESSFUL
002260*                    STANDALONE RESULT OR DOCUMENT TOTAL THAT IS
002270*                    NOT HELD FOR APPROVAL IS ADDED TO ITS
002280*                    DEPARTMENT'S MONTH-TO-DATE TOTAL ON THE NEW
002290*                    DEPTMTD FILE (OPENED I-O FOR THE RUN), AND
002300*                    ONE THAT WOULD PUSH THE TOTAL OVER
002310*                    DP-MONTHLY-BUDGET IS REFUSED AS REJECTED-BG,
002320*                    LOGGED WITH THE NEW "B" STATUS ON AUDITLOG
002330*                    AND CALCHIST, AND WRITTEN TO REJOUT (THE
002340*                    WHOLE SET, FOR A DOCUMENT).  A POSTED
002350*                    REVERSAL GIVES ITS AMOUNT BACK.  AN
002360*                    UNOPENABLE DEPTMTD WAIVES THE CHECK WITH A
002370*                    WARNING.  SOURCE RESEQUENCED IN STEPS OF 10
002380*                    TO MAKE ROOM.
002390*    10/15/2026  MJA  CALCHIST NOW RECORDS THE OPERATION AND ITEM
002400*                    CODE OF EVERY TRANSACTION ("E" FOR A
002410*                    DOCUMENT TOTAL, NO ITEM FOR A REVERSAL), SO
002420*                    PRCADJ CAN REPRICE IT AFTER A BACK-DATED
002430*                    PRICE CHANGE, AND THE CROSS-RUN DUPLICATE
002440*                    SCREEN NOW MATCHES ON OPERATION AND ITEM
002450*                    CODE AS WELL AS AMOUNTS.  REVERSING AN
002460*                    ORIGINAL THAT PRCADJ HAS ADJUSTED TAKES THE
002470*                    PRICE FROM ITS LATEST ADJUSTMENT AND
002480*                    RECOMPUTES, SO THE REVERSAL NETS OUT THE
002490*                    ORIGINAL AND ITS ADJUSTMENTS TOGETHER.
002500*                    SOURCE RESEQUENCED IN STEPS OF 10 TO MAKE
002510*                    ROOM.
002520*    10/15/2026  MJA  SALES TAX: A POSTED ITEM-CODED TRANSACTION
002530*                    IS TAXED AT THE RATE THE TAXMSTR TAX-RATE
002540*                    MASTER HAS IN EFFECT FOR THE ITEM'S
002550*                    PM-TAX-CODE ON THE RUN DATE, ROUNDED TO THE
002560*                    CENT.  THE TAX CODE, RATE, AMOUNT, AND A
002570*                    REASON ARE RECORDED ON AUDITLOG AND CALCHIST,
002580*                    THE TAX GOES TO PRICEXT WITH THE EXTENDED
002590*                    PRICE, AND THE PT TRAILER CARRIES ITS OWN TAX
002600*                    TOTAL (CHECKPOINTED WITH THE OTHER RUNNING
002610*                    TOTALS - CHKPTF IS NOW 68 BYTES).  A
002620*                    DEPARTMENT FLAGGED EXEMPT ON DEPTMSTR POSTS
002630*                    WITH ZERO TAX.  A REVERSAL BACKS OUT THE
002640*                    ORIGINAL'S TAX.  DOCUMENT TOTALS AND KEYED
002650*                    AMOUNTS ARE NOT TAXED.  THE REPORT SHOWS THE
002660*                    TAX ON EACH DETAIL LINE.  SOURCE RESEQUENCED
002670*                    IN STEPS OF 10 TO MAKE ROOM.
002680*    10/15/2026  MJA  STANDING CALCULATIONS: A TRANIN RECORD
002690*                    GENERATED BY StndGen CARRIES ITS STNDMSTR
002700*                    ENTRY IN TR-STANDING-ID (COLUMNS 51-58),
002710*                    WHICH IS CARRIED TO CALCHIST, PENDOUT, AND 
002720*                    REJOUT SO THE POSTING CAN BE TRACED BACK TO
002730*                    THE ENTRY.  A STAMPED RECORD IS NOT HELD AS
002740*                    A SUSPECTED DUPLICATE - TWO ENTRIES MAY
002750*                    LEGITIMATELY GENERATE THE SAME AMOUNTS - BUT
002760*                    IS STILL REMEMBERED, SO A CLERK KEYING THE
002770*                    SAME TRANSACTION AGAIN IS HELD.
002780*    10/15/2026  MJA  PERIOD CLOSE: THE HIGHEST PERIOD CLOSED ON
002790*                    PRDCTL IS LOADED AT START.  A RUN WHOSE DATE
002800*                    FALLS IN A CLOSED PERIOD POSTS NOTHING - THE
002810*                    REPORT SAYS SO, THE CHECKPOINT IS LEFT ALONE,
002820*                    AND THE STEP ENDS RC=16.  A REVERSAL OF AN
002830*                    ORIGINAL DATED IN A CLOSED PERIOD POSTS IN
002840*                    THE RUN'S (OPEN) PERIOD WITH THE ORIGINAL'S
002850*                    PERIOD IN HR-ORIG-PERIOD, AND IS REPORTED
002860*                    "REVERSED-PP".  SOURCE RESEQUENCED IN STEPS
002870*                    OF 10 TO MAKE ROOM.
002880*    10/15/2026  MJA  AUDITREC NOW CARRIES THE REVERSAL-OF ID,
002890*                    OPERATION, ITEM CODE, TAX RATE, STANDING ID,
002900*                    AND ORIGINAL'S PERIOD - SET HERE EXACTLY AS
002910*                    ON THE CALCHIST RECORD, SO CALCRCV CAN
002920*                    REBUILD CALCHIST FROM THE LOG.  SOURCE
002930*                    RESEQUENCED IN STEPS OF 10 TO MAKE ROOM.
002940*    10/15/2026  MJA  EVERY POSTED, HELD, AND REJOUT RECORD IS NOW
002950*                    ALSO WRITTEN TO THE NEW DEPTWK BURST FILE
002960*                    TAGGED WITH ITS DEPARTMENT, WITH A RUN-TOTAL
002970*                    RECORD AT THE END OF A BALANCED RUN, SO
002980*                    DEPTBRST CAN SPLIT THE RUN INTO A REPORT AND
002990*                    A CORRECTION FILE FOR EACH DEPARTMENT.  THE
003000*                    HELD COUNT AND AMOUNT ARE NOW CHECKPOINTED
003010*                    WITH THE OTHER RUNNING TOTALS - CHKPTF IS
003020*                    NOW 91 BYTES.  SOURCE RESEQUENCED IN STEPS
003030*                    OF 10 TO MAKE ROOM.
003040********************************************************************
003050 IDENTIFICATION DIVISION.
003060 PROGRAM-ID.  DoCalcB.
003070 AUTHOR.  M. AGUIRRE.
003080 INSTALLATION.  DATA PROCESSING.
003090 DATE-WRITTEN.  08/09/2026.
003100 DATE-COMPILED.
003110*
003120 ENVIRONMENT DIVISION.
003130 CONFIGURATION SECTION.
003140 SOURCE-COMPUTER.  IBM-370.
003150 OBJECT-COMPUTER.  IBM-370.
003160 INPUT-OUTPUT SECTION.
003170 FILE-CONTROL.
003180     SELECT TRANS-FILE ASSIGN TO TRANIN
003190         ORGANIZATION IS SEQUENTIAL
003200         FILE STATUS IS WS-TRANS-STATUS.
003210
003220     SELECT REPORT-FILE ASSIGN TO RPTOUT
003230         ORGANIZATION IS SEQUENTIAL
003240         FILE STATUS IS WS-REPORT-STATUS.
003250
003260     SELECT REJECT-FILE ASSIGN TO REJOUT
003270         ORGANIZATION IS SEQUENTIAL
003280         FILE STATUS IS WS-REJECT-STATUS.
003290
003300     SELECT PARM-FILE ASSIGN TO PARMIN
003310         ORGANIZATION IS SEQUENTIAL
003320         FILE STATUS IS WS-PARM-STATUS.
003330
003340     SELECT PEND-FILE ASSIGN TO PENDOUT
003350         ORGANIZATION IS SEQUENTIAL
003360         FILE STATUS IS WS-PEND-STATUS.
003370
003380     SELECT AUDIT-FILE ASSIGN TO AUDITLOG
003390         ORGANIZATION IS SEQUENTIAL
003400         FILE STATUS IS WS-AUDIT-STATUS.
003410
003420     SELECT CHKPT-FILE ASSIGN TO CHKPTF
003430         ORGANIZATION IS SEQUENTIAL
003440         FILE STATUS IS WS-CHKPT-STATUS.
003450
003460     SELECT PRICE-FILE ASSIGN TO PRICEXT
003470         ORGANIZATION IS SEQUENTIAL
003480         FILE STATUS IS WS-PRICE-STATUS.
003490
003500     SELECT HIST-FILE ASSIGN TO CALCHIST
003510         ORGANIZATION IS INDEXED
003520         ACCESS MODE IS DYNAMIC
003530         RECORD KEY IS HR-TRANS-ID
003540         ALTERNATE RECORD KEY IS HR-DATE WITH DUPLICATES
003550         ALTERNATE RECORD KEY IS HR-USER WITH DUPLICATES
003560         FILE STATUS IS WS-HIST-STATUS.
003570
003580     SELECT PRICEM-FILE ASSIGN TO PRICMSTR
003590         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS RANDOM
003610         RECORD KEY IS PM-ITEM-CODE
003620         FILE STATUS IS WS-PRICEM-STATUS.
003630
003640     SELECT OPER-FILE ASSIGN TO OPERMSTR
003650         ORGANIZATION IS INDEXED
003660         ACCESS MODE IS RANDOM
003670         RECORD KEY IS OP-USER-ID
003680         FILE STATUS IS WS-OPER-STATUS.
003690
003700     SELECT DEPT-FILE ASSIGN TO DEPTMSTR
003710         ORGANIZATION IS INDEXED
003720         ACCESS MODE IS RANDOM
003730         RECORD KEY IS DP-DEPT-CODE
003740         FILE STATUS IS WS-DEPT-STATUS.
003750
003760     SELECT NEXTID-FILE ASSIGN TO NEXTIDF
003770         ORGANIZATION IS RELATIVE
003780         ACCESS MODE IS RANDOM
003790         RELATIVE KEY IS WS-NEXTID-RELKEY
003800         FILE STATUS IS WS-NEXTID-STATUS.
003810
003820     SELECT RUNLOG-FILE ASSIGN TO RUNLOG
003830         ORGANIZATION IS SEQUENTIAL
003840         FILE STATUS IS WS-RUNLOG-STATUS.
003850
003860     SELECT MTD-FILE ASSIGN TO DEPTMTD
003870         ORGANIZATION IS INDEXED
003880         ACCESS MODE IS RANDOM
003890         RECORD KEY IS DM-KEY
003900         FILE STATUS IS WS-MTD-STATUS.
003910
003920     SELECT TAX-FILE ASSIGN TO TAXMSTR
003930         ORGANIZATION IS INDEXED
003940         ACCESS MODE IS RANDOM
003950         RECORD KEY IS TX-TAX-CODE
003960         FILE STATUS IS WS-TAX-STATUS.
003970
003980     SELECT PERIOD-FILE ASSIGN TO PRDCTL
003990         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS SEQUENTIAL
004010         RECORD KEY IS PC-PERIOD
004020         FILE STATUS IS WS-PERIOD-STATUS.
004030
004040     SELECT BURST-FILE ASSIGN TO DEPTWK
004050         ORGANIZATION IS SEQUENTIAL
004060         FILE STATUS IS WS-BURST-STATUS.
004070*
004080 DATA DIVISION.
004090 FILE SECTION.
004100 FD  TRANS-FILE
004110     RECORDING MODE IS F
004120     LABEL RECORDS ARE STANDARD.
004130 01  TRANS-RECORD.
004140     05  TR-OPERATION        PIC X(01).
004150         88  TR-OP-ADD                   VALUES "A" "a".
004160         88  TR-OP-SUBTRACT              VALUES "S" "s".
004170         88  TR-OP-MULTIPLY              VALUES "M" "m".
004180         88  TR-OP-DIVIDE                VALUES "D" "d".
004190         88  TR-OP-REVERSE               VALUES "R" "r".
004200         88  TR-OP-TRAILER               VALUES "T" "t".
004210         88  TR-OP-DOC-HEADER            VALUES "B" "b".
004220         88  TR-OP-DOC-END               VALUES "E" "e".
004230     05  TR-OPERANDS.
004240         10  TR-FIRST-NUM    PIC 9(05)V99.
004250         10  TR-SECOND-NUM   PIC 9(05)V99.
004260     05  TR-REVERSAL-KEY REDEFINES TR-OPERANDS.
004270         10  TR-REVERSE-TRANS-ID
004280                             PIC 9(08).
004290         10  FILLER          PIC X(06).
004300     05  TR-ITEM-CODE        PIC X(08).
004310     05  TR-DEPT-CODE        PIC X(04).
004320     05  FILLER              PIC X(23).
004330     05  TR-STANDING-ID      PIC X(08).
004340     05  FILLER              PIC X(22).
004350 01  TRANS-TRAILER-RECORD.
004360     05  TT-RECORD-TYPE      PIC X(01).
004370     05  TT-RECORD-COUNT     PIC 9(08).
004380     05  TT-HASH-TOTAL       PIC 9(12)V99.
004390     05  FILLER              PIC X(57).
004400*
004410 FD  REPORT-FILE
004420     RECORDING MODE IS F
004430     LABEL RECORDS ARE STANDARD.
004440 01  REPORT-LINE             PIC X(80).
004450*
004460 FD  PARM-FILE
004470     RECORDING MODE IS F
004480     LABEL RECORDS ARE STANDARD.
004490 01  PARM-RECORD.
004500     05  PARM-ID-BLOCK-SIZE  PIC 9(04).
004510     05  PARM-APPROVAL-LIMIT PIC 9(10)V99.
004520     05  FILLER              PIC X(64).
004530*
004540 FD  PEND-FILE
004550     RECORDING MODE IS F
004560     LABEL RECORDS ARE STANDARD.
004570 COPY PENDREC.
004580*
004590 FD  REJECT-FILE
004600     RECORDING MODE IS F
004610     LABEL RECORDS ARE STANDARD.
004620 01  REJECT-RECORD.
004630     05  RJ-OPERATION        PIC X(01).
004640     05  RJ-FIRST-NUM        PIC 9(05)V99.
004650     05  RJ-SECOND-NUM       PIC 9(05)V99.
004660     05  RJ-ITEM-CODE        PIC X(08).
004670     05  RJ-DEPT-CODE        PIC X(04).
004680     05  FILLER              PIC X(02).
004690     05  RJ-REJECT-REASON    PIC X(11).
004700     05  FILLER              PIC X(02).
004710     05  RJ-RUN-DATE         PIC 9(08).
004720     05  RJ-STANDING-ID      PIC X(08).
004730     05  FILLER              PIC X(22).
004740*
004750 FD  AUDIT-FILE
004760     RECORDING MODE IS F
004770     LABEL RECORDS ARE STANDARD.
004780 COPY AUDITREC.
004790*
004800 FD  CHKPT-FILE
004810     RECORDING MODE IS F
004820     LABEL RECORDS ARE STANDARD.
004830 01  CHKPT-RECORD.
004840     05  CK-LAST-SEQ         PIC 9(08).
004850     05  CK-REJECT-COUNT     PIC 9(08).
004860     05  CK-REJECT-HASH      PIC 9(12)V99.
004870     05  CK-EXTRACT-COUNT    PIC 9(08).
004880     05  CK-EXTRACT-SUM      PIC 9(13)V99.
004890     05  CK-TAX-SUM          PIC 9(13)V99.
004900     05  CK-HELD-COUNT       PIC 9(08).
004910     05  CK-HELD-SUM         PIC 9(13)V99.
004920*
004930 FD  PRICE-FILE
004940     RECORDING MODE IS F
004950     LABEL RECORDS ARE STANDARD.
004960 COPY PRICEREC.
004970*
004980 FD  HIST-FILE
004990     LABEL RECORDS ARE STANDARD.
005000 COPY HISTREC.
005010*
005020 FD  PRICEM-FILE
005030     LABEL RECORDS ARE STANDARD.
005040 COPY PRICMSTR.
005050*
005060 FD  OPER-FILE
005070     LABEL RECORDS ARE STANDARD.
005080 COPY OPERMSTR.
005090*
005100 FD  DEPT-FILE
005110     LABEL RECORDS ARE STANDARD.
005120 COPY DEPTMSTR.
005130*
005140 FD  NEXTID-FILE
005150     RECORDING MODE IS F
005160     LABEL RECORDS ARE STANDARD.
005170 COPY NEXTIDF.
005180*
005190 FD  RUNLOG-FILE
005200     RECORDING MODE IS F
005210     LABEL RECORDS ARE STANDARD.
005220 COPY RUNLOG.
005230*
005240 FD  MTD-FILE
005250     LABEL RECORDS ARE STANDARD.
005260 COPY DEPTMTD.
005270*
005280 FD  TAX-FILE
005290     LABEL RECORDS ARE STANDARD.
005300 COPY TAXMSTR.
005310*
005320 FD  PERIOD-FILE
005330     LABEL RECORDS ARE STANDARD.
005340 COPY PRDCTL.
005350*
005360 FD  BURST-FILE
005370     RECORDING MODE IS F
005380     LABEL RECORDS ARE STANDARD.
005390 COPY DEPTWK.
005400*
005410 WORKING-STORAGE SECTION.
005420 COPY CALCFLDS.
005430
005440 77  WS-RUNLOG-STATUS        PIC X(02) VALUE SPACES.
005450     88  RUNLOG-OK                      VALUE "00".
005460
005470 77  WS-RUNLOG-TYPE          PIC X(01) VALUE "S".
005480
005490 77  WS-TRANS-STATUS         PIC X(02) VALUE SPACES.
005500     88  TRANS-OK                       VALUE "00".
005510     88  TRANS-EOF                       VALUE "10".
005520
005530 77  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.
005540     88  REPORT-OK                       VALUE "00".
005550
005560 77  WS-REJECT-STATUS        PIC X(02) VALUE SPACES.
005570     88  REJECT-OK                       VALUE "00".
005580
005590 77  WS-BURST-STATUS         PIC X(02) VALUE SPACES.
005600     88  BURST-OK                        VALUE "00".
005610 77  WS-BURST-DEPT           PIC X(04) VALUE SPACES.
005620
005630 77  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
005640     88  PARM-OK                         VALUE "00".
005650
005660 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
005670     88  END-OF-TRANS-FILE               VALUE "Y".
005680
005690 77  WS-CALC-STATUS          PIC X(01) VALUE "O".
005700     88  CALC-OK                         VALUE "O".
005710     88  CALC-REJECTED                   VALUE "R".
005720     88  CALC-DIVIDE-BY-ZERO              VALUE "Z".
005730     88  CALC-INVALID-OP                  VALUE "I".
005740     88  CALC-ITEM-NOT-FOUND              VALUE "N".
005750     88  CALC-REVERSED                    VALUE "V".
005760     88  CALC-REVERSAL-ERROR              VALUE "X".
005770     88  CALC-NOT-AUTHORIZED              VALUE "U".
005780     88  CALC-HELD                        VALUE "H".
005790     88  CALC-DEPT-INVALID                VALUE "E".
005800     88  CALC-DUPLICATE                   VALUE "D".
005810     88  CALC-OVER-BUDGET                 VALUE "B".
005820
005830 77  WS-AUDIT-STATUS         PIC X(02) VALUE SPACES.
005840     88  AUDIT-OK                        VALUE "00".
005850
005860 77  WS-CHKPT-STATUS         PIC X(02) VALUE SPACES.
005870     88  CHKPT-OK                        VALUE "00".
005880
005890 77  WS-PRICE-STATUS         PIC X(02) VALUE SPACES.
005900     88  PRICE-OK                        VALUE "00".
005910
005920 77  WS-HIST-STATUS          PIC X(02) VALUE SPACES.
005930     88  HIST-OK                         VALUE "00".
005940
005950 77  WS-PRICEM-STATUS        PIC X(02) VALUE SPACES.
005960     88  PRICEM-OK                       VALUE "00".
005970
005980 77  WS-PRICE-SEL-SWITCH     PIC X(01) VALUE "N".
005990     88  PRICE-SELECTED                  VALUE "Y".
006000 77  WS-BEST-EFF-DATE        PIC 9(08) VALUE ZERO.
006010 77  WS-ROW-IX               PIC 9(04) COMP VALUE ZERO.
006020
006030 77  WS-OPER-STATUS          PIC X(02) VALUE SPACES.
006040     88  OPER-OK                         VALUE "00".
006050
006060 77  WS-MAY-CALC-SWITCH      PIC X(01) VALUE "N".
006070     88  OPER-MAY-CALCULATE              VALUE "Y".
006080
006090 77  WS-MAY-REV-SWITCH       PIC X(01) VALUE "N".
006100     88  OPER-MAY-REVERSE                VALUE "Y".
006110
006120 77  WS-AMOUNT-LIMIT         PIC 9(10)V99 COMP-3 VALUE ZERO.
006130
006140 77  WS-PEND-STATUS          PIC X(02) VALUE SPACES.
006150     88  PEND-OK                         VALUE "00".
006160
006170 77  WS-DEPT-STATUS          PIC X(02) VALUE SPACES.
006180     88  DEPT-OK                         VALUE "00".
006190
006200 77  WS-CALC-DEPT            PIC X(04) VALUE SPACES.
006210 77  WS-DEPT-BUDGET          PIC 9(10)V99 COMP-3 VALUE ZERO.
006220
006230 77  WS-MTD-STATUS           PIC X(02) VALUE SPACES.
006240     88  MTD-OK                          VALUE "00".
006250 77  WS-MTD-AVAIL-SWITCH     PIC X(01) VALUE "N".
006260     88  MTD-AVAILABLE                   VALUE "Y".
006270 77  WS-MTD-NEW-SWITCH       PIC X(01) VALUE "N".
006280     88  MTD-IS-NEW                      VALUE "Y".
006290 77  WS-MTD-TRIAL            PIC 9(13)V99 COMP-3 VALUE ZERO.
006300
006310 77  WS-TAX-STATUS           PIC X(02) VALUE SPACES.
006320     88  TAX-OK                          VALUE "00".
006330 77  WS-TAX-AVAIL-SWITCH     PIC X(01) VALUE "N".
006340     88  TAX-AVAILABLE                   VALUE "Y".
006350 77  WS-DEPT-EXEMPT-SWITCH   PIC X(01) VALUE "N".
006360     88  DEPT-TAX-EXEMPT                 VALUE "Y".
006370 77  WS-RATE-SEL-SWITCH      PIC X(01) VALUE "N".
006380     88  RATE-SELECTED                   VALUE "Y".
006390 77  WS-TAX-CODE             PIC X(04) VALUE SPACES.
006400 77  WS-TAX-RATE             PIC 9(02)V9(04) VALUE ZERO.
006410 77  WS-TAX-AMOUNT           PIC 9(10)V99 COMP-3 VALUE ZERO.
006420 77  WS-TAX-REASON           PIC X(01) VALUE SPACE.
006430     88  TAX-CHARGED                     VALUE "T".
006440     88  TAX-EXEMPT-DEPT                 VALUE "E".
006450     88  TAX-NOT-TAXABLE                 VALUE "N".
006460     88  TAX-NO-RATE                     VALUE "R".
006470
006480 77  WS-PERIOD-STATUS        PIC X(02) VALUE SPACES.
006490     88  PERIOD-OK                       VALUE "00".
006500 77  WS-PERIOD-EOF-SWITCH    PIC X(01) VALUE "N".
006510     88  END-OF-PERIODS                  VALUE "Y".
006520 77  WS-PERIOD-SWITCH        PIC X(01) VALUE "N".
006530     88  POST-PERIOD-CLOSED              VALUE "Y".
006540 77  WS-LAST-CLOSED          PIC 9(06) VALUE ZERO.
006550 77  WS-POST-PERIOD          PIC 9(06) VALUE ZERO.
006560 77  WS-ORIG-PERIOD          PIC 9(06) VALUE ZERO.
006570
006580 77  WS-DOC-SWITCH           PIC X(01) VALUE "N".
006590     88  DOC-OPEN                        VALUE "Y".
006600 77  WS-DOC-ERR-SWITCH       PIC X(01) VALUE "N".
006610     88  DOC-IN-ERROR                    VALUE "Y".
006620 77  WS-DOC-LINE-CNT         PIC 9(04) COMP VALUE ZERO.
006630 77  WS-DOC-BUF-CNT          PIC 9(04) COMP VALUE ZERO.
006640 77  WS-DOC-BUF-MAX          PIC 9(04) COMP VALUE 60.
006650 77  WS-DOC-IX               PIC 9(04) COMP VALUE ZERO.
006660 77  WS-DOC-RUNNING          PIC 9(10)V99 COMP-3 VALUE ZERO.
006670 77  WS-DOC-LEFT             PIC 9(10)V99 COMP-3 VALUE ZERO.
006680 77  WS-DOC-OPERAND          PIC 9(10)V99 COMP-3 VALUE ZERO.
006690 77  WS-DOC-DEPT             PIC X(04) VALUE SPACES.
006700 77  WS-DOC-REASON           PIC X(11) VALUE SPACES.
006710
006720 77  WS-SEEN-CNT             PIC 9(04) COMP VALUE ZERO.
006730 77  WS-SEEN-MAX             PIC 9(04) COMP VALUE 2000.
006740 77  WS-SEEN-FULL-SWITCH     PIC X(01) VALUE "N".
006750     88  SEEN-TABLE-WARNED               VALUE "Y".
006760 77  WS-HIST-CNT             PIC 9(04) COMP VALUE ZERO.
006770 77  WS-HIST-MAX             PIC 9(04) COMP VALUE 2000.
006780 77  WS-DUP-CNT              PIC 9(04) COMP VALUE ZERO.
006790 77  WS-DUP-MAX              PIC 9(04) COMP VALUE 100.
006800 77  WS-DUP-IX               PIC 9(04) COMP VALUE ZERO.
006810
006820 77  WS-DUP-SWITCH           PIC X(01) VALUE "N".
006830     88  DUP-FOUND                       VALUE "Y".
006840
006850 77  WS-HISTLOAD-SWITCH      PIC X(01) VALUE "N".
006860     88  END-OF-HIST-BROWSE              VALUE "Y".
006870
006880 01  WS-SEEN-TABLE.
006890     05  WS-SEEN-ENTRY OCCURS 2000 TIMES.
006900         10  SN-OPERATION    PIC X(01).
006910         10  SN-FIRST-NUM    PIC 9(05)V99 COMP-3.
006920         10  SN-SECOND-NUM   PIC 9(05)V99 COMP-3.
006930         10  SN-ITEM-CODE    PIC X(08).
006940
006950 01  WS-HIST-TABLE.
006960     05  WS-HIST-ENTRY OCCURS 2000 TIMES.
006970         10  HT-OPERATION    PIC X(01).
006980         10  HT-FIRST-NUM    PIC 9(05)V99 COMP-3.
006990         10  HT-SECOND-NUM   PIC 9(05)V99 COMP-3.
007000         10  HT-ITEM-CODE    PIC X(08).
007010
007020 01  WS-DUP-TABLE.
007030     05  WS-DUP-ENTRY OCCURS 100 TIMES.
007040         10  DU-OPERATION    PIC X(01).
007050         10  DU-FIRST-NUM    PIC 9(05)V99 COMP-3.
007060         10  DU-SECOND-NUM   PIC 9(05)V99 COMP-3.
007070         10  DU-ITEM-CODE    PIC X(08).
007080
007090 01  WS-DUP-HEADING.
007100     05  FILLER              PIC X(40) VALUE
007110         "SUSPECTED DUPLICATES THIS RUN".
007120     05  FILLER              PIC X(40) VALUE SPACES.
007130
007140 01  WS-BLANK-LINE           PIC X(80) VALUE SPACES.
007150
007160 01  WS-DUP-LINE.
007170     05  FILLER              PIC X(03) VALUE SPACES.
007180     05  DU-L-OPERATION      PIC X(01).
007190     05  FILLER              PIC X(02) VALUE SPACES.
007200     05  DU-L-FIRST-NUM      PIC ZZZZ9.99.
007210     05  FILLER              PIC X(02) VALUE SPACES.
007220     05  DU-L-SECOND-NUM     PIC ZZZZ9.99.
007230     05  FILLER              PIC X(02) VALUE SPACES.
007240     05  DU-L-ITEM-CODE      PIC X(08).
007250     05  FILLER              PIC X(46) VALUE SPACES.
007260
007270 77  WS-APPROVAL-LIMIT       PIC 9(10)V99 COMP-3 VALUE ZERO.
007280 77  WS-HELD-COUNT           PIC 9(07) COMP VALUE ZERO.
007290 77  WS-HELD-SUM             PIC 9(13)V99 COMP-3 VALUE ZERO.
007300
007310 77  WS-NEXTID-STATUS        PIC X(02) VALUE SPACES.
007320     88  NEXTID-OK                       VALUE "00".
007330
007340 77  WS-NEXT-TRANS-ID        PIC 9(08) VALUE ZERO.
007350 77  WS-ID-BLOCK-LAST        PIC 9(08) VALUE ZERO.
007360 77  WS-ID-BLOCK-SIZE        PIC 9(04) COMP VALUE 100.
007370 77  WS-REVERSE-ORIG-ID      PIC 9(08) VALUE ZERO.
007380 77  WS-ORIG-OPERATION       PIC X(01) VALUE SPACE.
007390     88  ORIG-OP-ADD                     VALUES "A" "a".
007400     88  ORIG-OP-SUBTRACT                VALUES "S" "s".
007410     88  ORIG-OP-MULTIPLY                VALUES "M" "m".
007420     88  ORIG-OP-DIVIDE                  VALUES "D" "d".
007430 77  WS-NEXTID-RELKEY        PIC 9(04) COMP VALUE 1.
007440 77  WS-NEXTID-NEW-SWITCH    PIC X(01) VALUE "N".
007450     88  NEXTID-IS-NEW               VALUE "Y".
007460 77  WS-CALC-DATE            PIC 9(08) VALUE ZERO.
007470 77  WS-CALC-TIME            PIC 9(08) VALUE ZERO.
007480 77  WS-CALC-USER            PIC X(08) VALUE SPACES.
007490 77  WS-TRANS-SEQ            PIC 9(08) COMP VALUE ZERO.
007500 77  WS-CKPT-SEQ             PIC 9(08) COMP VALUE ZERO.
007510 77  WS-DOC-START-SEQ        PIC 9(08) COMP VALUE ZERO.
007520 77  WS-RESTART-SEQ          PIC 9(08) COMP VALUE ZERO.
007530 77  WS-CHECKPOINT-INTERVAL  PIC 9(04) COMP VALUE 10.
007540 77  WS-CHECKPOINT-QUOTIENT  PIC 9(08) COMP VALUE ZERO.
007550 77  WS-CHECKPOINT-REMAINDR  PIC 9(04) COMP VALUE ZERO.
007560
007570 77  WS-TRAILER-SWITCH       PIC X(01) VALUE "N".
007580     88  TRAILER-SEEN                    VALUE "Y".
007590 77  WS-BALANCE-SWITCH       PIC X(01) VALUE "N".
007600     88  TRAILER-BALANCED                VALUE "Y".
007610 77  WS-TRAILER-COUNT        PIC 9(08) VALUE ZERO.
007620 77  WS-TRAILER-HASH         PIC 9(12)V99 COMP-3 VALUE ZERO.
007630 77  WS-RUN-HASH             PIC 9(12)V99 COMP-3 VALUE ZERO.
007640 77  WS-EXTRACT-COUNT        PIC 9(08) VALUE ZERO.
007650 77  WS-EXTRACT-SUM          PIC 9(13)V99 COMP-3 VALUE ZERO.
007660 77  WS-EXTRACT-TAX-SUM      PIC 9(13)V99 COMP-3 VALUE ZERO.
007670 77  WS-REJECT-COUNT         PIC 9(08) VALUE ZERO.
007680 77  WS-REJECT-HASH          PIC 9(12)V99 COMP-3 VALUE ZERO.
007690
007700 01  WS-REJECT-TRAILER.
007710     05  FILLER              PIC X(01) VALUE "T".
007720     05  WRT-RECORD-COUNT    PIC 9(08) VALUE ZERO.
007730     05  WRT-HASH-TOTAL      PIC 9(12)V99 VALUE ZERO.
007740     05  FILLER              PIC X(57) VALUE SPACES.
007750
007760 01  WS-DOC-BUFFER.
007770     05  WS-DOC-REC OCCURS 60 TIMES
007780                             PIC X(80).
007790
007800 01  WS-DOC-SAVE-REC.
007810     05  WD-OPERATION        PIC X(01).
007820     05  WD-FIRST-NUM        PIC 9(05)V99.
007830     05  WD-SECOND-NUM       PIC 9(05)V99.
007840     05  WD-ITEM-CODE        PIC X(08).
007850     05  WD-DEPT-CODE        PIC X(04).
007860     05  FILLER              PIC X(53).
007870
007880 01  WS-DOC-START-LINE.
007890     05  FILLER              PIC X(21) VALUE
007900         "DOCUMENT START - DEPT".
007910     05  FILLER              PIC X(01) VALUE SPACE.
007920     05  DSL-DEPT            PIC X(04).
007930     05  FILLER              PIC X(54) VALUE SPACES.
007940
007950 01  WS-DOC-ECHO-LINE.
007960     05  FILLER              PIC X(05) VALUE SPACES.
007970     05  DOCL-OPERATOR       PIC X(01).
007980     05  FILLER              PIC X(01) VALUE SPACE.
007990     05  DOCL-OPERAND        PIC ZZZZZZZZZ9.99.
008000     05  FILLER              PIC X(12) VALUE " RUNNING  = ".
008010     05  DOCL-RUNNING        PIC ZZZZZZZZZ9.99.
008020     05  DOCL-TEXT REDEFINES DOCL-RUNNING
008030                             PIC X(13).
008040     05  FILLER              PIC X(35) VALUE SPACES.
008050
008060 01  WS-DOC-TOTAL-LINE.
008070     05  FILLER              PIC X(17) VALUE
008080         "DOCUMENT TOTAL = ".
008090     05  DTL-TOTAL           PIC ZZZZZZZZZ9.99.
008100     05  FILLER              PIC X(01) VALUE SPACE.
008110     05  DTL-DISP-TEXT       PIC X(14).
008120     05  DTL-TRANS-ID        PIC X(08).
008130     05  FILLER              PIC X(27) VALUE SPACES.
008140
008150 01  WS-REPORT-HEADING.
008160     05  FILLER              PIC X(20) VALUE
008170         "DoCalc BATCH REPORT".
008180     05  FILLER              PIC X(60) VALUE SPACES.
008190
008200 01  WS-PERIOD-CLOSED-LINE.
008210     05  FILLER              PIC X(22) VALUE
008220         "RUN REFUSED - PERIOD ".
008230     05  PL-PERIOD           PIC 9(06).
008240     05  FILLER              PIC X(52) VALUE
008250         " IS CLOSED ON PRDCTL, NOTHING POSTED".
008260
008270 01  WS-DETAIL-LINE.
008280     05  FILLER              PIC X(05) VALUE SPACES.
008290     05  DL-FIRST-NUM        PIC ZZZZ9.99.
008300     05  FILLER              PIC X(01) VALUE SPACE.
008310     05  DL-OPERATOR         PIC X(01).
008320     05  FILLER              PIC X(01) VALUE SPACE.
008330     05  DL-SECOND-NUM       PIC ZZZZ9.99.
008340     05  FILLER              PIC X(12) VALUE " RESULT IS =".
008350     05  DL-CALC-RESULT      PIC Z(9)9.99.
008360     05  DL-CALC-TEXT REDEFINES DL-CALC-RESULT
008370                             PIC X(13).
008380     05  FILLER              PIC X(02) VALUE SPACES.
008390     05  DL-TAX-LABEL        PIC X(04).
008400     05  DL-TAX-AMOUNT       PIC Z(7)9.99.
008410     05  DL-TAX-TEXT REDEFINES DL-TAX-AMOUNT
008420                             PIC X(11).
008430     05  FILLER              PIC X(12) VALUE SPACES.
008440*
008450 PROCEDURE DIVISION.
008460*
008470 0000-Mainline.
008480     MOVE "S" TO WS-RUNLOG-TYPE
008490     PERFORM 9500-WriteRunLog THRU 9500-Exit
008500     PERFORM 1000-Initialize THRU 1000-Exit
008510     PERFORM 2000-ProcessTransactions THRU 2000-Exit
008520         UNTIL END-OF-TRANS-FILE
008530     PERFORM 3000-Terminate
008540     MOVE "E" TO WS-RUNLOG-TYPE
008550     PERFORM 9500-WriteRunLog THRU 9500-Exit
008560     STOP RUN.
008570*
008580 1000-Initialize.
008590     OPEN INPUT TRANS-FILE
008600     IF NOT TRANS-OK
008610         DISPLAY "DOCALCB: UNABLE TO OPEN TRANIN, STATUS="
008620             WS-TRANS-STATUS
008630         MOVE "Y" TO WS-EOF-SWITCH
008640         GO TO 1000-Exit
008650     END-IF
008660
008670     OPEN OUTPUT REPORT-FILE
008680     IF NOT REPORT-OK
008690         DISPLAY "DOCALCB: UNABLE TO OPEN RPTOUT, STATUS="
008700             WS-REPORT-STATUS
008710         MOVE "Y" TO WS-EOF-SWITCH
008720         GO TO 1000-Exit
008730     END-IF
008740
008750     OPEN EXTEND AUDIT-FILE
008760     IF NOT AUDIT-OK
008770         MOVE SPACES TO WS-AUDIT-STATUS
008780         OPEN OUTPUT AUDIT-FILE
008790     END-IF
008800
008810     OPEN EXTEND PRICE-FILE
008820     IF NOT PRICE-OK
008830         MOVE SPACES TO WS-PRICE-STATUS
008840         OPEN OUTPUT PRICE-FILE
008850     END-IF
008860
008870*    THE PENDING QUEUE ACCUMULATES ACROSS RUNS UNTIL APPRREV
008880*    WORKS IT OFF, SO IT IS ALWAYS EXTENDED, NEVER REWRITTEN.
008890     OPEN EXTEND PEND-FILE
008900     IF NOT PEND-OK
008910         MOVE SPACES TO WS-PEND-STATUS
008920         OPEN OUTPUT PEND-FILE
008930     END-IF
008940
008950     OPEN I-O HIST-FILE
008960     IF NOT HIST-OK
008970         DISPLAY "DOCALCB: UNABLE TO OPEN CALCHIST, STATUS="
008980             WS-HIST-STATUS
008990     END-IF
009000
009010     OPEN INPUT PRICEM-FILE
009020     IF NOT PRICEM-OK
009030         DISPLAY "DOCALCB: UNABLE TO OPEN PRICMSTR, STATUS="
009040             WS-PRICEM-STATUS
009050     END-IF
009060
009070     OPEN INPUT DEPT-FILE
009080     IF NOT DEPT-OK
009090         DISPLAY "DOCALCB: UNABLE TO OPEN DEPTMSTR, STATUS="
009100             WS-DEPT-STATUS
009110     END-IF
009120
009130*    DEPTMTD IS HELD I-O FOR THE RUN LIKE CALCHIST.  AN
009140*    UNOPENABLE FILE IS REPORTED AND THE BUDGET CHECK WAIVED
009150*    SO A CATALOG PROBLEM DOES NOT STOP THE NIGHT.
009160     OPEN I-O MTD-FILE
009170     IF MTD-OK
009180         MOVE "Y" TO WS-MTD-AVAIL-SWITCH
009190     ELSE
009200         DISPLAY "DOCALCB: DEPTMTD NOT AVAILABLE, STATUS="
009210             WS-MTD-STATUS ", BUDGET CHECK WAIVED"
009220     END-IF
009230
009240*    TAXMSTR IS READ-ONLY FOR THE RUN.  AN UNOPENABLE MASTER
009250*    POSTS TAXABLE ITEMS WITH NO TAX (REASON "R") RATHER THAN
009260*    STOP THE NIGHT.
009270     OPEN INPUT TAX-FILE
009280     IF TAX-OK
009290         MOVE "Y" TO WS-TAX-AVAIL-SWITCH
009300     ELSE
009310         DISPLAY "DOCALCB: TAXMSTR NOT AVAILABLE, STATUS="
009320             WS-TAX-STATUS ", ITEMS POST WITH NO TAX"
009330     END-IF
009340
009350     PERFORM 1160-LoadIdBlockSize THRU 1160-Exit
009360
009370     WRITE REPORT-LINE FROM WS-REPORT-HEADING
009380
009390     PERFORM 1100-LoadCheckpoint
009400
009410*    A RESTART MUST NOT WIPE THE REJECTS WRITTEN BEFORE THE
009420*    ABEND - THE SKIP LOOP BELOW WILL NOT RECREATE THEM.
009430     IF WS-RESTART-SEQ > ZERO
009440         OPEN EXTEND REJECT-FILE
009450     ELSE
009460         OPEN OUTPUT REJECT-FILE
009470     END-IF
009480     IF NOT REJECT-OK
009490         DISPLAY "DOCALCB: UNABLE TO OPEN REJOUT, STATUS="
009500             WS-REJECT-STATUS
009510     END-IF
009520
009530*    THE BURST FILE FOLLOWS REJOUT - A RESTART APPENDS TO IT.
009540     IF WS-RESTART-SEQ > ZERO
009550         OPEN EXTEND BURST-FILE
009560     ELSE
009570         OPEN OUTPUT BURST-FILE
009580     END-IF
009590     IF NOT BURST-OK
009600         DISPLAY "DOCALCB: UNABLE TO OPEN DEPTWK, STATUS="
009610             WS-BURST-STATUS
009620     END-IF
009630
009640     PERFORM 3500-CaptureTimestamp
009650     PERFORM 1150-LoadClosedPeriod THRU 1150-Exit
009660     IF POST-PERIOD-CLOSED
009670         MOVE WS-POST-PERIOD TO PL-PERIOD
009680         WRITE REPORT-LINE FROM WS-PERIOD-CLOSED-LINE
009690         MOVE "Y" TO WS-EOF-SWITCH
009700         GO TO 1000-Exit
009710     END-IF
009720     PERFORM 1170-LoadOperProfile THRU 1170-Exit
009730     PERFORM 1180-LoadTodayHistory THRU 1180-Exit
009740     IF WS-RESTART-SEQ = ZERO
009750         MOVE SPACES TO PRICE-EXTRACT-HEADER
009760         MOVE "PH" TO PH-RECORD-TYPE
009770         MOVE WS-CALC-DATE TO PH-RUN-DATE
009780         WRITE PRICE-EXTRACT-HEADER
009790     END-IF
009800
009810     PERFORM 8000-ReadTransaction
009820     PERFORM 1200-SkipProcessedTransaction
009830         UNTIL END-OF-TRANS-FILE
009840         OR WS-TRANS-SEQ > WS-RESTART-SEQ.
009850 1000-Exit.
009860     EXIT.
009870*
009880 1100-LoadCheckpoint.
009890     MOVE ZERO TO WS-RESTART-SEQ
009900     OPEN INPUT CHKPT-FILE
009910     IF CHKPT-OK
009920         READ CHKPT-FILE
009930             AT END
009940                 CONTINUE
009950             NOT AT END
009960                 MOVE CK-LAST-SEQ      TO WS-RESTART-SEQ
009970                 MOVE CK-REJECT-COUNT  TO WS-REJECT-COUNT
009980                 MOVE CK-REJECT-HASH   TO WS-REJECT-HASH
009990                 MOVE CK-EXTRACT-COUNT TO WS-EXTRACT-COUNT
010000                 MOVE CK-EXTRACT-SUM   TO WS-EXTRACT-SUM
010010                 MOVE CK-TAX-SUM       TO WS-EXTRACT-TAX-SUM
010020                 MOVE CK-HELD-COUNT    TO WS-HELD-COUNT
010030                 MOVE CK-HELD-SUM      TO WS-HELD-SUM
010040         END-READ
010050         CLOSE CHKPT-FILE
010060     ELSE
010070         MOVE SPACES TO WS-CHKPT-STATUS
010080     END-IF
010090     IF WS-RESTART-SEQ > ZERO
010100         DISPLAY "DOCALCB: RESTARTING AFTER TRANSACTION SEQ "
010110             WS-RESTART-SEQ
010120     END-IF.
010130 1100-Exit.
010140     EXIT.
010150*
010160*    THE LATEST CLOSED PERIOD IS THE LAST "C" RECORD ON PRDCTL -
010170*    PERIODS ARE CLOSED IN ORDER, SO THE SCAN STOPS AT THE FIRST
010180*    ONE STILL OPEN.  A RUN DATED IN A CLOSED PERIOD IS REFUSED
010190*    WHOLE.  AN UNOPENABLE PRDCTL IS REPORTED AND THE LOCK WAIVED
010200*    SO A CATALOG PROBLEM DOES NOT STOP THE NIGHT.
010210 1150-LoadClosedPeriod.
010220     MOVE ZERO TO WS-LAST-CLOSED
010230     OPEN INPUT PERIOD-FILE
010240     IF NOT PERIOD-OK
010250         DISPLAY "DOCALCB: PRDCTL NOT AVAILABLE, STATUS="
010260             WS-PERIOD-STATUS ", PERIOD LOCK WAIVED"
010270         GO TO 1150-Exit
010280     END-IF
010290     PERFORM 1155-ReadPeriod THRU 1155-Exit
010300         UNTIL END-OF-PERIODS
010310     CLOSE PERIOD-FILE
010320     DIVIDE WS-CALC-DATE BY 100 GIVING WS-POST-PERIOD
010330     IF WS-POST-PERIOD NOT > WS-LAST-CLOSED
010340         MOVE "Y" TO WS-PERIOD-SWITCH
010350         DISPLAY "DOCALCB: PERIOD " WS-POST-PERIOD
010360             " IS CLOSED ON PRDCTL - NOTHING POSTED, RUN ENDS "
010370             "RC=16, CHECKPOINT LEFT IN PLACE"
010380     END-IF.
010390 1150-Exit.
010400     EXIT.
010410*
010420 1155-ReadPeriod.
010430     READ PERIOD-FILE NEXT RECORD
010440         AT END
010450             MOVE "Y" TO WS-PERIOD-EOF-SWITCH
010460     END-READ
010470     IF PERIOD-OK AND PC-CLOSED
010480         MOVE PC-PERIOD TO WS-LAST-CLOSED
010490     ELSE
010500         MOVE "Y" TO WS-PERIOD-EOF-SWITCH
010510     END-IF.
010520 1155-Exit.
010530     EXIT.
010540*
010550 1160-LoadIdBlockSize.
010560     OPEN INPUT PARM-FILE
010570     IF NOT PARM-OK
010580         DISPLAY "DOCALCB: PARMIN NOT AVAILABLE, USING "
010590             "DEFAULT ID BLOCK SIZE OF 100"
010600         GO TO 1160-Exit
010610     END-IF
010620     READ PARM-FILE
010630         AT END
010640             DISPLAY "DOCALCB: PARMIN EMPTY, USING DEFAULT "
010650                 "ID BLOCK SIZE OF 100"
010660         NOT AT END
010670             IF PARM-ID-BLOCK-SIZE IS NUMERIC
010680                AND PARM-ID-BLOCK-SIZE > ZERO
010690                 MOVE PARM-ID-BLOCK-SIZE TO WS-ID-BLOCK-SIZE
010700             ELSE
010710                 DISPLAY "DOCALCB: PARMIN BLOCK SIZE INVALID, "
010720                     "USING DEFAULT OF 100"
010730             END-IF
010740*            SAME RECORD ALSO CARRIES THE SUPERVISOR APPROVAL
010750*            THRESHOLD - ZERO, SPACES, OR ABSENT MEANS EVERY
010760*            SUCCESSFUL RESULT POSTS STRAIGHT THROUGH.
010770             IF PARM-APPROVAL-LIMIT IS NUMERIC
010780                 MOVE PARM-APPROVAL-LIMIT TO WS-APPROVAL-LIMIT
010790             END-IF
010800     END-READ
010810     CLOSE PARM-FILE.
010820 1160-Exit.
010830     EXIT.
010840*
010850*    A USER WITH NO PROFILE RECORD IS NOT AUTHORIZED FOR ANY
010860*    FUNCTION; AN OPERMSTR THAT CANNOT BE OPENED IS REPORTED
010870*    AND THE CHECK WAIVED SO A CATALOG PROBLEM DOES NOT STOP
010880*    THE NIGHTLY RUN.
010890 1170-LoadOperProfile.
010900     OPEN INPUT OPER-FILE
010910     IF NOT OPER-OK
010920         DISPLAY "DOCALCB: OPERMSTR NOT AVAILABLE, STATUS="
010930             WS-OPER-STATUS ", AUTHORITY CHECK WAIVED"
010940         MOVE "Y" TO WS-MAY-CALC-SWITCH
010950         MOVE "Y" TO WS-MAY-REV-SWITCH
010960         GO TO 1170-Exit
010970     END-IF
010980     MOVE WS-CALC-USER TO OP-USER-ID
010990     READ OPER-FILE
011000         INVALID KEY
011010             CONTINUE
011020         NOT INVALID KEY
011030             IF NOT OP-INACTIVE
011040                 IF OP-CALC-ALLOWED
011050                     MOVE "Y" TO WS-MAY-CALC-SWITCH
011060                 END-IF
011070                 IF OP-REVERSE-ALLOWED
011080                     MOVE "Y" TO WS-MAY-REV-SWITCH
011090                 END-IF
011100                 MOVE OP-AMOUNT-LIMIT TO WS-AMOUNT-LIMIT
011110             END-IF
011120     END-READ
011130     CLOSE OPER-FILE.
011140 1170-Exit.
011150     EXIT.
011160*
011170*    SEED THE CROSS-RUN DUPLICATE SCREEN WITH THE OPERATION,
011180*    AMOUNTS, AND ITEM CODE OF EVERY SUCCESSFUL RECORD ALREADY
011190*    POSTED TO CALCHIST TODAY (HR-DATE ALTERNATE INDEX).
011200 1180-LoadTodayHistory.
011210     MOVE WS-CALC-DATE TO HR-DATE
011220     START HIST-FILE KEY IS EQUAL TO HR-DATE
011230         INVALID KEY
011240             GO TO 1180-Exit
011250     END-START
011260     PERFORM 1190-LoadOneHistory THRU 1190-Exit
011270         UNTIL END-OF-HIST-BROWSE.
011280 1180-Exit.
011290     EXIT.
011300*
011310 1190-LoadOneHistory.
011320     READ HIST-FILE NEXT RECORD
011330         AT END
011340             MOVE "Y" TO WS-HISTLOAD-SWITCH
011350     END-READ
011360     IF END-OF-HIST-BROWSE
011370         GO TO 1190-Exit
011380     END-IF
011390     IF HR-DATE NOT = WS-CALC-DATE
011400         MOVE "Y" TO WS-HISTLOAD-SWITCH
011410         GO TO 1190-Exit
011420     END-IF
011430     IF HR-OK
011440         IF WS-HIST-CNT < WS-HIST-MAX
011450             ADD 1 TO WS-HIST-CNT
011460             MOVE HR-OPERATION  TO HT-OPERATION (WS-HIST-CNT)
011470             MOVE HR-FIRST-NUM  TO HT-FIRST-NUM (WS-HIST-CNT)
011480             MOVE HR-SECOND-NUM TO HT-SECOND-NUM (WS-HIST-CNT)
011490             MOVE HR-ITEM-CODE  TO HT-ITEM-CODE (WS-HIST-CNT)
011500         ELSE
011510             DISPLAY "DOCALCB: TODAY'S HISTORY OVER DUPLICATE "
011520                 "TABLE CAPACITY - CROSS-RUN SCREEN PARTIAL"
011530             MOVE "Y" TO WS-HISTLOAD-SWITCH
011540         END-IF
011550     END-IF.
011560 1190-Exit.
011570     EXIT.
011580*
011590 1200-SkipProcessedTransaction.
011600     PERFORM 8000-ReadTransaction.
011610 1200-Exit.
011620     EXIT.
011630*
011640 2000-ProcessTransactions.
011650     MOVE "O" TO WS-CALC-STATUS
011660     MOVE SPACES TO WS-TAX-CODE
011670     MOVE ZERO   TO WS-TAX-RATE
011680     MOVE ZERO   TO WS-TAX-AMOUNT
011690     MOVE SPACE  TO WS-TAX-REASON
011700*    DOCUMENT RECORDS ("B" HEADER, DETAIL LINES, "E" END) ARE
011710*    CHAINED TO A RUNNING RESULT AND POSTED AS ONE COMBINED
011720*    TRANSACTION AT THE END RECORD.
011730     IF TR-OP-DOC-HEADER OR DOC-OPEN
011740         PERFORM 2500-ProcessDocumentRecord THRU 2500-Exit
011750         GO TO 2000-Finish
011760     END-IF
011770*    AUTHORITY FIRST - AN UNAUTHORIZED TRANSACTION IS LOGGED
011780*    "U" AND NEVER PRICES, COMPUTES, OR POSTS.
011790     IF TR-OP-REVERSE
011800         IF NOT OPER-MAY-REVERSE
011810             MOVE "U" TO WS-CALC-STATUS
011820         END-IF
011830     ELSE
011840         IF NOT OPER-MAY-CALCULATE
011850             MOVE "U" TO WS-CALC-STATUS
011860         END-IF
011870     END-IF
011880*    EVERY CALCULATION IS DONE FOR SOME REQUESTING DEPARTMENT -
011890*    A REVERSAL INHERITS THE ORIGINAL'S DEPARTMENT INSTEAD.
011900     MOVE SPACES TO WS-CALC-DEPT
011910     IF NOT TR-OP-REVERSE
011920        AND NOT CALC-NOT-AUTHORIZED
011930         PERFORM 2300-ValidateDeptCode THRU 2300-Exit
011940     END-IF
011950     IF TR-OP-REVERSE
011960         MOVE ZERO TO FirstNum
011970         MOVE ZERO TO SecondNum
011980     ELSE
011990         MOVE TR-FIRST-NUM TO FirstNum
012000         MOVE TR-SECOND-NUM TO SecondNum
012010         IF TR-ITEM-CODE NOT = SPACES
012020            AND NOT CALC-NOT-AUTHORIZED
012030            AND NOT CALC-DEPT-INVALID
012040             PERFORM 2100-FetchUnitPrice
012050         END-IF
012060     END-IF
012070*    DUPLICATE SCREEN - ONLY A VALID-OP TRANSACTION STILL IN
012080*    LINE TO POST IS SCREENED, AND A REVERSAL NEVER IS.  A
012090*    GARBLED OP CODE MUST REJECT AS INVALID-OP, NOT LOAD THE
012100*    SEEN TABLE AND MISLABEL ITS TWIN AS A DUPLICATE.
012110     IF CALC-OK
012120        AND (TR-OP-ADD OR TR-OP-SUBTRACT
012130             OR TR-OP-MULTIPLY OR TR-OP-DIVIDE)
012140         PERFORM 2400-CheckDuplicate THRU 2400-Exit
012150     END-IF
012160     MOVE SPACES         TO WS-DETAIL-LINE
012170     EVALUATE TRUE
012180         WHEN CALC-NOT-AUTHORIZED
012190             MOVE TR-OPERATION TO DL-OPERATOR
012200         WHEN CALC-DEPT-INVALID
012210             MOVE TR-OPERATION TO DL-OPERATOR
012220         WHEN CALC-DUPLICATE
012230             MOVE TR-OPERATION TO DL-OPERATOR
012240         WHEN CALC-ITEM-NOT-FOUND
012250             CONTINUE
012260         WHEN TR-OP-REVERSE
012270             MOVE "R" TO DL-OPERATOR
012280             PERFORM 2200-ReverseLookup THRU 2200-Exit
012290         WHEN TR-OP-ADD
012300             MOVE "+" TO DL-OPERATOR
012310             COMPUTE CalcResult = FirstNum + SecondNum
012320                 ON SIZE ERROR
012330                     MOVE "R" TO WS-CALC-STATUS
012340             END-COMPUTE
012350         WHEN TR-OP-SUBTRACT
012360             MOVE "-" TO DL-OPERATOR
012370             IF SecondNum > FirstNum
012380                 MOVE "R" TO WS-CALC-STATUS
012390             ELSE
012400                 COMPUTE CalcResult = FirstNum - SecondNum
012410                     ON SIZE ERROR
012420                         MOVE "R" TO WS-CALC-STATUS
012430                 END-COMPUTE
012440             END-IF
012450         WHEN TR-OP-MULTIPLY
012460             MOVE "x" TO DL-OPERATOR
012470             COMPUTE CalcResult = FirstNum * SecondNum
012480                 ON SIZE ERROR
012490                     MOVE "R" TO WS-CALC-STATUS
012500             END-COMPUTE
012510         WHEN TR-OP-DIVIDE
012520             MOVE "/" TO DL-OPERATOR
012530             IF SecondNum = ZERO
012540                 MOVE "Z" TO WS-CALC-STATUS
012550             ELSE
012560                 COMPUTE CalcResult ROUNDED =
012570                     FirstNum / SecondNum
012580                     ON SIZE ERROR
012590                         MOVE "R" TO WS-CALC-STATUS
012600                 END-COMPUTE
012610             END-IF
012620         WHEN OTHER
012630             MOVE "?" TO DL-OPERATOR
012640             MOVE "I" TO WS-CALC-STATUS
012650     END-EVALUATE
012660*    PROFILE CEILING ON THE COMPUTED RESULT - ZERO MEANS NO
012670*    CEILING.
012680     IF CALC-OK
012690        AND WS-AMOUNT-LIMIT > ZERO
012700        AND CalcResult > WS-AMOUNT-LIMIT
012710         MOVE "U" TO WS-CALC-STATUS
012720     END-IF
012730*    SUPERVISOR APPROVAL THRESHOLD (PARMIN) - AN OVER-THRESHOLD
012740*    RESULT IS HELD TO THE PENDOUT QUEUE INSTEAD OF POSTED.
012750     IF CALC-OK
012760        AND WS-APPROVAL-LIMIT > ZERO
012770        AND CalcResult > WS-APPROVAL-LIMIT
012780         MOVE "H" TO WS-CALC-STATUS
012790     END-IF
012800*    DEPARTMENT MONTHLY BUDGET - CHECKED LAST SO ONLY A RESULT
012810*    THAT WILL ACTUALLY POST IS ADDED TO THE MONTH-TO-DATE.
012820     IF CALC-OK
012830         PERFORM 2450-ApplyDeptBudget THRU 2450-Exit
012840     END-IF
012850     IF CALC-OK
012860         PERFORM 2900-ComputeSalesTax THRU 2900-Exit
012870     END-IF
012880     MOVE FirstNum       TO DL-FIRST-NUM
012890     MOVE SecondNum      TO DL-SECOND-NUM
012900     EVALUATE TRUE
012910         WHEN CALC-NOT-AUTHORIZED
012920             MOVE "REJECTED-UA" TO DL-CALC-TEXT
012930         WHEN CALC-HELD
012940             MOVE "HELD-APPRVL" TO DL-CALC-TEXT
012950         WHEN CALC-DEPT-INVALID
012960             MOVE "REJECTED-DP" TO DL-CALC-TEXT
012970         WHEN CALC-DUPLICATE
012980             MOVE "REJECTED-DU" TO DL-CALC-TEXT
012990         WHEN CALC-OVER-BUDGET
013000             MOVE "REJECTED-BG" TO DL-CALC-TEXT
013010         WHEN CALC-REJECTED
013020             MOVE "REJECTED-SE" TO DL-CALC-TEXT
013030         WHEN CALC-DIVIDE-BY-ZERO
013040             MOVE "REJECTED-DZ" TO DL-CALC-TEXT
013050         WHEN CALC-INVALID-OP
013060             MOVE "INVALID-OP"  TO DL-CALC-TEXT
013070         WHEN CALC-ITEM-NOT-FOUND
013080             MOVE "REJECTED-NF" TO DL-CALC-TEXT
013090         WHEN CALC-REVERSED AND WS-ORIG-PERIOD > ZERO
013100             MOVE "REVERSED-PP" TO DL-CALC-TEXT
013110         WHEN CALC-REVERSED
013120             MOVE "REVERSED"    TO DL-CALC-TEXT
013130         WHEN CALC-REVERSAL-ERROR
013140             MOVE "REJECTED-RV" TO DL-CALC-TEXT
013150         WHEN OTHER
013160             MOVE CalcResult     TO DL-CALC-RESULT
013170     END-EVALUATE
013180     IF CALC-OK OR CALC-REVERSED
013190         PERFORM 2950-ShowSalesTax THRU 2950-Exit
013200     END-IF
013210     PERFORM 3500-CaptureTimestamp
013220*    A HELD TRANSACTION TAKES NO ID AND TOUCHES NO TRAIL - IT
013230*    POSTS (OR GOES TO THE CLERKS) WHEN APPRREV DECIDES IT.
013240     IF CALC-HELD
013250         PERFORM 4900-WritePendingRecord
013260     ELSE
013270         PERFORM 4800-GetNextTransId
013280         PERFORM 4000-WriteAuditRecord
013290         IF CALC-OK
013300             PERFORM 4500-WriteExtractRecord
013310             PERFORM 5100-BurstPosted THRU 5100-Exit
013320         END-IF
013330         IF CALC-REVERSED
013340             PERFORM 4600-WriteReversalExtract
013350             PERFORM 5100-BurstPosted THRU 5100-Exit
013360             PERFORM 2460-ReturnDeptBudget THRU 2460-Exit
013370         END-IF
013380         PERFORM 4700-WriteHistoryRecord
013390         IF NOT CALC-OK AND NOT CALC-REVERSED
013400             PERFORM 5000-WriteRejectRecord
013410         END-IF
013420     END-IF
013430     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
013440*
013450 2000-Finish.
013460     DIVIDE WS-TRANS-SEQ BY WS-CHECKPOINT-INTERVAL
013470         GIVING WS-CHECKPOINT-QUOTIENT
013480         REMAINDER WS-CHECKPOINT-REMAINDR
013490*    NEVER CHECKPOINT INSIDE AN OPEN DOCUMENT - A RESTART FROM
013500*    MID-DOCUMENT WOULD REPLAY THE TAIL LINES WITHOUT THEIR
013510*    HEADER AND POST THEM AS STANDALONE TRANSACTIONS.
013520     IF WS-CHECKPOINT-REMAINDR = ZERO
013530        AND NOT DOC-OPEN
013540         MOVE WS-TRANS-SEQ TO WS-CKPT-SEQ
013550         PERFORM 6000-WriteCheckpoint
013560     END-IF
013570
013580     PERFORM 8000-ReadTransaction.
013590 2000-Exit.
013600     EXIT.
013610*
013620 2100-FetchUnitPrice.
013630     MOVE ZERO         TO SecondNum
013640     MOVE TR-ITEM-CODE TO PM-ITEM-CODE
013650     READ PRICEM-FILE
013660         INVALID KEY
013670             MOVE "N" TO WS-CALC-STATUS
013680         NOT INVALID KEY
013690             IF PM-INACTIVE
013700                 MOVE "N" TO WS-CALC-STATUS
013710             ELSE
013720                 PERFORM 2150-SelectDatedPrice THRU 2150-Exit
013730                 IF NOT PRICE-SELECTED
013740                     MOVE "N" TO WS-CALC-STATUS
013750                 END-IF
013760             END-IF
013770     END-READ
013780     IF NOT PRICEM-OK AND NOT CALC-ITEM-NOT-FOUND
013790         MOVE "N" TO WS-CALC-STATUS
013800     END-IF.
013810 2100-Exit.
013820     EXIT.
013830*
013840*    PICK THE PRICE ROW WITH THE LATEST EFFECTIVE DATE THAT IS
013850*    NOT AFTER THE RUN DATE.  RECORDS WRITTEN BEFORE THE
013860*    DATED-ROW TABLE EXISTED CARRY SPACES IN PM-PRICE-COUNT
013870*    AND FALL BACK TO PM-UNIT-PRICE/PM-EFFECTIVE-DATE.  AN
013880*    ITEM WHOSE EVERY PRICE IS STILL IN THE FUTURE HAS NO
013890*    PRICE IN EFFECT AND IS REJECTED BY THE CALLER.
013900 2150-SelectDatedPrice.
013910     MOVE "N"  TO WS-PRICE-SEL-SWITCH
013920     MOVE ZERO TO WS-BEST-EFF-DATE
013930     IF PM-PRICE-COUNT IS NUMERIC
013940        AND PM-PRICE-COUNT > ZERO
013950         PERFORM 2160-TestPriceRow THRU 2160-Exit
013960             VARYING WS-ROW-IX FROM 1 BY 1
013970             UNTIL WS-ROW-IX > PM-PRICE-COUNT
013980             OR WS-ROW-IX > 3
013990     END-IF
014000     IF PRICE-SELECTED
014010         GO TO 2150-Exit
014020     END-IF
014030     IF PM-EFFECTIVE-DATE NOT > WS-CALC-DATE
014040         MOVE PM-UNIT-PRICE TO SecondNum
014050         MOVE "Y" TO WS-PRICE-SEL-SWITCH
014060     END-IF.
014070 2150-Exit.
014080     EXIT.
014090*
014100 2160-TestPriceRow.
014110     IF PM-ROW-EFF-DATE (WS-ROW-IX) NOT > WS-CALC-DATE
014120        AND PM-ROW-EFF-DATE (WS-ROW-IX) NOT < WS-BEST-EFF-DATE
014130         MOVE PM-ROW-EFF-DATE (WS-ROW-IX) TO WS-BEST-EFF-DATE
014140         MOVE PM-ROW-PRICE (WS-ROW-IX)    TO SecondNum
014150         MOVE "Y" TO WS-PRICE-SEL-SWITCH
014160     END-IF.
014170 2160-Exit.
014180     EXIT.
014190*
014200 2200-ReverseLookup.
014210     MOVE TR-REVERSE-TRANS-ID TO WS-REVERSE-ORIG-ID
014220     MOVE ZERO TO WS-ORIG-PERIOD
014230     MOVE WS-REVERSE-ORIG-ID  TO HR-TRANS-ID
014240     READ HIST-FILE
014250         INVALID KEY
014260             MOVE "X" TO WS-CALC-STATUS
014270     END-READ
014280     IF NOT HIST-OK
014290         MOVE "X" TO WS-CALC-STATUS
014300     END-IF
014310     IF CALC-REVERSAL-ERROR
014320         GO TO 2200-Exit
014330     END-IF
014340     IF NOT HR-OK
014350         MOVE "X" TO WS-CALC-STATUS
014360         GO TO 2200-Exit
014370     END-IF
014380     IF HR-REVERSED-BY > ZERO
014390         MOVE "X" TO WS-CALC-STATUS
014400         GO TO 2200-Exit
014410     END-IF
014420*    AN ORIGINAL FROM A CLOSED PERIOD IS REVERSED IN THE OPEN
014430*    PERIOD, CARRYING THE ORIGINAL'S PERIOD ON THE REVERSAL.
014440     DIVIDE HR-DATE BY 100 GIVING WS-ORIG-PERIOD
014450     IF WS-ORIG-PERIOD > WS-LAST-CLOSED
014460         MOVE ZERO TO WS-ORIG-PERIOD
014470     END-IF
014480     MOVE HR-FIRST-NUM   TO FirstNum
014490     MOVE HR-SECOND-NUM  TO SecondNum
014500     MOVE HR-CALC-RESULT TO CalcResult
014510     MOVE HR-DEPT-CODE   TO WS-CALC-DEPT
014520     MOVE HR-OPERATION   TO WS-ORIG-OPERATION
014530     MOVE HR-TAX-CODE    TO WS-TAX-CODE
014540     MOVE HR-TAX-RATE    TO WS-TAX-RATE
014550     MOVE HR-TAX-AMOUNT  TO WS-TAX-AMOUNT
014560     MOVE HR-TAX-REASON  TO WS-TAX-REASON
014570     MOVE "V" TO WS-CALC-STATUS
014580     IF HR-ADJUSTED-BY > ZERO
014590         PERFORM 2210-ApplyLatestAdjustment THRU 2210-Exit
014600*        THE ORIGINAL AND ITS ADJUSTMENTS WERE TAXED AT THE
014610*        ORIGINAL'S RATE, SO THEIR TAX NETS TO THE RATE ON
014620*        THE RECOMPUTED RESULT.
014630         IF CALC-REVERSED AND TAX-CHARGED
014640             COMPUTE WS-TAX-AMOUNT ROUNDED =
014650                 CalcResult * WS-TAX-RATE / 100
014660         END-IF
014670     END-IF.
014680 2200-Exit.
014690     EXIT.
014700*
014710*    THE ORIGINAL HAS BEEN REPRICED BY PRCADJ - ITS LATEST
014720*    ADJUSTMENT CARRIES THE PRICE NOW IN FORCE, SO THE REVERSAL
014730*    IS RECOMPUTED AT THAT PRICE WITH THE ORIGINAL OPERATION
014740*    AND BACKS OUT THE ORIGINAL AND EVERY ADJUSTMENT AT ONCE.
014750*    A MISSING ADJUSTMENT RECORD OR A PRICE THAT NO LONGER
014760*    COMPUTES REFUSES THE REVERSAL ("X").
014770 2210-ApplyLatestAdjustment.
014780     MOVE HR-ADJUSTED-BY TO HR-TRANS-ID
014790     READ HIST-FILE
014800         INVALID KEY
014810             MOVE "X" TO WS-CALC-STATUS
014820             GO TO 2210-Exit
014830     END-READ
014840     MOVE HR-SECOND-NUM TO SecondNum
014850     EVALUATE TRUE
014860         WHEN ORIG-OP-ADD
014870             COMPUTE CalcResult = FirstNum + SecondNum
014880                 ON SIZE ERROR
014890                     MOVE "X" TO WS-CALC-STATUS
014900             END-COMPUTE
014910         WHEN ORIG-OP-SUBTRACT
014920             IF SecondNum > FirstNum
014930                 MOVE "X" TO WS-CALC-STATUS
014940             ELSE
014950                 COMPUTE CalcResult = FirstNum - SecondNum
014960             END-IF
014970         WHEN ORIG-OP-MULTIPLY
014980             COMPUTE CalcResult = FirstNum * SecondNum
014990                 ON SIZE ERROR
015000                     MOVE "X" TO WS-CALC-STATUS
015010             END-COMPUTE
015020         WHEN ORIG-OP-DIVIDE
015030             IF SecondNum = ZERO
015040                 MOVE "X" TO WS-CALC-STATUS
015050             ELSE
015060                 COMPUTE CalcResult ROUNDED =
015070                     FirstNum / SecondNum
015080                     ON SIZE ERROR
015090                         MOVE "X" TO WS-CALC-STATUS
015100                 END-COMPUTE
015110             END-IF
015120         WHEN OTHER
015130             MOVE "X" TO WS-CALC-STATUS
015140     END-EVALUATE.
015150 2210-Exit.
015160     EXIT.
015170*
015180*    EVERY CALCULATION IS DONE FOR SOME REQUESTING DEPARTMENT -
015190*    A BLANK, UNKNOWN, OR DEACTIVATED CODE REJECTS THE
015200*    TRANSACTION (REJECTED-DP) TO REJOUT FOR CORRECTION.
015210 2300-ValidateDeptCode.
015220     MOVE TR-DEPT-CODE TO WS-CALC-DEPT
015230     MOVE ZERO         TO WS-DEPT-BUDGET
015240     MOVE "N"          TO WS-DEPT-EXEMPT-SWITCH
015250     IF TR-DEPT-CODE = SPACES
015260         MOVE "E" TO WS-CALC-STATUS
015270         GO TO 2300-Exit
015280     END-IF
015290     MOVE TR-DEPT-CODE TO DP-DEPT-CODE
015300     READ DEPT-FILE
015310         INVALID KEY
015320             MOVE "E" TO WS-CALC-STATUS
015330         NOT INVALID KEY
015340             IF DP-INACTIVE
015350                 MOVE "E" TO WS-CALC-STATUS
015360             END-IF
015370             IF DP-MONTHLY-BUDGET IS NUMERIC
015380                 MOVE DP-MONTHLY-BUDGET TO WS-DEPT-BUDGET
015390             END-IF
015400             IF DP-EXEMPT-FROM-TAX
015410                 MOVE "Y" TO WS-DEPT-EXEMPT-SWITCH
015420             END-IF
015430     END-READ
015440     IF NOT DEPT-OK AND NOT CALC-DEPT-INVALID
015450         MOVE "E" TO WS-CALC-STATUS
015460     END-IF.
015470 2300-Exit.
015480     EXIT.
015490*
015500*    A SUSPECTED DUPLICATE IS HELD WITH ITS OWN "D" STATUS
015510*    INSTEAD OF POSTED - SAME OPERATION, AMOUNTS, AND ITEM
015520*    CODE AS A TRANSACTION ALREADY SEEN THIS RUN OR AS A
015530*    SUCCESSFUL RECORD ALREADY ON CALCHIST
015540*    TODAY.  IT GOES TO REJOUT AS REJECTED-DU SO A GENUINE
015550*    REPEAT CAN BE RESUBMITTED DELIBERATELY.  A RECORD
015560*    StndGen STAMPED WITH ITS STANDING ENTRY IS NEVER HELD -
015570*    EACH ENTRY GENERATES ONCE A NIGHT - BUT IT IS REMEMBERED
015580*    LIKE ANY OTHER.
015590 2400-CheckDuplicate.
015600     MOVE "N" TO WS-DUP-SWITCH
015610     IF TR-STANDING-ID = SPACES
015620         PERFORM 2410-TestOneSeen THRU 2410-Exit
015630             VARYING WS-DUP-IX FROM 1 BY 1
015640             UNTIL WS-DUP-IX > WS-SEEN-CNT
015650             OR DUP-FOUND
015660     END-IF
015670     IF NOT DUP-FOUND
015680        AND TR-STANDING-ID = SPACES
015690         PERFORM 2420-TestOneHistory THRU 2420-Exit
015700             VARYING WS-DUP-IX FROM 1 BY 1
015710             UNTIL WS-DUP-IX > WS-HIST-CNT
015720             OR DUP-FOUND
015730     END-IF
015740     IF DUP-FOUND
015750         MOVE "D" TO WS-CALC-STATUS
015760         IF WS-DUP-CNT < WS-DUP-MAX
015770             ADD 1 TO WS-DUP-CNT
015780             MOVE TR-OPERATION  TO DU-OPERATION (WS-DUP-CNT)
015790             MOVE TR-FIRST-NUM  TO DU-FIRST-NUM (WS-DUP-CNT)
015800             MOVE TR-SECOND-NUM TO DU-SECOND-NUM (WS-DUP-CNT)
015810             MOVE TR-ITEM-CODE  TO DU-ITEM-CODE (WS-DUP-CNT)
015820         END-IF
015830         GO TO 2400-Exit
015840     END-IF
015850     IF WS-SEEN-CNT < WS-SEEN-MAX
015860         ADD 1 TO WS-SEEN-CNT
015870         MOVE TR-OPERATION  TO SN-OPERATION (WS-SEEN-CNT)
015880         MOVE TR-FIRST-NUM  TO SN-FIRST-NUM (WS-SEEN-CNT)
015890         MOVE TR-SECOND-NUM TO SN-SECOND-NUM (WS-SEEN-CNT)
015900         MOVE TR-ITEM-CODE  TO SN-ITEM-CODE (WS-SEEN-CNT)
015910     ELSE
015920         IF NOT SEEN-TABLE-WARNED
015930             DISPLAY "DOCALCB: RUN OVER DUPLICATE TABLE "
015940                 "CAPACITY - IN-RUN SCREEN PARTIAL"
015950             MOVE "Y" TO WS-SEEN-FULL-SWITCH
015960         END-IF
015970     END-IF.
015980 2400-Exit.
015990     EXIT.
016000*
016010 2410-TestOneSeen.
016020     IF SN-OPERATION (WS-DUP-IX) = TR-OPERATION
016030        AND SN-FIRST-NUM (WS-DUP-IX) = TR-FIRST-NUM
016040        AND SN-SECOND-NUM (WS-DUP-IX) = TR-SECOND-NUM
016050        AND SN-ITEM-CODE (WS-DUP-IX) = TR-ITEM-CODE
016060         MOVE "Y" TO WS-DUP-SWITCH
016070     END-IF.
016080 2410-Exit.
016090     EXIT.
016100*
016110*    THE CROSS-RUN SCREEN MATCHES ON THE PRICED AMOUNTS -
016120*    FOR AN ITEM-CODED RECORD SecondNum CARRIES THE MASTER
016130*    UNIT PRICE, WHICH IS WHAT CALCHIST RECORDED - AND ON THE
016140*    OPERATION AND ITEM CODE.  A RECORD POSTED BEFORE CALCHIST
016150*    CARRIED THE OPERATION HAS A BLANK ONE AND STILL MATCHES ON
016160*    AMOUNTS ALONE.
016170 2420-TestOneHistory.
016180     IF HT-FIRST-NUM (WS-DUP-IX) = FirstNum
016190        AND HT-SECOND-NUM (WS-DUP-IX) = SecondNum
016200        AND (HT-OPERATION (WS-DUP-IX) = SPACE
016210             OR (HT-OPERATION (WS-DUP-IX) = TR-OPERATION
016220                 AND HT-ITEM-CODE (WS-DUP-IX) = TR-ITEM-CODE))
016230         MOVE "Y" TO WS-DUP-SWITCH
016240     END-IF.
016250 2420-Exit.
016260     EXIT.
016270*
016280*    A SUCCESSFUL RESULT THAT WOULD PUSH ITS DEPARTMENT'S
016290*    MONTH-TO-DATE POSTINGS OVER DP-MONTHLY-BUDGET IS REFUSED
016300*    WITH ITS OWN "B" STATUS (REJECTED-BG) AND GOES TO REJOUT;
016310*    OTHERWISE THE RESULT IS ADDED TO THE MONTH-TO-DATE NOW -
016320*    THE CALLER POSTS IT UNCONDITIONALLY AFTER THIS CHECK.
016330*    ZERO MEANS NO BUDGET, BUT THE POSTING IS STILL TOTALED
016340*    FOR THE BUDGET REPORT.
016350 2450-ApplyDeptBudget.
016360     IF NOT MTD-AVAILABLE
016370         GO TO 2450-Exit
016380     END-IF
016390     MOVE "N"          TO WS-MTD-NEW-SWITCH
016400     MOVE WS-CALC-DEPT TO DM-DEPT-CODE
016410     DIVIDE WS-CALC-DATE BY 100 GIVING DM-PERIOD
016420     READ MTD-FILE
016430         INVALID KEY
016440             MOVE "Y" TO WS-MTD-NEW-SWITCH
016450     END-READ
016460     IF MTD-IS-NEW
016470         MOVE SPACES       TO DEPT-MTD-RECORD
016480         MOVE WS-CALC-DEPT TO DM-DEPT-CODE
016490         DIVIDE WS-CALC-DATE BY 100 GIVING DM-PERIOD
016500         MOVE ZERO         TO DM-POSTED-AMOUNT
016510         MOVE ZERO         TO DM-POSTED-COUNT
016520     END-IF
016530     COMPUTE WS-MTD-TRIAL = DM-POSTED-AMOUNT + CalcResult
016540     IF WS-DEPT-BUDGET > ZERO
016550        AND WS-MTD-TRIAL > WS-DEPT-BUDGET
016560         MOVE "B" TO WS-CALC-STATUS
016570         GO TO 2450-Exit
016580     END-IF
016590     MOVE WS-MTD-TRIAL TO DM-POSTED-AMOUNT
016600     ADD 1             TO DM-POSTED-COUNT
016610     MOVE WS-CALC-DATE TO DM-LAST-DATE
016620     MOVE WS-CALC-TIME TO DM-LAST-TIME
016630     IF MTD-IS-NEW
016640         WRITE DEPT-MTD-RECORD
016650     ELSE
016660         REWRITE DEPT-MTD-RECORD
016670     END-IF.
016680 2450-Exit.
016690     EXIT.
016700*
016710*    A POSTED REVERSAL GIVES ITS AMOUNT BACK TO THE BUDGET OF
016720*    THE MONTH THE REVERSAL POSTS IN - THE MONTH CHGJRNL
016730*    CREDITS IT TO - NEVER TAKING THE MONTH-TO-DATE TOTAL
016740*    BELOW ZERO.  NO RECORD FOR THE MONTH MEANS NOTHING HAS
016750*    POSTED YET TO GIVE BACK.
016760 2460-ReturnDeptBudget.
016770     IF NOT MTD-AVAILABLE
016780         GO TO 2460-Exit
016790     END-IF
016800     MOVE WS-CALC-DEPT TO DM-DEPT-CODE
016810     DIVIDE WS-CALC-DATE BY 100 GIVING DM-PERIOD
016820     READ MTD-FILE
016830         INVALID KEY
016840             GO TO 2460-Exit
016850     END-READ
016860     IF CalcResult > DM-POSTED-AMOUNT
016870         MOVE ZERO TO DM-POSTED-AMOUNT
016880     ELSE
016890         SUBTRACT CalcResult FROM DM-POSTED-AMOUNT
016900     END-IF
016910     MOVE WS-CALC-DATE TO DM-LAST-DATE
016920     MOVE WS-CALC-TIME TO DM-LAST-TIME
016930     REWRITE DEPT-MTD-RECORD.
016940 2460-Exit.
016950     EXIT.
016960*
016970*    DOCUMENT HANDLING.  THE HEADER OPENS A SET AND VALIDATES
016980*    THE DOCUMENT'S DEPARTMENT AND THE OPERATOR'S CALCULATE
016990*    AUTHORITY; EACH DETAIL LINE CHAINS ITS OPERATION TO THE
017000*    RUNNING RESULT; THE END RECORD POSTS ONE COMBINED
017010*    TRANSACTION.  A BAD LINE MARKS THE WHOLE DOCUMENT IN
017020*    ERROR - THE REMAINING LINES ARE CONSUMED AND THE WHOLE
017030*    SET (HEADER, LINES, END) GOES TO REJOUT FOR CORRECTION
017040*    AND RESUBMISSION.
017050 2500-ProcessDocumentRecord.
017060     EVALUATE TRUE
017070         WHEN TR-OP-DOC-HEADER AND DOC-OPEN
017080             MOVE "Y" TO WS-DOC-ERR-SWITCH
017090             MOVE "REJECTED-DC" TO WS-DOC-REASON
017100             PERFORM 2510-BufferDocRecord THRU 2510-Exit
017110         WHEN TR-OP-DOC-HEADER
017120             PERFORM 2520-OpenDocument THRU 2520-Exit
017130         WHEN TR-OP-DOC-END
017140             PERFORM 2540-CloseDocument THRU 2540-Exit
017150         WHEN OTHER
017160             PERFORM 2530-DocumentLine THRU 2530-Exit
017170     END-EVALUATE.
017180 2500-Exit.
017190     EXIT.
017200*
017210 2510-BufferDocRecord.
017220     IF WS-DOC-BUF-CNT NOT < WS-DOC-BUF-MAX
017230         MOVE "Y" TO WS-DOC-ERR-SWITCH
017240         MOVE "REJECTED-DC" TO WS-DOC-REASON
017250         DISPLAY "DOCALCB: DOCUMENT OVER " WS-DOC-BUF-MAX
017260             " RECORDS - DOCUMENT REJECTED"
017270         GO TO 2510-Exit
017280     END-IF
017290     ADD 1 TO WS-DOC-BUF-CNT
017300     MOVE TRANS-RECORD TO WS-DOC-REC (WS-DOC-BUF-CNT).
017310 2510-Exit.
017320     EXIT.
017330*
017340 2520-OpenDocument.
017350*    REMEMBER WHERE THE FILE STOOD BEFORE THIS HEADER - IF THE
017360*    DOCUMENT IS STILL OPEN AT END OF FILE THE FINAL CHECKPOINT
017370*    IS TAKEN HERE SO A RESUBMIT REPROCESSES THE WHOLE SET.
017380     SUBTRACT 1 FROM WS-TRANS-SEQ GIVING WS-DOC-START-SEQ
017390     MOVE "Y"    TO WS-DOC-SWITCH
017400     MOVE "N"    TO WS-DOC-ERR-SWITCH
017410     MOVE ZERO   TO WS-DOC-RUNNING
017420     MOVE ZERO   TO WS-DOC-LINE-CNT
017430     MOVE ZERO   TO WS-DOC-BUF-CNT
017440     MOVE SPACES TO WS-DOC-REASON
017450     PERFORM 2510-BufferDocRecord THRU 2510-Exit
017460*    THE HEADER CARRIES THE DOCUMENT'S DEPARTMENT - EVERY
017470*    LINE AND THE POSTED TOTAL INHERIT IT.
017480     MOVE SPACES TO WS-CALC-DEPT
017490     PERFORM 2300-ValidateDeptCode THRU 2300-Exit
017500     IF CALC-DEPT-INVALID
017510         MOVE "Y" TO WS-DOC-ERR-SWITCH
017520         MOVE "REJECTED-DP" TO WS-DOC-REASON
017530         MOVE "O" TO WS-CALC-STATUS
017540     END-IF
017550     MOVE WS-CALC-DEPT TO WS-DOC-DEPT
017560     IF NOT OPER-MAY-CALCULATE
017570         MOVE "Y" TO WS-DOC-ERR-SWITCH
017580         MOVE "REJECTED-UA" TO WS-DOC-REASON
017590     END-IF
017600     MOVE WS-DOC-DEPT TO DSL-DEPT
017610     WRITE REPORT-LINE FROM WS-DOC-START-LINE.
017620 2520-Exit.
017630     EXIT.
017640*
017650 2530-DocumentLine.
017660     PERFORM 2510-BufferDocRecord THRU 2510-Exit
017670     IF DOC-IN-ERROR
017680         GO TO 2530-Exit
017690     END-IF
017700     IF NOT (TR-OP-ADD OR TR-OP-SUBTRACT
017710             OR TR-OP-MULTIPLY OR TR-OP-DIVIDE)
017720         MOVE "Y" TO WS-DOC-ERR-SWITCH
017730         MOVE "REJECTED-DC" TO WS-DOC-REASON
017740         GO TO 2530-Exit
017750     END-IF
017760     ADD 1 TO WS-DOC-LINE-CNT
017770     MOVE "O" TO WS-CALC-STATUS
017780*    OPERAND: THE KEYED SECOND AMOUNT, OR FOR AN ITEM-CODED
017790*    LINE AFTER THE FIRST THE LINE EXTENSION (QUANTITY TIMES
017800*    THE MASTER UNIT PRICE).  THE FIRST LINE WORKS LIKE A
017810*    STANDALONE RECORD - ITS LEFT SIDE IS THE KEYED FIRST
017820*    AMOUNT (OR QUANTITY), NOT THE (ZERO) RUNNING RESULT.
017830     IF TR-ITEM-CODE = SPACES
017840         MOVE TR-SECOND-NUM TO WS-DOC-OPERAND
017850     ELSE
017860         PERFORM 2100-FetchUnitPrice
017870         IF CALC-ITEM-NOT-FOUND
017880             MOVE "Y" TO WS-DOC-ERR-SWITCH
017890             MOVE "REJECTED-NF" TO WS-DOC-REASON
017900             MOVE "O" TO WS-CALC-STATUS
017910             GO TO 2530-Exit
017920         END-IF
017930         IF WS-DOC-LINE-CNT = 1
017940             MOVE SecondNum TO WS-DOC-OPERAND
017950         ELSE
017960             COMPUTE WS-DOC-OPERAND =
017970                 TR-FIRST-NUM * SecondNum
017980                 ON SIZE ERROR
017990                     PERFORM 2536-FlagDocSizeError
018000                         THRU 2536-Exit
018010             END-COMPUTE
018020         END-IF
018030     END-IF
018040     IF DOC-IN-ERROR
018050         GO TO 2530-Exit
018060     END-IF
018070     IF WS-DOC-LINE-CNT = 1
018080         MOVE TR-FIRST-NUM TO WS-DOC-LEFT
018090     ELSE
018100         MOVE WS-DOC-RUNNING TO WS-DOC-LEFT
018110     END-IF
018120     PERFORM 2535-ApplyDocOperation THRU 2535-Exit
018130     PERFORM 2538-EchoDocLine THRU 2538-Exit.
018140 2530-Exit.
018150     EXIT.
018160*
018170 2535-ApplyDocOperation.
018180     EVALUATE TRUE
018190         WHEN TR-OP-ADD
018200             COMPUTE WS-DOC-RUNNING =
018210                 WS-DOC-LEFT + WS-DOC-OPERAND
018220                 ON SIZE ERROR
018230                     PERFORM 2536-FlagDocSizeError
018240                         THRU 2536-Exit
018250             END-COMPUTE
018260         WHEN TR-OP-SUBTRACT
018270             IF WS-DOC-OPERAND > WS-DOC-LEFT
018280                 PERFORM 2536-FlagDocSizeError THRU 2536-Exit
018290             ELSE
018300                 COMPUTE WS-DOC-RUNNING =
018310                     WS-DOC-LEFT - WS-DOC-OPERAND
018320                 END-COMPUTE
018330             END-IF
018340         WHEN TR-OP-MULTIPLY
018350             COMPUTE WS-DOC-RUNNING =
018360                 WS-DOC-LEFT * WS-DOC-OPERAND
018370                 ON SIZE ERROR
018380                     PERFORM 2536-FlagDocSizeError
018390                         THRU 2536-Exit
018400             END-COMPUTE
018410         WHEN TR-OP-DIVIDE
018420             IF WS-DOC-OPERAND = ZERO
018430                 MOVE "Y" TO WS-DOC-ERR-SWITCH
018440                 MOVE "REJECTED-DZ" TO WS-DOC-REASON
018450             ELSE
018460                 COMPUTE WS-DOC-RUNNING ROUNDED =
018470                     WS-DOC-LEFT / WS-DOC-OPERAND
018480                 END-COMPUTE
018490             END-IF
018500     END-EVALUATE.
018510 2535-Exit.
018520     EXIT.
018530*
018540 2536-FlagDocSizeError.
018550     MOVE "Y" TO WS-DOC-ERR-SWITCH
018560     MOVE "REJECTED-SE" TO WS-DOC-REASON.
018570 2536-Exit.
018580     EXIT.
018590*
018600 2538-EchoDocLine.
018610     MOVE TR-OPERATION   TO DOCL-OPERATOR
018620     MOVE WS-DOC-OPERAND TO DOCL-OPERAND
018630     IF DOC-IN-ERROR
018640         MOVE WS-DOC-REASON TO DOCL-TEXT
018650     ELSE
018660         MOVE WS-DOC-RUNNING TO DOCL-RUNNING
018670     END-IF
018680     WRITE REPORT-LINE FROM WS-DOC-ECHO-LINE.
018690 2538-Exit.
018700     EXIT.
018710*
018720 2540-CloseDocument.
018730     PERFORM 2510-BufferDocRecord THRU 2510-Exit
018740     IF WS-DOC-LINE-CNT = ZERO
018750        AND NOT DOC-IN-ERROR
018760         MOVE "Y" TO WS-DOC-ERR-SWITCH
018770         MOVE "REJECTED-DC" TO WS-DOC-REASON
018780     END-IF
018790     IF DOC-IN-ERROR
018800*        AN AUTHORITY REFUSAL STILL LEAVES A ZERO-AMOUNT "U"
018810*        RECORD ON BOTH TRAILS, SAME AS A REFUSED STANDALONE
018820*        TRANSACTION, BEFORE THE SET GOES TO REJOUT.
018830         IF WS-DOC-REASON = "REJECTED-UA"
018840             MOVE ZERO        TO FirstNum
018850             MOVE ZERO        TO SecondNum
018860             MOVE ZERO        TO CalcResult
018870             MOVE WS-DOC-DEPT TO WS-CALC-DEPT
018880             MOVE "U"         TO WS-CALC-STATUS
018890             PERFORM 3500-CaptureTimestamp
018900             PERFORM 4800-GetNextTransId
018910             PERFORM 4000-WriteAuditRecord
018920             PERFORM 4700-WriteHistoryRecord
018930         END-IF
018940         PERFORM 2560-RejectDocument THRU 2560-Exit
018950         GO TO 2540-Done
018960     END-IF
018970
018980     MOVE ZERO           TO FirstNum
018990     MOVE ZERO           TO SecondNum
019000     MOVE WS-DOC-RUNNING TO CalcResult
019010     MOVE WS-DOC-DEPT    TO WS-CALC-DEPT
019020     MOVE "O"            TO WS-CALC-STATUS
019030*    THE PROFILE CEILING AND THE SUPERVISOR APPROVAL
019040*    THRESHOLD APPLY TO THE DOCUMENT TOTAL, SAME AS TO A
019050*    STANDALONE RESULT.
019060     IF WS-AMOUNT-LIMIT > ZERO
019070        AND CalcResult > WS-AMOUNT-LIMIT
019080         MOVE "U" TO WS-CALC-STATUS
019090     END-IF
019100     IF CALC-OK
019110        AND WS-APPROVAL-LIMIT > ZERO
019120        AND CalcResult > WS-APPROVAL-LIMIT
019130         MOVE "H" TO WS-CALC-STATUS
019140     END-IF
019150     IF CALC-OK
019160         PERFORM 2450-ApplyDeptBudget THRU 2450-Exit
019170     END-IF
019180     PERFORM 3500-CaptureTimestamp
019190     MOVE WS-DOC-RUNNING TO DTL-TOTAL
019200     EVALUATE TRUE
019210         WHEN CALC-HELD
019220             PERFORM 4900-WritePendingRecord
019230             MOVE "HELD-APPRVL"    TO DTL-DISP-TEXT
019240             MOVE SPACES           TO DTL-TRANS-ID
019250         WHEN CALC-NOT-AUTHORIZED
019260             PERFORM 4800-GetNextTransId
019270             PERFORM 4000-WriteAuditRecord
019280             PERFORM 4700-WriteHistoryRecord
019290             MOVE "REJECTED-UA"    TO WS-DOC-REASON
019300             PERFORM 2560-RejectDocument THRU 2560-Exit
019310             MOVE "REJECTED-UA"    TO DTL-DISP-TEXT
019320             MOVE SPACES           TO DTL-TRANS-ID
019330         WHEN CALC-OVER-BUDGET
019340             PERFORM 4800-GetNextTransId
019350             PERFORM 4000-WriteAuditRecord
019360             PERFORM 4700-WriteHistoryRecord
019370             MOVE "REJECTED-BG"    TO WS-DOC-REASON
019380             PERFORM 2560-RejectDocument THRU 2560-Exit
019390             MOVE "REJECTED-BG"    TO DTL-DISP-TEXT
019400             MOVE SPACES           TO DTL-TRANS-ID
019410         WHEN OTHER
019420             PERFORM 4800-GetNextTransId
019430             PERFORM 4000-WriteAuditRecord
019440             PERFORM 4500-WriteExtractRecord
019450             PERFORM 5100-BurstPosted THRU 5100-Exit
019460             PERFORM 4700-WriteHistoryRecord
019470             MOVE "POSTED AS ID "  TO DTL-DISP-TEXT
019480             MOVE WS-NEXT-TRANS-ID TO DTL-TRANS-ID
019490     END-EVALUATE
019500     WRITE REPORT-LINE FROM WS-DOC-TOTAL-LINE.
019510 2540-Done.
019520     MOVE "N" TO WS-DOC-SWITCH
019530     MOVE "N" TO WS-DOC-ERR-SWITCH.
019540 2540-Exit.
019550     EXIT.
019560*
019570*    THE WHOLE SET - HEADER, LINES, AND END RECORD - GOES TO
019580*    REJOUT IN THE TRANIN LAYOUT SO THE CLERKS CORRECT THE
019590*    BAD LINE AND RESUBMIT THE DOCUMENT INTACT.
019600 2560-RejectDocument.
019610     PERFORM 3500-CaptureTimestamp
019620     PERFORM 2570-RejectOneDocRecord THRU 2570-Exit
019630         VARYING WS-DOC-IX FROM 1 BY 1
019640         UNTIL WS-DOC-IX > WS-DOC-BUF-CNT
019650     MOVE WS-DOC-RUNNING TO DTL-TOTAL
019660     MOVE WS-DOC-REASON  TO DTL-DISP-TEXT
019670     MOVE SPACES         TO DTL-TRANS-ID
019680     WRITE REPORT-LINE FROM WS-DOC-TOTAL-LINE.
019690 2560-Exit.
019700     EXIT.
019710*
019720 2570-RejectOneDocRecord.
019730     MOVE WS-DOC-REC (WS-DOC-IX) TO WS-DOC-SAVE-REC
019740     MOVE SPACES          TO REJECT-RECORD
019750     MOVE WD-OPERATION    TO RJ-OPERATION
019760     IF WD-FIRST-NUM IS NUMERIC
019770         MOVE WD-FIRST-NUM TO RJ-FIRST-NUM
019780         ADD WD-FIRST-NUM  TO WS-REJECT-HASH
019790     ELSE
019800         MOVE ZERO         TO RJ-FIRST-NUM
019810     END-IF
019820     IF WD-SECOND-NUM IS NUMERIC
019830         MOVE WD-SECOND-NUM TO RJ-SECOND-NUM
019840         ADD WD-SECOND-NUM  TO WS-REJECT-HASH
019850     ELSE
019860         MOVE ZERO          TO RJ-SECOND-NUM
019870     END-IF
019880     MOVE WD-ITEM-CODE    TO RJ-ITEM-CODE
019890     MOVE WD-DEPT-CODE    TO RJ-DEPT-CODE
019900     MOVE WS-DOC-REASON   TO RJ-REJECT-REASON
019910     MOVE WS-CALC-DATE    TO RJ-RUN-DATE
019920     WRITE REJECT-RECORD
019930     ADD 1 TO WS-REJECT-COUNT
019940*    EVERY RECORD OF THE SET BURSTS TO THE HEADER'S DEPARTMENT
019950*    SO THE DOCUMENT REACHES ITS CLERKS INTACT.
019960     MOVE WS-DOC-DEPT     TO WS-BURST-DEPT
019970     PERFORM 5300-BurstReject THRU 5300-Exit.
019980 2570-Exit.
019990     EXIT.
020000*
020010*    SALES TAX ON A POSTING ITEM-CODED TRANSACTION: THE RATE THE
020020*    ITEM'S TAX CODE HAS IN EFFECT ON THE RUN DATE, APPLIED TO
020030*    THE EXTENDED PRICE AND ROUNDED TO THE CENT.  PRICMSTR STILL
020040*    HOLDS THE ITEM 2100 PRICED.  AN EXEMPT DEPARTMENT, AN ITEM
020050*    WITH NO TAX CODE, OR A CODE WITH NO ACTIVE RATE IN EFFECT
020060*    POSTS WITH ZERO TAX AND THE REASON RECORDED.  KEYED
020070*    AMOUNTS CARRY NO TAX.
020080 2900-ComputeSalesTax.
020090     IF TR-ITEM-CODE = SPACES
020100         GO TO 2900-Exit
020110     END-IF
020120     MOVE PM-TAX-CODE TO WS-TAX-CODE
020130     IF DEPT-TAX-EXEMPT
020140         MOVE "E" TO WS-TAX-REASON
020150         GO TO 2900-Exit
020160     END-IF
020170     IF WS-TAX-CODE = SPACES
020180         MOVE "N" TO WS-TAX-REASON
020190         GO TO 2900-Exit
020200     END-IF
020210     MOVE "R" TO WS-TAX-REASON
020220     MOVE "N" TO WS-RATE-SEL-SWITCH
020230     IF NOT TAX-AVAILABLE
020240         GO TO 2900-Exit
020250     END-IF
020260     MOVE WS-TAX-CODE TO TX-TAX-CODE
020270     READ TAX-FILE
020280         INVALID KEY
020290             CONTINUE
020300         NOT INVALID KEY
020310             IF NOT TX-INACTIVE
020320                 PERFORM 2910-SelectDatedRate THRU 2910-Exit
020330             END-IF
020340     END-READ
020350     IF RATE-SELECTED
020360         MOVE "T" TO WS-TAX-REASON
020370         COMPUTE WS-TAX-AMOUNT ROUNDED =
020380             CalcResult * WS-TAX-RATE / 100
020390     END-IF.
020400 2900-Exit.
020410     EXIT.
020420*
020430*    SAME RULE AS THE DATED PRICE ROWS - THE LATEST RATE ROW
020440*    NOT AFTER THE RUN DATE.
020450 2910-SelectDatedRate.
020460     MOVE ZERO TO WS-BEST-EFF-DATE
020470     IF TX-RATE-COUNT IS NUMERIC
020480        AND TX-RATE-COUNT > ZERO
020490         PERFORM 2920-TestRateRow THRU 2920-Exit
020500             VARYING WS-ROW-IX FROM 1 BY 1
020510             UNTIL WS-ROW-IX > TX-RATE-COUNT
020520             OR WS-ROW-IX > 3
020530     END-IF.
020540 2910-Exit.
020550     EXIT.
020560*
020570 2920-TestRateRow.
020580     IF TX-ROW-EFF-DATE (WS-ROW-IX) NOT > WS-CALC-DATE
020590        AND TX-ROW-EFF-DATE (WS-ROW-IX) NOT < WS-BEST-EFF-DATE
020600         MOVE TX-ROW-EFF-DATE (WS-ROW-IX) TO WS-BEST-EFF-DATE
020610         MOVE TX-ROW-RATE (WS-ROW-IX)     TO WS-TAX-RATE
020620         MOVE "Y" TO WS-RATE-SEL-SWITCH
020630     END-IF.
020640 2920-Exit.
020650     EXIT.
020660*
020670 2950-ShowSalesTax.
020680     MOVE "TAX " TO DL-TAX-LABEL
020690     EVALUATE TRUE
020700         WHEN TAX-CHARGED
020710             MOVE WS-TAX-AMOUNT  TO DL-TAX-AMOUNT
020720         WHEN TAX-EXEMPT-DEPT
020730             MOVE "EXEMPT"       TO DL-TAX-TEXT
020740         WHEN TAX-NOT-TAXABLE
020750             MOVE "NOT TAXABLE"  TO DL-TAX-TEXT
020760         WHEN TAX-NO-RATE
020770             MOVE "NO RATE"      TO DL-TAX-TEXT
020780         WHEN OTHER
020790             MOVE SPACES         TO DL-TAX-LABEL
020800     END-EVALUATE.
020810 2950-Exit.
020820     EXIT.
020830*
020840 3000-Terminate.
020850*    CHECKPOINT THE FINAL POSITION FIRST - THE INTERVAL
020860*    CHECKPOINT IN 2000 ONLY COVERS EVERY TENTH TRANSACTION,
020870*    AND A RUN THAT COMPLETES TRANIN BUT FAILS ONLY THE
020880*    TRAILER CHECK MUST RESUME AFTER ITS LAST TRANSACTION ON
020890*    RESUBMIT, NOT RE-POST THE TAIL OF THE RUN INTO AUDITLOG/
020900*    CALCHIST/PRICEXT.  THE GUARD KEEPS A FAILED OPEN (SEQ
020910*    STILL ZERO) FROM WIPING A LIVE RESTART CHECKPOINT.
020920*    A DOCUMENT STILL OPEN AT END OF FILE WAS TRUNCATED - THE
020930*    CHECKPOINT IS TAKEN JUST BEFORE ITS HEADER AND THE
020940*    BUFFERED LINES ARE NOT REJECTED, SO THE RESUBMITTED
020950*    (COMPLETED) FILE SKIPS THE POSTED WORK AND REPROCESSES
020960*    THE WHOLE DOCUMENT INTACT.  CHECKPOINTING PAST THE
020970*    HEADER WOULD REPLAY THE TAIL LINES HEADERLESS, AND
020980*    REJECTING HERE WOULD LEAVE THE REPLAYED DOCUMENT
020990*    DUPLICATED IN REJOUT.
021000     IF DOC-OPEN
021010         DISPLAY "DOCALCB: UNTERMINATED DOCUMENT AT END OF "
021020             "TRANIN - HELD FOR RESUBMIT FROM ITS HEADER"
021030         MOVE WS-DOC-START-SEQ TO WS-CKPT-SEQ
021040     ELSE
021050         MOVE WS-TRANS-SEQ TO WS-CKPT-SEQ
021060     END-IF
021070     IF WS-CKPT-SEQ > WS-RESTART-SEQ
021080         PERFORM 6000-WriteCheckpoint
021090     END-IF
021100     PERFORM 3100-VerifyTrailer THRU 3100-Exit
021110*    TRAILERS ARE WRITTEN ONLY ON A BALANCED, FULLY POSTED RUN
021120*    - AN RC=16 RUN LEAVES THE CHECKPOINT IN PLACE AND THE
021130*    RESTART APPENDS TO PRICEXT AND REJOUT, SO IT MUST FIND
021140*    THEM STILL OPEN-ENDED AND WRITE THE ONE TRAILER ITSELF AT
021150*    ITS OWN CLEAN EOF.  AN OPEN DOCUMENT FORCES THE SAME
021160*    PATH EVEN WHEN THE TRAILER BALANCES - THE DOCUMENT IS
021170*    STILL UNPOSTED AND THE RUN MUST BE RESUBMITTED.
021180     IF TRAILER-BALANCED AND NOT DOC-OPEN
021190         PERFORM 3200-WriteExtractTrailer
021200         PERFORM 3300-WriteRejectTrailer
021210         PERFORM 3600-WriteBurstTotal
021220         PERFORM 6100-ResetCheckpoint
021230     ELSE
021240         MOVE 16 TO RETURN-CODE
021250     END-IF
021260*    THE SUSPECTED DUPLICATES GET THEIR OWN SECTION AT THE
021270*    BOTTOM OF THE REPORT SO THEY DO NOT GET LOST AMONG THE
021280*    DETAIL LINES.
021290     IF WS-DUP-CNT > ZERO
021300         WRITE REPORT-LINE FROM WS-BLANK-LINE
021310         WRITE REPORT-LINE FROM WS-DUP-HEADING
021320         PERFORM 3400-WriteOneDuplicate THRU 3400-Exit
021330             VARYING WS-DUP-IX FROM 1 BY 1
021340             UNTIL WS-DUP-IX > WS-DUP-CNT
021350     END-IF
021360     CLOSE TRANS-FILE
021370     CLOSE AUDIT-FILE
021380     CLOSE PRICE-FILE
021390     CLOSE HIST-FILE
021400     CLOSE PRICEM-FILE
021410     CLOSE DEPT-FILE
021420     IF TAX-AVAILABLE
021430         CLOSE TAX-FILE
021440     END-IF
021450     IF MTD-AVAILABLE
021460         CLOSE MTD-FILE
021470     END-IF
021480     CLOSE PEND-FILE
021490     CLOSE REJECT-FILE
021500     CLOSE BURST-FILE
021510     CLOSE REPORT-FILE.
021520 3000-Exit.
021530     EXIT.
021540*
021550 3100-VerifyTrailer.
021560     IF POST-PERIOD-CLOSED
021570         GO TO 3100-Exit
021580     END-IF
021590     IF NOT TRAILER-SEEN
021600         DISPLAY "DOCALCB: TRANIN TRAILER RECORD MISSING - "
021610             "POSSIBLE TRUNCATED FILE, RUN DOES NOT BALANCE, "
021620             "CHECKPOINT LEFT IN PLACE"
021630         GO TO 3100-Exit
021640     END-IF
021650     IF WS-TRAILER-COUNT = WS-TRANS-SEQ
021660        AND WS-TRAILER-HASH = WS-RUN-HASH
021670         MOVE "Y" TO WS-BALANCE-SWITCH
021680     ELSE
021690         DISPLAY "DOCALCB: TRANIN OUT OF BALANCE - TRAILER "
021700             "COUNT " WS-TRAILER-COUNT " HASH " WS-TRAILER-HASH
021710         DISPLAY "DOCALCB: COMPUTED COUNT " WS-TRANS-SEQ
021720             " HASH " WS-RUN-HASH
021730         DISPLAY "DOCALCB: RUN ENDS RC=16, CHECKPOINT LEFT "
021740             "IN PLACE"
021750     END-IF.
021760 3100-Exit.
021770     EXIT.
021780*
021790 3200-WriteExtractTrailer.
021800     MOVE SPACES TO PRICE-EXTRACT-TRAILER
021810     MOVE "PT" TO PT-RECORD-TYPE
021820     MOVE WS-EXTRACT-COUNT TO PT-RECORD-COUNT
021830     MOVE WS-EXTRACT-SUM   TO PT-EXTENDED-SUM
021840     MOVE WS-EXTRACT-TAX-SUM TO PT-TAX-SUM
021850     WRITE PRICE-EXTRACT-TRAILER.
021860 3200-Exit.
021870     EXIT.
021880*
021890 3300-WriteRejectTrailer.
021900     MOVE WS-REJECT-COUNT TO WRT-RECORD-COUNT
021910     MOVE WS-REJECT-HASH  TO WRT-HASH-TOTAL
021920     WRITE REJECT-RECORD FROM WS-REJECT-TRAILER.
021930 3300-Exit.
021940     EXIT.
021950*
021960*    THE BURST FILE'S RUN TOTALS ARE THE SAME FIGURES AS THE
021970*    PRICEXT AND REJOUT TRAILERS, PLUS THE HELD COUNT AND
021980*    AMOUNT, SO DEPTBRST CAN PROVE THE DEPARTMENT SPLIT BACK
021990*    TO THE WHOLE RUN.  LIKE THE TRAILERS, IT IS WRITTEN ONLY
022000*    AT THE END OF A BALANCED, FULLY POSTED RUN.
022010 3600-WriteBurstTotal.
022020     MOVE SPACES             TO DEPT-WORK-TOTAL
022030     MOVE "T"                TO DT-RECORD-TYPE
022040     MOVE WS-CALC-DATE       TO DT-RUN-DATE
022050     MOVE WS-EXTRACT-COUNT   TO DT-POSTED-COUNT
022060     MOVE WS-EXTRACT-SUM     TO DT-POSTED-SUM
022070     MOVE WS-EXTRACT-TAX-SUM TO DT-TAX-SUM
022080     MOVE WS-HELD-COUNT      TO DT-HELD-COUNT
022090     MOVE WS-HELD-SUM        TO DT-HELD-SUM
022100     MOVE WS-REJECT-COUNT    TO DT-REJECT-COUNT
022110     MOVE WS-REJECT-HASH     TO DT-REJECT-HASH
022120     WRITE DEPT-WORK-TOTAL.
022130 3600-Exit.
022140     EXIT.
022150*
022160 3400-WriteOneDuplicate.
022170     MOVE SPACES TO WS-DUP-LINE
022180     MOVE DU-OPERATION (WS-DUP-IX)  TO DU-L-OPERATION
022190     MOVE DU-FIRST-NUM (WS-DUP-IX)  TO DU-L-FIRST-NUM
022200     MOVE DU-SECOND-NUM (WS-DUP-IX) TO DU-L-SECOND-NUM
022210     MOVE DU-ITEM-CODE (WS-DUP-IX)  TO DU-L-ITEM-CODE
022220     WRITE REPORT-LINE FROM WS-DUP-LINE.
022230 3400-Exit.
022240     EXIT.
022250*
022260 3500-CaptureTimestamp.
022270     MOVE "BATCH"       TO WS-CALC-USER
022280     ACCEPT WS-CALC-DATE FROM DATE YYYYMMDD
022290     ACCEPT WS-CALC-TIME FROM TIME.
022300 3500-Exit.
022310     EXIT.
022320*
022330 4000-WriteAuditRecord.
022340     MOVE WS-NEXT-TRANS-ID TO AUD-TRANS-ID
022350     MOVE WS-CALC-USER  TO AUD-USER
022360     MOVE WS-CALC-DATE  TO AUD-DATE
022370     MOVE WS-CALC-TIME  TO AUD-TIME
022380     MOVE FirstNum      TO AUD-FIRST-NUM
022390     MOVE SecondNum     TO AUD-SECOND-NUM
022400     MOVE WS-CALC-DEPT  TO AUD-DEPT-CODE
022410     MOVE WS-CALC-STATUS TO AUD-STATUS
022420     MOVE ZERO          TO AUD-ADJUSTMENT-OF
022430     MOVE SPACE         TO AUD-ADJ-DIRECTION
022440     IF CALC-OK OR CALC-REVERSED
022450         MOVE CalcResult TO AUD-CALC-RESULT
022460     ELSE
022470         MOVE ZERO       TO AUD-CALC-RESULT
022480     END-IF
022490     IF CALC-OK OR CALC-REVERSED
022500         MOVE WS-TAX-CODE   TO AUD-TAX-CODE
022510         MOVE WS-TAX-AMOUNT TO AUD-TAX-AMOUNT
022520         MOVE WS-TAX-REASON TO AUD-TAX-REASON
022530         MOVE WS-TAX-RATE   TO AUD-TAX-RATE
022540     ELSE
022550         MOVE SPACES        TO AUD-TAX-CODE
022560         MOVE ZERO          TO AUD-TAX-AMOUNT
022570         MOVE SPACE         TO AUD-TAX-REASON
022580         MOVE ZERO          TO AUD-TAX-RATE
022590     END-IF
022600     PERFORM 4050-SetAuditCrossRefs THRU 4050-Exit
022610     WRITE AUDIT-RECORD.
022620 4000-Exit.
022630     EXIT.
022640*
022650*    THE REVERSAL-OF ID, OPERATION, ITEM CODE, STANDING ID, AND
022660*    ORIGINAL'S PERIOD GO ON THE LOG EXACTLY AS 4700 PUTS THEM
022670*    ON CALCHIST.
022680 4050-SetAuditCrossRefs.
022690     IF CALC-REVERSED
022700         MOVE WS-REVERSE-ORIG-ID TO AUD-REVERSAL-OF
022710         MOVE WS-ORIG-PERIOD     TO AUD-ORIG-PERIOD
022720     ELSE
022730         MOVE ZERO               TO AUD-REVERSAL-OF
022740         MOVE ZERO               TO AUD-ORIG-PERIOD
022750     END-IF
022760     EVALUATE TRUE
022770         WHEN DOC-OPEN
022780             MOVE "E"            TO AUD-OPERATION
022790             MOVE SPACES         TO AUD-ITEM-CODE
022800         WHEN TR-OP-REVERSE
022810             MOVE TR-OPERATION   TO AUD-OPERATION
022820             MOVE SPACES         TO AUD-ITEM-CODE
022830         WHEN OTHER
022840             MOVE TR-OPERATION   TO AUD-OPERATION
022850             MOVE TR-ITEM-CODE   TO AUD-ITEM-CODE
022860     END-EVALUATE
022870     IF DOC-OPEN
022880         MOVE SPACES             TO AUD-STANDING-ID
022890     ELSE
022900         MOVE TR-STANDING-ID     TO AUD-STANDING-ID
022910     END-IF.
022920 4050-Exit.
022930     EXIT.
022940*
022950 4500-WriteExtractRecord.
022960     MOVE "PE"       TO PX-RECORD-TYPE
022970     MOVE FirstNum   TO PX-QUANTITY
022980     MOVE SecondNum  TO PX-UNIT-PRICE
022990     MOVE CalcResult TO PX-EXTENDED-PRICE
023000     MOVE WS-TAX-AMOUNT TO PX-TAX-AMOUNT
023010
023020     WRITE PRICE-EXTRACT-RECORD
023030     ADD 1          TO WS-EXTRACT-COUNT
023040     ADD CalcResult TO WS-EXTRACT-SUM
023050     ADD WS-TAX-AMOUNT TO WS-EXTRACT-TAX-SUM.
023060 4500-Exit.
023070     EXIT.
023080*
023090 4600-WriteReversalExtract.
023100     MOVE "PR"       TO PX-RECORD-TYPE
023110     MOVE FirstNum   TO PX-QUANTITY
023120     MOVE SecondNum  TO PX-UNIT-PRICE
023130     MOVE CalcResult TO PX-EXTENDED-PRICE
023140     MOVE WS-TAX-AMOUNT TO PX-TAX-AMOUNT
023150
023160     WRITE PRICE-EXTRACT-RECORD
023170     ADD 1          TO WS-EXTRACT-COUNT
023180     ADD CalcResult TO WS-EXTRACT-SUM
023190     ADD WS-TAX-AMOUNT TO WS-EXTRACT-TAX-SUM.
023200 4600-Exit.
023210     EXIT.
023220*
023230 4700-WriteHistoryRecord.
023240
023250     MOVE WS-NEXT-TRANS-ID  TO HR-TRANS-ID
023260     MOVE WS-CALC-DATE      TO HR-DATE
023270     MOVE WS-CALC-TIME      TO HR-TIME
023280     MOVE WS-CALC-USER      TO HR-USER
023290     MOVE FirstNum          TO HR-FIRST-NUM
023300     MOVE SecondNum         TO HR-SECOND-NUM
023310     MOVE WS-CALC-STATUS    TO HR-STATUS
023320     IF CALC-OK OR CALC-REVERSED
023330         MOVE CalcResult    TO HR-CALC-RESULT
023340     ELSE
023350         MOVE ZERO          TO HR-CALC-RESULT
023360     END-IF
023370     IF CALC-OK OR CALC-REVERSED
023380         MOVE WS-TAX-CODE   TO HR-TAX-CODE
023390         MOVE WS-TAX-RATE   TO HR-TAX-RATE
023400         MOVE WS-TAX-AMOUNT TO HR-TAX-AMOUNT
023410         MOVE WS-TAX-REASON TO HR-TAX-REASON
023420     ELSE
023430         MOVE SPACES        TO HR-TAX-CODE
023440         MOVE ZERO          TO HR-TAX-RATE
023450         MOVE ZERO          TO HR-TAX-AMOUNT
023460         MOVE SPACE         TO HR-TAX-REASON
023470     END-IF
023480     IF CALC-REVERSED
023490         MOVE WS-REVERSE-ORIG-ID TO HR-REVERSAL-OF
023500     ELSE
023510         MOVE ZERO          TO HR-REVERSAL-OF
023520     END-IF
023530     MOVE ZERO              TO HR-REVERSED-BY
023540     MOVE WS-CALC-DEPT      TO HR-DEPT-CODE
023550     EVALUATE TRUE
023560         WHEN DOC-OPEN
023570             MOVE "E"           TO HR-OPERATION
023580             MOVE SPACES        TO HR-ITEM-CODE
023590         WHEN TR-OP-REVERSE
023600             MOVE TR-OPERATION  TO HR-OPERATION
023610             MOVE SPACES        TO HR-ITEM-CODE
023620         WHEN OTHER
023630             MOVE TR-OPERATION  TO HR-OPERATION
023640             MOVE TR-ITEM-CODE  TO HR-ITEM-CODE
023650     END-EVALUATE
023660     MOVE ZERO              TO HR-ADJUSTMENT-OF
023670     MOVE ZERO              TO HR-ADJUSTED-BY
023680     MOVE SPACE             TO HR-ADJ-DIRECTION
023690     IF DOC-OPEN
023700         MOVE SPACES        TO HR-STANDING-ID
023710     ELSE
023720         MOVE TR-STANDING-ID TO HR-STANDING-ID
023730     END-IF
023740     IF CALC-REVERSED
023750         MOVE WS-ORIG-PERIOD TO HR-ORIG-PERIOD
023760     ELSE
023770         MOVE ZERO           TO HR-ORIG-PERIOD
023780     END-IF
023790
023800     WRITE HISTORY-RECORD
023810         INVALID KEY
023820             DISPLAY "DOCALCB: DUPLICATE OR INVALID CALCHIST KEY "
023830                 HR-TRANS-ID
023840     END-WRITE
023850     IF CALC-REVERSED
023860         PERFORM 4750-MarkOriginalReversed THRU 4750-Exit
023870     END-IF.
023880 4700-Exit.
023890     EXIT.
023900*
023910 4750-MarkOriginalReversed.
023920     MOVE WS-REVERSE-ORIG-ID TO HR-TRANS-ID
023930     READ HIST-FILE
023940         INVALID KEY
023950             DISPLAY "DOCALCB: UNABLE TO RE-READ CALCHIST ID "
023960                 HR-TRANS-ID " TO MARK IT REVERSED"
023970         NOT INVALID KEY
023980             MOVE WS-NEXT-TRANS-ID TO HR-REVERSED-BY
023990             REWRITE HISTORY-RECORD
024000     END-READ.
024010 4750-Exit.
024020     EXIT.
024030*
024040*    ASSIGN FROM THE RESERVED RANGE IN WORKING STORAGE -
024050*    NEXTIDF IS ONLY TOUCHED WHEN THE RANGE RUNS DRY.
024060 4800-GetNextTransId.
024070     IF WS-NEXT-TRANS-ID NOT < WS-ID-BLOCK-LAST
024080         PERFORM 4850-ReserveIdBlock THRU 4850-Exit
024090     END-IF
024100     ADD 1 TO WS-NEXT-TRANS-ID.
024110 4800-Exit.
024120     EXIT.
024130*
024140 4850-ReserveIdBlock.
024150     MOVE 1   TO WS-NEXTID-RELKEY
024160     MOVE "N" TO WS-NEXTID-NEW-SWITCH
024170     OPEN I-O NEXTID-FILE
024180     IF NOT NEXTID-OK
024190         MOVE SPACES TO WS-NEXTID-STATUS
024200         OPEN OUTPUT NEXTID-FILE
024210         MOVE ZERO TO NI-LAST-TRANS-ID
024220         WRITE NEXTID-RECORD
024230         CLOSE NEXTID-FILE
024240         MOVE SPACES TO WS-NEXTID-STATUS
024250         OPEN I-O NEXTID-FILE
024260     END-IF
024270     MOVE ZERO TO WS-NEXT-TRANS-ID
024280     READ NEXTID-FILE
024290         INVALID KEY
024300             MOVE "Y" TO WS-NEXTID-NEW-SWITCH
024310         NOT INVALID KEY
024320             MOVE NI-LAST-TRANS-ID TO WS-NEXT-TRANS-ID
024330     END-READ
024340     COMPUTE WS-ID-BLOCK-LAST =
024350         WS-NEXT-TRANS-ID + WS-ID-BLOCK-SIZE
024360     MOVE WS-ID-BLOCK-LAST TO NI-LAST-TRANS-ID
024370     IF NEXTID-IS-NEW
024380         WRITE NEXTID-RECORD
024390     ELSE
024400         REWRITE NEXTID-RECORD
024410     END-IF
024420     CLOSE NEXTID-FILE.
024430 4850-Exit.
024440     EXIT.
024450*
024460 4900-WritePendingRecord.
024470     MOVE SPACES        TO PENDING-RECORD
024480     MOVE WS-CALC-DATE  TO PD-DATE
024490     MOVE WS-CALC-TIME  TO PD-TIME
024500     MOVE WS-CALC-USER  TO PD-USER
024510     MOVE TR-OPERATION  TO PD-OPERATION
024520     MOVE FirstNum      TO PD-FIRST-NUM
024530     MOVE SecondNum     TO PD-SECOND-NUM
024540     MOVE CalcResult    TO PD-CALC-RESULT
024550     MOVE TR-ITEM-CODE  TO PD-ITEM-CODE
024560     MOVE WS-CALC-DEPT  TO PD-DEPT-CODE
024570     IF NOT DOC-OPEN
024580         MOVE TR-STANDING-ID TO PD-STANDING-ID
024590     END-IF
024600     WRITE PENDING-RECORD
024610     ADD 1 TO WS-HELD-COUNT
024620     ADD CalcResult TO WS-HELD-SUM
024630     PERFORM 5200-BurstHeld THRU 5200-Exit.
024640 4900-Exit.
024650     EXIT.
024660*
024670 5000-WriteRejectRecord.
024680     MOVE SPACES         TO REJECT-RECORD
024690     MOVE TR-OPERATION   TO RJ-OPERATION
024700     MOVE TR-FIRST-NUM   TO RJ-FIRST-NUM
024710     MOVE TR-SECOND-NUM  TO RJ-SECOND-NUM
024720     MOVE TR-ITEM-CODE   TO RJ-ITEM-CODE
024730     MOVE TR-DEPT-CODE   TO RJ-DEPT-CODE
024740     MOVE DL-CALC-TEXT   TO RJ-REJECT-REASON
024750     MOVE WS-CALC-DATE   TO RJ-RUN-DATE
024760     MOVE TR-STANDING-ID TO RJ-STANDING-ID
024770     WRITE REJECT-RECORD
024780     ADD 1             TO WS-REJECT-COUNT
024790     ADD TR-FIRST-NUM  TO WS-REJECT-HASH
024800     ADD TR-SECOND-NUM TO WS-REJECT-HASH
024810*    A REFUSED REVERSAL BURSTS TO THE ORIGINAL'S DEPARTMENT
024820*    WHEN THE ORIGINAL WAS FOUND, ELSE TO THE CODE AS KEYED.
024830     IF WS-CALC-DEPT = SPACES
024840         MOVE TR-DEPT-CODE TO WS-BURST-DEPT
024850     ELSE
024860         MOVE WS-CALC-DEPT TO WS-BURST-DEPT
024870     END-IF
024880     PERFORM 5300-BurstReject THRU 5300-Exit.
024890 5000-Exit.
024900     EXIT.
024910*
024920*    DEPARTMENT BURST RECORDS.  ONE PER POSTING (ONE PER
024930*    PRICEXT PE/PR RECORD), ONE PER HELD ITEM, AND ONE PER
024940*    REJOUT RECORD, CARRYING THE REJOUT IMAGE FOR THE
024950*    DEPARTMENT'S OWN CORRECTION FILE.
024960 5100-BurstPosted.
024970     MOVE SPACES           TO DEPT-WORK-RECORD
024980     MOVE "D"              TO DW-RECORD-TYPE
024990     MOVE WS-CALC-DEPT     TO DW-DEPT-CODE
025000     MOVE "P"              TO DW-CLASS
025010     MOVE WS-NEXT-TRANS-ID TO DW-TRANS-ID
025020     MOVE FirstNum         TO DW-FIRST-NUM
025030     MOVE SecondNum        TO DW-SECOND-NUM
025040     MOVE CalcResult       TO DW-CALC-RESULT
025050     MOVE WS-TAX-AMOUNT    TO DW-TAX-AMOUNT
025060     EVALUATE TRUE
025070         WHEN DOC-OPEN
025080             MOVE "E"            TO DW-OPERATION
025090             MOVE "DOCUMENT"     TO DW-REASON
025100         WHEN CALC-REVERSED AND WS-ORIG-PERIOD > ZERO
025110             MOVE TR-OPERATION   TO DW-OPERATION
025120             MOVE "REVERSED-PP"  TO DW-REASON
025130         WHEN CALC-REVERSED
025140             MOVE TR-OPERATION   TO DW-OPERATION
025150             MOVE "REVERSED"     TO DW-REASON
025160         WHEN OTHER
025170             MOVE TR-OPERATION   TO DW-OPERATION
025180             MOVE "POSTED"       TO DW-REASON
025190     END-EVALUATE
025200     WRITE DEPT-WORK-RECORD.
025210 5100-Exit.
025220     EXIT.
025230*
025240 5200-BurstHeld.
025250     MOVE SPACES           TO DEPT-WORK-RECORD
025260     MOVE "D"              TO DW-RECORD-TYPE
025270     MOVE WS-CALC-DEPT     TO DW-DEPT-CODE
025280     MOVE "H"              TO DW-CLASS
025290     MOVE ZERO             TO DW-TRANS-ID
025300     IF DOC-OPEN
025310         MOVE "E"          TO DW-OPERATION
025320     ELSE
025330         MOVE TR-OPERATION TO DW-OPERATION
025340     END-IF
025350     MOVE FirstNum         TO DW-FIRST-NUM
025360     MOVE SecondNum        TO DW-SECOND-NUM
025370     MOVE CalcResult       TO DW-CALC-RESULT
025380     MOVE ZERO             TO DW-TAX-AMOUNT
025390     MOVE "HELD-APPRVL"    TO DW-REASON
025400     WRITE DEPT-WORK-RECORD.
025410 5200-Exit.
025420     EXIT.
025430*
025440 5300-BurstReject.
025450     MOVE SPACES           TO DEPT-WORK-RECORD
025460     MOVE "D"              TO DW-RECORD-TYPE
025470     MOVE WS-BURST-DEPT    TO DW-DEPT-CODE
025480     IF RJ-REJECT-REASON = "REJECTED-DU"
025490         MOVE "D"          TO DW-CLASS
025500     ELSE
025510         MOVE "R"          TO DW-CLASS
025520     END-IF
025530     MOVE ZERO             TO DW-TRANS-ID
025540     MOVE RJ-OPERATION     TO DW-OPERATION
025550     MOVE RJ-FIRST-NUM     TO DW-FIRST-NUM
025560     MOVE RJ-SECOND-NUM    TO DW-SECOND-NUM
025570     MOVE ZERO             TO DW-CALC-RESULT
025580     MOVE ZERO             TO DW-TAX-AMOUNT
025590     MOVE RJ-REJECT-REASON TO DW-REASON
025600     MOVE REJECT-RECORD    TO DW-REJECT-IMAGE
025610     WRITE DEPT-WORK-RECORD.
025620 5300-Exit.
025630     EXIT.
025640*
025650 6000-WriteCheckpoint.
025660     MOVE WS-CKPT-SEQ      TO CK-LAST-SEQ
025670     MOVE WS-REJECT-COUNT  TO CK-REJECT-COUNT
025680     MOVE WS-REJECT-HASH   TO CK-REJECT-HASH
025690     MOVE WS-EXTRACT-COUNT TO CK-EXTRACT-COUNT
025700     MOVE WS-EXTRACT-SUM   TO CK-EXTRACT-SUM
025710     MOVE WS-EXTRACT-TAX-SUM TO CK-TAX-SUM
025720     MOVE WS-HELD-COUNT    TO CK-HELD-COUNT
025730     MOVE WS-HELD-SUM      TO CK-HELD-SUM
025740     OPEN OUTPUT CHKPT-FILE
025750     WRITE CHKPT-RECORD
025760     CLOSE CHKPT-FILE.
025770 6000-Exit.
025780     EXIT.
025790*
025800 6100-ResetCheckpoint.
025810     MOVE ZERO TO CK-LAST-SEQ
025820     MOVE ZERO TO CK-REJECT-COUNT
025830     MOVE ZERO TO CK-REJECT-HASH
025840     MOVE ZERO TO CK-EXTRACT-COUNT
025850     MOVE ZERO TO CK-EXTRACT-SUM
025860     MOVE ZERO TO CK-TAX-SUM
025870     MOVE ZERO TO CK-HELD-COUNT
025880     MOVE ZERO TO CK-HELD-SUM
025890     OPEN OUTPUT CHKPT-FILE
025900     WRITE CHKPT-RECORD
025910     CLOSE CHKPT-FILE.
025920 6100-Exit.
025930     EXIT.
025940*
025950 8000-ReadTransaction.
025960     READ TRANS-FILE
025970         AT END
025980             MOVE "Y" TO WS-EOF-SWITCH
025990         NOT AT END
026000             IF TR-OP-TRAILER
026010                 PERFORM 8100-CaptureTrailer
026020             ELSE
026030                 ADD 1 TO WS-TRANS-SEQ
026040                 ADD TR-FIRST-NUM  TO WS-RUN-HASH
026050                 ADD TR-SECOND-NUM TO WS-RUN-HASH
026060             END-IF
026070     END-READ.
026080 8000-Exit.
026090     EXIT.
026100*
026110 8100-CaptureTrailer.
026120     MOVE "Y" TO WS-TRAILER-SWITCH
026130     MOVE TT-RECORD-COUNT TO WS-TRAILER-COUNT
026140     MOVE TT-HASH-TOTAL   TO WS-TRAILER-HASH
026150     READ TRANS-FILE
026160         AT END
026170             MOVE "Y" TO WS-EOF-SWITCH
026180         NOT AT END
026190             DISPLAY "DOCALCB: RECORDS FOLLOW THE TRANIN "
026200                 "TRAILER - FILE OUT OF ORDER, RUN DOES NOT "
026210                 "BALANCE"
026220             MOVE "N" TO WS-TRAILER-SWITCH
026230             MOVE "Y" TO WS-EOF-SWITCH
026240     END-READ.
026250 8100-Exit.
026260     EXIT.
026270*
026280*    ONE CONTROL RECORD PER START AND END, APPENDED TO THE
026290*    SHARED RUNLOG FILE FOR THE NIGHTCTL SEQUENCE CHECK.
026300*    COUNTS HERE ARE TRANSACTIONS READ / EXTRACT RECORDS WRITTEN.
026310 9500-WriteRunLog.
026320     OPEN EXTEND RUNLOG-FILE
026330     IF NOT RUNLOG-OK
026340         MOVE SPACES TO WS-RUNLOG-STATUS
026350         OPEN OUTPUT RUNLOG-FILE
026360     END-IF
026370     IF NOT RUNLOG-OK
026380         DISPLAY "DOCALCB: UNABLE TO OPEN RUNLOG, STATUS="
026390             WS-RUNLOG-STATUS
026400         GO TO 9500-Exit
026410     END-IF
026420     MOVE "DOCALCB" TO RL-PROGRAM
026430     MOVE WS-RUNLOG-TYPE TO RL-RECORD-TYPE
026440     ACCEPT RL-DATE FROM DATE YYYYMMDD
026450     ACCEPT RL-TIME FROM TIME
026460     MOVE WS-TRANS-SEQ     TO RL-RECORDS-IN
026470     MOVE WS-EXTRACT-COUNT  TO RL-RECORDS-OUT
026480     MOVE RETURN-CODE TO RL-RETURN-CODE
026490     WRITE RUN-LOG-RECORD
026500     CLOSE RUNLOG-FILE.
026510 9500-Exit.
026520     EXIT.
026530*
