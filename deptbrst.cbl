000100********************************************************************
000110*  PROGRAM      : DEPTBRST.CBL
000120*  AUTHOR       : M. AGUIRRE
000130*  INSTALLATION : DATA PROCESSING
000140*  DATE-WRITTEN : 10/15/2026
000150*  DATE-COMPILED:
000160*
000170*  DEPARTMENT BURST OF THE DOCALCB RUN.  DOCALCB WRITES ONE
000180*  RPTOUT LISTING AND ONE REJOUT CORRECTION FILE FOR THE WHOLE
000190*  SHOP, BUT A DEPARTMENT MAY ONLY SEE ITS OWN WORK.  THIS
000200*  PROGRAM READS THE DEPTWK BURST FILE DOCALCB WRITES BESIDE
000210*  THEM AND RUNS ONE OF THREE WAYS, NAMED ON PARMIN:
000220*
000230*    "D" - ONE DEPARTMENT.  BRSTOUT GETS THE DEPARTMENT'S OWN
000240*          REPORT - ITS POSTED, HELD-FOR-APPROVAL, SUSPECTED
000250*          DUPLICATE, AND REJECTED TRANSACTIONS, EACH SECTION
000260*          SUBTOTALLED - AND CORROUT ITS OWN CORRECTION FILE, A
000270*          TRNINTK SUBMISSION: AN "H" HEADER UNDER THE
000280*          DEPARTMENT'S CODE, ITS REJOUT RECORDS IN RUN ORDER,
000290*          AND ITS OWN "T" TRAILER, READY TO CORRECT AND SEND IN
000300*          WITH THE DEPARTMENT'S NEXT INTAKE.
000310*    "U" - THE UNASSIGNED SECTION.  THE SAME REPORT AND FILE FOR
000320*          WORK WHOSE DEPARTMENT CODE IS BLANK OR NOT ON
000330*          DEPTMSTR, SO IT IS NOT LOST.  ITS HEADER CARRIES THE
000340*          SUBMITTER CODE IN PARMIN COLUMNS 2-5 (DEFAULT "UNAS"),
000350*          WHICH MUST BE SET UP AS AN ACTIVE DEPTMSTR DEPARTMENT,
000360*          THE WAY STNDGEN'S "STND" IS.  EACH RECORD'S OWNING
000370*          DEPARTMENT MUST BE KEYED IN COLUMNS 24-27 BEFORE THE
000380*          FILE IS SENT IN, OR DOCALCB REJECTS IT AGAIN.
000390*    "C" - THE CONTROL PAGE.  TOTALS THE BURST FILE BY
000400*          DEPARTMENT, READS EVERY CORRECTION FILE BACK
000410*          (CONCATENATED UNDER CORRIN), AND PROVES THE
000420*          DEPARTMENTS ADD BACK UP TO DOCALCB'S RUN TOTALS.
000430*
000440*  THE HEADER'S SEQUENCE NUMBER IS THE ONE TRNINTK WILL EXPECT
000450*  NEXT FROM THE SUBMITTER, TAKEN FROM SUBMCTL BUT NOT POSTED
000460*  THERE - TRNINTK MOVES SUBMCTL ON WHEN IT ACCEPTS THE FILE.
000470*
000480*  THE JOB RUNS ONE "D" STEP PER DEPARTMENT, A "U" STEP, AND
000490*  THE "C" STEP LAST.  A DEPARTMENT'S TRAILER CARRIES ITS CODE
000500*  IN COLUMNS 24-27 (BLANK ON THE UNASSIGNED FILE) - DOCALCB
000510*  NEVER READS THEM - SO THE CONTROL STEP CAN TELL WHOSE FILE
000520*  IS WHOSE AND CATCH A DEPARTMENT WHOSE STEP IS MISSING.
000530*
000540*  A DEPTWK WITH NO RUN-TOTAL RECORD IS FROM A DOCALCB RUN THAT
000550*  DID NOT END CLEAN (OR IS STILL TO BE RESTARTED) - NOTHING IS
000560*  BURST AND THE STEP ENDS RC=16.  SO DOES AN UNOPENABLE FILE, A
000570*  BAD PARMIN, OR A "D" STEP FOR A CODE NOT ON DEPTMSTR.  THE
000580*  CONTROL STEP ENDS RC=8 WHEN THE SPLIT DOES NOT PROVE.  A
000590*  SUBMITTER TRNINTK WOULD REFUSE - AN INACTIVE DEPARTMENT, OR A
000600*  "U" SUBMITTER NOT ACTIVE ON DEPTMSTR - STILL GETS ITS REPORT
000610*  AND FILE, BUT THE STEP ENDS RC=4 OR RC=8 RESPECTIVELY.
000620*
000630*  MODIFICATION HISTORY
000640*    10/15/2026  MJA  ORIGINAL PROGRAM.
000650********************************************************************
000660 IDENTIFICATION DIVISION.
000670 PROGRAM-ID.  DeptBrst.
000680 AUTHOR.  M. AGUIRRE.
000690 INSTALLATION.  DATA PROCESSING.
000700 DATE-WRITTEN.  10/15/2026.
000710 DATE-COMPILED.
000720*
000730 ENVIRONMENT DIVISION.
000740 CONFIGURATION SECTION.
000750 SOURCE-COMPUTER.  IBM-370.
000760 OBJECT-COMPUTER.  IBM-370.
000770 INPUT-OUTPUT SECTION.
000780 FILE-CONTROL.
000790     SELECT WORK-FILE ASSIGN TO DEPTWK
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS WS-WORK-STATUS.
000820
000830     SELECT DEPT-FILE ASSIGN TO DEPTMSTR
000840         ORGANIZATION IS INDEXED
000850         ACCESS MODE IS RANDOM
000860         RECORD KEY IS DP-DEPT-CODE
000870         FILE STATUS IS WS-DEPT-STATUS.
000880
000890     SELECT CTL-FILE ASSIGN TO SUBMCTL
000900         ORGANIZATION IS INDEXED
000910         ACCESS MODE IS RANDOM
000920         RECORD KEY IS SC-DEPT-CODE
000930         FILE STATUS IS WS-CTL-STATUS.
000940
000950     SELECT PARM-FILE ASSIGN TO PARMIN
000960         ORGANIZATION IS SEQUENTIAL
000970         FILE STATUS IS WS-PARM-STATUS.
000980
000990     SELECT REPORT-FILE ASSIGN TO BRSTOUT
001000         ORGANIZATION IS SEQUENTIAL
001010         FILE STATUS IS WS-REPORT-STATUS.
001020
001030     SELECT CORR-FILE ASSIGN TO CORROUT
001040         ORGANIZATION IS SEQUENTIAL
001050         FILE STATUS IS WS-CORR-STATUS.
001060
001070     SELECT CHECK-FILE ASSIGN TO CORRIN
001080         ORGANIZATION IS SEQUENTIAL
001090         FILE STATUS IS WS-CHECK-STATUS.
001100
001110     SELECT RUNLOG-FILE ASSIGN TO RUNLOG
001120         ORGANIZATION IS SEQUENTIAL
001130         FILE STATUS IS WS-RUNLOG-STATUS.
001140*
001150 DATA DIVISION.
001160 FILE SECTION.
001170 FD  WORK-FILE
001180     RECORDING MODE IS F
001190     LABEL RECORDS ARE STANDARD.
001200 COPY DEPTWK.
001210*
001220 FD  DEPT-FILE
001230     LABEL RECORDS ARE STANDARD.
001240 COPY DEPTMSTR.
001250*
001260 FD  CTL-FILE
001270     LABEL RECORDS ARE STANDARD.
001280 COPY SUBMCTL.
001290*
001300 FD  PARM-FILE
001310     RECORDING MODE IS F
001320     LABEL RECORDS ARE STANDARD.
001330 01  PARM-RECORD.
001340     05  PARM-FUNCTION       PIC X(01).
001350     05  PARM-DEPT-CODE      PIC X(04).
001360     05  FILLER              PIC X(75).
001370*
001380 FD  REPORT-FILE
001390     RECORDING MODE IS F
001400     LABEL RECORDS ARE STANDARD.
001410 01  REPORT-LINE             PIC X(80).
001420*
001430*    CORRECTION FILE - A TRNINTK SUBMISSION OF RECORDS IN THE
001440*    REJOUT (TRANIN) LAYOUT.
001450 FD  CORR-FILE
001460     RECORDING MODE IS F
001470     LABEL RECORDS ARE STANDARD.
001480 01  CORR-RECORD.
001490     05  CR-OPERATION        PIC X(01).
001500     05  CR-FIRST-NUM        PIC 9(05)V99.
001510     05  CR-SECOND-NUM       PIC 9(05)V99.
001520     05  FILLER              PIC X(65).
001530*
001540*    CORRECTION FILES READ BACK BY THE CONTROL STEP.
001550 FD  CHECK-FILE
001560     RECORDING MODE IS F
001570     LABEL RECORDS ARE STANDARD.
001580 01  CHECK-RECORD.
001590     05  CK-OPERATION        PIC X(01).
001600         88  CK-HEADER                   VALUES "H" "h".
001610         88  CK-TRAILER                  VALUES "T" "t".
001620     05  CK-FIRST-NUM        PIC 9(05)V99.
001630     05  CK-SECOND-NUM       PIC 9(05)V99.
001640     05  FILLER              PIC X(65).
001650 01  CHECK-TRAILER-RECORD.
001660     05  FILLER              PIC X(01).
001670     05  CKT-RECORD-COUNT    PIC 9(08).
001680     05  CKT-HASH-TOTAL      PIC 9(12)V99.
001690     05  CKT-DEPT-CODE       PIC X(04).
001700     05  FILLER              PIC X(53).
001710*
001720 FD  RUNLOG-FILE
001730     RECORDING MODE IS F
001740     LABEL RECORDS ARE STANDARD.
001750 COPY RUNLOG.
001760*
001770 WORKING-STORAGE SECTION.
001780
001790 77  WS-RUNLOG-STATUS        PIC X(02) VALUE SPACES.
001800     88  RUNLOG-OK                      VALUE "00".
001810
001820 77  WS-RUNLOG-TYPE          PIC X(01) VALUE "S".
001830 77  WS-WORK-STATUS          PIC X(02) VALUE SPACES.
001840     88  WORK-OK                         VALUE "00".
001850
001860 77  WS-DEPT-STATUS          PIC X(02) VALUE SPACES.
001870     88  DEPT-OK                         VALUE "00".
001880
001890 77  WS-CTL-STATUS           PIC X(02) VALUE SPACES.
001900     88  CTL-OK                          VALUE "00".
001910
001920 77  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
001930     88  PARM-OK                         VALUE "00".
001940
001950 77  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.
001960     88  REPORT-OK                       VALUE "00".
001970
001980 77  WS-CORR-STATUS          PIC X(02) VALUE SPACES.
001990     88  CORR-OK                         VALUE "00".
002000
002010 77  WS-CHECK-STATUS         PIC X(02) VALUE SPACES.
002020     88  CHECK-OK                        VALUE "00".
002030
002040 77  WS-FAILED-SWITCH        PIC X(01) VALUE "N".
002050     88  RUN-FAILED                      VALUE "Y".
002060
002070 77  WS-REPORT-OPEN-SWITCH   PIC X(01) VALUE "N".
002080     88  REPORT-IS-OPEN                  VALUE "Y".
002090
002100 77  WS-CORR-OPEN-SWITCH     PIC X(01) VALUE "N".
002110     88  CORR-IS-OPEN                    VALUE "Y".
002120
002130 77  WS-CTL-OPEN-SWITCH      PIC X(01) VALUE "N".
002140     88  CTL-IS-OPEN                     VALUE "Y".
002150
002160 77  WS-SUBMITTER-SWITCH     PIC X(01) VALUE "Y".
002170     88  SUBMITTER-ACTIVE                VALUE "Y".
002180
002190 77  WS-WORK-EOF-SWITCH      PIC X(01) VALUE "N".
002200     88  END-OF-WORK                     VALUE "Y".
002210
002220 77  WS-CHECK-EOF-SWITCH     PIC X(01) VALUE "N".
002230     88  END-OF-CHECK                    VALUE "Y".
002240
002250 77  WS-TOTAL-SWITCH         PIC X(01) VALUE "N".
002260     88  RUN-TOTAL-SEEN                  VALUE "Y".
002270
002280 77  WS-PROOF-SWITCH         PIC X(01) VALUE "Y".
002290     88  SPLIT-PROVES                    VALUE "Y".
002300
002310 77  WS-FOUND-SWITCH         PIC X(01) VALUE "N".
002320     88  ENTRY-FOUND                     VALUE "Y".
002330
002340 77  WS-ADD-SWITCH           PIC X(01) VALUE "N".
002350     88  ADD-IF-MISSING                  VALUE "Y".
002360
002370 77  WS-PRINT-PASS           PIC X(01) VALUE "D".
002380     88  PRINT-DEPARTMENTS               VALUE "D".
002390     88  PRINT-UNASSIGNED                VALUE "U".
002400
002410 77  WS-FUNCTION             PIC X(01) VALUE SPACE.
002420     88  BURST-ONE-DEPT                  VALUE "D".
002430     88  BURST-UNASSIGNED                VALUE "U".
002440     88  CONTROL-PAGE                    VALUE "C".
002450
002460 77  WS-SELECT-DEPT          PIC X(04) VALUE SPACES.
002470 77  WS-SUBMITTER            PIC X(04) VALUE "UNAS".
002480 77  WS-SEQUENCE             PIC 9(06) VALUE ZERO.
002490 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
002500 77  WS-ROW-DEPT             PIC X(04) VALUE SPACES.
002510 77  WS-LAST-LOOKUP          PIC X(04) VALUE SPACES.
002520 77  WS-LAST-RESOLVED        PIC X(04) VALUE SPACES.
002530 77  WS-DEPT-NAME            PIC X(30) VALUE SPACES.
002540 77  WS-PASS-CLASS           PIC X(01) VALUE SPACE.
002550     88  PASS-POSTED                     VALUE "P".
002560     88  PASS-HELD                       VALUE "H".
002570     88  PASS-DUPLICATE                  VALUE "D".
002580     88  PASS-REJECTED                   VALUE "R".
002590
002600 77  WS-WORK-READ            PIC 9(08) COMP VALUE ZERO.
002610 77  WS-LINES-WRITTEN        PIC 9(08) COMP VALUE ZERO.
002620
002630 77  WS-SEC-COUNT            PIC 9(08) COMP VALUE ZERO.
002640 77  WS-SEC-AMOUNT           PIC 9(13)V99 COMP-3 VALUE ZERO.
002650 77  WS-SEC-TAX              PIC 9(13)V99 COMP-3 VALUE ZERO.
002660 77  WS-SEC-HASH             PIC 9(12)V99 COMP-3 VALUE ZERO.
002670
002680 77  WS-CORR-COUNT           PIC 9(08) COMP VALUE ZERO.
002690 77  WS-CORR-HASH            PIC 9(12)V99 COMP-3 VALUE ZERO.
002700
002710 77  WS-FILE-COUNT           PIC 9(08) COMP VALUE ZERO.
002720 77  WS-FILE-HASH            PIC 9(12)V99 COMP-3 VALUE ZERO.
002730 77  WS-FILES-READ           PIC 9(08) COMP VALUE ZERO.
002740 77  WS-FILES-RECORDS        PIC 9(08) COMP VALUE ZERO.
002750 77  WS-FILES-HASH           PIC 9(12)V99 COMP-3 VALUE ZERO.
002760 77  WS-FILE-DEPT            PIC X(04) VALUE SPACES.
002770
002780 77  WS-ALL-POSTED-CNT       PIC 9(08) COMP VALUE ZERO.
002790 77  WS-ALL-POSTED-SUM       PIC 9(13)V99 COMP-3 VALUE ZERO.
002800 77  WS-ALL-TAX-SUM          PIC 9(13)V99 COMP-3 VALUE ZERO.
002810 77  WS-ALL-HELD-CNT         PIC 9(08) COMP VALUE ZERO.
002820 77  WS-ALL-HELD-SUM         PIC 9(13)V99 COMP-3 VALUE ZERO.
002830 77  WS-ALL-DUP-CNT          PIC 9(08) COMP VALUE ZERO.
002840 77  WS-ALL-REJ-CNT          PIC 9(08) COMP VALUE ZERO.
002850 77  WS-ALL-CORR-CNT         PIC 9(08) COMP VALUE ZERO.
002860 77  WS-ALL-CORR-HASH        PIC 9(12)V99 COMP-3 VALUE ZERO.
002870 77  WS-DEPTS-OFF            PIC 9(08) COMP VALUE ZERO.
002880
002890 77  WS-DEPT-CNT             PIC 9(04) COMP VALUE ZERO.
002900 77  WS-DEPT-MAX             PIC 9(04) COMP VALUE 200.
002910 77  WS-DEPT-DROPPED         PIC 9(08) COMP VALUE ZERO.
002920 77  WS-IX                   PIC 9(04) COMP VALUE ZERO.
002930 77  WS-SLOT-IX              PIC 9(04) COMP VALUE ZERO.
002940
002950*    DOCALCB'S RUN TOTALS, KEPT FROM THE DEPTWK "T" RECORD.
002960 01  WS-RUN-TOTAL.
002970     05  RT-RECORD-TYPE      PIC X(01).
002980     05  RT-RUN-DATE         PIC 9(08).
002990     05  RT-POSTED-COUNT     PIC 9(08).
003000     05  RT-POSTED-SUM       PIC 9(13)V99.
003010     05  RT-TAX-SUM          PIC 9(13)V99.
003020     05  RT-HELD-COUNT       PIC 9(08).
003030     05  RT-HELD-SUM         PIC 9(13)V99.
003040     05  RT-REJECT-COUNT     PIC 9(08).
003050     05  RT-REJECT-HASH      PIC 9(12)V99.
003060     05  FILLER              PIC X(58).
003070
003080*    CONTROL STEP TOTALS, ONE ENTRY PER DEPARTMENT WITH WORK IN
003090*    THE RUN.  THE UNASSIGNED ENTRY IS KEYED HIGH-VALUES, WHICH
003100*    NO KEYED DEPARTMENT CODE CAN BE.
003110 01  WS-DEPT-TABLE.
003120     05  WS-DEPT-ENTRY OCCURS 200 TIMES.
003130         10  BT-DEPT         PIC X(04).
003140         10  BT-POSTED-CNT   PIC 9(08) COMP.
003150         10  BT-POSTED-SUM   PIC 9(13)V99 COMP-3.
003160         10  BT-HELD-CNT     PIC 9(08) COMP.
003170         10  BT-HELD-SUM     PIC 9(13)V99 COMP-3.
003180         10  BT-DUP-CNT      PIC 9(08) COMP.
003190         10  BT-REJ-CNT      PIC 9(08) COMP.
003200         10  BT-CORR-CNT     PIC 9(08) COMP.
003210         10  BT-CORR-HASH    PIC 9(12)V99 COMP-3.
003220         10  BT-FILE-SWITCH  PIC X(01).
003230             88  BT-FILE-SEEN            VALUE "Y".
003240         10  BT-FILE-CNT     PIC 9(08) COMP.
003250         10  BT-FILE-HASH    PIC 9(12)V99 COMP-3.
003260
003270 01  WS-CORR-HEADER.
003280     05  FILLER              PIC X(01) VALUE "H".
003290     05  CHD-SUBMITTER       PIC X(04) VALUE SPACES.
003300     05  CHD-FILE-DATE       PIC 9(08) VALUE ZERO.
003310     05  CHD-SEQUENCE        PIC 9(06) VALUE ZERO.
003320     05  FILLER              PIC X(61) VALUE SPACES.
003330
003340 01  WS-CORR-TRAILER.
003350     05  FILLER              PIC X(01) VALUE "T".
003360     05  CTR-RECORD-COUNT    PIC 9(08) VALUE ZERO.
003370     05  CTR-HASH-TOTAL      PIC 9(12)V99 VALUE ZERO.
003380     05  CTR-DEPT-CODE       PIC X(04) VALUE SPACES.
003390     05  FILLER              PIC X(53) VALUE SPACES.
003400
003410 01  WS-HEADING-1.
003420     05  FILLER              PIC X(40) VALUE
003430         "DoCalc BATCH DEPARTMENT REPORT".
003440     05  FILLER              PIC X(14) VALUE "   RUN DATE: ".
003450     05  H1-RUN-DATE         PIC 9(08).
003460     05  FILLER              PIC X(18) VALUE SPACES.
003470
003480 01  WS-HEADING-2.
003490     05  FILLER              PIC X(12) VALUE "DEPARTMENT: ".
003500     05  H2-DEPT             PIC X(04).
003510     05  FILLER              PIC X(01) VALUE SPACE.
003520     05  H2-DEPT-NAME        PIC X(30).
003530     05  FILLER              PIC X(33) VALUE SPACES.
003540
003550 01  WS-UNASSIGNED-HEADING.
003560     05  FILLER              PIC X(40) VALUE
003570         "DEPARTMENT: UNASSIGNED - BLANK OR UNKNOW".
003580     05  FILLER              PIC X(40) VALUE
003590         "N DEPARTMENT CODE".
003600
003610 01  WS-CONTROL-HEADING.
003620     05  FILLER              PIC X(40) VALUE
003630         "DoCalc BATCH DEPARTMENT CONTROL PAGE".
003640     05  FILLER              PIC X(14) VALUE "   RUN DATE: ".
003650     05  CH-RUN-DATE         PIC 9(08).
003660     05  FILLER              PIC X(18) VALUE SPACES.
003670
003680 01  WS-SECTION-HEADING.
003690     05  SH-TITLE            PIC X(40).
003700     05  FILLER              PIC X(40) VALUE SPACES.
003710
003720 01  WS-COLUMN-HEADING.
003730     05  FILLER              PIC X(40) VALUE
003740         " TRANS-ID O    FIRST   SECOND DEPT      ".
003750     05  FILLER              PIC X(40) VALUE
003760         "  RESULT         TAX REASON             ".
003770
003780 01  WS-BLANK-LINE           PIC X(80) VALUE SPACES.
003790
003800 01  WS-NONE-LINE.
003810     05  FILLER              PIC X(10) VALUE "    NONE".
003820     05  FILLER              PIC X(70) VALUE SPACES.
003830
003840 01  WS-DETAIL-LINE.
003850     05  FILLER              PIC X(01) VALUE SPACE.
003860     05  BD-TRANS-ID         PIC 9(08).
003870     05  BD-ID-TEXT REDEFINES BD-TRANS-ID
003880                             PIC X(08).
003890     05  FILLER              PIC X(01) VALUE SPACE.
003900     05  BD-OPERATION        PIC X(01).
003910     05  FILLER              PIC X(01) VALUE SPACE.
003920     05  BD-FIRST-NUM        PIC ZZZZ9.99.
003930     05  FILLER              PIC X(01) VALUE SPACE.
003940     05  BD-SECOND-NUM       PIC ZZZZ9.99.
003950     05  FILLER              PIC X(01) VALUE SPACE.
003960     05  BD-DEPT             PIC X(04).
003970     05  FILLER              PIC X(01) VALUE SPACE.
003980     05  BD-RESULT           PIC Z(9)9.99.
003990     05  BD-RESULT-TEXT REDEFINES BD-RESULT
004000                             PIC X(13).
004010     05  FILLER              PIC X(01) VALUE SPACE.
004020     05  BD-TAX              PIC Z(7)9.99.
004030     05  BD-TAX-TEXT REDEFINES BD-TAX
004040                             PIC X(11).
004050     05  FILLER              PIC X(01) VALUE SPACE.
004060     05  BD-REASON           PIC X(11).
004070     05  FILLER              PIC X(08) VALUE SPACES.
004080
004090 01  WS-CONTROL-COLUMNS.
004100     05  FILLER              PIC X(40) VALUE
004110         " DEPT       POSTD    POSTED AMT  HELD   ".
004120     05  FILLER              PIC X(40) VALUE
004130         "   HELD AMT  DUPS   REJ  CORR STATUS    ".
004140
004150 01  WS-CONTROL-LINE.
004160     05  FILLER              PIC X(01) VALUE SPACE.
004170     05  CL-DEPT             PIC X(10).
004180     05  FILLER              PIC X(01) VALUE SPACE.
004190     05  CL-POSTED-CNT       PIC ZZZZ9.
004200     05  FILLER              PIC X(01) VALUE SPACE.
004210     05  CL-POSTED-SUM       PIC Z(9)9.99.
004220     05  FILLER              PIC X(01) VALUE SPACE.
004230     05  CL-HELD-CNT         PIC ZZZZ9.
004240     05  FILLER              PIC X(01) VALUE SPACE.
004250     05  CL-HELD-SUM         PIC Z(9)9.99.
004260     05  FILLER              PIC X(01) VALUE SPACE.
004270     05  CL-DUP-CNT          PIC ZZZZ9.
004280     05  FILLER              PIC X(01) VALUE SPACE.
004290     05  CL-REJ-CNT          PIC ZZZZ9.
004300     05  FILLER              PIC X(01) VALUE SPACE.
004310     05  CL-CORR-CNT         PIC ZZZZ9.
004320     05  FILLER              PIC X(01) VALUE SPACE.
004330     05  CL-STATUS           PIC X(08).
004340     05  FILLER              PIC X(02) VALUE SPACES.
004350
004360 01  WS-FILE-ERROR-LINE.
004370     05  FILLER              PIC X(04) VALUE "*** ".
004380     05  FE-TEXT             PIC X(42).
004390     05  FILLER              PIC X(07) VALUE " DEPT  ".
004400     05  FE-DEPT             PIC X(10).
004410     05  FILLER              PIC X(09) VALUE " RECORDS ".
004420     05  FE-COUNT            PIC ZZZZZZZ9.
004430
004440 01  WS-COUNT-LINE.
004450     05  CT-LABEL            PIC X(30).
004460     05  CT-COUNT            PIC ZZZZZZZZ9.
004470     05  FILLER              PIC X(41) VALUE SPACES.
004480
004490 01  WS-SUM-LINE.
004500     05  GS-LABEL            PIC X(30).
004510     05  GS-SUM              PIC ZZZZZZZZZZZZZZ9.99.
004520     05  FILLER              PIC X(32) VALUE SPACES.
004530
004540 01  WS-TEXT-LINE.
004550     05  TL-LABEL            PIC X(30).
004560     05  TL-TEXT             PIC X(50).
004570
004580 01  WS-SUBMIT-LINE.
004590     05  FILLER              PIC X(30) VALUE
004600         "CORRECTION FILE HEADER  . . . ".
004610     05  FILLER              PIC X(10) VALUE "SUBMITTER ".
004620     05  SL-SUBMITTER        PIC X(04).
004630     05  FILLER              PIC X(10) VALUE " SEQUENCE ".
004640     05  SL-SEQUENCE         PIC 9(06).
004650     05  FILLER              PIC X(20) VALUE SPACES.
004660
004670 01  WS-SUBMITTER-WARNING.
004680     05  FILLER              PIC X(14) VALUE "*** SUBMITTER ".
004690     05  SW-SUBMITTER        PIC X(04).
004700     05  FILLER              PIC X(40) VALUE
004710         " NOT ACTIVE ON DEPTMSTR - TRNINTK WILL R".
004720     05  FILLER              PIC X(22) VALUE
004730         "EFUSE THE FILE".
004740
004750 01  WS-PROVED-LINE.
004760     05  FILLER              PIC X(50) VALUE
004770         "DEPARTMENT SPLIT PROVES TO THE DOCALCB RUN TOTALS".
004780     05  FILLER              PIC X(30) VALUE SPACES.
004790
004800 01  WS-NOT-PROVED-LINE.
004810     05  FILLER              PIC X(50) VALUE
004820         "*** DEPARTMENT SPLIT DOES NOT PROVE - SEE ABOVE".
004830     05  FILLER              PIC X(30) VALUE SPACES.
004840*
004850 PROCEDURE DIVISION.
004860*
004870 0000-Mainline.
004880     MOVE "S" TO WS-RUNLOG-TYPE
004890     PERFORM 9500-WriteRunLog THRU 9500-Exit
004900     PERFORM 1000-Initialize THRU 1000-Exit
004910     IF NOT RUN-FAILED
004920         IF CONTROL-PAGE
004930             PERFORM 4000-ControlPage THRU 4000-Exit
004940         ELSE
004950             PERFORM 2000-BurstDepartment THRU 2000-Exit
004960         END-IF
004970     END-IF
004980     PERFORM 7000-Terminate THRU 7000-Exit
004990     MOVE "E" TO WS-RUNLOG-TYPE
005000     PERFORM 9500-WriteRunLog THRU 9500-Exit
005010     STOP RUN.
005020*
005030*    NOTHING IS OPENED FOR OUTPUT UNTIL PARMIN, DEPTMSTR, AND THE
005040*    BURST FILE ARE ALL FOUND GOOD, SO A REFUSED STEP LEAVES THE
005050*    DEPARTMENT'S LAST REPORT AND CORRECTION FILE AS THEY WERE.
005060 1000-Initialize.
005070     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
005080     PERFORM 1100-LoadBurstParm THRU 1100-Exit
005090     IF RUN-FAILED
005100         GO TO 1000-Exit
005110     END-IF
005120
005130     OPEN INPUT DEPT-FILE
005140     IF NOT DEPT-OK
005150         DISPLAY "DEPTBRST: UNABLE TO OPEN DEPTMSTR, STATUS="
005160             WS-DEPT-STATUS
005170         MOVE "Y" TO WS-FAILED-SWITCH
005180         MOVE 16 TO RETURN-CODE
005190         GO TO 1000-Exit
005200     END-IF
005210
005220     IF BURST-ONE-DEPT
005230         MOVE WS-SELECT-DEPT TO DP-DEPT-CODE
005240         READ DEPT-FILE
005250             INVALID KEY
005260                 DISPLAY "DEPTBRST: DEPARTMENT " WS-SELECT-DEPT
005270                     " IS NOT ON DEPTMSTR - NOTHING BURST"
005280                 MOVE "Y" TO WS-FAILED-SWITCH
005290                 MOVE 16 TO RETURN-CODE
005300                 GO TO 1000-Exit
005310         END-READ
005320         MOVE DP-DESCRIPTION TO WS-DEPT-NAME
005330         MOVE WS-SELECT-DEPT TO WS-SUBMITTER
005340     END-IF
005350
005360     PERFORM 1200-FindRunTotal THRU 1200-Exit
005370     IF RUN-FAILED
005380         GO TO 1000-Exit
005390     END-IF
005400
005410     IF NOT CONTROL-PAGE
005420         OPEN INPUT CTL-FILE
005430         IF NOT CTL-OK
005440             DISPLAY "DEPTBRST: UNABLE TO OPEN SUBMCTL, STATUS="
005450                 WS-CTL-STATUS
005460             MOVE "Y" TO WS-FAILED-SWITCH
005470             MOVE 16 TO RETURN-CODE
005480             GO TO 1000-Exit
005490         END-IF
005500         MOVE "Y" TO WS-CTL-OPEN-SWITCH
005510         PERFORM 1300-CheckSubmitter THRU 1300-Exit
005520         PERFORM 1400-NextSequence THRU 1400-Exit
005530     END-IF
005540
005550     OPEN OUTPUT REPORT-FILE
005560     IF NOT REPORT-OK
005570         DISPLAY "DEPTBRST: UNABLE TO OPEN BRSTOUT, STATUS="
005580             WS-REPORT-STATUS
005590         MOVE "Y" TO WS-FAILED-SWITCH
005600         MOVE 16 TO RETURN-CODE
005610         GO TO 1000-Exit
005620     END-IF
005630     MOVE "Y" TO WS-REPORT-OPEN-SWITCH
005640
005650     IF CONTROL-PAGE
005660         MOVE RT-RUN-DATE TO CH-RUN-DATE
005670         WRITE REPORT-LINE FROM WS-CONTROL-HEADING
005680         WRITE REPORT-LINE FROM WS-BLANK-LINE
005690         GO TO 1000-Exit
005700     END-IF
005710
005720     OPEN OUTPUT CORR-FILE
005730     IF NOT CORR-OK
005740         DISPLAY "DEPTBRST: UNABLE TO OPEN CORROUT, STATUS="
005750             WS-CORR-STATUS
005760         MOVE "Y" TO WS-FAILED-SWITCH
005770         MOVE 16 TO RETURN-CODE
005780         GO TO 1000-Exit
005790     END-IF
005800     MOVE "Y" TO WS-CORR-OPEN-SWITCH
005810     MOVE WS-SUBMITTER TO CHD-SUBMITTER
005820     MOVE WS-RUN-DATE  TO CHD-FILE-DATE
005830     MOVE WS-SEQUENCE  TO CHD-SEQUENCE
005840     WRITE CORR-RECORD FROM WS-CORR-HEADER
005850
005860     MOVE RT-RUN-DATE TO H1-RUN-DATE
005870     WRITE REPORT-LINE FROM WS-HEADING-1
005880     IF BURST-UNASSIGNED
005890         WRITE REPORT-LINE FROM WS-UNASSIGNED-HEADING
005900     ELSE
005910         MOVE WS-SELECT-DEPT TO H2-DEPT
005920         MOVE WS-DEPT-NAME   TO H2-DEPT-NAME
005930         WRITE REPORT-LINE FROM WS-HEADING-2
005940     END-IF
005950     IF NOT SUBMITTER-ACTIVE
005960         MOVE WS-SUBMITTER TO SW-SUBMITTER
005970         WRITE REPORT-LINE FROM WS-SUBMITTER-WARNING
005980     END-IF.
005990 1000-Exit.
006000     EXIT.
006010*
006020*    PARMIN COLUMN 1 NAMES THE STEP - "D" ONE DEPARTMENT (CODE
006030*    IN COLUMNS 2-5), "U" THE UNASSIGNED SECTION (SUBMITTER CODE
006040*    IN COLUMNS 2-5, DEFAULT "UNAS"), "C" THE CONTROL PAGE.
006050*    THE STEP ITSELF HAS NO DEFAULT - A MISSING OR BAD PARMIN
006060*    COULD ONLY SEND ONE DEPARTMENT'S WORK TO ANOTHER.
006070 1100-LoadBurstParm.
006080     OPEN INPUT PARM-FILE
006090     IF NOT PARM-OK
006100         DISPLAY "DEPTBRST: UNABLE TO OPEN PARMIN, STATUS="
006110             WS-PARM-STATUS
006120         MOVE "Y" TO WS-FAILED-SWITCH
006130         MOVE 16 TO RETURN-CODE
006140         GO TO 1100-Exit
006150     END-IF
006160     READ PARM-FILE
006170         AT END
006180             MOVE SPACES TO PARM-RECORD
006190     END-READ
006200     CLOSE PARM-FILE
006210     MOVE PARM-FUNCTION TO WS-FUNCTION
006220     EVALUATE TRUE
006230         WHEN BURST-ONE-DEPT AND PARM-DEPT-CODE NOT = SPACES
006240             MOVE PARM-DEPT-CODE TO WS-SELECT-DEPT
006250         WHEN BURST-UNASSIGNED
006260             MOVE HIGH-VALUES    TO WS-SELECT-DEPT
006270             IF PARM-DEPT-CODE NOT = SPACES
006280                 MOVE PARM-DEPT-CODE TO WS-SUBMITTER
006290             END-IF
006300         WHEN CONTROL-PAGE
006310             CONTINUE
006320         WHEN OTHER
006330             DISPLAY "DEPTBRST: PARMIN MUST BE ""D"" AND A "
006340                 "DEPARTMENT, ""U"", OR ""C"" - NOTHING BURST"
006350             MOVE "Y" TO WS-FAILED-SWITCH
006360             MOVE 16 TO RETURN-CODE
006370     END-EVALUATE.
006380 1100-Exit.
006390     EXIT.
006400*
006410*    DOCALCB WRITES THE RUN-TOTAL RECORD LAST, AND ONLY AT THE
006420*    END OF A BALANCED RUN.  WITHOUT IT THE FILE IS A PARTIAL
006430*    RUN AWAITING RESTART AND NOTHING MAY BE DISTRIBUTED.
006440 1200-FindRunTotal.
006450     OPEN INPUT WORK-FILE
006460     IF NOT WORK-OK
006470         DISPLAY "DEPTBRST: UNABLE TO OPEN DEPTWK, STATUS="
006480             WS-WORK-STATUS
006490         MOVE "Y" TO WS-FAILED-SWITCH
006500         MOVE 16 TO RETURN-CODE
006510         GO TO 1200-Exit
006520     END-IF
006530     MOVE "N" TO WS-WORK-EOF-SWITCH
006540     PERFORM 1210-ScanOneRecord THRU 1210-Exit
006550         UNTIL END-OF-WORK
006560     CLOSE WORK-FILE
006570     IF RUN-FAILED
006580         GO TO 1200-Exit
006590     END-IF
006600     IF NOT RUN-TOTAL-SEEN
006610         DISPLAY "DEPTBRST: DEPTWK HAS NO RUN-TOTAL RECORD - "
006620             "THE DOCALCB RUN DID NOT END CLEAN, NOTHING BURST"
006630         MOVE "Y" TO WS-FAILED-SWITCH
006640         MOVE 16 TO RETURN-CODE
006650     END-IF.
006660 1200-Exit.
006670     EXIT.
006680*
006690 1210-ScanOneRecord.
006700     READ WORK-FILE
006710         AT END
006720             MOVE "Y" TO WS-WORK-EOF-SWITCH
006730     END-READ
006740     IF END-OF-WORK
006750         GO TO 1210-Exit
006760     END-IF
006770     ADD 1 TO WS-WORK-READ
006780     IF RUN-TOTAL-SEEN
006790         DISPLAY "DEPTBRST: RECORDS FOLLOW THE DEPTWK RUN-TOTAL "
006800             "RECORD - FILE OUT OF ORDER, NOTHING BURST"
006810         MOVE "Y" TO WS-FAILED-SWITCH
006820         MOVE 16 TO RETURN-CODE
006830         MOVE "Y" TO WS-WORK-EOF-SWITCH
006840         GO TO 1210-Exit
006850     END-IF
006860     IF DW-RUN-TOTAL
006870         MOVE DEPT-WORK-TOTAL TO WS-RUN-TOTAL
006880         MOVE "Y" TO WS-TOTAL-SWITCH
006890     END-IF.
006900 1210-Exit.
006910     EXIT.
006920*
006930*    TRNINTK ONLY ACCEPTS A FILE FROM AN ACTIVE DEPTMSTR
006940*    DEPARTMENT.  A DEACTIVATED DEPARTMENT STILL GETS ITS REPORT
006950*    AND FILE (RC=4); A "U" SUBMITTER NOT SET UP IS A SET-UP
006960*    ERROR THAT STRANDS EVERY UNASSIGNED CORRECTION (RC=8).
006970 1300-CheckSubmitter.
006980     MOVE WS-SUBMITTER TO DP-DEPT-CODE
006990     READ DEPT-FILE
007000         INVALID KEY
007010             MOVE "N" TO WS-SUBMITTER-SWITCH
007020         NOT INVALID KEY
007030             IF NOT DP-ACTIVE
007040                 MOVE "N" TO WS-SUBMITTER-SWITCH
007050             END-IF
007060     END-READ
007070     IF SUBMITTER-ACTIVE
007080         GO TO 1300-Exit
007090     END-IF
007100     DISPLAY "DEPTBRST: SUBMITTER " WS-SUBMITTER
007110         " NOT ACTIVE ON DEPTMSTR - TRNINTK WILL REFUSE"
007120         " THE CORRECTION FILE"
007130     IF BURST-UNASSIGNED
007140         MOVE 8 TO RETURN-CODE
007150     ELSE
007160         MOVE 4 TO RETURN-CODE
007170     END-IF.
007180 1300-Exit.
007190     EXIT.
007200*
007210*    THE SEQUENCE NUMBER TRNINTK WILL EXPECT NEXT FROM THE
007220*    SUBMITTER.  UNLIKE STNDGEN'S FILE, WHICH GOES IN TONIGHT,
007230*    THIS ONE CAN ONLY GO IN ON A LATER INTAKE RUN, SO IT ALWAYS
007240*    FOLLOWS THE LAST FILE ACCEPTED.  IF THE DEPARTMENT HAS A
007250*    FILE ACCEPTED FIRST, IT RENUMBERS THE HEADER TO SUIT.
007260 1400-NextSequence.
007270     MOVE WS-SUBMITTER TO SC-DEPT-CODE
007280     READ CTL-FILE
007290         INVALID KEY
007300             MOVE 1 TO WS-SEQUENCE
007310         NOT INVALID KEY
007320             COMPUTE WS-SEQUENCE = SC-LAST-SEQUENCE + 1
007330     END-READ.
007340 1400-Exit.
007350     EXIT.
007360*
007370*    ONE PASS OF THE BURST FILE PER SECTION KEEPS EACH SECTION IN
007380*    RUN ORDER.  THE CORRECTION FILE IS WRITTEN ON THE REJECTED
007390*    PASS AND TAKES THE SUSPECTED DUPLICATES TOO, IN RUN ORDER,
007400*    EXACTLY AS THEY STAND ON REJOUT.
007410 2000-BurstDepartment.
007420     MOVE "P" TO WS-PASS-CLASS
007430     PERFORM 2100-BurstSection THRU 2100-Exit
007440     MOVE "H" TO WS-PASS-CLASS
007450     PERFORM 2100-BurstSection THRU 2100-Exit
007460     MOVE "D" TO WS-PASS-CLASS
007470     PERFORM 2100-BurstSection THRU 2100-Exit
007480     MOVE "R" TO WS-PASS-CLASS
007490     PERFORM 2100-BurstSection THRU 2100-Exit
007500     IF RUN-FAILED
007510         GO TO 2000-Exit
007520     END-IF
007530     PERFORM 2800-WriteCorrTrailer THRU 2800-Exit.
007540 2000-Exit.
007550     EXIT.
007560*
007570 2100-BurstSection.
007580     IF RUN-FAILED
007590         GO TO 2100-Exit
007600     END-IF
007610     EVALUATE TRUE
007620         WHEN PASS-POSTED
007630             MOVE "POSTED"                  TO SH-TITLE
007640         WHEN PASS-HELD
007650             MOVE "HELD FOR APPROVAL"       TO SH-TITLE
007660         WHEN PASS-DUPLICATE
007670             MOVE "SUSPECTED DUPLICATES"    TO SH-TITLE
007680         WHEN PASS-REJECTED
007690             MOVE "REJECTED"                TO SH-TITLE
007700     END-EVALUATE
007710     WRITE REPORT-LINE FROM WS-BLANK-LINE
007720     WRITE REPORT-LINE FROM WS-SECTION-HEADING
007730     WRITE REPORT-LINE FROM WS-COLUMN-HEADING
007740     MOVE ZERO TO WS-SEC-COUNT
007750     MOVE ZERO TO WS-SEC-AMOUNT
007760     MOVE ZERO TO WS-SEC-TAX
007770     MOVE ZERO TO WS-SEC-HASH
007780     OPEN INPUT WORK-FILE
007790     IF NOT WORK-OK
007800         DISPLAY "DEPTBRST: UNABLE TO REOPEN DEPTWK, STATUS="
007810             WS-WORK-STATUS
007820         MOVE "Y" TO WS-FAILED-SWITCH
007830         MOVE 16 TO RETURN-CODE
007840         GO TO 2100-Exit
007850     END-IF
007860     MOVE "N" TO WS-WORK-EOF-SWITCH
007870     PERFORM 2200-BurstOneRecord THRU 2200-Exit
007880         UNTIL END-OF-WORK
007890     CLOSE WORK-FILE
007900     IF WS-SEC-COUNT = ZERO
007910         WRITE REPORT-LINE FROM WS-NONE-LINE
007920     END-IF
007930     PERFORM 2400-WriteSubtotals THRU 2400-Exit.
007940 2100-Exit.
007950     EXIT.
007960*
007970 2200-BurstOneRecord.
007980     READ WORK-FILE
007990         AT END
008000             MOVE "Y" TO WS-WORK-EOF-SWITCH
008010     END-READ
008020     IF END-OF-WORK
008030         GO TO 2200-Exit
008040     END-IF
008050     IF NOT DW-DETAIL
008060         GO TO 2200-Exit
008070     END-IF
008080     PERFORM 2300-ResolveDept THRU 2300-Exit
008090     IF WS-ROW-DEPT NOT = WS-SELECT-DEPT
008100         GO TO 2200-Exit
008110     END-IF
008120     IF PASS-REJECTED
008130        AND (DW-REJECTED OR DW-DUPLICATE)
008140         PERFORM 2500-WriteCorrection THRU 2500-Exit
008150     END-IF
008160     IF DW-CLASS NOT = WS-PASS-CLASS
008170         GO TO 2200-Exit
008180     END-IF
008190     ADD 1              TO WS-SEC-COUNT
008200     ADD DW-CALC-RESULT TO WS-SEC-AMOUNT
008210     ADD DW-TAX-AMOUNT  TO WS-SEC-TAX
008220     ADD DW-FIRST-NUM   TO WS-SEC-HASH
008230     ADD DW-SECOND-NUM  TO WS-SEC-HASH
008240
008250     MOVE SPACES TO WS-DETAIL-LINE
008260     IF DW-TRANS-ID = ZERO
008270         MOVE SPACES      TO BD-ID-TEXT
008280     ELSE
008290         MOVE DW-TRANS-ID TO BD-TRANS-ID
008300     END-IF
008310     MOVE DW-OPERATION  TO BD-OPERATION
008320     MOVE DW-FIRST-NUM  TO BD-FIRST-NUM
008330     MOVE DW-SECOND-NUM TO BD-SECOND-NUM
008340     MOVE DW-DEPT-CODE  TO BD-DEPT
008350     IF PASS-POSTED OR PASS-HELD
008360         MOVE DW-CALC-RESULT TO BD-RESULT
008370     END-IF
008380     IF PASS-POSTED
008390         MOVE DW-TAX-AMOUNT  TO BD-TAX
008400     END-IF
008410     MOVE DW-REASON     TO BD-REASON
008420     WRITE REPORT-LINE FROM WS-DETAIL-LINE
008430     ADD 1 TO WS-LINES-WRITTEN.
008440 2200-Exit.
008450     EXIT.
008460*
008470*    THE DEPARTMENT A BURST RECORD BELONGS TO - ITS OWN CODE WHEN
008480*    THAT IS ON DEPTMSTR (ACTIVE OR NOT - A DEACTIVATED
008490*    DEPARTMENT STILL SEES ITS OWN WORK), ELSE HIGH-VALUES FOR
008500*    THE UNASSIGNED SECTION.  THE LAST CODE LOOKED UP IS KEPT,
008510*    SINCE A DEPARTMENT'S WORK ARRIVES TOGETHER ON TRANIN.
008520 2300-ResolveDept.
008530     IF DW-DEPT-CODE = SPACES
008540         MOVE HIGH-VALUES TO WS-ROW-DEPT
008550         GO TO 2300-Exit
008560     END-IF
008570     IF DW-DEPT-CODE NOT = WS-LAST-LOOKUP
008580         MOVE DW-DEPT-CODE TO WS-LAST-LOOKUP
008590         MOVE DW-DEPT-CODE TO DP-DEPT-CODE
008600         READ DEPT-FILE
008610             INVALID KEY
008620                 MOVE HIGH-VALUES  TO WS-LAST-RESOLVED
008630             NOT INVALID KEY
008640                 MOVE DW-DEPT-CODE TO WS-LAST-RESOLVED
008650         END-READ
008660     END-IF
008670     MOVE WS-LAST-RESOLVED TO WS-ROW-DEPT.
008680 2300-Exit.
008690     EXIT.
008700*
008710 2400-WriteSubtotals.
008720     EVALUATE TRUE
008730         WHEN PASS-POSTED
008740             MOVE "  POSTED TRANSACTIONS . . . . " TO CT-LABEL
008750             MOVE WS-SEC-COUNT TO CT-COUNT
008760             WRITE REPORT-LINE FROM WS-COUNT-LINE
008770             MOVE "  POSTED AMOUNT . . . . . . . " TO GS-LABEL
008780             MOVE WS-SEC-AMOUNT TO GS-SUM
008790             WRITE REPORT-LINE FROM WS-SUM-LINE
008800             MOVE "  SALES TAX . . . . . . . . . " TO GS-LABEL
008810             MOVE WS-SEC-TAX TO GS-SUM
008820             WRITE REPORT-LINE FROM WS-SUM-LINE
008830         WHEN PASS-HELD
008840             MOVE "  HELD FOR APPROVAL . . . . . " TO CT-LABEL
008850             MOVE WS-SEC-COUNT TO CT-COUNT
008860             WRITE REPORT-LINE FROM WS-COUNT-LINE
008870             MOVE "  HELD AMOUNT . . . . . . . . " TO GS-LABEL
008880             MOVE WS-SEC-AMOUNT TO GS-SUM
008890             WRITE REPORT-LINE FROM WS-SUM-LINE
008900         WHEN PASS-DUPLICATE
008910             MOVE "  SUSPECTED DUPLICATES  . . . " TO CT-LABEL
008920             MOVE WS-SEC-COUNT TO CT-COUNT
008930             WRITE REPORT-LINE FROM WS-COUNT-LINE
008940             MOVE "  DUPLICATES HASH TOTAL . . . " TO GS-LABEL
008950             MOVE WS-SEC-HASH TO GS-SUM
008960             WRITE REPORT-LINE FROM WS-SUM-LINE
008970         WHEN PASS-REJECTED
008980             MOVE "  REJECTED RECORDS  . . . . . " TO CT-LABEL
008990             MOVE WS-SEC-COUNT TO CT-COUNT
009000             WRITE REPORT-LINE FROM WS-COUNT-LINE
009010             MOVE "  REJECTED HASH TOTAL . . . . " TO GS-LABEL
009020             MOVE WS-SEC-HASH TO GS-SUM
009030             WRITE REPORT-LINE FROM WS-SUM-LINE
009040     END-EVALUATE.
009050 2400-Exit.
009060     EXIT.
009070*
009080 2500-WriteCorrection.
009090     MOVE DW-REJECT-IMAGE TO CORR-RECORD
009100     WRITE CORR-RECORD
009110     ADD 1 TO WS-CORR-COUNT
009120     IF CR-FIRST-NUM IS NUMERIC
009130         ADD CR-FIRST-NUM  TO WS-CORR-HASH
009140     END-IF
009150     IF CR-SECOND-NUM IS NUMERIC
009160         ADD CR-SECOND-NUM TO WS-CORR-HASH
009170     END-IF.
009180 2500-Exit.
009190     EXIT.
009200*
009210*    THE "T" TRAILER IS THE TRNINTK TRAILER, SO THE FILE BALANCES
009220*    WHEN SENT IN; THE DEPARTMENT RIDES IN COLUMNS 24-27 FOR
009230*    THE CONTROL STEP.  AN EMPTY FILE STILL GETS ITS TRAILER.
009240 2800-WriteCorrTrailer.
009250     MOVE WS-CORR-COUNT TO CTR-RECORD-COUNT
009260     MOVE WS-CORR-HASH  TO CTR-HASH-TOTAL
009270     IF BURST-UNASSIGNED
009280         MOVE SPACES         TO CTR-DEPT-CODE
009290     ELSE
009300         MOVE WS-SELECT-DEPT TO CTR-DEPT-CODE
009310     END-IF
009320     WRITE CORR-RECORD FROM WS-CORR-TRAILER
009330
009340     WRITE REPORT-LINE FROM WS-BLANK-LINE
009350     MOVE "CORRECTION FILE RECORDS . . . " TO CT-LABEL
009360     MOVE WS-CORR-COUNT TO CT-COUNT
009370     WRITE REPORT-LINE FROM WS-COUNT-LINE
009380     MOVE "CORRECTION FILE HASH TOTAL  . " TO GS-LABEL
009390     MOVE WS-CORR-HASH TO GS-SUM
009400     WRITE REPORT-LINE FROM WS-SUM-LINE
009410     MOVE WS-SUBMITTER TO SL-SUBMITTER
009420     MOVE WS-SEQUENCE  TO SL-SEQUENCE
009430     WRITE REPORT-LINE FROM WS-SUBMIT-LINE.
009440 2800-Exit.
009450     EXIT.
009460*
009470*    CONTROL PAGE.  THE BURST FILE IS TOTALLED BY DEPARTMENT
009480*    UNDER THE SAME RULE THE "D" AND "U" STEPS SELECT BY, EVERY
009490*    CORRECTION FILE IS READ BACK AND MATCHED TO ITS DEPARTMENT
009500*    BY THE CODE ON ITS TRAILER, AND BOTH ARE PROVED TO THE RUN
009510*    TOTALS DOCALCB LEFT ON THE BURST FILE.
009520 4000-ControlPage.
009530     PERFORM 4100-TallyWork THRU 4100-Exit
009540     IF RUN-FAILED
009550         GO TO 4000-Exit
009560     END-IF
009570     PERFORM 4300-ReadCorrections THRU 4300-Exit
009580     IF RUN-FAILED
009590         GO TO 4000-Exit
009600     END-IF
009610     PERFORM 4500-PrintDepartments THRU 4500-Exit
009620     PERFORM 4700-ProveTotals THRU 4700-Exit.
009630 4000-Exit.
009640     EXIT.
009650*
009660 4100-TallyWork.
009670     OPEN INPUT WORK-FILE
009680     IF NOT WORK-OK
009690         DISPLAY "DEPTBRST: UNABLE TO REOPEN DEPTWK, STATUS="
009700             WS-WORK-STATUS
009710         MOVE "Y" TO WS-FAILED-SWITCH
009720         MOVE 16 TO RETURN-CODE
009730         GO TO 4100-Exit
009740     END-IF
009750     MOVE "N" TO WS-WORK-EOF-SWITCH
009760     PERFORM 4110-TallyOneRecord THRU 4110-Exit
009770         UNTIL END-OF-WORK
009780     CLOSE WORK-FILE.
009790 4100-Exit.
009800     EXIT.
009810*
009820 4110-TallyOneRecord.
009830     READ WORK-FILE
009840         AT END
009850             MOVE "Y" TO WS-WORK-EOF-SWITCH
009860     END-READ
009870     IF END-OF-WORK
009880         GO TO 4110-Exit
009890     END-IF
009900     IF NOT DW-DETAIL
009910         GO TO 4110-Exit
009920     END-IF
009930     PERFORM 2300-ResolveDept THRU 2300-Exit
009940     MOVE "Y" TO WS-ADD-SWITCH
009950     PERFORM 4200-FindDeptEntry THRU 4200-Exit
009960     IF NOT ENTRY-FOUND
009970         GO TO 4110-Exit
009980     END-IF
009990     EVALUATE TRUE
010000         WHEN DW-POSTED
010010             ADD 1              TO BT-POSTED-CNT (WS-SLOT-IX)
010020             ADD DW-CALC-RESULT TO BT-POSTED-SUM (WS-SLOT-IX)
010030             ADD 1              TO WS-ALL-POSTED-CNT
010040             ADD DW-CALC-RESULT TO WS-ALL-POSTED-SUM
010050             ADD DW-TAX-AMOUNT  TO WS-ALL-TAX-SUM
010060         WHEN DW-HELD
010070             ADD 1              TO BT-HELD-CNT (WS-SLOT-IX)
010080             ADD DW-CALC-RESULT TO BT-HELD-SUM (WS-SLOT-IX)
010090             ADD 1              TO WS-ALL-HELD-CNT
010100             ADD DW-CALC-RESULT TO WS-ALL-HELD-SUM
010110         WHEN DW-DUPLICATE
010120             ADD 1              TO BT-DUP-CNT (WS-SLOT-IX)
010130             ADD 1              TO WS-ALL-DUP-CNT
010140         WHEN DW-REJECTED
010150             ADD 1              TO BT-REJ-CNT (WS-SLOT-IX)
010160             ADD 1              TO WS-ALL-REJ-CNT
010170     END-EVALUATE
010180     IF DW-DUPLICATE OR DW-REJECTED
010190         ADD 1             TO BT-CORR-CNT (WS-SLOT-IX)
010200         ADD DW-FIRST-NUM  TO BT-CORR-HASH (WS-SLOT-IX)
010210         ADD DW-SECOND-NUM TO BT-CORR-HASH (WS-SLOT-IX)
010220         ADD 1             TO WS-ALL-CORR-CNT
010230         ADD DW-FIRST-NUM  TO WS-ALL-CORR-HASH
010240         ADD DW-SECOND-NUM TO WS-ALL-CORR-HASH
010250     END-IF.
010260 4110-Exit.
010270     EXIT.
010280*
010290*    LOOK WS-ROW-DEPT UP IN THE DEPARTMENT TABLE, ADDING IT WHEN
010300*    ADD-IF-MISSING IS SET AND THERE IS ROOM.  A FULL TABLE IS
010310*    COUNTED AND FAILS THE PROOF RATHER THAN DROP WORK QUIETLY.
010320 4200-FindDeptEntry.
010330     MOVE "N" TO WS-FOUND-SWITCH
010340     PERFORM 4210-TestOneEntry THRU 4210-Exit
010350         VARYING WS-IX FROM 1 BY 1
010360         UNTIL WS-IX > WS-DEPT-CNT
010370         OR ENTRY-FOUND
010380     IF ENTRY-FOUND OR NOT ADD-IF-MISSING
010390         GO TO 4200-Exit
010400     END-IF
010410     IF WS-DEPT-CNT NOT < WS-DEPT-MAX
010420         ADD 1 TO WS-DEPT-DROPPED
010430         GO TO 4200-Exit
010440     END-IF
010450     ADD 1 TO WS-DEPT-CNT
010460     MOVE WS-DEPT-CNT TO WS-SLOT-IX
010470     MOVE WS-ROW-DEPT TO BT-DEPT (WS-SLOT-IX)
010480     MOVE ZERO TO BT-POSTED-CNT (WS-SLOT-IX)
010490     MOVE ZERO TO BT-POSTED-SUM (WS-SLOT-IX)
010500     MOVE ZERO TO BT-HELD-CNT (WS-SLOT-IX)
010510     MOVE ZERO TO BT-HELD-SUM (WS-SLOT-IX)
010520     MOVE ZERO TO BT-DUP-CNT (WS-SLOT-IX)
010530     MOVE ZERO TO BT-REJ-CNT (WS-SLOT-IX)
010540     MOVE ZERO TO BT-CORR-CNT (WS-SLOT-IX)
010550     MOVE ZERO TO BT-CORR-HASH (WS-SLOT-IX)
010560     MOVE "N"  TO BT-FILE-SWITCH (WS-SLOT-IX)
010570     MOVE ZERO TO BT-FILE-CNT (WS-SLOT-IX)
010580     MOVE ZERO TO BT-FILE-HASH (WS-SLOT-IX)
010590     MOVE "Y" TO WS-FOUND-SWITCH.
010600 4200-Exit.
010610     EXIT.
010620*
010630 4210-TestOneEntry.
010640     IF BT-DEPT (WS-IX) = WS-ROW-DEPT
010650         MOVE "Y"   TO WS-FOUND-SWITCH
010660         MOVE WS-IX TO WS-SLOT-IX
010670     END-IF.
010680 4210-Exit.
010690     EXIT.
010700*
010710*    EVERY "D" AND "U" STEP'S CORRECTION FILE, CONCATENATED.
010720*    EACH STARTS WITH ITS "H" HEADER, WHICH IS PASSED OVER, AND
010730*    ENDS AT ITS "T" TRAILER, WHICH MUST AGREE WITH ITS OWN
010740*    RECORDS AND CARRIES THE DEPARTMENT IT WAS WRITTEN FOR.
010750 4300-ReadCorrections.
010760     OPEN INPUT CHECK-FILE
010770     IF NOT CHECK-OK
010780         DISPLAY "DEPTBRST: UNABLE TO OPEN CORRIN, STATUS="
010790             WS-CHECK-STATUS
010800         MOVE "Y" TO WS-FAILED-SWITCH
010810         MOVE 16 TO RETURN-CODE
010820         GO TO 4300-Exit
010830     END-IF
010840     MOVE ZERO TO WS-FILE-COUNT
010850     MOVE ZERO TO WS-FILE-HASH
010860     MOVE "N" TO WS-CHECK-EOF-SWITCH
010870     PERFORM 4310-ReadOneCorrection THRU 4310-Exit
010880         UNTIL END-OF-CHECK
010890     CLOSE CHECK-FILE
010900     IF WS-FILE-COUNT > ZERO
010910         MOVE "RECORDS AFTER THE LAST TRAILER ON CORRIN"
010920             TO FE-TEXT
010930         MOVE SPACES TO FE-DEPT
010940         MOVE WS-FILE-COUNT TO FE-COUNT
010950         WRITE REPORT-LINE FROM WS-FILE-ERROR-LINE
010960         MOVE "N" TO WS-PROOF-SWITCH
010970     END-IF.
010980 4300-Exit.
010990     EXIT.
011000*
011010 4310-ReadOneCorrection.
011020     READ CHECK-FILE
011030         AT END
011040             MOVE "Y" TO WS-CHECK-EOF-SWITCH
011050     END-READ
011060     IF END-OF-CHECK
011070         GO TO 4310-Exit
011080     END-IF
011090     IF CK-HEADER
011100         GO TO 4310-Exit
011110     END-IF
011120     IF NOT CK-TRAILER
011130         ADD 1 TO WS-FILE-COUNT
011140         IF CK-FIRST-NUM IS NUMERIC
011150             ADD CK-FIRST-NUM  TO WS-FILE-HASH
011160         END-IF
011170         IF CK-SECOND-NUM IS NUMERIC
011180             ADD CK-SECOND-NUM TO WS-FILE-HASH
011190         END-IF
011200         GO TO 4310-Exit
011210     END-IF
011220     PERFORM 4400-CloseOneFile THRU 4400-Exit
011230     MOVE ZERO TO WS-FILE-COUNT
011240     MOVE ZERO TO WS-FILE-HASH.
011250 4310-Exit.
011260     EXIT.
011270*
011280 4400-CloseOneFile.
011290     ADD 1             TO WS-FILES-READ
011300     ADD WS-FILE-COUNT TO WS-FILES-RECORDS
011310     ADD WS-FILE-HASH  TO WS-FILES-HASH
011320     IF CKT-DEPT-CODE = SPACES
011330         MOVE HIGH-VALUES   TO WS-ROW-DEPT
011340         MOVE "UNASSIGNED"  TO FE-DEPT
011350     ELSE
011360         MOVE CKT-DEPT-CODE TO WS-ROW-DEPT
011370         MOVE CKT-DEPT-CODE TO FE-DEPT
011380     END-IF
011390     MOVE WS-FILE-COUNT TO FE-COUNT
011400     IF CKT-RECORD-COUNT IS NOT NUMERIC
011410        OR CKT-HASH-TOTAL IS NOT NUMERIC
011420        OR CKT-RECORD-COUNT NOT = WS-FILE-COUNT
011430        OR CKT-HASH-TOTAL NOT = WS-FILE-HASH
011440         MOVE "CORRECTION FILE DOES NOT AGREE WITH TRAILER"
011450             TO FE-TEXT
011460         WRITE REPORT-LINE FROM WS-FILE-ERROR-LINE
011470         MOVE "N" TO WS-PROOF-SWITCH
011480     END-IF
011490     MOVE "N" TO WS-ADD-SWITCH
011500     PERFORM 4200-FindDeptEntry THRU 4200-Exit
011510*    A QUIET DEPARTMENT'S STEP WRITES AN EMPTY FILE - FINE.  A
011520*    FILE WITH RECORDS FOR A DEPARTMENT WITH NONE IN THE RUN IS
011530*    NOT FROM THIS RUN.
011540     IF NOT ENTRY-FOUND
011550         IF WS-FILE-COUNT > ZERO
011560             MOVE "CORRECTION FILE HAS NO WORK IN THIS RUN"
011570                 TO FE-TEXT
011580             WRITE REPORT-LINE FROM WS-FILE-ERROR-LINE
011590             MOVE "N" TO WS-PROOF-SWITCH
011600         END-IF
011610         GO TO 4400-Exit
011620     END-IF
011630     IF BT-FILE-SEEN (WS-SLOT-IX)
011640         MOVE "SECOND CORRECTION FILE FOR ONE DEPARTMENT"
011650             TO FE-TEXT
011660         WRITE REPORT-LINE FROM WS-FILE-ERROR-LINE
011670         MOVE "N" TO WS-PROOF-SWITCH
011680     END-IF
011690     MOVE "Y" TO BT-FILE-SWITCH (WS-SLOT-IX)
011700     ADD WS-FILE-COUNT TO BT-FILE-CNT (WS-SLOT-IX)
011710     ADD WS-FILE-HASH  TO BT-FILE-HASH (WS-SLOT-IX).
011720 4400-Exit.
011730     EXIT.
011740*
011750*    ONE LINE PER DEPARTMENT WITH WORK IN THE RUN, UNASSIGNED
011760*    LAST, THEN THE DEPARTMENT TOTALS AND DOCALCB'S OWN RUN
011770*    TOTALS UNDER THEM.  A DEPARTMENT WHOSE CORRECTION FILE IS
011780*    MISSING OR DOES NOT MATCH ITS WORK IS FLAGGED.
011790 4500-PrintDepartments.
011800     WRITE REPORT-LINE FROM WS-BLANK-LINE
011810     WRITE REPORT-LINE FROM WS-CONTROL-COLUMNS
011820     MOVE "D" TO WS-PRINT-PASS
011830     PERFORM 4510-PrintOneDept THRU 4510-Exit
011840         VARYING WS-IX FROM 1 BY 1
011850         UNTIL WS-IX > WS-DEPT-CNT
011860     MOVE "U" TO WS-PRINT-PASS
011870     PERFORM 4510-PrintOneDept THRU 4510-Exit
011880         VARYING WS-IX FROM 1 BY 1
011890         UNTIL WS-IX > WS-DEPT-CNT
011900     WRITE REPORT-LINE FROM WS-BLANK-LINE
011910
011920     MOVE SPACES             TO WS-CONTROL-LINE
011930     MOVE "DEPT TOTAL"       TO CL-DEPT
011940     MOVE WS-ALL-POSTED-CNT  TO CL-POSTED-CNT
011950     MOVE WS-ALL-POSTED-SUM  TO CL-POSTED-SUM
011960     MOVE WS-ALL-HELD-CNT    TO CL-HELD-CNT
011970     MOVE WS-ALL-HELD-SUM    TO CL-HELD-SUM
011980     MOVE WS-ALL-DUP-CNT     TO CL-DUP-CNT
011990     MOVE WS-ALL-REJ-CNT     TO CL-REJ-CNT
012000     MOVE WS-ALL-CORR-CNT    TO CL-CORR-CNT
012010     WRITE REPORT-LINE FROM WS-CONTROL-LINE
012020
012030     MOVE SPACES             TO WS-CONTROL-LINE
012040     MOVE "RUN TOTAL"        TO CL-DEPT
012050     MOVE RT-POSTED-COUNT    TO CL-POSTED-CNT
012060     MOVE RT-POSTED-SUM      TO CL-POSTED-SUM
012070     MOVE RT-HELD-COUNT      TO CL-HELD-CNT
012080     MOVE RT-HELD-SUM        TO CL-HELD-SUM
012090     MOVE RT-REJECT-COUNT    TO CL-CORR-CNT
012100     WRITE REPORT-LINE FROM WS-CONTROL-LINE.
012110 4500-Exit.
012120     EXIT.
012130*
012140*    PERFORMED TWICE OVER THE TABLE - THE FIRST PASS PRINTS THE
012150*    DEPARTMENTS, THE SECOND THE UNASSIGNED ENTRY, SO IT ALWAYS
012160*    PRINTS LAST.
012170 4510-PrintOneDept.
012180     IF BT-DEPT (WS-IX) = HIGH-VALUES
012190         IF PRINT-DEPARTMENTS
012200             GO TO 4510-Exit
012210         END-IF
012220     ELSE
012230         IF PRINT-UNASSIGNED
012240             GO TO 4510-Exit
012250         END-IF
012260     END-IF
012270     MOVE SPACES TO WS-CONTROL-LINE
012280     IF BT-DEPT (WS-IX) = HIGH-VALUES
012290         MOVE "UNASSIGNED"      TO CL-DEPT
012300     ELSE
012310         MOVE BT-DEPT (WS-IX)   TO CL-DEPT
012320     END-IF
012330     MOVE BT-POSTED-CNT (WS-IX) TO CL-POSTED-CNT
012340     MOVE BT-POSTED-SUM (WS-IX) TO CL-POSTED-SUM
012350     MOVE BT-HELD-CNT (WS-IX)   TO CL-HELD-CNT
012360     MOVE BT-HELD-SUM (WS-IX)   TO CL-HELD-SUM
012370     MOVE BT-DUP-CNT (WS-IX)    TO CL-DUP-CNT
012380     MOVE BT-REJ-CNT (WS-IX)    TO CL-REJ-CNT
012390     MOVE BT-CORR-CNT (WS-IX)   TO CL-CORR-CNT
012400     EVALUATE TRUE
012410         WHEN NOT BT-FILE-SEEN (WS-IX)
012420             MOVE "NO FILE"     TO CL-STATUS
012430             ADD 1 TO WS-DEPTS-OFF
012440         WHEN BT-FILE-CNT (WS-IX) NOT = BT-CORR-CNT (WS-IX)
012450           OR BT-FILE-HASH (WS-IX) NOT = BT-CORR-HASH (WS-IX)
012460             MOVE "FILE OFF"    TO CL-STATUS
012470             ADD 1 TO WS-DEPTS-OFF
012480         WHEN OTHER
012490             MOVE "OK"          TO CL-STATUS
012500     END-EVALUATE
012510     WRITE REPORT-LINE FROM WS-CONTROL-LINE.
012520 4510-Exit.
012530     EXIT.
012540*
012550*    THE PROOF.  THE DEPARTMENTS MUST ADD BACK TO THE POSTED,
012560*    TAX, AND HELD TOTALS DOCALCB CARRIED ON ITS PRICEXT AND
012570*    PENDOUT TRAILERS, THEIR CORRECTION WORK TO THE REJOUT
012580*    TRAILER, THE FILES READ BACK TO THE SAME, AND EVERY
012590*    DEPARTMENT WITH WORK MUST HAVE ITS OWN FILE.
012600 4700-ProveTotals.
012610     WRITE REPORT-LINE FROM WS-BLANK-LINE
012620     MOVE "DEPARTMENTS WITH WORK  . . . " TO CT-LABEL
012630     MOVE WS-DEPT-CNT TO CT-COUNT
012640     WRITE REPORT-LINE FROM WS-COUNT-LINE
012650     MOVE "CORRECTION FILES READ BACK  . " TO CT-LABEL
012660     MOVE WS-FILES-READ TO CT-COUNT
012670     WRITE REPORT-LINE FROM WS-COUNT-LINE
012680     MOVE "CORRECTION RECORDS READ BACK  " TO CT-LABEL
012690     MOVE WS-FILES-RECORDS TO CT-COUNT
012700     WRITE REPORT-LINE FROM WS-COUNT-LINE
012710     MOVE "CORRECTION HASH READ BACK . . " TO GS-LABEL
012720     MOVE WS-FILES-HASH TO GS-SUM
012730     WRITE REPORT-LINE FROM WS-SUM-LINE
012740     MOVE "DOCALCB SALES TAX . . . . . . " TO GS-LABEL
012750     MOVE RT-TAX-SUM TO GS-SUM
012760     WRITE REPORT-LINE FROM WS-SUM-LINE
012770     MOVE "DEPARTMENT SALES TAX  . . . . " TO GS-LABEL
012780     MOVE WS-ALL-TAX-SUM TO GS-SUM
012790     WRITE REPORT-LINE FROM WS-SUM-LINE
012800     MOVE "DOCALCB REJOUT HASH TOTAL . . " TO GS-LABEL
012810     MOVE RT-REJECT-HASH TO GS-SUM
012820     WRITE REPORT-LINE FROM WS-SUM-LINE
012830     WRITE REPORT-LINE FROM WS-BLANK-LINE
012840
012850     MOVE "POSTED TO PRICEXT TRAILER . . " TO TL-LABEL
012860     IF WS-ALL-POSTED-CNT = RT-POSTED-COUNT
012870        AND WS-ALL-POSTED-SUM = RT-POSTED-SUM
012880         MOVE "AGREES" TO TL-TEXT
012890     ELSE
012900         MOVE "DOES NOT AGREE" TO TL-TEXT
012910         MOVE "N" TO WS-PROOF-SWITCH
012920     END-IF
012930     WRITE REPORT-LINE FROM WS-TEXT-LINE
012940
012950     MOVE "SALES TAX TO PRICEXT TRAILER  " TO TL-LABEL
012960     IF WS-ALL-TAX-SUM = RT-TAX-SUM
012970         MOVE "AGREES" TO TL-TEXT
012980     ELSE
012990         MOVE "DOES NOT AGREE" TO TL-TEXT
013000         MOVE "N" TO WS-PROOF-SWITCH
013010     END-IF
013020     WRITE REPORT-LINE FROM WS-TEXT-LINE
013030
013040     MOVE "HELD TO PENDOUT TRAILER . . . " TO TL-LABEL
013050     IF WS-ALL-HELD-CNT = RT-HELD-COUNT
013060        AND WS-ALL-HELD-SUM = RT-HELD-SUM
013070         MOVE "AGREES" TO TL-TEXT
013080     ELSE
013090         MOVE "DOES NOT AGREE" TO TL-TEXT
013100         MOVE "N" TO WS-PROOF-SWITCH
013110     END-IF
013120     WRITE REPORT-LINE FROM WS-TEXT-LINE
013130
013140     MOVE "CORRECTIONS TO REJOUT TRAILER " TO TL-LABEL
013150     IF WS-ALL-CORR-CNT = RT-REJECT-COUNT
013160        AND WS-ALL-CORR-HASH = RT-REJECT-HASH
013170         MOVE "AGREES" TO TL-TEXT
013180     ELSE
013190         MOVE "DOES NOT AGREE" TO TL-TEXT
013200         MOVE "N" TO WS-PROOF-SWITCH
013210     END-IF
013220     WRITE REPORT-LINE FROM WS-TEXT-LINE
013230
013240     MOVE "FILES READ BACK TO REJOUT . . " TO TL-LABEL
013250     IF WS-FILES-RECORDS = RT-REJECT-COUNT
013260        AND WS-FILES-HASH = RT-REJECT-HASH
013270         MOVE "AGREES" TO TL-TEXT
013280     ELSE
013290         MOVE "DOES NOT AGREE" TO TL-TEXT
013300         MOVE "N" TO WS-PROOF-SWITCH
013310     END-IF
013320     WRITE REPORT-LINE FROM WS-TEXT-LINE
013330
013340     MOVE "EVERY DEPARTMENT HAS ITS FILE " TO TL-LABEL
013350     IF WS-DEPTS-OFF = ZERO
013360         MOVE "AGREES" TO TL-TEXT
013370     ELSE
013380         MOVE "DOES NOT AGREE" TO TL-TEXT
013390         MOVE "N" TO WS-PROOF-SWITCH
013400     END-IF
013410     WRITE REPORT-LINE FROM WS-TEXT-LINE
013420
013430     IF WS-DEPT-DROPPED > ZERO
013440         MOVE "*** WORK PAST DEPARTMENT TABLE" TO CT-LABEL
013450         MOVE WS-DEPT-DROPPED TO CT-COUNT
013460         WRITE REPORT-LINE FROM WS-COUNT-LINE
013470         MOVE "N" TO WS-PROOF-SWITCH
013480     END-IF
013490
013500     WRITE REPORT-LINE FROM WS-BLANK-LINE
013510     IF SPLIT-PROVES
013520         WRITE REPORT-LINE FROM WS-PROVED-LINE
013530     ELSE
013540         WRITE REPORT-LINE FROM WS-NOT-PROVED-LINE
013550         DISPLAY "DEPTBRST: DEPARTMENT SPLIT DOES NOT PROVE TO "
013560             "THE DOCALCB RUN TOTALS"
013570         MOVE 8 TO RETURN-CODE
013580     END-IF.
013590 4700-Exit.
013600     EXIT.
013610*
013620 7000-Terminate.
013630     IF REPORT-IS-OPEN
013640         IF NOT CONTROL-PAGE
013650             WRITE REPORT-LINE FROM WS-BLANK-LINE
013660             MOVE "BURST RECORDS READ  . . . . . " TO CT-LABEL
013670             MOVE WS-WORK-READ TO CT-COUNT
013680             WRITE REPORT-LINE FROM WS-COUNT-LINE
013690             MOVE "DETAIL LINES WRITTEN  . . . . " TO CT-LABEL
013700             MOVE WS-LINES-WRITTEN TO CT-COUNT
013710             WRITE REPORT-LINE FROM WS-COUNT-LINE
013720         END-IF
013730         CLOSE REPORT-FILE
013740     END-IF
013750     IF CORR-IS-OPEN
013760         CLOSE CORR-FILE
013770     END-IF
013780     IF CTL-IS-OPEN
013790         CLOSE CTL-FILE
013800     END-IF
013810     CLOSE DEPT-FILE.
013820 7000-Exit.
013830     EXIT.
013840*
013850*    ONE CONTROL RECORD PER START AND END, APPENDED TO THE
013860*    SHARED RUNLOG FILE FOR THE NIGHTCTL SEQUENCE CHECK.
013870*    COUNTS HERE ARE BURST RECORDS READ / DETAIL LINES WRITTEN.
013880 9500-WriteRunLog.
013890     OPEN EXTEND RUNLOG-FILE
013900     IF NOT RUNLOG-OK
013910         MOVE SPACES TO WS-RUNLOG-STATUS
013920         OPEN OUTPUT RUNLOG-FILE
013930     END-IF
013940     IF NOT RUNLOG-OK
013950         DISPLAY "DEPTBRST: UNABLE TO OPEN RUNLOG, STATUS="
013960             WS-RUNLOG-STATUS
013970         GO TO 9500-Exit
013980     END-IF
013990     MOVE "DEPTBRST" TO RL-PROGRAM
014000     MOVE WS-RUNLOG-TYPE TO RL-RECORD-TYPE
014010     ACCEPT RL-DATE FROM DATE YYYYMMDD
014020     ACCEPT RL-TIME FROM TIME
014030     MOVE WS-WORK-READ     TO RL-RECORDS-IN
014040     MOVE WS-LINES-WRITTEN TO RL-RECORDS-OUT
014050     MOVE RETURN-CODE TO RL-RETURN-CODE
014060     WRITE RUN-LOG-RECORD
014070     CLOSE RUNLOG-FILE.
014080 9500-Exit.
014090     EXIT.
