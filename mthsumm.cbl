000190*  LIVE AUDITLOG EVERY NIGHT - THE DAILY FIGURES EXIST BUT
000200*  MONTH-TO-DATE DID NOT, AND ACCOUNTING ADDED UP THIRTY DAILY
000210*  SUMMOUT PAGES BY HAND.  THIS JOB READS THE ARCHIVE
000220*  GENERATIONS (ARCHIN - THE 126-BYTE AUDITREC LAYOUT AUDROLL
000230*  WRITES, CONCATENATED IN THE JCL) PLUS THE LIVE LOG, AND
000240*  PRINTS PERIOD TOTALS: CALCULATIONS AND RESULT SUMS BY DAY,
000250*  BY USER, AND BY AUD-STATUS, WITH AN EXCEPTION RECAP.
000260*  THE SALES TAX SECTION TOTALS THE PERIOD'S TAX BY TAXMSTR
000270*  TAX CODE THE SAME WAY DLYSUMM DOES FOR THE DAY - POSTED,
000280*  REVERSED, PRCADJ ADJUSTMENT TAX SIGNED BY ITS DIRECTION,
000290*  AND THE NET OF ALL THREE.
000300*
000310*  THE ARCHIVE TOTALS ARE CROSS-FOOTED AGAINST THE SUM OF
000320*  AUDROLL'S NIGHTLY BALANCING TICKETS (TICKIN, AUDTICK
000330*  LAYOUT) - A MISMATCH MEANS A GENERATION WAS SKIPPED IN THE
000340*  CONCATENATION OR A ROLLOVER NEVER TICKETED, AND ENDS THE
000350*  STEP RC=8.  THE LIVE LOG HAS NO TICKET YET (IT HAS NOT
000360*  ROLLED), SO IT IS TOTALLED SEPARATELY AND ONLY THE GRAND
000370*  TOTAL INCLUDES IT.  A BALANCED MONTH END EMPTIES TICKIN
000380*  FOR THE NEXT PERIOD, THE WAY AUDROLL EMPTIES THE LIVE LOG.
000390*
000400*  THE RUN SUMMARIZES THE OPEN PERIOD ON PRDCTL.  ANY AUDIT
000410*  RECORD DATED IN A CLOSED PERIOD IS A LATE POSTING AND IS
000420*  LISTED IN ITS OWN SECTION, ENDING THE STEP RC=8.  THE
000430*  CROSS-FOOT RESULT ("B" OR "U"), THE COUNT AND SUM
000440*  SUMMARIZED, AND THE LATE COUNT ARE RECORDED ON THE OPEN
000450*  PERIOD'S PRDCTL RECORD FOR THE PRDCLOSE JOB, WHICH CLOSES
000460*  ONLY A PERIOD RECORDED BALANCED.
000470*
000480*  MODIFICATION HISTORY
000490*    09/02/2026  MJA  ORIGINAL PROGRAM.
000500*    09/02/2026  MJA  AUDITREC NOW ALSO CARRIES AUD-DEPT-CODE -
000510*                     RECORDS AND WORK OVERLAY WIDENED TO 63
000520*                     BYTES, AND THE NEW "U"/"E" STATUSES ARE
000530*                     LABELED IN THE BY-STATUS SECTION.
000540*    09/02/2026  MJA  LABEL THE NEW "D" (DUPLICATE HELD)
000550*                     STATUS IN THE BY-STATUS SECTION.
000560*    09/02/2026  MJA  START AND END CONTROL RECORDS ARE NOW
000570*                     APPENDED TO THE SHARED RUNLOG FILE (PROGRAM,
000580*                     DATE/TIME, RECORD COUNTS, RETURN CODE) SO
000590*                     THE NIGHTCTL REPORT CAN PROVE THE NIGHTLY
000600*                     SEQUENCE RAN TO COMPLETION IN ORDER.
000610*    10/15/2026  MJA  LABEL THE NEW "B" (OVER BUDGET) STATUS IN
000620*                     THE BY-STATUS SECTION.
000630*    10/15/2026  MJA  LABEL THE NEW "A" (PRICE ADJUSTMENT) STATUS
000640*                     IN THE BY-STATUS SECTION.
000650*    10/15/2026  MJA  AUDITREC NOW CARRIES THE SALES TAX FIELDS -
000660*                     RECORDS AND WORK OVERLAY WIDENED TO 80
000670*                     BYTES, AND A SALES TAX COLLECTED BY TAX
000680*                     CODE SECTION WITH COUNTS OF POSTINGS
000690*                     CARRYING NO TAX IS PRINTED AFTER THE
000700*                     BY-STATUS SECTION.  SOURCE RESEQUENCED IN
000710*                     STEPS OF 10 TO MAKE ROOM.
000720*    10/15/2026  MJA  PERIOD CLOSE: THE OPEN AND LATEST CLOSED
000730*                     PERIODS ARE TAKEN FROM PRDCTL AND SHOWN
000740*                     UNDER THE HEADING.  RECORDS DATED IN A
000750*                     CLOSED PERIOD ARE LISTED IN A NEW SECTION,
000760*                     COUNTED IN THE RECAP, AND END THE STEP RC=8.
000770*                     THE RESULT IS RECORDED ON THE OPEN PERIOD'S
000780*                     PRDCTL RECORD - A BALANCED RESULT ALREADY
000790*                     RECORDED IS NOT OVERWRITTEN BY A RERUN THAT
000800*                     FINDS TICKIN ALREADY EMPTIED.  SOURCE
000810*                     RESEQUENCED IN STEPS OF 10 TO MAKE ROOM.
000812*    10/15/2026  MJA  AUDITREC NOW ALSO CARRIES THE CALCHIST
000814*                     CROSS-REFERENCE FIELDS - RECORDS WIDENED
000816*                     TO 126 BYTES TO MATCH.
000817*    10/15/2026  MJA  PRICE ADJUSTMENT TAX IS NOW SIGNED BY
000818*                     WA-ADJ-DIRECTION AND INCLUDED IN THE NET
000819*                     TAX, NOT SHOWN GROSS AFTER IT.
000820********************************************************************
000830 IDENTIFICATION DIVISION.
000840 PROGRAM-ID.  MthSumm.
000850 AUTHOR.  M. AGUIRRE.
000860 INSTALLATION.  DATA PROCESSING.
000870 DATE-WRITTEN.  09/02/2026.
000880 DATE-COMPILED.
000890*
000900 ENVIRONMENT DIVISION.
000910 CONFIGURATION SECTION.
000920 SOURCE-COMPUTER.  IBM-370.
000930 OBJECT-COMPUTER.  IBM-370.
000940 INPUT-OUTPUT SECTION.
000950 FILE-CONTROL.
000960     SELECT ARCH-FILE ASSIGN TO ARCHIN
000970         ORGANIZATION IS SEQUENTIAL
000980         FILE STATUS IS WS-ARCH-STATUS.
000990
001000     SELECT AUDIT-FILE ASSIGN TO AUDITLOG
001010         ORGANIZATION IS SEQUENTIAL
001020         FILE STATUS IS WS-AUDIT-STATUS.
001030
001040     SELECT TICK-FILE ASSIGN TO TICKIN
001050         ORGANIZATION IS SEQUENTIAL
001060         FILE STATUS IS WS-TICK-STATUS.
001070
001080     SELECT SUMM-FILE ASSIGN TO MTHOUT
001090         ORGANIZATION IS SEQUENTIAL
001100         FILE STATUS IS WS-SUMM-STATUS.
001110
001120     SELECT RUNLOG-FILE ASSIGN TO RUNLOG
001130         ORGANIZATION IS SEQUENTIAL
001140         FILE STATUS IS WS-RUNLOG-STATUS.
001150
001160     SELECT PERIOD-FILE ASSIGN TO PRDCTL
001170         ORGANIZATION IS INDEXED
001180         ACCESS MODE IS DYNAMIC
001190         RECORD KEY IS PC-PERIOD
001200         FILE STATUS IS WS-PERIOD-STATUS.
001210*
001220 DATA DIVISION.
001230 FILE SECTION.
001240 FD  ARCH-FILE
001250     RECORDING MODE IS F
001260     LABEL RECORDS ARE STANDARD.
001270 01  ARCH-RECORD             PIC X(126).
001280*
001290 FD  AUDIT-FILE
001300     RECORDING MODE IS F
001310     LABEL RECORDS ARE STANDARD.
001320 01  LIVE-RECORD             PIC X(126).
001330*
001340 FD  TICK-FILE
001350     RECORDING MODE IS F
001360     LABEL RECORDS ARE STANDARD.
001370 COPY AUDTICK.
001380*
001390 FD  SUMM-FILE
001400     RECORDING MODE IS F
001410     LABEL RECORDS ARE STANDARD.
001420 01  SUMM-LINE               PIC X(80).
001430*
001440 FD  RUNLOG-FILE
001450     RECORDING MODE IS F
001460     LABEL RECORDS ARE STANDARD.
001470 COPY RUNLOG.
001480*
001490 FD  PERIOD-FILE
001500     LABEL RECORDS ARE STANDARD.
001510 COPY PRDCTL.
001520*
001530 WORKING-STORAGE SECTION.
001540
001550 77  WS-RUNLOG-STATUS        PIC X(02) VALUE SPACES.
001560     88  RUNLOG-OK                      VALUE "00".
001570
001580 77  WS-RUNLOG-TYPE          PIC X(01) VALUE "S".
001590 77  WS-ARCH-STATUS          PIC X(02) VALUE SPACES.
001600     88  ARCH-OK                         VALUE "00".
001610
001620 77  WS-AUDIT-STATUS         PIC X(02) VALUE SPACES.
001630     88  AUDIT-OK                        VALUE "00".
001640
001650 77  WS-TICK-STATUS          PIC X(02) VALUE SPACES.
001660     88  TICK-OK                         VALUE "00".
001670
001680 77  WS-SUMM-STATUS          PIC X(02) VALUE SPACES.
001690     88  SUMM-OK                         VALUE "00".
001700
001710 77  WS-ARCH-EOF-SWITCH      PIC X(01) VALUE "N".
001720     88  END-OF-ARCH-FILE                VALUE "Y".
001730
001740 77  WS-LIVE-EOF-SWITCH      PIC X(01) VALUE "N".
001750     88  END-OF-LIVE-FILE                VALUE "Y".
001760
001770 77  WS-TICK-EOF-SWITCH      PIC X(01) VALUE "N".
001780     88  END-OF-TICK-FILE                VALUE "Y".
001790
001800 77  WS-BALANCE-SWITCH       PIC X(01) VALUE "N".
001810     88  TICKETS-BALANCED                VALUE "Y".
001820
001830 77  WS-PERIOD-STATUS        PIC X(02) VALUE SPACES.
001840     88  PERIOD-OK                       VALUE "00".
001850
001860 77  WS-PERIOD-AVAIL-SWITCH  PIC X(01) VALUE "N".
001870     88  PERIOD-AVAILABLE                VALUE "Y".
001880
001890 77  WS-PERIOD-EOF-SWITCH    PIC X(01) VALUE "N".
001900     88  END-OF-PERIODS                  VALUE "Y".
001910
001920 77  WS-OPEN-PERIOD          PIC 9(06) VALUE ZERO.
001930 77  WS-LAST-CLOSED          PIC 9(06) VALUE ZERO.
001940 77  WS-RECORD-PERIOD        PIC 9(06) VALUE ZERO.
001950 77  WS-LATE-COUNT           PIC 9(07) COMP VALUE ZERO.
001960 77  WS-LATE-CNT             PIC 9(04) COMP VALUE ZERO.
001970 77  WS-LATE-MAX             PIC 9(04) COMP VALUE 100.
001980
001990 77  WS-ARCH-COUNT           PIC 9(07) COMP VALUE ZERO.
002000 77  WS-ARCH-SUM             PIC 9(15)V99 COMP-3 VALUE ZERO.
002010 77  WS-LIVE-COUNT           PIC 9(07) COMP VALUE ZERO.
002020 77  WS-LIVE-SUM             PIC 9(15)V99 COMP-3 VALUE ZERO.
002030 77  WS-TICKET-COUNT         PIC 9(07) COMP VALUE ZERO.
002040 77  WS-TICK-REC-SUM         PIC 9(09) COMP VALUE ZERO.
002050 77  WS-TICK-SUM             PIC 9(15)V99 COMP-3 VALUE ZERO.
002060 77  WS-GRAND-COUNT          PIC 9(09) COMP VALUE ZERO.
002070 77  WS-GRAND-SUM            PIC 9(15)V99 COMP-3 VALUE ZERO.
002080 77  WS-OK-COUNT             PIC 9(07) COMP VALUE ZERO.
002090 77  WS-EXCEPTION-COUNT      PIC 9(07) COMP VALUE ZERO.
002100 77  WS-DROPPED-COUNT        PIC 9(07) COMP VALUE ZERO.
002110
002120 77  WS-DAY-CNT              PIC 9(04) COMP VALUE ZERO.
002130 77  WS-DAY-MAX              PIC 9(04) COMP VALUE 62.
002140 77  WS-USER-CNT             PIC 9(04) COMP VALUE ZERO.
002150 77  WS-USER-MAX             PIC 9(04) COMP VALUE 200.
002160 77  WS-STAT-CNT             PIC 9(04) COMP VALUE ZERO.
002170 77  WS-STAT-MAX             PIC 9(04) COMP VALUE 10.
002180 77  WS-TAX-CNT              PIC 9(04) COMP VALUE ZERO.
002190 77  WS-TAX-MAX              PIC 9(04) COMP VALUE 20.
002200 77  WS-EXEMPT-COUNT         PIC 9(07) COMP VALUE ZERO.
002210 77  WS-UNTAXED-COUNT        PIC 9(07) COMP VALUE ZERO.
002220 77  WS-NO-RATE-COUNT        PIC 9(07) COMP VALUE ZERO.
002230 77  WS-TAX-NET              PIC S9(15)V99 COMP-3 VALUE ZERO.
002240 77  WS-IX                   PIC 9(04) COMP VALUE ZERO.
002250 77  WS-SLOT-IX              PIC 9(04) COMP VALUE ZERO.
002260
002270 77  WS-FOUND-SWITCH         PIC X(01) VALUE "N".
002280     88  SLOT-FOUND                      VALUE "Y".
002290
002300 01  WS-AUDIT-WORK.
002310     05  WA-TRANS-ID         PIC 9(08).
002320     05  WA-DATE             PIC 9(08).
002330     05  WA-TIME             PIC 9(08).
002340     05  WA-USER             PIC X(08).
002350     05  WA-FIRST-NUM        PIC 9(05)V99.
002360     05  WA-SECOND-NUM       PIC 9(05)V99.
002370     05  WA-CALC-RESULT      PIC 9(10)V99.
002380     05  WA-STATUS           PIC X(01).
002390         88  WA-OK                       VALUE "O".
002400         88  WA-REVERSAL                 VALUE "V".
002410         88  WA-PRICE-ADJUSTMENT         VALUE "A".
002420     05  WA-DEPT-CODE        PIC X(04).
002430     05  WA-TAX-CODE         PIC X(04).
002440     05  WA-TAX-AMOUNT       PIC 9(10)V99.
002450     05  WA-TAX-REASON       PIC X(01).
002460         88  WA-TAX-CHARGED              VALUE "T".
002470         88  WA-TAX-EXEMPT-DEPT          VALUE "E".
002480         88  WA-TAX-NOT-TAXABLE          VALUE "N".
002490         88  WA-TAX-NO-RATE              VALUE "R".
002492     05  WA-REVERSAL-OF      PIC 9(08).
002494     05  WA-ADJUSTMENT-OF    PIC 9(08).
002496     05  WA-ADJ-DIRECTION    PIC X(01).
002497         88  WA-ADJ-INCREASE             VALUE "+".
002498         88  WA-ADJ-DECREASE             VALUE "-".
002500
002510 01  WS-DAY-TABLE.
002520     05  WS-DAY-ENTRY OCCURS 62 TIMES.
002530         10  DY-DATE         PIC 9(08).
002540         10  DY-COUNT        PIC 9(07) COMP.
002550         10  DY-SUM          PIC 9(15)V99 COMP-3.
002560
002570 01  WS-USER-TABLE.
002580     05  WS-USER-ENTRY OCCURS 200 TIMES.
002590         10  UR-USER         PIC X(08).
002600         10  UR-COUNT        PIC 9(07) COMP.
002610         10  UR-SUM          PIC 9(15)V99 COMP-3.
002620
002630 01  WS-STAT-TABLE.
002640     05  WS-STAT-ENTRY OCCURS 10 TIMES.
002650         10  SU-STATUS       PIC X(01).
002660         10  SU-COUNT        PIC 9(07) COMP.
002670         10  SU-SUM          PIC 9(15)V99 COMP-3.
002680 01  WS-TAX-TABLE.
002690     05  WS-TAX-ENTRY OCCURS 20 TIMES.
002700         10  TC-CODE         PIC X(04).
002710         10  TC-COUNT        PIC 9(07) COMP.
002720         10  TC-COLLECTED    PIC 9(15)V99 COMP-3.
002730         10  TC-REFUNDED     PIC 9(15)V99 COMP-3.
002740         10  TC-ADJUSTED     PIC S9(15)V99 COMP-3.
002750
002760 01  WS-LATE-TABLE.
002770     05  WS-LATE-ENTRY OCCURS 100 TIMES.
002780         10  LT-TRANS-ID     PIC 9(08).
002790         10  LT-DATE         PIC 9(08).
002800         10  LT-USER         PIC X(08).
002810         10  LT-STATUS       PIC X(01).
002820         10  LT-RESULT       PIC 9(10)V99 COMP-3.
002830
002840 01  WS-HEADING-1.
002850     05  FILLER              PIC X(42) VALUE
002860         "MONTH-END CONSOLIDATED CALCULATION SUMMARY".
002870     05  FILLER              PIC X(38) VALUE SPACES.
002880
002890 01  WS-HEADING-2.
002900     05  FILLER              PIC X(14) VALUE "OPEN PERIOD   ".
002910     05  H2-OPEN-PERIOD      PIC 9(06).
002920     05  FILLER              PIC X(16) VALUE
002930         "   LAST CLOSED  ".
002940     05  H2-LAST-CLOSED      PIC 9(06).
002950     05  FILLER              PIC X(38) VALUE SPACES.
002960
002970 01  WS-NO-PERIOD-LINE.
002980     05  FILLER              PIC X(50) VALUE
002990         "PRDCTL NOT AVAILABLE - CLOSED PERIODS NOT CHECKED".
003000     05  FILLER              PIC X(30) VALUE SPACES.
003010
003020 01  WS-BLANK-LINE           PIC X(80) VALUE SPACES.
003030
003040 01  WS-SECTION-DAY-HEADING.
003050     05  FILLER              PIC X(40) VALUE
003060         "CALCULATIONS BY DAY".
003070     05  FILLER              PIC X(40) VALUE SPACES.
003080
003090 01  WS-SECTION-USER-HEADING.
003100     05  FILLER              PIC X(40) VALUE
003110         "CALCULATIONS BY USER".
003120     05  FILLER              PIC X(40) VALUE SPACES.
003130
003140 01  WS-SECTION-STAT-HEADING.
003150     05  FILLER              PIC X(40) VALUE
003160         "CALCULATIONS BY STATUS".
003170     05  FILLER              PIC X(40) VALUE SPACES.
003180
003190 01  WS-SECTION-TAX-HEADING.
003200     05  FILLER              PIC X(40) VALUE
003210         "SALES TAX COLLECTED BY TAX CODE".
003220     05  FILLER              PIC X(40) VALUE SPACES.
003230
003240 01  WS-TAX-COL-HEADING.
003250     05  FILLER              PIC X(02) VALUE SPACES.
003260     05  FILLER              PIC X(05) VALUE "CODE".
003270     05  FILLER              PIC X(08) VALUE "  TAXED".
003280     05  FILLER              PIC X(16) VALUE
003290         "      COLLECTED".
003300     05  FILLER              PIC X(16) VALUE
003310         "       REVERSED".
003320     05  FILLER              PIC X(16) VALUE
003330         "        ADJUSTED".
003340     05  FILLER              PIC X(17) VALUE
003350         "         NET TAX".
003360 01  WS-SECTION-XF-HEADING.
003370     05  FILLER              PIC X(40) VALUE
003380         "ARCHIVE / TICKET CROSS-FOOT".
003390     05  FILLER              PIC X(40) VALUE SPACES.
003400
003410 01  WS-RECAP-HEADING.
003420     05  FILLER              PIC X(40) VALUE
003430         "EXCEPTION RECAP".
003440     05  FILLER              PIC X(40) VALUE SPACES.
003450
003460 01  WS-SECTION-LATE-HEADING.
003470     05  FILLER              PIC X(40) VALUE
003480         "RECORDS DATED IN A CLOSED PERIOD".
003490     05  FILLER              PIC X(40) VALUE SPACES.
003500
003510 01  WS-LATE-COL-HEADING.
003520     05  FILLER              PIC X(03) VALUE SPACES.
003530     05  FILLER              PIC X(09) VALUE "TRANS ID".
003540     05  FILLER              PIC X(09) VALUE "DATE".
003550     05  FILLER              PIC X(09) VALUE "USER".
003560     05  FILLER              PIC X(03) VALUE "ST".
003570     05  FILLER              PIC X(13) VALUE "       RESULT".
003580     05  FILLER              PIC X(34) VALUE SPACES.
003590
003600 01  WS-LATE-LINE.
003610     05  FILLER              PIC X(03) VALUE SPACES.
003620     05  LL-TRANS-ID         PIC 9(08).
003630     05  FILLER              PIC X(01) VALUE SPACE.
003640     05  LL-DATE             PIC 9(08).
003650     05  FILLER              PIC X(01) VALUE SPACE.
003660     05  LL-USER             PIC X(08).
003670     05  FILLER              PIC X(01) VALUE SPACE.
003680     05  LL-STATUS           PIC X(01).
003690     05  FILLER              PIC X(02) VALUE SPACES.
003700     05  LL-RESULT           PIC ZZZZZZZZZ9.99.
003710     05  FILLER              PIC X(34) VALUE SPACES.
003720
003730 01  WS-NO-LATE-LINE.
003740     05  FILLER              PIC X(40) VALUE
003750         "  NONE".
003760     05  FILLER              PIC X(40) VALUE SPACES.
003770
003780 01  WS-DAY-LINE.
003790     05  FILLER              PIC X(03) VALUE SPACES.
003800     05  DL-DATE             PIC 9(08).
003810     05  FILLER              PIC X(01) VALUE SPACE.
003820     05  DL-COUNT            PIC ZZZZZZ9.
003830     05  FILLER              PIC X(02) VALUE SPACES.
003840     05  DL-SUM              PIC ZZZZZZZZZZZZZZ9.99.
003850     05  FILLER              PIC X(41) VALUE SPACES.
003860
003870 01  WS-USER-LINE.
003880     05  FILLER              PIC X(03) VALUE SPACES.
003890     05  UL-USER             PIC X(08).
003900     05  FILLER              PIC X(01) VALUE SPACE.
003910     05  UL-COUNT            PIC ZZZZZZ9.
003920     05  FILLER              PIC X(02) VALUE SPACES.
003930     05  UL-SUM              PIC ZZZZZZZZZZZZZZ9.99.
003940     05  FILLER              PIC X(41) VALUE SPACES.
003950
003960 01  WS-STAT-LINE.
003970     05  FILLER              PIC X(03) VALUE SPACES.
003980     05  SL-STATUS           PIC X(01).
003990     05  FILLER              PIC X(01) VALUE SPACE.
004000     05  SL-REASON           PIC X(16).
004010     05  FILLER              PIC X(01) VALUE SPACE.
004020     05  SL-COUNT            PIC ZZZZZZ9.
004030     05  FILLER              PIC X(02) VALUE SPACES.
004040     05  SL-SUM              PIC ZZZZZZZZZZZZZZ9.99.
004050     05  FILLER              PIC X(31) VALUE SPACES.
004060
004070 01  WS-TAX-LINE.
004080     05  FILLER              PIC X(02) VALUE SPACES.
004090     05  TL-CODE             PIC X(04).
004100     05  FILLER              PIC X(01) VALUE SPACE.
004110     05  TL-COUNT            PIC ZZZZZZ9.
004120     05  FILLER              PIC X(01) VALUE SPACE.
004130     05  TL-COLLECTED        PIC ZZZZZZZZZZZ9.99.
004140     05  FILLER              PIC X(01) VALUE SPACE.
004150     05  TL-REFUNDED         PIC ZZZZZZZZZZZ9.99.
004160     05  FILLER              PIC X(01) VALUE SPACE.
004170     05  TL-ADJUSTED         PIC -ZZZZZZZZZZ9.99.
004180     05  FILLER              PIC X(01) VALUE SPACE.
004190     05  TL-NET              PIC -ZZZZZZZZZZ9.99.
004200     05  FILLER              PIC X(02) VALUE SPACES.
004210
004220 01  WS-NO-TAX-LINE.
004230     05  FILLER              PIC X(40) VALUE
004240         "  NO TAXED POSTINGS FOR THIS PERIOD".
004250     05  FILLER              PIC X(40) VALUE SPACES.
004260 01  WS-COUNT-LINE.
004270     05  CT-LABEL            PIC X(30).
004280     05  CT-COUNT            PIC ZZZZZZZZ9.
004290     05  FILLER              PIC X(41) VALUE SPACES.
004300
004310 01  WS-SUM-LINE.
004320     05  SM-LABEL            PIC X(30).
004330     05  SM-SUM              PIC ZZZZZZZZZZZZZZ9.99.
004340     05  FILLER              PIC X(32) VALUE SPACES.
004350
004360 01  WS-BALANCED-LINE.
004370     05  FILLER              PIC X(50) VALUE
004380         "ARCHIVE GENERATIONS AND TICKETS IN BALANCE".
004390     05  FILLER              PIC X(30) VALUE SPACES.
004400
004410 01  WS-UNBALANCED-LINE.
004420     05  FILLER              PIC X(50) VALUE
004430         "*** ARCHIVE DOES NOT CROSS-FOOT TO THE TICKETS - ".
004440     05  FILLER              PIC X(30) VALUE
004450         "GENERATION MISSING OR EXTRA".
004460*
004470 PROCEDURE DIVISION.
004480*
004490 0000-Mainline.
004500     MOVE "S" TO WS-RUNLOG-TYPE
004510     PERFORM 9500-WriteRunLog THRU 9500-Exit
004520     PERFORM 1000-Initialize THRU 1000-Exit
004530     PERFORM 2000-AccumulateTicket THRU 2000-Exit
004540         UNTIL END-OF-TICK-FILE
004550     PERFORM 3000-AccumulateArchive THRU 3000-Exit
004560         UNTIL END-OF-ARCH-FILE
004570     PERFORM 3500-StartLiveLog THRU 3500-Exit
004580     PERFORM 3600-AccumulateLive THRU 3600-Exit
004590         UNTIL END-OF-LIVE-FILE
004600     PERFORM 4000-PrintReport THRU 4000-Exit
004610     IF TICKETS-BALANCED
004620         PERFORM 4600-ResetTicketFile THRU 4600-Exit
004630     ELSE
004640         IF RETURN-CODE = ZERO
004650             MOVE 8 TO RETURN-CODE
004660         END-IF
004670     END-IF
004680     PERFORM 4700-RecordPeriodResult THRU 4700-Exit
004690     PERFORM 7000-Terminate THRU 7000-Exit
004700     MOVE "E" TO WS-RUNLOG-TYPE
004710     PERFORM 9500-WriteRunLog THRU 9500-Exit
004720     STOP RUN.
004730*
004740 1000-Initialize.
004750     OPEN INPUT ARCH-FILE
004760     IF NOT ARCH-OK
004770         DISPLAY "MTHSUMM: UNABLE TO OPEN ARCHIN, STATUS="
004780             WS-ARCH-STATUS
004790         MOVE "Y" TO WS-ARCH-EOF-SWITCH
004800         MOVE "Y" TO WS-LIVE-EOF-SWITCH
004810         MOVE "Y" TO WS-TICK-EOF-SWITCH
004820         MOVE 16 TO RETURN-CODE
004830         GO TO 1000-Exit
004840     END-IF
004850
004860     OPEN INPUT TICK-FILE
004870     IF NOT TICK-OK
004880         DISPLAY "MTHSUMM: UNABLE TO OPEN TICKIN, STATUS="
004890             WS-TICK-STATUS
004900         MOVE "Y" TO WS-TICK-EOF-SWITCH
004910     END-IF
004920
004930     OPEN OUTPUT SUMM-FILE
004940     IF NOT SUMM-OK
004950         DISPLAY "MTHSUMM: UNABLE TO OPEN MTHOUT, STATUS="
004960             WS-SUMM-STATUS
004970         MOVE "Y" TO WS-ARCH-EOF-SWITCH
004980         MOVE "Y" TO WS-LIVE-EOF-SWITCH
004990         MOVE "Y" TO WS-TICK-EOF-SWITCH
005000         MOVE 16 TO RETURN-CODE
005010         GO TO 1000-Exit
005020     END-IF
005030
005040     PERFORM 1100-LoadPeriodControl THRU 1100-Exit
005050
005060     IF NOT END-OF-TICK-FILE
005070         PERFORM 8200-ReadTicket THRU 8200-Exit
005080     END-IF
005090     PERFORM 8000-ReadArchiveRecord THRU 8000-Exit.
005100 1000-Exit.
005110     EXIT.
005120*
005130*    PRDCTL IS HELD I-O FOR THE RUN SO THE RESULT CAN BE
005140*    RECORDED ON THE OPEN PERIOD AT THE END.  PERIODS ARE CLOSED
005150*    IN ORDER, SO THE SCAN STOPS AT THE FIRST ONE NOT CLOSED -
005160*    THE OPEN PERIOD.  AN UNOPENABLE PRDCTL IS REPORTED, THE
005170*    CLOSED-PERIOD CHECK IS SKIPPED, AND THE STEP ENDS RC=4 AT
005180*    LEAST, SINCE NO RESULT CAN BE RECORDED FOR PRDCLOSE.
005190 1100-LoadPeriodControl.
005200     OPEN I-O PERIOD-FILE
005210     IF NOT PERIOD-OK
005220         DISPLAY "MTHSUMM: PRDCTL NOT AVAILABLE, STATUS="
005230             WS-PERIOD-STATUS ", CLOSED PERIODS NOT CHECKED"
005240         GO TO 1100-Exit
005250     END-IF
005260     MOVE "Y" TO WS-PERIOD-AVAIL-SWITCH
005270     PERFORM 1110-ReadPeriod THRU 1110-Exit
005280         UNTIL END-OF-PERIODS
005290     IF WS-OPEN-PERIOD = ZERO
005300         DISPLAY "MTHSUMM: NO OPEN PERIOD ON PRDCTL - RESULT NOT "
005310             "RECORDED"
005320     END-IF.
005330 1100-Exit.
005340     EXIT.
005350*
005360 1110-ReadPeriod.
005370     READ PERIOD-FILE NEXT RECORD
005380         AT END
005390             MOVE "Y" TO WS-PERIOD-EOF-SWITCH
005400     END-READ
005410     IF NOT PERIOD-OK
005420         MOVE "Y" TO WS-PERIOD-EOF-SWITCH
005430         GO TO 1110-Exit
005440     END-IF
005450     IF PC-CLOSED
005460         MOVE PC-PERIOD TO WS-LAST-CLOSED
005470     ELSE
005480         MOVE PC-PERIOD TO WS-OPEN-PERIOD
005490         MOVE "Y" TO WS-PERIOD-EOF-SWITCH
005500     END-IF.
005510 1110-Exit.
005520     EXIT.
005530*
005540 2000-AccumulateTicket.
005550     ADD 1                TO WS-TICKET-COUNT
005560     ADD TK-RECORD-COUNT  TO WS-TICK-REC-SUM
005570     ADD TK-RESULT-SUM    TO WS-TICK-SUM
005580     PERFORM 8200-ReadTicket THRU 8200-Exit.
005590 2000-Exit.
005600     EXIT.
005610*
005620 3000-AccumulateArchive.
005630     ADD 1              TO WS-ARCH-COUNT
005640     ADD WA-CALC-RESULT TO WS-ARCH-SUM
005650     PERFORM 5000-NoteRecord THRU 5000-Exit
005660     PERFORM 8000-ReadArchiveRecord THRU 8000-Exit.
005670 3000-Exit.
005680     EXIT.
005690*
005700 3500-StartLiveLog.
005710     IF RETURN-CODE = 16
005720         GO TO 3500-Exit
005730     END-IF
005740     OPEN INPUT AUDIT-FILE
005750     IF NOT AUDIT-OK
005760         DISPLAY "MTHSUMM: UNABLE TO OPEN AUDITLOG, STATUS="
005770             WS-AUDIT-STATUS " - LIVE LOG NOT INCLUDED"
005780         MOVE "Y" TO WS-LIVE-EOF-SWITCH
005790         GO TO 3500-Exit
005800     END-IF
005810     PERFORM 8100-ReadLiveRecord THRU 8100-Exit.
005820 3500-Exit.
005830     EXIT.
005840*
005850 3600-AccumulateLive.
005860     ADD 1              TO WS-LIVE-COUNT
005870     ADD WA-CALC-RESULT TO WS-LIVE-SUM
005880     PERFORM 5000-NoteRecord THRU 5000-Exit
005890     PERFORM 8100-ReadLiveRecord THRU 8100-Exit.
005900 3600-Exit.
005910     EXIT.
005920*
005930*    FOLD ONE AUDIT RECORD (ARCHIVED OR LIVE) INTO THE BY-DAY,
005940*    BY-USER, AND BY-STATUS TABLES AND THE PERIOD TOTALS.
005950 5000-NoteRecord.
005960     ADD 1              TO WS-GRAND-COUNT
005970     ADD WA-CALC-RESULT TO WS-GRAND-SUM
005980     IF WA-OK
005990         ADD 1 TO WS-OK-COUNT
006000     ELSE
006010         ADD 1 TO WS-EXCEPTION-COUNT
006020     END-IF
006030     PERFORM 5100-NoteDay THRU 5100-Exit
006040     PERFORM 5200-NoteUser THRU 5200-Exit
006050     PERFORM 5300-NoteStatus THRU 5300-Exit
006060     IF WA-TAX-REASON NOT = SPACE
006070         PERFORM 5400-NoteTax THRU 5400-Exit
006080     END-IF
006090     IF PERIOD-AVAILABLE
006100         DIVIDE WA-DATE BY 100 GIVING WS-RECORD-PERIOD
006110         IF WS-RECORD-PERIOD NOT > WS-LAST-CLOSED
006120             PERFORM 5500-NoteLateRecord THRU 5500-Exit
006130         END-IF
006140     END-IF.
006150 5000-Exit.
006160     EXIT.
006170*
006180 5100-NoteDay.
006190     MOVE "N" TO WS-FOUND-SWITCH
006200     PERFORM 5110-TestOneDay THRU 5110-Exit
006210         VARYING WS-IX FROM 1 BY 1
006220         UNTIL WS-IX > WS-DAY-CNT
006230         OR SLOT-FOUND
006240     IF NOT SLOT-FOUND
006250         IF WS-DAY-CNT NOT < WS-DAY-MAX
006260             ADD 1 TO WS-DROPPED-COUNT
006270             GO TO 5100-Exit
006280         END-IF
006290         ADD 1 TO WS-DAY-CNT
006300         MOVE WS-DAY-CNT TO WS-SLOT-IX
006310         MOVE WA-DATE TO DY-DATE (WS-SLOT-IX)
006320         MOVE ZERO    TO DY-COUNT (WS-SLOT-IX)
006330         MOVE ZERO    TO DY-SUM (WS-SLOT-IX)
006340     END-IF
006350     ADD 1              TO DY-COUNT (WS-SLOT-IX)
006360     ADD WA-CALC-RESULT TO DY-SUM (WS-SLOT-IX).
006370 5100-Exit.
006380     EXIT.
006390*
006400 5110-TestOneDay.
006410     IF DY-DATE (WS-IX) = WA-DATE
006420         MOVE "Y" TO WS-FOUND-SWITCH
006430         MOVE WS-IX TO WS-SLOT-IX
006440     END-IF.
006450 5110-Exit.
006460     EXIT.
006470*
006480 5200-NoteUser.
006490     MOVE "N" TO WS-FOUND-SWITCH
006500     PERFORM 5210-TestOneUser THRU 5210-Exit
006510         VARYING WS-IX FROM 1 BY 1
006520         UNTIL WS-IX > WS-USER-CNT
006530         OR SLOT-FOUND
006540     IF NOT SLOT-FOUND
006550         IF WS-USER-CNT NOT < WS-USER-MAX
006560             ADD 1 TO WS-DROPPED-COUNT
006570             GO TO 5200-Exit
006580         END-IF
006590         ADD 1 TO WS-USER-CNT
006600         MOVE WS-USER-CNT TO WS-SLOT-IX
006610         MOVE WA-USER TO UR-USER (WS-SLOT-IX)
006620         MOVE ZERO    TO UR-COUNT (WS-SLOT-IX)
006630         MOVE ZERO    TO UR-SUM (WS-SLOT-IX)
006640     END-IF
006650     ADD 1              TO UR-COUNT (WS-SLOT-IX)
006660     ADD WA-CALC-RESULT TO UR-SUM (WS-SLOT-IX).
006670 5200-Exit.
006680     EXIT.
006690*
006700 5210-TestOneUser.
006710     IF UR-USER (WS-IX) = WA-USER
006720         MOVE "Y" TO WS-FOUND-SWITCH
006730         MOVE WS-IX TO WS-SLOT-IX
006740     END-IF.
006750 5210-Exit.
006760     EXIT.
006770*
006780 5300-NoteStatus.
006790     MOVE "N" TO WS-FOUND-SWITCH
006800     PERFORM 5310-TestOneStatus THRU 5310-Exit
006810         VARYING WS-IX FROM 1 BY 1
006820         UNTIL WS-IX > WS-STAT-CNT
006830         OR SLOT-FOUND
006840     IF NOT SLOT-FOUND
006850         IF WS-STAT-CNT NOT < WS-STAT-MAX
006860             ADD 1 TO WS-DROPPED-COUNT
006870             GO TO 5300-Exit
006880         END-IF
006890         ADD 1 TO WS-STAT-CNT
006900         MOVE WS-STAT-CNT TO WS-SLOT-IX
006910         MOVE WA-STATUS TO SU-STATUS (WS-SLOT-IX)
006920         MOVE ZERO      TO SU-COUNT (WS-SLOT-IX)
006930         MOVE ZERO      TO SU-SUM (WS-SLOT-IX)
006940     END-IF
006950     ADD 1              TO SU-COUNT (WS-SLOT-IX)
006960     ADD WA-CALC-RESULT TO SU-SUM (WS-SLOT-IX).
006970 5300-Exit.
006980     EXIT.
006990*
007000 5310-TestOneStatus.
007010     IF SU-STATUS (WS-IX) = WA-STATUS
007020         MOVE "Y" TO WS-FOUND-SWITCH
007030         MOVE WS-IX TO WS-SLOT-IX
007040     END-IF.
007050 5310-Exit.
007060     EXIT.
007070*
007080*    TAX CODE SUBTOTALS.  ONLY TAXED RECORDS CARRY A CODE WORTH
007090*    TOTALING - THE OTHER REASONS ARE COUNTED FOR POSTINGS ONLY.
007100 5400-NoteTax.
007110     IF NOT WA-TAX-CHARGED
007120         IF WA-OK
007130             EVALUATE TRUE
007140                 WHEN WA-TAX-EXEMPT-DEPT
007150                     ADD 1 TO WS-EXEMPT-COUNT
007160                 WHEN WA-TAX-NOT-TAXABLE
007170                     ADD 1 TO WS-UNTAXED-COUNT
007180                 WHEN WA-TAX-NO-RATE
007190                     ADD 1 TO WS-NO-RATE-COUNT
007200             END-EVALUATE
007210         END-IF
007220         GO TO 5400-Exit
007230     END-IF
007240
007250     MOVE "N" TO WS-FOUND-SWITCH
007260     PERFORM 5410-TestOneTax THRU 5410-Exit
007270         VARYING WS-IX FROM 1 BY 1
007280         UNTIL WS-IX > WS-TAX-CNT
007290         OR SLOT-FOUND
007300     IF NOT SLOT-FOUND
007310         IF WS-TAX-CNT NOT < WS-TAX-MAX
007320             ADD 1 TO WS-DROPPED-COUNT
007330             GO TO 5400-Exit
007340         END-IF
007350         ADD 1 TO WS-TAX-CNT
007360         MOVE WS-TAX-CNT  TO WS-SLOT-IX
007370         MOVE WA-TAX-CODE TO TC-CODE (WS-SLOT-IX)
007380         MOVE ZERO        TO TC-COUNT (WS-SLOT-IX)
007390         MOVE ZERO        TO TC-COLLECTED (WS-SLOT-IX)
007400         MOVE ZERO        TO TC-REFUNDED (WS-SLOT-IX)
007410         MOVE ZERO        TO TC-ADJUSTED (WS-SLOT-IX)
007420     END-IF
007430     EVALUATE TRUE
007440         WHEN WA-OK
007450             ADD 1             TO TC-COUNT (WS-SLOT-IX)
007460             ADD WA-TAX-AMOUNT TO TC-COLLECTED (WS-SLOT-IX)
007470         WHEN WA-REVERSAL
007480             ADD WA-TAX-AMOUNT TO TC-REFUNDED (WS-SLOT-IX)
007490         WHEN WA-PRICE-ADJUSTMENT AND WA-ADJ-DECREASE
007495             SUBTRACT WA-TAX-AMOUNT FROM TC-ADJUSTED (WS-SLOT-IX)
007500         WHEN WA-PRICE-ADJUSTMENT
007505             ADD WA-TAX-AMOUNT TO TC-ADJUSTED (WS-SLOT-IX)
007510     END-EVALUATE.
007520 5400-Exit.
007530     EXIT.
007540*
007550 5410-TestOneTax.
007560     IF TC-CODE (WS-IX) = WA-TAX-CODE
007570         MOVE "Y" TO WS-FOUND-SWITCH
007580         MOVE WS-IX TO WS-SLOT-IX
007590     END-IF.
007600 5410-Exit.
007610     EXIT.
007620*
007630*    A RECORD DATED IN A CLOSED PERIOD WAS POSTED AFTER THAT
007640*    PERIOD WAS SIGNED OFF.  IT IS STILL SUMMARIZED WITH THE
007650*    REST (IT IS ON THIS PERIOD'S GENERATIONS) BUT LISTED SO IT
007660*    CANNOT SLIP IN QUIETLY.  PAST THE TABLE IT IS COUNTED ONLY.
007670 5500-NoteLateRecord.
007680     ADD 1 TO WS-LATE-COUNT
007690     IF WS-LATE-CNT NOT < WS-LATE-MAX
007700         GO TO 5500-Exit
007710     END-IF
007720     ADD 1 TO WS-LATE-CNT
007730     MOVE WA-TRANS-ID    TO LT-TRANS-ID (WS-LATE-CNT)
007740     MOVE WA-DATE        TO LT-DATE (WS-LATE-CNT)
007750     MOVE WA-USER        TO LT-USER (WS-LATE-CNT)
007760     MOVE WA-STATUS      TO LT-STATUS (WS-LATE-CNT)
007770     MOVE WA-CALC-RESULT TO LT-RESULT (WS-LATE-CNT).
007780 5500-Exit.
007790     EXIT.
007800*
007810 4000-PrintReport.
007820     IF NOT SUMM-OK
007830         GO TO 4000-Exit
007840     END-IF
007850     WRITE SUMM-LINE FROM WS-HEADING-1
007860     IF PERIOD-AVAILABLE
007870         MOVE WS-OPEN-PERIOD TO H2-OPEN-PERIOD
007880         MOVE WS-LAST-CLOSED TO H2-LAST-CLOSED
007890         WRITE SUMM-LINE FROM WS-HEADING-2
007900     ELSE
007910         WRITE SUMM-LINE FROM WS-NO-PERIOD-LINE
007920     END-IF
007930     WRITE SUMM-LINE FROM WS-BLANK-LINE
007940
007950     WRITE SUMM-LINE FROM WS-SECTION-DAY-HEADING
007960     PERFORM 4100-PrintOneDay THRU 4100-Exit
007970         VARYING WS-IX FROM 1 BY 1
007980         UNTIL WS-IX > WS-DAY-CNT
007990     WRITE SUMM-LINE FROM WS-BLANK-LINE
008000
008010     WRITE SUMM-LINE FROM WS-SECTION-USER-HEADING
008020     PERFORM 4200-PrintOneUser THRU 4200-Exit
008030         VARYING WS-IX FROM 1 BY 1
008040         UNTIL WS-IX > WS-USER-CNT
008050     WRITE SUMM-LINE FROM WS-BLANK-LINE
008060
008070     WRITE SUMM-LINE FROM WS-SECTION-STAT-HEADING
008080     PERFORM 4300-PrintOneStatus THRU 4300-Exit
008090         VARYING WS-IX FROM 1 BY 1
008100         UNTIL WS-IX > WS-STAT-CNT
008110     WRITE SUMM-LINE FROM WS-BLANK-LINE
008120     WRITE SUMM-LINE FROM WS-SECTION-TAX-HEADING
008130     IF WS-TAX-CNT = ZERO
008140         WRITE SUMM-LINE FROM WS-NO-TAX-LINE
008150     ELSE
008160         WRITE SUMM-LINE FROM WS-TAX-COL-HEADING
008170         PERFORM 4400-PrintOneTax THRU 4400-Exit
008180             VARYING WS-IX FROM 1 BY 1
008190             UNTIL WS-IX > WS-TAX-CNT
008200     END-IF
008210     MOVE "POSTED EXEMPT (DEPARTMENT) . ." TO CT-LABEL
008220     MOVE WS-EXEMPT-COUNT TO CT-COUNT
008230     WRITE SUMM-LINE FROM WS-COUNT-LINE
008240     MOVE "POSTED UNTAXED (NO TAX CODE) ." TO CT-LABEL
008250     MOVE WS-UNTAXED-COUNT TO CT-COUNT
008260     WRITE SUMM-LINE FROM WS-COUNT-LINE
008270     MOVE "POSTED UNTAXED (NO RATE) . . ." TO CT-LABEL
008280     MOVE WS-NO-RATE-COUNT TO CT-COUNT
008290     WRITE SUMM-LINE FROM WS-COUNT-LINE
008300     WRITE SUMM-LINE FROM WS-BLANK-LINE
008310
008320     IF PERIOD-AVAILABLE
008330         PERFORM 4450-PrintLateRecords THRU 4450-Exit
008340     END-IF
008350
008360     WRITE SUMM-LINE FROM WS-RECAP-HEADING
008370     MOVE "PERIOD CALCULATIONS . . . . . " TO CT-LABEL
008380     MOVE WS-GRAND-COUNT TO CT-COUNT
008390     WRITE SUMM-LINE FROM WS-COUNT-LINE
008400     MOVE "SUCCESSFUL  . . . . . . . . . " TO CT-LABEL
008410     MOVE WS-OK-COUNT TO CT-COUNT
008420     WRITE SUMM-LINE FROM WS-COUNT-LINE
008430     MOVE "EXCEPTIONS  . . . . . . . . . " TO CT-LABEL
008440     MOVE WS-EXCEPTION-COUNT TO CT-COUNT
008450     WRITE SUMM-LINE FROM WS-COUNT-LINE
008460     IF PERIOD-AVAILABLE
008470         MOVE "DATED IN A CLOSED PERIOD  . . " TO CT-LABEL
008480         MOVE WS-LATE-COUNT TO CT-COUNT
008490         WRITE SUMM-LINE FROM WS-COUNT-LINE
008500     END-IF
008510     WRITE SUMM-LINE FROM WS-BLANK-LINE
008520
008530     PERFORM 4500-PrintCrossFoot THRU 4500-Exit
008540
008550     IF WS-DROPPED-COUNT > ZERO
008560         DISPLAY "MTHSUMM: " WS-DROPPED-COUNT " ENTRIES OVER "
008570             "TABLE CAPACITY WERE NOT SUMMARIZED"
008580         IF RETURN-CODE = ZERO
008590             MOVE 8 TO RETURN-CODE
008600         END-IF
008610     END-IF
008620     IF WS-LATE-COUNT > ZERO
008630         DISPLAY "MTHSUMM: " WS-LATE-COUNT " RECORDS DATED IN A "
008640             "CLOSED PERIOD - SEE MTHOUT"
008650         IF RETURN-CODE < 8
008660             MOVE 8 TO RETURN-CODE
008670         END-IF
008680     END-IF.
008690 4000-Exit.
008700     EXIT.
008710*
008720 4100-PrintOneDay.
008730     MOVE SPACES          TO WS-DAY-LINE
008740     MOVE DY-DATE (WS-IX) TO DL-DATE
008750     MOVE DY-COUNT (WS-IX) TO DL-COUNT
008760     MOVE DY-SUM (WS-IX)  TO DL-SUM
008770     WRITE SUMM-LINE FROM WS-DAY-LINE.
008780 4100-Exit.
008790     EXIT.
008800*
008810 4200-PrintOneUser.
008820     MOVE SPACES           TO WS-USER-LINE
008830     MOVE UR-USER (WS-IX)  TO UL-USER
008840     MOVE UR-COUNT (WS-IX) TO UL-COUNT
008850     MOVE UR-SUM (WS-IX)   TO UL-SUM
008860     WRITE SUMM-LINE FROM WS-USER-LINE.
008870 4200-Exit.
008880     EXIT.
008890*
008900 4300-PrintOneStatus.
008910     MOVE SPACES             TO WS-STAT-LINE
008920     MOVE SU-STATUS (WS-IX)  TO SL-STATUS
008930     EVALUATE SU-STATUS (WS-IX)
008940         WHEN "O"
008950             MOVE "SUCCESSFUL"      TO SL-REASON
008960         WHEN "R"
008970             MOVE "SIZE ERROR"      TO SL-REASON
008980         WHEN "Z"
008990             MOVE "DIVIDE BY ZERO"  TO SL-REASON
009000         WHEN "I"
009010             MOVE "INVALID OP CODE" TO SL-REASON
009020         WHEN "N"
009030             MOVE "ITEM NOT ON FILE" TO SL-REASON
009040         WHEN "V"
009050             MOVE "REVERSAL POSTED" TO SL-REASON
009060         WHEN "X"
009070             MOVE "REVERSAL ERROR"  TO SL-REASON
009080         WHEN "U"
009090             MOVE "NOT AUTHORIZED"  TO SL-REASON
009100         WHEN "E"
009110             MOVE "BAD DEPT CODE"   TO SL-REASON
009120         WHEN "D"
009130             MOVE "DUPLICATE HELD"  TO SL-REASON
009140         WHEN "B"
009150             MOVE "OVER BUDGET"     TO SL-REASON
009160         WHEN "A"
009170             MOVE "PRICE ADJUSTMENT" TO SL-REASON
009180         WHEN OTHER
009190             MOVE "UNKNOWN"         TO SL-REASON
009200     END-EVALUATE
009210     MOVE SU-COUNT (WS-IX)   TO SL-COUNT
009220     MOVE SU-SUM (WS-IX)     TO SL-SUM
009230     WRITE SUMM-LINE FROM WS-STAT-LINE.
009240 4300-Exit.
009250     EXIT.
009260*
009270 4400-PrintOneTax.
009280     MOVE SPACES                TO WS-TAX-LINE
009290     MOVE TC-CODE (WS-IX)       TO TL-CODE
009300     MOVE TC-COUNT (WS-IX)      TO TL-COUNT
009310     MOVE TC-COLLECTED (WS-IX)  TO TL-COLLECTED
009320     MOVE TC-REFUNDED (WS-IX)   TO TL-REFUNDED
009330     MOVE TC-ADJUSTED (WS-IX)   TO TL-ADJUSTED
009340     COMPUTE WS-TAX-NET = TC-COLLECTED (WS-IX)
009350                        - TC-REFUNDED (WS-IX)
009355                        + TC-ADJUSTED (WS-IX)
009360     MOVE WS-TAX-NET            TO TL-NET
009370     WRITE SUMM-LINE FROM WS-TAX-LINE.
009380 4400-Exit.
009390     EXIT.
009400*
009410 4450-PrintLateRecords.
009420     WRITE SUMM-LINE FROM WS-SECTION-LATE-HEADING
009430     IF WS-LATE-COUNT = ZERO
009440         WRITE SUMM-LINE FROM WS-NO-LATE-LINE
009450     ELSE
009460         WRITE SUMM-LINE FROM WS-LATE-COL-HEADING
009470         PERFORM 4460-PrintOneLate THRU 4460-Exit
009480             VARYING WS-IX FROM 1 BY 1
009490             UNTIL WS-IX > WS-LATE-CNT
009500     END-IF
009510     IF WS-LATE-COUNT > WS-LATE-CNT
009520         MOVE "MORE NOT LISTED  . . . . . . " TO CT-LABEL
009530         COMPUTE CT-COUNT = WS-LATE-COUNT - WS-LATE-CNT
009540         WRITE SUMM-LINE FROM WS-COUNT-LINE
009550     END-IF
009560     WRITE SUMM-LINE FROM WS-BLANK-LINE.
009570 4450-Exit.
009580     EXIT.
009590*
009600 4460-PrintOneLate.
009610     MOVE SPACES              TO WS-LATE-LINE
009620     MOVE LT-TRANS-ID (WS-IX) TO LL-TRANS-ID
009630     MOVE LT-DATE (WS-IX)     TO LL-DATE
009640     MOVE LT-USER (WS-IX)     TO LL-USER
009650     MOVE LT-STATUS (WS-IX)   TO LL-STATUS
009660     MOVE LT-RESULT (WS-IX)   TO LL-RESULT
009670     WRITE SUMM-LINE FROM WS-LATE-LINE.
009680 4460-Exit.
009690     EXIT.
009700*
009710 4500-PrintCrossFoot.
009720     WRITE SUMM-LINE FROM WS-SECTION-XF-HEADING
009730
009740     MOVE "ARCHIVE RECORDS READ  . . . . " TO CT-LABEL
009750     MOVE WS-ARCH-COUNT TO CT-COUNT
009760     WRITE SUMM-LINE FROM WS-COUNT-LINE
009770     MOVE "TICKETED RECORDS  . . . . . . " TO CT-LABEL
009780     MOVE WS-TICK-REC-SUM TO CT-COUNT
009790     WRITE SUMM-LINE FROM WS-COUNT-LINE
009800     MOVE "ARCHIVE RESULT SUM  . . . . . " TO SM-LABEL
009810     MOVE WS-ARCH-SUM TO SM-SUM
009820     WRITE SUMM-LINE FROM WS-SUM-LINE
009830     MOVE "TICKETED RESULT SUM . . . . . " TO SM-LABEL
009840     MOVE WS-TICK-SUM TO SM-SUM
009850     WRITE SUMM-LINE FROM WS-SUM-LINE
009860     MOVE "LIVE LOG RECORDS  . . . . . . " TO CT-LABEL
009870     MOVE WS-LIVE-COUNT TO CT-COUNT
009880     WRITE SUMM-LINE FROM WS-COUNT-LINE
009890     MOVE "LIVE LOG RESULT SUM . . . . . " TO SM-LABEL
009900     MOVE WS-LIVE-SUM TO SM-SUM
009910     WRITE SUMM-LINE FROM WS-SUM-LINE
009920     MOVE "PERIOD RECORDS (GRAND)  . . . " TO CT-LABEL
009930     MOVE WS-GRAND-COUNT TO CT-COUNT
009940     WRITE SUMM-LINE FROM WS-COUNT-LINE
009950     MOVE "PERIOD RESULT SUM (GRAND) . . " TO SM-LABEL
009960     MOVE WS-GRAND-SUM TO SM-SUM
009970     WRITE SUMM-LINE FROM WS-SUM-LINE
009980     WRITE SUMM-LINE FROM WS-BLANK-LINE
009990
010000     IF WS-ARCH-COUNT = WS-TICK-REC-SUM
010010        AND WS-ARCH-SUM = WS-TICK-SUM
010020         MOVE "Y" TO WS-BALANCE-SWITCH
010030         WRITE SUMM-LINE FROM WS-BALANCED-LINE
010040     ELSE
010050         WRITE SUMM-LINE FROM WS-UNBALANCED-LINE
010060     END-IF.
010070 4500-Exit.
010080     EXIT.
010090*
010100*    THE CROSS-FOOT RESULT GOES ON THE OPEN PERIOD'S PRDCTL
010110*    RECORD FOR PRDCLOSE.  A BALANCED RUN EMPTIES TICKIN, SO A
010120*    RERUN OF A PERIOD ALREADY RECORDED BALANCED CANNOT BALANCE
010130*    AGAIN - IT IS REPORTED AND THE BALANCED RESULT KEPT.
010140 4700-RecordPeriodResult.
010150     IF RETURN-CODE = 16
010160         GO TO 4700-Exit
010170     END-IF
010180     IF NOT PERIOD-AVAILABLE
010190        OR WS-OPEN-PERIOD = ZERO
010200         IF RETURN-CODE = ZERO
010210             MOVE 4 TO RETURN-CODE
010220         END-IF
010230         GO TO 4700-Exit
010240     END-IF
010250     MOVE WS-OPEN-PERIOD TO PC-PERIOD
010260     READ PERIOD-FILE
010270         INVALID KEY
010280             DISPLAY "MTHSUMM: UNABLE TO RE-READ PRDCTL PERIOD "
010290                 WS-OPEN-PERIOD ", STATUS=" WS-PERIOD-STATUS
010300             MOVE 8 TO RETURN-CODE
010310             GO TO 4700-Exit
010320     END-READ
010330     IF PC-SUMM-BALANCED
010340        AND NOT TICKETS-BALANCED
010350         DISPLAY "MTHSUMM: PERIOD " WS-OPEN-PERIOD " ALREADY "
010360             "RECORDED BALANCED ON " PC-SUMM-DATE
010370             " - RESULT NOT REPLACED"
010380         GO TO 4700-Exit
010390     END-IF
010400     ACCEPT PC-SUMM-DATE FROM DATE YYYYMMDD
010410     ACCEPT PC-SUMM-TIME FROM TIME
010420     IF TICKETS-BALANCED
010430         MOVE "B" TO PC-SUMM-RESULT
010440     ELSE
010450         MOVE "U" TO PC-SUMM-RESULT
010460     END-IF
010470     MOVE WS-GRAND-COUNT TO PC-SUMM-COUNT
010480     MOVE WS-GRAND-SUM   TO PC-SUMM-SUM
010490     MOVE WS-LATE-COUNT  TO PC-SUMM-LATE-COUNT
010500     REWRITE PERIOD-CONTROL-RECORD
010510         INVALID KEY
010520             DISPLAY "MTHSUMM: UNABLE TO RECORD RESULT ON "
010530                 "PRDCTL, STATUS=" WS-PERIOD-STATUS
010540             MOVE 8 TO RETURN-CODE
010550     END-REWRITE.
010560 4700-Exit.
010570     EXIT.
010580*
010590*    A BALANCED MONTH END EMPTIES THE TICKET FILE SO NEXT
010600*    PERIOD'S TICKETS START FRESH - SAME IDIOM AS AUDROLL
010610*    EMPTYING THE LIVE LOG AFTER A BALANCED ARCHIVE.  AN
010620*    OUT-OF-BALANCE RUN LEAVES IT IN PLACE FOR INVESTIGATION.
010630 4600-ResetTicketFile.
010640     CLOSE TICK-FILE
010650     MOVE SPACES TO WS-TICK-STATUS
010660     OPEN OUTPUT TICK-FILE
010670     IF NOT TICK-OK
010680         DISPLAY "MTHSUMM: UNABLE TO EMPTY TICKIN, STATUS="
010690             WS-TICK-STATUS
010700         IF RETURN-CODE = ZERO
010710             MOVE 8 TO RETURN-CODE
010720         END-IF
010730     END-IF.
010740 4600-Exit.
010750     EXIT.
010760*
010770 7000-Terminate.
010780     CLOSE ARCH-FILE
010790     CLOSE AUDIT-FILE
010800     CLOSE TICK-FILE
010810     CLOSE SUMM-FILE
010820     IF PERIOD-AVAILABLE
010830         CLOSE PERIOD-FILE
010840     END-IF.
010850 7000-Exit.
010860     EXIT.
010870*
010880 8000-ReadArchiveRecord.
010890     READ ARCH-FILE INTO WS-AUDIT-WORK
010900         AT END
010910             MOVE "Y" TO WS-ARCH-EOF-SWITCH
010920     END-READ.
010930 8000-Exit.
010940     EXIT.
010950*
010960 8100-ReadLiveRecord.
010970     READ AUDIT-FILE INTO WS-AUDIT-WORK
010980         AT END
010990             MOVE "Y" TO WS-LIVE-EOF-SWITCH
011000     END-READ.
011010 8100-Exit.
011020     EXIT.
011030*
011040 8200-ReadTicket.
011050     READ TICK-FILE
011060         AT END
011070             MOVE "Y" TO WS-TICK-EOF-SWITCH
011080     END-READ.
011090 8200-Exit.
011100     EXIT.
011110*
011120*
011130*    ONE CONTROL RECORD PER START AND END, APPENDED TO THE
011140*    SHARED RUNLOG FILE FOR THE NIGHTCTL SEQUENCE CHECK.
011150*    COUNTS HERE ARE AUDIT RECORDS READ (ARCHIVE + LIVE) /
011160*    (NO OUTPUT FILE).
011170 9500-WriteRunLog.
011180     OPEN EXTEND RUNLOG-FILE
011190     IF NOT RUNLOG-OK
011200         MOVE SPACES TO WS-RUNLOG-STATUS
011210         OPEN OUTPUT RUNLOG-FILE
011220     END-IF
011230     IF NOT RUNLOG-OK
011240         DISPLAY "MTHSUMM: UNABLE TO OPEN RUNLOG, STATUS="
011250             WS-RUNLOG-STATUS
011260         GO TO 9500-Exit
011270     END-IF
011280     MOVE "MTHSUMM" TO RL-PROGRAM
011290     MOVE WS-RUNLOG-TYPE TO RL-RECORD-TYPE
011300     ACCEPT RL-DATE FROM DATE YYYYMMDD
011310     ACCEPT RL-TIME FROM TIME
011320     COMPUTE RL-RECORDS-IN = WS-ARCH-COUNT
011330         + WS-LIVE-COUNT
011340     MOVE ZERO              TO RL-RECORDS-OUT
011350     MOVE RETURN-CODE TO RL-RETURN-CODE
011360     WRITE RUN-LOG-RECORD
011370     CLOSE RUNLOG-FILE.
011380 9500-Exit.
011390     EXIT.
011400*
