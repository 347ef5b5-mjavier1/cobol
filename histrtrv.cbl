000430*                     DATE/TIME, RECORD COUNTS, RETURN CODE) SO
000440*                     THE NIGHTCTL REPORT CAN PROVE THE NIGHTLY
000450*                     SEQUENCE RAN TO COMPLETION IN ORDER.
000460*    10/15/2026  MJA  RENDER THE OVER-BUDGET OUTCOME
000470*                     (REJECTED-BG, HR STATUS "B").
000480*    10/15/2026  MJA  PRINT THE OPERATION AND ITEM CODE NOW ON
000490*                     CALCHIST, THE ORIGINAL ID A PRCADJ PRICE
000500*                     ADJUSTMENT ("A") RAISES OR CREDITS, AND THE
000510*                     LATEST ADJUSTMENT ID ON A REPRICED ORIGINAL.
000520*    10/15/2026  MJA  PRINT THE SALES TAX NOW ON CALCHIST - THE
000530*                     AMOUNT WITH ITS TAX CODE AND RATE, OR WHY
000540*                     NO TAX WAS CHARGED.  SOURCE RESEQUENCED IN
000550*                     STEPS OF 10 TO MAKE ROOM.
000560*    10/15/2026  MJA  PRINT THE STANDING ENTRY A CALCULATION WAS
000570*                     GENERATED FROM, WHEN THERE IS ONE.
000580*    10/15/2026  MJA  PRINT THE ORIGINAL'S PERIOD ON A REVERSAL OF
000590*                     A CALCULATION FROM A CLOSED PERIOD.
000600*                     SOURCE RESEQUENCED IN STEPS OF 10 TO MAKE
000610*                     ROOM.
000620********************************************************************
000630 IDENTIFICATION DIVISION.
000640 PROGRAM-ID.  HistRtrv.
000650 AUTHOR.  M. AGUIRRE.
000660 INSTALLATION.  DATA PROCESSING.
000670 DATE-WRITTEN.  09/02/2026.
000680 DATE-COMPILED.
000690*
000700 ENVIRONMENT DIVISION.
000710 CONFIGURATION SECTION.
000720 SOURCE-COMPUTER.  IBM-370.
000730 OBJECT-COMPUTER.  IBM-370.
000740 INPUT-OUTPUT SECTION.
000750 FILE-CONTROL.
000760     SELECT REQ-FILE ASSIGN TO REQIN
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS WS-REQ-STATUS.
000790
000800     SELECT HIST-FILE ASSIGN TO HISTIN
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS WS-HIST-STATUS.
000830
000840     SELECT REPORT-FILE ASSIGN TO RTRVOUT
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS WS-REPORT-STATUS.
000870
000880     SELECT RUNLOG-FILE ASSIGN TO RUNLOG
000890         ORGANIZATION IS SEQUENTIAL
000900         FILE STATUS IS WS-RUNLOG-STATUS.
000910*
000920 DATA DIVISION.
000930 FILE SECTION.
000940 FD  REQ-FILE
000950     RECORDING MODE IS F
000960     LABEL RECORDS ARE STANDARD.
000970 01  REQUEST-RECORD.
000980     05  RQ-REQUEST-TYPE     PIC X(01).
000990         88  RQ-BY-ID                    VALUES "I" "i".
001000         88  RQ-BY-DATE                  VALUES "D" "d".
001010     05  RQ-TRANS-ID         PIC 9(08).
001020     05  RQ-THRU-DATE        PIC 9(08).
001030     05  FILLER              PIC X(63).
001040*
001050 FD  HIST-FILE
001060     RECORDING MODE IS F
001070     LABEL RECORDS ARE STANDARD.
001080 COPY HISTREC.
001090*
001100 FD  REPORT-FILE
001110     RECORDING MODE IS F
001120     LABEL RECORDS ARE STANDARD.
001130 01  REPORT-LINE             PIC X(80).
001140*
001150 FD  RUNLOG-FILE
001160     RECORDING MODE IS F
001170     LABEL RECORDS ARE STANDARD.
001180 COPY RUNLOG.
001190*
001200 WORKING-STORAGE SECTION.
001210
001220 77  WS-RUNLOG-STATUS        PIC X(02) VALUE SPACES.
001230     88  RUNLOG-OK                      VALUE "00".
001240
001250 77  WS-RUNLOG-TYPE          PIC X(01) VALUE "S".
001260 77  WS-REQ-STATUS           PIC X(02) VALUE SPACES.
001270     88  REQ-OK                         VALUE "00".
001280
001290 77  WS-HIST-STATUS          PIC X(02) VALUE SPACES.
001300     88  HIST-OK                        VALUE "00".
001310
001320 77  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.
001330     88  REPORT-OK                      VALUE "00".
001340
001350 77  WS-REQ-EOF-SWITCH       PIC X(01) VALUE "N".
001360     88  END-OF-REQ-FILE                VALUE "Y".
001370
001380 77  WS-HIST-EOF-SWITCH      PIC X(01) VALUE "N".
001390     88  END-OF-HIST-FILE               VALUE "Y".
001400
001410 77  WS-MATCH-SWITCH         PIC X(01) VALUE "N".
001420     88  RECORD-WANTED                  VALUE "Y".
001430
001440 77  WS-ID-CNT               PIC 9(04) COMP VALUE ZERO.
001450 77  WS-ID-MAX               PIC 9(04) COMP VALUE 500.
001460 77  WS-RNG-CNT              PIC 9(04) COMP VALUE ZERO.
001470 77  WS-RNG-MAX              PIC 9(04) COMP VALUE 50.
001480 77  WS-IX                   PIC 9(04) COMP VALUE ZERO.
001490
001500 77  WS-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
001510 77  WS-FOUND-COUNT          PIC 9(07) COMP VALUE ZERO.
001520 77  WS-MISS-COUNT           PIC 9(07) COMP VALUE ZERO.
001530 77  WS-BAD-REQ-COUNT        PIC 9(07) COMP VALUE ZERO.
001540
001550 01  WS-ID-TABLE.
001560     05  WS-ID-ENTRY OCCURS 500 TIMES.
001570         10  IT-TRANS-ID     PIC 9(08).
001580         10  IT-FOUND        PIC X(01).
001590             88  IT-WAS-FOUND            VALUE "Y".
001600
001610 01  WS-RNG-TABLE.
001620     05  WS-RNG-ENTRY OCCURS 50 TIMES.
001630         10  RG-FROM-DATE    PIC 9(08).
001640         10  RG-THRU-DATE    PIC 9(08).
001650         10  RG-HIT-COUNT    PIC 9(05) COMP.
001660
001670 01  WS-HEADING-1.
001680     05  FILLER              PIC X(40) VALUE
001690         "CALCHIST ARCHIVE RETRIEVAL".
001700     05  FILLER              PIC X(40) VALUE SPACES.
001710
001720 01  WS-BLANK-LINE           PIC X(80) VALUE SPACES.
001730
001740 01  WS-LABEL-LINE.
001750     05  LL-LABEL            PIC X(17).
001760     05  LL-VALUE            PIC X(20).
001770     05  FILLER              PIC X(43) VALUE SPACES.
001780
001790 01  WS-AMOUNT-LINE.
001800     05  AL-LABEL            PIC X(17).
001810     05  AL-AMOUNT           PIC ZZZZ9.99.
001820     05  FILLER              PIC X(55) VALUE SPACES.
001830
001840 01  WS-RESULT-LINE.
001850     05  RL-LABEL            PIC X(17).
001860     05  RL-RESULT           PIC Z(9)9.99.
001870     05  RL-RESULT-TEXT REDEFINES RL-RESULT
001880                             PIC X(13).
001890     05  FILLER              PIC X(50) VALUE SPACES.
001900
001910 01  WS-RATE-EDIT            PIC Z9.9999.
001920
001930 01  WS-MISS-LINE.
001940     05  FILLER              PIC X(03) VALUE "ID ".
001950     05  ML-TRANS-ID         PIC 9(08).
001960     05  FILLER              PIC X(26) VALUE
001970         " - NOT IN ANY GENERATION".
001980     05  FILLER              PIC X(43) VALUE SPACES.
001990
002000 01  WS-RANGE-MISS-LINE.
002010     05  FILLER              PIC X(15) VALUE "NO RECORDS FOR ".
002020     05  RM-FROM-DATE        PIC 9(08).
002030     05  FILLER              PIC X(06) VALUE " THRU ".
002040     05  RM-THRU-DATE        PIC 9(08).
002050     05  FILLER              PIC X(22) VALUE
002060         " IN ANY GENERATION".
002070     05  FILLER              PIC X(21) VALUE SPACES.
002080
002090 01  WS-COUNT-LINE.
002100     05  CT-LABEL            PIC X(30).
002110     05  CT-COUNT            PIC ZZZZZZ9.
002120     05  FILLER              PIC X(43) VALUE SPACES.
002130*
002140 PROCEDURE DIVISION.
002150*
002160 0000-Mainline.
002170     MOVE "S" TO WS-RUNLOG-TYPE
002180     PERFORM 9500-WriteRunLog THRU 9500-Exit
002190     PERFORM 1000-Initialize THRU 1000-Exit
002200     PERFORM 2000-ScanOneRecord THRU 2000-Exit
002210         UNTIL END-OF-HIST-FILE
002220     PERFORM 3000-ReportMisses THRU 3000-Exit
002230     PERFORM 3500-WriteTotals THRU 3500-Exit
002240     PERFORM 7000-Terminate THRU 7000-Exit
002250     MOVE "E" TO WS-RUNLOG-TYPE
002260     PERFORM 9500-WriteRunLog THRU 9500-Exit
002270     STOP RUN.
002280*
002290 1000-Initialize.
002300     OPEN INPUT REQ-FILE
002310     IF NOT REQ-OK
002320         DISPLAY "HISTRTRV: UNABLE TO OPEN REQIN, STATUS="
002330             WS-REQ-STATUS
002340         MOVE "Y" TO WS-REQ-EOF-SWITCH
002350         MOVE "Y" TO WS-HIST-EOF-SWITCH
002360         MOVE 16 TO RETURN-CODE
002370         GO TO 1000-Exit
002380     END-IF
002390
002400     OPEN OUTPUT REPORT-FILE
002410     IF NOT REPORT-OK
002420         DISPLAY "HISTRTRV: UNABLE TO OPEN RTRVOUT, STATUS="
002430             WS-REPORT-STATUS
002440         MOVE "Y" TO WS-REQ-EOF-SWITCH
002450         MOVE "Y" TO WS-HIST-EOF-SWITCH
002460         MOVE 16 TO RETURN-CODE
002470         GO TO 1000-Exit
002480     END-IF
002490
002500     WRITE REPORT-LINE FROM WS-HEADING-1
002510     WRITE REPORT-LINE FROM WS-BLANK-LINE
002520
002530     PERFORM 8000-ReadRequest THRU 8000-Exit
002540     PERFORM 1100-LoadOneRequest THRU 1100-Exit
002550         UNTIL END-OF-REQ-FILE
002560     CLOSE REQ-FILE
002570
002580     IF WS-ID-CNT = ZERO AND WS-RNG-CNT = ZERO
002590         DISPLAY "HISTRTRV: NO VALID REQUESTS ON REQIN"
002600         MOVE "Y" TO WS-HIST-EOF-SWITCH
002610         MOVE 8 TO RETURN-CODE
002620         GO TO 1000-Exit
002630     END-IF
002640
002650     OPEN INPUT HIST-FILE
002660     IF NOT HIST-OK
002670         DISPLAY "HISTRTRV: UNABLE TO OPEN HISTIN, STATUS="
002680             WS-HIST-STATUS
002690         MOVE "Y" TO WS-HIST-EOF-SWITCH
002700         MOVE 16 TO RETURN-CODE
002710         GO TO 1000-Exit
002720     END-IF
002730     PERFORM 8100-ReadHistory THRU 8100-Exit.
002740 1000-Exit.
002750     EXIT.
002760*
002770 1100-LoadOneRequest.
002780     EVALUATE TRUE
002790         WHEN RQ-BY-ID AND RQ-TRANS-ID IS NUMERIC
002800             IF WS-ID-CNT < WS-ID-MAX
002810                 ADD 1 TO WS-ID-CNT
002820                 MOVE RQ-TRANS-ID TO IT-TRANS-ID (WS-ID-CNT)
002830                 MOVE "N"         TO IT-FOUND (WS-ID-CNT)
002840             ELSE
002850                 ADD 1 TO WS-BAD-REQ-COUNT
002860                 DISPLAY "HISTRTRV: ID REQUEST TABLE FULL, "
002870                     "REQUEST DROPPED: " REQUEST-RECORD
002880             END-IF
002890         WHEN RQ-BY-DATE
002900              AND RQ-TRANS-ID IS NUMERIC
002910              AND RQ-THRU-DATE IS NUMERIC
002920             IF WS-RNG-CNT < WS-RNG-MAX
002930                 ADD 1 TO WS-RNG-CNT
002940                 MOVE RQ-TRANS-ID  TO RG-FROM-DATE (WS-RNG-CNT)
002950                 MOVE RQ-THRU-DATE TO RG-THRU-DATE (WS-RNG-CNT)
002960                 MOVE ZERO         TO RG-HIT-COUNT (WS-RNG-CNT)
002970             ELSE
002980                 ADD 1 TO WS-BAD-REQ-COUNT
002990                 DISPLAY "HISTRTRV: DATE REQUEST TABLE FULL, "
003000                     "REQUEST DROPPED: " REQUEST-RECORD
003010             END-IF
003020         WHEN OTHER
003030             ADD 1 TO WS-BAD-REQ-COUNT
003040             DISPLAY "HISTRTRV: INVALID REQUEST RECORD: "
003050                 REQUEST-RECORD
003060     END-EVALUATE
003070     PERFORM 8000-ReadRequest THRU 8000-Exit.
003080 1100-Exit.
003090     EXIT.
003100*
003110 2000-ScanOneRecord.
003120     ADD 1 TO WS-READ-COUNT
003130     MOVE "N" TO WS-MATCH-SWITCH
003140     PERFORM 2100-TestOneId THRU 2100-Exit
003150         VARYING WS-IX FROM 1 BY 1
003160         UNTIL WS-IX > WS-ID-CNT
003170     PERFORM 2200-TestOneRange THRU 2200-Exit
003180         VARYING WS-IX FROM 1 BY 1
003190         UNTIL WS-IX > WS-RNG-CNT
003200     IF RECORD-WANTED
003210         ADD 1 TO WS-FOUND-COUNT
003220         PERFORM 2500-PrintHistoryRecord THRU 2500-Exit
003230     END-IF
003240     PERFORM 8100-ReadHistory THRU 8100-Exit.
003250 2000-Exit.
003260     EXIT.
003270*
003280 2100-TestOneId.
003290     IF IT-TRANS-ID (WS-IX) = HR-TRANS-ID
003300         MOVE "Y" TO IT-FOUND (WS-IX)
003310         MOVE "Y" TO WS-MATCH-SWITCH
003320     END-IF.
003330 2100-Exit.
003340     EXIT.
003350*
003360 2200-TestOneRange.
003370     IF HR-DATE NOT < RG-FROM-DATE (WS-IX)
003380        AND HR-DATE NOT > RG-THRU-DATE (WS-IX)
003390         ADD 1 TO RG-HIT-COUNT (WS-IX)
003400         MOVE "Y" TO WS-MATCH-SWITCH
003410     END-IF.
003420 2200-Exit.
003430     EXIT.
003440*
003450*    SAME FORMAT CALCINQ'S 2000-DisplayHistoryRecord PUTS ON
003460*    THE SCREEN, PRINTED ON RTRVOUT SO THE AUDITORS GET THE
003470*    RECORD THE WAY THE OPERATORS ARE USED TO READING IT.
003480 2500-PrintHistoryRecord.
003490     MOVE SPACES            TO WS-LABEL-LINE
003500     MOVE "TRANSACTION ID : " TO LL-LABEL
003510     MOVE HR-TRANS-ID       TO LL-VALUE
003520     WRITE REPORT-LINE FROM WS-LABEL-LINE
003530     MOVE "DATE           : " TO LL-LABEL
003540     MOVE HR-DATE           TO LL-VALUE
003550     WRITE REPORT-LINE FROM WS-LABEL-LINE
003560     MOVE "TIME           : " TO LL-LABEL
003570     MOVE HR-TIME           TO LL-VALUE
003580     WRITE REPORT-LINE FROM WS-LABEL-LINE
003590     MOVE "USER           : " TO LL-LABEL
003600     MOVE HR-USER           TO LL-VALUE
003610     WRITE REPORT-LINE FROM WS-LABEL-LINE
003620     IF HR-OPERATION NOT = SPACE
003630         MOVE "OPERATION      : " TO LL-LABEL
003640         MOVE HR-OPERATION  TO LL-VALUE
003650         WRITE REPORT-LINE FROM WS-LABEL-LINE
003660     END-IF
003670     IF HR-DEPT-CODE NOT = SPACES
003680         MOVE "DEPARTMENT     : " TO LL-LABEL
003690         MOVE HR-DEPT-CODE  TO LL-VALUE
003700         WRITE REPORT-LINE FROM WS-LABEL-LINE
003710     END-IF
003720     IF HR-ITEM-CODE NOT = SPACES
003730         MOVE "ITEM CODE      : " TO LL-LABEL
003740         MOVE HR-ITEM-CODE  TO LL-VALUE
003750         WRITE REPORT-LINE FROM WS-LABEL-LINE
003760     END-IF
003770
003780     MOVE "FirstNum       : " TO AL-LABEL
003790     MOVE HR-FIRST-NUM      TO AL-AMOUNT
003800     WRITE REPORT-LINE FROM WS-AMOUNT-LINE
003810     MOVE "SecondNum      : " TO AL-LABEL
003820     MOVE HR-SECOND-NUM     TO AL-AMOUNT
003830     WRITE REPORT-LINE FROM WS-AMOUNT-LINE
003840
003850     MOVE "CalcResult     : " TO RL-LABEL
003860     EVALUATE TRUE
003870         WHEN HR-REJECTED
003880             MOVE "REJECTED-SE" TO RL-RESULT-TEXT
003890         WHEN HR-DIVIDE-BY-ZERO
003900             MOVE "REJECTED-DZ" TO RL-RESULT-TEXT
003910         WHEN HR-INVALID-OP
003920             MOVE "INVALID-OP"  TO RL-RESULT-TEXT
003930         WHEN HR-ITEM-NOT-FOUND
003940             MOVE "REJECTED-NF" TO RL-RESULT-TEXT
003950         WHEN HR-REVERSAL-ERROR
003960             MOVE "REJECTED-RV" TO RL-RESULT-TEXT
003970         WHEN HR-NOT-AUTHORIZED
003980             MOVE "REJECTED-UA" TO RL-RESULT-TEXT
003990         WHEN HR-DEPT-INVALID
004000             MOVE "REJECTED-DP" TO RL-RESULT-TEXT
004010         WHEN HR-DUPLICATE
004020             MOVE "REJECTED-DU" TO RL-RESULT-TEXT
004030         WHEN HR-OVER-BUDGET
004040             MOVE "REJECTED-BG" TO RL-RESULT-TEXT
004050         WHEN OTHER
004060             MOVE HR-CALC-RESULT TO RL-RESULT
004070     END-EVALUATE
004080     WRITE REPORT-LINE FROM WS-RESULT-LINE
004090     IF HR-TAX-REASON NOT = SPACE
004100         PERFORM 2550-PrintSalesTax THRU 2550-Exit
004110     END-IF
004120
004130     IF HR-REVERSAL
004140         MOVE SPACES            TO WS-LABEL-LINE
004150         MOVE "REVERSES ID    : " TO LL-LABEL
004160         MOVE HR-REVERSAL-OF    TO LL-VALUE
004170         WRITE REPORT-LINE FROM WS-LABEL-LINE
004180     END-IF
004190     IF HR-PRICE-ADJUSTMENT
004200         MOVE SPACES            TO WS-LABEL-LINE
004210         MOVE "RAISES ID      : " TO LL-LABEL
004220         IF HR-ADJ-DECREASE
004230             MOVE "CREDITS ID     : " TO LL-LABEL
004240         END-IF
004250         MOVE HR-ADJUSTMENT-OF  TO LL-VALUE
004260         WRITE REPORT-LINE FROM WS-LABEL-LINE
004270     END-IF
004280     IF HR-REVERSED-BY > ZERO
004290         MOVE SPACES            TO WS-LABEL-LINE
004300         MOVE "REVERSED BY ID : " TO LL-LABEL
004310         MOVE HR-REVERSED-BY    TO LL-VALUE
004320         WRITE REPORT-LINE FROM WS-LABEL-LINE
004330     END-IF
004340     IF HR-ADJUSTED-BY > ZERO
004350         MOVE SPACES            TO WS-LABEL-LINE
004360         MOVE "LAST ADJ BY ID : " TO LL-LABEL
004370         MOVE HR-ADJUSTED-BY    TO LL-VALUE
004380         WRITE REPORT-LINE FROM WS-LABEL-LINE
004390     END-IF
004400     IF HR-STANDING-ID NOT = SPACES
004410         MOVE SPACES            TO WS-LABEL-LINE
004420         MOVE "STANDING ENTRY : " TO LL-LABEL
004430         MOVE HR-STANDING-ID    TO LL-VALUE
004440         WRITE REPORT-LINE FROM WS-LABEL-LINE
004450     END-IF
004460     IF HR-ORIG-PERIOD > ZERO
004470         MOVE SPACES            TO WS-LABEL-LINE
004480         MOVE "CLOSED PERIOD  : " TO LL-LABEL
004490         MOVE HR-ORIG-PERIOD    TO LL-VALUE
004500         WRITE REPORT-LINE FROM WS-LABEL-LINE
004510     END-IF
004520     WRITE REPORT-LINE FROM WS-BLANK-LINE.
004530 2500-Exit.
004540     EXIT.
004550*
004560*    THE TAX LINE SHOWS THE AMOUNT CHARGED, OR WHY NONE WAS;
004570*    A TAXED OR RATELESS CODE IS SHOWN WITH THE RATE APPLIED.
004580 2550-PrintSalesTax.
004590     MOVE "SALES TAX      : " TO RL-LABEL
004600     EVALUATE TRUE
004610         WHEN HR-TAX-EXEMPT-DEPT
004620             MOVE "EXEMPT DEPT" TO RL-RESULT-TEXT
004630         WHEN HR-TAX-NOT-TAXABLE
004640             MOVE "NOT TAXABLE" TO RL-RESULT-TEXT
004650         WHEN HR-TAX-NO-RATE
004660             MOVE "NO RATE"     TO RL-RESULT-TEXT
004670         WHEN OTHER
004680             MOVE HR-TAX-AMOUNT TO RL-RESULT
004690     END-EVALUATE
004700     WRITE REPORT-LINE FROM WS-RESULT-LINE
004710     IF HR-TAX-CODE NOT = SPACES
004720         MOVE SPACES            TO WS-LABEL-LINE
004730         MOVE "TAX CODE       : " TO LL-LABEL
004740         MOVE HR-TAX-CODE       TO LL-VALUE
004750         WRITE REPORT-LINE FROM WS-LABEL-LINE
004760     END-IF
004770     IF HR-TAX-CHARGED
004780         MOVE SPACES            TO WS-LABEL-LINE
004790         MOVE "TAX RATE (%)   : " TO LL-LABEL
004800         MOVE HR-TAX-RATE       TO WS-RATE-EDIT
004810         MOVE WS-RATE-EDIT      TO LL-VALUE
004820         WRITE REPORT-LINE FROM WS-LABEL-LINE
004830     END-IF.
004840 2550-Exit.
004850     EXIT.
004860*
004870 3000-ReportMisses.
004880     IF NOT REPORT-OK
004890         GO TO 3000-Exit
004900     END-IF
004910     PERFORM 3100-ReportOneIdMiss THRU 3100-Exit
004920         VARYING WS-IX FROM 1 BY 1
004930         UNTIL WS-IX > WS-ID-CNT
004940     PERFORM 3200-ReportOneRangeMiss THRU 3200-Exit
004950         VARYING WS-IX FROM 1 BY 1
004960         UNTIL WS-IX > WS-RNG-CNT.
004970 3000-Exit.
004980     EXIT.
004990*
005000 3100-ReportOneIdMiss.
005010     IF NOT IT-WAS-FOUND (WS-IX)
005020         ADD 1 TO WS-MISS-COUNT
005030         MOVE IT-TRANS-ID (WS-IX) TO ML-TRANS-ID
005040         WRITE REPORT-LINE FROM WS-MISS-LINE
005050     END-IF.
005060 3100-Exit.
005070     EXIT.
005080*
005090 3200-ReportOneRangeMiss.
005100     IF RG-HIT-COUNT (WS-IX) = ZERO
005110         ADD 1 TO WS-MISS-COUNT
005120         MOVE RG-FROM-DATE (WS-IX) TO RM-FROM-DATE
005130         MOVE RG-THRU-DATE (WS-IX) TO RM-THRU-DATE
005140         WRITE REPORT-LINE FROM WS-RANGE-MISS-LINE
005150     END-IF.
005160 3200-Exit.
005170     EXIT.
005180*
005190 3500-WriteTotals.
005200     IF NOT REPORT-OK
005210         GO TO 3500-Exit
005220     END-IF
005230     WRITE REPORT-LINE FROM WS-BLANK-LINE
005240     MOVE "ARCHIVE RECORDS READ  . . . . " TO CT-LABEL
005250     MOVE WS-READ-COUNT TO CT-COUNT
005260     WRITE REPORT-LINE FROM WS-COUNT-LINE
005270     MOVE "RECORDS RETRIEVED . . . . . . " TO CT-LABEL
005280     MOVE WS-FOUND-COUNT TO CT-COUNT
005290     WRITE REPORT-LINE FROM WS-COUNT-LINE
005300     MOVE "REQUESTS NOT SATISFIED  . . . " TO CT-LABEL
005310     MOVE WS-MISS-COUNT TO CT-COUNT
005320     WRITE REPORT-LINE FROM WS-COUNT-LINE
005330     MOVE "INVALID REQUESTS  . . . . . . " TO CT-LABEL
005340     MOVE WS-BAD-REQ-COUNT TO CT-COUNT
005350     WRITE REPORT-LINE FROM WS-COUNT-LINE.
005360 3500-Exit.
005370     EXIT.
005380*
005390 7000-Terminate.
005400     CLOSE HIST-FILE
005410     CLOSE REPORT-FILE.
005420 7000-Exit.
005430     EXIT.
005440*
005450 8000-ReadRequest.
005460     READ REQ-FILE
005470         AT END
005480             MOVE "Y" TO WS-REQ-EOF-SWITCH
005490     END-READ.
005500 8000-Exit.
005510     EXIT.
005520*
005530 8100-ReadHistory.
005540     READ HIST-FILE
005550         AT END
005560             MOVE "Y" TO WS-HIST-EOF-SWITCH
005570     END-READ.
005580 8100-Exit.
005590     EXIT.
005600*
005610*
005620*    ONE CONTROL RECORD PER START AND END, APPENDED TO THE
005630*    SHARED RUNLOG FILE FOR THE NIGHTCTL SEQUENCE CHECK.
005640*    COUNTS HERE ARE ARCHIVE RECORDS READ / RECORDS RETRIEVED.
005650 9500-WriteRunLog.
005660     OPEN EXTEND RUNLOG-FILE
005670     IF NOT RUNLOG-OK
005680         MOVE SPACES TO WS-RUNLOG-STATUS
005690         OPEN OUTPUT RUNLOG-FILE
005700     END-IF
005710     IF NOT RUNLOG-OK
005720         DISPLAY "HISTRTRV: UNABLE TO OPEN RUNLOG, STATUS="
005730             WS-RUNLOG-STATUS
005740         GO TO 9500-Exit
005750     END-IF
005760     MOVE "HISTRTRV" TO RL-PROGRAM
005770     MOVE WS-RUNLOG-TYPE TO RL-RECORD-TYPE
005780     ACCEPT RL-DATE FROM DATE YYYYMMDD
005790     ACCEPT RL-TIME FROM TIME
005800     MOVE WS-READ-COUNT     TO RL-RECORDS-IN
005810     MOVE WS-FOUND-COUNT    TO RL-RECORDS-OUT
005820     MOVE RETURN-CODE TO RL-RETURN-CODE
005830     WRITE RUN-LOG-RECORD
005840     CLOSE RUNLOG-FILE.
005850 9500-Exit.
005860     EXIT.
005870*
