000100********************************************************************
000110*  PROGRAM      : PRDCLOSE.CBL
000120*  AUTHOR       : M. AGUIRRE
000130*  INSTALLATION : DATA PROCESSING
000140*  DATE-WRITTEN : 10/15/2026
000150*  DATE-COMPILED:
000160*
000170*  ACCOUNTING PERIOD CLOSE.  CLOSES THE OPEN PERIOD ON THE
000180*  PRDCTL PERIOD CONTROL FILE AND OPENS THE NEXT ONE, SO THAT
000190*  DOCALC, DOCALCB, AND APPRREV REFUSE TO POST INTO IT FROM
000200*  THEN ON.  THE PERIOD IS CLOSED ONLY WHEN ALL OF THESE HOLD:
000210*    IT IS THE OPEN PERIOD - PERIODS CLOSE ONE AT A TIME, IN
000220*        ORDER (PARMIN COLUMNS 1-6 NAME THE PERIOD THE CLOSE
000230*        IS MEANT FOR; BLANK TAKES THE OPEN PERIOD)
000240*    IT HAS ENDED - THE RUN DATE IS IN A LATER PERIOD
000250*    MTHSUMM BALANCED FOR IT - PC-SUMM-RESULT IS "B"
000260*  THE CLOSED RECORD IS STAMPED WITH THE CLOSE DATE, TIME, AND
000270*  USER (PARMIN COLUMNS 7-14, DEFAULT "PRDCLOSE").  THE NEXT
000280*  PERIOD'S RECORD IS ADDED WITH STATUS "O".
000290*
000300*  CLSOUT SHOWS THE PERIOD, THE MTHSUMM RESULT IT WAS CLOSED
000310*  ON, AND THE OUTCOME.  A CLOSE REFUSED FOR ANY OF THE REASONS
000320*  ABOVE LEAVES PRDCTL UNTOUCHED AND ENDS THE STEP RC=8.  A
000330*  PERIOD CLOSED WITH LATE RECORDS ON ITS MTHSUMM RESULT (AUDIT
000340*  RECORDS DATED IN AN EARLIER CLOSED PERIOD), OR WHOSE NEXT
000350*  PERIOD WAS ALREADY ON FILE, ENDS IT RC=4.  AN UNOPENABLE FILE
000360*  OR A PRDCTL WITH NO OPEN PERIOD ENDS IT RC=16.
000370*
000380*  MODIFICATION HISTORY
000390*    10/15/2026  MJA  ORIGINAL PROGRAM.
000400********************************************************************
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID.  PrdClose.
000430 AUTHOR.  M. AGUIRRE.
000440 INSTALLATION.  DATA PROCESSING.
000450 DATE-WRITTEN.  10/15/2026.
000460 DATE-COMPILED.
000470*
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500 SOURCE-COMPUTER.  IBM-370.
000510 OBJECT-COMPUTER.  IBM-370.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT PERIOD-FILE ASSIGN TO PRDCTL
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS PC-PERIOD
000580         FILE STATUS IS WS-PERIOD-STATUS.
000590
000600     SELECT PARM-FILE ASSIGN TO PARMIN
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-PARM-STATUS.
000630
000640     SELECT REPORT-FILE ASSIGN TO CLSOUT
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-REPORT-STATUS.
000670
000680     SELECT RUNLOG-FILE ASSIGN TO RUNLOG
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS WS-RUNLOG-STATUS.
000710*
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  PERIOD-FILE
000750     LABEL RECORDS ARE STANDARD.
000760 COPY PRDCTL.
000770*
000780 FD  PARM-FILE
000790     RECORDING MODE IS F
000800     LABEL RECORDS ARE STANDARD.
000810 01  PARM-RECORD.
000820     05  PARM-PERIOD         PIC X(06).
000830     05  PARM-USER           PIC X(08).
000840     05  FILLER              PIC X(66).
000850*
000860 FD  REPORT-FILE
000870     RECORDING MODE IS F
000880     LABEL RECORDS ARE STANDARD.
000890 01  REPORT-LINE             PIC X(80).
000900*
000910 FD  RUNLOG-FILE
000920     RECORDING MODE IS F
000930     LABEL RECORDS ARE STANDARD.
000940 COPY RUNLOG.
000950*
000960 WORKING-STORAGE SECTION.
000970
000980 77  WS-RUNLOG-STATUS        PIC X(02) VALUE SPACES.
000990     88  RUNLOG-OK                      VALUE "00".
001000
001010 77  WS-RUNLOG-TYPE          PIC X(01) VALUE "S".
001020 77  WS-PERIOD-STATUS        PIC X(02) VALUE SPACES.
001030     88  PERIOD-OK                       VALUE "00".
001040
001050 77  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
001060     88  PARM-OK                         VALUE "00".
001070
001080 77  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.
001090     88  REPORT-OK                       VALUE "00".
001100
001110 77  WS-PERIOD-EOF-SWITCH    PIC X(01) VALUE "N".
001120     88  END-OF-PERIODS                  VALUE "Y".
001130
001140 77  WS-FATAL-SWITCH         PIC X(01) VALUE "N".
001150     88  CLOSE-FAILED                    VALUE "Y".
001160
001170 77  WS-PERIOD-OPEN-SWITCH   PIC X(01) VALUE "N".
001180     88  PRDCTL-OPEN                     VALUE "Y".
001190
001200 77  WS-FOUND-SWITCH         PIC X(01) VALUE "N".
001210     88  OPEN-PERIOD-FOUND               VALUE "Y".
001220
001230 77  WS-CLOSED-SWITCH        PIC X(01) VALUE "N".
001240     88  PERIOD-NOW-CLOSED               VALUE "Y".
001250
001260 77  WS-NEXT-SWITCH          PIC X(01) VALUE "N".
001270     88  NEXT-ALREADY-ON-FILE            VALUE "Y".
001280
001290 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
001300 77  WS-RUN-TIME             PIC 9(08) VALUE ZERO.
001310 77  WS-RUN-PERIOD           PIC 9(06) VALUE ZERO.
001320 77  WS-OPEN-PERIOD          PIC 9(06) VALUE ZERO.
001330 77  WS-PARM-PERIOD          PIC X(06) VALUE SPACES.
001340 77  WS-CLOSE-USER           PIC X(08) VALUE "PRDCLOSE".
001350 77  WS-REFUSE-REASON        PIC X(50) VALUE SPACES.
001360 77  WS-LATE-COUNT           PIC 9(06) VALUE ZERO.
001370
001380 77  WS-RECORDS-READ         PIC 9(08) COMP VALUE ZERO.
001390 77  WS-CLOSED-COUNT         PIC 9(08) COMP VALUE ZERO.
001400
001410 01  WS-NEXT-PERIOD          PIC 9(06) VALUE ZERO.
001420 01  WS-NEXT-PERIOD-R REDEFINES WS-NEXT-PERIOD.
001430     05  WS-NEXT-YEAR        PIC 9(04).
001440     05  WS-NEXT-MONTH       PIC 9(02).
001450
001460*    THE OPEN PERIOD'S RECORD AS READ, KEPT FOR THE REPORT.
001470 01  WS-OPEN-RECORD          PIC X(100) VALUE SPACES.
001480
001490 01  WS-HEADING-1.
001500     05  FILLER              PIC X(40) VALUE
001510         "ACCOUNTING PERIOD CLOSE".
001520     05  FILLER              PIC X(10) VALUE "RUN DATE: ".
001530     05  H1-RUN-DATE         PIC 9(08).
001540     05  FILLER              PIC X(22) VALUE SPACES.
001550
001560 01  WS-BLANK-LINE           PIC X(80) VALUE SPACES.
001570
001580 01  WS-PERIOD-LINE.
001590     05  PL-LABEL            PIC X(30).
001600     05  PL-PERIOD           PIC 9(06).
001610     05  FILLER              PIC X(44) VALUE SPACES.
001620
001630 01  WS-TEXT-LINE.
001640     05  TL-LABEL            PIC X(30).
001650     05  TL-TEXT             PIC X(50).
001660
001670 01  WS-COUNT-LINE.
001680     05  CT-LABEL            PIC X(30).
001690     05  CT-COUNT            PIC ZZZZZZZZ9.
001700     05  FILLER              PIC X(41) VALUE SPACES.
001710
001720 01  WS-SUM-LINE.
001730     05  GS-LABEL            PIC X(30).
001740     05  GS-SUM              PIC ZZZZZZZZZZZ9.99.
001750     05  FILLER              PIC X(35) VALUE SPACES.
001760
001770 01  WS-CLOSED-LINE.
001780     05  FILLER              PIC X(07) VALUE "PERIOD ".
001790     05  CL-PERIOD           PIC 9(06).
001800     05  FILLER              PIC X(25) VALUE
001810         " CLOSED ON PRDCTL - NOW  ".
001820     05  CL-NEXT-PERIOD      PIC 9(06).
001830     05  FILLER              PIC X(36) VALUE
001840         " IS THE OPEN PERIOD".
001850
001860 01  WS-REFUSED-LINE.
001870     05  FILLER              PIC X(30) VALUE
001880         "*** CLOSE REFUSED - ".
001890     05  RF-REASON           PIC X(50).
001900
001910 01  WS-LATE-LINE.
001920     05  FILLER              PIC X(04) VALUE "*** ".
001930     05  LT-COUNT            PIC ZZZZZ9.
001940     05  FILLER              PIC X(70) VALUE
001950         " RECORD(S) DATED IN A CLOSED PERIOD - SEE MTHSUMM".
001960
001970 01  WS-NEXT-ON-FILE-LINE.
001980     05  FILLER              PIC X(16) VALUE
001990         "*** NEXT PERIOD ".
002000     05  NF-PERIOD           PIC 9(06).
002010     05  FILLER              PIC X(58) VALUE
002020         " WAS ALREADY ON PRDCTL - SET TO OPEN".
002030
002040 01  WS-FAILED-LINE.
002050     05  FILLER              PIC X(50) VALUE
002060         "*** CLOSE NOT RUN - PRDCTL UNCHANGED, SEE JOB LOG ".
002070     05  FILLER              PIC X(30) VALUE
002080         "FOR THE FILE IN ERROR".
002090*
002100 PROCEDURE DIVISION.
002110*
002120 0000-Mainline.
002130     MOVE "S" TO WS-RUNLOG-TYPE
002140     PERFORM 9500-WriteRunLog THRU 9500-Exit
002150     PERFORM 1000-Initialize THRU 1000-Exit
002160     IF NOT CLOSE-FAILED
002170         PERFORM 2000-ClosePeriod THRU 2000-Exit
002180     END-IF
002190     PERFORM 5000-PrintResult THRU 5000-Exit
002200     PERFORM 7000-Terminate THRU 7000-Exit
002210     MOVE "E" TO WS-RUNLOG-TYPE
002220     PERFORM 9500-WriteRunLog THRU 9500-Exit
002230     STOP RUN.
002240*
002250 1000-Initialize.
002260     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002270     ACCEPT WS-RUN-TIME FROM TIME
002280     DIVIDE WS-RUN-DATE BY 100 GIVING WS-RUN-PERIOD
002290     MOVE WS-RUN-DATE TO H1-RUN-DATE
002300     PERFORM 1100-LoadParm THRU 1100-Exit
002310
002320     OPEN OUTPUT REPORT-FILE
002330     IF NOT REPORT-OK
002340         DISPLAY "PRDCLOSE: UNABLE TO OPEN CLSOUT, STATUS="
002350             WS-REPORT-STATUS
002360         MOVE "Y" TO WS-FATAL-SWITCH
002370         MOVE 16 TO RETURN-CODE
002380         GO TO 1000-Exit
002390     END-IF
002400     WRITE REPORT-LINE FROM WS-HEADING-1
002410     WRITE REPORT-LINE FROM WS-BLANK-LINE
002420
002430     OPEN I-O PERIOD-FILE
002440     IF NOT PERIOD-OK
002450         DISPLAY "PRDCLOSE: UNABLE TO OPEN PRDCTL, STATUS="
002460             WS-PERIOD-STATUS
002470         MOVE "Y" TO WS-FATAL-SWITCH
002480         MOVE 16 TO RETURN-CODE
002490         GO TO 1000-Exit
002500     END-IF
002510     MOVE "Y" TO WS-PERIOD-OPEN-SWITCH
002520
002530     PERFORM 1200-FindOpenPeriod THRU 1200-Exit
002540         UNTIL END-OF-PERIODS
002550     IF NOT OPEN-PERIOD-FOUND
002560         DISPLAY "PRDCLOSE: PRDCTL HOLDS NO OPEN PERIOD"
002570         MOVE "Y" TO WS-FATAL-SWITCH
002580         MOVE 16 TO RETURN-CODE
002590     END-IF.
002600 1000-Exit.
002610     EXIT.
002620*
002630 1100-LoadParm.
002640     OPEN INPUT PARM-FILE
002650     IF NOT PARM-OK
002660         DISPLAY "PRDCLOSE: PARMIN NOT AVAILABLE, CLOSING THE "
002670             "OPEN PERIOD AS " WS-CLOSE-USER
002680         GO TO 1100-Exit
002690     END-IF
002700     READ PARM-FILE
002710         AT END
002720             DISPLAY "PRDCLOSE: PARMIN EMPTY, CLOSING THE "
002730                 "OPEN PERIOD AS " WS-CLOSE-USER
002740         NOT AT END
002750             MOVE PARM-PERIOD TO WS-PARM-PERIOD
002760             IF PARM-USER NOT = SPACES
002770                 MOVE PARM-USER TO WS-CLOSE-USER
002780             END-IF
002790     END-READ
002800     INSPECT WS-CLOSE-USER CONVERTING
002810         "abcdefghijklmnopqrstuvwxyz"
002820         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
002830     CLOSE PARM-FILE.
002840 1100-Exit.
002850     EXIT.
002860*
002870*    PERIODS ARE KEYED YYYYMM, SO THE FIRST RECORD NOT CLOSED IS
002880*    THE OPEN PERIOD.
002890 1200-FindOpenPeriod.
002900     READ PERIOD-FILE NEXT RECORD
002910         AT END
002920             MOVE "Y" TO WS-PERIOD-EOF-SWITCH
002930             GO TO 1200-Exit
002940     END-READ
002950     IF NOT PERIOD-OK
002960         DISPLAY "PRDCLOSE: PRDCTL READ FAILED, STATUS="
002970             WS-PERIOD-STATUS
002980         MOVE "Y" TO WS-PERIOD-EOF-SWITCH
002990         GO TO 1200-Exit
003000     END-IF
003010     ADD 1 TO WS-RECORDS-READ
003020     IF PC-CLOSED
003030         GO TO 1200-Exit
003040     END-IF
003050     MOVE PC-PERIOD TO WS-OPEN-PERIOD
003060     MOVE PERIOD-CONTROL-RECORD TO WS-OPEN-RECORD
003070     MOVE "Y" TO WS-FOUND-SWITCH
003080     MOVE "Y" TO WS-PERIOD-EOF-SWITCH.
003090 1200-Exit.
003100     EXIT.
003110*
003120*    ANY REFUSAL LEAVES PRDCTL AS IT WAS AND ENDS THE STEP RC=8.
003130 2000-ClosePeriod.
003140     IF WS-PARM-PERIOD NOT = SPACES
003150         IF WS-PARM-PERIOD NOT NUMERIC
003160             MOVE "PARMIN PERIOD IS NOT YYYYMM"
003170                 TO WS-REFUSE-REASON
003180             GO TO 2000-Refused
003190         END-IF
003200         IF WS-PARM-PERIOD NOT = WS-OPEN-PERIOD
003210             MOVE "PARMIN PERIOD IS NOT THE OPEN PERIOD"
003220                 TO WS-REFUSE-REASON
003230             GO TO 2000-Refused
003240         END-IF
003250     END-IF
003260     IF WS-OPEN-PERIOD NOT < WS-RUN-PERIOD
003270         MOVE "THE PERIOD HAS NOT ENDED YET"
003280             TO WS-REFUSE-REASON
003290         GO TO 2000-Refused
003300     END-IF
003310     IF NOT PC-SUMM-BALANCED
003320         IF PC-SUMM-UNBALANCED
003330             MOVE "MTHSUMM DID NOT BALANCE FOR THE PERIOD"
003340                 TO WS-REFUSE-REASON
003350         ELSE
003360             MOVE "MTHSUMM HAS NOT RUN FOR THE PERIOD"
003370                 TO WS-REFUSE-REASON
003380         END-IF
003390         GO TO 2000-Refused
003400     END-IF
003410
003420     MOVE "C"           TO PC-STATUS
003430     MOVE WS-RUN-DATE   TO PC-CLOSE-DATE
003440     MOVE WS-RUN-TIME   TO PC-CLOSE-TIME
003450     MOVE WS-CLOSE-USER TO PC-CLOSE-USER
003460     REWRITE PERIOD-CONTROL-RECORD
003470     IF NOT PERIOD-OK
003480         DISPLAY "PRDCLOSE: PRDCTL REWRITE FAILED, STATUS="
003490             WS-PERIOD-STATUS
003500         MOVE "Y" TO WS-FATAL-SWITCH
003510         MOVE 16 TO RETURN-CODE
003520         GO TO 2000-Exit
003530     END-IF
003540     MOVE "Y" TO WS-CLOSED-SWITCH
003550     ADD 1 TO WS-CLOSED-COUNT
003560     MOVE PC-SUMM-LATE-COUNT TO WS-LATE-COUNT
003570     PERFORM 2100-OpenNextPeriod THRU 2100-Exit
003580     IF RETURN-CODE = ZERO
003590        AND (NEXT-ALREADY-ON-FILE OR WS-LATE-COUNT > ZERO)
003600         MOVE 4 TO RETURN-CODE
003610     END-IF
003620     GO TO 2000-Exit.
003630 2000-Refused.
003640     DISPLAY "PRDCLOSE: PERIOD " WS-OPEN-PERIOD
003650         " NOT CLOSED - " WS-REFUSE-REASON
003660     IF RETURN-CODE < 8
003670         MOVE 8 TO RETURN-CODE
003680     END-IF.
003690 2000-Exit.
003700     EXIT.
003710*
003720*    THE NEXT PERIOD FOLLOWS DECEMBER INTO JANUARY OF THE NEXT
003730*    YEAR.  A RECORD ALREADY ON FILE FOR IT (ADDED BY HAND) IS
003740*    SET TO OPEN RATHER THAN REPLACED.
003750 2100-OpenNextPeriod.
003760     MOVE WS-OPEN-PERIOD TO WS-NEXT-PERIOD
003770     ADD 1 TO WS-NEXT-MONTH
003780     IF WS-NEXT-MONTH > 12
003790         MOVE 1 TO WS-NEXT-MONTH
003800         ADD 1 TO WS-NEXT-YEAR
003810     END-IF
003820     MOVE SPACES TO PERIOD-CONTROL-RECORD
003830     MOVE WS-NEXT-PERIOD TO PC-PERIOD
003840     MOVE "O"            TO PC-STATUS
003850     MOVE WS-RUN-DATE    TO PC-OPENED-DATE
003860     MOVE ZERO TO PC-SUMM-DATE PC-SUMM-TIME PC-SUMM-COUNT
003870                  PC-SUMM-SUM PC-SUMM-LATE-COUNT
003880                  PC-CLOSE-DATE PC-CLOSE-TIME
003890     WRITE PERIOD-CONTROL-RECORD
003900         INVALID KEY
003910             MOVE "Y" TO WS-NEXT-SWITCH
003920     END-WRITE
003930     IF NOT NEXT-ALREADY-ON-FILE
003940         IF NOT PERIOD-OK
003950             DISPLAY "PRDCLOSE: PRDCTL WRITE FAILED, STATUS="
003960                 WS-PERIOD-STATUS
003970             MOVE 16 TO RETURN-CODE
003980         END-IF
003990         GO TO 2100-Exit
004000     END-IF
004010
004020     MOVE WS-NEXT-PERIOD TO PC-PERIOD
004030     READ PERIOD-FILE
004040         INVALID KEY
004050             DISPLAY "PRDCLOSE: PRDCTL READ FAILED, STATUS="
004060                 WS-PERIOD-STATUS
004070             MOVE 16 TO RETURN-CODE
004080             GO TO 2100-Exit
004090     END-READ
004100     IF PC-OPEN
004110         GO TO 2100-Exit
004120     END-IF
004130     MOVE "O" TO PC-STATUS
004140     REWRITE PERIOD-CONTROL-RECORD
004150     IF NOT PERIOD-OK
004160         DISPLAY "PRDCLOSE: PRDCTL REWRITE FAILED, STATUS="
004170             WS-PERIOD-STATUS
004180         MOVE 16 TO RETURN-CODE
004190     END-IF.
004200 2100-Exit.
004210     EXIT.
004220*
004230 5000-PrintResult.
004240     IF NOT REPORT-OK
004250         GO TO 5000-Exit
004260     END-IF
004270     IF NOT OPEN-PERIOD-FOUND
004280         WRITE REPORT-LINE FROM WS-FAILED-LINE
004290         GO TO 5000-Exit
004300     END-IF
004310     MOVE WS-OPEN-RECORD TO PERIOD-CONTROL-RECORD
004320
004330     MOVE "OPEN PERIOD . . . . . . . . . " TO PL-LABEL
004340     MOVE PC-PERIOD TO PL-PERIOD
004350     WRITE REPORT-LINE FROM WS-PERIOD-LINE
004360     MOVE "CLOSE REQUESTED FOR . . . . . " TO TL-LABEL
004370     IF WS-PARM-PERIOD = SPACES
004380         MOVE "THE OPEN PERIOD" TO TL-TEXT
004390     ELSE
004400         MOVE WS-PARM-PERIOD TO TL-TEXT
004410     END-IF
004420     WRITE REPORT-LINE FROM WS-TEXT-LINE
004430     MOVE "CLOSED BY . . . . . . . . . . " TO TL-LABEL
004440     MOVE WS-CLOSE-USER TO TL-TEXT
004450     WRITE REPORT-LINE FROM WS-TEXT-LINE
004460     MOVE "MTHSUMM RESULT  . . . . . . . " TO TL-LABEL
004470     EVALUATE TRUE
004480         WHEN PC-SUMM-BALANCED
004490             MOVE "BALANCED" TO TL-TEXT
004500         WHEN PC-SUMM-UNBALANCED
004510             MOVE "NOT BALANCED" TO TL-TEXT
004520         WHEN OTHER
004530             MOVE "NOT RUN" TO TL-TEXT
004540     END-EVALUATE
004550     WRITE REPORT-LINE FROM WS-TEXT-LINE
004560     IF PC-SUMM-BALANCED OR PC-SUMM-UNBALANCED
004570         MOVE "  MTHSUMM RUN DATE  . . . . . " TO CT-LABEL
004580         MOVE PC-SUMM-DATE TO CT-COUNT
004590         WRITE REPORT-LINE FROM WS-COUNT-LINE
004600         MOVE "  RECORDS SUMMARIZED  . . . . " TO CT-LABEL
004610         MOVE PC-SUMM-COUNT TO CT-COUNT
004620         WRITE REPORT-LINE FROM WS-COUNT-LINE
004630         MOVE "  RESULT SUM  . . . . . . . . " TO GS-LABEL
004640         MOVE PC-SUMM-SUM TO GS-SUM
004650         WRITE REPORT-LINE FROM WS-SUM-LINE
004660         MOVE "  LATE RECORDS  . . . . . . . " TO CT-LABEL
004670         MOVE PC-SUMM-LATE-COUNT TO CT-COUNT
004680         WRITE REPORT-LINE FROM WS-COUNT-LINE
004690     END-IF
004700     WRITE REPORT-LINE FROM WS-BLANK-LINE
004710
004720     IF NOT PERIOD-NOW-CLOSED
004730         IF CLOSE-FAILED
004740             WRITE REPORT-LINE FROM WS-FAILED-LINE
004750         ELSE
004760             MOVE WS-REFUSE-REASON TO RF-REASON
004770             WRITE REPORT-LINE FROM WS-REFUSED-LINE
004780         END-IF
004790         GO TO 5000-Exit
004800     END-IF
004810     MOVE WS-OPEN-PERIOD TO CL-PERIOD
004820     MOVE WS-NEXT-PERIOD TO CL-NEXT-PERIOD
004830     WRITE REPORT-LINE FROM WS-CLOSED-LINE
004840     IF NEXT-ALREADY-ON-FILE
004850         MOVE WS-NEXT-PERIOD TO NF-PERIOD
004860         WRITE REPORT-LINE FROM WS-NEXT-ON-FILE-LINE
004870     END-IF
004880     IF PC-SUMM-LATE-COUNT > ZERO
004890         MOVE PC-SUMM-LATE-COUNT TO LT-COUNT
004900         WRITE REPORT-LINE FROM WS-LATE-LINE
004910     END-IF.
004920 5000-Exit.
004930     EXIT.
004940*
004950 7000-Terminate.
004960     IF PRDCTL-OPEN
004970         CLOSE PERIOD-FILE
004980     END-IF
004990     IF REPORT-OK
005000         CLOSE REPORT-FILE
005010     END-IF.
005020 7000-Exit.
005030     EXIT.
005040*
005050 9500-WriteRunLog.
005060     OPEN EXTEND RUNLOG-FILE
005070     IF NOT RUNLOG-OK
005080         MOVE SPACES TO WS-RUNLOG-STATUS
005090         OPEN OUTPUT RUNLOG-FILE
005100     END-IF
005110     IF NOT RUNLOG-OK
005120         DISPLAY "PRDCLOSE: UNABLE TO OPEN RUNLOG, STATUS="
005130             WS-RUNLOG-STATUS
005140         GO TO 9500-Exit
005150     END-IF
005160     MOVE "PRDCLOSE" TO RL-PROGRAM
005170     MOVE WS-RUNLOG-TYPE TO RL-RECORD-TYPE
005180     ACCEPT RL-DATE FROM DATE YYYYMMDD
005190     ACCEPT RL-TIME FROM TIME
005200     MOVE WS-RECORDS-READ   TO RL-RECORDS-IN
005210     MOVE WS-CLOSED-COUNT   TO RL-RECORDS-OUT
005220     MOVE RETURN-CODE TO RL-RETURN-CODE
005230     WRITE RUN-LOG-RECORD
005240     CLOSE RUNLOG-FILE.
005250 9500-Exit.
005260     EXIT.
