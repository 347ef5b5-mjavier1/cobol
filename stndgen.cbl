000100********************************************************************
000110*  PROGRAM      : STNDGEN.CBL
000120*  AUTHOR       : M. AGUIRRE
000130*  INSTALLATION : DATA PROCESSING
000140*  DATE-WRITTEN : 10/15/2026
000150*  DATE-COMPILED:
000160*
000170*  NIGHTLY STANDING CALCULATION GENERATOR, RUN AHEAD OF
000180*  TRNINTK.  EVERY ACTIVE STNDMSTR ENTRY THAT FALLS DUE ON THE
000190*  RUN DATE IS WRITTEN AS ONE TRANIN DETAIL RECORD, STAMPED
000200*  WITH ITS STANDING ID IN COLUMNS 51-58, INTO A SUBMISSION
000210*  FILE (STNDOUT) BUILT THE WAY ANY DEPARTMENT BUILDS ONE:
000220*    "H" HEADER - THE GENERATOR'S SUBMITTER CODE (PARMIN
000230*        COLUMNS 1-4, DEFAULT "STND"), THE RUN DATE, AND THE
000240*        NEXT SEQUENCE NUMBER FROM SUBMCTL
000250*    THE DUE ENTRIES, IN THE TRANIN LAYOUT
000260*    "T" TRAILER - RECORD COUNT AND HASH TOTAL
000270*  TRNINTK JUDGES AND MERGES IT WITH THE DEPARTMENTS' FILES, SO
000280*  THE GENERATED TRANSACTIONS REACH DOCALCB LIKE ANY OTHER.
000290*
000300*  AN ACTIVE ENTRY PAST ITS END DATE IS MARKED EXPIRED ON
000310*  STNDMSTR, WITH AN "E" RECORD ON THE STDAUDIT TRAIL, AND IS
000320*  LISTED AS SKIPPED THE NIGHT IT EXPIRES.  A DUE ENTRY WHOSE
000330*  DEPARTMENT OR ITEM IS NO LONGER ACTIVE (OR NO LONGER ON
000340*  FILE) IS LISTED AS SKIPPED AND NOT WRITTEN.  GENOUT LISTS
000350*  EVERY ENTRY GENERATED OR SKIPPED AND THE TOTALS.
000360*
000370*  ONLY THE RUN DATE IS SCHEDULED - A NIGHT THE JOB DOES NOT RUN
000380*  IS NOT MADE UP LATER.  A RERUN THE SAME DAY WRITES THE SAME
000390*  ENTRIES UNDER THE SAME SEQUENCE NUMBER, WHICH TRNINTK'S
000400*  SAME-DAY REJUDGING TAKES IN PLACE OF THE FIRST RUN'S FILE.
000410*  ANY SKIPPED ENTRY ENDS THE STEP RC=4; A SUBMITTER CODE NOT
000420*  ACTIVE ON DEPTMSTR (WHICH TRNINTK WOULD REFUSE) ENDS IT
000430*  RC=8; AN UNOPENABLE FILE ENDS IT RC=16 WITH STNDOUT EMPTY.
000440*
000450*  MODIFICATION HISTORY
000460*    10/15/2026  MJA  ORIGINAL PROGRAM.
000470********************************************************************
000480 IDENTIFICATION DIVISION.
000490 PROGRAM-ID.  StndGen.
000500 AUTHOR.  M. AGUIRRE.
000510 INSTALLATION.  DATA PROCESSING.
000520 DATE-WRITTEN.  10/15/2026.
000530 DATE-COMPILED.
000540*
000550 ENVIRONMENT DIVISION.
000560 CONFIGURATION SECTION.
000570 SOURCE-COMPUTER.  IBM-370.
000580 OBJECT-COMPUTER.  IBM-370.
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610     SELECT STND-FILE ASSIGN TO STNDMSTR
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS SEQUENTIAL
000640         RECORD KEY IS SM-STANDING-ID
000650         FILE STATUS IS WS-STND-STATUS.
000660
000670     SELECT DEPT-FILE ASSIGN TO DEPTMSTR
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS RANDOM
000700         RECORD KEY IS DP-DEPT-CODE
000710         FILE STATUS IS WS-DEPT-STATUS.
000720
000730     SELECT PRICEM-FILE ASSIGN TO PRICMSTR
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS RANDOM
000760         RECORD KEY IS PM-ITEM-CODE
000770         FILE STATUS IS WS-PRICEM-STATUS.
000780
000790     SELECT CTL-FILE ASSIGN TO SUBMCTL
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS RANDOM
000820         RECORD KEY IS SC-DEPT-CODE
000830         FILE STATUS IS WS-CTL-STATUS.
000840
000850     SELECT PARM-FILE ASSIGN TO PARMIN
000860         ORGANIZATION IS SEQUENTIAL
000870         FILE STATUS IS WS-PARM-STATUS.
000880
000890     SELECT GEN-FILE ASSIGN TO STNDOUT
000900         ORGANIZATION IS SEQUENTIAL
000910         FILE STATUS IS WS-GEN-STATUS.
000920
000930     SELECT REPORT-FILE ASSIGN TO GENOUT
000940         ORGANIZATION IS SEQUENTIAL
000950         FILE STATUS IS WS-REPORT-STATUS.
000960
000970     SELECT SAAUDIT-FILE ASSIGN TO STDAUDIT
000980         ORGANIZATION IS SEQUENTIAL
000990         FILE STATUS IS WS-SAAUDIT-STATUS.
001000
001010     SELECT RUNLOG-FILE ASSIGN TO RUNLOG
001020         ORGANIZATION IS SEQUENTIAL
001030         FILE STATUS IS WS-RUNLOG-STATUS.
001040*
001050 DATA DIVISION.
001060 FILE SECTION.
001070 FD  STND-FILE
001080     LABEL RECORDS ARE STANDARD.
001090 COPY STNDMSTR.
001100*
001110 FD  DEPT-FILE
001120     LABEL RECORDS ARE STANDARD.
001130 COPY DEPTMSTR.
001140*
001150 FD  PRICEM-FILE
001160     LABEL RECORDS ARE STANDARD.
001170 COPY PRICMSTR.
001180*
001190 FD  CTL-FILE
001200     LABEL RECORDS ARE STANDARD.
001210 COPY SUBMCTL.
001220*
001230 FD  PARM-FILE
001240     RECORDING MODE IS F
001250     LABEL RECORDS ARE STANDARD.
001260 01  PARM-RECORD.
001270     05  PARM-SUBMITTER      PIC X(04).
001280     05  FILLER              PIC X(76).
001290*
001300 FD  GEN-FILE
001310     RECORDING MODE IS F
001320     LABEL RECORDS ARE STANDARD.
001330 01  GEN-RECORD              PIC X(80).
001340*
001350 FD  REPORT-FILE
001360     RECORDING MODE IS F
001370     LABEL RECORDS ARE STANDARD.
001380 01  REPORT-LINE             PIC X(80).
001390*
001400 FD  SAAUDIT-FILE
001410     RECORDING MODE IS F
001420     LABEL RECORDS ARE STANDARD.
001430 COPY SMAUDREC.
001440*
001450 FD  RUNLOG-FILE
001460     RECORDING MODE IS F
001470     LABEL RECORDS ARE STANDARD.
001480 COPY RUNLOG.
001490*
001500 WORKING-STORAGE SECTION.
001510
001520 77  WS-RUNLOG-STATUS        PIC X(02) VALUE SPACES.
001530     88  RUNLOG-OK                      VALUE "00".
001540
001550 77  WS-RUNLOG-TYPE          PIC X(01) VALUE "S".
001560 77  WS-STND-STATUS          PIC X(02) VALUE SPACES.
001570     88  STND-OK                         VALUE "00".
001580
001590 77  WS-DEPT-STATUS          PIC X(02) VALUE SPACES.
001600     88  DEPT-OK                         VALUE "00".
001610
001620 77  WS-PRICEM-STATUS        PIC X(02) VALUE SPACES.
001630     88  PRICEM-OK                       VALUE "00".
001640
001650 77  WS-CTL-STATUS           PIC X(02) VALUE SPACES.
001660     88  CTL-OK                          VALUE "00".
001670
001680 77  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
001690     88  PARM-OK                         VALUE "00".
001700
001710 77  WS-GEN-STATUS           PIC X(02) VALUE SPACES.
001720     88  GEN-OK                          VALUE "00".
001730
001740 77  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.
001750     88  REPORT-OK                       VALUE "00".
001760
001770 77  WS-SAAUDIT-STATUS       PIC X(02) VALUE SPACES.
001780     88  SAAUDIT-OK                      VALUE "00".
001790
001800 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
001810     88  END-OF-STND                     VALUE "Y".
001820
001830 77  WS-FATAL-SWITCH         PIC X(01) VALUE "N".
001840     88  GENERATION-FAILED               VALUE "Y".
001850
001860 77  WS-GEN-OPEN-SWITCH      PIC X(01) VALUE "N".
001870     88  STNDOUT-OPEN                    VALUE "Y".
001880
001890 77  WS-AUDIT-OPEN-SWITCH    PIC X(01) VALUE "N".
001900     88  AUDIT-OPEN                      VALUE "Y".
001910
001920 77  WS-DUE-SWITCH           PIC X(01) VALUE "N".
001930     88  ENTRY-DUE                       VALUE "Y".
001940
001950 77  WS-SUBMITTER-SWITCH     PIC X(01) VALUE "Y".
001960     88  SUBMITTER-ACTIVE                VALUE "Y".
001970
001980 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
001990 77  WS-RUN-DAY-OF-WEEK      PIC 9(01) VALUE ZERO.
002000 77  WS-LAST-DAY             PIC 9(02) VALUE ZERO.
002010 77  WS-QUOTIENT             PIC 9(04) COMP VALUE ZERO.
002020 77  WS-REMAINDER            PIC 9(04) COMP VALUE ZERO.
002030 77  WS-SUBMITTER            PIC X(04) VALUE "STND".
002040 77  WS-SEQUENCE             PIC 9(06) VALUE ZERO.
002050 77  WS-SKIP-REASON          PIC X(24) VALUE SPACES.
002060
002070 77  WS-RECORDS-READ         PIC 9(08) COMP VALUE ZERO.
002080 77  WS-EXPIRED-COUNT        PIC 9(07) COMP VALUE ZERO.
002090 77  WS-SKIPPED-COUNT        PIC 9(07) COMP VALUE ZERO.
002100 77  WS-GEN-COUNT            PIC 9(08) VALUE ZERO.
002110 77  WS-GEN-HASH             PIC 9(12)V99 COMP-3 VALUE ZERO.
002120
002130 01  WS-RUN-DATE-R.
002140     05  WS-RUN-YEAR         PIC 9(04).
002150     05  WS-RUN-MONTH        PIC 9(02).
002160     05  WS-RUN-DAY          PIC 9(02).
002170
002180*    DAYS IN EACH MONTH; FEBRUARY IS TAKEN TO 29 IN A LEAP YEAR.
002190 01  WS-MONTH-DAYS-TABLE.
002200     05  FILLER              PIC X(24) VALUE
002210         "312831303130313130313031".
002220 01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TABLE.
002230     05  WS-MONTH-DAYS       PIC 9(02) OCCURS 12 TIMES.
002240
002250 01  WS-HEADER-OUT.
002260     05  WH-RECORD-TYPE      PIC X(01) VALUE "H".
002270     05  WH-SUBMITTER        PIC X(04) VALUE SPACES.
002280     05  WH-FILE-DATE        PIC 9(08) VALUE ZERO.
002290     05  WH-SEQUENCE         PIC 9(06) VALUE ZERO.
002300     05  FILLER              PIC X(61) VALUE SPACES.
002310
002320*    ONE GENERATED TRANSACTION, IN THE TRANIN LAYOUT DOCALCB
002330*    READS, WITH THE STANDING ID IN COLUMNS 51-58.
002340 01  WS-DETAIL-OUT.
002350     05  GT-OPERATION        PIC X(01).
002360     05  GT-FIRST-NUM        PIC 9(05)V99.
002370     05  GT-SECOND-NUM       PIC 9(05)V99.
002380     05  GT-ITEM-CODE        PIC X(08).
002390     05  GT-DEPT-CODE        PIC X(04).
002400     05  FILLER              PIC X(23) VALUE SPACES.
002410     05  GT-STANDING-ID      PIC X(08).
002420     05  FILLER              PIC X(22) VALUE SPACES.
002430
002440 01  WS-TRAILER-OUT.
002450     05  WT-RECORD-TYPE      PIC X(01) VALUE "T".
002460     05  WT-RECORD-COUNT     PIC 9(08) VALUE ZERO.
002470     05  WT-HASH-TOTAL       PIC 9(12)V99 VALUE ZERO.
002480     05  FILLER              PIC X(57) VALUE SPACES.
002490
002500 01  WS-HEADING-1.
002510     05  FILLER              PIC X(40) VALUE
002520         "STANDING CALCULATIONS GENERATED".
002530     05  FILLER              PIC X(10) VALUE "RUN DATE: ".
002540     05  H1-RUN-DATE         PIC 9(08).
002550     05  FILLER              PIC X(22) VALUE SPACES.
002560
002570 01  WS-HEADING-2.
002580     05  FILLER              PIC X(18) VALUE
002590         "SUBMITTER CODE:   ".
002600     05  H2-SUBMITTER        PIC X(04).
002610     05  FILLER              PIC X(12) VALUE
002620         "  SEQUENCE: ".
002630     05  H2-SEQUENCE         PIC 9(06).
002640     05  FILLER              PIC X(40) VALUE SPACES.
002650
002660 01  WS-BLANK-LINE           PIC X(80) VALUE SPACES.
002670
002680 01  WS-COLUMN-HEADING.
002690     05  FILLER              PIC X(40) VALUE
002700         " STNDID   DEPT ITEM     OP F   AMOUNT 1".
002710     05  FILLER              PIC X(40) VALUE
002720         "  STATUS    REASON".
002730
002740 01  WS-ENTRY-LINE.
002750     05  FILLER              PIC X(01) VALUE SPACE.
002760     05  EL-STANDING-ID      PIC X(08).
002770     05  FILLER              PIC X(01) VALUE SPACE.
002780     05  EL-DEPT             PIC X(04).
002790     05  FILLER              PIC X(01) VALUE SPACE.
002800     05  EL-ITEM-CODE        PIC X(08).
002810     05  FILLER              PIC X(01) VALUE SPACE.
002820     05  EL-OPERATION        PIC X(01).
002830     05  FILLER              PIC X(02) VALUE SPACES.
002840     05  EL-FREQUENCY        PIC X(01).
002850     05  FILLER              PIC X(01) VALUE SPACE.
002860     05  EL-FIRST-NUM        PIC ZZZZZZ9.99.
002870     05  FILLER              PIC X(03) VALUE SPACES.
002880     05  EL-DISPOSITION      PIC X(09).
002890     05  FILLER              PIC X(01) VALUE SPACE.
002900     05  EL-REASON           PIC X(24).
002910     05  FILLER              PIC X(04) VALUE SPACES.
002920
002930 01  WS-NONE-LINE.
002940     05  FILLER              PIC X(40) VALUE
002950         " NO STANDING ENTRIES DUE OR SKIPPED".
002960     05  FILLER              PIC X(40) VALUE SPACES.
002970
002980 01  WS-FAILED-LINE.
002990     05  FILLER              PIC X(50) VALUE
003000         "*** GENERATOR NOT RUN - STNDOUT WRITTEN EMPTY, SEE".
003010     05  FILLER              PIC X(30) VALUE
003020         " JOB LOG FOR THE FILE IN ERROR".
003030
003040 01  WS-SUBMITTER-LINE.
003050     05  FILLER              PIC X(14) VALUE
003060         "*** SUBMITTER ".
003070     05  SW-SUBMITTER        PIC X(04).
003080     05  FILLER              PIC X(62) VALUE
003090         " NOT ACTIVE ON DEPTMSTR - TRNINTK WILL REFUSE THE FILE".
003100
003110 01  WS-COUNT-LINE.
003120     05  CT-LABEL            PIC X(30).
003130     05  CT-COUNT            PIC ZZZZZZZZ9.
003140     05  FILLER              PIC X(41) VALUE SPACES.
003150
003160 01  WS-SUM-LINE.
003170     05  GS-LABEL            PIC X(30).
003180     05  GS-SUM              PIC ZZZZZZZZZZZ9.99.
003190     05  FILLER              PIC X(35) VALUE SPACES.
003200*
003210 PROCEDURE DIVISION.
003220*
003230 0000-Mainline.
003240     MOVE "S" TO WS-RUNLOG-TYPE
003250     PERFORM 9500-WriteRunLog THRU 9500-Exit
003260     PERFORM 1000-Initialize THRU 1000-Exit
003270     PERFORM 2000-ProcessEntry THRU 2000-Exit
003280         UNTIL END-OF-STND
003290     PERFORM 5000-PrintTotals THRU 5000-Exit
003300     PERFORM 7000-Terminate THRU 7000-Exit
003310     MOVE "E" TO WS-RUNLOG-TYPE
003320     PERFORM 9500-WriteRunLog THRU 9500-Exit
003330     STOP RUN.
003340*
003350*    GENOUT AND STNDOUT COME FIRST - ONCE STNDOUT IS OPEN, ANY
003360*    LATER FAILURE STILL LEAVES IT EMPTY RATHER THAN HOLDING
003370*    LAST NIGHT'S ENTRIES FOR TRNINTK TO PICK UP AGAIN.
003380 1000-Initialize.
003390     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003400     ACCEPT WS-RUN-DAY-OF-WEEK FROM DAY-OF-WEEK
003410     MOVE WS-RUN-DATE TO WS-RUN-DATE-R
003420     MOVE WS-RUN-DATE TO H1-RUN-DATE
003430     PERFORM 1100-LoadSubmitter THRU 1100-Exit
003440     PERFORM 1200-FindLastDay THRU 1200-Exit
003450
003460     OPEN OUTPUT REPORT-FILE
003470     IF NOT REPORT-OK
003480         DISPLAY "STNDGEN: UNABLE TO OPEN GENOUT, STATUS="
003490             WS-REPORT-STATUS
003500         MOVE "Y" TO WS-FATAL-SWITCH
003510         MOVE "Y" TO WS-EOF-SWITCH
003520         MOVE 16 TO RETURN-CODE
003530         GO TO 1000-Exit
003540     END-IF
003550     WRITE REPORT-LINE FROM WS-HEADING-1
003560
003570     OPEN OUTPUT GEN-FILE
003580     IF NOT GEN-OK
003590         DISPLAY "STNDGEN: UNABLE TO OPEN STNDOUT, STATUS="
003600             WS-GEN-STATUS
003610         MOVE "Y" TO WS-FATAL-SWITCH
003620         MOVE "Y" TO WS-EOF-SWITCH
003630         MOVE 16 TO RETURN-CODE
003640         GO TO 1000-Exit
003650     END-IF
003660     MOVE "Y" TO WS-GEN-OPEN-SWITCH
003670
003680     OPEN INPUT DEPT-FILE
003690     IF NOT DEPT-OK
003700         DISPLAY "STNDGEN: UNABLE TO OPEN DEPTMSTR, STATUS="
003710             WS-DEPT-STATUS
003720         MOVE "Y" TO WS-FATAL-SWITCH
003730         MOVE "Y" TO WS-EOF-SWITCH
003740         MOVE 16 TO RETURN-CODE
003750         GO TO 1000-Exit
003760     END-IF
003770
003780     OPEN INPUT PRICEM-FILE
003790     IF NOT PRICEM-OK
003800         DISPLAY "STNDGEN: UNABLE TO OPEN PRICMSTR, STATUS="
003810             WS-PRICEM-STATUS
003820         MOVE "Y" TO WS-FATAL-SWITCH
003830         MOVE "Y" TO WS-EOF-SWITCH
003840         MOVE 16 TO RETURN-CODE
003850         GO TO 1000-Exit
003860     END-IF
003870
003880     OPEN INPUT CTL-FILE
003890     IF NOT CTL-OK
003900         DISPLAY "STNDGEN: UNABLE TO OPEN SUBMCTL, STATUS="
003910             WS-CTL-STATUS
003920         MOVE "Y" TO WS-FATAL-SWITCH
003930         MOVE "Y" TO WS-EOF-SWITCH
003940         MOVE 16 TO RETURN-CODE
003950         GO TO 1000-Exit
003960     END-IF
003970
003980     OPEN I-O STND-FILE
003990     IF NOT STND-OK
004000         DISPLAY "STNDGEN: UNABLE TO OPEN STNDMSTR, STATUS="
004010             WS-STND-STATUS
004020         MOVE "Y" TO WS-FATAL-SWITCH
004030         MOVE "Y" TO WS-EOF-SWITCH
004040         MOVE 16 TO RETURN-CODE
004050         GO TO 1000-Exit
004060     END-IF
004070
004080     OPEN EXTEND SAAUDIT-FILE
004090     IF NOT SAAUDIT-OK
004100         MOVE SPACES TO WS-SAAUDIT-STATUS
004110         OPEN OUTPUT SAAUDIT-FILE
004120     END-IF
004130     IF NOT SAAUDIT-OK
004140         DISPLAY "STNDGEN: UNABLE TO OPEN STDAUDIT, STATUS="
004150             WS-SAAUDIT-STATUS
004160         MOVE "Y" TO WS-FATAL-SWITCH
004170         MOVE "Y" TO WS-EOF-SWITCH
004180         MOVE 16 TO RETURN-CODE
004190         GO TO 1000-Exit
004200     END-IF
004210     MOVE "Y" TO WS-AUDIT-OPEN-SWITCH
004220
004230     PERFORM 1300-CheckSubmitter THRU 1300-Exit
004240     PERFORM 1400-NextSequence THRU 1400-Exit
004250     MOVE WS-SUBMITTER TO WH-SUBMITTER
004260     MOVE WS-RUN-DATE  TO WH-FILE-DATE
004270     MOVE WS-SEQUENCE  TO WH-SEQUENCE
004280     WRITE GEN-RECORD FROM WS-HEADER-OUT
004290
004300     MOVE WS-SUBMITTER TO H2-SUBMITTER
004310     MOVE WS-SEQUENCE  TO H2-SEQUENCE
004320     WRITE REPORT-LINE FROM WS-HEADING-2
004330     IF NOT SUBMITTER-ACTIVE
004340         MOVE WS-SUBMITTER TO SW-SUBMITTER
004350         WRITE REPORT-LINE FROM WS-SUBMITTER-LINE
004360     END-IF
004370     WRITE REPORT-LINE FROM WS-BLANK-LINE
004380     WRITE REPORT-LINE FROM WS-COLUMN-HEADING
004390
004400     PERFORM 8000-ReadStanding THRU 8000-Exit.
004410 1000-Exit.
004420     EXIT.
004430*
004440*    PARMIN COLUMNS 1-4 CARRY THE SUBMITTER CODE THE GENERATED
004450*    FILE GOES TO TRNINTK UNDER.  A MISSING, EMPTY, OR BLANK
004460*    PARMIN USES "STND".
004470 1100-LoadSubmitter.
004480     OPEN INPUT PARM-FILE
004490     IF NOT PARM-OK
004500         DISPLAY "STNDGEN: PARMIN NOT AVAILABLE, SUBMITTING AS "
004510             WS-SUBMITTER
004520         GO TO 1100-Exit
004530     END-IF
004540     READ PARM-FILE
004550         AT END
004560             DISPLAY "STNDGEN: PARMIN EMPTY, SUBMITTING AS "
004570                 WS-SUBMITTER
004580         NOT AT END
004590             IF PARM-SUBMITTER NOT = SPACES
004600                 MOVE PARM-SUBMITTER TO WS-SUBMITTER
004610             END-IF
004620     END-READ
004630     INSPECT WS-SUBMITTER CONVERTING
004640         "abcdefghijklmnopqrstuvwxyz"
004650         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
004660     CLOSE PARM-FILE.
004670 1100-Exit.
004680     EXIT.
004690*
004700*    THE LAST DAY OF THE RUN MONTH, FOR DAY-OF-MONTH ENTRIES
004710*    WHOSE DAY THE MONTH DOES NOT REACH.  A YEAR DIVISIBLE BY
004720*    4 IS A LEAP YEAR UNLESS IT IS A CENTURY NOT DIVISIBLE BY
004730*    400.
004740 1200-FindLastDay.
004750     IF WS-RUN-MONTH < 1 OR WS-RUN-MONTH > 12
004760         MOVE 31 TO WS-LAST-DAY
004770         GO TO 1200-Exit
004780     END-IF
004790     MOVE WS-MONTH-DAYS (WS-RUN-MONTH) TO WS-LAST-DAY
004800     IF WS-RUN-MONTH NOT = 2
004810         GO TO 1200-Exit
004820     END-IF
004830     DIVIDE WS-RUN-YEAR BY 4 GIVING WS-QUOTIENT
004840         REMAINDER WS-REMAINDER
004850     IF WS-REMAINDER NOT = ZERO
004860         GO TO 1200-Exit
004870     END-IF
004880     DIVIDE WS-RUN-YEAR BY 100 GIVING WS-QUOTIENT
004890         REMAINDER WS-REMAINDER
004900     IF WS-REMAINDER NOT = ZERO
004910         MOVE 29 TO WS-LAST-DAY
004920         GO TO 1200-Exit
004930     END-IF
004940     DIVIDE WS-RUN-YEAR BY 400 GIVING WS-QUOTIENT
004950         REMAINDER WS-REMAINDER
004960     IF WS-REMAINDER = ZERO
004970         MOVE 29 TO WS-LAST-DAY
004980     END-IF.
004990 1200-Exit.
005000     EXIT.
005010*
005020*    TRNINTK ONLY ACCEPTS A FILE FROM AN ACTIVE DEPTMSTR
005030*    DEPARTMENT, SO THE SUBMITTER CODE MUST BE SET UP THERE.
005040*    THE FILE IS STILL WRITTEN, BUT THE STEP ENDS RC=8.
005050 1300-CheckSubmitter.
005060     MOVE WS-SUBMITTER TO DP-DEPT-CODE
005070     READ DEPT-FILE
005080         INVALID KEY
005090             MOVE "N" TO WS-SUBMITTER-SWITCH
005100         NOT INVALID KEY
005110             IF NOT DP-ACTIVE
005120                 MOVE "N" TO WS-SUBMITTER-SWITCH
005130             END-IF
005140     END-READ
005150     IF NOT SUBMITTER-ACTIVE
005160         DISPLAY "STNDGEN: SUBMITTER " WS-SUBMITTER
005170             " NOT ACTIVE ON DEPTMSTR - TRNINTK WILL REFUSE"
005180             " THE FILE"
005190         MOVE 8 TO RETURN-CODE
005200     END-IF.
005210 1300-Exit.
005220     EXIT.
005230*
005240*    THE SEQUENCE NUMBER TRNINTK WILL EXPECT NEXT, WORKED OUT
005250*    THE WAY TRNINTK WORKS IT OUT - FROM THE DAY'S BASE ON A
005260*    RERUN THE SAME DAY, FROM THE LAST ACCEPTED FILE OTHERWISE,
005270*    AND FROM ZERO FOR A SUBMITTER NOT YET ON SUBMCTL.
005280 1400-NextSequence.
005290     MOVE WS-SUBMITTER TO SC-DEPT-CODE
005300     READ CTL-FILE
005310         INVALID KEY
005320             MOVE 1 TO WS-SEQUENCE
005330         NOT INVALID KEY
005340             IF SC-LAST-RUN-DATE = WS-RUN-DATE
005350                 COMPUTE WS-SEQUENCE = SC-BASE-SEQUENCE + 1
005360             ELSE
005370                 COMPUTE WS-SEQUENCE = SC-LAST-SEQUENCE + 1
005380             END-IF
005390     END-READ.
005400 1400-Exit.
005410     EXIT.
005420*
005430*    ONE STNDMSTR ENTRY.  ONLY ACTIVE ENTRIES ARE LOOKED AT;
005440*    ONE PAST ITS END DATE IS EXPIRED WHETHER OR NOT IT WAS DUE
005450*    TONIGHT, AND ONE NOT YET STARTED OR NOT DUE IS PASSED
005460*    OVER WITHOUT A LINE ON THE REPORT.
005470 2000-ProcessEntry.
005480     ADD 1 TO WS-RECORDS-READ
005490     IF NOT SM-ACTIVE
005500         GO TO 2000-Read
005510     END-IF
005520     IF SM-END-DATE NOT = ZERO
005530        AND SM-END-DATE < WS-RUN-DATE
005540         PERFORM 2500-ExpireEntry THRU 2500-Exit
005550         GO TO 2000-Read
005560     END-IF
005570     IF SM-START-DATE > WS-RUN-DATE
005580         GO TO 2000-Read
005590     END-IF
005600     PERFORM 2100-TestDue THRU 2100-Exit
005610     IF NOT ENTRY-DUE
005620         GO TO 2000-Read
005630     END-IF
005640
005650     MOVE SPACES TO WS-SKIP-REASON
005660     PERFORM 2200-CheckReferences THRU 2200-Exit
005670     IF WS-SKIP-REASON NOT = SPACES
005680         ADD 1 TO WS-SKIPPED-COUNT
005690         MOVE "SKIPPED"      TO EL-DISPOSITION
005700         MOVE WS-SKIP-REASON TO EL-REASON
005710         PERFORM 2900-PrintEntry THRU 2900-Exit
005720         GO TO 2000-Read
005730     END-IF
005740     PERFORM 2300-WriteDetail THRU 2300-Exit
005750     MOVE "GENERATED" TO EL-DISPOSITION
005760     MOVE SPACES      TO EL-REASON
005770     PERFORM 2900-PrintEntry THRU 2900-Exit.
005780 2000-Read.
005790     PERFORM 8000-ReadStanding THRU 8000-Exit.
005800 2000-Exit.
005810     EXIT.
005820*
005830*    IS THE ENTRY DUE ON THE RUN DATE?  A DAY-OF-MONTH ENTRY
005840*    FOR A DAY PAST THE END OF A SHORT MONTH FALLS DUE ON THE
005850*    MONTH'S LAST DAY.
005860 2100-TestDue.
005870     MOVE "N" TO WS-DUE-SWITCH
005880     EVALUATE TRUE
005890         WHEN SM-DAILY
005900             MOVE "Y" TO WS-DUE-SWITCH
005910         WHEN SM-WEEKLY
005920             IF SM-RUN-DAY = WS-RUN-DAY-OF-WEEK
005930                 MOVE "Y" TO WS-DUE-SWITCH
005940             END-IF
005950         WHEN SM-MONTHLY
005960             IF WS-RUN-DAY = 1
005970                 MOVE "Y" TO WS-DUE-SWITCH
005980             END-IF
005990         WHEN SM-DAY-OF-MONTH
006000             IF SM-RUN-DAY = WS-RUN-DAY
006010                 MOVE "Y" TO WS-DUE-SWITCH
006020             END-IF
006030             IF WS-RUN-DAY = WS-LAST-DAY
006040                AND SM-RUN-DAY > WS-RUN-DAY
006050                 MOVE "Y" TO WS-DUE-SWITCH
006060             END-IF
006070     END-EVALUATE.
006080 2100-Exit.
006090     EXIT.
006100*
006110*    THE DEPARTMENT MUST STILL BE ACTIVE ON DEPTMSTR, AND AN
006120*    ITEM-CODED ENTRY'S ITEM STILL ACTIVE ON PRICMSTR.  THE
006130*    FIRST FAILURE IS THE REASON GIVEN.
006140 2200-CheckReferences.
006150     MOVE SM-DEPT-CODE TO DP-DEPT-CODE
006160     READ DEPT-FILE
006170         INVALID KEY
006180             MOVE "DEPARTMENT NOT ON FILE" TO WS-SKIP-REASON
006190             GO TO 2200-Exit
006200     END-READ
006210     IF NOT DP-ACTIVE
006220         MOVE "DEPARTMENT INACTIVE"    TO WS-SKIP-REASON
006230         GO TO 2200-Exit
006240     END-IF
006250     IF SM-ITEM-CODE = SPACES
006260         GO TO 2200-Exit
006270     END-IF
006280     MOVE SM-ITEM-CODE TO PM-ITEM-CODE
006290     READ PRICEM-FILE
006300         INVALID KEY
006310             MOVE "ITEM NOT ON FILE"       TO WS-SKIP-REASON
006320             GO TO 2200-Exit
006330     END-READ
006340     IF NOT PM-ACTIVE
006350         MOVE "ITEM INACTIVE"          TO WS-SKIP-REASON
006360     END-IF.
006370 2200-Exit.
006380     EXIT.
006390*
006400*    WRITE THE TRANSACTION AND NOTE THE NIGHT ON THE ENTRY.  A
006410*    RERUN THE SAME DAY DOES NOT COUNT THE NIGHT TWICE.
006420 2300-WriteDetail.
006430     MOVE SM-OPERATION   TO GT-OPERATION
006440     MOVE SM-FIRST-NUM   TO GT-FIRST-NUM
006450     MOVE SM-SECOND-NUM  TO GT-SECOND-NUM
006460     MOVE SM-ITEM-CODE   TO GT-ITEM-CODE
006470     MOVE SM-DEPT-CODE   TO GT-DEPT-CODE
006480     MOVE SM-STANDING-ID TO GT-STANDING-ID
006490     WRITE GEN-RECORD FROM WS-DETAIL-OUT
006500     ADD 1 TO WS-GEN-COUNT
006510     ADD GT-FIRST-NUM  TO WS-GEN-HASH
006520     ADD GT-SECOND-NUM TO WS-GEN-HASH
006530     IF SM-LAST-GEN-DATE NOT = WS-RUN-DATE
006540         MOVE WS-RUN-DATE TO SM-LAST-GEN-DATE
006550         ADD 1 TO SM-GEN-COUNT
006560         REWRITE STANDING-MASTER-RECORD
006570             INVALID KEY
006580                 DISPLAY "STNDGEN: STNDMSTR REWRITE FAILED FOR "
006590                     SM-STANDING-ID ", STATUS=" WS-STND-STATUS
006600         END-REWRITE
006610     END-IF.
006620 2300-Exit.
006630     EXIT.
006640*
006650*    MARK THE ENTRY EXPIRED AND LEAVE AN "E" RECORD ON THE
006660*    STDAUDIT TRAIL, SO IT IS LISTED THIS ONE NIGHT ONLY.
006670 2500-ExpireEntry.
006680     MOVE SM-DESCRIPTION TO SA-OLD-DESC
006690     MOVE SM-OPERATION   TO SA-OLD-OPERATION
006700     MOVE SM-FIRST-NUM   TO SA-OLD-FIRST-NUM
006710     MOVE SM-SECOND-NUM  TO SA-OLD-SECOND-NUM
006720     MOVE SM-ITEM-CODE   TO SA-OLD-ITEM-CODE
006730     MOVE SM-DEPT-CODE   TO SA-OLD-DEPT-CODE
006740     MOVE SM-FREQUENCY   TO SA-OLD-FREQUENCY
006750     MOVE SM-RUN-DAY     TO SA-OLD-RUN-DAY
006760     MOVE SM-START-DATE  TO SA-OLD-START-DATE
006770     MOVE SM-END-DATE    TO SA-OLD-END-DATE
006780     MOVE SM-OWNER       TO SA-OLD-OWNER
006790     MOVE SM-STATUS      TO SA-OLD-STATUS
006800     MOVE "E" TO SM-STATUS
006810     REWRITE STANDING-MASTER-RECORD
006820         INVALID KEY
006830             DISPLAY "STNDGEN: STNDMSTR REWRITE FAILED FOR "
006840                 SM-STANDING-ID ", STATUS=" WS-STND-STATUS
006850             GO TO 2500-Exit
006860     END-REWRITE
006870     MOVE WS-RUN-DATE    TO SA-DATE
006880     ACCEPT SA-TIME FROM TIME
006890     MOVE "STNDGEN"      TO SA-USER
006900     MOVE "E"            TO SA-FUNCTION
006910     MOVE SM-STANDING-ID TO SA-STANDING-ID
006920     MOVE SM-DESCRIPTION TO SA-NEW-DESC
006930     MOVE SM-OPERATION   TO SA-NEW-OPERATION
006940     MOVE SM-FIRST-NUM   TO SA-NEW-FIRST-NUM
006950     MOVE SM-SECOND-NUM  TO SA-NEW-SECOND-NUM
006960     MOVE SM-ITEM-CODE   TO SA-NEW-ITEM-CODE
006970     MOVE SM-DEPT-CODE   TO SA-NEW-DEPT-CODE
006980     MOVE SM-FREQUENCY   TO SA-NEW-FREQUENCY
006990     MOVE SM-RUN-DAY     TO SA-NEW-RUN-DAY
007000     MOVE SM-START-DATE  TO SA-NEW-START-DATE
007010     MOVE SM-END-DATE    TO SA-NEW-END-DATE
007020     MOVE SM-OWNER       TO SA-NEW-OWNER
007030     MOVE SM-STATUS      TO SA-NEW-STATUS
007040     WRITE STND-AUDIT-RECORD
007050     ADD 1 TO WS-EXPIRED-COUNT
007060     MOVE "SKIPPED"          TO EL-DISPOSITION
007070     MOVE "ENTRY EXPIRED"    TO EL-REASON
007080     PERFORM 2900-PrintEntry THRU 2900-Exit.
007090 2500-Exit.
007100     EXIT.
007110*
007120 2900-PrintEntry.
007130     MOVE SM-STANDING-ID TO EL-STANDING-ID
007140     MOVE SM-DEPT-CODE   TO EL-DEPT
007150     MOVE SM-ITEM-CODE   TO EL-ITEM-CODE
007160     MOVE SM-OPERATION   TO EL-OPERATION
007170     MOVE SM-FREQUENCY   TO EL-FREQUENCY
007180     MOVE SM-FIRST-NUM   TO EL-FIRST-NUM
007190     WRITE REPORT-LINE FROM WS-ENTRY-LINE.
007200 2900-Exit.
007210     EXIT.
007220*
007230 5000-PrintTotals.
007240     IF NOT REPORT-OK
007250         GO TO 5000-Exit
007260     END-IF
007270     IF GENERATION-FAILED
007280         WRITE REPORT-LINE FROM WS-BLANK-LINE
007290         WRITE REPORT-LINE FROM WS-FAILED-LINE
007300         GO TO 5000-Exit
007310     END-IF
007320     IF WS-GEN-COUNT = ZERO
007330        AND WS-SKIPPED-COUNT = ZERO
007340        AND WS-EXPIRED-COUNT = ZERO
007350         WRITE REPORT-LINE FROM WS-NONE-LINE
007360     END-IF
007370     WRITE REPORT-LINE FROM WS-BLANK-LINE
007380
007390     MOVE "STANDING ENTRIES READ . . . . " TO CT-LABEL
007400     MOVE WS-RECORDS-READ TO CT-COUNT
007410     WRITE REPORT-LINE FROM WS-COUNT-LINE
007420     MOVE "  GENERATED . . . . . . . . . " TO CT-LABEL
007430     MOVE WS-GEN-COUNT TO CT-COUNT
007440     WRITE REPORT-LINE FROM WS-COUNT-LINE
007450     MOVE "  SKIPPED - EXPIRED . . . . . " TO CT-LABEL
007460     MOVE WS-EXPIRED-COUNT TO CT-COUNT
007470     WRITE REPORT-LINE FROM WS-COUNT-LINE
007480     MOVE "  SKIPPED - DEPT OR ITEM  . . " TO CT-LABEL
007490     MOVE WS-SKIPPED-COUNT TO CT-COUNT
007500     WRITE REPORT-LINE FROM WS-COUNT-LINE
007510     MOVE "STNDOUT HASH TOTAL  . . . . . " TO GS-LABEL
007520     MOVE WS-GEN-HASH TO GS-SUM
007530     WRITE REPORT-LINE FROM WS-SUM-LINE
007540
007550     IF WS-SKIPPED-COUNT > ZERO
007560        OR WS-EXPIRED-COUNT > ZERO
007570         IF RETURN-CODE = ZERO
007580             MOVE 4 TO RETURN-CODE
007590         END-IF
007600     END-IF.
007610 5000-Exit.
007620     EXIT.
007630*
007640*    STNDOUT ALWAYS GETS ITS TRAILER ONCE IT IS OPEN.  WHEN THE
007650*    RUN FAILED BEFORE THE HEADER WAS WRITTEN THE FILE IS LEFT
007660*    EMPTY, WHICH TRNINTK TAKES AS NO SUBMISSION AT ALL.
007670 7000-Terminate.
007680     IF STNDOUT-OPEN
007690         IF NOT GENERATION-FAILED
007700             MOVE WS-GEN-COUNT TO WT-RECORD-COUNT
007710             MOVE WS-GEN-HASH  TO WT-HASH-TOTAL
007720             WRITE GEN-RECORD FROM WS-TRAILER-OUT
007730         END-IF
007740         CLOSE GEN-FILE
007750     END-IF
007760     IF AUDIT-OPEN
007770         CLOSE SAAUDIT-FILE
007780     END-IF
007790     CLOSE STND-FILE
007800     CLOSE DEPT-FILE
007810     CLOSE PRICEM-FILE
007820     CLOSE CTL-FILE
007830     CLOSE REPORT-FILE.
007840 7000-Exit.
007850     EXIT.
007860*
007870 8000-ReadStanding.
007880     READ STND-FILE NEXT RECORD
007890         AT END
007900             MOVE "Y" TO WS-EOF-SWITCH
007910     END-READ.
007920 8000-Exit.
007930     EXIT.
007940*
007950*    ONE CONTROL RECORD PER START AND END, APPENDED TO THE
007960*    SHARED RUNLOG FILE FOR THE NIGHTCTL SEQUENCE CHECK.
007970*    COUNTS HERE ARE STNDMSTR ENTRIES READ / TRANSACTIONS
007980*    GENERATED (EXCLUDING THE HEADER AND TRAILER).
007990 9500-WriteRunLog.
008000     OPEN EXTEND RUNLOG-FILE
008010     IF NOT RUNLOG-OK
008020         MOVE SPACES TO WS-RUNLOG-STATUS
008030         OPEN OUTPUT RUNLOG-FILE
008040     END-IF
008050     IF NOT RUNLOG-OK
008060         DISPLAY "STNDGEN: UNABLE TO OPEN RUNLOG, STATUS="
008070             WS-RUNLOG-STATUS
008080         GO TO 9500-Exit
008090     END-IF
008100     MOVE "STNDGEN" TO RL-PROGRAM
008110     MOVE WS-RUNLOG-TYPE TO RL-RECORD-TYPE
008120     ACCEPT RL-DATE FROM DATE YYYYMMDD
008130     ACCEPT RL-TIME FROM TIME
008140     MOVE WS-RECORDS-READ   TO RL-RECORDS-IN
008150     MOVE WS-GEN-COUNT      TO RL-RECORDS-OUT
008160     MOVE RETURN-CODE TO RL-RETURN-CODE
008170     WRITE RUN-LOG-RECORD
008180     CLOSE RUNLOG-FILE.
008190 9500-Exit.
008200     EXIT.
