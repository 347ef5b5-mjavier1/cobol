000100********************************************************************
000110*  PROGRAM      : BUDRPT.CBL
000120*  AUTHOR       : M. AGUIRRE
000130*  INSTALLATION : DATA PROCESSING
000140*  DATE-WRITTEN : 10/15/2026
000150*  DATE-COMPILED:
000160*
000170*  DEPARTMENT BUDGET-VERSUS-ACTUAL REPORT.  READS DEPTMSTR
000180*  FROM END TO END AND, FOR EVERY DEPARTMENT CARRYING A
000190*  MONTHLY BUDGET, LOOKS UP ITS MONTH-TO-DATE POSTED TOTAL ON
000200*  DEPTMTD FOR ONE PERIOD (PARMIN YYYYMM, DEFAULT THE RUN
000210*  MONTH).  EVERY DEPARTMENT THAT HAS USED 90 PERCENT OR MORE
000220*  OF ITS BUDGET IS LISTED ON BUDOUT WITH THE BUDGET, THE
000230*  AMOUNT POSTED, AND THE PERCENTAGE USED; ONE AT OR PAST 100
000240*  PERCENT IS FLAGGED "OVER".  A DEPARTMENT WITH NO BUDGET
000250*  (ZERO) IS NOT LIMITED AND IS ONLY COUNTED.
000260*
000270*  THE REPORT ONLY READS, SO IT MAY BE RUN AT ANY TIME AND
000280*  RERUN FOR ANY PERIOD STILL ON DEPTMTD.  AN UNOPENABLE
000290*  DEPTMSTR OR BUDOUT ENDS THE STEP RC=16.  AN UNOPENABLE
000300*  DEPTMTD IS REPORTED AND EVERY BUDGETED DEPARTMENT SHOWS
000310*  NOTHING POSTED.
000320*
000330*  MODIFICATION HISTORY
000340*    10/15/2026  MJA  ORIGINAL PROGRAM.
000350********************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID.  BudRpt.
000380 AUTHOR.  M. AGUIRRE.
000390 INSTALLATION.  DATA PROCESSING.
000400 DATE-WRITTEN.  10/15/2026.
000410 DATE-COMPILED.
000420*
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER.  IBM-370.
000460 OBJECT-COMPUTER.  IBM-370.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT DEPT-FILE ASSIGN TO DEPTMSTR
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS SEQUENTIAL
000520         RECORD KEY IS DP-DEPT-CODE
000530         FILE STATUS IS WS-DEPT-STATUS.
000540
000550     SELECT MTD-FILE ASSIGN TO DEPTMTD
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS RANDOM
000580         RECORD KEY IS DM-KEY
000590         FILE STATUS IS WS-MTD-STATUS.
000600
000610     SELECT PARM-FILE ASSIGN TO PARMIN
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-PARM-STATUS.
000640
000650     SELECT REPORT-FILE ASSIGN TO BUDOUT
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-REPORT-STATUS.
000680
000690     SELECT RUNLOG-FILE ASSIGN TO RUNLOG
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS WS-RUNLOG-STATUS.
000720*
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  DEPT-FILE
000760     LABEL RECORDS ARE STANDARD.
000770 COPY DEPTMSTR.
000780*
000790 FD  MTD-FILE
000800     LABEL RECORDS ARE STANDARD.
000810 COPY DEPTMTD.
000820*
000830 FD  PARM-FILE
000840     RECORDING MODE IS F
000850     LABEL RECORDS ARE STANDARD.
000860 01  PARM-RECORD.
000870     05  PARM-PERIOD         PIC 9(06).
000880     05  PARM-PERIOD-R REDEFINES PARM-PERIOD.
000890         10  PARM-PERIOD-YEAR
000900                             PIC 9(04).
000910         10  PARM-PERIOD-MONTH
000920                             PIC 9(02).
000930     05  FILLER              PIC X(74).
000940*
000950 FD  REPORT-FILE
000960     RECORDING MODE IS F
000970     LABEL RECORDS ARE STANDARD.
000980 01  REPORT-LINE             PIC X(80).
000990*
001000 FD  RUNLOG-FILE
001010     RECORDING MODE IS F
001020     LABEL RECORDS ARE STANDARD.
001030 COPY RUNLOG.
001040*
001050 WORKING-STORAGE SECTION.
001060
001070 77  WS-RUNLOG-STATUS        PIC X(02) VALUE SPACES.
001080     88  RUNLOG-OK                      VALUE "00".
001090
001100 77  WS-RUNLOG-TYPE          PIC X(01) VALUE "S".
001110 77  WS-DEPT-STATUS          PIC X(02) VALUE SPACES.
001120     88  DEPT-OK                         VALUE "00".
001130
001140 77  WS-MTD-STATUS           PIC X(02) VALUE SPACES.
001150     88  MTD-OK                          VALUE "00".
001160
001170 77  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
001180     88  PARM-OK                         VALUE "00".
001190
001200 77  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.
001210     88  REPORT-OK                       VALUE "00".
001220
001230 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
001240     88  END-OF-DEPT                     VALUE "Y".
001250
001260 77  WS-MTD-AVAIL-SWITCH     PIC X(01) VALUE "N".
001270     88  MTD-AVAILABLE                   VALUE "Y".
001280
001290 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
001300 77  WS-PERIOD               PIC 9(06) VALUE ZERO.
001310 77  WS-ALERT-PERCENT        PIC 9(03) VALUE 90.
001320
001330 77  WS-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
001340 77  WS-NO-BUDGET-COUNT      PIC 9(07) COMP VALUE ZERO.
001350 77  WS-BUDGETED-COUNT       PIC 9(07) COMP VALUE ZERO.
001360 77  WS-LISTED-COUNT         PIC 9(07) COMP VALUE ZERO.
001370 77  WS-OVER-COUNT           PIC 9(07) COMP VALUE ZERO.
001380
001390 77  WS-DEPT-BUDGET          PIC 9(10)V99 COMP-3 VALUE ZERO.
001400 77  WS-DEPT-POSTED          PIC 9(13)V99 COMP-3 VALUE ZERO.
001410 77  WS-PERCENT-USED         PIC 9(05)V9 COMP-3 VALUE ZERO.
001420 77  WS-BUDGET-TOTAL         PIC 9(13)V99 COMP-3 VALUE ZERO.
001430 77  WS-POSTED-TOTAL         PIC 9(13)V99 COMP-3 VALUE ZERO.
001440
001450 01  WS-HEADING-1.
001460     05  FILLER              PIC X(40) VALUE
001470         "DEPARTMENT BUDGET VERSUS ACTUAL".
001480     05  FILLER              PIC X(40) VALUE SPACES.
001490
001500 01  WS-HEADING-2.
001510     05  FILLER              PIC X(08) VALUE "PERIOD: ".
001520     05  H2-PERIOD           PIC 9(06).
001530     05  FILLER              PIC X(13) VALUE "   RUN DATE: ".
001540     05  H2-RUN-DATE         PIC 9(08).
001550     05  FILLER              PIC X(14) VALUE "   LISTING AT ".
001560     05  H2-ALERT-PERCENT    PIC ZZ9.
001570     05  FILLER              PIC X(28) VALUE
001580         " PERCENT OF BUDGET OR MORE".
001590
001600 01  WS-COLUMN-HEADING.
001610     05  FILLER              PIC X(40) VALUE
001620         " DEPT DESCRIPTION            MONTHLY BUD".
001630     05  FILLER              PIC X(40) VALUE
001640         "GET   POSTED TO DATE     USED           ".
001650
001660 01  WS-BLANK-LINE           PIC X(80) VALUE SPACES.
001670
001680 01  WS-DEPT-LINE.
001690     05  FILLER              PIC X(01) VALUE SPACE.
001700     05  BL-DEPT             PIC X(04).
001710     05  FILLER              PIC X(01) VALUE SPACE.
001720     05  BL-DESCRIPTION      PIC X(20).
001730     05  FILLER              PIC X(01) VALUE SPACE.
001740     05  BL-BUDGET           PIC ZZZZZZZZZZZZ9.99.
001750     05  FILLER              PIC X(01) VALUE SPACE.
001760     05  BL-POSTED           PIC ZZZZZZZZZZZZ9.99.
001770     05  FILLER              PIC X(01) VALUE SPACE.
001780     05  BL-PERCENT          PIC ZZZZ9.9.
001790     05  FILLER              PIC X(01) VALUE "%".
001800     05  FILLER              PIC X(01) VALUE SPACE.
001810     05  BL-FLAG             PIC X(04).
001820     05  FILLER              PIC X(06) VALUE SPACES.
001830
001840 01  WS-NONE-LINE.
001850     05  FILLER              PIC X(50) VALUE
001860         " NO DEPARTMENT IS AT OR NEAR ITS MONTHLY BUDGET".
001870     05  FILLER              PIC X(30) VALUE SPACES.
001880
001890 01  WS-NO-MTD-LINE.
001900     05  FILLER              PIC X(50) VALUE
001910         "*** DEPTMTD NOT AVAILABLE - POSTED AMOUNTS SHOWN".
001920     05  FILLER              PIC X(30) VALUE
001930         " AS ZERO".
001940
001950 01  WS-COUNT-LINE.
001960     05  CT-LABEL            PIC X(30).
001970     05  CT-COUNT            PIC ZZZZZZZZ9.
001980     05  FILLER              PIC X(41) VALUE SPACES.
001990
002000 01  WS-SUM-LINE.
002010     05  SM-LABEL            PIC X(30).
002020     05  SM-SUM              PIC ZZZZZZZZZZZZZZ9.99.
002030     05  FILLER              PIC X(32) VALUE SPACES.
002040*
002050 PROCEDURE DIVISION.
002060*
002070 0000-Mainline.
002080     MOVE "S" TO WS-RUNLOG-TYPE
002090     PERFORM 9500-WriteRunLog THRU 9500-Exit
002100     PERFORM 1000-Initialize THRU 1000-Exit
002110     PERFORM 2000-ProcessOneDept THRU 2000-Exit
002120         UNTIL END-OF-DEPT
002130     PERFORM 3000-PrintTotals THRU 3000-Exit
002140     PERFORM 7000-Terminate THRU 7000-Exit
002150     MOVE "E" TO WS-RUNLOG-TYPE
002160     PERFORM 9500-WriteRunLog THRU 9500-Exit
002170     STOP RUN.
002180*
002190 1000-Initialize.
002200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002210     DIVIDE WS-RUN-DATE BY 100 GIVING WS-PERIOD
002220     PERFORM 1100-LoadReportParm THRU 1100-Exit
002230
002240     OPEN OUTPUT REPORT-FILE
002250     IF NOT REPORT-OK
002260         DISPLAY "BUDRPT: UNABLE TO OPEN BUDOUT, STATUS="
002270             WS-REPORT-STATUS
002280         MOVE "Y" TO WS-EOF-SWITCH
002290         MOVE 16 TO RETURN-CODE
002300         GO TO 1000-Exit
002310     END-IF
002320
002330     OPEN INPUT DEPT-FILE
002340     IF NOT DEPT-OK
002350         DISPLAY "BUDRPT: UNABLE TO OPEN DEPTMSTR, STATUS="
002360             WS-DEPT-STATUS
002370         MOVE "Y" TO WS-EOF-SWITCH
002380         MOVE 16 TO RETURN-CODE
002390         GO TO 1000-Exit
002400     END-IF
002410
002420     MOVE WS-PERIOD        TO H2-PERIOD
002430     MOVE WS-RUN-DATE      TO H2-RUN-DATE
002440     MOVE WS-ALERT-PERCENT TO H2-ALERT-PERCENT
002450     WRITE REPORT-LINE FROM WS-HEADING-1
002460     WRITE REPORT-LINE FROM WS-HEADING-2
002470     WRITE REPORT-LINE FROM WS-BLANK-LINE
002480
002490*    WITHOUT THE MONTH-TO-DATE FILE THE DEPARTMENTS ARE STILL
002500*    COUNTED SO THE OPERATOR CAN SEE WHAT WOULD BE COVERED.
002510     OPEN INPUT MTD-FILE
002520     IF MTD-OK
002530         MOVE "Y" TO WS-MTD-AVAIL-SWITCH
002540     ELSE
002550         DISPLAY "BUDRPT: UNABLE TO OPEN DEPTMTD, STATUS="
002560             WS-MTD-STATUS
002570         WRITE REPORT-LINE FROM WS-NO-MTD-LINE
002580         WRITE REPORT-LINE FROM WS-BLANK-LINE
002590     END-IF
002600
002610     WRITE REPORT-LINE FROM WS-COLUMN-HEADING.
002620 1000-Exit.
002630     EXIT.
002640*
002650*    PARMIN COLUMNS 1-6 CARRY THE PERIOD TO REPORT (YYYYMM).
002660*    A MISSING, EMPTY, OR INVALID PARMIN REPORTS THE RUN MONTH.
002670 1100-LoadReportParm.
002680     OPEN INPUT PARM-FILE
002690     IF NOT PARM-OK
002700         DISPLAY "BUDRPT: PARMIN NOT AVAILABLE, REPORTING "
002710             "PERIOD " WS-PERIOD
002720         GO TO 1100-Exit
002730     END-IF
002740     READ PARM-FILE
002750         AT END
002760             DISPLAY "BUDRPT: PARMIN EMPTY, REPORTING PERIOD "
002770                 WS-PERIOD
002780         NOT AT END
002790             IF PARM-PERIOD IS NUMERIC
002800                AND PARM-PERIOD-MONTH > ZERO
002810                AND PARM-PERIOD-MONTH < 13
002820                 MOVE PARM-PERIOD TO WS-PERIOD
002830             ELSE
002840                 DISPLAY "BUDRPT: PARMIN PERIOD INVALID, "
002850                     "REPORTING PERIOD " WS-PERIOD
002860             END-IF
002870     END-READ
002880     CLOSE PARM-FILE.
002890 1100-Exit.
002900     EXIT.
002910*
002920 2000-ProcessOneDept.
002930     READ DEPT-FILE NEXT RECORD
002940         AT END
002950             MOVE "Y" TO WS-EOF-SWITCH
002960     END-READ
002970     IF END-OF-DEPT
002980         GO TO 2000-Exit
002990     END-IF
003000     ADD 1 TO WS-READ-COUNT
003010
003020     MOVE ZERO TO WS-DEPT-BUDGET
003030     IF DP-MONTHLY-BUDGET IS NUMERIC
003040         MOVE DP-MONTHLY-BUDGET TO WS-DEPT-BUDGET
003050     END-IF
003060     IF WS-DEPT-BUDGET = ZERO
003070         ADD 1 TO WS-NO-BUDGET-COUNT
003080         GO TO 2000-Exit
003090     END-IF
003100     ADD 1 TO WS-BUDGETED-COUNT
003110     ADD WS-DEPT-BUDGET TO WS-BUDGET-TOTAL
003120
003130     PERFORM 2100-LoadDeptPosted THRU 2100-Exit
003140     ADD WS-DEPT-POSTED TO WS-POSTED-TOTAL
003150
003160     COMPUTE WS-PERCENT-USED ROUNDED =
003170         WS-DEPT-POSTED * 100 / WS-DEPT-BUDGET
003180         ON SIZE ERROR
003190             MOVE 99999.9 TO WS-PERCENT-USED
003200     END-COMPUTE
003210     IF WS-PERCENT-USED < WS-ALERT-PERCENT
003220         GO TO 2000-Exit
003230     END-IF
003240
003250     MOVE DP-DEPT-CODE    TO BL-DEPT
003260     MOVE DP-DESCRIPTION  TO BL-DESCRIPTION
003270     MOVE WS-DEPT-BUDGET  TO BL-BUDGET
003280     MOVE WS-DEPT-POSTED  TO BL-POSTED
003290     MOVE WS-PERCENT-USED TO BL-PERCENT
003300     MOVE SPACES TO BL-FLAG
003310     IF WS-DEPT-POSTED NOT < WS-DEPT-BUDGET
003320         MOVE "OVER" TO BL-FLAG
003330         ADD 1 TO WS-OVER-COUNT
003340     END-IF
003350     WRITE REPORT-LINE FROM WS-DEPT-LINE
003360     ADD 1 TO WS-LISTED-COUNT.
003370 2000-Exit.
003380     EXIT.
003390*
003400*    NO DEPTMTD RECORD FOR THE PERIOD MEANS THE DEPARTMENT HAS
003410*    POSTED NOTHING IN IT YET.
003420 2100-LoadDeptPosted.
003430     MOVE ZERO TO WS-DEPT-POSTED
003440     IF NOT MTD-AVAILABLE
003450         GO TO 2100-Exit
003460     END-IF
003470     MOVE DP-DEPT-CODE TO DM-DEPT-CODE
003480     MOVE WS-PERIOD    TO DM-PERIOD
003490     READ MTD-FILE
003500         INVALID KEY
003510             GO TO 2100-Exit
003520     END-READ
003530     IF DM-POSTED-AMOUNT IS NUMERIC
003540         MOVE DM-POSTED-AMOUNT TO WS-DEPT-POSTED
003550     END-IF.
003560 2100-Exit.
003570     EXIT.
003580*
003590 3000-PrintTotals.
003600     IF RETURN-CODE NOT = ZERO
003610         GO TO 3000-Exit
003620     END-IF
003630     IF WS-LISTED-COUNT = ZERO
003640         WRITE REPORT-LINE FROM WS-NONE-LINE
003650     END-IF
003660     WRITE REPORT-LINE FROM WS-BLANK-LINE
003670
003680     MOVE "DEPARTMENTS READ  . . . . . . " TO CT-LABEL
003690     MOVE WS-READ-COUNT TO CT-COUNT
003700     WRITE REPORT-LINE FROM WS-COUNT-LINE
003710     MOVE "  WITH NO BUDGET SET  . . . . " TO CT-LABEL
003720     MOVE WS-NO-BUDGET-COUNT TO CT-COUNT
003730     WRITE REPORT-LINE FROM WS-COUNT-LINE
003740     MOVE "  WITH A MONTHLY BUDGET . . . " TO CT-LABEL
003750     MOVE WS-BUDGETED-COUNT TO CT-COUNT
003760     WRITE REPORT-LINE FROM WS-COUNT-LINE
003770     MOVE "LISTED (90 PERCENT OR MORE) . " TO CT-LABEL
003780     MOVE WS-LISTED-COUNT TO CT-COUNT
003790     WRITE REPORT-LINE FROM WS-COUNT-LINE
003800     MOVE "  AT OR OVER BUDGET . . . . . " TO CT-LABEL
003810     MOVE WS-OVER-COUNT TO CT-COUNT
003820     WRITE REPORT-LINE FROM WS-COUNT-LINE
003830     MOVE "TOTAL MONTHLY BUDGETS . . . . " TO SM-LABEL
003840     MOVE WS-BUDGET-TOTAL TO SM-SUM
003850     WRITE REPORT-LINE FROM WS-SUM-LINE
003860     MOVE "TOTAL POSTED TO DATE  . . . . " TO SM-LABEL
003870     MOVE WS-POSTED-TOTAL TO SM-SUM
003880     WRITE REPORT-LINE FROM WS-SUM-LINE.
003890 3000-Exit.
003900     EXIT.
003910*
003920 7000-Terminate.
003930     CLOSE DEPT-FILE
003940     IF MTD-AVAILABLE
003950         CLOSE MTD-FILE
003960     END-IF
003970     CLOSE REPORT-FILE.
003980 7000-Exit.
003990     EXIT.
004000*
004010*    ONE CONTROL RECORD PER START AND END, APPENDED TO THE
004020*    SHARED RUNLOG FILE FOR THE NIGHTCTL SEQUENCE CHECK.
004030*    COUNTS HERE ARE DEPARTMENTS READ / DEPARTMENTS LISTED.
004040 9500-WriteRunLog.
004050     OPEN EXTEND RUNLOG-FILE
004060     IF NOT RUNLOG-OK
004070         MOVE SPACES TO WS-RUNLOG-STATUS
004080         OPEN OUTPUT RUNLOG-FILE
004090     END-IF
004100     IF NOT RUNLOG-OK
004110         DISPLAY "BUDRPT: UNABLE TO OPEN RUNLOG, STATUS="
004120             WS-RUNLOG-STATUS
004130         GO TO 9500-Exit
004140     END-IF
004150     MOVE "BUDRPT" TO RL-PROGRAM
004160     MOVE WS-RUNLOG-TYPE TO RL-RECORD-TYPE
004170     ACCEPT RL-DATE FROM DATE YYYYMMDD
004180     ACCEPT RL-TIME FROM TIME
004190     MOVE WS-READ-COUNT   TO RL-RECORDS-IN
004200     MOVE WS-LISTED-COUNT TO RL-RECORDS-OUT
004210     MOVE RETURN-CODE TO RL-RETURN-CODE
004220     WRITE RUN-LOG-RECORD
004230     CLOSE RUNLOG-FILE.
004240 9500-Exit.
004250     EXIT.
004260*
