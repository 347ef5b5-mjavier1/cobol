000100********************************************************************
000110*  PROGRAM      : CHGJRNL.CBL
000120*  AUTHOR       : M. AGUIRRE
000130*  INSTALLATION : DATA PROCESSING
000140*  DATE-WRITTEN : 10/15/2026
000150*  DATE-COMPILED:
000160*
000170*  MONTH-END DEPARTMENT CHARGEBACK JOURNAL.  EVERY POSTED
000180*  CALCULATION CARRIES ITS REQUESTING DEPARTMENT IN CALCHIST,
000190*  BUT FINANCE STILL CHARGED THE DEPARTMENTS BACK BY HAND FROM
000200*  THE MTHSUMM TOTALS.  THIS JOB BROWSES CALCHIST THROUGH THE
000210*  HR-DATE INDEX FOR ONE PERIOD (PARMIN YYYYMM, DEFAULT THE RUN
000220*  MONTH), TOTALS THE POSTED ("O") RESULTS BY HR-DEPT-CODE, AND
000230*  NETS EACH "V" REVERSAL AGAINST ITS ORIGINAL THROUGH
000240*  HR-REVERSAL-OF - THE REVERSAL COMES OFF THE ORIGINAL'S
000250*  DEPARTMENT, SO A PRIOR-PERIOD CHARGE BACKED OUT THIS PERIOD
000260*  COMES OFF THIS PERIOD'S JOURNAL.  A PRCADJ PRICE
000270*  ADJUSTMENT ("A") CARRIES ITS ORIGINAL'S DEPARTMENT AND IS
000280*  CHARGED (AN INCREASE) OR CREDITED (A DECREASE) IN THE
000290*  PERIOD IT POSTS.  EXCEPTION STATUSES ARE NEVER CHARGED.
000300*
000310*  THE RESULT IS WRITTEN TO GLOUT IN THE GLJRNL INTERFACE
000320*  LAYOUT: ONE LINE PER DEPARTMENT TO ITS DEPTMSTR
000330*  DP-GL-ACCOUNT (A DEBIT, OR A CREDIT WHEN REVERSALS OUTRAN
000340*  THE PERIOD'S CHARGES) AND ONE OFFSETTING LINE TO THE
000350*  CLEARING ACCOUNT FROM PARMIN, BRACKETED BY A GH HEADER AND
000360*  GT TRAILER CARRYING THE LINE COUNT AND DEBIT AND CREDIT
000370*  TOTALS.  JRNOUT IS THE PRINTED JOURNAL PROOF.
000380*
000390*  A CHARGED DEPARTMENT THAT IS NOT ON DEPTMSTR OR HAS NO GL
000400*  ACCOUNT, A MISSING CLEARING ACCOUNT, A TABLE OVERFLOW, OR
000410*  DEBITS THAT DO NOT EQUAL CREDITS STOPS THE JOURNAL: NOTHING
000420*  IS WRITTEN TO GLOUT, THE PROOF LISTS THE CAUSE, AND THE STEP
000430*  ENDS RC=16.  NO DEPARTMENT IS EVER DROPPED SILENTLY.
000440*
000450*  MODIFICATION HISTORY
000460*    10/15/2026  MJA  ORIGINAL PROGRAM.
000470*    10/15/2026  MJA  PRCADJ PRICE ADJUSTMENTS ("A") ARE NOW
000480*                     CHARGED OR CREDITED TO THEIR DEPARTMENT
000490*                     ACCORDING TO HR-ADJ-DIRECTION AND COUNTED
000500*                     ON THE PROOF.  SOURCE RESEQUENCED IN STEPS
000510*                     OF 10 TO MAKE ROOM.
000520********************************************************************
000530 IDENTIFICATION DIVISION.
000540 PROGRAM-ID.  ChgJrnl.
000550 AUTHOR.  M. AGUIRRE.
000560 INSTALLATION.  DATA PROCESSING.
000570 DATE-WRITTEN.  10/15/2026.
000580 DATE-COMPILED.
000590*
000600 ENVIRONMENT DIVISION.
000610 CONFIGURATION SECTION.
000620 SOURCE-COMPUTER.  IBM-370.
000630 OBJECT-COMPUTER.  IBM-370.
000640 INPUT-OUTPUT SECTION.
000650 FILE-CONTROL.
000660     SELECT HIST-FILE ASSIGN TO CALCHIST
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS DYNAMIC
000690         RECORD KEY IS HR-TRANS-ID
000700         ALTERNATE RECORD KEY IS HR-DATE WITH DUPLICATES
000710         ALTERNATE RECORD KEY IS HR-USER WITH DUPLICATES
000720         FILE STATUS IS WS-HIST-STATUS.
000730
000740     SELECT DEPT-FILE ASSIGN TO DEPTMSTR
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS RANDOM
000770         RECORD KEY IS DP-DEPT-CODE
000780         FILE STATUS IS WS-DEPT-STATUS.
000790
000800     SELECT PARM-FILE ASSIGN TO PARMIN
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS WS-PARM-STATUS.
000830
000840     SELECT GL-FILE ASSIGN TO GLOUT
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS WS-GL-STATUS.
000870
000880     SELECT PROOF-FILE ASSIGN TO JRNOUT
000890         ORGANIZATION IS SEQUENTIAL
000900         FILE STATUS IS WS-PROOF-STATUS.
000910
000920     SELECT RUNLOG-FILE ASSIGN TO RUNLOG
000930         ORGANIZATION IS SEQUENTIAL
000940         FILE STATUS IS WS-RUNLOG-STATUS.
000950*
000960 DATA DIVISION.
000970 FILE SECTION.
000980 FD  HIST-FILE
000990     LABEL RECORDS ARE STANDARD.
001000 COPY HISTREC.
001010*
001020 FD  DEPT-FILE
001030     LABEL RECORDS ARE STANDARD.
001040 COPY DEPTMSTR.
001050*
001060 FD  PARM-FILE
001070     RECORDING MODE IS F
001080     LABEL RECORDS ARE STANDARD.
001090 01  PARM-RECORD.
001100     05  PARM-PERIOD         PIC 9(06).
001110     05  PARM-PERIOD-R REDEFINES PARM-PERIOD.
001120         10  PARM-PERIOD-YEAR
001130                             PIC 9(04).
001140         10  PARM-PERIOD-MONTH
001150                             PIC 9(02).
001160     05  PARM-CLEARING-ACCT  PIC X(10).
001170     05  FILLER              PIC X(64).
001180*
001190 FD  GL-FILE
001200     RECORDING MODE IS F
001210     LABEL RECORDS ARE STANDARD.
001220 COPY GLJRNL.
001230*
001240 FD  PROOF-FILE
001250     RECORDING MODE IS F
001260     LABEL RECORDS ARE STANDARD.
001270 01  PROOF-LINE              PIC X(80).
001280*
001290 FD  RUNLOG-FILE
001300     RECORDING MODE IS F
001310     LABEL RECORDS ARE STANDARD.
001320 COPY RUNLOG.
001330*
001340 WORKING-STORAGE SECTION.
001350
001360 77  WS-RUNLOG-STATUS        PIC X(02) VALUE SPACES.
001370     88  RUNLOG-OK                      VALUE "00".
001380
001390 77  WS-RUNLOG-TYPE          PIC X(01) VALUE "S".
001400 77  WS-HIST-STATUS          PIC X(02) VALUE SPACES.
001410     88  HIST-OK                         VALUE "00".
001420
001430 77  WS-DEPT-STATUS          PIC X(02) VALUE SPACES.
001440     88  DEPT-OK                         VALUE "00".
001450
001460 77  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
001470     88  PARM-OK                         VALUE "00".
001480
001490 77  WS-GL-STATUS            PIC X(02) VALUE SPACES.
001500     88  GL-OK                           VALUE "00".
001510
001520 77  WS-PROOF-STATUS         PIC X(02) VALUE SPACES.
001530     88  PROOF-OK                        VALUE "00".
001540
001550 77  WS-BROWSE-SWITCH        PIC X(01) VALUE "N".
001560     88  END-OF-HIST-BROWSE              VALUE "Y".
001570
001580 77  WS-STOP-SWITCH          PIC X(01) VALUE "N".
001590     88  JOURNAL-STOPPED                 VALUE "Y".
001600
001610 77  WS-FOUND-SWITCH         PIC X(01) VALUE "N".
001620     88  SLOT-FOUND                      VALUE "Y".
001630
001640 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
001650 77  WS-PERIOD               PIC 9(06) VALUE ZERO.
001660 77  WS-PERIOD-START         PIC 9(08) VALUE ZERO.
001670 77  WS-PERIOD-END           PIC 9(08) VALUE ZERO.
001680 77  WS-CLEARING-ACCT        PIC X(10) VALUE SPACES.
001690 77  WS-FIND-DEPT            PIC X(04) VALUE SPACES.
001700
001710 77  WS-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
001720 77  WS-POSTED-COUNT         PIC 9(07) COMP VALUE ZERO.
001730 77  WS-REVERSAL-COUNT       PIC 9(07) COMP VALUE ZERO.
001740 77  WS-ADJUSTMENT-COUNT     PIC 9(07) COMP VALUE ZERO.
001750 77  WS-PRIOR-REV-COUNT      PIC 9(07) COMP VALUE ZERO.
001760 77  WS-ORIG-MISSING-COUNT   PIC 9(07) COMP VALUE ZERO.
001770 77  WS-SKIPPED-COUNT        PIC 9(07) COMP VALUE ZERO.
001780 77  WS-ERROR-COUNT          PIC 9(07) COMP VALUE ZERO.
001790 77  WS-OVERFLOW-COUNT       PIC 9(07) COMP VALUE ZERO.
001800 77  WS-GL-COUNT             PIC 9(07) COMP VALUE ZERO.
001810 77  WS-OUT-COUNT            PIC 9(07) COMP VALUE ZERO.
001820
001830 77  WS-CHARGE-TOTAL         PIC 9(13)V99 COMP-3 VALUE ZERO.
001840 77  WS-REVERSAL-TOTAL       PIC 9(13)V99 COMP-3 VALUE ZERO.
001850 77  WS-ADJ-INCREASE-TOTAL   PIC 9(13)V99 COMP-3 VALUE ZERO.
001860 77  WS-ADJ-DECREASE-TOTAL   PIC 9(13)V99 COMP-3 VALUE ZERO.
001870 77  WS-DEBIT-TOTAL          PIC 9(13)V99 COMP-3 VALUE ZERO.
001880 77  WS-CREDIT-TOTAL         PIC 9(13)V99 COMP-3 VALUE ZERO.
001890 77  WS-NET-TOTAL            PIC S9(13)V99 COMP-3 VALUE ZERO.
001900 77  WS-CLEARING-AMOUNT      PIC 9(13)V99 COMP-3 VALUE ZERO.
001910 77  WS-CLEARING-SIDE        PIC X(01) VALUE SPACE.
001920
001930 77  WS-DEPT-CNT             PIC 9(04) COMP VALUE ZERO.
001940 77  WS-DEPT-MAX             PIC 9(04) COMP VALUE 200.
001950 77  WS-REV-CNT              PIC 9(04) COMP VALUE ZERO.
001960 77  WS-REV-MAX              PIC 9(04) COMP VALUE 2000.
001970 77  WS-IX                   PIC 9(04) COMP VALUE ZERO.
001980 77  WS-RX                   PIC 9(04) COMP VALUE ZERO.
001990 77  WS-SLOT-IX              PIC 9(04) COMP VALUE ZERO.
002000
002010*    DT-ERROR: "N" - NOT ON DEPTMSTR, "G" - NO GL ACCOUNT.
002020 01  WS-DEPT-TABLE.
002030     05  WS-DEPT-ENTRY OCCURS 200 TIMES.
002040         10  DT-DEPT         PIC X(04).
002050         10  DT-GL-ACCOUNT   PIC X(10).
002060         10  DT-COUNT        PIC 9(07) COMP.
002070         10  DT-CHARGES      PIC 9(13)V99 COMP-3.
002080         10  DT-REV-COUNT    PIC 9(07) COMP.
002090         10  DT-REVERSALS    PIC 9(13)V99 COMP-3.
002100         10  DT-NET          PIC S9(13)V99 COMP-3.
002110         10  DT-ERROR        PIC X(01).
002120
002130 01  WS-REV-TABLE.
002140     05  WS-REV-ENTRY OCCURS 2000 TIMES.
002150         10  RV-ORIG-ID      PIC 9(08).
002160         10  RV-DEPT         PIC X(04).
002170         10  RV-AMOUNT       PIC 9(10)V99 COMP-3.
002180
002190 01  WS-GL-DESC.
002200     05  FILLER              PIC X(21) VALUE
002210         "CALC CHARGEBACK DEPT ".
002220     05  GDS-DEPT            PIC X(04).
002230     05  FILLER              PIC X(05) VALUE SPACES.
002240
002250 01  WS-HEADING-1.
002260     05  FILLER              PIC X(40) VALUE
002270         "DEPARTMENT CHARGEBACK JOURNAL PROOF".
002280     05  FILLER              PIC X(40) VALUE SPACES.
002290
002300 01  WS-HEADING-2.
002310     05  FILLER              PIC X(08) VALUE "PERIOD: ".
002320     05  H2-PERIOD           PIC 9(06).
002330     05  FILLER              PIC X(13) VALUE "   RUN DATE: ".
002340     05  H2-RUN-DATE         PIC 9(08).
002350     05  FILLER              PIC X(45) VALUE SPACES.
002360
002370 01  WS-COLUMN-HEADING.
002380     05  FILLER              PIC X(40) VALUE
002390         " DEPT GL ACCT     POSTED        CHARGES ".
002400     05  FILLER              PIC X(40) VALUE
002410         "REVRS      REVERSALS            NET D/C ".
002420
002430 01  WS-BLANK-LINE           PIC X(80) VALUE SPACES.
002440
002450 01  WS-DEPT-LINE.
002460     05  FILLER              PIC X(01) VALUE SPACE.
002470     05  PL-DEPT             PIC X(04).
002480     05  FILLER              PIC X(01) VALUE SPACE.
002490     05  PL-GL-ACCOUNT       PIC X(10).
002500     05  FILLER              PIC X(01) VALUE SPACE.
002510     05  PL-COUNT            PIC ZZZZZ9.
002520     05  FILLER              PIC X(01) VALUE SPACE.
002530     05  PL-CHARGES          PIC ZZZZZZZZZZ9.99.
002540     05  FILLER              PIC X(01) VALUE SPACE.
002550     05  PL-REV-COUNT        PIC ZZZZ9.
002560     05  FILLER              PIC X(01) VALUE SPACE.
002570     05  PL-REVERSALS        PIC ZZZZZZZZZZ9.99.
002580     05  FILLER              PIC X(01) VALUE SPACE.
002590     05  PL-NET              PIC ZZZZZZZZZZ9.99.
002600     05  FILLER              PIC X(01) VALUE SPACE.
002610     05  PL-DC               PIC X(01).
002620     05  FILLER              PIC X(04) VALUE SPACES.
002630
002640 01  WS-ERROR-LINE.
002650     05  FILLER              PIC X(06) VALUE "  *** ".
002660     05  EL-DEPT             PIC X(04).
002670     05  FILLER              PIC X(01) VALUE SPACE.
002680     05  EL-TEXT             PIC X(50).
002690     05  FILLER              PIC X(19) VALUE SPACES.
002700
002710 01  WS-COUNT-LINE.
002720     05  CT-LABEL            PIC X(30).
002730     05  CT-COUNT            PIC ZZZZZZZZ9.
002740     05  FILLER              PIC X(41) VALUE SPACES.
002750
002760 01  WS-SUM-LINE.
002770     05  SM-LABEL            PIC X(30).
002780     05  SM-SUM              PIC ZZZZZZZZZZZZZZ9.99.
002790     05  FILLER              PIC X(01) VALUE SPACE.
002800     05  SM-DC               PIC X(01).
002810     05  FILLER              PIC X(30) VALUE SPACES.
002820
002830 01  WS-TEXT-LINE.
002840     05  TX-LABEL            PIC X(30).
002850     05  TX-VALUE            PIC X(20).
002860     05  FILLER              PIC X(30) VALUE SPACES.
002870
002880 01  WS-BALANCED-LINE.
002890     05  FILLER              PIC X(50) VALUE
002900         "JOURNAL IN BALANCE - GLOUT WRITTEN".
002910     05  FILLER              PIC X(30) VALUE SPACES.
002920
002930 01  WS-STOPPED-LINE.
002940     05  FILLER              PIC X(50) VALUE
002950         "*** JOURNAL STOPPED - GLOUT NOT WRITTEN, SEE ABOVE".
002960     05  FILLER              PIC X(30) VALUE SPACES.
002970*
002980 PROCEDURE DIVISION.
002990*
003000 0000-Mainline.
003010     MOVE "S" TO WS-RUNLOG-TYPE
003020     PERFORM 9500-WriteRunLog THRU 9500-Exit
003030     PERFORM 1000-Initialize THRU 1000-Exit
003040     PERFORM 2000-BrowseHistory THRU 2000-Exit
003050         UNTIL END-OF-HIST-BROWSE
003060     PERFORM 3000-NetOneReversal THRU 3000-Exit
003070         VARYING WS-RX FROM 1 BY 1
003080         UNTIL WS-RX > WS-REV-CNT
003090     PERFORM 4000-ValidateOneDept THRU 4000-Exit
003100         VARYING WS-IX FROM 1 BY 1
003110         UNTIL WS-IX > WS-DEPT-CNT
003120     PERFORM 4500-BuildClearingLine THRU 4500-Exit
003130     PERFORM 5000-WriteJournal THRU 5000-Exit
003140     PERFORM 6000-PrintProof THRU 6000-Exit
003150     IF JOURNAL-STOPPED
003160         MOVE 16 TO RETURN-CODE
003170     END-IF
003180     PERFORM 7000-Terminate THRU 7000-Exit
003190     MOVE "E" TO WS-RUNLOG-TYPE
003200     PERFORM 9500-WriteRunLog THRU 9500-Exit
003210     STOP RUN.
003220*
003230 1000-Initialize.
003240     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003250     DIVIDE WS-RUN-DATE BY 100 GIVING WS-PERIOD
003260     PERFORM 1100-LoadJournalParm THRU 1100-Exit
003270     COMPUTE WS-PERIOD-START = WS-PERIOD * 100 + 1
003280     COMPUTE WS-PERIOD-END   = WS-PERIOD * 100 + 31
003290
003300     OPEN OUTPUT PROOF-FILE
003310     IF NOT PROOF-OK
003320         DISPLAY "CHGJRNL: UNABLE TO OPEN JRNOUT, STATUS="
003330             WS-PROOF-STATUS
003340         MOVE "Y" TO WS-BROWSE-SWITCH
003350         MOVE "Y" TO WS-STOP-SWITCH
003360         GO TO 1000-Exit
003370     END-IF
003380
003390     OPEN INPUT HIST-FILE
003400     IF NOT HIST-OK
003410         DISPLAY "CHGJRNL: UNABLE TO OPEN CALCHIST, STATUS="
003420             WS-HIST-STATUS
003430         MOVE "Y" TO WS-BROWSE-SWITCH
003440         MOVE "Y" TO WS-STOP-SWITCH
003450         GO TO 1000-Exit
003460     END-IF
003470
003480     OPEN INPUT DEPT-FILE
003490     IF NOT DEPT-OK
003500         DISPLAY "CHGJRNL: UNABLE TO OPEN DEPTMSTR, STATUS="
003510             WS-DEPT-STATUS
003520         MOVE "Y" TO WS-BROWSE-SWITCH
003530         MOVE "Y" TO WS-STOP-SWITCH
003540         GO TO 1000-Exit
003550     END-IF
003560
003570     OPEN OUTPUT GL-FILE
003580     IF NOT GL-OK
003590         DISPLAY "CHGJRNL: UNABLE TO OPEN GLOUT, STATUS="
003600             WS-GL-STATUS
003610         MOVE "Y" TO WS-BROWSE-SWITCH
003620         MOVE "Y" TO WS-STOP-SWITCH
003630         GO TO 1000-Exit
003640     END-IF
003650
003660*    THE PERIOD IS STILL TOTALLED WITH NO CLEARING ACCOUNT SO
003670*    THE PROOF SHOWS WHAT WOULD HAVE BEEN JOURNALED.
003680     IF WS-CLEARING-ACCT = SPACES
003690         DISPLAY "CHGJRNL: NO CLEARING ACCOUNT ON PARMIN - "
003700             "JOURNAL WILL NOT BE WRITTEN"
003710         MOVE "Y" TO WS-STOP-SWITCH
003720     END-IF
003730
003740     MOVE WS-PERIOD-START TO HR-DATE
003750     START HIST-FILE KEY IS NOT LESS THAN HR-DATE
003760         INVALID KEY
003770             MOVE "Y" TO WS-BROWSE-SWITCH
003780     END-START.
003790 1000-Exit.
003800     EXIT.
003810*
003820*    PARMIN COLUMNS 1-6 CARRY THE PERIOD (YYYYMM, DEFAULT THE
003830*    RUN MONTH) AND COLUMNS 7-16 THE CLEARING GL ACCOUNT THE
003840*    DEPARTMENT CHARGES ARE OFFSET TO.
003850 1100-LoadJournalParm.
003860     OPEN INPUT PARM-FILE
003870     IF NOT PARM-OK
003880         DISPLAY "CHGJRNL: PARMIN NOT AVAILABLE, JOURNALING "
003890             "PERIOD " WS-PERIOD
003900         GO TO 1100-Exit
003910     END-IF
003920     READ PARM-FILE
003930         AT END
003940             DISPLAY "CHGJRNL: PARMIN EMPTY, JOURNALING PERIOD "
003950                 WS-PERIOD
003960         NOT AT END
003970             IF PARM-PERIOD IS NUMERIC
003980                AND PARM-PERIOD-MONTH > ZERO
003990                AND PARM-PERIOD-MONTH < 13
004000                 MOVE PARM-PERIOD TO WS-PERIOD
004010             ELSE
004020                 DISPLAY "CHGJRNL: PARMIN PERIOD INVALID, "
004030                     "JOURNALING PERIOD " WS-PERIOD
004040             END-IF
004050             MOVE PARM-CLEARING-ACCT TO WS-CLEARING-ACCT
004060     END-READ
004070     CLOSE PARM-FILE.
004080 1100-Exit.
004090     EXIT.
004100*
004110 2000-BrowseHistory.
004120     READ HIST-FILE NEXT RECORD
004130         AT END
004140             MOVE "Y" TO WS-BROWSE-SWITCH
004150     END-READ
004160     IF END-OF-HIST-BROWSE
004170         GO TO 2000-Exit
004180     END-IF
004190     IF HR-DATE > WS-PERIOD-END
004200         MOVE "Y" TO WS-BROWSE-SWITCH
004210         GO TO 2000-Exit
004220     END-IF
004230     ADD 1 TO WS-READ-COUNT
004240     EVALUATE TRUE
004250         WHEN HR-OK
004260             PERFORM 2100-ChargeDepartment THRU 2100-Exit
004270         WHEN HR-REVERSAL
004280             PERFORM 2200-HoldReversal THRU 2200-Exit
004290         WHEN HR-PRICE-ADJUSTMENT
004300             PERFORM 2300-ApplyPriceAdjustment THRU 2300-Exit
004310         WHEN OTHER
004320             ADD 1 TO WS-SKIPPED-COUNT
004330     END-EVALUATE.
004340 2000-Exit.
004350     EXIT.
004360*
004370 2100-ChargeDepartment.
004380     MOVE HR-DEPT-CODE TO WS-FIND-DEPT
004390     PERFORM 2500-FindDeptSlot THRU 2500-Exit
004400     IF NOT SLOT-FOUND
004410         GO TO 2100-Exit
004420     END-IF
004430     ADD 1              TO WS-POSTED-COUNT
004440     ADD HR-CALC-RESULT TO WS-CHARGE-TOTAL
004450     ADD 1              TO DT-COUNT (WS-SLOT-IX)
004460     ADD HR-CALC-RESULT TO DT-CHARGES (WS-SLOT-IX)
004470     ADD HR-CALC-RESULT TO DT-NET (WS-SLOT-IX).
004480 2100-Exit.
004490     EXIT.
004500*
004510*    A REVERSAL IS HELD UNTIL THE BROWSE ENDS - READING ITS
004520*    ORIGINAL BY KEY NOW WOULD LOSE THE HR-DATE BROWSE POSITION.
004530 2200-HoldReversal.
004540     IF WS-REV-CNT NOT < WS-REV-MAX
004550         ADD 1 TO WS-OVERFLOW-COUNT
004560         MOVE "Y" TO WS-STOP-SWITCH
004570         GO TO 2200-Exit
004580     END-IF
004590     ADD 1 TO WS-REV-CNT
004600     MOVE HR-REVERSAL-OF TO RV-ORIG-ID (WS-REV-CNT)
004610     MOVE HR-DEPT-CODE   TO RV-DEPT (WS-REV-CNT)
004620     MOVE HR-CALC-RESULT TO RV-AMOUNT (WS-REV-CNT).
004630 2200-Exit.
004640     EXIT.
004650*
004660*    A PRICE ADJUSTMENT ALREADY CARRIES THE ORIGINAL'S
004670*    DEPARTMENT, SO IT NEEDS NO LOOKUP - AN INCREASE IS A
004680*    FURTHER CHARGE, A DECREASE COMES OFF LIKE A REVERSAL.
004690*    EITHER WAY IT LANDS IN THE PERIOD THE ADJUSTMENT POSTED.
004700 2300-ApplyPriceAdjustment.
004710     MOVE HR-DEPT-CODE TO WS-FIND-DEPT
004720     PERFORM 2500-FindDeptSlot THRU 2500-Exit
004730     IF NOT SLOT-FOUND
004740         GO TO 2300-Exit
004750     END-IF
004760     ADD 1 TO WS-ADJUSTMENT-COUNT
004770     IF HR-ADJ-DECREASE
004780         ADD HR-CALC-RESULT      TO WS-ADJ-DECREASE-TOTAL
004790         ADD HR-CALC-RESULT      TO WS-REVERSAL-TOTAL
004800         ADD HR-CALC-RESULT      TO DT-REVERSALS (WS-SLOT-IX)
004810         SUBTRACT HR-CALC-RESULT FROM DT-NET (WS-SLOT-IX)
004820     ELSE
004830         ADD HR-CALC-RESULT      TO WS-ADJ-INCREASE-TOTAL
004840         ADD HR-CALC-RESULT      TO WS-CHARGE-TOTAL
004850         ADD HR-CALC-RESULT      TO DT-CHARGES (WS-SLOT-IX)
004860         ADD HR-CALC-RESULT      TO DT-NET (WS-SLOT-IX)
004870     END-IF.
004880 2300-Exit.
004890     EXIT.
004900*
004910*    FIND (OR OPEN) THE TABLE SLOT FOR WS-FIND-DEPT.  A FULL
004920*    TABLE STOPS THE JOURNAL - A DEPARTMENT MAY NOT BE DROPPED.
004930 2500-FindDeptSlot.
004940     MOVE "N" TO WS-FOUND-SWITCH
004950     PERFORM 2510-TestOneDept THRU 2510-Exit
004960         VARYING WS-IX FROM 1 BY 1
004970         UNTIL WS-IX > WS-DEPT-CNT
004980         OR SLOT-FOUND
004990     IF SLOT-FOUND
005000         GO TO 2500-Exit
005010     END-IF
005020     IF WS-DEPT-CNT NOT < WS-DEPT-MAX
005030         ADD 1 TO WS-OVERFLOW-COUNT
005040         MOVE "Y" TO WS-STOP-SWITCH
005050         GO TO 2500-Exit
005060     END-IF
005070     ADD 1 TO WS-DEPT-CNT
005080     MOVE WS-DEPT-CNT  TO WS-SLOT-IX
005090     MOVE WS-FIND-DEPT TO DT-DEPT (WS-SLOT-IX)
005100     MOVE SPACES       TO DT-GL-ACCOUNT (WS-SLOT-IX)
005110     MOVE ZERO         TO DT-COUNT (WS-SLOT-IX)
005120     MOVE ZERO         TO DT-CHARGES (WS-SLOT-IX)
005130     MOVE ZERO         TO DT-REV-COUNT (WS-SLOT-IX)
005140     MOVE ZERO         TO DT-REVERSALS (WS-SLOT-IX)
005150     MOVE ZERO         TO DT-NET (WS-SLOT-IX)
005160     MOVE SPACE        TO DT-ERROR (WS-SLOT-IX)
005170     MOVE "Y" TO WS-FOUND-SWITCH.
005180 2500-Exit.
005190     EXIT.
005200*
005210 2510-TestOneDept.
005220     IF DT-DEPT (WS-IX) = WS-FIND-DEPT
005230         MOVE "Y" TO WS-FOUND-SWITCH
005240         MOVE WS-IX TO WS-SLOT-IX
005250     END-IF.
005260 2510-Exit.
005270     EXIT.
005280*
005290*    THE REVERSAL COMES OFF THE DEPARTMENT OF THE ORIGINAL IT
005300*    CROSS-REFERENCES.  AN ORIGINAL ALREADY PURGED FROM CALCHIST
005310*    FALLS BACK TO THE DEPARTMENT STAMPED ON THE REVERSAL, WHICH
005320*    DoCalc/DoCalcB COPIED FROM THE ORIGINAL WHEN IT POSTED.
005330 3000-NetOneReversal.
005340     MOVE RV-DEPT (WS-RX)    TO WS-FIND-DEPT
005350     MOVE RV-ORIG-ID (WS-RX) TO HR-TRANS-ID
005360     READ HIST-FILE
005370         INVALID KEY
005380             ADD 1 TO WS-ORIG-MISSING-COUNT
005390         NOT INVALID KEY
005400             MOVE HR-DEPT-CODE TO WS-FIND-DEPT
005410             IF HR-DATE < WS-PERIOD-START
005420                 ADD 1 TO WS-PRIOR-REV-COUNT
005430             END-IF
005440     END-READ
005450     PERFORM 2500-FindDeptSlot THRU 2500-Exit
005460     IF NOT SLOT-FOUND
005470         GO TO 3000-Exit
005480     END-IF
005490     ADD 1                 TO WS-REVERSAL-COUNT
005500     ADD RV-AMOUNT (WS-RX) TO WS-REVERSAL-TOTAL
005510     ADD 1                 TO DT-REV-COUNT (WS-SLOT-IX)
005520     ADD RV-AMOUNT (WS-RX) TO DT-REVERSALS (WS-SLOT-IX)
005530     SUBTRACT RV-AMOUNT (WS-RX) FROM DT-NET (WS-SLOT-IX).
005540 3000-Exit.
005550     EXIT.
005560*
005570*    ONLY A DEPARTMENT WITH A NONZERO NET IS JOURNALED, SO ONLY
005580*    THOSE NEED A GL ACCOUNT.  A POSITIVE NET DEBITS THE
005590*    DEPARTMENT; A NEGATIVE ONE (REVERSALS OF EARLIER PERIODS'
005600*    CHARGES) CREDITS IT.
005610 4000-ValidateOneDept.
005620     IF DT-NET (WS-IX) = ZERO
005630         GO TO 4000-Exit
005640     END-IF
005650     MOVE DT-DEPT (WS-IX) TO DP-DEPT-CODE
005660     READ DEPT-FILE
005670         INVALID KEY
005680             MOVE "N" TO DT-ERROR (WS-IX)
005690         NOT INVALID KEY
005700             IF DP-GL-ACCOUNT = SPACES
005710                 MOVE "G" TO DT-ERROR (WS-IX)
005720             ELSE
005730                 MOVE DP-GL-ACCOUNT TO DT-GL-ACCOUNT (WS-IX)
005740             END-IF
005750     END-READ
005760     IF DT-ERROR (WS-IX) NOT = SPACE
005770         ADD 1 TO WS-ERROR-COUNT
005780         MOVE "Y" TO WS-STOP-SWITCH
005790     END-IF
005800     ADD 1              TO WS-GL-COUNT
005810     ADD DT-NET (WS-IX) TO WS-NET-TOTAL
005820     IF DT-NET (WS-IX) > ZERO
005830         ADD DT-NET (WS-IX) TO WS-DEBIT-TOTAL
005840     ELSE
005850         SUBTRACT DT-NET (WS-IX) FROM WS-CREDIT-TOTAL
005860     END-IF.
005870 4000-Exit.
005880     EXIT.
005890*
005900*    THE CLEARING LINE TAKES THE OPPOSITE SIDE OF THE PERIOD'S
005910*    NET, SO DEBITS EQUAL CREDITS BY CONSTRUCTION - THE CHECK
005920*    BELOW PROVES IT BEFORE ANYTHING IS WRITTEN.
005930 4500-BuildClearingLine.
005940     IF WS-NET-TOTAL > ZERO
005950         MOVE WS-NET-TOTAL TO WS-CLEARING-AMOUNT
005960         MOVE "C" TO WS-CLEARING-SIDE
005970         ADD WS-CLEARING-AMOUNT TO WS-CREDIT-TOTAL
005980         ADD 1 TO WS-GL-COUNT
005990     END-IF
006000     IF WS-NET-TOTAL < ZERO
006010         COMPUTE WS-CLEARING-AMOUNT = ZERO - WS-NET-TOTAL
006020         MOVE "D" TO WS-CLEARING-SIDE
006030         ADD WS-CLEARING-AMOUNT TO WS-DEBIT-TOTAL
006040         ADD 1 TO WS-GL-COUNT
006050     END-IF
006060     IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
006070         DISPLAY "CHGJRNL: DEBITS " WS-DEBIT-TOTAL
006080             " DO NOT EQUAL CREDITS " WS-CREDIT-TOTAL
006090         MOVE "Y" TO WS-STOP-SWITCH
006100     END-IF.
006110 4500-Exit.
006120     EXIT.
006130*
006140 5000-WriteJournal.
006150     IF JOURNAL-STOPPED
006160         GO TO 5000-Exit
006170     END-IF
006180     MOVE SPACES          TO GL-JOURNAL-HEADER
006190     MOVE "GH"            TO GH-RECORD-TYPE
006200     MOVE WS-PERIOD       TO GH-PERIOD
006210     MOVE WS-RUN-DATE     TO GH-RUN-DATE
006220     MOVE "CALCCHG"       TO GH-SOURCE
006230     MOVE WS-GL-COUNT     TO GH-RECORD-COUNT
006240     MOVE WS-DEBIT-TOTAL  TO GH-DEBIT-TOTAL
006250     MOVE WS-CREDIT-TOTAL TO GH-CREDIT-TOTAL
006260     WRITE GL-JOURNAL-HEADER
006270
006280     PERFORM 5100-WriteDeptLine THRU 5100-Exit
006290         VARYING WS-IX FROM 1 BY 1
006300         UNTIL WS-IX > WS-DEPT-CNT
006310
006320     IF WS-CLEARING-AMOUNT > ZERO
006330         MOVE SPACES             TO GL-JOURNAL-DETAIL
006340         MOVE "GD"               TO GD-RECORD-TYPE
006350         MOVE WS-CLEARING-ACCT   TO GD-GL-ACCOUNT
006360         MOVE WS-CLEARING-SIDE   TO GD-DC-INDICATOR
006370         MOVE WS-CLEARING-AMOUNT TO GD-AMOUNT
006380         MOVE WS-PERIOD          TO GD-PERIOD
006390         MOVE "CALC CHARGEBACK CLEARING" TO GD-DESCRIPTION
006400         WRITE GL-JOURNAL-DETAIL
006410         ADD 1 TO WS-OUT-COUNT
006420     END-IF
006430
006440     MOVE SPACES          TO GL-JOURNAL-TRAILER
006450     MOVE "GT"            TO GT-RECORD-TYPE
006460     MOVE WS-OUT-COUNT    TO GT-RECORD-COUNT
006470     MOVE WS-DEBIT-TOTAL  TO GT-DEBIT-TOTAL
006480     MOVE WS-CREDIT-TOTAL TO GT-CREDIT-TOTAL
006490     WRITE GL-JOURNAL-TRAILER.
006500 5000-Exit.
006510     EXIT.
006520*
006530 5100-WriteDeptLine.
006540     IF DT-NET (WS-IX) = ZERO
006550         GO TO 5100-Exit
006560     END-IF
006570     MOVE SPACES               TO GL-JOURNAL-DETAIL
006580     MOVE "GD"                 TO GD-RECORD-TYPE
006590     MOVE DT-GL-ACCOUNT (WS-IX) TO GD-GL-ACCOUNT
006600     MOVE DT-DEPT (WS-IX)      TO GD-DEPT-CODE
006610     IF DT-NET (WS-IX) > ZERO
006620         MOVE "D" TO GD-DC-INDICATOR
006630         MOVE DT-NET (WS-IX) TO GD-AMOUNT
006640     ELSE
006650         MOVE "C" TO GD-DC-INDICATOR
006660         COMPUTE GD-AMOUNT = ZERO - DT-NET (WS-IX)
006670     END-IF
006680     MOVE WS-PERIOD            TO GD-PERIOD
006690     MOVE DT-DEPT (WS-IX)      TO GDS-DEPT
006700     MOVE WS-GL-DESC           TO GD-DESCRIPTION
006710     WRITE GL-JOURNAL-DETAIL
006720     ADD 1 TO WS-OUT-COUNT.
006730 5100-Exit.
006740     EXIT.
006750*
006760 6000-PrintProof.
006770     IF NOT PROOF-OK
006780         GO TO 6000-Exit
006790     END-IF
006800     MOVE WS-PERIOD   TO H2-PERIOD
006810     MOVE WS-RUN-DATE TO H2-RUN-DATE
006820     WRITE PROOF-LINE FROM WS-HEADING-1
006830     WRITE PROOF-LINE FROM WS-HEADING-2
006840     WRITE PROOF-LINE FROM WS-BLANK-LINE
006850     WRITE PROOF-LINE FROM WS-COLUMN-HEADING
006860     PERFORM 6100-PrintOneDept THRU 6100-Exit
006870         VARYING WS-IX FROM 1 BY 1
006880         UNTIL WS-IX > WS-DEPT-CNT
006890     WRITE PROOF-LINE FROM WS-BLANK-LINE
006900
006910     MOVE "CALCHIST RECORDS IN PERIOD  . " TO CT-LABEL
006920     MOVE WS-READ-COUNT TO CT-COUNT
006930     WRITE PROOF-LINE FROM WS-COUNT-LINE
006940     MOVE "POSTED CALCULATIONS CHARGED . " TO CT-LABEL
006950     MOVE WS-POSTED-COUNT TO CT-COUNT
006960     WRITE PROOF-LINE FROM WS-COUNT-LINE
006970     MOVE "REVERSALS NETTED  . . . . . . " TO CT-LABEL
006980     MOVE WS-REVERSAL-COUNT TO CT-COUNT
006990     WRITE PROOF-LINE FROM WS-COUNT-LINE
007000     MOVE "  OF PRIOR-PERIOD ORIGINALS . " TO CT-LABEL
007010     MOVE WS-PRIOR-REV-COUNT TO CT-COUNT
007020     WRITE PROOF-LINE FROM WS-COUNT-LINE
007030     MOVE "  ORIGINAL NO LONGER ON FILE  " TO CT-LABEL
007040     MOVE WS-ORIG-MISSING-COUNT TO CT-COUNT
007050     WRITE PROOF-LINE FROM WS-COUNT-LINE
007060     MOVE "PRICE ADJUSTMENTS APPLIED . . " TO CT-LABEL
007070     MOVE WS-ADJUSTMENT-COUNT TO CT-COUNT
007080     WRITE PROOF-LINE FROM WS-COUNT-LINE
007090     MOVE "EXCEPTIONS NOT CHARGED  . . . " TO CT-LABEL
007100     MOVE WS-SKIPPED-COUNT TO CT-COUNT
007110     WRITE PROOF-LINE FROM WS-COUNT-LINE
007120     MOVE "GROSS CHARGES . . . . . . . . " TO SM-LABEL
007130     MOVE WS-CHARGE-TOTAL TO SM-SUM
007140     MOVE SPACE TO SM-DC
007150     WRITE PROOF-LINE FROM WS-SUM-LINE
007160     MOVE "REVERSALS . . . . . . . . . . " TO SM-LABEL
007170     MOVE WS-REVERSAL-TOTAL TO SM-SUM
007180     WRITE PROOF-LINE FROM WS-SUM-LINE
007190     MOVE "  PRICE INCREASES IN CHARGES  " TO SM-LABEL
007200     MOVE WS-ADJ-INCREASE-TOTAL TO SM-SUM
007210     WRITE PROOF-LINE FROM WS-SUM-LINE
007220     MOVE "  PRICE CREDITS IN REVERSALS  " TO SM-LABEL
007230     MOVE WS-ADJ-DECREASE-TOTAL TO SM-SUM
007240     WRITE PROOF-LINE FROM WS-SUM-LINE
007250     WRITE PROOF-LINE FROM WS-BLANK-LINE
007260
007270     MOVE "CLEARING ACCOUNT  . . . . . . " TO TX-LABEL
007280     MOVE WS-CLEARING-ACCT TO TX-VALUE
007290     IF WS-CLEARING-ACCT = SPACES
007300         MOVE "*** NONE ON PARMIN" TO TX-VALUE
007310     END-IF
007320     WRITE PROOF-LINE FROM WS-TEXT-LINE
007330     MOVE "CLEARING ENTRY  . . . . . . . " TO SM-LABEL
007340     MOVE WS-CLEARING-AMOUNT TO SM-SUM
007350     MOVE WS-CLEARING-SIDE TO SM-DC
007360     WRITE PROOF-LINE FROM WS-SUM-LINE
007370     MOVE "JOURNAL LINES . . . . . . . . " TO CT-LABEL
007380     MOVE WS-GL-COUNT TO CT-COUNT
007390     WRITE PROOF-LINE FROM WS-COUNT-LINE
007400     MOVE "TOTAL DEBITS  . . . . . . . . " TO SM-LABEL
007410     MOVE WS-DEBIT-TOTAL TO SM-SUM
007420     MOVE "D" TO SM-DC
007430     WRITE PROOF-LINE FROM WS-SUM-LINE
007440     MOVE "TOTAL CREDITS . . . . . . . . " TO SM-LABEL
007450     MOVE WS-CREDIT-TOTAL TO SM-SUM
007460     MOVE "C" TO SM-DC
007470     WRITE PROOF-LINE FROM WS-SUM-LINE
007480     WRITE PROOF-LINE FROM WS-BLANK-LINE
007490
007500     IF WS-OVERFLOW-COUNT > ZERO
007510         MOVE "TABLE OVERFLOWS . . . . . . . " TO CT-LABEL
007520         MOVE WS-OVERFLOW-COUNT TO CT-COUNT
007530         WRITE PROOF-LINE FROM WS-COUNT-LINE
007540     END-IF
007550     IF JOURNAL-STOPPED
007560         WRITE PROOF-LINE FROM WS-STOPPED-LINE
007570     ELSE
007580         WRITE PROOF-LINE FROM WS-BALANCED-LINE
007590     END-IF.
007600 6000-Exit.
007610     EXIT.
007620*
007630 6100-PrintOneDept.
007640     MOVE DT-DEPT (WS-IX)       TO PL-DEPT
007650     MOVE DT-GL-ACCOUNT (WS-IX) TO PL-GL-ACCOUNT
007660     MOVE DT-COUNT (WS-IX)      TO PL-COUNT
007670     MOVE DT-CHARGES (WS-IX)    TO PL-CHARGES
007680     MOVE DT-REV-COUNT (WS-IX)  TO PL-REV-COUNT
007690     MOVE DT-REVERSALS (WS-IX)  TO PL-REVERSALS
007700     EVALUATE TRUE
007710         WHEN DT-NET (WS-IX) > ZERO
007720             MOVE DT-NET (WS-IX) TO PL-NET
007730             MOVE "D" TO PL-DC
007740         WHEN DT-NET (WS-IX) < ZERO
007750             COMPUTE PL-NET = ZERO - DT-NET (WS-IX)
007760             MOVE "C" TO PL-DC
007770         WHEN OTHER
007780             MOVE ZERO  TO PL-NET
007790             MOVE SPACE TO PL-DC
007800     END-EVALUATE
007810     WRITE PROOF-LINE FROM WS-DEPT-LINE
007820     IF DT-ERROR (WS-IX) = SPACE
007830         GO TO 6100-Exit
007840     END-IF
007850     MOVE DT-DEPT (WS-IX) TO EL-DEPT
007860     IF DT-ERROR (WS-IX) = "N"
007870         MOVE "DEPARTMENT NOT ON DEPTMSTR - JOURNAL STOPPED"
007880             TO EL-TEXT
007890     ELSE
007900         MOVE "NO GL ACCOUNT ON DEPTMSTR - JOURNAL STOPPED"
007910             TO EL-TEXT
007920     END-IF
007930     WRITE PROOF-LINE FROM WS-ERROR-LINE.
007940 6100-Exit.
007950     EXIT.
007960*
007970 7000-Terminate.
007980     CLOSE HIST-FILE
007990     CLOSE DEPT-FILE
008000     CLOSE GL-FILE
008010     CLOSE PROOF-FILE.
008020 7000-Exit.
008030     EXIT.
008040*
008050*    ONE CONTROL RECORD PER START AND END, APPENDED TO THE
008060*    SHARED RUNLOG FILE FOR THE NIGHTCTL SEQUENCE CHECK.
008070*    COUNTS HERE ARE CALCHIST RECORDS READ FOR THE PERIOD /
008080*    GL DETAIL LINES WRITTEN.
008090 9500-WriteRunLog.
008100     OPEN EXTEND RUNLOG-FILE
008110     IF NOT RUNLOG-OK
008120         MOVE SPACES TO WS-RUNLOG-STATUS
008130         OPEN OUTPUT RUNLOG-FILE
008140     END-IF
008150     IF NOT RUNLOG-OK
008160         DISPLAY "CHGJRNL: UNABLE TO OPEN RUNLOG, STATUS="
008170             WS-RUNLOG-STATUS
008180         GO TO 9500-Exit
008190     END-IF
008200     MOVE "CHGJRNL" TO RL-PROGRAM
008210     MOVE WS-RUNLOG-TYPE TO RL-RECORD-TYPE
008220     ACCEPT RL-DATE FROM DATE YYYYMMDD
008230     ACCEPT RL-TIME FROM TIME
008240     MOVE WS-READ-COUNT TO RL-RECORDS-IN
008250     MOVE WS-OUT-COUNT  TO RL-RECORDS-OUT
008260     MOVE RETURN-CODE TO RL-RETURN-CODE
008270     WRITE RUN-LOG-RECORD
008280     CLOSE RUNLOG-FILE.
008290 9500-Exit.
008300     EXIT.
008310*
