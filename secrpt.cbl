000100********************************************************************
000110*  PROGRAM      : SECRPT.CBL
000120*  AUTHOR       : M. AGUIRRE
000130*  INSTALLATION : DATA PROCESSING
000140*  DATE-WRITTEN : 10/15/2026
000150*  DATE-COMPILED:
000160*
000170*  DAILY SECURITY EXCEPTIONS REPORT.  MERGES, BY USER ID, ONE
000180*  DAY'S ACTIVITY FROM EVERY TRAIL THAT RECORDS AN OPERATOR
000190*  PROFILE REFUSAL:
000200*    AUDITLOG  - CALCULATIONS; "U" IS A REFUSED CALCULATION OR
000210*                REVERSAL
000220*    PRCAUDIT  - PRICE MASTER MAINTENANCE; "X" IS A REFUSAL
000230*    DPTAUDIT  - DEPARTMENT MASTER MAINTENANCE; "X" IS A REFUSAL
000240*    OPRAUDIT  - OPERATOR PROFILE MAINTENANCE; "X" IS A REFUSAL
000250*    STDAUDIT  - STANDING CALCULATION MAINTENANCE; "X" IS A
000260*                REFUSAL
000270*  AND CHECKS EACH USER'S ACTIONS AGAINST THE OPERMSTR PROFILE
000280*  MASTER.  A USER IS FLAGGED AS A BREACH FOR:
000290*    MORE REFUSALS, ALL TRAILS TOGETHER, THAN THE PARMIN
000300*        THRESHOLD
000310*    ANY ACTION OUTSIDE BUSINESS HOURS - BEFORE THE PARMIN DAY
000320*        START, AT OR AFTER ITS DAY END, OR ON A SATURDAY OR
000330*        SUNDAY
000340*    ANY ACTION UNDER A USER ID WHOSE OPERMSTR PROFILE IS
000350*        INACTIVE OR MISSING
000360*  SERVICE IDS NAMED ON PARMIN (THE IDS THE BATCH JOBS STAMP ON
000370*  THEIR RECORDS - BATCH, PRCADJ, PRCLOAD, AND STNDGEN) ARE
000380*  EXEMPT FROM THE HOURS AND PROFILE CHECKS BUT NOT FROM THE
000390*  REFUSAL THRESHOLD.
000400*
000410*  EVERY USER SEEN HAS OP-LAST-ACTIVE-DATE SET ON OPERMSTR, AND
000420*  EVERY PROFILE WITH NO ACTIVITY FOR THE PARMIN NUMBER OF DAYS
000430*  (DEFAULT 90) IS LISTED FOR REVIEW FOR REMOVAL.  A PROFILE NOT
000440*  YET CARRYING A DATE IS GIVEN THE REPORT DATE, SO ITS DAYS ARE
000450*  COUNTED FROM THE FIRST REPORT THAT SEES IT.
000460*
000470*  PARMIN RECORD 1:
000480*    COLUMNS  1-8   REPORT DATE (YYYYMMDD, DEFAULT TODAY)
000490*    COLUMNS  9-11  REFUSAL THRESHOLD (DEFAULT 3)
000500*    COLUMNS 12-15  BUSINESS DAY START (HHMM, DEFAULT 0700)
000510*    COLUMNS 16-19  BUSINESS DAY END (HHMM, DEFAULT 1900)
000520*    COLUMNS 20-22  DAYS WITHOUT ACTIVITY (DEFAULT 90)
000530*  PARMIN RECORDS 2 ON: A SERVICE ID IN COLUMNS 1-8, ONE EACH.
000540*
000550*  ANY BREACH ENDS THE STEP RC=8 SO THE SECURITY OFFICER IS
000560*  PAGED; PROFILES FOR REVIEW AND NO BREACH END IT RC=4.  AN
000570*  UNOPENABLE FILE ENDS IT RC=16.
000580*
000590*  MODIFICATION HISTORY
000600*    10/15/2026  MJA  ORIGINAL PROGRAM.
000610*    10/15/2026  MJA  ADDED THE STDAUDIT TRAIL.
000620********************************************************************
000630 IDENTIFICATION DIVISION.
000640 PROGRAM-ID.  SecRpt.
000650 AUTHOR.  M. AGUIRRE.
000660 INSTALLATION.  DATA PROCESSING.
000670 DATE-WRITTEN.  10/15/2026.
000680 DATE-COMPILED.
000690*
000700 ENVIRONMENT DIVISION.
000710 CONFIGURATION SECTION.
000720 SOURCE-COMPUTER.  IBM-370.
000730 OBJECT-COMPUTER.  IBM-370.
000740 INPUT-OUTPUT SECTION.
000750 FILE-CONTROL.
000760     SELECT AUDIT-FILE ASSIGN TO AUDITLOG
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS WS-AUDIT-STATUS.
000790
000800     SELECT PMAUDIT-FILE ASSIGN TO PRCAUDIT
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS WS-PMAUDIT-STATUS.
000830
000840     SELECT DAAUDIT-FILE ASSIGN TO DPTAUDIT
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS WS-DAAUDIT-STATUS.
000870
000880     SELECT OAAUDIT-FILE ASSIGN TO OPRAUDIT
000890         ORGANIZATION IS SEQUENTIAL
000900         FILE STATUS IS WS-OAAUDIT-STATUS.
000910
000920     SELECT SAAUDIT-FILE ASSIGN TO STDAUDIT
000930         ORGANIZATION IS SEQUENTIAL
000940         FILE STATUS IS WS-SAAUDIT-STATUS.
000950
000960     SELECT OPER-FILE ASSIGN TO OPERMSTR
000970         ORGANIZATION IS INDEXED
000980         ACCESS MODE IS DYNAMIC
000990         RECORD KEY IS OP-USER-ID
001000         FILE STATUS IS WS-OPER-STATUS.
001010
001020     SELECT PARM-FILE ASSIGN TO PARMIN
001030         ORGANIZATION IS SEQUENTIAL
001040         FILE STATUS IS WS-PARM-STATUS.
001050
001060     SELECT REPORT-FILE ASSIGN TO SECOUT
001070         ORGANIZATION IS SEQUENTIAL
001080         FILE STATUS IS WS-REPORT-STATUS.
001090
001100     SELECT RUNLOG-FILE ASSIGN TO RUNLOG
001110         ORGANIZATION IS SEQUENTIAL
001120         FILE STATUS IS WS-RUNLOG-STATUS.
001130*
001140 DATA DIVISION.
001150 FILE SECTION.
001160 FD  AUDIT-FILE
001170     RECORDING MODE IS F
001180     LABEL RECORDS ARE STANDARD.
001190 COPY AUDITREC.
001200*
001210 FD  PMAUDIT-FILE
001220     RECORDING MODE IS F
001230     LABEL RECORDS ARE STANDARD.
001240 COPY PMAUDREC.
001250*
001260 FD  DAAUDIT-FILE
001270     RECORDING MODE IS F
001280     LABEL RECORDS ARE STANDARD.
001290 COPY DPAUDREC.
001300*
001310 FD  OAAUDIT-FILE
001320     RECORDING MODE IS F
001330     LABEL RECORDS ARE STANDARD.
001340 COPY OPAUDREC.
001350*
001360 FD  SAAUDIT-FILE
001370     RECORDING MODE IS F
001380     LABEL RECORDS ARE STANDARD.
001390 COPY SMAUDREC.
001400*
001410 FD  OPER-FILE
001420     LABEL RECORDS ARE STANDARD.
001430 COPY OPERMSTR.
001440*
001450 FD  PARM-FILE
001460     RECORDING MODE IS F
001470     LABEL RECORDS ARE STANDARD.
001480 01  PARM-RECORD.
001490     05  PARM-REPORT-DATE    PIC 9(08).
001500     05  PARM-THRESHOLD      PIC 9(03).
001510     05  PARM-DAY-START      PIC 9(04).
001520     05  PARM-DAY-END        PIC 9(04).
001530     05  PARM-DORMANT-DAYS   PIC 9(03).
001540     05  FILLER              PIC X(58).
001550 01  PARM-SERVICE-RECORD.
001560     05  PARM-SERVICE-USER   PIC X(08).
001570     05  FILLER              PIC X(72).
001580*
001590 FD  REPORT-FILE
001600     RECORDING MODE IS F
001610     LABEL RECORDS ARE STANDARD.
001620 01  REPORT-LINE             PIC X(80).
001630*
001640 FD  RUNLOG-FILE
001650     RECORDING MODE IS F
001660     LABEL RECORDS ARE STANDARD.
001670 COPY RUNLOG.
001680*
001690 WORKING-STORAGE SECTION.
001700
001710 77  WS-RUNLOG-STATUS        PIC X(02) VALUE SPACES.
001720     88  RUNLOG-OK                      VALUE "00".
001730
001740 77  WS-RUNLOG-TYPE          PIC X(01) VALUE "S".
001750 77  WS-AUDIT-STATUS         PIC X(02) VALUE SPACES.
001760     88  AUDIT-OK                        VALUE "00".
001770
001780 77  WS-PMAUDIT-STATUS       PIC X(02) VALUE SPACES.
001790     88  PMAUDIT-OK                      VALUE "00".
001800
001810 77  WS-DAAUDIT-STATUS       PIC X(02) VALUE SPACES.
001820     88  DAAUDIT-OK                      VALUE "00".
001830
001840 77  WS-OAAUDIT-STATUS       PIC X(02) VALUE SPACES.
001850     88  OAAUDIT-OK                      VALUE "00".
001860
001870 77  WS-SAAUDIT-STATUS       PIC X(02) VALUE SPACES.
001880     88  SAAUDIT-OK                      VALUE "00".
001890
001900 77  WS-OPER-STATUS          PIC X(02) VALUE SPACES.
001910     88  OPER-OK                         VALUE "00".
001920
001930 77  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
001940     88  PARM-OK                         VALUE "00".
001950
001960 77  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.
001970     88  REPORT-OK                       VALUE "00".
001980
001990 77  WS-AUDIT-EOF-SWITCH     PIC X(01) VALUE "N".
002000     88  END-OF-AUDIT                    VALUE "Y".
002010
002020 77  WS-PMAUDIT-EOF-SWITCH   PIC X(01) VALUE "N".
002030     88  END-OF-PMAUDIT                  VALUE "Y".
002040
002050 77  WS-DAAUDIT-EOF-SWITCH   PIC X(01) VALUE "N".
002060     88  END-OF-DAAUDIT                  VALUE "Y".
002070
002080 77  WS-OAAUDIT-EOF-SWITCH   PIC X(01) VALUE "N".
002090     88  END-OF-OAAUDIT                  VALUE "Y".
002100
002110 77  WS-SAAUDIT-EOF-SWITCH   PIC X(01) VALUE "N".
002120     88  END-OF-SAAUDIT                  VALUE "Y".
002130
002140 77  WS-OPER-EOF-SWITCH      PIC X(01) VALUE "N".
002150     88  END-OF-OPERS                    VALUE "Y".
002160
002170 77  WS-PARM-EOF-SWITCH      PIC X(01) VALUE "N".
002180     88  END-OF-PARMS                    VALUE "Y".
002190
002200 77  WS-FATAL-SWITCH         PIC X(01) VALUE "N".
002210     88  REPORT-FAILED                   VALUE "Y".
002220
002230 77  WS-OPER-OPEN-SWITCH     PIC X(01) VALUE "N".
002240     88  OPERMSTR-OPEN                   VALUE "Y".
002250
002260 77  WS-FOUND-SWITCH         PIC X(01) VALUE "N".
002270     88  SLOT-FOUND                      VALUE "Y".
002280
002290 77  WS-SERVICE-SWITCH       PIC X(01) VALUE "N".
002300     88  SERVICE-USER                    VALUE "Y".
002310
002320 77  WS-WEEKEND-SWITCH       PIC X(01) VALUE "N".
002330     88  REPORT-DATE-WEEKEND             VALUE "Y".
002340
002350 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
002360 77  WS-REPORT-DATE          PIC 9(08) VALUE ZERO.
002370 77  WS-THRESHOLD            PIC 9(03) VALUE 3.
002380 77  WS-DAY-START            PIC 9(04) VALUE 0700.
002390 77  WS-DAY-END              PIC 9(04) VALUE 1900.
002400 77  WS-DORMANT-DAYS         PIC 9(03) VALUE 90.
002410 77  WS-REPORT-DAYS          PIC 9(08) COMP VALUE ZERO.
002420 77  WS-IDLE-DAYS            PIC 9(08) COMP VALUE ZERO.
002430 77  WS-WEEKDAY              PIC 9(01) COMP VALUE ZERO.
002440
002450*    ONE ACTION FROM ANY TRAIL, AS NOTED AGAINST ITS USER.
002460 77  WS-EV-USER              PIC X(08) VALUE SPACES.
002470 77  WS-EV-SOURCE            PIC X(01) VALUE SPACE.
002480     88  EV-FROM-AUDITLOG                VALUE "C".
002490     88  EV-FROM-PRCAUDIT                VALUE "P".
002500     88  EV-FROM-DPTAUDIT                VALUE "D".
002510     88  EV-FROM-OPRAUDIT                VALUE "O".
002520     88  EV-FROM-STDAUDIT                VALUE "S".
002530 77  WS-EV-REFUSED-SWITCH    PIC X(01) VALUE "N".
002540     88  EV-REFUSED                      VALUE "Y".
002550 01  WS-EV-TIME              PIC 9(08) VALUE ZERO.
002560 01  WS-EV-TIME-R REDEFINES WS-EV-TIME.
002570     05  WS-EV-HHMM          PIC 9(04).
002580     05  FILLER              PIC 9(04).
002590
002600 77  WS-IX                   PIC 9(04) COMP VALUE ZERO.
002610 77  WS-JX                   PIC 9(04) COMP VALUE ZERO.
002620 77  WS-SLOT-IX              PIC 9(04) COMP VALUE ZERO.
002630 77  WS-USER-CNT             PIC 9(04) COMP VALUE ZERO.
002640 77  WS-USER-MAX             PIC 9(04) COMP VALUE 500.
002650 77  WS-SERVICE-CNT          PIC 9(04) COMP VALUE ZERO.
002660 77  WS-SERVICE-MAX          PIC 9(04) COMP VALUE 20.
002670
002680 77  WS-AUDIT-READ           PIC 9(08) COMP VALUE ZERO.
002690 77  WS-AUDIT-ON-DATE        PIC 9(08) COMP VALUE ZERO.
002700 77  WS-PMAUDIT-READ         PIC 9(08) COMP VALUE ZERO.
002710 77  WS-PMAUDIT-ON-DATE      PIC 9(08) COMP VALUE ZERO.
002720 77  WS-DAAUDIT-READ         PIC 9(08) COMP VALUE ZERO.
002730 77  WS-DAAUDIT-ON-DATE      PIC 9(08) COMP VALUE ZERO.
002740 77  WS-OAAUDIT-READ         PIC 9(08) COMP VALUE ZERO.
002750 77  WS-OAAUDIT-ON-DATE      PIC 9(08) COMP VALUE ZERO.
002760 77  WS-SAAUDIT-READ         PIC 9(08) COMP VALUE ZERO.
002770 77  WS-SAAUDIT-ON-DATE      PIC 9(08) COMP VALUE ZERO.
002780 77  WS-DROPPED-COUNT        PIC 9(08) COMP VALUE ZERO.
002790 77  WS-BREACH-COUNT         PIC 9(08) COMP VALUE ZERO.
002800 77  WS-BREACH-USERS         PIC 9(08) COMP VALUE ZERO.
002810 77  WS-USER-BREACHES        PIC 9(04) COMP VALUE ZERO.
002820 77  WS-REVIEW-COUNT         PIC 9(08) COMP VALUE ZERO.
002830 77  WS-SEEDED-COUNT         PIC 9(08) COMP VALUE ZERO.
002840 77  WS-RECORDS-READ         PIC 9(08) COMP VALUE ZERO.
002850
002860*    DAY NUMBER OF A YYYYMMDD DATE - DAYS FROM A FIXED ORIGIN,
002870*    COUNTING THE YEAR FROM MARCH SO FEBRUARY 29 FALLS LAST.  THE
002880*    REMAINDER OF THE DAY NUMBER OVER 7 GIVES THE WEEKDAY: 4 IS
002890*    SATURDAY, 5 IS SUNDAY.
002900 01  WS-DN-DATE              PIC 9(08) VALUE ZERO.
002910 01  WS-DN-DATE-R REDEFINES WS-DN-DATE.
002920     05  WS-DN-YYYY          PIC 9(04).
002930     05  WS-DN-MM            PIC 9(02).
002940     05  WS-DN-DD            PIC 9(02).
002950 77  WS-DN-YEAR              PIC 9(04) COMP VALUE ZERO.
002960 77  WS-DN-MONTH             PIC 9(02) COMP VALUE ZERO.
002970 77  WS-DN-PART              PIC 9(08) COMP VALUE ZERO.
002980 77  WS-DN-DAYS              PIC 9(08) COMP VALUE ZERO.
002990
003000 01  WS-SERVICE-TABLE.
003010     05  WS-SERVICE-ENTRY OCCURS 20 TIMES.
003020         10  SV-USER         PIC X(08).
003030
003040*    ONE ENTRY PER USER SEEN ON THE REPORT DATE, KEPT IN USER ID
003050*    ORDER.
003060 01  WS-USER-TABLE.
003070     05  WS-USER-ENTRY OCCURS 500 TIMES.
003080         10  SU-USER         PIC X(08).
003090         10  SU-PROFILE      PIC X(01).
003100             88  SU-PROFILE-ACTIVE       VALUE "A".
003110             88  SU-PROFILE-INACTIVE     VALUE "I".
003120             88  SU-PROFILE-MISSING      VALUE "M".
003130             88  SU-PROFILE-SERVICE      VALUE "S".
003140         10  SU-ACTIVITY     PIC 9(07) COMP.
003150         10  SU-CALC-REFUSED PIC 9(05) COMP.
003160         10  SU-PRICE-REFUSED
003170                             PIC 9(05) COMP.
003180         10  SU-DEPT-REFUSED PIC 9(05) COMP.
003190         10  SU-OPER-REFUSED PIC 9(05) COMP.
003200         10  SU-STND-REFUSED PIC 9(05) COMP.
003210         10  SU-REFUSED      PIC 9(05) COMP.
003220         10  SU-OFF-HOURS    PIC 9(05) COMP.
003230         10  SU-FIRST-OFF    PIC 9(08).
003240
003250 01  WS-HEADING-1.
003260     05  FILLER              PIC X(40) VALUE
003270         "SECURITY EXCEPTIONS REPORT".
003280     05  FILLER              PIC X(10) VALUE "RUN DATE: ".
003290     05  H1-RUN-DATE         PIC 9(08).
003300     05  FILLER              PIC X(22) VALUE SPACES.
003310
003320 01  WS-BLANK-LINE           PIC X(80) VALUE SPACES.
003330
003340 01  WS-SECTION-LINE.
003350     05  SL-TITLE            PIC X(60).
003360     05  FILLER              PIC X(20) VALUE SPACES.
003370
003380 01  WS-USER-HEADING-1.
003390     05  FILLER              PIC X(28) VALUE SPACES.
003400     05  FILLER              PIC X(52) VALUE
003410         "--------------REFUSED--------------  AFTER".
003420
003430 01  WS-USER-HEADING-2.
003440     05  FILLER              PIC X(40) VALUE
003450         " USER      PROFILE ACTIONS   CALC PRICE ".
003460     05  FILLER              PIC X(40) VALUE
003470         " DEPT  OPER  STND TOTAL  HOURS".
003480
003490 01  WS-USER-LINE.
003500     05  FILLER              PIC X(01) VALUE SPACES.
003510     05  UL-USER             PIC X(08).
003520     05  FILLER              PIC X(02) VALUE SPACES.
003530     05  UL-PROFILE          PIC X(08).
003540     05  FILLER              PIC X(01) VALUE SPACES.
003550     05  UL-ACTIVITY         PIC ZZZZZ9.
003560     05  FILLER              PIC X(02) VALUE SPACES.
003570     05  UL-CALC-REFUSED     PIC ZZZZ9.
003580     05  FILLER              PIC X(01) VALUE SPACES.
003590     05  UL-PRICE-REFUSED    PIC ZZZZ9.
003600     05  FILLER              PIC X(01) VALUE SPACES.
003610     05  UL-DEPT-REFUSED     PIC ZZZZ9.
003620     05  FILLER              PIC X(01) VALUE SPACES.
003630     05  UL-OPER-REFUSED     PIC ZZZZ9.
003640     05  FILLER              PIC X(01) VALUE SPACES.
003650     05  UL-STND-REFUSED     PIC ZZZZ9.
003660     05  FILLER              PIC X(01) VALUE SPACES.
003670     05  UL-REFUSED          PIC ZZZZ9.
003680     05  FILLER              PIC X(02) VALUE SPACES.
003690     05  UL-OFF-HOURS        PIC ZZZZ9.
003700     05  FILLER              PIC X(10) VALUE SPACES.
003710
003720 01  WS-REFUSAL-BREACH-LINE.
003730     05  FILLER              PIC X(15) VALUE
003740         "           *** ".
003750     05  RB-COUNT            PIC ZZZZ9.
003760     05  FILLER              PIC X(25) VALUE
003770         " REFUSALS - THRESHOLD IS ".
003780     05  RB-THRESHOLD        PIC ZZ9.
003790     05  FILLER              PIC X(32) VALUE SPACES.
003800
003810 01  WS-HOURS-BREACH-LINE.
003820     05  FILLER              PIC X(15) VALUE
003830         "           *** ".
003840     05  HB-COUNT            PIC ZZZZ9.
003850     05  FILLER              PIC X(44) VALUE
003860         " ACTION(S) OUTSIDE BUSINESS HOURS, FIRST AT ".
003870     05  HB-HOUR             PIC 9(02).
003880     05  FILLER              PIC X(01) VALUE ":".
003890     05  HB-MINUTE           PIC 9(02).
003900     05  FILLER              PIC X(11) VALUE SPACES.
003910
003920 01  WS-PROFILE-BREACH-LINE.
003930     05  FILLER              PIC X(15) VALUE
003940         "           *** ".
003950     05  PB-TEXT             PIC X(65).
003960
003970 01  WS-REVIEW-HEADING.
003980     05  FILLER              PIC X(40) VALUE
003990         " USER      OPERATOR NAME              ".
004000     05  FILLER              PIC X(40) VALUE
004010         " STATUS    LAST ACTIVE".
004020
004030 01  WS-REVIEW-LINE.
004040     05  FILLER              PIC X(01) VALUE SPACES.
004050     05  RV-USER             PIC X(08).
004060     05  FILLER              PIC X(02) VALUE SPACES.
004070     05  RV-NAME             PIC X(25).
004080     05  FILLER              PIC X(05) VALUE SPACES.
004090     05  RV-STATUS           PIC X(08).
004100     05  FILLER              PIC X(02) VALUE SPACES.
004110     05  RV-LAST-ACTIVE      PIC 9(08).
004120     05  FILLER              PIC X(21) VALUE SPACES.
004130
004140 01  WS-NONE-LINE.
004150     05  FILLER              PIC X(80) VALUE "  NONE".
004160
004170 01  WS-TEXT-LINE.
004180     05  TL-LABEL            PIC X(30).
004190     05  TL-TEXT             PIC X(50).
004200
004210 01  WS-COUNT-LINE.
004220     05  CT-LABEL            PIC X(30).
004230     05  CT-COUNT            PIC ZZZZZZZZ9.
004240     05  FILLER              PIC X(41) VALUE SPACES.
004250
004260 01  WS-HOURS-LINE.
004270     05  HL-LABEL            PIC X(30).
004280     05  HL-START            PIC 9(04).
004290     05  FILLER              PIC X(03) VALUE " - ".
004300     05  HL-END              PIC 9(04).
004310     05  FILLER              PIC X(39) VALUE
004320         ", MONDAY TO FRIDAY".
004330
004340 01  WS-BREACH-LINE.
004350     05  FILLER              PIC X(04) VALUE "*** ".
004360     05  BR-COUNT            PIC ZZZZZ9.
004370     05  FILLER              PIC X(70) VALUE
004380         " SECURITY BREACH(ES) - SECURITY OFFICER PAGED".
004390
004400 01  WS-CLEAN-LINE.
004410     05  FILLER              PIC X(80) VALUE
004420         "NO SECURITY BREACHES".
004430
004440 01  WS-FAILED-LINE.
004450     05  FILLER              PIC X(50) VALUE
004460         "*** REPORT NOT COMPLETE - SEE JOB LOG FOR THE FILE".
004470     05  FILLER              PIC X(30) VALUE
004480         " IN ERROR".
004490*
004500 PROCEDURE DIVISION.
004510*
004520 0000-Mainline.
004530     MOVE "S" TO WS-RUNLOG-TYPE
004540     PERFORM 9500-WriteRunLog THRU 9500-Exit
004550     PERFORM 1000-Initialize THRU 1000-Exit
004560     IF NOT REPORT-FAILED
004570         PERFORM 2000-ScanAuditLog THRU 2000-Exit
004580             UNTIL END-OF-AUDIT
004590         PERFORM 2100-ScanPriceAudit THRU 2100-Exit
004600             UNTIL END-OF-PMAUDIT
004610         PERFORM 2200-ScanDeptAudit THRU 2200-Exit
004620             UNTIL END-OF-DAAUDIT
004630         PERFORM 2300-ScanOperAudit THRU 2300-Exit
004640             UNTIL END-OF-OAAUDIT
004650         PERFORM 2400-ScanStndAudit THRU 2400-Exit
004660             UNTIL END-OF-SAAUDIT
004670     END-IF
004680     IF NOT REPORT-FAILED
004690         PERFORM 3000-CheckProfile THRU 3000-Exit
004700             VARYING WS-IX FROM 1 BY 1
004710             UNTIL WS-IX > WS-USER-CNT
004720             OR REPORT-FAILED
004730     END-IF
004740     IF NOT REPORT-FAILED
004750         PERFORM 4000-PrintUsers THRU 4000-Exit
004760         PERFORM 5000-ReviewProfiles THRU 5000-Exit
004770     END-IF
004780     PERFORM 6000-PrintTotals THRU 6000-Exit
004790     PERFORM 7000-Terminate THRU 7000-Exit
004800     MOVE "E" TO WS-RUNLOG-TYPE
004810     PERFORM 9500-WriteRunLog THRU 9500-Exit
004820     STOP RUN.
004830*
004840 1000-Initialize.
004850     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
004860     MOVE WS-RUN-DATE TO H1-RUN-DATE
004870     MOVE WS-RUN-DATE TO WS-REPORT-DATE
004880     PERFORM 1100-LoadParm THRU 1100-Exit
004890
004900     MOVE WS-REPORT-DATE TO WS-DN-DATE
004910     PERFORM 8500-DayNumber THRU 8500-Exit
004920     MOVE WS-DN-DAYS TO WS-REPORT-DAYS
004930     DIVIDE WS-REPORT-DAYS BY 7 GIVING WS-DN-PART
004940         REMAINDER WS-WEEKDAY
004950     IF WS-WEEKDAY = 4 OR WS-WEEKDAY = 5
004960         MOVE "Y" TO WS-WEEKEND-SWITCH
004970     END-IF
004980
004990     OPEN OUTPUT REPORT-FILE
005000     IF NOT REPORT-OK
005010         DISPLAY "SECRPT: UNABLE TO OPEN SECOUT, STATUS="
005020             WS-REPORT-STATUS
005030         MOVE "Y" TO WS-FATAL-SWITCH
005040         MOVE 16 TO RETURN-CODE
005050         GO TO 1000-Exit
005060     END-IF
005070     WRITE REPORT-LINE FROM WS-HEADING-1
005080     WRITE REPORT-LINE FROM WS-BLANK-LINE
005090     MOVE "REPORT DATE . . . . . . . . . " TO TL-LABEL
005100     MOVE WS-REPORT-DATE TO TL-TEXT
005110     IF REPORT-DATE-WEEKEND
005120         MOVE "(WEEKEND)" TO TL-TEXT (10:9)
005130     END-IF
005140     WRITE REPORT-LINE FROM WS-TEXT-LINE
005150     MOVE "BUSINESS HOURS  . . . . . . . " TO HL-LABEL
005160     MOVE WS-DAY-START TO HL-START
005170     MOVE WS-DAY-END   TO HL-END
005180     WRITE REPORT-LINE FROM WS-HOURS-LINE
005190     MOVE "REFUSAL THRESHOLD . . . . . . " TO CT-LABEL
005200     MOVE WS-THRESHOLD TO CT-COUNT
005210     WRITE REPORT-LINE FROM WS-COUNT-LINE
005220     MOVE "DAYS WITHOUT ACTIVITY . . . . " TO CT-LABEL
005230     MOVE WS-DORMANT-DAYS TO CT-COUNT
005240     WRITE REPORT-LINE FROM WS-COUNT-LINE
005250     MOVE "SERVICE IDS . . . . . . . . . " TO TL-LABEL
005260     MOVE SPACES TO TL-TEXT
005270     IF WS-SERVICE-CNT = ZERO
005280         MOVE "NONE" TO TL-TEXT
005290         WRITE REPORT-LINE FROM WS-TEXT-LINE
005300     END-IF
005310     PERFORM 1300-ListService THRU 1300-Exit
005320         VARYING WS-IX FROM 1 BY 1
005330         UNTIL WS-IX > WS-SERVICE-CNT
005340     WRITE REPORT-LINE FROM WS-BLANK-LINE
005350
005360     OPEN INPUT AUDIT-FILE
005370     IF NOT AUDIT-OK
005380         DISPLAY "SECRPT: UNABLE TO OPEN AUDITLOG, STATUS="
005390             WS-AUDIT-STATUS
005400         MOVE "Y" TO WS-FATAL-SWITCH
005410         MOVE 16 TO RETURN-CODE
005420         GO TO 1000-Exit
005430     END-IF
005440     OPEN INPUT PMAUDIT-FILE
005450     IF NOT PMAUDIT-OK
005460         DISPLAY "SECRPT: UNABLE TO OPEN PRCAUDIT, STATUS="
005470             WS-PMAUDIT-STATUS
005480         MOVE "Y" TO WS-FATAL-SWITCH
005490         MOVE 16 TO RETURN-CODE
005500         GO TO 1000-Exit
005510     END-IF
005520     OPEN INPUT DAAUDIT-FILE
005530     IF NOT DAAUDIT-OK
005540         DISPLAY "SECRPT: UNABLE TO OPEN DPTAUDIT, STATUS="
005550             WS-DAAUDIT-STATUS
005560         MOVE "Y" TO WS-FATAL-SWITCH
005570         MOVE 16 TO RETURN-CODE
005580         GO TO 1000-Exit
005590     END-IF
005600     OPEN INPUT OAAUDIT-FILE
005610     IF NOT OAAUDIT-OK
005620         DISPLAY "SECRPT: UNABLE TO OPEN OPRAUDIT, STATUS="
005630             WS-OAAUDIT-STATUS
005640         MOVE "Y" TO WS-FATAL-SWITCH
005650         MOVE 16 TO RETURN-CODE
005660         GO TO 1000-Exit
005670     END-IF
005680     OPEN INPUT SAAUDIT-FILE
005690     IF NOT SAAUDIT-OK
005700         DISPLAY "SECRPT: UNABLE TO OPEN STDAUDIT, STATUS="
005710             WS-SAAUDIT-STATUS
005720         MOVE "Y" TO WS-FATAL-SWITCH
005730         MOVE 16 TO RETURN-CODE
005740         GO TO 1000-Exit
005750     END-IF
005760     OPEN I-O OPER-FILE
005770     IF NOT OPER-OK
005780         DISPLAY "SECRPT: UNABLE TO OPEN OPERMSTR, STATUS="
005790             WS-OPER-STATUS
005800         MOVE "Y" TO WS-FATAL-SWITCH
005810         MOVE 16 TO RETURN-CODE
005820         GO TO 1000-Exit
005830     END-IF
005840     MOVE "Y" TO WS-OPER-OPEN-SWITCH.
005850 1000-Exit.
005860     EXIT.
005870*
005880*    A BLANK OR NON-NUMERIC FIELD ON RECORD 1 KEEPS ITS DEFAULT.
005890 1100-LoadParm.
005900     OPEN INPUT PARM-FILE
005910     IF NOT PARM-OK
005920         DISPLAY "SECRPT: PARMIN NOT AVAILABLE, REPORTING TODAY "
005930             "WITH THE DEFAULT LIMITS"
005940         GO TO 1100-Exit
005950     END-IF
005960     READ PARM-FILE
005970         AT END
005980             DISPLAY "SECRPT: PARMIN EMPTY, REPORTING TODAY "
005990                 "WITH THE DEFAULT LIMITS"
006000             MOVE "Y" TO WS-PARM-EOF-SWITCH
006010     END-READ
006020     IF NOT END-OF-PARMS
006030         IF PARM-REPORT-DATE IS NUMERIC
006040            AND PARM-REPORT-DATE > ZERO
006050             MOVE PARM-REPORT-DATE TO WS-REPORT-DATE
006060         END-IF
006070         IF PARM-THRESHOLD IS NUMERIC
006080             MOVE PARM-THRESHOLD TO WS-THRESHOLD
006090         END-IF
006100         IF PARM-DAY-START IS NUMERIC
006110            AND PARM-DAY-END IS NUMERIC
006120            AND PARM-DAY-START < PARM-DAY-END
006130             MOVE PARM-DAY-START TO WS-DAY-START
006140             MOVE PARM-DAY-END   TO WS-DAY-END
006150         END-IF
006160         IF PARM-DORMANT-DAYS IS NUMERIC
006170            AND PARM-DORMANT-DAYS > ZERO
006180             MOVE PARM-DORMANT-DAYS TO WS-DORMANT-DAYS
006190         END-IF
006200     END-IF
006210     PERFORM 1200-LoadService THRU 1200-Exit
006220         UNTIL END-OF-PARMS
006230     CLOSE PARM-FILE.
006240 1100-Exit.
006250     EXIT.
006260*
006270 1200-LoadService.
006280     READ PARM-FILE
006290         AT END
006300             MOVE "Y" TO WS-PARM-EOF-SWITCH
006310             GO TO 1200-Exit
006320     END-READ
006330     IF PARM-SERVICE-USER = SPACES
006340         GO TO 1200-Exit
006350     END-IF
006360     IF WS-SERVICE-CNT NOT < WS-SERVICE-MAX
006370         DISPLAY "SECRPT: MORE THAN 20 SERVICE IDS ON PARMIN, "
006380             PARM-SERVICE-USER " IGNORED"
006390         GO TO 1200-Exit
006400     END-IF
006410     ADD 1 TO WS-SERVICE-CNT
006420     MOVE PARM-SERVICE-USER TO SV-USER (WS-SERVICE-CNT)
006430     INSPECT SV-USER (WS-SERVICE-CNT) CONVERTING
006440         "abcdefghijklmnopqrstuvwxyz"
006450         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
006460 1200-Exit.
006470     EXIT.
006480*
006490 1300-ListService.
006500     MOVE SV-USER (WS-IX) TO TL-TEXT
006510     WRITE REPORT-LINE FROM WS-TEXT-LINE
006520     MOVE SPACES TO TL-LABEL.
006530 1300-Exit.
006540     EXIT.
006550*
006560*    EVERY CALCULATION RECORD IS AN ACTION; "U" IS A REFUSAL.
006570 2000-ScanAuditLog.
006580     READ AUDIT-FILE
006590         AT END
006600             MOVE "Y" TO WS-AUDIT-EOF-SWITCH
006610             GO TO 2000-Exit
006620     END-READ
006630     IF NOT AUDIT-OK
006640         DISPLAY "SECRPT: AUDITLOG READ FAILED, STATUS="
006650             WS-AUDIT-STATUS
006660         MOVE "Y" TO WS-FATAL-SWITCH
006670         MOVE "Y" TO WS-AUDIT-EOF-SWITCH
006680         MOVE 16 TO RETURN-CODE
006690         GO TO 2000-Exit
006700     END-IF
006710     ADD 1 TO WS-AUDIT-READ
006720     IF AUD-DATE NOT = WS-REPORT-DATE
006730         GO TO 2000-Exit
006740     END-IF
006750     ADD 1 TO WS-AUDIT-ON-DATE
006760     MOVE AUD-USER TO WS-EV-USER
006770     MOVE AUD-TIME TO WS-EV-TIME
006780     MOVE "C" TO WS-EV-SOURCE
006790     MOVE "N" TO WS-EV-REFUSED-SWITCH
006800     IF AUD-NOT-AUTHORIZED
006810         MOVE "Y" TO WS-EV-REFUSED-SWITCH
006820     END-IF
006830     PERFORM 2900-NoteAction THRU 2900-Exit.
006840 2000-Exit.
006850     EXIT.
006860*
006870 2100-ScanPriceAudit.
006880     READ PMAUDIT-FILE
006890         AT END
006900             MOVE "Y" TO WS-PMAUDIT-EOF-SWITCH
006910             GO TO 2100-Exit
006920     END-READ
006930     IF NOT PMAUDIT-OK
006940         DISPLAY "SECRPT: PRCAUDIT READ FAILED, STATUS="
006950             WS-PMAUDIT-STATUS
006960         MOVE "Y" TO WS-FATAL-SWITCH
006970         MOVE "Y" TO WS-PMAUDIT-EOF-SWITCH
006980         MOVE 16 TO RETURN-CODE
006990         GO TO 2100-Exit
007000     END-IF
007010     ADD 1 TO WS-PMAUDIT-READ
007020     IF PA-DATE NOT = WS-REPORT-DATE
007030         GO TO 2100-Exit
007040     END-IF
007050     ADD 1 TO WS-PMAUDIT-ON-DATE
007060     MOVE PA-USER TO WS-EV-USER
007070     MOVE PA-TIME TO WS-EV-TIME
007080     MOVE "P" TO WS-EV-SOURCE
007090     MOVE "N" TO WS-EV-REFUSED-SWITCH
007100     IF PA-REFUSED
007110         MOVE "Y" TO WS-EV-REFUSED-SWITCH
007120     END-IF
007130     PERFORM 2900-NoteAction THRU 2900-Exit.
007140 2100-Exit.
007150     EXIT.
007160*
007170 2200-ScanDeptAudit.
007180     READ DAAUDIT-FILE
007190         AT END
007200             MOVE "Y" TO WS-DAAUDIT-EOF-SWITCH
007210             GO TO 2200-Exit
007220     END-READ
007230     IF NOT DAAUDIT-OK
007240         DISPLAY "SECRPT: DPTAUDIT READ FAILED, STATUS="
007250             WS-DAAUDIT-STATUS
007260         MOVE "Y" TO WS-FATAL-SWITCH
007270         MOVE "Y" TO WS-DAAUDIT-EOF-SWITCH
007280         MOVE 16 TO RETURN-CODE
007290         GO TO 2200-Exit
007300     END-IF
007310     ADD 1 TO WS-DAAUDIT-READ
007320     IF DA-DATE NOT = WS-REPORT-DATE
007330         GO TO 2200-Exit
007340     END-IF
007350     ADD 1 TO WS-DAAUDIT-ON-DATE
007360     MOVE DA-USER TO WS-EV-USER
007370     MOVE DA-TIME TO WS-EV-TIME
007380     MOVE "D" TO WS-EV-SOURCE
007390     MOVE "N" TO WS-EV-REFUSED-SWITCH
007400     IF DA-REFUSED
007410         MOVE "Y" TO WS-EV-REFUSED-SWITCH
007420     END-IF
007430     PERFORM 2900-NoteAction THRU 2900-Exit.
007440 2200-Exit.
007450     EXIT.
007460*
007470 2300-ScanOperAudit.
007480     READ OAAUDIT-FILE
007490         AT END
007500             MOVE "Y" TO WS-OAAUDIT-EOF-SWITCH
007510             GO TO 2300-Exit
007520     END-READ
007530     IF NOT OAAUDIT-OK
007540         DISPLAY "SECRPT: OPRAUDIT READ FAILED, STATUS="
007550             WS-OAAUDIT-STATUS
007560         MOVE "Y" TO WS-FATAL-SWITCH
007570         MOVE "Y" TO WS-OAAUDIT-EOF-SWITCH
007580         MOVE 16 TO RETURN-CODE
007590         GO TO 2300-Exit
007600     END-IF
007610     ADD 1 TO WS-OAAUDIT-READ
007620     IF OA-DATE NOT = WS-REPORT-DATE
007630         GO TO 2300-Exit
007640     END-IF
007650     ADD 1 TO WS-OAAUDIT-ON-DATE
007660     MOVE OA-USER TO WS-EV-USER
007670     MOVE OA-TIME TO WS-EV-TIME
007680     MOVE "O" TO WS-EV-SOURCE
007690     MOVE "N" TO WS-EV-REFUSED-SWITCH
007700     IF OA-REFUSED
007710         MOVE "Y" TO WS-EV-REFUSED-SWITCH
007720     END-IF
007730     PERFORM 2900-NoteAction THRU 2900-Exit.
007740 2300-Exit.
007750     EXIT.
007760*
007770 2400-ScanStndAudit.
007780     READ SAAUDIT-FILE
007790         AT END
007800             MOVE "Y" TO WS-SAAUDIT-EOF-SWITCH
007810             GO TO 2400-Exit
007820     END-READ
007830     IF NOT SAAUDIT-OK
007840         DISPLAY "SECRPT: STDAUDIT READ FAILED, STATUS="
007850             WS-SAAUDIT-STATUS
007860         MOVE "Y" TO WS-FATAL-SWITCH
007870         MOVE "Y" TO WS-SAAUDIT-EOF-SWITCH
007880         MOVE 16 TO RETURN-CODE
007890         GO TO 2400-Exit
007900     END-IF
007910     ADD 1 TO WS-SAAUDIT-READ
007920     IF SA-DATE NOT = WS-REPORT-DATE
007930         GO TO 2400-Exit
007940     END-IF
007950     ADD 1 TO WS-SAAUDIT-ON-DATE
007960     MOVE SA-USER TO WS-EV-USER
007970     MOVE SA-TIME TO WS-EV-TIME
007980     MOVE "S" TO WS-EV-SOURCE
007990     MOVE "N" TO WS-EV-REFUSED-SWITCH
008000     IF SA-REFUSED
008010         MOVE "Y" TO WS-EV-REFUSED-SWITCH
008020     END-IF
008030     PERFORM 2900-NoteAction THRU 2900-Exit.
008040 2400-Exit.
008050     EXIT.
008060*
008070*    FINDS THE USER'S ENTRY, OR OPENS ONE IN USER ID ORDER BY
008080*    MOVING THE HIGHER ENTRIES DOWN A SLOT, AND NOTES THE ACTION.
008090 2900-NoteAction.
008100     MOVE "N" TO WS-FOUND-SWITCH
008110     PERFORM 2910-TestOneUser THRU 2910-Exit
008120         VARYING WS-IX FROM 1 BY 1
008130         UNTIL WS-IX > WS-USER-CNT
008140         OR SLOT-FOUND
008150     IF SLOT-FOUND
008160         IF SU-USER (WS-SLOT-IX) = WS-EV-USER
008170             GO TO 2900-Note
008180         END-IF
008190     ELSE
008200         ADD 1 WS-USER-CNT GIVING WS-SLOT-IX
008210     END-IF
008220     IF WS-USER-CNT NOT < WS-USER-MAX
008230         ADD 1 TO WS-DROPPED-COUNT
008240         GO TO 2900-Exit
008250     END-IF
008260     PERFORM 2920-MoveEntryDown THRU 2920-Exit
008270         VARYING WS-JX FROM WS-USER-CNT BY -1
008280         UNTIL WS-JX < WS-SLOT-IX
008290     ADD 1 TO WS-USER-CNT
008300     MOVE WS-EV-USER TO SU-USER (WS-SLOT-IX)
008310     MOVE SPACE      TO SU-PROFILE (WS-SLOT-IX)
008320     MOVE ZERO TO SU-ACTIVITY (WS-SLOT-IX)
008330                  SU-CALC-REFUSED (WS-SLOT-IX)
008340                  SU-PRICE-REFUSED (WS-SLOT-IX)
008350                  SU-DEPT-REFUSED (WS-SLOT-IX)
008360                  SU-OPER-REFUSED (WS-SLOT-IX)
008370                  SU-STND-REFUSED (WS-SLOT-IX)
008380                  SU-REFUSED (WS-SLOT-IX)
008390                  SU-OFF-HOURS (WS-SLOT-IX)
008400                  SU-FIRST-OFF (WS-SLOT-IX).
008410 2900-Note.
008420     ADD 1 TO SU-ACTIVITY (WS-SLOT-IX)
008430     IF EV-REFUSED
008440         ADD 1 TO SU-REFUSED (WS-SLOT-IX)
008450         EVALUATE TRUE
008460             WHEN EV-FROM-AUDITLOG
008470                 ADD 1 TO SU-CALC-REFUSED (WS-SLOT-IX)
008480             WHEN EV-FROM-PRCAUDIT
008490                 ADD 1 TO SU-PRICE-REFUSED (WS-SLOT-IX)
008500             WHEN EV-FROM-DPTAUDIT
008510                 ADD 1 TO SU-DEPT-REFUSED (WS-SLOT-IX)
008520             WHEN EV-FROM-OPRAUDIT
008530                 ADD 1 TO SU-OPER-REFUSED (WS-SLOT-IX)
008540             WHEN OTHER
008550                 ADD 1 TO SU-STND-REFUSED (WS-SLOT-IX)
008560         END-EVALUATE
008570     END-IF
008580     IF REPORT-DATE-WEEKEND
008590        OR WS-EV-HHMM < WS-DAY-START
008600        OR WS-EV-HHMM NOT < WS-DAY-END
008610         IF SU-OFF-HOURS (WS-SLOT-IX) = ZERO
008620            OR WS-EV-TIME < SU-FIRST-OFF (WS-SLOT-IX)
008630             MOVE WS-EV-TIME TO SU-FIRST-OFF (WS-SLOT-IX)
008640         END-IF
008650         ADD 1 TO SU-OFF-HOURS (WS-SLOT-IX)
008660     END-IF.
008670 2900-Exit.
008680     EXIT.
008690*
008700 2910-TestOneUser.
008710     IF SU-USER (WS-IX) NOT < WS-EV-USER
008720         MOVE "Y" TO WS-FOUND-SWITCH
008730         MOVE WS-IX TO WS-SLOT-IX
008740     END-IF.
008750 2910-Exit.
008760     EXIT.
008770*
008780 2920-MoveEntryDown.
008790     MOVE WS-USER-ENTRY (WS-JX) TO WS-USER-ENTRY (WS-JX + 1).
008800 2920-Exit.
008810     EXIT.
008820*
008830*    THE USER'S PROFILE IS LOOKED UP AND, WHEN ON FILE, STAMPED
008840*    WITH THE REPORT DATE AS ITS LAST ACTIVE DATE (NEVER MOVED
008850*    BACK BY A RERUN FOR AN EARLIER DATE).
008860 3000-CheckProfile.
008870     MOVE SU-USER (WS-IX) TO OP-USER-ID
008880     READ OPER-FILE
008890         INVALID KEY
008900             MOVE "M" TO SU-PROFILE (WS-IX)
008910             GO TO 3000-Service
008920     END-READ
008930     IF OP-ACTIVE
008940         MOVE "A" TO SU-PROFILE (WS-IX)
008950     ELSE
008960         MOVE "I" TO SU-PROFILE (WS-IX)
008970     END-IF
008980     IF OP-LAST-ACTIVE-DATE IS NUMERIC
008990        AND OP-LAST-ACTIVE-DATE NOT < WS-REPORT-DATE
009000         GO TO 3000-Service
009010     END-IF
009020     MOVE WS-REPORT-DATE TO OP-LAST-ACTIVE-DATE
009030     REWRITE OPERATOR-PROFILE-RECORD
009040     IF NOT OPER-OK
009050         DISPLAY "SECRPT: OPERMSTR REWRITE FAILED, STATUS="
009060             WS-OPER-STATUS " USER=" OP-USER-ID
009070         MOVE "Y" TO WS-FATAL-SWITCH
009080         MOVE 16 TO RETURN-CODE
009090         GO TO 3000-Exit
009100     END-IF.
009110 3000-Service.
009120     MOVE "N" TO WS-SERVICE-SWITCH
009130     PERFORM 3100-TestOneService THRU 3100-Exit
009140         VARYING WS-JX FROM 1 BY 1
009150         UNTIL WS-JX > WS-SERVICE-CNT
009160         OR SERVICE-USER
009170     IF SERVICE-USER
009180         MOVE "S" TO SU-PROFILE (WS-IX)
009190     END-IF.
009200 3000-Exit.
009210     EXIT.
009220*
009230 3100-TestOneService.
009240     IF SV-USER (WS-JX) = SU-USER (WS-IX)
009250         MOVE "Y" TO WS-SERVICE-SWITCH
009260     END-IF.
009270 3100-Exit.
009280     EXIT.
009290*
009300 4000-PrintUsers.
009310     IF NOT REPORT-OK
009320         GO TO 4000-Exit
009330     END-IF
009340     MOVE "ACTIVITY BY USER" TO SL-TITLE
009350     WRITE REPORT-LINE FROM WS-SECTION-LINE
009360     WRITE REPORT-LINE FROM WS-USER-HEADING-1
009370     WRITE REPORT-LINE FROM WS-USER-HEADING-2
009380     IF WS-USER-CNT = ZERO
009390         WRITE REPORT-LINE FROM WS-NONE-LINE
009400     END-IF
009410     PERFORM 4100-PrintOneUser THRU 4100-Exit
009420         VARYING WS-IX FROM 1 BY 1
009430         UNTIL WS-IX > WS-USER-CNT
009440     WRITE REPORT-LINE FROM WS-BLANK-LINE.
009450 4000-Exit.
009460     EXIT.
009470*
009480 4100-PrintOneUser.
009490     MOVE SU-USER (WS-IX)          TO UL-USER
009500     EVALUATE TRUE
009510         WHEN SU-PROFILE-ACTIVE (WS-IX)
009520             MOVE "ACTIVE"   TO UL-PROFILE
009530         WHEN SU-PROFILE-INACTIVE (WS-IX)
009540             MOVE "INACTIVE" TO UL-PROFILE
009550         WHEN SU-PROFILE-SERVICE (WS-IX)
009560             MOVE "SERVICE"  TO UL-PROFILE
009570         WHEN OTHER
009580             MOVE "MISSING"  TO UL-PROFILE
009590     END-EVALUATE
009600     MOVE SU-ACTIVITY (WS-IX)      TO UL-ACTIVITY
009610     MOVE SU-CALC-REFUSED (WS-IX)  TO UL-CALC-REFUSED
009620     MOVE SU-PRICE-REFUSED (WS-IX) TO UL-PRICE-REFUSED
009630     MOVE SU-DEPT-REFUSED (WS-IX)  TO UL-DEPT-REFUSED
009640     MOVE SU-OPER-REFUSED (WS-IX)  TO UL-OPER-REFUSED
009650     MOVE SU-STND-REFUSED (WS-IX)  TO UL-STND-REFUSED
009660     MOVE SU-REFUSED (WS-IX)       TO UL-REFUSED
009670     MOVE SU-OFF-HOURS (WS-IX)     TO UL-OFF-HOURS
009680     WRITE REPORT-LINE FROM WS-USER-LINE
009690     MOVE ZERO TO WS-USER-BREACHES
009700
009710     IF SU-REFUSED (WS-IX) > WS-THRESHOLD
009720         MOVE SU-REFUSED (WS-IX) TO RB-COUNT
009730         MOVE WS-THRESHOLD       TO RB-THRESHOLD
009740         WRITE REPORT-LINE FROM WS-REFUSAL-BREACH-LINE
009750         ADD 1 TO WS-USER-BREACHES
009760     END-IF
009770     IF SU-PROFILE-SERVICE (WS-IX)
009780         GO TO 4100-Count
009790     END-IF
009800     IF SU-OFF-HOURS (WS-IX) > ZERO
009810         MOVE SU-OFF-HOURS (WS-IX) TO HB-COUNT
009820         MOVE SU-FIRST-OFF (WS-IX) TO WS-EV-TIME
009830         DIVIDE WS-EV-HHMM BY 100 GIVING HB-HOUR
009840             REMAINDER HB-MINUTE
009850         WRITE REPORT-LINE FROM WS-HOURS-BREACH-LINE
009860         ADD 1 TO WS-USER-BREACHES
009870     END-IF
009880     IF SU-PROFILE-INACTIVE (WS-IX)
009890         MOVE "ACTIVITY UNDER AN INACTIVE OPERMSTR PROFILE"
009900             TO PB-TEXT
009910         WRITE REPORT-LINE FROM WS-PROFILE-BREACH-LINE
009920         ADD 1 TO WS-USER-BREACHES
009930     END-IF
009940     IF SU-PROFILE-MISSING (WS-IX)
009950         MOVE "ACTIVITY UNDER A USER ID WITH NO OPERMSTR PROFILE"
009960             TO PB-TEXT
009970         WRITE REPORT-LINE FROM WS-PROFILE-BREACH-LINE
009980         ADD 1 TO WS-USER-BREACHES
009990     END-IF.
010000 4100-Count.
010010     IF WS-USER-BREACHES > ZERO
010020         ADD WS-USER-BREACHES TO WS-BREACH-COUNT
010030         ADD 1 TO WS-BREACH-USERS
010040     END-IF.
010050 4100-Exit.
010060     EXIT.
010070*
010080*    EVERY PROFILE ON OPERMSTR, ACTIVE OR NOT, WHOSE LAST ACTIVE
010090*    DATE IS THE PARMIN NUMBER OF DAYS OR MORE BEFORE THE REPORT
010100*    DATE.
010110 5000-ReviewProfiles.
010120     IF NOT REPORT-OK
010130         GO TO 5000-Exit
010140     END-IF
010150     MOVE "PROFILES WITH NO ACTIVITY - REVIEW FOR REMOVAL"
010160         TO SL-TITLE
010170     WRITE REPORT-LINE FROM WS-SECTION-LINE
010180     WRITE REPORT-LINE FROM WS-REVIEW-HEADING
010190     MOVE LOW-VALUES TO OP-USER-ID
010200     START OPER-FILE KEY IS NOT LESS THAN OP-USER-ID
010210         INVALID KEY
010220             MOVE "Y" TO WS-OPER-EOF-SWITCH
010230     END-START
010240     PERFORM 5100-ReviewOneProfile THRU 5100-Exit
010250         UNTIL END-OF-OPERS
010260     IF WS-REVIEW-COUNT = ZERO
010270         WRITE REPORT-LINE FROM WS-NONE-LINE
010280     END-IF
010290     WRITE REPORT-LINE FROM WS-BLANK-LINE.
010300 5000-Exit.
010310     EXIT.
010320*
010330 5100-ReviewOneProfile.
010340     READ OPER-FILE NEXT RECORD
010350         AT END
010360             MOVE "Y" TO WS-OPER-EOF-SWITCH
010370             GO TO 5100-Exit
010380     END-READ
010390     IF NOT OPER-OK
010400         DISPLAY "SECRPT: OPERMSTR READ FAILED, STATUS="
010410             WS-OPER-STATUS
010420         MOVE "Y" TO WS-FATAL-SWITCH
010430         MOVE "Y" TO WS-OPER-EOF-SWITCH
010440         MOVE 16 TO RETURN-CODE
010450         GO TO 5100-Exit
010460     END-IF
010470     IF OP-LAST-ACTIVE-DATE IS NOT NUMERIC
010480        OR OP-LAST-ACTIVE-DATE = ZERO
010490         MOVE WS-REPORT-DATE TO OP-LAST-ACTIVE-DATE
010500         REWRITE OPERATOR-PROFILE-RECORD
010510         IF NOT OPER-OK
010520             DISPLAY "SECRPT: OPERMSTR REWRITE FAILED, STATUS="
010530                 WS-OPER-STATUS " USER=" OP-USER-ID
010540             MOVE "Y" TO WS-FATAL-SWITCH
010550             MOVE "Y" TO WS-OPER-EOF-SWITCH
010560             MOVE 16 TO RETURN-CODE
010570             GO TO 5100-Exit
010580         END-IF
010590         ADD 1 TO WS-SEEDED-COUNT
010600         GO TO 5100-Exit
010610     END-IF
010620     IF OP-LAST-ACTIVE-DATE NOT < WS-REPORT-DATE
010630         GO TO 5100-Exit
010640     END-IF
010650     MOVE OP-LAST-ACTIVE-DATE TO WS-DN-DATE
010660     PERFORM 8500-DayNumber THRU 8500-Exit
010670     SUBTRACT WS-DN-DAYS FROM WS-REPORT-DAYS GIVING WS-IDLE-DAYS
010680     IF WS-IDLE-DAYS < WS-DORMANT-DAYS
010690         GO TO 5100-Exit
010700     END-IF
010710     MOVE OP-USER-ID          TO RV-USER
010720     MOVE OP-OPERATOR-NAME    TO RV-NAME
010730     IF OP-ACTIVE
010740         MOVE "ACTIVE"   TO RV-STATUS
010750     ELSE
010760         MOVE "INACTIVE" TO RV-STATUS
010770     END-IF
010780     MOVE OP-LAST-ACTIVE-DATE TO RV-LAST-ACTIVE
010790     WRITE REPORT-LINE FROM WS-REVIEW-LINE
010800     ADD 1 TO WS-REVIEW-COUNT.
010810 5100-Exit.
010820     EXIT.
010830*
010840 6000-PrintTotals.
010850     IF NOT REPORT-OK
010860         GO TO 6000-Exit
010870     END-IF
010880     MOVE "ACTIONS ON THE REPORT DATE" TO SL-TITLE
010890     WRITE REPORT-LINE FROM WS-SECTION-LINE
010900     MOVE "  CALCULATIONS (AUDITLOG) . . " TO CT-LABEL
010910     MOVE WS-AUDIT-ON-DATE TO CT-COUNT
010920     WRITE REPORT-LINE FROM WS-COUNT-LINE
010930     MOVE "  PRICE MASTER (PRCAUDIT) . . " TO CT-LABEL
010940     MOVE WS-PMAUDIT-ON-DATE TO CT-COUNT
010950     WRITE REPORT-LINE FROM WS-COUNT-LINE
010960     MOVE "  DEPT MASTER (DPTAUDIT)  . . " TO CT-LABEL
010970     MOVE WS-DAAUDIT-ON-DATE TO CT-COUNT
010980     WRITE REPORT-LINE FROM WS-COUNT-LINE
010990     MOVE "  OPER PROFILES (OPRAUDIT)  . " TO CT-LABEL
011000     MOVE WS-OAAUDIT-ON-DATE TO CT-COUNT
011010     WRITE REPORT-LINE FROM WS-COUNT-LINE
011020     MOVE "  STANDING CALCS (STDAUDIT) . " TO CT-LABEL
011030     MOVE WS-SAAUDIT-ON-DATE TO CT-COUNT
011040     WRITE REPORT-LINE FROM WS-COUNT-LINE
011050     MOVE "USERS WITH ACTIVITY . . . . . " TO CT-LABEL
011060     MOVE WS-USER-CNT TO CT-COUNT
011070     WRITE REPORT-LINE FROM WS-COUNT-LINE
011080     IF WS-DROPPED-COUNT > ZERO
011090         MOVE "*** ACTIONS NOT TABLED  . . . " TO CT-LABEL
011100         MOVE WS-DROPPED-COUNT TO CT-COUNT
011110         WRITE REPORT-LINE FROM WS-COUNT-LINE
011120     END-IF
011130     MOVE "USERS IN BREACH . . . . . . . " TO CT-LABEL
011140     MOVE WS-BREACH-USERS TO CT-COUNT
011150     WRITE REPORT-LINE FROM WS-COUNT-LINE
011160     MOVE "PROFILES FOR REVIEW . . . . . " TO CT-LABEL
011170     MOVE WS-REVIEW-COUNT TO CT-COUNT
011180     WRITE REPORT-LINE FROM WS-COUNT-LINE
011190     MOVE "PROFILES NEWLY DATED  . . . . " TO CT-LABEL
011200     MOVE WS-SEEDED-COUNT TO CT-COUNT
011210     WRITE REPORT-LINE FROM WS-COUNT-LINE
011220     WRITE REPORT-LINE FROM WS-BLANK-LINE
011230
011240     IF REPORT-FAILED
011250         WRITE REPORT-LINE FROM WS-FAILED-LINE
011260         GO TO 6000-Exit
011270     END-IF
011280     IF WS-DROPPED-COUNT > ZERO
011290         ADD 1 TO WS-BREACH-COUNT
011300     END-IF
011310     IF WS-BREACH-COUNT > ZERO
011320         MOVE WS-BREACH-COUNT TO BR-COUNT
011330         WRITE REPORT-LINE FROM WS-BREACH-LINE
011340         MOVE 8 TO RETURN-CODE
011350         GO TO 6000-Exit
011360     END-IF
011370     WRITE REPORT-LINE FROM WS-CLEAN-LINE
011380     IF WS-REVIEW-COUNT > ZERO
011390         MOVE 4 TO RETURN-CODE
011400     END-IF.
011410 6000-Exit.
011420     EXIT.
011430*
011440 7000-Terminate.
011450     IF OPERMSTR-OPEN
011460         CLOSE OPER-FILE
011470     END-IF
011480     IF AUDIT-OK OR END-OF-AUDIT
011490         CLOSE AUDIT-FILE
011500     END-IF
011510     IF PMAUDIT-OK OR END-OF-PMAUDIT
011520         CLOSE PMAUDIT-FILE
011530     END-IF
011540     IF DAAUDIT-OK OR END-OF-DAAUDIT
011550         CLOSE DAAUDIT-FILE
011560     END-IF
011570     IF OAAUDIT-OK OR END-OF-OAAUDIT
011580         CLOSE OAAUDIT-FILE
011590     END-IF
011600     IF SAAUDIT-OK OR END-OF-SAAUDIT
011610         CLOSE SAAUDIT-FILE
011620     END-IF
011630     IF REPORT-OK
011640         CLOSE REPORT-FILE
011650     END-IF.
011660 7000-Exit.
011670     EXIT.
011680*
011690*    WS-DN-DATE IN, WS-DN-DAYS OUT.  EACH DIVIDE DROPS ITS
011700*    REMAINDER, WHICH THE FORMULA RELIES ON.
011710 8500-DayNumber.
011720     MOVE WS-DN-YYYY TO WS-DN-YEAR
011730     MOVE WS-DN-MM   TO WS-DN-MONTH
011740     IF WS-DN-MONTH < 3
011750         SUBTRACT 1 FROM WS-DN-YEAR
011760         ADD 12 TO WS-DN-MONTH
011770     END-IF
011780     COMPUTE WS-DN-DAYS = 365 * WS-DN-YEAR + WS-DN-DD
011790     DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-PART
011800     ADD WS-DN-PART TO WS-DN-DAYS
011810     DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-PART
011820     SUBTRACT WS-DN-PART FROM WS-DN-DAYS
011830     DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-PART
011840     ADD WS-DN-PART TO WS-DN-DAYS
011850     COMPUTE WS-DN-PART = 153 * (WS-DN-MONTH - 3) + 2
011860     DIVIDE WS-DN-PART BY 5 GIVING WS-DN-PART
011870     ADD WS-DN-PART TO WS-DN-DAYS.
011880 8500-Exit.
011890     EXIT.
011900*
011910 9500-WriteRunLog.
011920     OPEN EXTEND RUNLOG-FILE
011930     IF NOT RUNLOG-OK
011940         MOVE SPACES TO WS-RUNLOG-STATUS
011950         OPEN OUTPUT RUNLOG-FILE
011960     END-IF
011970     IF NOT RUNLOG-OK
011980         DISPLAY "SECRPT: UNABLE TO OPEN RUNLOG, STATUS="
011990             WS-RUNLOG-STATUS
012000         GO TO 9500-Exit
012010     END-IF
012020     MOVE "SECRPT" TO RL-PROGRAM
012030     MOVE WS-RUNLOG-TYPE TO RL-RECORD-TYPE
012040     ACCEPT RL-DATE FROM DATE YYYYMMDD
012050     ACCEPT RL-TIME FROM TIME
012060     ADD WS-AUDIT-READ WS-PMAUDIT-READ WS-DAAUDIT-READ
012070         WS-OAAUDIT-READ WS-SAAUDIT-READ
012080         GIVING WS-RECORDS-READ
012090     MOVE WS-RECORDS-READ TO RL-RECORDS-IN
012100     MOVE WS-USER-CNT     TO RL-RECORDS-OUT
012110     MOVE RETURN-CODE TO RL-RETURN-CODE
012120     WRITE RUN-LOG-RECORD
012130     CLOSE RUNLOG-FILE.
012140 9500-Exit.
012150     EXIT.
