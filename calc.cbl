001220*                    REJECTED WITH THE NEW "E" STATUS; A
001230*                    REVERSAL INHERITS THE DEPARTMENT OF THE
001240*                    ORIGINAL CALCHIST RECORD.
001250*    10/15/2026  MJA  DEPARTMENT MONTHLY BUDGETS: A SUCCESSFUL
001260*                    CALCULATION IS ADDED TO ITS DEPARTMENT'S
001270*                    MONTH-TO-DATE TOTAL ON THE NEW DEPTMTD
001280*                    FILE, AND ONE THAT WOULD PUSH THE TOTAL
001290*                    OVER DP-MONTHLY-BUDGET IS REFUSED AND
001300*                    LOGGED WITH THE NEW "B" STATUS ON AUDITLOG
001310*                    AND CALCHIST.  A POSTED REVERSAL GIVES ITS
001320*                    AMOUNT BACK.  AN UNOPENABLE DEPTMTD WAIVES
001330*                    THE CHECK WITH A WARNING.  SOURCE
001340*                    RESEQUENCED IN STEPS OF 10 TO MAKE ROOM.
001350*    10/15/2026  MJA  CALCHIST NOW RECORDS THE OPERATION KEYED
001360*                    AND THE ITEM CODE A CALCULATION WAS PRICED
001370*                    WITH, SO PRCADJ CAN REPRICE IT AFTER A
001380*                    BACK-DATED PRICE CHANGE.  REVERSING AN
001390*                    ORIGINAL THAT PRCADJ HAS ADJUSTED TAKES
001400*                    THE PRICE FROM ITS LATEST ADJUSTMENT AND
001410*                    RECOMPUTES, SO THE REVERSAL NETS OUT THE
001420*                    ORIGINAL AND ITS ADJUSTMENTS TOGETHER.
001430*                    SOURCE RESEQUENCED IN STEPS OF 10 TO MAKE
001440*                    ROOM.
001450*    10/15/2026  MJA  SALES TAX: AN ITEM-CODED CALCULATION IS
001460*                    TAXED AT THE RATE THE TAXMSTR TAX-RATE
001470*                    MASTER HAS IN EFFECT FOR THE ITEM'S
001480*                    PM-TAX-CODE ON THE POSTING DATE.  THE TAX
001490*                    CODE, RATE, AMOUNT, AND A REASON (TAXED,
001500*                    EXEMPT DEPARTMENT, ITEM NOT TAXABLE, NO
001510*                    RATE IN EFFECT) ARE RECORDED ON AUDITLOG AND
001520*                    CALCHIST AND THE TAX GOES TO PRICEXT WITH
001530*                    THE EXTENDED PRICE.  A DEPARTMENT FLAGGED
001540*                    EXEMPT ON DEPTMSTR POSTS WITH ZERO TAX.  THE
001550*                    CEILING AND BUDGET CHECKS STAY ON THE
001560*                    PRE-TAX RESULT.  A REVERSAL BACKS OUT THE
001570*                    ORIGINAL'S TAX (REFIGURED AT THE ORIGINAL
001580*                    RATE WHEN PRCADJ HAS REPRICED IT).  SOURCE
001590*                    RESEQUENCED IN STEPS OF 10 TO MAKE ROOM.
001600*    10/15/2026  MJA  CALCHIST NOW CARRIES HR-STANDING-ID; AN
001610*                    ONLINE CALCULATION IS NEVER A STANDING
001620*                    ENTRY, SO IT IS WRITTEN BLANK.
001630*    10/15/2026  MJA  PERIOD CLOSE: NOTHING IS POSTED WHEN TODAY
001640*                    FALLS IN A PERIOD CLOSED ON PRDCTL - THE
001650*                    OPERATOR IS TOLD AND NO TRAIL RECORD IS
001660*                    WRITTEN INTO THE CLOSED PERIOD.  A REVERSAL
001670*                    OF AN ORIGINAL DATED IN A CLOSED PERIOD POSTS
001680*                    TODAY WITH THE ORIGINAL'S PERIOD IN
001690*                    HR-ORIG-PERIOD.  SOURCE RESEQUENCED IN STEPS
001700*                    OF 10 TO MAKE ROOM.
001701*    10/15/2026  MJA  AUDITREC NOW CARRIES THE REVERSAL-OF ID,
001702*                    OPERATION, ITEM CODE, TAX RATE, AND
001703*                    ORIGINAL'S PERIOD - SET HERE EXACTLY AS ON
001704*                    THE CALCHIST RECORD, SO CALCRCV CAN REBUILD
001705*                    CALCHIST FROM THE LOG.
001710********************************************************************
001720 IDENTIFICATION DIVISION.
001730 PROGRAM-ID.  DoCalc.
001740 AUTHOR.  M. AGUIRRE.
001750 INSTALLATION.  DATA PROCESSING.
001760 DATE-COMPILED.
001770*
001780 ENVIRONMENT DIVISION.
001790 CONFIGURATION SECTION.
001800 SOURCE-COMPUTER.  IBM-370.
001810 OBJECT-COMPUTER.  IBM-370.
001820 INPUT-OUTPUT SECTION.
001830 FILE-CONTROL.
001840     SELECT AUDIT-FILE ASSIGN TO AUDITLOG
001850         ORGANIZATION IS SEQUENTIAL
001860         FILE STATUS IS WS-AUDIT-STATUS.
001870
001880     SELECT PRICE-FILE ASSIGN TO PRICEXT
001890         ORGANIZATION IS SEQUENTIAL
001900         FILE STATUS IS WS-PRICE-STATUS.
001910
001920     SELECT HIST-FILE ASSIGN TO CALCHIST
001930         ORGANIZATION IS INDEXED
001940         ACCESS MODE IS DYNAMIC
001950         RECORD KEY IS HR-TRANS-ID
001960         ALTERNATE RECORD KEY IS HR-DATE WITH DUPLICATES
001970         ALTERNATE RECORD KEY IS HR-USER WITH DUPLICATES
001980         FILE STATUS IS WS-HIST-STATUS.
001990
002000     SELECT PRICEM-FILE ASSIGN TO PRICMSTR
002010         ORGANIZATION IS INDEXED
002020         ACCESS MODE IS RANDOM
002030         RECORD KEY IS PM-ITEM-CODE
002040         FILE STATUS IS WS-PRICEM-STATUS.
002050
002060     SELECT OPER-FILE ASSIGN TO OPERMSTR
002070         ORGANIZATION IS INDEXED
002080         ACCESS MODE IS RANDOM
002090         RECORD KEY IS OP-USER-ID
002100         FILE STATUS IS WS-OPER-STATUS.
002110
002120     SELECT DEPT-FILE ASSIGN TO DEPTMSTR
002130         ORGANIZATION IS INDEXED
002140         ACCESS MODE IS RANDOM
002150         RECORD KEY IS DP-DEPT-CODE
002160         FILE STATUS IS WS-DEPT-STATUS.
002170
002180     SELECT NEXTID-FILE ASSIGN TO NEXTIDF
002190         ORGANIZATION IS RELATIVE
002200         ACCESS MODE IS RANDOM
002210         RELATIVE KEY IS WS-NEXTID-RELKEY
002220         FILE STATUS IS WS-NEXTID-STATUS.
002230
002240     SELECT MTD-FILE ASSIGN TO DEPTMTD
002250         ORGANIZATION IS INDEXED
002260         ACCESS MODE IS RANDOM
002270         RECORD KEY IS DM-KEY
002280         FILE STATUS IS WS-MTD-STATUS.
002290
002300     SELECT TAX-FILE ASSIGN TO TAXMSTR
002310         ORGANIZATION IS INDEXED
002320         ACCESS MODE IS RANDOM
002330         RECORD KEY IS TX-TAX-CODE
002340         FILE STATUS IS WS-TAX-STATUS.
002350
002360     SELECT PERIOD-FILE ASSIGN TO PRDCTL
002370         ORGANIZATION IS INDEXED
002380         ACCESS MODE IS SEQUENTIAL
002390         RECORD KEY IS PC-PERIOD
002400         FILE STATUS IS WS-PERIOD-STATUS.
002410*
002420 DATA DIVISION.
002430 FILE SECTION.
002440 FD  AUDIT-FILE
002450     RECORDING MODE IS F
002460     LABEL RECORDS ARE STANDARD.
002470 COPY AUDITREC.
002480*
002490 FD  PRICE-FILE
002500     RECORDING MODE IS F
002510     LABEL RECORDS ARE STANDARD.
002520 COPY PRICEREC.
002530*
002540 FD  HIST-FILE
002550     LABEL RECORDS ARE STANDARD.
002560 COPY HISTREC.
002570*
002580 FD  PRICEM-FILE
002590     LABEL RECORDS ARE STANDARD.
002600 COPY PRICMSTR.
002610*
002620 FD  OPER-FILE
002630     LABEL RECORDS ARE STANDARD.
002640 COPY OPERMSTR.
002650*
002660 FD  DEPT-FILE
002670     LABEL RECORDS ARE STANDARD.
002680 COPY DEPTMSTR.
002690*
002700 FD  NEXTID-FILE
002710     RECORDING MODE IS F
002720     LABEL RECORDS ARE STANDARD.
002730 COPY NEXTIDF.
002740*
002750 FD  MTD-FILE
002760     LABEL RECORDS ARE STANDARD.
002770 COPY DEPTMTD.
002780*
002790 FD  TAX-FILE
002800     LABEL RECORDS ARE STANDARD.
002810 COPY TAXMSTR.
002820*
002830 FD  PERIOD-FILE
002840     LABEL RECORDS ARE STANDARD.
002850 COPY PRDCTL.
002860*
002870 WORKING-STORAGE SECTION.
002880 COPY CALCFLDS.
002890
002900 01  UserPrompt              PIC X(53) VALUE
002910     "Enter first amount (with decimal point, e.g. 123.45)".
002920
002930 01  WS-CALC-STATUS          PIC X(01) VALUE "O".
002940     88  CALC-OK                        VALUE "O".
002950     88  CALC-REJECTED                  VALUE "R".
002960     88  CALC-DIVIDE-BY-ZERO             VALUE "Z".
002970     88  CALC-ITEM-NOT-FOUND             VALUE "N".
002980     88  CALC-REVERSED                   VALUE "V".
002990     88  CALC-REVERSAL-ERROR             VALUE "X".
003000     88  CALC-NOT-AUTHORIZED             VALUE "U".
003010     88  CALC-DEPT-INVALID               VALUE "E".
003020     88  CALC-OVER-BUDGET                VALUE "B".
003030
003040 01  WS-DISPLAY-LINE.
003050     05  DL-FIRST-NUM        PIC ZZZZ9.99.
003060     05  FILLER              PIC X(01) VALUE SPACE.
003070     05  DL-OPERATOR         PIC X(01).
003080     05  FILLER              PIC X(01) VALUE SPACE.
003090     05  DL-SECOND-NUM       PIC ZZZZ9.99.
003100     05  FILLER              PIC X(12) VALUE " Result is =".
003110     05  DL-CALC-RESULT      PIC ZZZZZZZZZ9.99.
003120
003130 01  WS-TAX-LINE.
003140     05  FILLER              PIC X(10) VALUE "SALES TAX ".
003150     05  TL-TAX-CODE         PIC X(04).
003160     05  FILLER              PIC X(04) VALUE " AT ".
003170     05  TL-TAX-RATE         PIC Z9.9999.
003180     05  FILLER              PIC X(08) VALUE "%      =".
003190     05  TL-TAX-AMOUNT       PIC ZZZZZZZZZ9.99.
003200
003210 77  WS-AUDIT-STATUS         PIC X(02) VALUE SPACES.
003220     88  AUDIT-OK                       VALUE "00".
003230
003240 77  WS-PRICE-STATUS         PIC X(02) VALUE SPACES.
003250     88  PRICE-OK                       VALUE "00".
003260
003270 77  WS-HIST-STATUS          PIC X(02) VALUE SPACES.
003280     88  HIST-OK                        VALUE "00".
003290
003300 77  WS-PRICEM-STATUS        PIC X(02) VALUE SPACES.
003310     88  PRICEM-OK                      VALUE "00".
003320
003330 77  WS-ITEM-CODE            PIC X(08) VALUE SPACES.
003340
003350 77  WS-NEXTID-STATUS        PIC X(02) VALUE SPACES.
003360     88  NEXTID-OK                      VALUE "00".
003370
003380 77  WS-NEXT-TRANS-ID        PIC 9(08) VALUE ZERO.
003390 77  WS-REVERSE-ORIG-ID      PIC 9(08) VALUE ZERO.
003400 77  WS-ORIG-OPERATION       PIC X(01) VALUE SPACE.
003410
003420 77  WS-NEXTID-RELKEY        PIC 9(04) COMP VALUE 1.
003430
003440 77  WS-NEXTID-NEW-SWITCH    PIC X(01) VALUE "N".
003450     88  NEXTID-IS-NEW               VALUE "Y".
003460
003470 77  WS-CALC-DATE            PIC 9(08) VALUE ZERO.
003480 77  WS-CALC-TIME            PIC 9(08) VALUE ZERO.
003490 77  WS-CALC-USER            PIC X(08) VALUE SPACES.
003500
003510 77  WS-PRICE-SEL-SWITCH     PIC X(01) VALUE "N".
003520     88  PRICE-SELECTED                 VALUE "Y".
003530
003540 77  WS-BEST-EFF-DATE        PIC 9(08) VALUE ZERO.
003550 77  WS-ROW-IX               PIC 9(04) COMP VALUE ZERO.
003560
003570 77  WS-OPER-STATUS          PIC X(02) VALUE SPACES.
003580     88  OPER-OK                        VALUE "00".
003590
003600 77  WS-MAY-CALC-SWITCH      PIC X(01) VALUE "N".
003610     88  OPER-MAY-CALCULATE             VALUE "Y".
003620
003630 77  WS-MAY-REV-SWITCH       PIC X(01) VALUE "N".
003640     88  OPER-MAY-REVERSE               VALUE "Y".
003650
003660 77  WS-AMOUNT-LIMIT         PIC 9(10)V99 COMP-3 VALUE ZERO.
003670
003680 77  WS-DEPT-STATUS          PIC X(02) VALUE SPACES.
003690     88  DEPT-OK                        VALUE "00".
003700
003710 77  WS-CALC-DEPT            PIC X(04) VALUE SPACES.
003720
003730 77  WS-DEPT-BUDGET          PIC 9(10)V99 COMP-3 VALUE ZERO.
003740
003750 77  WS-MTD-STATUS           PIC X(02) VALUE SPACES.
003760     88  MTD-OK                         VALUE "00".
003770
003780 77  WS-MTD-NEW-SWITCH       PIC X(01) VALUE "N".
003790     88  MTD-IS-NEW                     VALUE "Y".
003800
003810 77  WS-MTD-TRIAL            PIC 9(13)V99 COMP-3 VALUE ZERO.
003820
003830 77  WS-TAX-STATUS           PIC X(02) VALUE SPACES.
003840     88  TAX-OK                         VALUE "00".
003850
003860 77  WS-DEPT-EXEMPT-SWITCH   PIC X(01) VALUE "N".
003870     88  DEPT-TAX-EXEMPT                VALUE "Y".
003880
003890 77  WS-RATE-SEL-SWITCH      PIC X(01) VALUE "N".
003900     88  RATE-SELECTED                  VALUE "Y".
003910
003920 77  WS-TAX-CODE             PIC X(04) VALUE SPACES.
003930 77  WS-TAX-RATE             PIC 9(02)V9(04) VALUE ZERO.
003940 77  WS-TAX-AMOUNT           PIC 9(10)V99 COMP-3 VALUE ZERO.
003950 77  WS-TAX-REASON           PIC X(01) VALUE SPACE.
003960     88  TAX-CHARGED                    VALUE "T".
003970     88  TAX-EXEMPT-DEPT                VALUE "E".
003980     88  TAX-NOT-TAXABLE                VALUE "N".
003990     88  TAX-NO-RATE                    VALUE "R".
004000
004010 77  WS-PERIOD-STATUS        PIC X(02) VALUE SPACES.
004020     88  PERIOD-OK                      VALUE "00".
004030
004040 77  WS-PERIOD-EOF-SWITCH    PIC X(01) VALUE "N".
004050     88  END-OF-PERIODS                 VALUE "Y".
004060
004070 77  WS-PERIOD-SWITCH        PIC X(01) VALUE "N".
004080     88  POST-PERIOD-CLOSED             VALUE "Y".
004090
004100 77  WS-LAST-CLOSED          PIC 9(06) VALUE ZERO.
004110 77  WS-POST-PERIOD          PIC 9(06) VALUE ZERO.
004120 77  WS-ORIG-PERIOD          PIC 9(06) VALUE ZERO.
004130
004140 01  WS-MENU-CHOICE          PIC X(01) VALUE SPACE.
004150     88  OP-ADD                          VALUES "A" "a".
004160     88  OP-SUBTRACT                     VALUES "S" "s".
004170     88  OP-MULTIPLY                     VALUES "M" "m".
004180     88  OP-DIVIDE                       VALUES "D" "d".
004190     88  OP-REVERSE                      VALUES "R" "r".
004200     88  OP-VALID                        VALUES
004210         "A" "a" "S" "s" "M" "m" "D" "d" "R" "r".
004220*
004230 PROCEDURE DIVISION.
004240*
004250 0000-Mainline.
004260     PERFORM 1000-SelectOperation
004270     PERFORM 7000-CaptureTimestamp
004280     PERFORM 2500-LoadOperProfile THRU 2500-Exit
004290     PERFORM 2400-CheckPostingPeriod THRU 2400-Exit
004300     IF POST-PERIOD-CLOSED
004310         GO TO 0000-Stop
004320     END-IF
004330     IF OP-REVERSE
004340         PERFORM 3000-ReverseTransaction THRU 3000-Exit
004350         GO TO 0000-Stop
004360     END-IF
004370     IF NOT OPER-MAY-CALCULATE
004380         MOVE "U" TO WS-CALC-STATUS
004390     ELSE
004400         PERFORM 2000-GetOperands THRU 2000-Exit
004410         IF NOT CALC-ITEM-NOT-FOUND
004420            AND NOT CALC-DEPT-INVALID
004430             PERFORM CalculateResult
004440         END-IF
004450         PERFORM 2600-CheckAmountCeiling THRU 2600-Exit
004460         PERFORM 2800-ApplyDeptBudget THRU 2800-Exit
004470         PERFORM 2900-ComputeSalesTax THRU 2900-Exit
004480     END-IF
004490     PERFORM 4000-DisplayResult
004500     PERFORM 9100-GetNextTransId
004510     PERFORM 8000-WriteAuditRecord
004520     IF CALC-OK
004530         PERFORM 8500-WriteExtractRecord
004540     END-IF
004550     PERFORM 9000-WriteHistoryRecord.
004560 0000-Stop.
004570     STOP RUN.
004580*
004590 1000-SelectOperation.
004600     PERFORM 1100-DisplayMenu
004610         UNTIL OP-VALID.
004620 1000-Exit.
004630     EXIT.
004640*
004650 1100-DisplayMenu.
004660     DISPLAY "Select an operation:"
004670     DISPLAY "  A - Add"
004680     DISPLAY "  S - Subtract"
004690     DISPLAY "  M - Multiply"
004700     DISPLAY "  D - Divide"
004710     DISPLAY "  R - Reverse a posted calculation"
004720     ACCEPT WS-MENU-CHOICE
004730     IF NOT OP-VALID
004740         DISPLAY "INVALID CHOICE, PLEASE ENTER A, S, M, D, OR R"
004750     END-IF.
004760 1100-Exit.
004770     EXIT.
004780*
004790 2000-GetOperands.
004800     DISPLAY "Enter department code:"
004810     ACCEPT WS-CALC-DEPT
004820     INSPECT WS-CALC-DEPT CONVERTING
004830         "abcdefghijklmnopqrstuvwxyz" TO
004840         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
004850     PERFORM 2700-ValidateDeptCode THRU 2700-Exit
004860     IF CALC-DEPT-INVALID
004870         GO TO 2000-Exit
004880     END-IF
004890     DISPLAY "Enter item code to price from the master file"
004900     DISPLAY "(or leave blank to key both amounts):"
004910     ACCEPT WS-ITEM-CODE
004920     INSPECT WS-ITEM-CODE CONVERTING "abcdefghijklmnopqrstuvwxyz"
004930         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
004940     IF WS-ITEM-CODE = SPACES
004950         DISPLAY UserPrompt
004960         ACCEPT FirstNum
004970         DISPLAY "Enter second amount (with decimal point, "
004980             "e.g. 123.45)"
004990         ACCEPT SecondNum
005000     ELSE
005010         DISPLAY "Enter quantity (with decimal point, "
005020             "e.g. 12.00)"
005030         ACCEPT FirstNum
005040         PERFORM 2100-FetchUnitPrice THRU 2100-Exit
005050     END-IF.
005060 2000-Exit.
005070     EXIT.
005080*
005090 2100-FetchUnitPrice.
005100     MOVE ZERO TO SecondNum
005110     OPEN INPUT PRICEM-FILE
005120     IF NOT PRICEM-OK
005130         DISPLAY "DOCALC: UNABLE TO OPEN PRICMSTR, STATUS="
005140             WS-PRICEM-STATUS
005150         MOVE "N" TO WS-CALC-STATUS
005160         GO TO 2100-Exit
005170     END-IF
005180     MOVE WS-ITEM-CODE TO PM-ITEM-CODE
005190     READ PRICEM-FILE
005200         INVALID KEY
005210             MOVE "N" TO WS-CALC-STATUS
005220         NOT INVALID KEY
005230             IF PM-INACTIVE
005240                 MOVE "N" TO WS-CALC-STATUS
005250             ELSE
005260                 MOVE PM-TAX-CODE TO WS-TAX-CODE
005270                 PERFORM 2150-SelectDatedPrice THRU 2150-Exit
005280                 IF PRICE-SELECTED
005290                     DISPLAY "PRICED " PM-DESCRIPTION
005300                 ELSE
005310                     MOVE "N" TO WS-CALC-STATUS
005320                 END-IF
005330             END-IF
005340     END-READ
005350     CLOSE PRICEM-FILE.
005360 2100-Exit.
005370     EXIT.
005380*
005390*    PICK THE PRICE ROW WITH THE LATEST EFFECTIVE DATE THAT IS
005400*    NOT AFTER THE TRANSACTION DATE.  RECORDS WRITTEN BEFORE
005410*    THE DATED-ROW TABLE EXISTED CARRY SPACES IN PM-PRICE-COUNT
005420*    AND FALL BACK TO PM-UNIT-PRICE/PM-EFFECTIVE-DATE.  AN ITEM
005430*    WHOSE EVERY PRICE IS STILL IN THE FUTURE HAS NO PRICE IN
005440*    EFFECT AND IS REJECTED BY THE CALLER.
005450 2150-SelectDatedPrice.
005460     MOVE "N"  TO WS-PRICE-SEL-SWITCH
005470     MOVE ZERO TO WS-BEST-EFF-DATE
005480     IF PM-PRICE-COUNT IS NUMERIC
005490        AND PM-PRICE-COUNT > ZERO
005500         PERFORM 2160-TestPriceRow THRU 2160-Exit
005510             VARYING WS-ROW-IX FROM 1 BY 1
005520             UNTIL WS-ROW-IX > PM-PRICE-COUNT
005530             OR WS-ROW-IX > 3
005540     END-IF
005550     IF PRICE-SELECTED
005560         GO TO 2150-Exit
005570     END-IF
005580     IF PM-EFFECTIVE-DATE NOT > WS-CALC-DATE
005590         MOVE PM-UNIT-PRICE TO SecondNum
005600         MOVE "Y" TO WS-PRICE-SEL-SWITCH
005610     END-IF.
005620 2150-Exit.
005630     EXIT.
005640*
005650 2160-TestPriceRow.
005660     IF PM-ROW-EFF-DATE (WS-ROW-IX) NOT > WS-CALC-DATE
005670        AND PM-ROW-EFF-DATE (WS-ROW-IX) NOT < WS-BEST-EFF-DATE
005680         MOVE PM-ROW-EFF-DATE (WS-ROW-IX) TO WS-BEST-EFF-DATE
005690         MOVE PM-ROW-PRICE (WS-ROW-IX)    TO SecondNum
005700         MOVE "Y" TO WS-PRICE-SEL-SWITCH
005710     END-IF.
005720 2160-Exit.
005730     EXIT.
005740*
005750*    A USER WITH NO PROFILE RECORD IS NOT AUTHORIZED FOR ANY
005760*    FUNCTION; AN OPERMSTR THAT CANNOT BE OPENED IS REPORTED
005770*    AND THE CHECK WAIVED SO A CATALOG PROBLEM DOES NOT STOP
005780*    THE SHOP.
005790*    THE LATEST CLOSED PERIOD IS THE LAST "C" RECORD ON PRDCTL -
005800*    PERIODS ARE CLOSED IN ORDER, SO THE SCAN STOPS AT THE FIRST
005810*    ONE STILL OPEN.  NOTHING IS POSTED, OR LOGGED, INTO A CLOSED
005820*    PERIOD.  AN UNOPENABLE PRDCTL IS REPORTED AND THE LOCK
005830*    WAIVED, THE SAME AS OPERMSTR.
005840 2400-CheckPostingPeriod.
005850     MOVE ZERO TO WS-LAST-CLOSED
005860     OPEN INPUT PERIOD-FILE
005870     IF NOT PERIOD-OK
005880         DISPLAY "DOCALC: PRDCTL NOT AVAILABLE, STATUS="
005890             WS-PERIOD-STATUS ", PERIOD LOCK WAIVED"
005900         GO TO 2400-Exit
005910     END-IF
005920     PERFORM 2450-ReadPeriod THRU 2450-Exit
005930         UNTIL END-OF-PERIODS
005940     CLOSE PERIOD-FILE
005950     DIVIDE WS-CALC-DATE BY 100 GIVING WS-POST-PERIOD
005960     IF WS-POST-PERIOD NOT > WS-LAST-CLOSED
005970         MOVE "Y" TO WS-PERIOD-SWITCH
005980         DISPLAY "PERIOD " WS-POST-PERIOD " IS CLOSED - NOTHING "
005990             "CAN BE POSTED INTO IT"
006000     END-IF.
006010 2400-Exit.
006020     EXIT.
006030*
006040 2450-ReadPeriod.
006050     READ PERIOD-FILE NEXT RECORD
006060         AT END
006070             MOVE "Y" TO WS-PERIOD-EOF-SWITCH
006080     END-READ
006090     IF PERIOD-OK AND PC-CLOSED
006100         MOVE PC-PERIOD TO WS-LAST-CLOSED
006110     ELSE
006120         MOVE "Y" TO WS-PERIOD-EOF-SWITCH
006130     END-IF.
006140 2450-Exit.
006150     EXIT.
006160*
006170 2500-LoadOperProfile.
006180     MOVE "N"  TO WS-MAY-CALC-SWITCH
006190     MOVE "N"  TO WS-MAY-REV-SWITCH
006200     MOVE ZERO TO WS-AMOUNT-LIMIT
006210     OPEN INPUT OPER-FILE
006220     IF NOT OPER-OK
006230         DISPLAY "DOCALC: OPERMSTR NOT AVAILABLE, STATUS="
006240             WS-OPER-STATUS ", AUTHORITY CHECK WAIVED"
006250         MOVE "Y" TO WS-MAY-CALC-SWITCH
006260         MOVE "Y" TO WS-MAY-REV-SWITCH
006270         GO TO 2500-Exit
006280     END-IF
006290     MOVE WS-CALC-USER TO OP-USER-ID
006300     READ OPER-FILE
006310         INVALID KEY
006320             CONTINUE
006330         NOT INVALID KEY
006340             IF NOT OP-INACTIVE
006350                 IF OP-CALC-ALLOWED
006360                     MOVE "Y" TO WS-MAY-CALC-SWITCH
006370                 END-IF
006380                 IF OP-REVERSE-ALLOWED
006390                     MOVE "Y" TO WS-MAY-REV-SWITCH
006400                 END-IF
006410                 MOVE OP-AMOUNT-LIMIT TO WS-AMOUNT-LIMIT
006420             END-IF
006430     END-READ
006440     CLOSE OPER-FILE.
006450 2500-Exit.
006460     EXIT.
006470*
006480*    THE PROFILE CEILING APPLIES TO THE COMPUTED RESULT - AN
006490*    OVER-CEILING CALCULATION IS REFUSED AND LOGGED "U".
006500*    ZERO MEANS NO CEILING.
006510 2600-CheckAmountCeiling.
006520     IF CALC-OK
006530        AND WS-AMOUNT-LIMIT > ZERO
006540        AND CalcResult > WS-AMOUNT-LIMIT
006550         MOVE "U" TO WS-CALC-STATUS
006560     END-IF.
006570 2600-Exit.
006580     EXIT.
006590*
006600*    EVERY CALCULATION IS DONE FOR SOME REQUESTING DEPARTMENT -
006610*    A BLANK, UNKNOWN, OR DEACTIVATED CODE IS REJECTED WITH
006620*    ITS OWN STATUS AND LOGGED LIKE THE OTHER EXCEPTIONS.
006630 2700-ValidateDeptCode.
006640     MOVE ZERO TO WS-DEPT-BUDGET
006650     MOVE "N"  TO WS-DEPT-EXEMPT-SWITCH
006660     IF WS-CALC-DEPT = SPACES
006670         MOVE "E" TO WS-CALC-STATUS
006680         GO TO 2700-Exit
006690     END-IF
006700     OPEN INPUT DEPT-FILE
006710     IF NOT DEPT-OK
006720         DISPLAY "DOCALC: UNABLE TO OPEN DEPTMSTR, STATUS="
006730             WS-DEPT-STATUS
006740         MOVE "E" TO WS-CALC-STATUS
006750         GO TO 2700-Exit
006760     END-IF
006770     MOVE WS-CALC-DEPT TO DP-DEPT-CODE
006780     READ DEPT-FILE
006790         INVALID KEY
006800             MOVE "E" TO WS-CALC-STATUS
006810         NOT INVALID KEY
006820             IF DP-INACTIVE
006830                 MOVE "E" TO WS-CALC-STATUS
006840             END-IF
006850             IF DP-MONTHLY-BUDGET IS NUMERIC
006860                 MOVE DP-MONTHLY-BUDGET TO WS-DEPT-BUDGET
006870             END-IF
006880             IF DP-EXEMPT-FROM-TAX
006890                 MOVE "Y" TO WS-DEPT-EXEMPT-SWITCH
006900             END-IF
006910     END-READ
006920     CLOSE DEPT-FILE.
006930 2700-Exit.
006940     EXIT.
006950*
006960*    THE DEPARTMENT'S MONTHLY BUDGET IS CHECKED LAST, AFTER
006970*    EVERYTHING ELSE THAT CAN REFUSE THE CALCULATION, SO THE
006980*    MONTH-TO-DATE TOTAL ONLY EVER GROWS BY A RESULT THAT
006990*    ACTUALLY POSTS.  A RESULT THAT WOULD PUSH THE DEPARTMENT
007000*    OVER DP-MONTHLY-BUDGET IS REFUSED AND LOGGED "B"; ZERO
007010*    MEANS NO BUDGET, BUT THE POSTING IS STILL TOTALED FOR THE
007020*    BUDGET REPORT.  DEPTMTD IS HELD OPEN I-O ACROSS THE READ
007030*    AND THE WRITE/REWRITE, SAME AS NEXTIDF, SO TWO PROGRAMS
007040*    CANNOT BOTH SPEND THE SAME HEADROOM.  AN UNOPENABLE
007050*    DEPTMTD IS REPORTED AND THE CHECK WAIVED SO A CATALOG
007060*    PROBLEM DOES NOT STOP THE SHOP.
007070 2800-ApplyDeptBudget.
007080     IF NOT CALC-OK
007090         GO TO 2800-Exit
007100     END-IF
007110     OPEN I-O MTD-FILE
007120     IF NOT MTD-OK
007130         DISPLAY "DOCALC: DEPTMTD NOT AVAILABLE, STATUS="
007140             WS-MTD-STATUS ", BUDGET CHECK WAIVED"
007150         GO TO 2800-Exit
007160     END-IF
007170     MOVE "N"          TO WS-MTD-NEW-SWITCH
007180     MOVE WS-CALC-DEPT TO DM-DEPT-CODE
007190     DIVIDE WS-CALC-DATE BY 100 GIVING DM-PERIOD
007200     READ MTD-FILE
007210         INVALID KEY
007220             MOVE "Y" TO WS-MTD-NEW-SWITCH
007230     END-READ
007240     IF MTD-IS-NEW
007250         MOVE SPACES       TO DEPT-MTD-RECORD
007260         MOVE WS-CALC-DEPT TO DM-DEPT-CODE
007270         DIVIDE WS-CALC-DATE BY 100 GIVING DM-PERIOD
007280         MOVE ZERO         TO DM-POSTED-AMOUNT
007290         MOVE ZERO         TO DM-POSTED-COUNT
007300     END-IF
007310     COMPUTE WS-MTD-TRIAL = DM-POSTED-AMOUNT + CalcResult
007320     IF WS-DEPT-BUDGET > ZERO
007330        AND WS-MTD-TRIAL > WS-DEPT-BUDGET
007340         MOVE "B" TO WS-CALC-STATUS
007350         CLOSE MTD-FILE
007360         GO TO 2800-Exit
007370     END-IF
007380     MOVE WS-MTD-TRIAL TO DM-POSTED-AMOUNT
007390     ADD 1             TO DM-POSTED-COUNT
007400     MOVE WS-CALC-DATE TO DM-LAST-DATE
007410     MOVE WS-CALC-TIME TO DM-LAST-TIME
007420     IF MTD-IS-NEW
007430         WRITE DEPT-MTD-RECORD
007440     ELSE
007450         REWRITE DEPT-MTD-RECORD
007460     END-IF
007470     CLOSE MTD-FILE.
007480 2800-Exit.
007490     EXIT.
007500*
007510*    A POSTED REVERSAL GIVES ITS AMOUNT BACK TO THE BUDGET OF
007520*    THE MONTH THE REVERSAL POSTS IN - THE MONTH CHGJRNL
007530*    CREDITS IT TO - NEVER TAKING THE MONTH-TO-DATE TOTAL
007540*    BELOW ZERO.  NO RECORD FOR THE MONTH MEANS NOTHING HAS
007550*    POSTED YET TO GIVE BACK.
007560 2850-ReturnDeptBudget.
007570     OPEN I-O MTD-FILE
007580     IF NOT MTD-OK
007590         DISPLAY "DOCALC: DEPTMTD NOT AVAILABLE, STATUS="
007600             WS-MTD-STATUS ", BUDGET NOT CREDITED"
007610         GO TO 2850-Exit
007620     END-IF
007630     MOVE WS-CALC-DEPT TO DM-DEPT-CODE
007640     DIVIDE WS-CALC-DATE BY 100 GIVING DM-PERIOD
007650     READ MTD-FILE
007660         INVALID KEY
007670             CLOSE MTD-FILE
007680             GO TO 2850-Exit
007690     END-READ
007700     IF CalcResult > DM-POSTED-AMOUNT
007710         MOVE ZERO TO DM-POSTED-AMOUNT
007720     ELSE
007730         SUBTRACT CalcResult FROM DM-POSTED-AMOUNT
007740     END-IF
007750     MOVE WS-CALC-DATE TO DM-LAST-DATE
007760     MOVE WS-CALC-TIME TO DM-LAST-TIME
007770     REWRITE DEPT-MTD-RECORD
007780     CLOSE MTD-FILE.
007790 2850-Exit.
007800     EXIT.
007810*
007820*    SALES TAX ON A POSTED ITEM-CODED CALCULATION: THE RATE THE
007830*    ITEM'S TAX CODE HAS IN EFFECT ON THE POSTING DATE, APPLIED
007840*    TO THE EXTENDED PRICE AND ROUNDED TO THE CENT.  AN EXEMPT
007850*    DEPARTMENT, AN ITEM WITH NO TAX CODE, OR A CODE WITH NO
007860*    ACTIVE RATE IN EFFECT POSTS WITH ZERO TAX AND THE REASON
007870*    RECORDED - A MISSING RATE IS WARNED ABOUT BUT DOES NOT
007880*    STOP THE CALCULATION.  KEYED AMOUNTS CARRY NO TAX.
007890 2900-ComputeSalesTax.
007900     MOVE SPACE TO WS-TAX-REASON
007910     MOVE ZERO  TO WS-TAX-RATE
007920     MOVE ZERO  TO WS-TAX-AMOUNT
007930     IF NOT CALC-OK
007940        OR WS-ITEM-CODE = SPACES
007950         GO TO 2900-Exit
007960     END-IF
007970     IF DEPT-TAX-EXEMPT
007980         MOVE "E" TO WS-TAX-REASON
007990         GO TO 2900-Exit
008000     END-IF
008010     IF WS-TAX-CODE = SPACES
008020         MOVE "N" TO WS-TAX-REASON
008030         GO TO 2900-Exit
008040     END-IF
008050     MOVE "R" TO WS-TAX-REASON
008060     MOVE "N" TO WS-RATE-SEL-SWITCH
008070     OPEN INPUT TAX-FILE
008080     IF NOT TAX-OK
008090         DISPLAY "DOCALC: UNABLE TO OPEN TAXMSTR, STATUS="
008100             WS-TAX-STATUS ", POSTED WITH NO TAX"
008110         GO TO 2900-Exit
008120     END-IF
008130     MOVE WS-TAX-CODE TO TX-TAX-CODE
008140     READ TAX-FILE
008150         INVALID KEY
008160             CONTINUE
008170         NOT INVALID KEY
008180             IF NOT TX-INACTIVE
008190                 PERFORM 2950-SelectDatedRate THRU 2950-Exit
008200             END-IF
008210     END-READ
008220     CLOSE TAX-FILE
008230     IF RATE-SELECTED
008240         MOVE "T" TO WS-TAX-REASON
008250         COMPUTE WS-TAX-AMOUNT ROUNDED =
008260             CalcResult * WS-TAX-RATE / 100
008270     ELSE
008280         DISPLAY "WARNING - TAX CODE " WS-TAX-CODE " HAS NO "
008290             "RATE IN EFFECT, POSTED WITH NO TAX"
008300     END-IF.
008310 2900-Exit.
008320     EXIT.
008330*
008340*    SAME RULE AS THE DATED PRICE ROWS - THE LATEST RATE ROW
008350*    NOT AFTER THE TRANSACTION DATE.
008360 2950-SelectDatedRate.
008370     MOVE ZERO TO WS-BEST-EFF-DATE
008380     IF TX-RATE-COUNT IS NUMERIC
008390        AND TX-RATE-COUNT > ZERO
008400         PERFORM 2960-TestRateRow THRU 2960-Exit
008410             VARYING WS-ROW-IX FROM 1 BY 1
008420             UNTIL WS-ROW-IX > TX-RATE-COUNT
008430             OR WS-ROW-IX > 3
008440     END-IF.
008450 2950-Exit.
008460     EXIT.
008470*
008480 2960-TestRateRow.
008490     IF TX-ROW-EFF-DATE (WS-ROW-IX) NOT > WS-CALC-DATE
008500        AND TX-ROW-EFF-DATE (WS-ROW-IX) NOT < WS-BEST-EFF-DATE
008510         MOVE TX-ROW-EFF-DATE (WS-ROW-IX) TO WS-BEST-EFF-DATE
008520         MOVE TX-ROW-RATE (WS-ROW-IX)     TO WS-TAX-RATE
008530         MOVE "Y" TO WS-RATE-SEL-SWITCH
008540     END-IF.
008550 2960-Exit.
008560     EXIT.
008570*
008580 3000-ReverseTransaction.
008590     DISPLAY "Enter transaction ID to reverse:"
008600     ACCEPT WS-REVERSE-ORIG-ID
008610*    ASSUME A REFUSED REVERSAL ("X") UNTIL THE REVERSAL
008620*    ACTUALLY POSTS - 3100 LOGS WHATEVER STATUS IS SET, SO AN
008630*    AUTHORITY REFUSAL LOGS "U" INSTEAD.
008640     MOVE "X" TO WS-CALC-STATUS
008650     IF NOT OPER-MAY-REVERSE
008660         DISPLAY "REVERSAL REFUSED - USER " WS-CALC-USER
008670             " IS NOT AUTHORIZED TO REVERSE"
008680         MOVE "U" TO WS-CALC-STATUS
008690         PERFORM 3100-LogRefusedReversal THRU 3100-Exit
008700         GO TO 3000-Exit
008710     END-IF
008720     OPEN I-O HIST-FILE
008730     IF NOT HIST-OK
008740         DISPLAY "DOCALC: UNABLE TO OPEN CALCHIST, STATUS="
008750             WS-HIST-STATUS
008760         GO TO 3000-Exit
008770     END-IF
008780     MOVE WS-REVERSE-ORIG-ID TO HR-TRANS-ID
008790     READ HIST-FILE
008800         INVALID KEY
008810             DISPLAY "NO CALCHIST RECORD FOR ID " HR-TRANS-ID
008820             CLOSE HIST-FILE
008830             PERFORM 3100-LogRefusedReversal THRU 3100-Exit
008840             GO TO 3000-Exit
008850     END-READ
008860     IF NOT HR-OK
008870         DISPLAY "ONLY A SUCCESSFUL CALCULATION CAN BE "
008880             "REVERSED"
008890         CLOSE HIST-FILE
008900         PERFORM 3100-LogRefusedReversal THRU 3100-Exit
008910         GO TO 3000-Exit
008920     END-IF
008930     IF HR-REVERSED-BY > ZERO
008940         DISPLAY "TRANSACTION " HR-TRANS-ID " WAS ALREADY "
008950             "REVERSED BY ID " HR-REVERSED-BY
008960         CLOSE HIST-FILE
008970         PERFORM 3100-LogRefusedReversal THRU 3100-Exit
008980         GO TO 3000-Exit
008990     END-IF
009000
009010*    AN ORIGINAL FROM A CLOSED PERIOD IS REVERSED IN TODAY'S
009020*    OPEN PERIOD, CARRYING THE ORIGINAL'S PERIOD ON THE
009030*    REVERSAL.
009040     DIVIDE HR-DATE BY 100 GIVING WS-ORIG-PERIOD
009050     IF WS-ORIG-PERIOD > WS-LAST-CLOSED
009060         MOVE ZERO TO WS-ORIG-PERIOD
009070     ELSE
009080         DISPLAY "TRANSACTION " HR-TRANS-ID " IS IN CLOSED "
009090             "PERIOD " WS-ORIG-PERIOD " - REVERSAL POSTS IN "
009100             "PERIOD " WS-POST-PERIOD
009110     END-IF
009120     MOVE HR-FIRST-NUM   TO FirstNum
009130     MOVE HR-SECOND-NUM  TO SecondNum
009140     MOVE HR-CALC-RESULT TO CalcResult
009150     MOVE HR-DEPT-CODE   TO WS-CALC-DEPT
009160     MOVE HR-OPERATION   TO WS-ORIG-OPERATION
009170     MOVE HR-TAX-CODE    TO WS-TAX-CODE
009180     MOVE HR-TAX-RATE    TO WS-TAX-RATE
009190     MOVE HR-TAX-AMOUNT  TO WS-TAX-AMOUNT
009200     MOVE HR-TAX-REASON  TO WS-TAX-REASON
009210     IF HR-ADJUSTED-BY > ZERO
009220         PERFORM 3050-ApplyLatestAdjustment THRU 3050-Exit
009230         IF NOT CALC-OK
009240             MOVE "X" TO WS-CALC-STATUS
009250             CLOSE HIST-FILE
009260             PERFORM 3100-LogRefusedReversal THRU 3100-Exit
009270             GO TO 3000-Exit
009280         END-IF
009290*        THE ORIGINAL AND ITS ADJUSTMENTS WERE TAXED AT THE
009300*        ORIGINAL'S RATE, SO THEIR TAX NETS TO THE RATE ON
009310*        THE RECOMPUTED RESULT.
009320         IF TAX-CHARGED
009330             COMPUTE WS-TAX-AMOUNT ROUNDED =
009340                 CalcResult * WS-TAX-RATE / 100
009350         END-IF
009360     END-IF
009370     MOVE "V" TO WS-CALC-STATUS
009380     PERFORM 9100-GetNextTransId
009390     PERFORM 8000-WriteAuditRecord
009400     PERFORM 8600-WriteReversalExtract
009410
009420     MOVE WS-NEXT-TRANS-ID   TO HR-TRANS-ID
009430     MOVE WS-CALC-DATE       TO HR-DATE
009440     MOVE WS-CALC-TIME       TO HR-TIME
009450     MOVE WS-CALC-USER       TO HR-USER
009460     MOVE FirstNum           TO HR-FIRST-NUM
009470     MOVE SecondNum          TO HR-SECOND-NUM
009480     MOVE CalcResult         TO HR-CALC-RESULT
009490     MOVE "V"                TO HR-STATUS
009500     MOVE WS-REVERSE-ORIG-ID TO HR-REVERSAL-OF
009510     MOVE ZERO               TO HR-REVERSED-BY
009520     MOVE WS-CALC-DEPT       TO HR-DEPT-CODE
009530     MOVE WS-MENU-CHOICE     TO HR-OPERATION
009540     MOVE SPACES             TO HR-ITEM-CODE
009550     MOVE ZERO               TO HR-ADJUSTMENT-OF
009560     MOVE ZERO               TO HR-ADJUSTED-BY
009570     MOVE SPACE              TO HR-ADJ-DIRECTION
009580     MOVE WS-TAX-CODE        TO HR-TAX-CODE
009590     MOVE WS-TAX-RATE        TO HR-TAX-RATE
009600     MOVE WS-TAX-AMOUNT      TO HR-TAX-AMOUNT
009610     MOVE WS-TAX-REASON      TO HR-TAX-REASON
009620     MOVE SPACES             TO HR-STANDING-ID
009630     MOVE WS-ORIG-PERIOD     TO HR-ORIG-PERIOD
009640     WRITE HISTORY-RECORD
009650         INVALID KEY
009660             DISPLAY "DOCALC: DUPLICATE OR INVALID CALCHIST "
009670                 "KEY " HR-TRANS-ID
009680     END-WRITE
009690
009700     MOVE WS-REVERSE-ORIG-ID TO HR-TRANS-ID
009710     READ HIST-FILE
009720         INVALID KEY
009730             DISPLAY "DOCALC: UNABLE TO RE-READ CALCHIST ID "
009740                 HR-TRANS-ID " TO MARK IT REVERSED"
009750         NOT INVALID KEY
009760             MOVE WS-NEXT-TRANS-ID TO HR-REVERSED-BY
009770             REWRITE HISTORY-RECORD
009780     END-READ
009790     CLOSE HIST-FILE
009800     PERFORM 2850-ReturnDeptBudget THRU 2850-Exit
009810     DISPLAY "TRANSACTION " WS-REVERSE-ORIG-ID " REVERSED BY "
009820         "ID " WS-NEXT-TRANS-ID.
009830 3000-Exit.
009840     EXIT.
009850*
009860*    THE ORIGINAL HAS BEEN REPRICED BY PRCADJ - ITS LATEST
009870*    ADJUSTMENT CARRIES THE PRICE NOW IN FORCE, SO THE REVERSAL
009880*    IS RECOMPUTED AT THAT PRICE WITH THE ORIGINAL OPERATION
009890*    AND BACKS OUT THE ORIGINAL AND EVERY ADJUSTMENT AT ONCE.
009900*    A MISSING ADJUSTMENT RECORD OR A PRICE THAT NO LONGER
009910*    COMPUTES LEAVES WS-CALC-STATUS OTHER THAN "O" AND THE
009920*    CALLER REFUSES THE REVERSAL.
009930 3050-ApplyLatestAdjustment.
009940     MOVE "X" TO WS-CALC-STATUS
009950     MOVE HR-ADJUSTED-BY TO HR-TRANS-ID
009960     READ HIST-FILE
009970         INVALID KEY
009980             DISPLAY "NO CALCHIST RECORD FOR PRICE ADJUSTMENT "
009990                 "ID " HR-TRANS-ID
010000             GO TO 3050-Exit
010010     END-READ
010020     MOVE HR-SECOND-NUM     TO SecondNum
010030     MOVE WS-ORIG-OPERATION TO WS-MENU-CHOICE
010040     PERFORM CalculateResult
010050     MOVE "R"               TO WS-MENU-CHOICE
010060     IF NOT CALC-OK
010070         DISPLAY "ADJUSTED PRICE NO LONGER COMPUTES FOR "
010080             "TRANSACTION " WS-REVERSE-ORIG-ID
010090     END-IF.
010100 3050-Exit.
010110     EXIT.
010120*
010130*    A REFUSED REVERSAL STILL LEAVES A RECORD ON BOTH TRAILS,
010140*    SAME AS THE BATCH DoCalcB, SO "WHO ATTEMPTED TO REVERSE
010150*    WHAT" CAN BE ANSWERED FROM THE TRAIL.  AMOUNTS ARE ZERO,
010160*    MATCHING THE BATCH X RECORDS.  THE CALLER SETS THE
010170*    STATUS - "X" FOR A REFUSED REVERSAL, "U" FOR AN
010180*    AUTHORITY REFUSAL.
010190 3100-LogRefusedReversal.
010200     MOVE SPACES TO WS-TAX-CODE
010210     MOVE ZERO   TO WS-TAX-RATE
010220     MOVE ZERO   TO WS-TAX-AMOUNT
010230     MOVE SPACE  TO WS-TAX-REASON
010240     MOVE ZERO TO FirstNum
010250     MOVE ZERO TO SecondNum
010260     MOVE ZERO TO CalcResult
010270     PERFORM 9100-GetNextTransId
010280     PERFORM 8000-WriteAuditRecord
010290     PERFORM 9000-WriteHistoryRecord.
010300 3100-Exit.
010310     EXIT.
010320*
010330 CalculateResult.
010340     MOVE "O" TO WS-CALC-STATUS
010350     EVALUATE TRUE
010360         WHEN OP-ADD
010370             MOVE "+" TO DL-OPERATOR
010380             COMPUTE CalcResult = FirstNum + SecondNum
010390                 ON SIZE ERROR
010400                     MOVE "R" TO WS-CALC-STATUS
010410             END-COMPUTE
010420         WHEN OP-SUBTRACT
010430             MOVE "-" TO DL-OPERATOR
010440             IF SecondNum > FirstNum
010450                 MOVE "R" TO WS-CALC-STATUS
010460             ELSE
010470                 COMPUTE CalcResult = FirstNum - SecondNum
010480                     ON SIZE ERROR
010490                         MOVE "R" TO WS-CALC-STATUS
010500                 END-COMPUTE
010510             END-IF
010520         WHEN OP-MULTIPLY
010530             MOVE "x" TO DL-OPERATOR
010540             COMPUTE CalcResult = FirstNum * SecondNum
010550                 ON SIZE ERROR
010560                     MOVE "R" TO WS-CALC-STATUS
010570             END-COMPUTE
010580         WHEN OP-DIVIDE
010590             MOVE "/" TO DL-OPERATOR
010600             IF SecondNum = ZERO
010610                 MOVE "Z" TO WS-CALC-STATUS
010620             ELSE
010630                 COMPUTE CalcResult ROUNDED =
010640                     FirstNum / SecondNum
010650                     ON SIZE ERROR
010660                         MOVE "R" TO WS-CALC-STATUS
010670                 END-COMPUTE
010680             END-IF
010690     END-EVALUATE.
010700 CalculateResult-Exit.
010710     EXIT.
010720*
010730 4000-DisplayResult.
010740     EVALUATE TRUE
010750         WHEN CALC-REJECTED
010760             DISPLAY "CALCULATION REJECTED - RESULT OVERFLOWS "
010770                 "CalcResult, CHECK YOUR ENTRIES"
010780         WHEN CALC-DIVIDE-BY-ZERO
010790             DISPLAY "CALCULATION REJECTED - CANNOT DIVIDE BY "
010800                 "ZERO"
010810         WHEN CALC-NOT-AUTHORIZED
010820             DISPLAY "CALCULATION REFUSED - USER " WS-CALC-USER
010830                 " IS NOT AUTHORIZED OR THE RESULT EXCEEDS "
010840                 "THE AUTHORIZED CEILING"
010850         WHEN CALC-DEPT-INVALID
010860             DISPLAY "CALCULATION REJECTED - DEPARTMENT CODE "
010870                 WS-CALC-DEPT " IS NOT ON THE DEPARTMENT "
010880                 "MASTER"
010890         WHEN CALC-OVER-BUDGET
010900             DISPLAY "CALCULATION REFUSED - DEPARTMENT "
010910                 WS-CALC-DEPT " WOULD GO OVER ITS MONTHLY "
010920                 "BUDGET"
010930         WHEN CALC-ITEM-NOT-FOUND
010940             DISPLAY "CALCULATION REJECTED - ITEM CODE "
010950                 WS-ITEM-CODE " IS NOT ON THE PRICE MASTER "
010960                 "OR HAS NO PRICE IN EFFECT"
010970         WHEN OTHER
010980             MOVE FirstNum       TO DL-FIRST-NUM
010990             MOVE SecondNum      TO DL-SECOND-NUM
011000             MOVE CalcResult     TO DL-CALC-RESULT
011010             DISPLAY WS-DISPLAY-LINE
011020             PERFORM 4100-DisplayTax THRU 4100-Exit
011030     END-EVALUATE.
011040 4000-Exit.
011050     EXIT.
011060*
011070 4100-DisplayTax.
011080     EVALUATE TRUE
011090         WHEN TAX-CHARGED
011100             MOVE WS-TAX-CODE   TO TL-TAX-CODE
011110             MOVE WS-TAX-RATE   TO TL-TAX-RATE
011120             MOVE WS-TAX-AMOUNT TO TL-TAX-AMOUNT
011130             DISPLAY WS-TAX-LINE
011140         WHEN TAX-EXEMPT-DEPT
011150             DISPLAY "NO SALES TAX - DEPARTMENT " WS-CALC-DEPT
011160                 " IS TAX EXEMPT"
011170         WHEN TAX-NOT-TAXABLE
011180             DISPLAY "NO SALES TAX - ITEM IS NOT TAXABLE"
011190         WHEN TAX-NO-RATE
011200             DISPLAY "NO SALES TAX - NO RATE IN EFFECT"
011210     END-EVALUATE.
011220 4100-Exit.
011230     EXIT.
011240*
011250 7000-CaptureTimestamp.
011260     DISPLAY "USER" UPON ENVIRONMENT-NAME
011270     ACCEPT WS-CALC-USER FROM ENVIRONMENT-VALUE
011280     IF WS-CALC-USER = SPACES
011290         MOVE "UNKNOWN" TO WS-CALC-USER
011300     END-IF
011310
011320     ACCEPT WS-CALC-DATE FROM DATE YYYYMMDD
011330     ACCEPT WS-CALC-TIME FROM TIME.
011340 7000-Exit.
011350     EXIT.
011360*
011370 8000-WriteAuditRecord.
011380     OPEN EXTEND AUDIT-FILE
011390     IF NOT AUDIT-OK
011400         MOVE SPACES TO WS-AUDIT-STATUS
011410         OPEN OUTPUT AUDIT-FILE
011420     END-IF
011430
011440     MOVE WS-NEXT-TRANS-ID TO AUD-TRANS-ID
011450     MOVE WS-CALC-USER  TO AUD-USER
011460     MOVE WS-CALC-DATE  TO AUD-DATE
011470     MOVE WS-CALC-TIME  TO AUD-TIME
011480
011490     MOVE FirstNum      TO AUD-FIRST-NUM
011500     MOVE SecondNum     TO AUD-SECOND-NUM
011510     MOVE WS-CALC-DEPT  TO AUD-DEPT-CODE
011520     MOVE WS-CALC-STATUS TO AUD-STATUS
011522     MOVE WS-MENU-CHOICE TO AUD-OPERATION
011524     MOVE ZERO          TO AUD-ADJUSTMENT-OF
011526     MOVE SPACE         TO AUD-ADJ-DIRECTION
011528     MOVE SPACES        TO AUD-STANDING-ID
011530     IF CALC-OK OR CALC-REVERSED
011540         MOVE CalcResult TO AUD-CALC-RESULT
011550         MOVE WS-TAX-CODE   TO AUD-TAX-CODE
011560         MOVE WS-TAX-AMOUNT TO AUD-TAX-AMOUNT
011570         MOVE WS-TAX-REASON TO AUD-TAX-REASON
011575         MOVE WS-TAX-RATE   TO AUD-TAX-RATE
011580     ELSE
011590         MOVE ZERO       TO AUD-CALC-RESULT
011600         MOVE SPACES     TO AUD-TAX-CODE
011610         MOVE ZERO       TO AUD-TAX-AMOUNT
011620         MOVE SPACE      TO AUD-TAX-REASON
011625         MOVE ZERO       TO AUD-TAX-RATE
011630     END-IF
011640
011641     IF CALC-REVERSED
011642         MOVE WS-REVERSE-ORIG-ID TO AUD-REVERSAL-OF
011643         MOVE SPACES             TO AUD-ITEM-CODE
011644         MOVE WS-ORIG-PERIOD     TO AUD-ORIG-PERIOD
011645     ELSE
011646         MOVE ZERO               TO AUD-REVERSAL-OF
011647         MOVE WS-ITEM-CODE       TO AUD-ITEM-CODE
011648         MOVE ZERO               TO AUD-ORIG-PERIOD
011649     END-IF
011650     WRITE AUDIT-RECORD
011660     CLOSE AUDIT-FILE.
011670 8000-Exit.
011680     EXIT.
011690*
011700 8500-WriteExtractRecord.
011710     OPEN EXTEND PRICE-FILE
011720     IF NOT PRICE-OK
011730         MOVE SPACES TO WS-PRICE-STATUS
011740         OPEN OUTPUT PRICE-FILE
011750     END-IF
011760
011770     MOVE "PE"       TO PX-RECORD-TYPE
011780     MOVE FirstNum   TO PX-QUANTITY
011790     MOVE SecondNum  TO PX-UNIT-PRICE
011800     MOVE CalcResult TO PX-EXTENDED-PRICE
011810     MOVE WS-TAX-AMOUNT TO PX-TAX-AMOUNT
011820
011830     WRITE PRICE-EXTRACT-RECORD
011840     CLOSE PRICE-FILE.
011850 8500-Exit.
011860     EXIT.
011870*
011880 8600-WriteReversalExtract.
011890     OPEN EXTEND PRICE-FILE
011900     IF NOT PRICE-OK
011910         MOVE SPACES TO WS-PRICE-STATUS
011920         OPEN OUTPUT PRICE-FILE
011930     END-IF
011940
011950     MOVE "PR"       TO PX-RECORD-TYPE
011960     MOVE FirstNum   TO PX-QUANTITY
011970     MOVE SecondNum  TO PX-UNIT-PRICE
011980     MOVE CalcResult TO PX-EXTENDED-PRICE
011990     MOVE WS-TAX-AMOUNT TO PX-TAX-AMOUNT
012000
012010     WRITE PRICE-EXTRACT-RECORD
012020     CLOSE PRICE-FILE.
012030 8600-Exit.
012040     EXIT.
012050*
012060 9000-WriteHistoryRecord.
012070
012080     MOVE WS-NEXT-TRANS-ID TO HR-TRANS-ID
012090     MOVE WS-CALC-DATE      TO HR-DATE
012100     MOVE WS-CALC-TIME      TO HR-TIME
012110     MOVE WS-CALC-USER      TO HR-USER
012120     MOVE FirstNum          TO HR-FIRST-NUM
012130     MOVE SecondNum         TO HR-SECOND-NUM
012140     MOVE WS-CALC-STATUS    TO HR-STATUS
012150     IF CALC-OK
012160         MOVE CalcResult    TO HR-CALC-RESULT
012170         MOVE WS-TAX-CODE   TO HR-TAX-CODE
012180         MOVE WS-TAX-RATE   TO HR-TAX-RATE
012190         MOVE WS-TAX-AMOUNT TO HR-TAX-AMOUNT
012200         MOVE WS-TAX-REASON TO HR-TAX-REASON
012210     ELSE
012220         MOVE ZERO          TO HR-CALC-RESULT
012230         MOVE SPACES        TO HR-TAX-CODE
012240         MOVE ZERO          TO HR-TAX-RATE
012250         MOVE ZERO          TO HR-TAX-AMOUNT
012260         MOVE SPACE         TO HR-TAX-REASON
012270     END-IF
012280     MOVE ZERO              TO HR-REVERSAL-OF
012290     MOVE ZERO              TO HR-REVERSED-BY
012300     MOVE WS-CALC-DEPT      TO HR-DEPT-CODE
012310     MOVE WS-MENU-CHOICE    TO HR-OPERATION
012320     MOVE WS-ITEM-CODE      TO HR-ITEM-CODE
012330     MOVE ZERO              TO HR-ADJUSTMENT-OF
012340     MOVE ZERO              TO HR-ADJUSTED-BY
012350     MOVE SPACE             TO HR-ADJ-DIRECTION
012360     MOVE SPACES            TO HR-STANDING-ID
012370     MOVE ZERO              TO HR-ORIG-PERIOD
012380
012390     OPEN I-O HIST-FILE
012400     IF NOT HIST-OK
012410         DISPLAY "DOCALC: UNABLE TO OPEN CALCHIST, STATUS="
012420             WS-HIST-STATUS
012430     END-IF
012440     WRITE HISTORY-RECORD
012450         INVALID KEY
012460             DISPLAY "DOCALC: DUPLICATE OR INVALID CALCHIST KEY "
012470                 HR-TRANS-ID
012480     END-WRITE
012490     CLOSE HIST-FILE.
012500 9000-Exit.
012510     EXIT.
012520*
012530 9100-GetNextTransId.
012540     MOVE ZERO  TO WS-NEXT-TRANS-ID
012550     MOVE 1     TO WS-NEXTID-RELKEY
012560     MOVE "N"   TO WS-NEXTID-NEW-SWITCH
012570     OPEN I-O NEXTID-FILE
012580     IF NEXTID-OK
012590         READ NEXTID-FILE
012600             INVALID KEY
012610                 MOVE "Y" TO WS-NEXTID-NEW-SWITCH
012620             NOT INVALID KEY
012630                 MOVE NI-LAST-TRANS-ID TO WS-NEXT-TRANS-ID
012640         END-READ
012650     ELSE
012660         MOVE SPACES TO WS-NEXTID-STATUS
012670         OPEN OUTPUT NEXTID-FILE
012680         MOVE "Y" TO WS-NEXTID-NEW-SWITCH
012690     END-IF
012700     ADD 1 TO WS-NEXT-TRANS-ID
012710     MOVE WS-NEXT-TRANS-ID TO NI-LAST-TRANS-ID
012720     IF NEXTID-IS-NEW
012730         WRITE NEXTID-RECORD
012740     ELSE
012750         REWRITE NEXTID-RECORD
012760     END-IF
012770     CLOSE NEXTID-FILE.
012780 9100-Exit.
012790     EXIT.
