000170*  ONLINE MAINTENANCE FOR THE DEPTMSTR DEPARTMENT MASTER,
000180*  BUILT THE WAY PriceMnt MAINTAINS PRICMSTR.  LETS AN
000190*  OPERATOR ADD, CHANGE, DEACTIVATE, AND DISPLAY DEPARTMENT
000200*  RECORDS (DEPARTMENT CODE, DESCRIPTION, GL ACCOUNT, MONTHLY
000210*  BUDGET, SALES TAX EXEMPT FLAG).  EVERY ADD, CHANGE,
000220*  AND DEACTIVATE WRITES A BEFORE/AFTER IMAGE TO THE DPTAUDIT
000230*  TRAIL, STAMPED WITH THE OPERATOR, DATE, AND TIME.  THE
000240*  OPERATOR'S OPERMSTR PROFILE MUST CARRY THE MAINTAIN-PRICES
000250*  AUTHORITY - DEPARTMENTS ARE REFERENCE DATA MAINTAINED BY
000260*  THE SAME HANDS THAT MAINTAIN THE PRICE MASTER.
000270*
000280*  MODIFICATION HISTORY
000290*    09/02/2026  MJA  ORIGINAL PROGRAM.
000300*    10/15/2026  MJA  ADD AND CHANGE NOW ALSO TAKE THE
000310*                     DEPARTMENT'S GL ACCOUNT FOR THE MONTHLY
000320*                     CHGJRNL CHARGEBACK JOURNAL; IT IS SHOWN
000330*                     ON DISPLAY AND CARRIED IN BOTH TRAIL
000340*                     IMAGES.
000350*    10/15/2026  MJA  ADD AND CHANGE NOW ALSO TAKE THE
000360*                     DEPARTMENT'S MONTHLY BUDGET (ZERO = NO
000370*                     BUDGET), ENFORCED BY THE CALC PROGRAMS
000380*                     AGAINST THE DEPTMTD MONTH-TO-DATE TOTAL;
000390*                     IT IS SHOWN ON DISPLAY AND CARRIED IN BOTH
000400*                     TRAIL IMAGES.  SOURCE RESEQUENCED IN STEPS
000410*                     OF 10 TO MAKE ROOM.
000411*    10/15/2026  MJA  ADD AND CHANGE NOW ALSO TAKE THE
000412*                     DEPARTMENT'S SALES TAX EXEMPT FLAG (Y/N) -
000413*                     AN EXEMPT DEPARTMENT'S ITEM-CODED
000414*                     CALCULATIONS POST WITH ZERO TAX.  IT IS
000415*                     SHOWN ON DISPLAY AND CARRIED IN BOTH TRAIL
000416*                     IMAGES.
000417*    10/15/2026  MJA  THE ADD BEFORE-IMAGE AND THE REFUSAL TRAIL
000418*                     RECORD NOW CARRY ZERO BUDGETS, NOT SPACES.
000420********************************************************************
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID.  DeptMnt.
000450 AUTHOR.  M. AGUIRRE.
000460 INSTALLATION.  DATA PROCESSING.
000470 DATE-WRITTEN.  09/02/2026.
000480 DATE-COMPILED.
000490*
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SOURCE-COMPUTER.  IBM-370.
000530 OBJECT-COMPUTER.  IBM-370.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT DEPT-FILE ASSIGN TO DEPTMSTR
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS RANDOM
000590         RECORD KEY IS DP-DEPT-CODE
000600         FILE STATUS IS WS-DEPT-STATUS.
000610
000620     SELECT DAAUDIT-FILE ASSIGN TO DPTAUDIT
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-DAAUDIT-STATUS.
000650
000660     SELECT OPER-FILE ASSIGN TO OPERMSTR
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS RANDOM
000690         RECORD KEY IS OP-USER-ID
000700         FILE STATUS IS WS-OPER-STATUS.
000710*
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  DEPT-FILE
000750     LABEL RECORDS ARE STANDARD.
000760 COPY DEPTMSTR.
000770*
000780 FD  DAAUDIT-FILE
000790     RECORDING MODE IS F
000800     LABEL RECORDS ARE STANDARD.
000810 COPY DPAUDREC.
000820*
000830 FD  OPER-FILE
000840     LABEL RECORDS ARE STANDARD.
000850 COPY OPERMSTR.
000860*
000870 WORKING-STORAGE SECTION.
000880 77  WS-DEPT-STATUS          PIC X(02) VALUE SPACES.
000890     88  DEPT-OK                        VALUE "00".
000900     88  DEPT-NOT-FOUND                 VALUE "23".
000910
000920 77  WS-DAAUDIT-STATUS       PIC X(02) VALUE SPACES.
000930     88  DAAUDIT-OK                     VALUE "00".
000940
000950 77  WS-OPER-STATUS          PIC X(02) VALUE SPACES.
000960     88  OPER-OK                        VALUE "00".
000970
000980 77  WS-MAY-PRICES-SWITCH    PIC X(01) VALUE "N".
000990     88  OPER-MAY-MAINT-PRICES          VALUE "Y".
001000
001010 77  WS-DONE-SWITCH          PIC X(01) VALUE "N".
001020     88  MAINT-DONE                     VALUE "Y".
001030
001040 77  WS-CALC-DATE            PIC 9(08) VALUE ZERO.
001050 77  WS-CALC-TIME            PIC 9(08) VALUE ZERO.
001060 77  WS-CALC-USER            PIC X(08) VALUE SPACES.
001070
001080 77  WS-DEPT-CODE            PIC X(04) VALUE SPACES.
001090
001100 01  WS-MENU-CHOICE          PIC X(01) VALUE SPACE.
001110     88  FUNC-ADD                        VALUES "A" "a".
001120     88  FUNC-CHANGE                     VALUES "C" "c".
001130     88  FUNC-DEACTIVATE                 VALUES "D" "d".
001140     88  FUNC-INQUIRE                    VALUES "I" "i".
001150     88  FUNC-EXIT                       VALUES "X" "x".
001160     88  FUNC-VALID                      VALUES
001170         "A" "a" "C" "c" "D" "d" "I" "i" "X" "x".
001180
001190 01  WS-BEFORE-IMAGE.
001200     05  WB-DESC             PIC X(30) VALUE SPACES.
001210     05  WB-STATUS           PIC X(01) VALUE SPACE.
001220     05  WB-GL-ACCOUNT       PIC X(10) VALUE SPACES.
001230     05  WB-BUDGET           PIC 9(10)V99 VALUE ZERO.
001235     05  WB-TAX-EXEMPT       PIC X(01) VALUE SPACE.
001240
001250 01  WS-BUDGET-DISP          PIC Z(9)9.99.
001252
001254 01  WS-EXEMPT-ANSWER        PIC X(01) VALUE SPACE.
001256     88  EXEMPT-ANSWER-YES               VALUES "Y" "y".
001258     88  EXEMPT-ANSWER-NO                VALUES "N" "n" " ".
001260*
001270 PROCEDURE DIVISION.
001280*
001290 0000-Mainline.
001300     OPEN I-O DEPT-FILE
001310     IF NOT DEPT-OK
001320         DISPLAY "DEPTMNT: UNABLE TO OPEN DEPTMSTR, STATUS="
001330             WS-DEPT-STATUS
001340         GO TO 0000-Exit
001350     END-IF
001360
001370     OPEN EXTEND DAAUDIT-FILE
001380     IF NOT DAAUDIT-OK
001390         MOVE SPACES TO WS-DAAUDIT-STATUS
001400         OPEN OUTPUT DAAUDIT-FILE
001410     END-IF
001420
001430     PERFORM 7000-CaptureTimestamp
001440     PERFORM 0100-LoadOperProfile THRU 0100-Exit
001450     IF NOT OPER-MAY-MAINT-PRICES
001460         DISPLAY "DEPARTMENT MAINTENANCE REFUSED - USER "
001470             WS-CALC-USER " IS NOT AUTHORIZED"
001480         PERFORM 0200-LogRefusal THRU 0200-Exit
001490         CLOSE DEPT-FILE
001500         CLOSE DAAUDIT-FILE
001510         GO TO 0000-Exit
001520     END-IF
001530     DISPLAY "DEPARTMENT MAINTENANCE - OPERATOR " WS-CALC-USER
001540
001550     PERFORM 1000-MaintainOnce THRU 1000-Exit
001560         UNTIL MAINT-DONE
001570
001580     CLOSE DEPT-FILE
001590     CLOSE DAAUDIT-FILE.
001600 0000-Exit.
001610     STOP RUN.
001620*
001630*    A USER WITH NO PROFILE RECORD IS NOT AUTHORIZED; AN
001640*    OPERMSTR THAT CANNOT BE OPENED IS REPORTED AND THE CHECK
001650*    WAIVED SO A CATALOG PROBLEM DOES NOT STOP THE SHOP.
001660 0100-LoadOperProfile.
001670     OPEN INPUT OPER-FILE
001680     IF NOT OPER-OK
001690         DISPLAY "DEPTMNT: OPERMSTR NOT AVAILABLE, STATUS="
001700             WS-OPER-STATUS ", AUTHORITY CHECK WAIVED"
001710         MOVE "Y" TO WS-MAY-PRICES-SWITCH
001720         GO TO 0100-Exit
001730     END-IF
001740     MOVE WS-CALC-USER TO OP-USER-ID
001750     READ OPER-FILE
001760         INVALID KEY
001770             CONTINUE
001780         NOT INVALID KEY
001790             IF NOT OP-INACTIVE
001800                AND OP-PRICES-ALLOWED
001810                 MOVE "Y" TO WS-MAY-PRICES-SWITCH
001820             END-IF
001830     END-READ
001840     CLOSE OPER-FILE.
001850 0100-Exit.
001860     EXIT.
001870*
001880*    THE REFUSED ATTEMPT STILL LEAVES AN "X" TRAIL RECORD WITH
001890*    A BLANK DEPARTMENT CODE AND EMPTY IMAGES, SAME AS THE
001900*    PRCAUDIT REFUSAL RECORDS PriceMnt WRITES.
001910 0200-LogRefusal.
001920     MOVE SPACES       TO DEPT-AUDIT-RECORD
001930     MOVE WS-CALC-DATE TO DA-DATE
001940     MOVE WS-CALC-TIME TO DA-TIME
001950     MOVE WS-CALC-USER TO DA-USER
001960     MOVE "X"          TO DA-FUNCTION
001970     MOVE SPACES       TO DA-DEPT-CODE
001972     MOVE ZERO         TO DA-OLD-BUDGET
001974     MOVE ZERO         TO DA-NEW-BUDGET
001980     WRITE DEPT-AUDIT-RECORD.
001990 0200-Exit.
002000     EXIT.
002010*
002020 1000-MaintainOnce.
002030     DISPLAY "Select a function:"
002040     DISPLAY "  A - Add a department"
002050     DISPLAY "  C - Change a department"
002060     DISPLAY "  D - Deactivate a department"
002070     DISPLAY "  I - Display a department"
002080     DISPLAY "  X - Exit"
002090     ACCEPT WS-MENU-CHOICE
002100     IF NOT FUNC-VALID
002110         DISPLAY "INVALID CHOICE, PLEASE ENTER A, C, D, I, OR X"
002120         GO TO 1000-Exit
002130     END-IF
002140     IF FUNC-EXIT
002150         MOVE "Y" TO WS-DONE-SWITCH
002160         GO TO 1000-Exit
002170     END-IF
002180
002190     PERFORM 1100-GetDeptCode
002200     IF WS-DEPT-CODE = SPACES
002210         GO TO 1000-Exit
002220     END-IF
002230     PERFORM 7000-CaptureTimestamp
002240     EVALUATE TRUE
002250         WHEN FUNC-ADD
002260             PERFORM 2000-AddRecord THRU 2000-Exit
002270         WHEN FUNC-CHANGE
002280             PERFORM 3000-ChangeRecord THRU 3000-Exit
002290         WHEN FUNC-DEACTIVATE
002300             PERFORM 4000-DeactivateRecord THRU 4000-Exit
002310         WHEN FUNC-INQUIRE
002320             PERFORM 5000-DisplayRecord THRU 5000-Exit
002330     END-EVALUATE.
002340 1000-Exit.
002350     EXIT.
002360*
002370 1100-GetDeptCode.
002380     DISPLAY "Enter department code:"
002390     ACCEPT WS-DEPT-CODE
002400     INSPECT WS-DEPT-CODE CONVERTING "abcdefghijklmnopqrstuvwxyz"
002410         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
002420*    A BLANK CODE WOULD KEY A SPACES RECORD THE CALC PROGRAMS
002430*    TREAT AS "NO DEPARTMENT" - REFUSE IT BEFORE ANY FUNCTION
002440*    RUNS.
002450     IF WS-DEPT-CODE = SPACES
002460         DISPLAY "DEPARTMENT CODE MUST NOT BE BLANK"
002470     END-IF
002480     MOVE WS-DEPT-CODE TO DP-DEPT-CODE.
002490 1100-Exit.
002500     EXIT.
002510*
002520 2000-AddRecord.
002530     READ DEPT-FILE
002540         INVALID KEY
002550             CONTINUE
002560         NOT INVALID KEY
002570             DISPLAY "DEPARTMENT " WS-DEPT-CODE " IS ALREADY "
002580                 "ON THE MASTER - USE C TO CHANGE IT"
002590             GO TO 2000-Exit
002600     END-READ
002610
002620     MOVE SPACES TO WS-BEFORE-IMAGE
002625     MOVE ZERO TO WB-BUDGET
002630
002640     MOVE SPACES TO DEPT-MASTER-RECORD
002650     MOVE WS-DEPT-CODE TO DP-DEPT-CODE
002660     PERFORM 6000-GetRecordFields
002670     MOVE "A" TO DP-STATUS
002680
002690     WRITE DEPT-MASTER-RECORD
002700         INVALID KEY
002710             DISPLAY "DEPTMNT: ADD FAILED FOR " WS-DEPT-CODE
002720                 ", STATUS=" WS-DEPT-STATUS
002730             GO TO 2000-Exit
002740     END-WRITE
002750     PERFORM 8000-WriteTrailRecord
002760     DISPLAY "DEPARTMENT " WS-DEPT-CODE " ADDED".
002770 2000-Exit.
002780     EXIT.
002790*
002800 3000-ChangeRecord.
002810     READ DEPT-FILE
002820         INVALID KEY
002830             DISPLAY "DEPARTMENT " WS-DEPT-CODE " IS NOT ON "
002840                 "THE MASTER"
002850             GO TO 3000-Exit
002860     END-READ
002870
002880     PERFORM 6100-SaveBeforeImage
002890     PERFORM 5100-DisplayFields
002900     PERFORM 6000-GetRecordFields
002910
002920*    A CHANGED DEPARTMENT IS ALWAYS LEFT ACTIVE - KEYING A
002930*    FRESH DESCRIPTION IS HOW A DEACTIVATED DEPARTMENT IS PUT
002940*    BACK IN SERVICE, SAME RULE AS PriceMnt.
002950     IF DP-INACTIVE
002960         DISPLAY "DEPARTMENT " WS-DEPT-CODE " WAS DEACTIVATED "
002970             "- CHANGING IT REACTIVATES IT"
002980     END-IF
002990     MOVE "A" TO DP-STATUS
003000
003010     REWRITE DEPT-MASTER-RECORD
003020         INVALID KEY
003030             DISPLAY "DEPTMNT: CHANGE FAILED FOR " WS-DEPT-CODE
003040                 ", STATUS=" WS-DEPT-STATUS
003050             GO TO 3000-Exit
003060     END-REWRITE
003070     PERFORM 8000-WriteTrailRecord
003080     DISPLAY "DEPARTMENT " WS-DEPT-CODE " CHANGED".
003090 3000-Exit.
003100     EXIT.
003110*
003120 4000-DeactivateRecord.
003130     READ DEPT-FILE
003140         INVALID KEY
003150             DISPLAY "DEPARTMENT " WS-DEPT-CODE " IS NOT ON "
003160                 "THE MASTER"
003170             GO TO 4000-Exit
003180     END-READ
003190
003200     IF DP-INACTIVE
003210         DISPLAY "DEPARTMENT " WS-DEPT-CODE " IS ALREADY "
003220             "DEACTIVATED"
003230         GO TO 4000-Exit
003240     END-IF
003250
003260     PERFORM 6100-SaveBeforeImage
003270     MOVE "I" TO DP-STATUS
003280
003290     REWRITE DEPT-MASTER-RECORD
003300         INVALID KEY
003310             DISPLAY "DEPTMNT: DEACTIVATE FAILED FOR "
003320                 WS-DEPT-CODE ", STATUS=" WS-DEPT-STATUS
003330             GO TO 4000-Exit
003340     END-REWRITE
003350     PERFORM 8000-WriteTrailRecord
003360     DISPLAY "DEPARTMENT " WS-DEPT-CODE " DEACTIVATED".
003370 4000-Exit.
003380     EXIT.
003390*
003400 5000-DisplayRecord.
003410     READ DEPT-FILE
003420         INVALID KEY
003430             DISPLAY "DEPARTMENT " WS-DEPT-CODE " IS NOT ON "
003440                 "THE MASTER"
003450             GO TO 5000-Exit
003460     END-READ
003470     PERFORM 5100-DisplayFields.
003480 5000-Exit.
003490     EXIT.
003500*
003510 5100-DisplayFields.
003520     DISPLAY "DEPARTMENT     : " DP-DEPT-CODE
003530     DISPLAY "DESCRIPTION    : " DP-DESCRIPTION
003540     IF DP-INACTIVE
003550         DISPLAY "STATUS         : DEACTIVATED"
003560     ELSE
003570         DISPLAY "STATUS         : ACTIVE"
003580     END-IF
003590     IF DP-GL-ACCOUNT = SPACES
003600         DISPLAY "GL ACCOUNT     : (NONE - CHARGEBACK WILL STOP)"
003610     ELSE
003620         DISPLAY "GL ACCOUNT     : " DP-GL-ACCOUNT
003630     END-IF
003640     IF DP-MONTHLY-BUDGET IS NUMERIC
003650        AND DP-MONTHLY-BUDGET > ZERO
003660         MOVE DP-MONTHLY-BUDGET TO WS-BUDGET-DISP
003670         DISPLAY "MONTHLY BUDGET :" WS-BUDGET-DISP
003680     ELSE
003690         DISPLAY "MONTHLY BUDGET : (NONE)"
003700     END-IF
003701     IF DP-EXEMPT-FROM-TAX
003702         DISPLAY "SALES TAX      : EXEMPT"
003703     ELSE
003704         DISPLAY "SALES TAX      : TAXABLE"
003705     END-IF.
003710 5100-Exit.
003720     EXIT.
003730*
003740 6000-GetRecordFields.
003750     DISPLAY "Enter description:"
003760     ACCEPT DP-DESCRIPTION
003770     DISPLAY "Enter GL account:"
003780     ACCEPT DP-GL-ACCOUNT
003790     INSPECT DP-GL-ACCOUNT CONVERTING "abcdefghijklmnopqrstuvwxyz"
003800         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
003810*    A BLANK ACCOUNT IS ALLOWED SO A DEPARTMENT CAN BE SET UP
003820*    AHEAD OF FINANCE ASSIGNING ONE, BUT THE CHARGEBACK JOURNAL
003830*    WILL NOT RUN WHILE ANY CHARGED DEPARTMENT LACKS ONE.
003840     IF DP-GL-ACCOUNT = SPACES
003850         DISPLAY "WARNING - NO GL ACCOUNT, CHGJRNL WILL STOP ON "
003860             "ANY CHARGE TO THIS DEPARTMENT"
003870     END-IF
003880     DISPLAY "Enter monthly budget (with decimal point, "
003890         "e.g. 25000.00 - zero for no budget):"
003900     ACCEPT DP-MONTHLY-BUDGET
003901     PERFORM 6050-GetTaxExempt THRU 6050-Exit.
003910 6000-Exit.
003911     EXIT.
003912*
003913*    ONLY Y OR N (BLANK = N) IS TAKEN - THE FLAG DECIDES
003914*    WHETHER EVERY ITEM-CODED CALCULATION FOR THE DEPARTMENT
003915*    IS TAXED, SO AN ANSWER THAT IS NEITHER IS ASKED AGAIN.
003916 6050-GetTaxExempt.
003917     DISPLAY "Exempt from sales tax? (Y/N):"
003918     ACCEPT WS-EXEMPT-ANSWER
003919     IF NOT EXEMPT-ANSWER-YES AND NOT EXEMPT-ANSWER-NO
003920         DISPLAY "PLEASE ANSWER Y OR N"
003921         GO TO 6050-GetTaxExempt
003922     END-IF
003923     IF EXEMPT-ANSWER-YES
003924         MOVE "Y"   TO DP-TAX-EXEMPT
003925     ELSE
003926         MOVE SPACE TO DP-TAX-EXEMPT
003927     END-IF.
003928 6050-Exit.
003929     EXIT.
003930*
003940 6100-SaveBeforeImage.
003950     MOVE DP-DESCRIPTION TO WB-DESC
003960     MOVE DP-STATUS      TO WB-STATUS
003970     MOVE DP-GL-ACCOUNT  TO WB-GL-ACCOUNT
003980     IF DP-MONTHLY-BUDGET IS NUMERIC
003990         MOVE DP-MONTHLY-BUDGET TO WB-BUDGET
004000     ELSE
004010         MOVE ZERO              TO WB-BUDGET
004020     END-IF
004021     MOVE DP-TAX-EXEMPT  TO WB-TAX-EXEMPT.
004030 6100-Exit.
004040     EXIT.
004050*
004060 7000-CaptureTimestamp.
004070     DISPLAY "USER" UPON ENVIRONMENT-NAME
004080     ACCEPT WS-CALC-USER FROM ENVIRONMENT-VALUE
004090     IF WS-CALC-USER = SPACES
004100         MOVE "UNKNOWN" TO WS-CALC-USER
004110     END-IF
004120
004130     ACCEPT WS-CALC-DATE FROM DATE YYYYMMDD
004140     ACCEPT WS-CALC-TIME FROM TIME.
004150 7000-Exit.
004160     EXIT.
004170*
004180 8000-WriteTrailRecord.
004190     MOVE WS-CALC-DATE   TO DA-DATE
004200     MOVE WS-CALC-TIME   TO DA-TIME
004210     MOVE WS-CALC-USER   TO DA-USER
004220     EVALUATE TRUE
004230         WHEN FUNC-ADD
004240             MOVE "A" TO DA-FUNCTION
004250         WHEN FUNC-CHANGE
004260             MOVE "C" TO DA-FUNCTION
004270         WHEN FUNC-DEACTIVATE
004280             MOVE "D" TO DA-FUNCTION
004290     END-EVALUATE
004300     MOVE WS-DEPT-CODE   TO DA-DEPT-CODE
004310     MOVE WB-DESC        TO DA-OLD-DESC
004320     MOVE WB-STATUS      TO DA-OLD-STATUS
004330     MOVE WB-GL-ACCOUNT  TO DA-OLD-GL-ACCOUNT
004340     MOVE WB-BUDGET      TO DA-OLD-BUDGET
004350     MOVE DP-DESCRIPTION TO DA-NEW-DESC
004360     MOVE DP-STATUS      TO DA-NEW-STATUS
004370     MOVE DP-GL-ACCOUNT  TO DA-NEW-GL-ACCOUNT
004380     MOVE DP-MONTHLY-BUDGET TO DA-NEW-BUDGET
004381     MOVE WB-TAX-EXEMPT  TO DA-OLD-TAX-EXEMPT
004382     MOVE DP-TAX-EXEMPT  TO DA-NEW-TAX-EXEMPT
004390     WRITE DEPT-AUDIT-RECORD.
004400 8000-Exit.
004410     EXIT.
004420*
