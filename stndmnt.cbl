000100********************************************************************
000110*  PROGRAM      : STNDMNT.CBL
000120*  AUTHOR       : M. AGUIRRE
000130*  INSTALLATION : DATA PROCESSING
000140*  DATE-WRITTEN : 10/15/2026
000150*  DATE-COMPILED:
000160*
000170*  ONLINE MAINTENANCE FOR THE STNDMSTR STANDING (RECURRING)
000180*  CALCULATION MASTER, BUILT THE WAY DeptMnt MAINTAINS
000190*  DEPTMSTR.  LETS AN OPERATOR ADD, CHANGE, DEACTIVATE, AND
000200*  DISPLAY STANDING ENTRIES (DESCRIPTION, OPERATION, AMOUNTS OR
000210*  ITEM CODE AND QUANTITY, DEPARTMENT, FREQUENCY, START AND END
000220*  DATES).  THE NIGHTLY StndGen GENERATOR WRITES EACH ENTRY
000230*  THAT FALLS DUE INTO TRANIN AHEAD OF DoCalcB.  EVERY ADD,
000240*  CHANGE, AND DEACTIVATE WRITES A BEFORE/AFTER IMAGE TO THE
000250*  STDAUDIT TRAIL, STAMPED WITH THE OPERATOR, DATE, AND TIME.
000260*
000270*  A STANDING ENTRY IS A CALCULATION THAT POSTS EVERY NIGHT IT
000280*  FALLS DUE, SO:
000290*    1. THE OPERATOR'S OPERMSTR PROFILE MUST BE ACTIVE AND
000300*       CARRY THE MAY-CALCULATE AUTHORITY.
000310*    2. THE OPERATOR WHO ADDS AN ENTRY OWNS IT.  ONLY ITS
000320*       OWNER, OR A SUPERVISOR WHOSE PROFILE CARRIES THE
000330*       MAY-APPROVE AUTHORITY, MAY CHANGE OR DEACTIVATE IT;
000340*       ANYONE AUTHORIZED MAY DISPLAY IT.
000350*    3. THE DEPARTMENT MUST BE ACTIVE ON DEPTMSTR AND AN ITEM
000360*       CODE ACTIVE ON PRICMSTR WHEN THE ENTRY IS KEYED - StndGen
000370*       CHECKS BOTH AGAIN EVERY NIGHT.
000380*  EVERY REFUSAL IS TRAILED AS AN "X" RECORD.  AN UNOPENABLE
000390*  OPERMSTR, DEPTMSTR, OR PRICMSTR IS REPORTED AND ITS CHECK
000400*  WAIVED SO A CATALOG PROBLEM DOES NOT STOP THE SHOP.
000410*
000420*  MODIFICATION HISTORY
000430*    10/15/2026  MJA  ORIGINAL PROGRAM.
000440********************************************************************
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID.  StndMnt.
000470 AUTHOR.  M. AGUIRRE.
000480 INSTALLATION.  DATA PROCESSING.
000490 DATE-WRITTEN.  10/15/2026.
000500 DATE-COMPILED.
000510*
000520 ENVIRONMENT DIVISION.
000530 CONFIGURATION SECTION.
000540 SOURCE-COMPUTER.  IBM-370.
000550 OBJECT-COMPUTER.  IBM-370.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT STND-FILE ASSIGN TO STNDMSTR
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS RANDOM
000610         RECORD KEY IS SM-STANDING-ID
000620         FILE STATUS IS WS-STND-STATUS.
000630
000640     SELECT SAAUDIT-FILE ASSIGN TO STDAUDIT
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-SAAUDIT-STATUS.
000670
000680     SELECT OPER-FILE ASSIGN TO OPERMSTR
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS RANDOM
000710         RECORD KEY IS OP-USER-ID
000720         FILE STATUS IS WS-OPER-STATUS.
000730
000740     SELECT DEPT-FILE ASSIGN TO DEPTMSTR
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS RANDOM
000770         RECORD KEY IS DP-DEPT-CODE
000780         FILE STATUS IS WS-DEPT-STATUS.
000790
000800     SELECT PRICEM-FILE ASSIGN TO PRICMSTR
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS RANDOM
000830         RECORD KEY IS PM-ITEM-CODE
000840         FILE STATUS IS WS-PRICEM-STATUS.
000850*
000860 DATA DIVISION.
000870 FILE SECTION.
000880 FD  STND-FILE
000890     LABEL RECORDS ARE STANDARD.
000900 COPY STNDMSTR.
000910*
000920 FD  SAAUDIT-FILE
000930     RECORDING MODE IS F
000940     LABEL RECORDS ARE STANDARD.
000950 COPY SMAUDREC.
000960*
000970 FD  OPER-FILE
000980     LABEL RECORDS ARE STANDARD.
000990 COPY OPERMSTR.
001000*
001010 FD  DEPT-FILE
001020     LABEL RECORDS ARE STANDARD.
001030 COPY DEPTMSTR.
001040*
001050 FD  PRICEM-FILE
001060     LABEL RECORDS ARE STANDARD.
001070 COPY PRICMSTR.
001080*
001090 WORKING-STORAGE SECTION.
001100 77  WS-STND-STATUS          PIC X(02) VALUE SPACES.
001110     88  STND-OK                        VALUE "00".
001120
001130 77  WS-SAAUDIT-STATUS       PIC X(02) VALUE SPACES.
001140     88  SAAUDIT-OK                     VALUE "00".
001150
001160 77  WS-OPER-STATUS          PIC X(02) VALUE SPACES.
001170     88  OPER-OK                        VALUE "00".
001180
001190 77  WS-DEPT-STATUS          PIC X(02) VALUE SPACES.
001200     88  DEPT-OK                        VALUE "00".
001210
001220 77  WS-PRICEM-STATUS        PIC X(02) VALUE SPACES.
001230     88  PRICEM-OK                      VALUE "00".
001240
001250 77  WS-MAY-CALC-SWITCH      PIC X(01) VALUE "N".
001260     88  OPER-MAY-CALCULATE             VALUE "Y".
001270
001280 77  WS-MAY-APPR-SWITCH      PIC X(01) VALUE "N".
001290     88  OPER-MAY-APPROVE               VALUE "Y".
001300
001310 77  WS-DEPT-AVAIL-SWITCH    PIC X(01) VALUE "N".
001320     88  DEPT-AVAILABLE                 VALUE "Y".
001330
001340 77  WS-PRICEM-AVAIL-SWITCH  PIC X(01) VALUE "N".
001350     88  PRICEM-AVAILABLE               VALUE "Y".
001360
001370 77  WS-DONE-SWITCH          PIC X(01) VALUE "N".
001380     88  MAINT-DONE                     VALUE "Y".
001390
001400 77  WS-FIELD-OK-SWITCH      PIC X(01) VALUE "N".
001410     88  FIELD-OK                       VALUE "Y".
001420
001430 77  WS-CALC-DATE            PIC 9(08) VALUE ZERO.
001440 77  WS-CALC-TIME            PIC 9(08) VALUE ZERO.
001450 77  WS-CALC-USER            PIC X(08) VALUE SPACES.
001460
001470 77  WS-STANDING-ID          PIC X(08) VALUE SPACES.
001480
001490 01  WS-MENU-CHOICE          PIC X(01) VALUE SPACE.
001500     88  FUNC-ADD                        VALUES "A" "a".
001510     88  FUNC-CHANGE                     VALUES "C" "c".
001520     88  FUNC-DEACTIVATE                 VALUES "D" "d".
001530     88  FUNC-INQUIRE                    VALUES "I" "i".
001540     88  FUNC-EXIT                       VALUES "X" "x".
001550     88  FUNC-VALID                      VALUES
001560         "A" "a" "C" "c" "D" "d" "I" "i" "X" "x".
001570
001580 01  WS-BEFORE-IMAGE.
001590     05  WB-DESC             PIC X(30) VALUE SPACES.
001600     05  WB-OPERATION        PIC X(01) VALUE SPACE.
001610     05  WB-FIRST-NUM        PIC 9(05)V99 VALUE ZERO.
001620     05  WB-SECOND-NUM       PIC 9(05)V99 VALUE ZERO.
001630     05  WB-ITEM-CODE        PIC X(08) VALUE SPACES.
001640     05  WB-DEPT-CODE        PIC X(04) VALUE SPACES.
001650     05  WB-FREQUENCY        PIC X(01) VALUE SPACE.
001660     05  WB-RUN-DAY          PIC 9(02) VALUE ZERO.
001670     05  WB-START-DATE       PIC 9(08) VALUE ZERO.
001680     05  WB-END-DATE         PIC 9(08) VALUE ZERO.
001690     05  WB-OWNER            PIC X(08) VALUE SPACES.
001700     05  WB-STATUS           PIC X(01) VALUE SPACE.
001710
001720 01  WS-DATE-CHECK.
001730     05  WS-DC-YEAR          PIC 9(04).
001740     05  WS-DC-MONTH         PIC 9(02).
001750     05  WS-DC-DAY           PIC 9(02).
001760 01  WS-DATE-CHECK-N REDEFINES WS-DATE-CHECK
001770                             PIC 9(08).
001780
001790 01  WS-AMOUNT-DISP          PIC ZZZZ9.99.
001800 01  WS-COUNT-DISP           PIC Z(6)9.
001810*
001820 PROCEDURE DIVISION.
001830*
001840 0000-Mainline.
001850     OPEN I-O STND-FILE
001860     IF NOT STND-OK
001870         DISPLAY "STNDMNT: UNABLE TO OPEN STNDMSTR, STATUS="
001880             WS-STND-STATUS
001890         GO TO 0000-Exit
001900     END-IF
001910
001920     OPEN EXTEND SAAUDIT-FILE
001930     IF NOT SAAUDIT-OK
001940         MOVE SPACES TO WS-SAAUDIT-STATUS
001950         OPEN OUTPUT SAAUDIT-FILE
001960     END-IF
001970
001980     PERFORM 7000-CaptureTimestamp
001990     PERFORM 0100-LoadOperProfile THRU 0100-Exit
002000     IF NOT OPER-MAY-CALCULATE
002010         DISPLAY "STANDING ENTRY MAINTENANCE REFUSED - USER "
002020             WS-CALC-USER " IS NOT AUTHORIZED"
002030         MOVE SPACES TO WS-STANDING-ID
002040         PERFORM 0200-LogRefusal THRU 0200-Exit
002050         CLOSE STND-FILE
002060         CLOSE SAAUDIT-FILE
002070         GO TO 0000-Exit
002080     END-IF
002090     PERFORM 0300-OpenReferenceFiles THRU 0300-Exit
002100     DISPLAY "STANDING ENTRY MAINTENANCE - OPERATOR "
002110         WS-CALC-USER
002120
002130     PERFORM 1000-MaintainOnce THRU 1000-Exit
002140         UNTIL MAINT-DONE
002150
002160     IF DEPT-AVAILABLE
002170         CLOSE DEPT-FILE
002180     END-IF
002190     IF PRICEM-AVAILABLE
002200         CLOSE PRICEM-FILE
002210     END-IF
002220     CLOSE STND-FILE
002230     CLOSE SAAUDIT-FILE.
002240 0000-Exit.
002250     STOP RUN.
002260*
002270*    A USER WITH NO PROFILE RECORD IS NOT AUTHORIZED; AN
002280*    OPERMSTR THAT CANNOT BE OPENED IS REPORTED AND THE CHECK
002290*    WAIVED SO A CATALOG PROBLEM DOES NOT STOP THE SHOP.  THE
002300*    WAIVER EXTENDS TO THE SUPERVISOR OVERRIDE - WITH NO
002310*    PROFILES TO GO ON, NOBODY'S ENTRY IS OFF LIMITS.
002320 0100-LoadOperProfile.
002330     OPEN INPUT OPER-FILE
002340     IF NOT OPER-OK
002350         DISPLAY "STNDMNT: OPERMSTR NOT AVAILABLE, STATUS="
002360             WS-OPER-STATUS ", AUTHORITY CHECK WAIVED"
002370         MOVE "Y" TO WS-MAY-CALC-SWITCH
002380         MOVE "Y" TO WS-MAY-APPR-SWITCH
002390         GO TO 0100-Exit
002400     END-IF
002410     MOVE WS-CALC-USER TO OP-USER-ID
002420     READ OPER-FILE
002430         INVALID KEY
002440             CONTINUE
002450         NOT INVALID KEY
002460             IF NOT OP-INACTIVE
002470                AND OP-CALC-ALLOWED
002480                 MOVE "Y" TO WS-MAY-CALC-SWITCH
002490                 IF OP-APPROVE-ALLOWED
002500                     MOVE "Y" TO WS-MAY-APPR-SWITCH
002510                 END-IF
002520             END-IF
002530     END-READ
002540     CLOSE OPER-FILE.
002550 0100-Exit.
002560     EXIT.
002570*
002580*    THE REFUSED ATTEMPT STILL LEAVES AN "X" TRAIL RECORD WITH
002590*    EMPTY IMAGES - A BLANK STANDING ID FOR A SESSION THE
002600*    PROFILE CHECK REFUSED, THE ENTRY'S ID FOR A CHANGE OR
002610*    DEACTIVATE THE OWNERSHIP CHECK REFUSED.
002620 0200-LogRefusal.
002630     MOVE SPACES         TO STND-AUDIT-RECORD
002640     MOVE ZERO           TO SA-OLD-FIRST-NUM
002650     MOVE ZERO           TO SA-OLD-SECOND-NUM
002660     MOVE ZERO           TO SA-OLD-RUN-DAY
002670     MOVE ZERO           TO SA-OLD-START-DATE
002680     MOVE ZERO           TO SA-OLD-END-DATE
002690     MOVE SA-BEFORE-IMAGE TO SA-AFTER-IMAGE
002700     MOVE WS-CALC-DATE   TO SA-DATE
002710     MOVE WS-CALC-TIME   TO SA-TIME
002720     MOVE WS-CALC-USER   TO SA-USER
002730     MOVE "X"            TO SA-FUNCTION
002740     MOVE WS-STANDING-ID TO SA-STANDING-ID
002750     WRITE STND-AUDIT-RECORD.
002760 0200-Exit.
002770     EXIT.
002780*
002790 0300-OpenReferenceFiles.
002800     OPEN INPUT DEPT-FILE
002810     IF DEPT-OK
002820         MOVE "Y" TO WS-DEPT-AVAIL-SWITCH
002830     ELSE
002840         DISPLAY "STNDMNT: DEPTMSTR NOT AVAILABLE, STATUS="
002850             WS-DEPT-STATUS ", DEPARTMENT CHECK WAIVED"
002860     END-IF
002870     OPEN INPUT PRICEM-FILE
002880     IF PRICEM-OK
002890         MOVE "Y" TO WS-PRICEM-AVAIL-SWITCH
002900     ELSE
002910         DISPLAY "STNDMNT: PRICMSTR NOT AVAILABLE, STATUS="
002920             WS-PRICEM-STATUS ", ITEM CODE CHECK WAIVED"
002930     END-IF.
002940 0300-Exit.
002950     EXIT.
002960*
002970 1000-MaintainOnce.
002980     DISPLAY "Select a function:"
002990     DISPLAY "  A - Add a standing entry"
003000     DISPLAY "  C - Change a standing entry"
003010     DISPLAY "  D - Deactivate a standing entry"
003020     DISPLAY "  I - Display a standing entry"
003030     DISPLAY "  X - Exit"
003040     ACCEPT WS-MENU-CHOICE
003050     IF NOT FUNC-VALID
003060         DISPLAY "INVALID CHOICE, PLEASE ENTER A, C, D, I, OR X"
003070         GO TO 1000-Exit
003080     END-IF
003090     IF FUNC-EXIT
003100         MOVE "Y" TO WS-DONE-SWITCH
003110         GO TO 1000-Exit
003120     END-IF
003130
003140     PERFORM 1100-GetStandingId
003150     IF WS-STANDING-ID = SPACES
003160         GO TO 1000-Exit
003170     END-IF
003180     PERFORM 7000-CaptureTimestamp
003190     EVALUATE TRUE
003200         WHEN FUNC-ADD
003210             PERFORM 2000-AddRecord THRU 2000-Exit
003220         WHEN FUNC-CHANGE
003230             PERFORM 3000-ChangeRecord THRU 3000-Exit
003240         WHEN FUNC-DEACTIVATE
003250             PERFORM 4000-DeactivateRecord THRU 4000-Exit
003260         WHEN FUNC-INQUIRE
003270             PERFORM 5000-DisplayRecord THRU 5000-Exit
003280     END-EVALUATE.
003290 1000-Exit.
003300     EXIT.
003310*
003320 1100-GetStandingId.
003330     DISPLAY "Enter standing entry ID:"
003340     ACCEPT WS-STANDING-ID
003350     INSPECT WS-STANDING-ID CONVERTING
003360         "abcdefghijklmnopqrstuvwxyz"
003370         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
003380*    THE ID IS STAMPED ON EVERY TRANSACTION THE ENTRY
003390*    GENERATES - A BLANK ONE WOULD LOOK LIKE A HAND-KEYED
003400*    TRANSACTION, SO REFUSE IT BEFORE ANY FUNCTION RUNS.
003410     IF WS-STANDING-ID = SPACES
003420         DISPLAY "STANDING ENTRY ID MUST NOT BE BLANK"
003430     END-IF
003440     MOVE WS-STANDING-ID TO SM-STANDING-ID.
003450 1100-Exit.
003460     EXIT.
003470*
003480 2000-AddRecord.
003490     READ STND-FILE
003500         INVALID KEY
003510             CONTINUE
003520         NOT INVALID KEY
003530             DISPLAY "STANDING ENTRY " WS-STANDING-ID " IS "
003540                 "ALREADY ON THE MASTER - USE C TO CHANGE IT"
003550             GO TO 2000-Exit
003560     END-READ
003570
003580     MOVE SPACES TO WS-BEFORE-IMAGE
003590     MOVE ZERO   TO WB-FIRST-NUM
003600     MOVE ZERO   TO WB-SECOND-NUM
003610     MOVE ZERO   TO WB-RUN-DAY
003620     MOVE ZERO   TO WB-START-DATE
003630     MOVE ZERO   TO WB-END-DATE
003640
003650     MOVE SPACES TO STANDING-MASTER-RECORD
003660     MOVE WS-STANDING-ID TO SM-STANDING-ID
003670     MOVE WS-CALC-USER   TO SM-OWNER
003680     MOVE ZERO           TO SM-LAST-GEN-DATE
003690     MOVE ZERO           TO SM-GEN-COUNT
003700     PERFORM 6000-GetRecordFields THRU 6000-Exit
003710     MOVE "A" TO SM-STATUS
003720
003730     WRITE STANDING-MASTER-RECORD
003740         INVALID KEY
003750             DISPLAY "STNDMNT: ADD FAILED FOR " WS-STANDING-ID
003760                 ", STATUS=" WS-STND-STATUS
003770             GO TO 2000-Exit
003780     END-WRITE
003790     PERFORM 8000-WriteTrailRecord
003800     DISPLAY "STANDING ENTRY " WS-STANDING-ID " ADDED, OWNER "
003810         SM-OWNER.
003820 2000-Exit.
003830     EXIT.
003840*
003850 3000-ChangeRecord.
003860     READ STND-FILE
003870         INVALID KEY
003880             DISPLAY "STANDING ENTRY " WS-STANDING-ID " IS NOT "
003890                 "ON THE MASTER"
003900             GO TO 3000-Exit
003910     END-READ
003920     PERFORM 3500-CheckOwnership THRU 3500-Exit
003930     IF NOT FIELD-OK
003940         GO TO 3000-Exit
003950     END-IF
003960
003970     PERFORM 6100-SaveBeforeImage
003980     PERFORM 5100-DisplayFields
003990     PERFORM 6000-GetRecordFields THRU 6000-Exit
004000
004010*    A CHANGED ENTRY IS ALWAYS LEFT ACTIVE - KEYING IT AFRESH
004020*    (WITH AN END DATE NOT YET PAST) IS HOW A DEACTIVATED OR
004030*    EXPIRED ENTRY IS PUT BACK IN SERVICE, SAME RULE AS
004040*    DeptMnt.  THE OWNER DOES NOT CHANGE.
004050     IF NOT SM-ACTIVE
004060         DISPLAY "STANDING ENTRY " WS-STANDING-ID " WAS NOT "
004070             "ACTIVE - CHANGING IT REACTIVATES IT"
004080     END-IF
004090     MOVE "A" TO SM-STATUS
004100
004110     REWRITE STANDING-MASTER-RECORD
004120         INVALID KEY
004130             DISPLAY "STNDMNT: CHANGE FAILED FOR "
004140                 WS-STANDING-ID ", STATUS=" WS-STND-STATUS
004150             GO TO 3000-Exit
004160     END-REWRITE
004170     PERFORM 8000-WriteTrailRecord
004180     DISPLAY "STANDING ENTRY " WS-STANDING-ID " CHANGED".
004190 3000-Exit.
004200     EXIT.
004210*
004220*    ONLY THE OWNER OR A SUPERVISOR MAY ALTER AN ENTRY; ANY
004230*    OTHER ATTEMPT IS TRAILED "X" AGAINST THE ENTRY'S ID.
004240 3500-CheckOwnership.
004250     MOVE "Y" TO WS-FIELD-OK-SWITCH
004260     IF SM-OWNER = WS-CALC-USER
004270        OR OPER-MAY-APPROVE
004280         GO TO 3500-Exit
004290     END-IF
004300     MOVE "N" TO WS-FIELD-OK-SWITCH
004310     DISPLAY "STANDING ENTRY " WS-STANDING-ID " IS OWNED BY "
004320         SM-OWNER " - ONLY ITS OWNER OR A SUPERVISOR MAY "
004330         "CHANGE IT"
004340     PERFORM 0200-LogRefusal THRU 0200-Exit.
004350 3500-Exit.
004360     EXIT.
004370*
004380 4000-DeactivateRecord.
004390     READ STND-FILE
004400         INVALID KEY
004410             DISPLAY "STANDING ENTRY " WS-STANDING-ID " IS NOT "
004420                 "ON THE MASTER"
004430             GO TO 4000-Exit
004440     END-READ
004450
004460     IF SM-INACTIVE
004470         DISPLAY "STANDING ENTRY " WS-STANDING-ID " IS ALREADY "
004480             "DEACTIVATED"
004490         GO TO 4000-Exit
004500     END-IF
004510     PERFORM 3500-CheckOwnership THRU 3500-Exit
004520     IF NOT FIELD-OK
004530         GO TO 4000-Exit
004540     END-IF
004550
004560     PERFORM 6100-SaveBeforeImage
004570     MOVE "I" TO SM-STATUS
004580
004590     REWRITE STANDING-MASTER-RECORD
004600         INVALID KEY
004610             DISPLAY "STNDMNT: DEACTIVATE FAILED FOR "
004620                 WS-STANDING-ID ", STATUS=" WS-STND-STATUS
004630             GO TO 4000-Exit
004640     END-REWRITE
004650     PERFORM 8000-WriteTrailRecord
004660     DISPLAY "STANDING ENTRY " WS-STANDING-ID " DEACTIVATED".
004670 4000-Exit.
004680     EXIT.
004690*
004700 5000-DisplayRecord.
004710     READ STND-FILE
004720         INVALID KEY
004730             DISPLAY "STANDING ENTRY " WS-STANDING-ID " IS NOT "
004740                 "ON THE MASTER"
004750             GO TO 5000-Exit
004760     END-READ
004770     PERFORM 5100-DisplayFields.
004780 5000-Exit.
004790     EXIT.
004800*
004810 5100-DisplayFields.
004820     DISPLAY "STANDING ENTRY : " SM-STANDING-ID
004830     DISPLAY "DESCRIPTION    : " SM-DESCRIPTION
004840     DISPLAY "OWNER          : " SM-OWNER
004850     EVALUATE TRUE
004860         WHEN SM-INACTIVE
004870             DISPLAY "STATUS         : DEACTIVATED"
004880         WHEN SM-EXPIRED
004890             DISPLAY "STATUS         : EXPIRED"
004900         WHEN OTHER
004910             DISPLAY "STATUS         : ACTIVE"
004920     END-EVALUATE
004930     DISPLAY "OPERATION      : " SM-OPERATION
004940     MOVE SM-FIRST-NUM TO WS-AMOUNT-DISP
004950     IF SM-ITEM-CODE NOT = SPACES
004960         DISPLAY "ITEM CODE      : " SM-ITEM-CODE
004970         DISPLAY "QUANTITY       : " WS-AMOUNT-DISP
004980     ELSE
004990         DISPLAY "FirstNum       : " WS-AMOUNT-DISP
005000         MOVE SM-SECOND-NUM TO WS-AMOUNT-DISP
005010         DISPLAY "SecondNum      : " WS-AMOUNT-DISP
005020     END-IF
005030     DISPLAY "DEPARTMENT     : " SM-DEPT-CODE
005040     EVALUATE TRUE
005050         WHEN SM-DAILY
005060             DISPLAY "FREQUENCY      : DAILY"
005070         WHEN SM-WEEKLY
005080             DISPLAY "FREQUENCY      : WEEKLY, DAY " SM-RUN-DAY
005090                 " (1 = MONDAY)"
005100         WHEN SM-MONTHLY
005110             DISPLAY "FREQUENCY      : MONTHLY, ON THE 1ST"
005120         WHEN SM-DAY-OF-MONTH
005130             DISPLAY "FREQUENCY      : MONTHLY, ON DAY "
005140                 SM-RUN-DAY
005150     END-EVALUATE
005160     DISPLAY "START DATE     : " SM-START-DATE
005170     IF SM-END-DATE = ZERO
005180         DISPLAY "END DATE       : (NONE)"
005190     ELSE
005200         DISPLAY "END DATE       : " SM-END-DATE
005210     END-IF
005220     IF SM-LAST-GEN-DATE = ZERO
005230         DISPLAY "LAST GENERATED : (NEVER)"
005240     ELSE
005250         MOVE SM-GEN-COUNT TO WS-COUNT-DISP
005260         DISPLAY "LAST GENERATED : " SM-LAST-GEN-DATE
005270             "  (" WS-COUNT-DISP " TIMES IN ALL)"
005280     END-IF.
005290 5100-Exit.
005300     EXIT.
005310*
005320*    EACH FIELD IS ASKED AGAIN UNTIL IT PASSES - THE ENTRY
005330*    POSTS UNATTENDED, SO A BAD VALUE WOULD OTHERWISE ONLY
005340*    SURFACE AS A REJECT ON SOME LATER NIGHT'S RUN REPORT.
005350 6000-GetRecordFields.
005360     DISPLAY "Enter description:"
005370     ACCEPT SM-DESCRIPTION
005380     PERFORM 6010-GetOperation THRU 6010-Exit
005390     PERFORM 6020-GetItemCode THRU 6020-Exit
005400     PERFORM 6025-GetAmounts THRU 6025-Exit
005410     PERFORM 6030-GetDeptCode THRU 6030-Exit
005420     PERFORM 6040-GetFrequency THRU 6040-Exit
005430     PERFORM 6050-GetStartDate THRU 6050-Exit
005440     PERFORM 6060-GetEndDate THRU 6060-Exit.
005450 6000-Exit.
005460     EXIT.
005470*
005480 6010-GetOperation.
005490     DISPLAY "Enter operation (A, S, M, OR D):"
005500     ACCEPT SM-OPERATION
005510     INSPECT SM-OPERATION CONVERTING "asmd" TO "ASMD"
005520     IF NOT SM-OP-VALID
005530         DISPLAY "PLEASE ENTER A, S, M, OR D"
005540         GO TO 6010-GetOperation
005550     END-IF.
005560 6010-Exit.
005570     EXIT.
005580*
005590 6020-GetItemCode.
005600     DISPLAY "Enter item code (blank to key both amounts):"
005610     ACCEPT SM-ITEM-CODE
005620     INSPECT SM-ITEM-CODE CONVERTING
005630         "abcdefghijklmnopqrstuvwxyz"
005640         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
005650     IF SM-ITEM-CODE = SPACES
005660        OR NOT PRICEM-AVAILABLE
005670         GO TO 6020-Exit
005680     END-IF
005690     MOVE SM-ITEM-CODE TO PM-ITEM-CODE
005700     READ PRICEM-FILE
005710         INVALID KEY
005720             DISPLAY "ITEM " SM-ITEM-CODE " IS NOT ON THE "
005730                 "PRICE MASTER"
005740             GO TO 6020-GetItemCode
005750     END-READ
005760     IF PM-INACTIVE
005770         DISPLAY "ITEM " SM-ITEM-CODE " IS DEACTIVATED"
005780         GO TO 6020-GetItemCode
005790     END-IF.
005800 6020-Exit.
005810     EXIT.
005820*
005830*    A NON-NUMERIC AMOUNT WOULD HAVE TrnIntk REFUSE THE WHOLE
005840*    GENERATED FILE, EVERY OTHER ENTRY WITH IT.
005850 6025-GetAmounts.
005860     MOVE ZERO TO SM-SECOND-NUM
005870     IF SM-ITEM-CODE NOT = SPACES
005880         DISPLAY "Enter quantity (with decimal point, "
005890             "e.g. 12.00):"
005900         ACCEPT SM-FIRST-NUM
005910     ELSE
005920         DISPLAY "Enter FirstNum (with decimal point, "
005930             "e.g. 125.50):"
005940         ACCEPT SM-FIRST-NUM
005950         DISPLAY "Enter SecondNum (with decimal point):"
005960         ACCEPT SM-SECOND-NUM
005970     END-IF
005980     IF SM-FIRST-NUM NOT NUMERIC
005990        OR SM-SECOND-NUM NOT NUMERIC
006000         DISPLAY "PLEASE ENTER THE AMOUNTS AS NUMBERS"
006010         GO TO 6025-GetAmounts
006020     END-IF.
006030 6025-Exit.
006040     EXIT.
006050*
006060 6030-GetDeptCode.
006070     DISPLAY "Enter requesting department code:"
006080     ACCEPT SM-DEPT-CODE
006090     INSPECT SM-DEPT-CODE CONVERTING
006100         "abcdefghijklmnopqrstuvwxyz"
006110         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
006120     IF SM-DEPT-CODE = SPACES
006130         DISPLAY "DEPARTMENT CODE MUST NOT BE BLANK"
006140         GO TO 6030-GetDeptCode
006150     END-IF
006160     IF NOT DEPT-AVAILABLE
006170         GO TO 6030-Exit
006180     END-IF
006190     MOVE SM-DEPT-CODE TO DP-DEPT-CODE
006200     READ DEPT-FILE
006210         INVALID KEY
006220             DISPLAY "DEPARTMENT " SM-DEPT-CODE " IS NOT ON THE "
006230                 "DEPARTMENT MASTER"
006240             GO TO 6030-GetDeptCode
006250     END-READ
006260     IF DP-INACTIVE
006270         DISPLAY "DEPARTMENT " SM-DEPT-CODE " IS DEACTIVATED"
006280         GO TO 6030-GetDeptCode
006290     END-IF.
006300 6030-Exit.
006310     EXIT.
006320*
006330 6040-GetFrequency.
006340     DISPLAY "Enter frequency (D - DAILY, W - WEEKLY, "
006350         "M - MONTHLY ON THE 1ST, N - ON A DAY OF THE MONTH):"
006360     ACCEPT SM-FREQUENCY
006370     INSPECT SM-FREQUENCY CONVERTING "dwmn" TO "DWMN"
006380     IF NOT SM-FREQ-VALID
006390         DISPLAY "PLEASE ENTER D, W, M, OR N"
006400         GO TO 6040-GetFrequency
006410     END-IF
006420     MOVE ZERO TO SM-RUN-DAY
006430     IF SM-WEEKLY
006440         PERFORM 6045-GetWeekDay THRU 6045-Exit
006450     END-IF
006460     IF SM-DAY-OF-MONTH
006470         PERFORM 6046-GetMonthDay THRU 6046-Exit
006480     END-IF.
006490 6040-Exit.
006500     EXIT.
006510*
006520 6045-GetWeekDay.
006530     DISPLAY "Enter day of the week (1 = MONDAY ... "
006540         "7 = SUNDAY):"
006550     ACCEPT SM-RUN-DAY
006560     IF SM-RUN-DAY NOT NUMERIC
006570        OR SM-RUN-DAY < 1
006580        OR SM-RUN-DAY > 7
006590         DISPLAY "PLEASE ENTER 1 THROUGH 7"
006600         GO TO 6045-GetWeekDay
006610     END-IF.
006620 6045-Exit.
006630     EXIT.
006640*
006650*    A DAY PAST THE END OF A SHORTER MONTH FALLS DUE ON THAT
006660*    MONTH'S LAST DAY, SO 31 MEANS "MONTH END".
006670 6046-GetMonthDay.
006680     DISPLAY "Enter day of the month (1 - 31, 31 = MONTH END):"
006690     ACCEPT SM-RUN-DAY
006700     IF SM-RUN-DAY NOT NUMERIC
006710        OR SM-RUN-DAY < 1
006720        OR SM-RUN-DAY > 31
006730         DISPLAY "PLEASE ENTER 1 THROUGH 31"
006740         GO TO 6046-GetMonthDay
006750     END-IF.
006760 6046-Exit.
006770     EXIT.
006780*
006790 6050-GetStartDate.
006800     DISPLAY "Enter start date (YYYYMMDD):"
006810     ACCEPT SM-START-DATE
006820     MOVE SM-START-DATE TO WS-DATE-CHECK-N
006830     PERFORM 6090-CheckDate THRU 6090-Exit
006840     IF NOT FIELD-OK
006850         GO TO 6050-GetStartDate
006860     END-IF.
006870 6050-Exit.
006880     EXIT.
006890*
006900*    AN END DATE ALREADY PAST WOULD ONLY HAVE THE ENTRY
006910*    EXPIRED ON THE NEXT GENERATOR RUN - REFUSE IT HERE.
006920 6060-GetEndDate.
006930     DISPLAY "Enter end date (YYYYMMDD - zero for no end "
006940         "date):"
006950     ACCEPT SM-END-DATE
006960     IF SM-END-DATE = ZERO
006970         GO TO 6060-Exit
006980     END-IF
006990     MOVE SM-END-DATE TO WS-DATE-CHECK-N
007000     PERFORM 6090-CheckDate THRU 6090-Exit
007010     IF NOT FIELD-OK
007020         GO TO 6060-GetEndDate
007030     END-IF
007040     IF SM-END-DATE < SM-START-DATE
007050         DISPLAY "END DATE MAY NOT BE BEFORE THE START DATE"
007060         GO TO 6060-GetEndDate
007070     END-IF
007080     IF SM-END-DATE < WS-CALC-DATE
007090         DISPLAY "END DATE IS ALREADY PAST"
007100         GO TO 6060-GetEndDate
007110     END-IF.
007120 6060-Exit.
007130     EXIT.
007140*
007150 6090-CheckDate.
007160     MOVE "Y" TO WS-FIELD-OK-SWITCH
007170     IF WS-DATE-CHECK-N NOT NUMERIC
007180        OR WS-DC-YEAR < 1900
007190        OR WS-DC-MONTH < 1
007200        OR WS-DC-MONTH > 12
007210        OR WS-DC-DAY < 1
007220        OR WS-DC-DAY > 31
007230         DISPLAY "PLEASE ENTER A VALID DATE AS YYYYMMDD"
007240         MOVE "N" TO WS-FIELD-OK-SWITCH
007250     END-IF.
007260 6090-Exit.
007270     EXIT.
007280*
007290 6100-SaveBeforeImage.
007300     MOVE SM-DESCRIPTION TO WB-DESC
007310     MOVE SM-OPERATION   TO WB-OPERATION
007320     MOVE SM-FIRST-NUM   TO WB-FIRST-NUM
007330     MOVE SM-SECOND-NUM  TO WB-SECOND-NUM
007340     MOVE SM-ITEM-CODE   TO WB-ITEM-CODE
007350     MOVE SM-DEPT-CODE   TO WB-DEPT-CODE
007360     MOVE SM-FREQUENCY   TO WB-FREQUENCY
007370     MOVE SM-RUN-DAY     TO WB-RUN-DAY
007380     MOVE SM-START-DATE  TO WB-START-DATE
007390     MOVE SM-END-DATE    TO WB-END-DATE
007400     MOVE SM-OWNER       TO WB-OWNER
007410     MOVE SM-STATUS      TO WB-STATUS.
007420 6100-Exit.
007430     EXIT.
007440*
007450 7000-CaptureTimestamp.
007460     DISPLAY "USER" UPON ENVIRONMENT-NAME
007470     ACCEPT WS-CALC-USER FROM ENVIRONMENT-VALUE
007480     IF WS-CALC-USER = SPACES
007490         MOVE "UNKNOWN" TO WS-CALC-USER
007500     END-IF
007510
007520     ACCEPT WS-CALC-DATE FROM DATE YYYYMMDD
007530     ACCEPT WS-CALC-TIME FROM TIME.
007540 7000-Exit.
007550     EXIT.
007560*
007570 8000-WriteTrailRecord.
007580     MOVE WS-CALC-DATE   TO SA-DATE
007590     MOVE WS-CALC-TIME   TO SA-TIME
007600     MOVE WS-CALC-USER   TO SA-USER
007610     EVALUATE TRUE
007620         WHEN FUNC-ADD
007630             MOVE "A" TO SA-FUNCTION
007640         WHEN FUNC-CHANGE
007650             MOVE "C" TO SA-FUNCTION
007660         WHEN FUNC-DEACTIVATE
007670             MOVE "D" TO SA-FUNCTION
007680     END-EVALUATE
007690     MOVE WS-STANDING-ID TO SA-STANDING-ID
007700     MOVE WB-DESC        TO SA-OLD-DESC
007710     MOVE WB-OPERATION   TO SA-OLD-OPERATION
007720     MOVE WB-FIRST-NUM   TO SA-OLD-FIRST-NUM
007730     MOVE WB-SECOND-NUM  TO SA-OLD-SECOND-NUM
007740     MOVE WB-ITEM-CODE   TO SA-OLD-ITEM-CODE
007750     MOVE WB-DEPT-CODE   TO SA-OLD-DEPT-CODE
007760     MOVE WB-FREQUENCY   TO SA-OLD-FREQUENCY
007770     MOVE WB-RUN-DAY     TO SA-OLD-RUN-DAY
007780     MOVE WB-START-DATE  TO SA-OLD-START-DATE
007790     MOVE WB-END-DATE    TO SA-OLD-END-DATE
007800     MOVE WB-OWNER       TO SA-OLD-OWNER
007810     MOVE WB-STATUS      TO SA-OLD-STATUS
007820     MOVE SM-DESCRIPTION TO SA-NEW-DESC
007830     MOVE SM-OPERATION   TO SA-NEW-OPERATION
007840     MOVE SM-FIRST-NUM   TO SA-NEW-FIRST-NUM
007850     MOVE SM-SECOND-NUM  TO SA-NEW-SECOND-NUM
007860     MOVE SM-ITEM-CODE   TO SA-NEW-ITEM-CODE
007870     MOVE SM-DEPT-CODE   TO SA-NEW-DEPT-CODE
007880     MOVE SM-FREQUENCY   TO SA-NEW-FREQUENCY
007890     MOVE SM-RUN-DAY     TO SA-NEW-RUN-DAY
007900     MOVE SM-START-DATE  TO SA-NEW-START-DATE
007910     MOVE SM-END-DATE    TO SA-NEW-END-DATE
007920     MOVE SM-OWNER       TO SA-NEW-OWNER
007930     MOVE SM-STATUS      TO SA-NEW-STATUS
007940     WRITE STND-AUDIT-RECORD.
007950 8000-Exit.
007960     EXIT.
007970*
