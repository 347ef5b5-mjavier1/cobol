000160*
000170*  ONLINE MAINTENANCE FOR THE PRICMSTR PRICE MASTER.  LETS AN
000180*  OPERATOR ADD, CHANGE, DEACTIVATE, AND DISPLAY PRICE MASTER
000190*  RECORDS (ITEM CODE, DESCRIPTION, UNIT PRICE, EFFECTIVE DATE,
000200*  SALES TAX CODE) AND KEY A FUTURE-DATED PRICE INTO THE
000210*  RECORD'S DATED-ROW TABLE, SO THE MASTER IS KEPT CURRENT FROM
000220*  A TERMINAL INSTEAD OF BY IDCAMS REPRO JOBS.  THE SALES TAX
000230*  RATES ON TAXMSTR ARE KEPT FROM THE SAME MENU.  EVERY ADD,
000240*  CHANGE, DEACTIVATE, AND FUTURE PRICE WRITES A BEFORE/AFTER
000250*  IMAGE TO THE PRCAUDIT TRAIL, STAMPED WITH THE OPERATOR, DATE,
000260*  AND TIME, SAME AS AUDITLOG DOES FOR CALCULATIONS.
000270*  DATASET-LEVEL SECURITY ON PRICMSTR DECIDES WHO IS AUTHORIZED TO
000275*  RUN THIS PROGRAM.
000280*
000290*  MODIFICATION HISTORY
000300*    08/22/2026  MJA  ORIGINAL PROGRAM.
000310*    08/22/2026  MJA  A BLANK ITEM CODE IS NOW REFUSED AT ENTRY
000320*                     - ADD WOULD OTHERWISE WRITE A SPACES-KEYED
000330*                     MASTER RECORD THE CALC PROGRAMS COULD
000340*                     NEVER PRICE AGAINST.
000350*    09/02/2026  MJA  PRICMSTR NOW CARRIES DATED PRICE ROWS.
000360*                     NEW FUNCTION P ADDS A FUTURE-DATED PRICE
000370*                     TO A RECORD (TRAILED AS "P" ON PRCAUDIT),
000380*                     THE DISPLAY SHOWS PENDING PRICES ALONGSIDE
000390*                     THE CURRENT ONE, ADD SEEDS THE ROW TABLE,
000400*                     AND CHANGE RE-KEYS THE CURRENT ROW WHILE
000410*                     KEEPING ANY PENDING ROWS DATED AFTER THE
000420*                     KEYED EFFECTIVE DATE.  SOURCE RESEQUENCED
000430*                     IN STEPS OF 10 TO MAKE ROOM.
000440*    09/02/2026  MJA  THE OPERATOR'S OPERMSTR PROFILE IS NOW
000450*                     CHECKED AT STARTUP - A USER WITHOUT
000460*                     PRICE-MAINTENANCE AUTHORITY (OR WITH NO
000470*                     PROFILE RECORD) IS REFUSED, AND THE
000480*                     REFUSAL IS TRAILED ON PRCAUDIT AS AN "X"
000490*                     RECORD THE WAY THE CALC PROGRAMS TRAIL A
000500*                     REFUSED REVERSAL.  AN UNOPENABLE OPERMSTR
000510*                     WAIVES THE CHECK WITH A WARNING.
000520*    09/02/2026  MJA  A PENDING PRICE ROW THAT HAS COME DUE IS
000530*                     NOW PROMOTED INTO PM-UNIT-PRICE/
000540*                     PM-EFFECTIVE-DATE WHENEVER A RECORD IS
000550*                     READ, SO THE DISPLAY AND THE PRCAUDIT
000560*                     BEFORE IMAGE SHOW THE PRICE THE CALC
000570*                     PROGRAMS ACTUALLY SELECT, NOT THE
000580*                     SUPERSEDED ONE.
000590*    10/15/2026  MJA  ADD AND CHANGE NOW ALSO TAKE THE ITEM'S
000600*                     SALES TAX CODE (BLANK = NOT TAXABLE),
000610*                     VALIDATED AGAINST THE NEW TAXMSTR TAX-RATE
000620*                     MASTER, SHOWN ON DISPLAY AND CARRIED IN THE
000630*                     PRCAUDIT IMAGES.  NEW FUNCTION T ADDS A TAX
000640*                     CODE OR KEYS A DATED RATE FOR ONE (TRAILED
000650*                     AS "T" ON PRCAUDIT); RATES NO LONGER IN
000660*                     EFFECT ARE DROPPED FROM THE CODE'S ROW TABLE
000670*                     AS NEW ONES ARE KEYED.  AN UNOPENABLE
000680*                     TAXMSTR LEAVES TAX CODES UNVALIDATED WITH A
000690*                     WARNING.  SOURCE RESEQUENCED IN STEPS OF 10
000695*                     TO MAKE ROOM.
000700********************************************************************
000710 IDENTIFICATION DIVISION.
000720 PROGRAM-ID.  PriceMnt.
000730 AUTHOR.  M. AGUIRRE.
000740 INSTALLATION.  DATA PROCESSING.
000750 DATE-WRITTEN.  08/22/2026.
000760 DATE-COMPILED.
000770*
000780 ENVIRONMENT DIVISION.
000790 CONFIGURATION SECTION.
000800 SOURCE-COMPUTER.  IBM-370.
000810 OBJECT-COMPUTER.  IBM-370.
000820 INPUT-OUTPUT SECTION.
000830 FILE-CONTROL.
000840     SELECT PRICEM-FILE ASSIGN TO PRICMSTR
000850         ORGANIZATION IS INDEXED
000860         ACCESS MODE IS RANDOM
000870         RECORD KEY IS PM-ITEM-CODE
000880         FILE STATUS IS WS-PRICEM-STATUS.
000890
000900     SELECT PMAUDIT-FILE ASSIGN TO PRCAUDIT
000910         ORGANIZATION IS SEQUENTIAL
000920         FILE STATUS IS WS-PMAUDIT-STATUS.
000930
000940     SELECT OPER-FILE ASSIGN TO OPERMSTR
000950         ORGANIZATION IS INDEXED
000960         ACCESS MODE IS RANDOM
000970         RECORD KEY IS OP-USER-ID
000980         FILE STATUS IS WS-OPER-STATUS.
000990     SELECT TAX-FILE ASSIGN TO TAXMSTR
001000         ORGANIZATION IS INDEXED
001010         ACCESS MODE IS RANDOM
001020         RECORD KEY IS TX-TAX-CODE
001030         FILE STATUS IS WS-TAX-STATUS.
001040*
001050 DATA DIVISION.
001060 FILE SECTION.
001070 FD  PRICEM-FILE
001080     LABEL RECORDS ARE STANDARD.
001090 COPY PRICMSTR.
001100*
001110 FD  PMAUDIT-FILE
001120     RECORDING MODE IS F
001130     LABEL RECORDS ARE STANDARD.
001140 COPY PMAUDREC.
001150*
001160 FD  OPER-FILE
001170     LABEL RECORDS ARE STANDARD.
001180 COPY OPERMSTR.
001190*
001200 FD  TAX-FILE
001210     LABEL RECORDS ARE STANDARD.
001220 COPY TAXMSTR.
001230*
001240 WORKING-STORAGE SECTION.
001250 77  WS-PRICEM-STATUS        PIC X(02) VALUE SPACES.
001260     88  PRICEM-OK                      VALUE "00".
001270     88  PRICEM-NOT-FOUND               VALUE "23".
001280
001290 77  WS-PMAUDIT-STATUS       PIC X(02) VALUE SPACES.
001300     88  PMAUDIT-OK                     VALUE "00".
001310
001320 77  WS-OPER-STATUS          PIC X(02) VALUE SPACES.
001330     88  OPER-OK                        VALUE "00".
001340 77  WS-TAX-STATUS           PIC X(02) VALUE SPACES.
001350     88  TAX-OK                         VALUE "00".
001360
001370 77  WS-TAX-AVAIL-SWITCH     PIC X(01) VALUE "N".
001380     88  TAX-AVAILABLE                  VALUE "Y".
001390
001400 77  WS-TAX-NEW-SWITCH       PIC X(01) VALUE "N".
001410     88  TAX-IS-NEW                     VALUE "Y".
001420
001430 77  WS-MAY-PRICES-SWITCH    PIC X(01) VALUE "N".
001440     88  OPER-MAY-MAINT-PRICES          VALUE "Y".
001450
001460 77  WS-DONE-SWITCH          PIC X(01) VALUE "N".
001470     88  MAINT-DONE                     VALUE "Y".
001480
001490 77  WS-CALC-DATE            PIC 9(08) VALUE ZERO.
001500 77  WS-CALC-TIME            PIC 9(08) VALUE ZERO.
001510 77  WS-CALC-USER            PIC X(08) VALUE SPACES.
001520
001530 77  WS-ITEM-CODE            PIC X(08) VALUE SPACES.
001540 77  WS-TAX-CODE             PIC X(04) VALUE SPACES.
001550
001560 77  WS-ROW-IX               PIC 9(04) COMP VALUE ZERO.
001570 77  WS-ROW2-IX              PIC 9(04) COMP VALUE ZERO.
001580 77  WS-SAVE-COUNT           PIC 9(04) COMP VALUE ZERO.
001590
001600 77  WS-ROW-DONE-SWITCH      PIC X(01) VALUE "N".
001610     88  ROW-REPLACED                   VALUE "Y".
001620
001630 77  WS-PEND-PRICE           PIC 9(05)V99 VALUE ZERO.
001640 77  WS-PEND-DATE            PIC 9(08) VALUE ZERO.
001650 77  WS-BEST-EFF-DATE        PIC 9(08) VALUE ZERO.
001660 77  WS-NEW-RATE             PIC 9(02)V9(04) VALUE ZERO.
001670 77  WS-NEW-RATE-DATE        PIC 9(08) VALUE ZERO.
001680
001690 01  WS-MENU-CHOICE          PIC X(01) VALUE SPACE.
001700     88  FUNC-ADD                        VALUES "A" "a".
001710     88  FUNC-CHANGE                     VALUES "C" "c".
001720     88  FUNC-DEACTIVATE                 VALUES "D" "d".
001730     88  FUNC-FUTURE                     VALUES "P" "p".
001740     88  FUNC-INQUIRE                    VALUES "I" "i".
001750     88  FUNC-TAX-RATE                   VALUES "T" "t".
001760     88  FUNC-EXIT                       VALUES "X" "x".
001770     88  FUNC-VALID                      VALUES
001780         "A" "a" "C" "c" "D" "d" "P" "p" "I" "i" "T" "t"
001790         "X" "x".
001800
001810 01  WS-BEFORE-IMAGE.
001820     05  WB-DESC             PIC X(30) VALUE SPACES.
001830     05  WB-PRICE            PIC 9(05)V99 VALUE ZERO.
001840     05  WB-EFF-DATE         PIC 9(08) VALUE ZERO.
001850     05  WB-STATUS           PIC X(01) VALUE SPACE.
001860     05  WB-TAX-CODE         PIC X(04) VALUE SPACES.
001870
001880 01  WS-TAX-BEFORE-IMAGE.
001890     05  WT-DESC             PIC X(30) VALUE SPACES.
001900     05  WT-RATE             PIC 9(02)V9(04) VALUE ZERO.
001910     05  WT-EFF-DATE         PIC 9(08) VALUE ZERO.
001920     05  WT-STATUS           PIC X(01) VALUE SPACE.
001930
001940 01  WS-SAVED-ROWS.
001950     05  WS-SAVE-ROW OCCURS 3 TIMES.
001960         10  WS-SAVE-EFF-DATE
001970                             PIC 9(08).
001980         10  WS-SAVE-PRICE   PIC 9(05)V99.
001990
002000 01  WS-SAVED-RATES.
002010     05  WS-SAVE-RATE-ROW OCCURS 3 TIMES.
002020         10  WS-SAVE-RATE-DATE
002030                             PIC 9(08).
002040         10  WS-SAVE-RATE    PIC 9(02)V9(04).
002050
002060 01  WS-DISPLAY-PRICE        PIC ZZZZ9.99.
002070 01  WS-DISPLAY-RATE         PIC Z9.9999.
002080*
002090 PROCEDURE DIVISION.
002100*
002110 0000-Mainline.
002120     OPEN I-O PRICEM-FILE
002130     IF NOT PRICEM-OK
002140         DISPLAY "PRICEMNT: UNABLE TO OPEN PRICMSTR, STATUS="
002150             WS-PRICEM-STATUS
002160         GO TO 0000-Exit
002170     END-IF
002180
002190     OPEN EXTEND PMAUDIT-FILE
002200     IF NOT PMAUDIT-OK
002210         MOVE SPACES TO WS-PMAUDIT-STATUS
002220         OPEN OUTPUT PMAUDIT-FILE
002230     END-IF
002240
002250*    TAXMSTR IS ONLY NEEDED TO VALIDATE A KEYED TAX CODE AND
002260*    FOR FUNCTION T - AN UNOPENABLE MASTER IS REPORTED AND THE
002270*    REST OF PRICE MAINTENANCE CARRIES ON WITHOUT IT.
002280     OPEN I-O TAX-FILE
002290     IF TAX-OK
002300         MOVE "Y" TO WS-TAX-AVAIL-SWITCH
002310     ELSE
002320         DISPLAY "PRICEMNT: TAXMSTR NOT AVAILABLE, STATUS="
002330             WS-TAX-STATUS ", TAX CODES NOT VALIDATED"
002340     END-IF
002350
002360     PERFORM 7000-CaptureTimestamp
002370     PERFORM 0100-LoadOperProfile THRU 0100-Exit
002380     IF NOT OPER-MAY-MAINT-PRICES
002390         DISPLAY "PRICE MAINTENANCE REFUSED - USER "
002400             WS-CALC-USER " IS NOT AUTHORIZED"
002410         PERFORM 0200-LogRefusal THRU 0200-Exit
002420         CLOSE PRICEM-FILE
002430         CLOSE PMAUDIT-FILE
002440         IF TAX-AVAILABLE
002450             CLOSE TAX-FILE
002460         END-IF
002470         GO TO 0000-Exit
002480     END-IF
002490     DISPLAY "PRICE MASTER MAINTENANCE - OPERATOR " WS-CALC-USER
002500
002510     PERFORM 1000-MaintainOnce THRU 1000-Exit
002520         UNTIL MAINT-DONE
002530
002540     CLOSE PRICEM-FILE
002550     CLOSE PMAUDIT-FILE
002560     IF TAX-AVAILABLE
002570         CLOSE TAX-FILE
002580     END-IF.
002590 0000-Exit.
002600     STOP RUN.
002610*
002620*    A USER WITH NO PROFILE RECORD IS NOT AUTHORIZED; AN
002630*    OPERMSTR THAT CANNOT BE OPENED IS REPORTED AND THE CHECK
002640*    WAIVED SO A CATALOG PROBLEM DOES NOT STOP THE SHOP.
002650 0100-LoadOperProfile.
002660     OPEN INPUT OPER-FILE
002670     IF NOT OPER-OK
002680         DISPLAY "PRICEMNT: OPERMSTR NOT AVAILABLE, STATUS="
002690             WS-OPER-STATUS ", AUTHORITY CHECK WAIVED"
002700         MOVE "Y" TO WS-MAY-PRICES-SWITCH
002710         GO TO 0100-Exit
002720     END-IF
002730     MOVE WS-CALC-USER TO OP-USER-ID
002740     READ OPER-FILE
002750         INVALID KEY
002760             CONTINUE
002770         NOT INVALID KEY
002780             IF NOT OP-INACTIVE
002790                AND OP-PRICES-ALLOWED
002800                 MOVE "Y" TO WS-MAY-PRICES-SWITCH
002810             END-IF
002820     END-READ
002830     CLOSE OPER-FILE.
002840 0100-Exit.
002850     EXIT.
002860*
002870*    THE REFUSED ATTEMPT STILL LEAVES A TRAIL RECORD - AN "X"
002880*    FUNCTION WITH A BLANK ITEM CODE AND EMPTY IMAGES, SAME AS
002890*    THE "X" RECORDS THE CALC PROGRAMS WRITE FOR A REFUSED
002900*    REVERSAL - SO "WHO TRIED TO MAINTAIN PRICES" CAN BE
002910*    ANSWERED FROM PRCAUDIT.
002920 0200-LogRefusal.
002930     MOVE SPACES       TO PRICE-AUDIT-RECORD
002940     MOVE WS-CALC-DATE TO PA-DATE
002950     MOVE WS-CALC-TIME TO PA-TIME
002960     MOVE WS-CALC-USER TO PA-USER
002970     MOVE "X"          TO PA-FUNCTION
002980     MOVE SPACES       TO PA-ITEM-CODE
002990     MOVE ZERO         TO PA-OLD-PRICE
003000     MOVE ZERO         TO PA-OLD-EFF-DATE
003010     MOVE ZERO         TO PA-NEW-PRICE
003020     MOVE ZERO         TO PA-NEW-EFF-DATE
003030     MOVE ZERO         TO PA-OLD-TAX-RATE
003040     MOVE ZERO         TO PA-NEW-TAX-RATE
003050     WRITE PRICE-AUDIT-RECORD.
003060 0200-Exit.
003070     EXIT.
003080*
003090 1000-MaintainOnce.
003100     DISPLAY "Select a function:"
003110     DISPLAY "  A - Add a price record"
003120     DISPLAY "  C - Change a price record"
003130     DISPLAY "  D - Deactivate a price record"
003140     DISPLAY "  P - Add a future-dated price"
003150     DISPLAY "  I - Display a price record"
003160     DISPLAY "  T - Add or re-rate a sales tax code"
003170     DISPLAY "  X - Exit"
003180     ACCEPT WS-MENU-CHOICE
003190     IF NOT FUNC-VALID
003200         DISPLAY "INVALID CHOICE, PLEASE ENTER A, C, D, P, I, "
003210             "T, OR X"
003220         GO TO 1000-Exit
003230     END-IF
003240     IF FUNC-EXIT
003250         MOVE "Y" TO WS-DONE-SWITCH
003260         GO TO 1000-Exit
003270     END-IF
003280     IF FUNC-TAX-RATE
003290         PERFORM 7000-CaptureTimestamp
003300         PERFORM 4700-MaintainTaxRate THRU 4700-Exit
003310         GO TO 1000-Exit
003320     END-IF
003330
003340     PERFORM 1100-GetItemCode
003350     IF WS-ITEM-CODE = SPACES
003360         GO TO 1000-Exit
003370     END-IF
003380     PERFORM 7000-CaptureTimestamp
003390     EVALUATE TRUE
003400         WHEN FUNC-ADD
003410             PERFORM 2000-AddRecord THRU 2000-Exit
003420         WHEN FUNC-CHANGE
003430             PERFORM 3000-ChangeRecord THRU 3000-Exit
003440         WHEN FUNC-DEACTIVATE
003450             PERFORM 4000-DeactivateRecord THRU 4000-Exit
003460         WHEN FUNC-FUTURE
003470             PERFORM 4500-AddFuturePrice THRU 4500-Exit
003480         WHEN FUNC-INQUIRE
003490             PERFORM 5000-DisplayRecord THRU 5000-Exit
003500     END-EVALUATE.
003510 1000-Exit.
003520     EXIT.
003530*
003540 1100-GetItemCode.
003550     DISPLAY "Enter item code:"
003560     ACCEPT WS-ITEM-CODE
003570     INSPECT WS-ITEM-CODE CONVERTING "abcdefghijklmnopqrstuvwxyz"
003580         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
003590*    A BLANK ITEM CODE WOULD KEY A SPACES RECORD THE CALC
003600*    PROGRAMS TREAT AS "NO ITEM CODE" AND COULD NEVER PRICE
003610*    AGAINST - REFUSE IT HERE BEFORE ANY FUNCTION RUNS.
003620     IF WS-ITEM-CODE = SPACES
003630         DISPLAY "ITEM CODE MUST NOT BE BLANK"
003640     END-IF
003650     MOVE WS-ITEM-CODE TO PM-ITEM-CODE.
003660 1100-Exit.
003670     EXIT.
003680*
003690 2000-AddRecord.
003700     READ PRICEM-FILE
003710         INVALID KEY
003720             CONTINUE
003730         NOT INVALID KEY
003740             DISPLAY "ITEM " WS-ITEM-CODE " IS ALREADY ON THE "
003750                 "PRICE MASTER - USE C TO CHANGE IT"
003760             GO TO 2000-Exit
003770     END-READ
003780
003790     MOVE SPACES TO WS-BEFORE-IMAGE
003800     MOVE ZERO   TO WB-PRICE
003810     MOVE ZERO   TO WB-EFF-DATE
003820
003830     MOVE SPACES TO PRICE-MASTER-RECORD
003840     MOVE WS-ITEM-CODE TO PM-ITEM-CODE
003850     PERFORM 6000-GetRecordFields
003860     MOVE "A" TO PM-STATUS
003870     PERFORM 6200-SeedPriceTable THRU 6200-Exit
003880
003890     WRITE PRICE-MASTER-RECORD
003900         INVALID KEY
003910             DISPLAY "PRICEMNT: ADD FAILED FOR " WS-ITEM-CODE
003920                 ", STATUS=" WS-PRICEM-STATUS
003930             GO TO 2000-Exit
003940     END-WRITE
003950     PERFORM 8000-WriteTrailRecord
003960     DISPLAY "ITEM " WS-ITEM-CODE " ADDED".
003970 2000-Exit.
003980     EXIT.
003990*
004000 3000-ChangeRecord.
004010     READ PRICEM-FILE
004020         INVALID KEY
004030             DISPLAY "ITEM " WS-ITEM-CODE " IS NOT ON THE "
004040                 "PRICE MASTER"
004050             GO TO 3000-Exit
004060     END-READ
004070     PERFORM 6400-PromoteMaturedPrice THRU 6400-Exit
004080
004090     PERFORM 6100-SaveBeforeImage
004100     PERFORM 5100-DisplayFields
004110     PERFORM 6000-GetRecordFields
004120
004130*    A CHANGED RECORD IS ALWAYS LEFT ACTIVE - KEYING A FRESH
004140*    PRICE AND EFFECTIVE DATE IS HOW A DEACTIVATED ITEM IS
004150*    PUT BACK IN SERVICE.
004160     IF PM-INACTIVE
004170         DISPLAY "ITEM " WS-ITEM-CODE " WAS DEACTIVATED - "
004180             "CHANGING IT REACTIVATES IT"
004190     END-IF
004200     MOVE "A" TO PM-STATUS
004210     PERFORM 6300-RekeyCurrentPrice THRU 6300-Exit
004220
004230     REWRITE PRICE-MASTER-RECORD
004240         INVALID KEY
004250             DISPLAY "PRICEMNT: CHANGE FAILED FOR " WS-ITEM-CODE
004260                 ", STATUS=" WS-PRICEM-STATUS
004270             GO TO 3000-Exit
004280     END-REWRITE
004290     PERFORM 8000-WriteTrailRecord
004300     DISPLAY "ITEM " WS-ITEM-CODE " CHANGED".
004310 3000-Exit.
004320     EXIT.
004330*
004340 4000-DeactivateRecord.
004350     READ PRICEM-FILE
004360         INVALID KEY
004370             DISPLAY "ITEM " WS-ITEM-CODE " IS NOT ON THE "
004380                 "PRICE MASTER"
004390             GO TO 4000-Exit
004400     END-READ
004410     PERFORM 6400-PromoteMaturedPrice THRU 6400-Exit
004420
004430     IF PM-INACTIVE
004440         DISPLAY "ITEM " WS-ITEM-CODE " IS ALREADY DEACTIVATED"
004450         GO TO 4000-Exit
004460     END-IF
004470
004480     PERFORM 6100-SaveBeforeImage
004490     MOVE "I" TO PM-STATUS
004500
004510     REWRITE PRICE-MASTER-RECORD
004520         INVALID KEY
004530             DISPLAY "PRICEMNT: DEACTIVATE FAILED FOR "
004540                 WS-ITEM-CODE ", STATUS=" WS-PRICEM-STATUS
004550             GO TO 4000-Exit
004560     END-REWRITE
004570     PERFORM 8000-WriteTrailRecord
004580     DISPLAY "ITEM " WS-ITEM-CODE " DEACTIVATED".
004590 4000-Exit.
004600     EXIT.
004610*
004620*    KEY A PRICE THAT TAKES EFFECT ON A FUTURE DATE WITHOUT
004630*    TOUCHING THE PRICE CURRENTLY IN EFFECT - THE CALC
004640*    PROGRAMS START SELECTING IT THE DAY IT COMES DUE, SO A
004650*    JANUARY 1 PRICE CAN BE KEYED IN DECEMBER INSTEAD OF AT
004660*    MIDNIGHT ON NEW YEAR'S EVE.
004670 4500-AddFuturePrice.
004680     READ PRICEM-FILE
004690         INVALID KEY
004700             DISPLAY "ITEM " WS-ITEM-CODE " IS NOT ON THE "
004710                 "PRICE MASTER"
004720             GO TO 4500-Exit
004730     END-READ
004740     PERFORM 6400-PromoteMaturedPrice THRU 6400-Exit
004750
004760     PERFORM 6100-SaveBeforeImage
004770     DISPLAY "Enter future unit price (with decimal point, "
004780         "e.g. 123.45)"
004790     ACCEPT WS-PEND-PRICE
004800     DISPLAY "Enter effective date (YYYYMMDD, after today):"
004810     ACCEPT WS-PEND-DATE
004820     IF WS-PEND-DATE NOT > WS-CALC-DATE
004830         DISPLAY "EFFECTIVE DATE MUST BE AFTER TODAY - USE C "
004840             "TO CHANGE THE CURRENT PRICE"
004850         GO TO 4500-Exit
004860     END-IF
004870
004880*    A RECORD FROM BEFORE THE DATED-ROW TABLE EXISTED SEEDS
004890*    THE TABLE WITH ITS CURRENT PRICE FIRST.
004900     IF PM-PRICE-COUNT IS NOT NUMERIC
004910        OR PM-PRICE-COUNT = ZERO
004920         PERFORM 6200-SeedPriceTable THRU 6200-Exit
004930     END-IF
004940
004950     MOVE "N" TO WS-ROW-DONE-SWITCH
004960     PERFORM 4510-ReplaceMatchingRow THRU 4510-Exit
004970         VARYING WS-ROW-IX FROM 1 BY 1
004980         UNTIL WS-ROW-IX > PM-PRICE-COUNT
004990         OR WS-ROW-IX > 3
005000         OR ROW-REPLACED
005010     IF NOT ROW-REPLACED
005020         IF PM-PRICE-COUNT NOT < 3
005030             DISPLAY "ITEM " WS-ITEM-CODE " ALREADY CARRIES "
005040                 "THE MAXIMUM PENDING PRICES"
005050             GO TO 4500-Exit
005060         END-IF
005070         ADD 1 TO PM-PRICE-COUNT
005080         MOVE WS-PEND-DATE  TO PM-ROW-EFF-DATE (PM-PRICE-COUNT)
005090         MOVE WS-PEND-PRICE TO PM-ROW-PRICE (PM-PRICE-COUNT)
005100     END-IF
005110
005120     REWRITE PRICE-MASTER-RECORD
005130         INVALID KEY
005140             DISPLAY "PRICEMNT: FUTURE PRICE FAILED FOR "
005150                 WS-ITEM-CODE ", STATUS=" WS-PRICEM-STATUS
005160             GO TO 4500-Exit
005170     END-REWRITE
005180     PERFORM 8000-WriteTrailRecord
005190     DISPLAY "FUTURE PRICE FOR " WS-ITEM-CODE " EFFECTIVE "
005200         WS-PEND-DATE " ADDED".
005210 4500-Exit.
005220     EXIT.
005230*
005240 4510-ReplaceMatchingRow.
005250     IF PM-ROW-EFF-DATE (WS-ROW-IX) = WS-PEND-DATE
005260         MOVE WS-PEND-PRICE TO PM-ROW-PRICE (WS-ROW-IX)
005270         MOVE "Y" TO WS-ROW-DONE-SWITCH
005280     END-IF.
005290 4510-Exit.
005300     EXIT.
005310*
005320*    ADD A SALES TAX CODE TO TAXMSTR, OR KEY A NEW DATED RATE
005330*    FOR ONE ALREADY THERE.  A RATE DATED THE SAME DAY AS A
005340*    ROW ALREADY ON THE CODE REPLACES THAT ROW.  THE CALC
005350*    PROGRAMS TAX AT THE RATE IN EFFECT ON THE POSTING DATE -
005360*    ApprRev ON THE DAY IT RELEASES A HELD ITEM, NOT THE DAY IT
005370*    WAS HELD - SO ROWS SUPERSEDED BEFORE TODAY ARE NEVER
005380*    SELECTED AGAIN AND ARE DROPPED HERE TO MAKE ROOM.  THE RATE
005385*    A POSTED CALCULATION WAS TAXED AT STAYS ON ITS CALCHIST
005390*    RECORD.  TAX ALREADY POSTED IS NOT REFIGURED FOR A
005395*    BACK-DATED RATE.
005400 4700-MaintainTaxRate.
005410     IF NOT TAX-AVAILABLE
005420         DISPLAY "TAXMSTR IS NOT AVAILABLE - TAX RATES CANNOT "
005430             "BE MAINTAINED"
005440         GO TO 4700-Exit
005450     END-IF
005460     DISPLAY "Enter sales tax code:"
005470     ACCEPT WS-TAX-CODE
005480     INSPECT WS-TAX-CODE CONVERTING "abcdefghijklmnopqrstuvwxyz"
005490         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
005500     IF WS-TAX-CODE = SPACES
005510         DISPLAY "TAX CODE MUST NOT BE BLANK"
005520         GO TO 4700-Exit
005530     END-IF
005540     MOVE WS-TAX-CODE TO TX-TAX-CODE
005550     MOVE "N" TO WS-TAX-NEW-SWITCH
005560     READ TAX-FILE
005570         INVALID KEY
005580             MOVE "Y" TO WS-TAX-NEW-SWITCH
005590     END-READ
005600
005610     MOVE SPACES TO WS-TAX-BEFORE-IMAGE
005620     MOVE ZERO   TO WT-RATE
005630     MOVE ZERO   TO WT-EFF-DATE
005640     IF TAX-IS-NEW
005650         MOVE SPACES      TO TAX-RATE-RECORD
005660         MOVE WS-TAX-CODE TO TX-TAX-CODE
005670         MOVE ZERO        TO TX-RATE-COUNT
005680         PERFORM 4760-ZeroOneRate THRU 4760-Exit
005690             VARYING WS-ROW-IX FROM 1 BY 1
005700             UNTIL WS-ROW-IX > 3
005710         DISPLAY "Enter description:"
005720         ACCEPT TX-DESCRIPTION
005730     ELSE
005740         IF TX-RATE-COUNT IS NOT NUMERIC
005750             MOVE ZERO TO TX-RATE-COUNT
005760         END-IF
005770         PERFORM 4710-FindRateInEffect THRU 4710-Exit
005780         MOVE TX-DESCRIPTION TO WT-DESC
005790         MOVE TX-STATUS      TO WT-STATUS
005800         PERFORM 4720-DisplayTaxCode THRU 4720-Exit
005810     END-IF
005820     MOVE "A" TO TX-STATUS
005830
005840     DISPLAY "Enter rate in percent (with decimal point, "
005850         "e.g. 8.2500)"
005860     ACCEPT WS-NEW-RATE
005870     DISPLAY "Enter effective date (YYYYMMDD):"
005880     ACCEPT WS-NEW-RATE-DATE
005890     IF WS-NEW-RATE-DATE IS NOT NUMERIC
005900        OR WS-NEW-RATE-DATE = ZERO
005910         DISPLAY "EFFECTIVE DATE IS REQUIRED - NOTHING SAVED"
005920         GO TO 4700-Exit
005930     END-IF
005940     IF WS-NEW-RATE-DATE < WS-CALC-DATE
005950         DISPLAY "NOTE - TAX ALREADY POSTED IS NOT REFIGURED AT "
005960             "A BACK-DATED RATE"
005970     END-IF
005980
005990     PERFORM 4730-DropSupersededRates THRU 4730-Exit
006000     MOVE "N" TO WS-ROW-DONE-SWITCH
006010     PERFORM 4740-ReplaceMatchingRate THRU 4740-Exit
006020         VARYING WS-ROW-IX FROM 1 BY 1
006030         UNTIL WS-ROW-IX > TX-RATE-COUNT
006040         OR WS-ROW-IX > 3
006050         OR ROW-REPLACED
006060     IF NOT ROW-REPLACED
006070         IF TX-RATE-COUNT NOT < 3
006080             DISPLAY "TAX CODE " WS-TAX-CODE " ALREADY CARRIES "
006090                 "THE MAXIMUM PENDING RATES"
006100             GO TO 4700-Exit
006110         END-IF
006120         ADD 1 TO TX-RATE-COUNT
006130         MOVE WS-NEW-RATE-DATE TO TX-ROW-EFF-DATE (TX-RATE-COUNT)
006140         MOVE WS-NEW-RATE      TO TX-ROW-RATE (TX-RATE-COUNT)
006150     END-IF
006160
006170     IF TAX-IS-NEW
006180         WRITE TAX-RATE-RECORD
006190             INVALID KEY
006200                 DISPLAY "PRICEMNT: TAX CODE ADD FAILED FOR "
006210                     WS-TAX-CODE ", STATUS=" WS-TAX-STATUS
006220                 GO TO 4700-Exit
006230         END-WRITE
006240     ELSE
006250         REWRITE TAX-RATE-RECORD
006260             INVALID KEY
006270                 DISPLAY "PRICEMNT: TAX RATE CHANGE FAILED FOR "
006280                     WS-TAX-CODE ", STATUS=" WS-TAX-STATUS
006290                 GO TO 4700-Exit
006300         END-REWRITE
006310     END-IF
006320     PERFORM 4790-WriteTaxTrail THRU 4790-Exit
006330     DISPLAY "TAX CODE " WS-TAX-CODE " RATE EFFECTIVE "
006340         WS-NEW-RATE-DATE " SAVED".
006350 4700-Exit.
006360     EXIT.
006370*
006380*    THE RATE IN EFFECT TODAY - THE ROW WITH THE LATEST DATE
006390*    NOT AFTER TODAY - IS THE BEFORE IMAGE OF THE CHANGE.
006400 4710-FindRateInEffect.
006410     MOVE ZERO TO WS-BEST-EFF-DATE
006420     PERFORM 4715-TestRateInEffect THRU 4715-Exit
006430         VARYING WS-ROW-IX FROM 1 BY 1
006440         UNTIL WS-ROW-IX > TX-RATE-COUNT
006450         OR WS-ROW-IX > 3.
006460 4710-Exit.
006470     EXIT.
006480*
006490 4715-TestRateInEffect.
006500     IF TX-ROW-EFF-DATE (WS-ROW-IX) NOT > WS-CALC-DATE
006510        AND TX-ROW-EFF-DATE (WS-ROW-IX) NOT < WS-BEST-EFF-DATE
006520         MOVE TX-ROW-EFF-DATE (WS-ROW-IX) TO WS-BEST-EFF-DATE
006530         MOVE TX-ROW-EFF-DATE (WS-ROW-IX) TO WT-EFF-DATE
006540         MOVE TX-ROW-RATE (WS-ROW-IX)     TO WT-RATE
006550     END-IF.
006560 4715-Exit.
006570     EXIT.
006580*
006590 4720-DisplayTaxCode.
006600     DISPLAY "TAX CODE       : " TX-TAX-CODE
006610     DISPLAY "DESCRIPTION    : " TX-DESCRIPTION
006620     IF TX-INACTIVE
006630         DISPLAY "STATUS         : DEACTIVATED"
006640     ELSE
006650         DISPLAY "STATUS         : ACTIVE"
006660     END-IF
006670     PERFORM 4725-DisplayOneRate THRU 4725-Exit
006680         VARYING WS-ROW-IX FROM 1 BY 1
006690         UNTIL WS-ROW-IX > TX-RATE-COUNT
006700         OR WS-ROW-IX > 3.
006710 4720-Exit.
006720     EXIT.
006730*
006740 4725-DisplayOneRate.
006750     MOVE TX-ROW-RATE (WS-ROW-IX) TO WS-DISPLAY-RATE
006760     IF TX-ROW-EFF-DATE (WS-ROW-IX) > WS-CALC-DATE
006770         DISPLAY "PENDING RATE   : " WS-DISPLAY-RATE
006780             "% EFFECTIVE " TX-ROW-EFF-DATE (WS-ROW-IX)
006790     ELSE
006800         DISPLAY "RATE           : " WS-DISPLAY-RATE
006810             "% EFFECTIVE " TX-ROW-EFF-DATE (WS-ROW-IX)
006820     END-IF.
006830 4725-Exit.
006840     EXIT.
006850*
006860*    KEEP THE ROW IN EFFECT TODAY AND EVERY PENDING ROW; A ROW
006870*    DATED BEFORE THE ONE IN EFFECT CAN NO LONGER BE SELECTED.
006880 4730-DropSupersededRates.
006890     IF TX-RATE-COUNT = ZERO
006900         GO TO 4730-Exit
006910     END-IF
006920     IF TX-RATE-COUNT > 3
006930         MOVE 3 TO TX-RATE-COUNT
006940     END-IF
006950     MOVE TX-RATE-COUNT TO WS-SAVE-COUNT
006960     PERFORM 4735-SaveOneRate THRU 4735-Exit
006970         VARYING WS-ROW-IX FROM 1 BY 1
006980         UNTIL WS-ROW-IX > WS-SAVE-COUNT
006990     MOVE ZERO TO TX-RATE-COUNT
007000     PERFORM 4736-KeepLiveRate THRU 4736-Exit
007010         VARYING WS-ROW-IX FROM 1 BY 1
007020         UNTIL WS-ROW-IX > WS-SAVE-COUNT
007030     COMPUTE WS-ROW2-IX = TX-RATE-COUNT + 1
007040     PERFORM 4760-ZeroOneRate THRU 4760-Exit
007050         VARYING WS-ROW-IX FROM WS-ROW2-IX BY 1
007060         UNTIL WS-ROW-IX > 3.
007070 4730-Exit.
007080     EXIT.
007090*
007100 4735-SaveOneRate.
007110     MOVE TX-ROW-EFF-DATE (WS-ROW-IX)
007120         TO WS-SAVE-RATE-DATE (WS-ROW-IX)
007130     MOVE TX-ROW-RATE (WS-ROW-IX)
007140         TO WS-SAVE-RATE (WS-ROW-IX).
007150 4735-Exit.
007160     EXIT.
007170*
007180 4736-KeepLiveRate.
007190     IF WS-SAVE-RATE-DATE (WS-ROW-IX) NOT < WS-BEST-EFF-DATE
007200         ADD 1 TO TX-RATE-COUNT
007210         MOVE WS-SAVE-RATE-DATE (WS-ROW-IX)
007220             TO TX-ROW-EFF-DATE (TX-RATE-COUNT)
007230         MOVE WS-SAVE-RATE (WS-ROW-IX)
007240             TO TX-ROW-RATE (TX-RATE-COUNT)
007250     END-IF.
007260 4736-Exit.
007270     EXIT.
007280*
007290 4740-ReplaceMatchingRate.
007300     IF TX-ROW-EFF-DATE (WS-ROW-IX) = WS-NEW-RATE-DATE
007310         MOVE TX-ROW-RATE (WS-ROW-IX) TO WT-RATE
007320         MOVE WS-NEW-RATE-DATE        TO WT-EFF-DATE
007330         MOVE WS-NEW-RATE TO TX-ROW-RATE (WS-ROW-IX)
007340         MOVE "Y" TO WS-ROW-DONE-SWITCH
007350     END-IF.
007360 4740-Exit.
007370     EXIT.
007380*
007390 4760-ZeroOneRate.
007400     MOVE ZERO TO TX-ROW-EFF-DATE (WS-ROW-IX)
007410     MOVE ZERO TO TX-ROW-RATE (WS-ROW-IX).
007420 4760-Exit.
007430     EXIT.
007440*
007450*    THE TAX CODE RIDES IN PA-ITEM-CODE AND THE RATES IN THE
007460*    TAX IMAGE - THE BEFORE IMAGE IS THE RATE THE NEW ONE
007470*    SUPERSEDES (OR THE SAME-DAY ROW IT REPLACES), EMPTY FOR A
007480*    NEW CODE.
007490 4790-WriteTaxTrail.
007500     MOVE SPACES            TO PRICE-AUDIT-RECORD
007510     MOVE WS-CALC-DATE      TO PA-DATE
007520     MOVE WS-CALC-TIME      TO PA-TIME
007530     MOVE WS-CALC-USER      TO PA-USER
007540     MOVE "T"               TO PA-FUNCTION
007550     MOVE WS-TAX-CODE       TO PA-ITEM-CODE
007560     MOVE WT-DESC           TO PA-OLD-DESC
007570     MOVE ZERO              TO PA-OLD-PRICE
007580     MOVE WT-EFF-DATE       TO PA-OLD-EFF-DATE
007590     MOVE WT-STATUS         TO PA-OLD-STATUS
007600     MOVE TX-DESCRIPTION    TO PA-NEW-DESC
007610     MOVE ZERO              TO PA-NEW-PRICE
007620     MOVE WS-NEW-RATE-DATE  TO PA-NEW-EFF-DATE
007630     MOVE TX-STATUS         TO PA-NEW-STATUS
007640     MOVE WS-TAX-CODE       TO PA-OLD-TAX-CODE
007650     MOVE WS-TAX-CODE       TO PA-NEW-TAX-CODE
007660     MOVE WT-RATE           TO PA-OLD-TAX-RATE
007670     MOVE WS-NEW-RATE       TO PA-NEW-TAX-RATE
007680     IF TAX-IS-NEW
007690         MOVE SPACES        TO PA-OLD-TAX-CODE
007700     END-IF
007710     WRITE PRICE-AUDIT-RECORD.
007720 4790-Exit.
007730     EXIT.
007740*
007750 5000-DisplayRecord.
007760     READ PRICEM-FILE
007770         INVALID KEY
007780             DISPLAY "ITEM " WS-ITEM-CODE " IS NOT ON THE "
007790                 "PRICE MASTER"
007800             GO TO 5000-Exit
007810     END-READ
007820     PERFORM 6400-PromoteMaturedPrice THRU 6400-Exit
007830     PERFORM 5100-DisplayFields.
007840 5000-Exit.
007850     EXIT.
007860*
007870 5100-DisplayFields.
007880     MOVE PM-UNIT-PRICE TO WS-DISPLAY-PRICE
007890     DISPLAY "ITEM CODE      : " PM-ITEM-CODE
007900     DISPLAY "DESCRIPTION    : " PM-DESCRIPTION
007910     DISPLAY "UNIT PRICE     : " WS-DISPLAY-PRICE
007920     DISPLAY "EFFECTIVE DATE : " PM-EFFECTIVE-DATE
007930     IF PM-INACTIVE
007940         DISPLAY "STATUS         : DEACTIVATED"
007950     ELSE
007960         DISPLAY "STATUS         : ACTIVE"
007970     END-IF
007980     IF PM-PRICE-COUNT IS NUMERIC
007990        AND PM-PRICE-COUNT > ZERO
008000         PERFORM 5200-DisplayOneRow THRU 5200-Exit
008010             VARYING WS-ROW-IX FROM 1 BY 1
008020             UNTIL WS-ROW-IX > PM-PRICE-COUNT
008030             OR WS-ROW-IX > 3
008040     END-IF
008050     IF PM-TAX-CODE = SPACES
008060         DISPLAY "SALES TAX CODE : (NONE - NOT TAXABLE)"
008070     ELSE
008080         DISPLAY "SALES TAX CODE : " PM-TAX-CODE
008090     END-IF.
008100 5100-Exit.
008110     EXIT.
008120*
008130 5200-DisplayOneRow.
008140     IF PM-ROW-EFF-DATE (WS-ROW-IX) > WS-CALC-DATE
008150         MOVE PM-ROW-PRICE (WS-ROW-IX) TO WS-DISPLAY-PRICE
008160         DISPLAY "PENDING PRICE  : " WS-DISPLAY-PRICE
008170             " EFFECTIVE " PM-ROW-EFF-DATE (WS-ROW-IX)
008180     END-IF.
008190 5200-Exit.
008200     EXIT.
008210*
008220 6000-GetRecordFields.
008230     DISPLAY "Enter description:"
008240     ACCEPT PM-DESCRIPTION
008250     DISPLAY "Enter unit price (with decimal point, "
008260         "e.g. 123.45)"
008270     ACCEPT PM-UNIT-PRICE
008280     DISPLAY "Enter effective date (YYYYMMDD):"
008290     ACCEPT PM-EFFECTIVE-DATE
008300     PERFORM 6050-GetTaxCode THRU 6050-Exit.
008310 6000-Exit.
008320     EXIT.
008330*
008340*    A BLANK TAX CODE MAKES THE ITEM NOT TAXABLE.  ANY OTHER
008350*    CODE MUST BE AN ACTIVE TAXMSTR CODE, OR THE CALC
008360*    PROGRAMS WOULD POST THE ITEM WITH NO RATE TO APPLY - IT
008370*    IS ASKED FOR AGAIN UNTIL IT IS ONE.
008380 6050-GetTaxCode.
008390     DISPLAY "Enter sales tax code (blank if not taxable):"
008400     ACCEPT PM-TAX-CODE
008410     INSPECT PM-TAX-CODE CONVERTING "abcdefghijklmnopqrstuvwxyz"
008420         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
008430     IF PM-TAX-CODE = SPACES
008440        OR NOT TAX-AVAILABLE
008450         GO TO 6050-Exit
008460     END-IF
008470     MOVE PM-TAX-CODE TO TX-TAX-CODE
008480     READ TAX-FILE
008490         INVALID KEY
008500             DISPLAY "TAX CODE " PM-TAX-CODE " IS NOT ON THE "
008510                 "TAX-RATE MASTER - USE T TO ADD IT"
008520             GO TO 6050-GetTaxCode
008530     END-READ
008540     IF TX-INACTIVE
008550         DISPLAY "TAX CODE " PM-TAX-CODE " IS DEACTIVATED"
008560         GO TO 6050-GetTaxCode
008570     END-IF.
008580 6050-Exit.
008590     EXIT.
008600*
008610 6100-SaveBeforeImage.
008620     MOVE PM-DESCRIPTION    TO WB-DESC
008630     MOVE PM-UNIT-PRICE     TO WB-PRICE
008640     MOVE PM-EFFECTIVE-DATE TO WB-EFF-DATE
008650     MOVE PM-STATUS         TO WB-STATUS
008660     MOVE PM-TAX-CODE       TO WB-TAX-CODE.
008670 6100-Exit.
008680     EXIT.
008690*
008700 6200-SeedPriceTable.
008710     MOVE 1 TO PM-PRICE-COUNT
008720     MOVE PM-EFFECTIVE-DATE TO PM-ROW-EFF-DATE (1)
008730     MOVE PM-UNIT-PRICE     TO PM-ROW-PRICE (1)
008740     PERFORM 6320-ZeroOneRow THRU 6320-Exit
008750         VARYING WS-ROW-IX FROM 2 BY 1
008760         UNTIL WS-ROW-IX > 3.
008770 6200-Exit.
008780     EXIT.
008790*
008800*    THE KEYED PRICE BECOMES THE CURRENT ROW; PENDING ROWS
008810*    DATED AFTER THE KEYED EFFECTIVE DATE SURVIVE THE CHANGE,
008820*    EVERYTHING ELSE IS SUPERSEDED.
008830 6300-RekeyCurrentPrice.
008840     IF PM-PRICE-COUNT IS NUMERIC
008850        AND PM-PRICE-COUNT > ZERO
008860         MOVE PM-PRICE-COUNT TO WS-SAVE-COUNT
008870     ELSE
008880         MOVE ZERO TO WS-SAVE-COUNT
008890     END-IF
008900     IF WS-SAVE-COUNT > 3
008910         MOVE 3 TO WS-SAVE-COUNT
008920     END-IF
008930     PERFORM 6305-SaveOneRow THRU 6305-Exit
008940         VARYING WS-ROW-IX FROM 1 BY 1
008950         UNTIL WS-ROW-IX > WS-SAVE-COUNT
008960
008970     MOVE 1 TO PM-PRICE-COUNT
008980     MOVE PM-EFFECTIVE-DATE TO PM-ROW-EFF-DATE (1)
008990     MOVE PM-UNIT-PRICE     TO PM-ROW-PRICE (1)
009000     PERFORM 6310-KeepPendingRow THRU 6310-Exit
009010         VARYING WS-ROW-IX FROM 1 BY 1
009020         UNTIL WS-ROW-IX > WS-SAVE-COUNT
009030
009040     COMPUTE WS-ROW2-IX = PM-PRICE-COUNT + 1
009050     PERFORM 6320-ZeroOneRow THRU 6320-Exit
009060         VARYING WS-ROW-IX FROM WS-ROW2-IX BY 1
009070         UNTIL WS-ROW-IX > 3.
009080 6300-Exit.
009090     EXIT.
009100*
009110 6305-SaveOneRow.
009120     MOVE PM-ROW-EFF-DATE (WS-ROW-IX)
009130         TO WS-SAVE-EFF-DATE (WS-ROW-IX)
009140     MOVE PM-ROW-PRICE (WS-ROW-IX)
009150         TO WS-SAVE-PRICE (WS-ROW-IX).
009160 6305-Exit.
009170     EXIT.
009180*
009190 6310-KeepPendingRow.
009200     IF WS-SAVE-EFF-DATE (WS-ROW-IX) > PM-EFFECTIVE-DATE
009210        AND PM-PRICE-COUNT < 3
009220         ADD 1 TO PM-PRICE-COUNT
009230         MOVE WS-SAVE-EFF-DATE (WS-ROW-IX)
009240             TO PM-ROW-EFF-DATE (PM-PRICE-COUNT)
009250         MOVE WS-SAVE-PRICE (WS-ROW-IX)
009260             TO PM-ROW-PRICE (PM-PRICE-COUNT)
009270     END-IF.
009280 6310-Exit.
009290     EXIT.
009300*
009310 6320-ZeroOneRow.
009320     MOVE ZERO TO PM-ROW-EFF-DATE (WS-ROW-IX)
009330     MOVE ZERO TO PM-ROW-PRICE (WS-ROW-IX).
009340 6320-Exit.
009350     EXIT.
009360*
009370*    A PENDING ROW THAT HAS COME DUE SINCE THE RECORD WAS LAST
009380*    MAINTAINED IS THE PRICE THE CALC PROGRAMS NOW SELECT -
009390*    PROMOTE THE LATEST MATURED ROW INTO PM-UNIT-PRICE/
009400*    PM-EFFECTIVE-DATE SO THE DISPLAY AND THE PRCAUDIT BEFORE
009410*    IMAGE SHOW THE PRICE ACTUALLY IN EFFECT, NOT THE
009420*    SUPERSEDED ONE.  A FOLLOWING REWRITE MAKES IT PERMANENT.
009430 6400-PromoteMaturedPrice.
009440     IF PM-PRICE-COUNT IS NOT NUMERIC
009450        OR PM-PRICE-COUNT = ZERO
009460         GO TO 6400-Exit
009470     END-IF
009480     MOVE PM-EFFECTIVE-DATE TO WS-BEST-EFF-DATE
009490     PERFORM 6410-TestMaturedRow THRU 6410-Exit
009500         VARYING WS-ROW-IX FROM 1 BY 1
009510         UNTIL WS-ROW-IX > PM-PRICE-COUNT
009520         OR WS-ROW-IX > 3.
009530 6400-Exit.
009540     EXIT.
009550*
009560 6410-TestMaturedRow.
009570     IF PM-ROW-EFF-DATE (WS-ROW-IX) NOT > WS-CALC-DATE
009580        AND PM-ROW-EFF-DATE (WS-ROW-IX) > WS-BEST-EFF-DATE
009590         MOVE PM-ROW-EFF-DATE (WS-ROW-IX) TO WS-BEST-EFF-DATE
009600         MOVE PM-ROW-EFF-DATE (WS-ROW-IX) TO PM-EFFECTIVE-DATE
009610         MOVE PM-ROW-PRICE (WS-ROW-IX)    TO PM-UNIT-PRICE
009620     END-IF.
009630 6410-Exit.
009640     EXIT.
009650*
009660 7000-CaptureTimestamp.
009670     DISPLAY "USER" UPON ENVIRONMENT-NAME
009680     ACCEPT WS-CALC-USER FROM ENVIRONMENT-VALUE
009690     IF WS-CALC-USER = SPACES
009700         MOVE "UNKNOWN" TO WS-CALC-USER
009710     END-IF
009720
009730     ACCEPT WS-CALC-DATE FROM DATE YYYYMMDD
009740     ACCEPT WS-CALC-TIME FROM TIME.
009750 7000-Exit.
009760     EXIT.
009770*
009780 8000-WriteTrailRecord.
009790     MOVE WS-CALC-DATE      TO PA-DATE
009800     MOVE WS-CALC-TIME      TO PA-TIME
009810     MOVE WS-CALC-USER      TO PA-USER
009820     EVALUATE TRUE
009830         WHEN FUNC-ADD
009840             MOVE "A" TO PA-FUNCTION
009850         WHEN FUNC-CHANGE
009860             MOVE "C" TO PA-FUNCTION
009870         WHEN FUNC-DEACTIVATE
009880             MOVE "D" TO PA-FUNCTION
009890         WHEN FUNC-FUTURE
009900             MOVE "P" TO PA-FUNCTION
009910     END-EVALUATE
009920     MOVE WS-ITEM-CODE      TO PA-ITEM-CODE
009930     MOVE WB-DESC           TO PA-OLD-DESC
009940     MOVE WB-PRICE          TO PA-OLD-PRICE
009950     MOVE WB-EFF-DATE       TO PA-OLD-EFF-DATE
009960     MOVE WB-STATUS         TO PA-OLD-STATUS
009970     MOVE PM-DESCRIPTION    TO PA-NEW-DESC
009980     MOVE PM-UNIT-PRICE     TO PA-NEW-PRICE
009990     MOVE PM-EFFECTIVE-DATE TO PA-NEW-EFF-DATE
010000     MOVE PM-STATUS         TO PA-NEW-STATUS
010010     MOVE WB-TAX-CODE       TO PA-OLD-TAX-CODE
010020     MOVE PM-TAX-CODE       TO PA-NEW-TAX-CODE
010030     MOVE ZERO              TO PA-OLD-TAX-RATE
010040     MOVE ZERO              TO PA-NEW-TAX-RATE
010050*    A FUTURE PRICE LEAVES THE CURRENT PRICE ALONE - THE
010060*    AFTER IMAGE CARRIES THE PENDING PRICE AND ITS DATE SO
010070*    THE TRAIL SHOWS WHAT WAS ACTUALLY KEYED.
010080     IF FUNC-FUTURE
010090         MOVE WS-PEND-PRICE TO PA-NEW-PRICE
010100         MOVE WS-PEND-DATE  TO PA-NEW-EFF-DATE
010110     END-IF
010120     WRITE PRICE-AUDIT-RECORD.
010130 8000-Exit.
010140     EXIT.
010150*
