000100********************************************************************
000110*  PROGRAM      : OPERMNT.CBL
000120*  AUTHOR       : M. AGUIRRE
000130*  INSTALLATION : DATA PROCESSING
000140*  DATE-WRITTEN : 10/15/2026
000150*  DATE-COMPILED:
000160*
000170*  ONLINE MAINTENANCE FOR THE OPERMSTR OPERATOR PROFILE MASTER,
000180*  BUILT THE WAY PriceMnt AND DeptMnt MAINTAIN THEIR MASTERS.
000190*  LETS A SECURITY ADMINISTRATOR ADD, CHANGE, DEACTIVATE, AND
000200*  DISPLAY OPERATOR PROFILES (NAME, THE PER-FUNCTION AUTHORITY
000210*  FLAGS, AND THE AMOUNT CEILING) INSTEAD OF RAISING AN IDCAMS
000220*  REPRO TICKET FOR EVERY NEW HIRE, LEAVER, OR LIMIT CHANGE.
000230*  EVERY ADD, CHANGE, AND DEACTIVATE WRITES A BEFORE/AFTER
000240*  IMAGE TO THE OPRAUDIT TRAIL, STAMPED WITH THE OPERATOR,
000250*  DATE, AND TIME.
000260*
000270*  SEGREGATION OF DUTIES IS ENFORCED HERE, NOT BY PROCEDURE:
000280*    1. THE OPERATOR'S OWN PROFILE MUST CARRY THE MAINTAIN-
000290*       OPERATORS AUTHORITY (OP-MAY-MAINT-OPERS) AND BE ACTIVE.
000300*    2. NOBODY MAY ADD, CHANGE, OR DEACTIVATE THEIR OWN
000310*       PROFILE - THEY MAY ONLY DISPLAY IT.
000320*    3. NOBODY MAY GRANT AN AUTHORITY THEY DO NOT HOLD
000330*       THEMSELVES, NOR AN AMOUNT CEILING ABOVE THEIR OWN (A
000340*       ZERO CEILING MEANS NO CEILING, SO ONLY AN OPERATOR
000350*       WITH NO CEILING MAY GRANT NO CEILING).  REACTIVATING A
000360*       DEACTIVATED PROFILE COUNTS AS GRANTING EVERYTHING IT
000370*       CARRIES.
000380*  EVERY REFUSAL IS TRAILED AS AN "X" RECORD WITH THE RULE
000390*  THAT REFUSED IT, SO THE AUDITORS CAN SEE THE CONTROL WORK.
000400*  UNLIKE THE OTHER MAINTENANCE PROGRAMS, AN UNOPENABLE
000410*  OPERMSTR IS NOT WAIVED - IT IS THE FILE BEING MAINTAINED.
000420*
000430*  MODIFICATION HISTORY
000440*    10/15/2026  MJA  ORIGINAL PROGRAM.
000443*    10/15/2026  MJA  AN ADDED PROFILE STARTS WITH ZERO IN THE
000446*                     NEW OP-LAST-ACTIVE-DATE FOR SECRPT TO DATE.
000450********************************************************************
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID.  OperMnt.
000480 AUTHOR.  M. AGUIRRE.
000490 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  10/15/2026.
000510 DATE-COMPILED.
000520*
000530 ENVIRONMENT DIVISION.
000540 CONFIGURATION SECTION.
000550 SOURCE-COMPUTER.  IBM-370.
000560 OBJECT-COMPUTER.  IBM-370.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT OPER-FILE ASSIGN TO OPERMSTR
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS RANDOM
000620         RECORD KEY IS OP-USER-ID
000630         FILE STATUS IS WS-OPER-STATUS.
000640
000650     SELECT OAAUDIT-FILE ASSIGN TO OPRAUDIT
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-OAAUDIT-STATUS.
000680*
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  OPER-FILE
000720     LABEL RECORDS ARE STANDARD.
000730 COPY OPERMSTR.
000740*
000750 FD  OAAUDIT-FILE
000760     RECORDING MODE IS F
000770     LABEL RECORDS ARE STANDARD.
000780 COPY OPAUDREC.
000790*
000800 WORKING-STORAGE SECTION.
000810 77  WS-OPER-STATUS          PIC X(02) VALUE SPACES.
000820     88  OPER-OK                        VALUE "00".
000830     88  OPER-NOT-FOUND                 VALUE "23".
000840
000850 77  WS-OAAUDIT-STATUS       PIC X(02) VALUE SPACES.
000860     88  OAAUDIT-OK                     VALUE "00".
000870
000880 77  WS-MAY-OPERS-SWITCH     PIC X(01) VALUE "N".
000890     88  OPER-MAY-MAINT-OPERS           VALUE "Y".
000900
000910 77  WS-DONE-SWITCH          PIC X(01) VALUE "N".
000920     88  MAINT-DONE                     VALUE "Y".
000930
000940 77  WS-GRANT-SWITCH         PIC X(01) VALUE "N".
000950     88  GRANT-EXCEEDS-OWN              VALUE "Y".
000960
000970 77  WS-CALC-DATE            PIC 9(08) VALUE ZERO.
000980 77  WS-CALC-TIME            PIC 9(08) VALUE ZERO.
000990 77  WS-CALC-USER            PIC X(08) VALUE SPACES.
001000
001010 77  WS-OPER-ID              PIC X(08) VALUE SPACES.
001015 77  WS-SELF-ID              PIC X(08) VALUE SPACES.
001020 77  WS-FLAG-ENTRY           PIC X(01) VALUE SPACE.
001030 77  WS-REFUSE-REASON        PIC X(01) VALUE SPACE.
001040
001050 01  WS-MENU-CHOICE          PIC X(01) VALUE SPACE.
001060     88  FUNC-ADD                        VALUES "A" "a".
001070     88  FUNC-CHANGE                     VALUES "C" "c".
001080     88  FUNC-DEACTIVATE                 VALUES "D" "d".
001090     88  FUNC-INQUIRE                    VALUES "I" "i".
001100     88  FUNC-EXIT                       VALUES "X" "x".
001110     88  FUNC-VALID                      VALUES
001120         "A" "a" "C" "c" "D" "d" "I" "i" "X" "x".
001130
001140*    THE SIGNED-ON OPERATOR'S OWN AUTHORITIES - THE CEILING ON
001150*    WHAT THEY MAY GRANT ANYONE ELSE.
001160 01  WS-OWN-PROFILE.
001170     05  WO-CALC             PIC X(01) VALUE "N".
001180     05  WO-REVERSE          PIC X(01) VALUE "N".
001190     05  WO-PRICES           PIC X(01) VALUE "N".
001200     05  WO-APPROVE          PIC X(01) VALUE "N".
001210     05  WO-OPERS            PIC X(01) VALUE "N".
001220     05  WO-LIMIT            PIC 9(10)V99 VALUE ZERO.
001230
001240 01  WS-BEFORE-IMAGE.
001250     05  WB-NAME             PIC X(25) VALUE SPACES.
001260     05  WB-CALC             PIC X(01) VALUE SPACE.
001270     05  WB-REVERSE          PIC X(01) VALUE SPACE.
001280     05  WB-PRICES           PIC X(01) VALUE SPACE.
001290     05  WB-APPROVE          PIC X(01) VALUE SPACE.
001300     05  WB-OPERS            PIC X(01) VALUE SPACE.
001310     05  WB-LIMIT            PIC 9(10)V99 VALUE ZERO.
001320     05  WB-STATUS           PIC X(01) VALUE SPACE.
001330
001340 01  WS-DISPLAY-LIMIT        PIC Z(9)9.99.
001350*
001360 PROCEDURE DIVISION.
001370*
001380 0000-Mainline.
001390     OPEN I-O OPER-FILE
001400     IF NOT OPER-OK
001410         DISPLAY "OPERMNT: UNABLE TO OPEN OPERMSTR, STATUS="
001420             WS-OPER-STATUS
001430         GO TO 0000-Exit
001440     END-IF
001450
001460     OPEN EXTEND OAAUDIT-FILE
001470     IF NOT OAAUDIT-OK
001480         MOVE SPACES TO WS-OAAUDIT-STATUS
001490         OPEN OUTPUT OAAUDIT-FILE
001500     END-IF
001510
001520     PERFORM 7000-CaptureTimestamp
001530     PERFORM 0100-LoadOperProfile THRU 0100-Exit
001540     IF NOT OPER-MAY-MAINT-OPERS
001550         DISPLAY "OPERATOR MAINTENANCE REFUSED - USER "
001560             WS-CALC-USER " IS NOT AUTHORIZED"
001570         PERFORM 0200-LogRefusal THRU 0200-Exit
001580         CLOSE OPER-FILE
001590         CLOSE OAAUDIT-FILE
001600         GO TO 0000-Exit
001610     END-IF
001620     DISPLAY "OPERATOR PROFILE MAINTENANCE - OPERATOR "
001630         WS-CALC-USER
001640
001650     PERFORM 1000-MaintainOnce THRU 1000-Exit
001660         UNTIL MAINT-DONE
001670
001680     CLOSE OPER-FILE
001690     CLOSE OAAUDIT-FILE.
001700 0000-Exit.
001710     STOP RUN.
001720*
001730*    A USER WITH NO PROFILE RECORD, OR A DEACTIVATED ONE, IS
001740*    NOT AUTHORIZED.  THE OPERATOR'S OWN FLAGS AND CEILING ARE
001750*    KEPT FOR THE GRANT CHECK IN 6500.
001760 0100-LoadOperProfile.
001770     MOVE WS-CALC-USER TO OP-USER-ID
001780     READ OPER-FILE
001790         INVALID KEY
001800             GO TO 0100-Exit
001810     END-READ
001820     IF OP-INACTIVE
001830         GO TO 0100-Exit
001840     END-IF
001850     IF OP-OPERS-ALLOWED
001860         MOVE "Y" TO WS-MAY-OPERS-SWITCH
001870     END-IF
001880     MOVE OP-MAY-CALCULATE    TO WO-CALC
001890     MOVE OP-MAY-REVERSE      TO WO-REVERSE
001900     MOVE OP-MAY-MAINT-PRICES TO WO-PRICES
001910     MOVE OP-MAY-APPROVE      TO WO-APPROVE
001920     MOVE OP-MAY-MAINT-OPERS  TO WO-OPERS
001930     MOVE OP-AMOUNT-LIMIT     TO WO-LIMIT.
001940 0100-Exit.
001950     EXIT.
001960*
001970*    THE REFUSED ATTEMPT STILL LEAVES AN "X" TRAIL RECORD WITH
001980*    A BLANK PROFILE KEY AND EMPTY IMAGES, SAME AS THE
001990*    PRCAUDIT AND DPTAUDIT REFUSAL RECORDS.
002000 0200-LogRefusal.
002010     MOVE SPACES       TO OPER-AUDIT-RECORD
002020     MOVE WS-CALC-DATE TO OA-DATE
002030     MOVE WS-CALC-TIME TO OA-TIME
002040     MOVE WS-CALC-USER TO OA-USER
002050     MOVE "X"          TO OA-FUNCTION
002060     MOVE "A"          TO OA-REASON
002070     MOVE SPACES       TO OA-OPER-ID
002080     MOVE ZERO         TO OA-OLD-LIMIT
002090     MOVE ZERO         TO OA-NEW-LIMIT
002100     WRITE OPER-AUDIT-RECORD.
002110 0200-Exit.
002120     EXIT.
002130*
002140 1000-MaintainOnce.
002150     DISPLAY "Select a function:"
002160     DISPLAY "  A - Add an operator profile"
002170     DISPLAY "  C - Change an operator profile"
002180     DISPLAY "  D - Deactivate an operator profile"
002190     DISPLAY "  I - Display an operator profile"
002200     DISPLAY "  X - Exit"
002210     ACCEPT WS-MENU-CHOICE
002220     IF NOT FUNC-VALID
002230         DISPLAY "INVALID CHOICE, PLEASE ENTER A, C, D, I, OR X"
002240         GO TO 1000-Exit
002250     END-IF
002260     IF FUNC-EXIT
002270         MOVE "Y" TO WS-DONE-SWITCH
002280         GO TO 1000-Exit
002290     END-IF
002300
002310     PERFORM 1100-GetOperId
002320     IF WS-OPER-ID = SPACES
002330         GO TO 1000-Exit
002340     END-IF
002350     PERFORM 7000-CaptureTimestamp
002360
002370*    AN OPERATOR MAY LOOK AT THEIR OWN PROFILE BUT NEVER
002380*    MAINTAIN IT - OTHERWISE ANYONE WITH THIS AUTHORITY COULD
002390*    GRANT THEMSELVES ANYTHING.
002400     IF WS-OPER-ID = WS-SELF-ID
002410        AND NOT FUNC-INQUIRE
002420         DISPLAY "YOU MAY NOT MAINTAIN YOUR OWN PROFILE - ASK "
002430             "ANOTHER ADMINISTRATOR"
002440         MOVE SPACES TO WS-BEFORE-IMAGE
002450         MOVE ZERO   TO WB-LIMIT
002460         MOVE "S"    TO WS-REFUSE-REASON
002470         PERFORM 8100-WriteRefusalRecord THRU 8100-Exit
002480         GO TO 1000-Exit
002490     END-IF
002500
002510     EVALUATE TRUE
002520         WHEN FUNC-ADD
002530             PERFORM 2000-AddRecord THRU 2000-Exit
002540         WHEN FUNC-CHANGE
002550             PERFORM 3000-ChangeRecord THRU 3000-Exit
002560         WHEN FUNC-DEACTIVATE
002570             PERFORM 4000-DeactivateRecord THRU 4000-Exit
002580         WHEN FUNC-INQUIRE
002590             PERFORM 5000-DisplayRecord THRU 5000-Exit
002600     END-EVALUATE.
002610 1000-Exit.
002620     EXIT.
002630*
002640 1100-GetOperId.
002650     DISPLAY "Enter operator user ID:"
002660     ACCEPT WS-OPER-ID
002670     INSPECT WS-OPER-ID CONVERTING "abcdefghijklmnopqrstuvwxyz"
002680         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
002690*    A BLANK USER ID WOULD KEY A SPACES PROFILE NO SIGN-ON
002700*    COULD EVER MATCH - REFUSE IT BEFORE ANY FUNCTION RUNS.
002710     IF WS-OPER-ID = SPACES
002720         DISPLAY "OPERATOR USER ID MUST NOT BE BLANK"
002730     END-IF
002740     MOVE WS-OPER-ID TO OP-USER-ID.
002750 1100-Exit.
002760     EXIT.
002770*
002780 2000-AddRecord.
002790     READ OPER-FILE
002800         INVALID KEY
002810             CONTINUE
002820         NOT INVALID KEY
002830             DISPLAY "OPERATOR " WS-OPER-ID " IS ALREADY ON "
002840                 "THE MASTER - USE C TO CHANGE IT"
002850             GO TO 2000-Exit
002860     END-READ
002870
002880     MOVE SPACES TO WS-BEFORE-IMAGE
002890     MOVE ZERO   TO WB-LIMIT
002900
002910     MOVE SPACES TO OPERATOR-PROFILE-RECORD
002920     MOVE WS-OPER-ID TO OP-USER-ID
002925     MOVE ZERO TO OP-LAST-ACTIVE-DATE
002930     PERFORM 6000-GetRecordFields
002940     MOVE "A" TO OP-STATUS
002950
002960     PERFORM 6500-CheckGrants THRU 6500-Exit
002970     IF GRANT-EXCEEDS-OWN
002980         DISPLAY "ADD REFUSED - YOU MAY NOT GRANT AN AUTHORITY "
002990             "OR CEILING YOU DO NOT HOLD"
003000         MOVE "G" TO WS-REFUSE-REASON
003010         PERFORM 8100-WriteRefusalRecord THRU 8100-Exit
003020         GO TO 2000-Exit
003030     END-IF
003040
003050     WRITE OPERATOR-PROFILE-RECORD
003060         INVALID KEY
003070             DISPLAY "OPERMNT: ADD FAILED FOR " WS-OPER-ID
003080                 ", STATUS=" WS-OPER-STATUS
003090             GO TO 2000-Exit
003100     END-WRITE
003110     PERFORM 8000-WriteTrailRecord
003120     DISPLAY "OPERATOR " WS-OPER-ID " ADDED".
003130 2000-Exit.
003140     EXIT.
003150*
003160 3000-ChangeRecord.
003170     READ OPER-FILE
003180         INVALID KEY
003190             DISPLAY "OPERATOR " WS-OPER-ID " IS NOT ON "
003200                 "THE MASTER"
003210             GO TO 3000-Exit
003220     END-READ
003230
003240     PERFORM 6100-SaveBeforeImage
003250     PERFORM 5100-DisplayFields
003260     PERFORM 6000-GetRecordFields
003270
003280*    A CHANGED PROFILE IS ALWAYS LEFT ACTIVE - RE-KEYING A
003290*    DEACTIVATED PROFILE IS HOW A RETURNING OPERATOR IS PUT
003300*    BACK IN SERVICE, SAME RULE AS PriceMnt AND DeptMnt.
003310     IF OP-INACTIVE
003320         DISPLAY "OPERATOR " WS-OPER-ID " WAS DEACTIVATED "
003330             "- CHANGING IT REACTIVATES IT"
003340     END-IF
003350     MOVE "A" TO OP-STATUS
003360
003370     PERFORM 6500-CheckGrants THRU 6500-Exit
003380     IF GRANT-EXCEEDS-OWN
003390         DISPLAY "CHANGE REFUSED - YOU MAY NOT GRANT AN "
003400             "AUTHORITY OR CEILING YOU DO NOT HOLD"
003410         MOVE "G" TO WS-REFUSE-REASON
003420         PERFORM 8100-WriteRefusalRecord THRU 8100-Exit
003430         GO TO 3000-Exit
003440     END-IF
003450
003460     REWRITE OPERATOR-PROFILE-RECORD
003470         INVALID KEY
003480             DISPLAY "OPERMNT: CHANGE FAILED FOR " WS-OPER-ID
003490                 ", STATUS=" WS-OPER-STATUS
003500             GO TO 3000-Exit
003510     END-REWRITE
003520     PERFORM 8000-WriteTrailRecord
003530     DISPLAY "OPERATOR " WS-OPER-ID " CHANGED".
003540 3000-Exit.
003550     EXIT.
003560*
003570*    TAKING AUTHORITY AWAY IS NEVER A GRANT, SO A DEACTIVATE IS
003580*    ONLY SUBJECT TO THE OWN-PROFILE RULE CHECKED IN 1000.
003590 4000-DeactivateRecord.
003600     READ OPER-FILE
003610         INVALID KEY
003620             DISPLAY "OPERATOR " WS-OPER-ID " IS NOT ON "
003630                 "THE MASTER"
003640             GO TO 4000-Exit
003650     END-READ
003660
003670     IF OP-INACTIVE
003680         DISPLAY "OPERATOR " WS-OPER-ID " IS ALREADY "
003690             "DEACTIVATED"
003700         GO TO 4000-Exit
003710     END-IF
003720
003730     PERFORM 6100-SaveBeforeImage
003740     MOVE "I" TO OP-STATUS
003750
003760     REWRITE OPERATOR-PROFILE-RECORD
003770         INVALID KEY
003780             DISPLAY "OPERMNT: DEACTIVATE FAILED FOR "
003790                 WS-OPER-ID ", STATUS=" WS-OPER-STATUS
003800             GO TO 4000-Exit
003810     END-REWRITE
003820     PERFORM 8000-WriteTrailRecord
003830     DISPLAY "OPERATOR " WS-OPER-ID " DEACTIVATED".
003840 4000-Exit.
003850     EXIT.
003860*
003870 5000-DisplayRecord.
003880     READ OPER-FILE
003890         INVALID KEY
003900             DISPLAY "OPERATOR " WS-OPER-ID " IS NOT ON "
003910                 "THE MASTER"
003920             GO TO 5000-Exit
003930     END-READ
003940     PERFORM 5100-DisplayFields.
003950 5000-Exit.
003960     EXIT.
003970*
003980 5100-DisplayFields.
003990     MOVE OP-AMOUNT-LIMIT TO WS-DISPLAY-LIMIT
004000     DISPLAY "USER ID        : " OP-USER-ID
004010     DISPLAY "OPERATOR NAME  : " OP-OPERATOR-NAME
004020     DISPLAY "MAY CALCULATE  : " OP-MAY-CALCULATE
004030     DISPLAY "MAY REVERSE    : " OP-MAY-REVERSE
004040     DISPLAY "MAY MAINT PRICE: " OP-MAY-MAINT-PRICES
004050     DISPLAY "MAY APPROVE    : " OP-MAY-APPROVE
004060     DISPLAY "MAY MAINT OPERS: " OP-MAY-MAINT-OPERS
004070     IF OP-AMOUNT-LIMIT = ZERO
004080         DISPLAY "AMOUNT CEILING : NONE"
004090     ELSE
004100         DISPLAY "AMOUNT CEILING : " WS-DISPLAY-LIMIT
004110     END-IF
004120     IF OP-INACTIVE
004130         DISPLAY "STATUS         : DEACTIVATED"
004140     ELSE
004150         DISPLAY "STATUS         : ACTIVE"
004160     END-IF.
004170 5100-Exit.
004180     EXIT.
004190*
004200 6000-GetRecordFields.
004210     DISPLAY "Enter operator name:"
004220     ACCEPT OP-OPERATOR-NAME
004230     DISPLAY "May calculate (Y/N)?"
004240     PERFORM 6050-AcceptFlag
004250     MOVE WS-FLAG-ENTRY TO OP-MAY-CALCULATE
004260     DISPLAY "May reverse (Y/N)?"
004270     PERFORM 6050-AcceptFlag
004280     MOVE WS-FLAG-ENTRY TO OP-MAY-REVERSE
004290     DISPLAY "May maintain prices and departments (Y/N)?"
004300     PERFORM 6050-AcceptFlag
004310     MOVE WS-FLAG-ENTRY TO OP-MAY-MAINT-PRICES
004320     DISPLAY "May approve held transactions (Y/N)?"
004330     PERFORM 6050-AcceptFlag
004340     MOVE WS-FLAG-ENTRY TO OP-MAY-APPROVE
004350     DISPLAY "May maintain operator profiles (Y/N)?"
004360     PERFORM 6050-AcceptFlag
004370     MOVE WS-FLAG-ENTRY TO OP-MAY-MAINT-OPERS
004380     DISPLAY "Enter amount ceiling (with decimal point, "
004390         "0 = no ceiling)"
004400     ACCEPT OP-AMOUNT-LIMIT.
004410 6000-Exit.
004420     EXIT.
004430*
004440*    ANYTHING BUT Y IS STORED AS N, SO A MIS-KEY NEVER GRANTS.
004450 6050-AcceptFlag.
004460     ACCEPT WS-FLAG-ENTRY
004470     IF WS-FLAG-ENTRY = "Y" OR WS-FLAG-ENTRY = "y"
004480         MOVE "Y" TO WS-FLAG-ENTRY
004490     ELSE
004500         MOVE "N" TO WS-FLAG-ENTRY
004510     END-IF.
004520 6050-Exit.
004530     EXIT.
004540*
004550 6100-SaveBeforeImage.
004560     MOVE OP-OPERATOR-NAME    TO WB-NAME
004570     MOVE OP-MAY-CALCULATE    TO WB-CALC
004580     MOVE OP-MAY-REVERSE      TO WB-REVERSE
004590     MOVE OP-MAY-MAINT-PRICES TO WB-PRICES
004600     MOVE OP-MAY-APPROVE      TO WB-APPROVE
004610     MOVE OP-MAY-MAINT-OPERS  TO WB-OPERS
004620     MOVE OP-AMOUNT-LIMIT     TO WB-LIMIT
004630     MOVE OP-STATUS           TO WB-STATUS.
004640 6100-Exit.
004650     EXIT.
004660*
004670*    A FLAG IS BEING GRANTED WHEN IT IS "Y" AFTER THE CHANGE
004680*    AND WAS NOT IN FORCE BEFORE IT - EITHER IT WAS NOT "Y" OR
004690*    THE PROFILE WAS NOT ACTIVE (AN ADD HAS A BLANK BEFORE
004700*    IMAGE, SO EVERYTHING ON AN ADD IS A GRANT).  A FLAG THE
004710*    TARGET ALREADY HELD IS LEFT ALONE EVEN IF THE OPERATOR
004720*    DOES NOT HOLD IT.  THE CEILING IS GRANTED WHEN IT CHANGES
004730*    OR THE PROFILE IS BEING ACTIVATED, AND EXCEEDS THE
004740*    OPERATOR'S OWN WHEN IT IS HIGHER OR IS ZERO (NO CEILING)
004750*    WHILE THE OPERATOR HAS ONE.
004760 6500-CheckGrants.
004770     MOVE "N" TO WS-GRANT-SWITCH
004780     IF OP-MAY-CALCULATE = "Y" AND WO-CALC NOT = "Y"
004790        AND (WB-CALC NOT = "Y" OR WB-STATUS NOT = "A")
004800         MOVE "Y" TO WS-GRANT-SWITCH
004810     END-IF
004820     IF OP-MAY-REVERSE = "Y" AND WO-REVERSE NOT = "Y"
004830        AND (WB-REVERSE NOT = "Y" OR WB-STATUS NOT = "A")
004840         MOVE "Y" TO WS-GRANT-SWITCH
004850     END-IF
004860     IF OP-MAY-MAINT-PRICES = "Y" AND WO-PRICES NOT = "Y"
004870        AND (WB-PRICES NOT = "Y" OR WB-STATUS NOT = "A")
004880         MOVE "Y" TO WS-GRANT-SWITCH
004890     END-IF
004900     IF OP-MAY-APPROVE = "Y" AND WO-APPROVE NOT = "Y"
004910        AND (WB-APPROVE NOT = "Y" OR WB-STATUS NOT = "A")
004920         MOVE "Y" TO WS-GRANT-SWITCH
004930     END-IF
004940     IF OP-MAY-MAINT-OPERS = "Y" AND WO-OPERS NOT = "Y"
004950        AND (WB-OPERS NOT = "Y" OR WB-STATUS NOT = "A")
004960         MOVE "Y" TO WS-GRANT-SWITCH
004970     END-IF
004980
004990     IF WO-LIMIT = ZERO
005000         GO TO 6500-Exit
005010     END-IF
005020     IF OP-AMOUNT-LIMIT = WB-LIMIT AND WB-STATUS = "A"
005030         GO TO 6500-Exit
005040     END-IF
005050     IF OP-AMOUNT-LIMIT = ZERO
005060        OR OP-AMOUNT-LIMIT > WO-LIMIT
005070         MOVE "Y" TO WS-GRANT-SWITCH
005080     END-IF.
005090 6500-Exit.
005100     EXIT.
005110*
005120 7000-CaptureTimestamp.
005130     DISPLAY "USER" UPON ENVIRONMENT-NAME
005140     ACCEPT WS-CALC-USER FROM ENVIRONMENT-VALUE
005150     IF WS-CALC-USER = SPACES
005160         MOVE "UNKNOWN" TO WS-CALC-USER
005170     END-IF
005180     MOVE WS-CALC-USER TO WS-SELF-ID
005190     INSPECT WS-SELF-ID CONVERTING "abcdefghijklmnopqrstuvwxyz"
005200         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
005210     ACCEPT WS-CALC-DATE FROM DATE YYYYMMDD
005220     ACCEPT WS-CALC-TIME FROM TIME.
005230 7000-Exit.
005240     EXIT.
005250*
005260 8000-WriteTrailRecord.
005270     MOVE WS-CALC-DATE   TO OA-DATE
005280     MOVE WS-CALC-TIME   TO OA-TIME
005290     MOVE WS-CALC-USER   TO OA-USER
005300     EVALUATE TRUE
005310         WHEN FUNC-ADD
005320             MOVE "A" TO OA-FUNCTION
005330         WHEN FUNC-CHANGE
005340             MOVE "C" TO OA-FUNCTION
005350         WHEN FUNC-DEACTIVATE
005360             MOVE "D" TO OA-FUNCTION
005370     END-EVALUATE
005380     MOVE SPACE          TO OA-REASON
005390     MOVE WS-OPER-ID     TO OA-OPER-ID
005400     PERFORM 8200-MoveImages
005410     WRITE OPER-AUDIT-RECORD.
005420 8000-Exit.
005430     EXIT.
005440*
005450*    A REFUSED OWN-PROFILE ATTEMPT NEVER READ THE MASTER, SO IT
005460*    CARRIES EMPTY IMAGES; A REFUSED GRANT CARRIES THE PROFILE
005470*    AS IT STOOD AND WHAT THE OPERATOR TRIED TO MAKE IT.
005480 8100-WriteRefusalRecord.
005490     MOVE SPACES           TO OPER-AUDIT-RECORD
005500     MOVE WS-CALC-DATE     TO OA-DATE
005510     MOVE WS-CALC-TIME     TO OA-TIME
005520     MOVE WS-CALC-USER     TO OA-USER
005530     MOVE "X"              TO OA-FUNCTION
005540     MOVE WS-REFUSE-REASON TO OA-REASON
005550     MOVE WS-OPER-ID       TO OA-OPER-ID
005560     IF OA-GRANT-EXCEEDS
005570         PERFORM 8200-MoveImages
005580     ELSE
005590         MOVE ZERO TO OA-OLD-LIMIT
005600         MOVE ZERO TO OA-NEW-LIMIT
005610     END-IF
005620     WRITE OPER-AUDIT-RECORD.
005630 8100-Exit.
005640     EXIT.
005650*
005660 8200-MoveImages.
005670     MOVE WB-NAME             TO OA-OLD-NAME
005680     MOVE WB-CALC             TO OA-OLD-CALC
005690     MOVE WB-REVERSE          TO OA-OLD-REVERSE
005700     MOVE WB-PRICES           TO OA-OLD-PRICES
005710     MOVE WB-APPROVE          TO OA-OLD-APPROVE
005720     MOVE WB-OPERS            TO OA-OLD-OPERS
005730     MOVE WB-LIMIT            TO OA-OLD-LIMIT
005740     MOVE WB-STATUS           TO OA-OLD-STATUS
005750     MOVE OP-OPERATOR-NAME    TO OA-NEW-NAME
005760     MOVE OP-MAY-CALCULATE    TO OA-NEW-CALC
005770     MOVE OP-MAY-REVERSE      TO OA-NEW-REVERSE
005780     MOVE OP-MAY-MAINT-PRICES TO OA-NEW-PRICES
005790     MOVE OP-MAY-APPROVE      TO OA-NEW-APPROVE
005800     MOVE OP-MAY-MAINT-OPERS  TO OA-NEW-OPERS
005810     MOVE OP-AMOUNT-LIMIT     TO OA-NEW-LIMIT
005820     MOVE OP-STATUS           TO OA-NEW-STATUS.
005830 8200-Exit.
005840     EXIT.
005850*
