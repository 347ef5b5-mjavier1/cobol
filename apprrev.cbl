000260*    - A REFUSED ITEM GOES TO THE REJOUT CORRECTION FILE IN THE
000270*      TRANIN LAYOUT, REASON REFUSED-AP, WITH ITS OWN "T"
000280*      TRAILER SO THE CLERKS CAN FIX AND RESUBMIT IT.  A HELD
000290*      DOCUMENT IS THE EXCEPTION - ONLY ITS COMBINED TOTAL IS
000300*      QUEUED, SO A REFUSAL IS ANNOUNCED ON THE DISPLAY FOR
000310*      RE-KEYING FROM THE RUN REPORT AND NOTHING GOES TO
000320*      REJOUT.
000330*    - A SKIPPED ITEM STAYS ON THE QUEUE FOR THE NEXT SESSION.
000340*  THE QUEUE IS REWRITTEN WHOLE AT END OF SESSION WITH ONLY THE
000350*  STILL-PENDING ITEMS (CHKPTF IDIOM - PENDIN IS DISP=OLD).
000360*
000370*  THE SUPERVISOR'S OPERMSTR PROFILE MUST CARRY MAY-APPROVE
000380*  AUTHORITY; A REFUSED SESSION IS LOGGED WITH STATUS "U" ON
000390*  AUDITLOG AND CALCHIST LIKE ANY OTHER REFUSED ATTEMPT.
000400*
000410*  MODIFICATION HISTORY
000420*    09/02/2026  MJA  ORIGINAL PROGRAM.
000430*    09/02/2026  MJA  HELD ITEMS NOW CARRY THE REQUESTING
000440*                     DEPARTMENT CODE (PD-DEPT-CODE) - IT IS
000450*                     SHOWN ON REVIEW, POSTED INTO AUDITLOG
000460*                     AND CALCHIST ON RELEASE, AND CARRIED TO
000470*                     REJOUT ON REFUSAL.
000480*    09/02/2026  MJA  A REFUSED DOCUMENT (OPERATION "E") IS NO
000490*                     LONGER WRITTEN TO REJOUT - A LONE "E"
000500*                     RECORD CANNOT RESUBMIT (INVALID-OP ON ITS
000510*                     OWN, OR IT CUTS SHORT AN OPEN DOCUMENT IT
000520*                     IS MERGED INTO).  THE REFUSAL IS ANNOUNCED
000530*                     ON THE DISPLAY FOR RE-KEYING FROM THE RUN
000540*                     REPORT INSTEAD.
000550*    10/15/2026  MJA  A RELEASE NOW PASSES THE DEPARTMENT
000560*                     MONTHLY BUDGET CHECK BEFORE IT POSTS: THE
000570*                     RESULT IS ADDED TO THE DEPARTMENT'S DEPTMTD
000580*                     MONTH-TO-DATE TOTAL, OR, IF IT WOULD PUSH
000590*                     THE TOTAL OVER DP-MONTHLY-BUDGET, IS LOGGED
000600*                     "B" ON AUDITLOG AND CALCHIST AND REFUSED TO
000610*                     REJOUT AS REJECTED-BG INSTEAD OF POSTED.
000620*                     SOURCE RESEQUENCED IN STEPS OF 10 TO MAKE
000630*                     ROOM.
000640*    10/15/2026  MJA  A RELEASED ITEM'S CALCHIST RECORD NOW
000650*                     CARRIES THE OPERATION AND ITEM CODE IT WAS
000660*                     SUBMITTED WITH, SO PRCADJ CAN REPRICE IT
000670*                     AFTER A BACK-DATED PRICE CHANGE.  SOURCE
000680*                     RESEQUENCED IN STEPS OF 10 TO MAKE ROOM.
000690*    10/15/2026  MJA  A RELEASED ITEM-CODED RESULT IS NOW TAXED
000700*                     THE SAME WAY DoCalcB TAXES A POSTING: THE
000710*                     ITEM'S PRICMSTR TAX CODE, AT THE TAXMSTR
000720*                     RATE IN EFFECT ON THE DAY THE ITEM WAS HELD,
000730*                     WITH ZERO TAX AND THE REASON RECORDED FOR AN
000740*                     EXEMPT DEPARTMENT, AN ITEM WITH NO TAX CODE,
000750*                     OR A CODE WITH NO RATE IN EFFECT.  THE TAX
000760*                     GOES TO AUDITLOG, CALCHIST, AND PRICEXT.
000770*                     SOURCE RESEQUENCED IN STEPS OF 10 TO MAKE
000780*                     ROOM.
000790*    10/15/2026  MJA  A HELD ITEM GENERATED FROM A STANDING
000800*                     ENTRY (PD-STANDING-ID) SHOWS THE ENTRY ON
000810*                     REVIEW, KEEPS IT ON THE QUEUE, AND CARRIES
000820*                     IT TO CALCHIST ON RELEASE AND TO REJOUT ON
000830*                     REFUSAL.
000840*    10/15/2026  MJA  PERIOD CLOSE: THE HIGHEST PERIOD CLOSED ON
000850*                     PRDCTL IS LOADED AT SESSION START.  A
000860*                     RELEASE WHEN TODAY FALLS IN A CLOSED PERIOD
000870*                     IS REFUSED WITH NOTHING WRITTEN AND THE ITEM
000880*                     LEFT PENDING.  CALCHIST'S HR-ORIG-PERIOD IS
000890*                     WRITTEN ZERO.  SOURCE RESEQUENCED IN STEPS
000900*                     OF 10 TO MAKE ROOM.
000901*    10/15/2026  MJA  AUDITREC NOW CARRIES THE OPERATION, ITEM
000902*                     CODE, TAX RATE, STANDING ID, AND THE CROSS-
000903*                     REFERENCE FIELDS - SET HERE EXACTLY AS ON
000904*                     THE CALCHIST RECORD, SO CALCRCV CAN REBUILD
000905*                     CALCHIST FROM THE LOG.
000906*    10/15/2026  MJA  A RELEASE IS TAXED AT THE RATE IN EFFECT
000907*                     ON THE RELEASE (POSTING) DATE, NOT THE DAY
000908*                     THE ITEM WAS HELD, AS DoCalcB TAXES.
000910********************************************************************
000920 IDENTIFICATION DIVISION.
000930 PROGRAM-ID.  ApprRev.
000940 AUTHOR.  M. AGUIRRE.
000950 INSTALLATION.  DATA PROCESSING.
000960 DATE-WRITTEN.  09/02/2026.
000970 DATE-COMPILED.
000980*
000990 ENVIRONMENT DIVISION.
001000 CONFIGURATION SECTION.
001010 SOURCE-COMPUTER.  IBM-370.
001020 OBJECT-COMPUTER.  IBM-370.
001030 INPUT-OUTPUT SECTION.
001040 FILE-CONTROL.
001050     SELECT PEND-FILE ASSIGN TO PENDIN
001060         ORGANIZATION IS SEQUENTIAL
001070         FILE STATUS IS WS-PEND-STATUS.
001080
001090     SELECT REJECT-FILE ASSIGN TO REJOUT
001100         ORGANIZATION IS SEQUENTIAL
001110         FILE STATUS IS WS-REJECT-STATUS.
001120
001130     SELECT AUDIT-FILE ASSIGN TO AUDITLOG
001140         ORGANIZATION IS SEQUENTIAL
001150         FILE STATUS IS WS-AUDIT-STATUS.
001160
001170     SELECT PRICE-FILE ASSIGN TO PRICEXT
001180         ORGANIZATION IS SEQUENTIAL
001190         FILE STATUS IS WS-PRICE-STATUS.
001200
001210     SELECT HIST-FILE ASSIGN TO CALCHIST
001220         ORGANIZATION IS INDEXED
001230         ACCESS MODE IS DYNAMIC
001240         RECORD KEY IS HR-TRANS-ID
001250         ALTERNATE RECORD KEY IS HR-DATE WITH DUPLICATES
001260         ALTERNATE RECORD KEY IS HR-USER WITH DUPLICATES
001270         FILE STATUS IS WS-HIST-STATUS.
001280
001290     SELECT OPER-FILE ASSIGN TO OPERMSTR
001300         ORGANIZATION IS INDEXED
001310         ACCESS MODE IS RANDOM
001320         RECORD KEY IS OP-USER-ID
001330         FILE STATUS IS WS-OPER-STATUS.
001340
001350     SELECT NEXTID-FILE ASSIGN TO NEXTIDF
001360         ORGANIZATION IS RELATIVE
001370         ACCESS MODE IS RANDOM
001380         RELATIVE KEY IS WS-NEXTID-RELKEY
001390         FILE STATUS IS WS-NEXTID-STATUS.
001400
001410     SELECT DEPT-FILE ASSIGN TO DEPTMSTR
001420         ORGANIZATION IS INDEXED
001430         ACCESS MODE IS RANDOM
001440         RECORD KEY IS DP-DEPT-CODE
001450         FILE STATUS IS WS-DEPT-STATUS.
001460
001470     SELECT MTD-FILE ASSIGN TO DEPTMTD
001480         ORGANIZATION IS INDEXED
001490         ACCESS MODE IS RANDOM
001500         RECORD KEY IS DM-KEY
001510         FILE STATUS IS WS-MTD-STATUS.
001520
001530     SELECT PRICEM-FILE ASSIGN TO PRICMSTR
001540         ORGANIZATION IS INDEXED
001550         ACCESS MODE IS RANDOM
001560         RECORD KEY IS PM-ITEM-CODE
001570         FILE STATUS IS WS-PRICEM-STATUS.
001580
001590     SELECT TAX-FILE ASSIGN TO TAXMSTR
001600         ORGANIZATION IS INDEXED
001610         ACCESS MODE IS RANDOM
001620         RECORD KEY IS TX-TAX-CODE
001630         FILE STATUS IS WS-TAX-STATUS.
001640
001650     SELECT PERIOD-FILE ASSIGN TO PRDCTL
001660         ORGANIZATION IS INDEXED
001670         ACCESS MODE IS SEQUENTIAL
001680         RECORD KEY IS PC-PERIOD
001690         FILE STATUS IS WS-PERIOD-STATUS.
001700*
001710 DATA DIVISION.
001720 FILE SECTION.
001730 FD  PEND-FILE
001740     RECORDING MODE IS F
001750     LABEL RECORDS ARE STANDARD.
001760 COPY PENDREC.
001770*
001780 FD  REJECT-FILE
001790     RECORDING MODE IS F
001800     LABEL RECORDS ARE STANDARD.
001810 01  REJECT-RECORD.
001820     05  RJ-OPERATION        PIC X(01).
001830     05  RJ-FIRST-NUM        PIC 9(05)V99.
001840     05  RJ-SECOND-NUM       PIC 9(05)V99.
001850     05  RJ-ITEM-CODE        PIC X(08).
001860     05  RJ-DEPT-CODE        PIC X(04).
001870     05  FILLER              PIC X(02).
001880     05  RJ-REJECT-REASON    PIC X(11).
001890     05  FILLER              PIC X(02).
001900     05  RJ-RUN-DATE         PIC 9(08).
001910     05  RJ-STANDING-ID      PIC X(08).
001920     05  FILLER              PIC X(22).
001930*
001940 FD  AUDIT-FILE
001950     RECORDING MODE IS F
001960     LABEL RECORDS ARE STANDARD.
001970 COPY AUDITREC.
001980*
001990 FD  PRICE-FILE
002000     RECORDING MODE IS F
002010     LABEL RECORDS ARE STANDARD.
002020 COPY PRICEREC.
002030*
002040 FD  HIST-FILE
002050     LABEL RECORDS ARE STANDARD.
002060 COPY HISTREC.
002070*
002080 FD  OPER-FILE
002090     LABEL RECORDS ARE STANDARD.
002100 COPY OPERMSTR.
002110*
002120 FD  NEXTID-FILE
002130     RECORDING MODE IS F
002140     LABEL RECORDS ARE STANDARD.
002150 COPY NEXTIDF.
002160*
002170 FD  DEPT-FILE
002180     LABEL RECORDS ARE STANDARD.
002190 COPY DEPTMSTR.
002200*
002210 FD  MTD-FILE
002220     LABEL RECORDS ARE STANDARD.
002230 COPY DEPTMTD.
002240*
002250 FD  PRICEM-FILE
002260     LABEL RECORDS ARE STANDARD.
002270 COPY PRICMSTR.
002280*
002290 FD  TAX-FILE
002300     LABEL RECORDS ARE STANDARD.
002310 COPY TAXMSTR.
002320*
002330 FD  PERIOD-FILE
002340     LABEL RECORDS ARE STANDARD.
002350 COPY PRDCTL.
002360*
002370 WORKING-STORAGE SECTION.
002380 COPY CALCFLDS.
002390
002400 77  WS-PEND-STATUS          PIC X(02) VALUE SPACES.
002410     88  PEND-OK                        VALUE "00".
002420
002430 77  WS-REJECT-STATUS        PIC X(02) VALUE SPACES.
002440     88  REJECT-OK                      VALUE "00".
002450
002460 77  WS-AUDIT-STATUS         PIC X(02) VALUE SPACES.
002470     88  AUDIT-OK                       VALUE "00".
002480
002490 77  WS-PRICE-STATUS         PIC X(02) VALUE SPACES.
002500     88  PRICE-OK                       VALUE "00".
002510
002520 77  WS-HIST-STATUS          PIC X(02) VALUE SPACES.
002530     88  HIST-OK                        VALUE "00".
002540
002550 77  WS-OPER-STATUS          PIC X(02) VALUE SPACES.
002560     88  OPER-OK                        VALUE "00".
002570
002580 77  WS-NEXTID-STATUS        PIC X(02) VALUE SPACES.
002590     88  NEXTID-OK                      VALUE "00".
002600
002610 77  WS-DEPT-STATUS          PIC X(02) VALUE SPACES.
002620     88  DEPT-OK                        VALUE "00".
002630
002640 77  WS-MTD-STATUS           PIC X(02) VALUE SPACES.
002650     88  MTD-OK                         VALUE "00".
002660
002670 77  WS-MTD-NEW-SWITCH       PIC X(01) VALUE "N".
002680     88  MTD-IS-NEW                     VALUE "Y".
002690
002700 77  WS-PRICEM-STATUS        PIC X(02) VALUE SPACES.
002710     88  PRICEM-OK                      VALUE "00".
002720
002730 77  WS-TAX-STATUS           PIC X(02) VALUE SPACES.
002740     88  TAX-OK                         VALUE "00".
002750
002760 77  WS-DEPT-EXEMPT-SWITCH   PIC X(01) VALUE "N".
002770     88  DEPT-TAX-EXEMPT                VALUE "Y".
002780
002790 77  WS-RATE-SEL-SWITCH      PIC X(01) VALUE "N".
002800     88  RATE-SELECTED                  VALUE "Y".
002810
002820 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
002830     88  END-OF-PEND-FILE               VALUE "Y".
002840
002850 77  WS-DONE-SWITCH          PIC X(01) VALUE "N".
002860     88  REVIEW-DONE                    VALUE "Y".
002870
002880 77  WS-CANCEL-SWITCH        PIC X(01) VALUE "N".
002890     88  SESSION-CANCELLED              VALUE "Y".
002900
002910 77  WS-READY-SWITCH         PIC X(01) VALUE "N".
002920     88  FILES-READY                    VALUE "Y".
002930
002940 77  WS-MAY-APPR-SWITCH      PIC X(01) VALUE "N".
002950     88  OPER-MAY-APPROVE               VALUE "Y".
002960
002970 77  WS-CALC-STATUS          PIC X(01) VALUE "O".
002980     88  CALC-OK                        VALUE "O".
002990     88  CALC-OVER-BUDGET               VALUE "B".
003000
003010 77  WS-PEND-CNT             PIC 9(04) COMP VALUE ZERO.
003020 77  WS-PEND-MAX             PIC 9(04) COMP VALUE 500.
003030 77  WS-IX                   PIC 9(04) COMP VALUE ZERO.
003040
003050 77  WS-RELEASED-COUNT       PIC 9(04) COMP VALUE ZERO.
003060 77  WS-REFUSED-COUNT        PIC 9(04) COMP VALUE ZERO.
003070 77  WS-REFUSED-DOC-COUNT    PIC 9(04) COMP VALUE ZERO.
003080 77  WS-KEPT-COUNT           PIC 9(04) COMP VALUE ZERO.
003090 77  WS-REJECT-HASH          PIC 9(12)V99 COMP-3 VALUE ZERO.
003100
003110 77  WS-CALC-DATE            PIC 9(08) VALUE ZERO.
003120 77  WS-CALC-TIME            PIC 9(08) VALUE ZERO.
003130 77  WS-CALC-USER            PIC X(08) VALUE SPACES.
003140 77  WS-APPR-USER            PIC X(08) VALUE SPACES.
003150 77  WS-CALC-DEPT            PIC X(04) VALUE SPACES.
003160 77  WS-CALC-OPERATION       PIC X(01) VALUE SPACE.
003170 77  WS-CALC-ITEM-CODE       PIC X(08) VALUE SPACES.
003180 77  WS-CALC-STANDING-ID     PIC X(08) VALUE SPACES.
003190 77  WS-DEPT-BUDGET          PIC 9(10)V99 COMP-3 VALUE ZERO.
003200 77  WS-MTD-TRIAL            PIC 9(13)V99 COMP-3 VALUE ZERO.
003210 77  WS-REFUSE-REASON        PIC X(11) VALUE SPACES.
003220
003230 77  WS-TAX-CODE             PIC X(04) VALUE SPACES.
003240 77  WS-TAX-RATE             PIC 9(02)V9(04) VALUE ZERO.
003250 77  WS-TAX-AMOUNT           PIC 9(10)V99 COMP-3 VALUE ZERO.
003260 77  WS-TAX-REASON           PIC X(01) VALUE SPACE.
003270     88  TAX-CHARGED                    VALUE "T".
003280     88  TAX-EXEMPT-DEPT                VALUE "E".
003290     88  TAX-NOT-TAXABLE                VALUE "N".
003300     88  TAX-NO-RATE                    VALUE "R".
003310 77  WS-TAX-DATE             PIC 9(08) VALUE ZERO.
003320 77  WS-BEST-EFF-DATE        PIC 9(08) VALUE ZERO.
003330 77  WS-ROW-IX               PIC 9(04) COMP VALUE ZERO.
003340
003350 77  WS-PERIOD-STATUS        PIC X(02) VALUE SPACES.
003360     88  PERIOD-OK                      VALUE "00".
003370 77  WS-PERIOD-EOF-SWITCH    PIC X(01) VALUE "N".
003380     88  END-OF-PERIODS                 VALUE "Y".
003390 77  WS-LAST-CLOSED          PIC 9(06) VALUE ZERO.
003400 77  WS-POST-PERIOD          PIC 9(06) VALUE ZERO.
003410
003420 77  WS-NEXT-TRANS-ID        PIC 9(08) VALUE ZERO.
003430 77  WS-NEXTID-RELKEY        PIC 9(04) COMP VALUE 1.
003440 77  WS-NEXTID-NEW-SWITCH    PIC X(01) VALUE "N".
003450     88  NEXTID-IS-NEW                  VALUE "Y".
003460
003470 77  WS-REPLY                PIC X(01) VALUE SPACE.
003480     88  REPLY-RELEASE                  VALUES "R" "r".
003490     88  REPLY-REFUSE                   VALUES "F" "f".
003500     88  REPLY-SKIP                     VALUES "S" "s".
003510     88  REPLY-STOP                     VALUES "X" "x".
003520
003530 01  WS-PEND-TABLE.
003540     05  WS-PEND-ENTRY OCCURS 500 TIMES.
003550         10  PT-DATE         PIC 9(08).
003560         10  PT-TIME         PIC 9(08).
003570         10  PT-USER         PIC X(08).
003580         10  PT-OPERATION    PIC X(01).
003590         10  PT-FIRST-NUM    PIC 9(05)V99 COMP-3.
003600         10  PT-SECOND-NUM   PIC 9(05)V99 COMP-3.
003610         10  PT-RESULT       PIC 9(10)V99 COMP-3.
003620         10  PT-ITEM-CODE    PIC X(08).
003630         10  PT-DEPT-CODE    PIC X(04).
003640         10  PT-STANDING-ID  PIC X(08).
003650         10  PT-DISP         PIC X(01).
003660             88  PT-PENDING              VALUE "P".
003670             88  PT-RELEASED             VALUE "R".
003680             88  PT-REFUSED              VALUE "F".
003690
003700 01  WS-REJECT-TRAILER.
003710     05  FILLER              PIC X(01) VALUE "T".
003720     05  WRT-RECORD-COUNT    PIC 9(08) VALUE ZERO.
003730     05  WRT-HASH-TOTAL      PIC 9(12)V99 VALUE ZERO.
003740     05  FILLER              PIC X(57) VALUE SPACES.
003750
003760 01  WS-AMOUNT-DISP          PIC ZZZZ9.99.
003770 01  WS-RESULT-DISP          PIC Z(9)9.99.
003780 01  WS-RATE-DISP            PIC Z9.9999.
003790*
003800 PROCEDURE DIVISION.
003810*
003820 0000-Mainline.
003830     PERFORM 7000-CaptureTimestamp
003840     PERFORM 0100-LoadOperProfile THRU 0100-Exit
003850     PERFORM 0200-LoadClosedPeriod THRU 0200-Exit
003860     PERFORM 1000-LoadPendingQueue THRU 1000-Exit
003870     IF SESSION-CANCELLED
003880         GO TO 0000-Stop
003890     END-IF
003900     PERFORM 1500-OpenPostingFiles THRU 1500-Exit
003910     IF NOT FILES-READY
003920         GO TO 0000-Stop
003930     END-IF
003940     IF NOT OPER-MAY-APPROVE
003950         DISPLAY "APPROVAL REVIEW REFUSED - USER " WS-APPR-USER
003960             " IS NOT AUTHORIZED TO APPROVE"
003970         PERFORM 0300-LogRefusal THRU 0300-Exit
003980         PERFORM 6000-ClosePostingFiles THRU 6000-Exit
003990         MOVE 8 TO RETURN-CODE
004000         GO TO 0000-Stop
004010     END-IF
004020     IF WS-PEND-CNT = ZERO
004030         DISPLAY "NO ITEMS PENDING APPROVAL"
004040         PERFORM 6000-ClosePostingFiles THRU 6000-Exit
004050         GO TO 0000-Stop
004060     END-IF
004070
004080     PERFORM 2000-ReviewOneItem THRU 2000-Exit
004090         VARYING WS-IX FROM 1 BY 1
004100         UNTIL WS-IX > WS-PEND-CNT
004110         OR REVIEW-DONE
004120
004130     PERFORM 3000-RewritePendingQueue THRU 3000-Exit
004140     PERFORM 3300-WriteRejectTrailer THRU 3300-Exit
004150     PERFORM 6000-ClosePostingFiles THRU 6000-Exit
004160     DISPLAY "SESSION COMPLETE - RELEASED " WS-RELEASED-COUNT
004170         ", REFUSED " WS-REFUSED-COUNT ", STILL PENDING "
004180         WS-KEPT-COUNT
004190     IF WS-REFUSED-DOC-COUNT > ZERO
004200         DISPLAY "DOCUMENTS REFUSED FOR RE-KEY "
004210             WS-REFUSED-DOC-COUNT " - NOT WRITTEN TO REJOUT"
004220     END-IF.
004230 0000-Stop.
004240     STOP RUN.
004250*
004260*    A USER WITH NO PROFILE RECORD IS NOT AUTHORIZED; AN
004270*    OPERMSTR THAT CANNOT BE OPENED IS REPORTED AND THE CHECK
004280*    WAIVED SO A CATALOG PROBLEM DOES NOT STOP THE SHOP.
004290 0100-LoadOperProfile.
004300     OPEN INPUT OPER-FILE
004310     IF NOT OPER-OK
004320         DISPLAY "APPRREV: OPERMSTR NOT AVAILABLE, STATUS="
004330             WS-OPER-STATUS ", AUTHORITY CHECK WAIVED"
004340         MOVE "Y" TO WS-MAY-APPR-SWITCH
004350         GO TO 0100-Exit
004360     END-IF
004370     MOVE WS-APPR-USER TO OP-USER-ID
004380     READ OPER-FILE
004390         INVALID KEY
004400             CONTINUE
004410         NOT INVALID KEY
004420             IF NOT OP-INACTIVE
004430                AND OP-APPROVE-ALLOWED
004440                 MOVE "Y" TO WS-MAY-APPR-SWITCH
004450             END-IF
004460     END-READ
004470     CLOSE OPER-FILE.
004480 0100-Exit.
004490     EXIT.
004500*
004510*    THE LATEST CLOSED PERIOD IS THE LAST "C" RECORD ON PRDCTL -
004520*    PERIODS ARE CLOSED IN ORDER, SO THE SCAN STOPS AT THE FIRST
004530*    ONE STILL OPEN.  AN UNOPENABLE PRDCTL IS REPORTED AND THE
004540*    LOCK WAIVED, THE SAME AS OPERMSTR.
004550 0200-LoadClosedPeriod.
004560     MOVE ZERO TO WS-LAST-CLOSED
004570     OPEN INPUT PERIOD-FILE
004580     IF NOT PERIOD-OK
004590         DISPLAY "APPRREV: PRDCTL NOT AVAILABLE, STATUS="
004600             WS-PERIOD-STATUS ", PERIOD LOCK WAIVED"
004610         GO TO 0200-Exit
004620     END-IF
004630     PERFORM 0250-ReadPeriod THRU 0250-Exit
004640         UNTIL END-OF-PERIODS
004650     CLOSE PERIOD-FILE.
004660 0200-Exit.
004670     EXIT.
004680*
004690 0250-ReadPeriod.
004700     READ PERIOD-FILE NEXT RECORD
004710         AT END
004720             MOVE "Y" TO WS-PERIOD-EOF-SWITCH
004730     END-READ
004740     IF PERIOD-OK AND PC-CLOSED
004750         MOVE PC-PERIOD TO WS-LAST-CLOSED
004760     ELSE
004770         MOVE "Y" TO WS-PERIOD-EOF-SWITCH
004780     END-IF.
004790 0250-Exit.
004800     EXIT.
004810*
004820*    THE REFUSED SESSION STILL LEAVES A "U" RECORD ON BOTH
004830*    TRAILS, SAME AS EVERY OTHER ATTEMPT THE PROFILE CHECK
004840*    REFUSES, SO "WHO TRIED TO APPROVE" CAN BE ANSWERED.
004850 0300-LogRefusal.
004860     MOVE ZERO TO FirstNum
004870     MOVE ZERO TO SecondNum
004880     MOVE ZERO TO CalcResult
004890     MOVE "U"  TO WS-CALC-STATUS
004900     MOVE SPACES TO WS-CALC-DEPT
004910     MOVE SPACE  TO WS-CALC-OPERATION
004920     MOVE SPACES TO WS-CALC-ITEM-CODE
004930     MOVE SPACES TO WS-CALC-STANDING-ID
004940     MOVE WS-APPR-USER TO WS-CALC-USER
004950     PERFORM 9100-GetNextTransId THRU 9100-Exit
004960     PERFORM 8000-WriteAuditRecord THRU 8000-Exit
004970     PERFORM 9000-WriteHistoryRecord THRU 9000-Exit.
004980 0300-Exit.
004990     EXIT.
005000*
005010 1000-LoadPendingQueue.
005020     OPEN INPUT PEND-FILE
005030     IF NOT PEND-OK
005040         DISPLAY "APPRREV: UNABLE TO OPEN PENDIN, STATUS="
005050             WS-PEND-STATUS
005060         MOVE "Y" TO WS-CANCEL-SWITCH
005070         MOVE 8 TO RETURN-CODE
005080         GO TO 1000-Exit
005090     END-IF
005100     PERFORM 8100-ReadPendingRecord THRU 8100-Exit
005110     PERFORM 1100-LoadOneRecord THRU 1100-Exit
005120         UNTIL END-OF-PEND-FILE
005130         OR SESSION-CANCELLED
005140     CLOSE PEND-FILE.
005150 1000-Exit.
005160     EXIT.
005170*
005180 1100-LoadOneRecord.
005190     IF WS-PEND-CNT NOT < WS-PEND-MAX
005200*        A TRUNCATED LOAD WOULD LOSE THE UNREAD TAIL WHEN THE
005210*        QUEUE IS REWRITTEN, SO THE SESSION IS CANCELLED WITH
005220*        THE FILE UNTOUCHED - RUN REVIEWS MORE OFTEN.
005230         DISPLAY "APPRREV: PENDING QUEUE OVER CAPACITY - "
005240             "SESSION CANCELLED, QUEUE LEFT IN PLACE"
005250         MOVE "Y" TO WS-CANCEL-SWITCH
005260         MOVE 8 TO RETURN-CODE
005270         GO TO 1100-Exit
005280     END-IF
005290     ADD 1 TO WS-PEND-CNT
005300     MOVE PD-DATE        TO PT-DATE (WS-PEND-CNT)
005310     MOVE PD-TIME        TO PT-TIME (WS-PEND-CNT)
005320     MOVE PD-USER        TO PT-USER (WS-PEND-CNT)
005330     MOVE PD-OPERATION   TO PT-OPERATION (WS-PEND-CNT)
005340     MOVE PD-FIRST-NUM   TO PT-FIRST-NUM (WS-PEND-CNT)
005350     MOVE PD-SECOND-NUM  TO PT-SECOND-NUM (WS-PEND-CNT)
005360     MOVE PD-CALC-RESULT TO PT-RESULT (WS-PEND-CNT)
005370     MOVE PD-ITEM-CODE   TO PT-ITEM-CODE (WS-PEND-CNT)
005380     MOVE PD-DEPT-CODE   TO PT-DEPT-CODE (WS-PEND-CNT)
005390     MOVE PD-STANDING-ID TO PT-STANDING-ID (WS-PEND-CNT)
005400     MOVE "P"            TO PT-DISP (WS-PEND-CNT)
005410     PERFORM 8100-ReadPendingRecord THRU 8100-Exit.
005420 1100-Exit.
005430     EXIT.
005440*
005450 1500-OpenPostingFiles.
005460     OPEN EXTEND AUDIT-FILE
005470     IF NOT AUDIT-OK
005480         MOVE SPACES TO WS-AUDIT-STATUS
005490         OPEN OUTPUT AUDIT-FILE
005500     END-IF
005510
005520     OPEN EXTEND PRICE-FILE
005530     IF NOT PRICE-OK
005540         MOVE SPACES TO WS-PRICE-STATUS
005550         OPEN OUTPUT PRICE-FILE
005560     END-IF
005570
005580     OPEN I-O HIST-FILE
005590     IF NOT HIST-OK
005600         DISPLAY "APPRREV: UNABLE TO OPEN CALCHIST, STATUS="
005610             WS-HIST-STATUS
005620         MOVE 16 TO RETURN-CODE
005630         GO TO 1500-Exit
005640     END-IF
005650
005660     OPEN OUTPUT REJECT-FILE
005670     IF NOT REJECT-OK
005680         DISPLAY "APPRREV: UNABLE TO OPEN REJOUT, STATUS="
005690             WS-REJECT-STATUS
005700         MOVE 16 TO RETURN-CODE
005710         GO TO 1500-Exit
005720     END-IF
005730     MOVE "Y" TO WS-READY-SWITCH.
005740 1500-Exit.
005750     EXIT.
005760*
005770 2000-ReviewOneItem.
005780     DISPLAY " "
005790     DISPLAY "HELD ITEM " WS-IX " OF " WS-PEND-CNT
005800     DISPLAY "DATE HELD      : " PT-DATE (WS-IX)
005810     DISPLAY "USER           : " PT-USER (WS-IX)
005820     DISPLAY "OPERATION      : " PT-OPERATION (WS-IX)
005830     MOVE PT-FIRST-NUM (WS-IX) TO WS-AMOUNT-DISP
005840     DISPLAY "FirstNum       : " WS-AMOUNT-DISP
005850     MOVE PT-SECOND-NUM (WS-IX) TO WS-AMOUNT-DISP
005860     DISPLAY "SecondNum      : " WS-AMOUNT-DISP
005870     MOVE PT-RESULT (WS-IX) TO WS-RESULT-DISP
005880     DISPLAY "CalcResult     :" WS-RESULT-DISP
005890     IF PT-ITEM-CODE (WS-IX) NOT = SPACES
005900         DISPLAY "ITEM CODE      : " PT-ITEM-CODE (WS-IX)
005910     END-IF
005920     DISPLAY "DEPARTMENT     : " PT-DEPT-CODE (WS-IX)
005930     IF PT-STANDING-ID (WS-IX) NOT = SPACES
005940         DISPLAY "STANDING ENTRY : " PT-STANDING-ID (WS-IX)
005950     END-IF
005960     DISPLAY "R - Release, F - Refuse, S - Skip, X - Stop"
005970     ACCEPT WS-REPLY
005980     EVALUATE TRUE
005990         WHEN REPLY-RELEASE
006000             PERFORM 2200-ReleaseItem THRU 2200-Exit
006010         WHEN REPLY-REFUSE
006020             MOVE "REFUSED-AP" TO WS-REFUSE-REASON
006030             PERFORM 2300-RefuseItem THRU 2300-Exit
006040         WHEN REPLY-STOP
006050             MOVE "Y" TO WS-DONE-SWITCH
006060         WHEN REPLY-SKIP
006070             CONTINUE
006080         WHEN OTHER
006090             DISPLAY "INVALID CHOICE - ITEM LEFT PENDING"
006100     END-EVALUATE.
006110 2000-Exit.
006120     EXIT.
006130*
006140*    A RELEASE POSTS THE HELD AMOUNTS WITH A FRESH ID AND THE
006150*    CURRENT DATE AND TIME, STAMPED WITH THE ORIGINAL
006160*    REQUESTING USER - THE SAME RECORDS 2000-ProcessTransactions
006170*    WOULD HAVE WRITTEN HAD THE ITEM POSTED IN THE BATCH RUN.
006180*    THE DEPARTMENT BUDGET IS CHECKED AT RELEASE, NOT AT HOLD
006190*    TIME - A RELEASE THAT WOULD NOW PUSH THE DEPARTMENT OVER
006200*    ITS MONTHLY BUDGET LEAVES A "B" RECORD ON BOTH TRAILS AND
006210*    GOES TO THE CLERKS AS REJECTED-BG INSTEAD OF POSTING.
006220*    A RELEASE THAT POSTS IS TAXED AS DoCalcB TAXES A POSTING,
006230*    AT THE RATE IN EFFECT TODAY.  NOTHING IS RELEASED INTO A
006240*    CLOSED PERIOD - THE ITEM STAYS PENDING UNTIL A DAY IN THE
006250*    OPEN PERIOD.
006260 2200-ReleaseItem.
006270     ACCEPT WS-CALC-DATE FROM DATE YYYYMMDD
006280     ACCEPT WS-CALC-TIME FROM TIME
006290     DIVIDE WS-CALC-DATE BY 100 GIVING WS-POST-PERIOD
006300     IF WS-POST-PERIOD NOT > WS-LAST-CLOSED
006310         DISPLAY "RELEASE REFUSED - PERIOD " WS-POST-PERIOD
006320             " IS CLOSED, ITEM LEFT PENDING"
006330         GO TO 2200-Exit
006340     END-IF
006350     MOVE PT-USER (WS-IX)       TO WS-CALC-USER
006360     MOVE PT-FIRST-NUM (WS-IX)  TO FirstNum
006370     MOVE PT-SECOND-NUM (WS-IX) TO SecondNum
006380     MOVE PT-RESULT (WS-IX)     TO CalcResult
006390     MOVE PT-DEPT-CODE (WS-IX)  TO WS-CALC-DEPT
006400     MOVE PT-OPERATION (WS-IX)  TO WS-CALC-OPERATION
006410     MOVE PT-ITEM-CODE (WS-IX)  TO WS-CALC-ITEM-CODE
006420     MOVE PT-STANDING-ID (WS-IX) TO WS-CALC-STANDING-ID
006430     MOVE "O" TO WS-CALC-STATUS
006440     MOVE SPACES TO WS-TAX-CODE
006450     MOVE ZERO   TO WS-TAX-RATE
006460     MOVE ZERO   TO WS-TAX-AMOUNT
006470     MOVE SPACE  TO WS-TAX-REASON
006480     MOVE WS-CALC-DATE TO WS-TAX-DATE
006490     PERFORM 2250-LoadDeptBudget THRU 2250-Exit
006500     PERFORM 2260-ApplyDeptBudget THRU 2260-Exit
006510     IF CALC-OVER-BUDGET
006520         PERFORM 9100-GetNextTransId THRU 9100-Exit
006530         PERFORM 8000-WriteAuditRecord THRU 8000-Exit
006540         PERFORM 9000-WriteHistoryRecord THRU 9000-Exit
006550         DISPLAY "RELEASE REFUSED - DEPARTMENT " WS-CALC-DEPT
006560             " WOULD GO OVER ITS MONTHLY BUDGET"
006570         MOVE "REJECTED-BG" TO WS-REFUSE-REASON
006580         PERFORM 2300-RefuseItem THRU 2300-Exit
006590         GO TO 2200-Exit
006600     END-IF
006610     PERFORM 2270-ComputeSalesTax THRU 2270-Exit
006620     PERFORM 9100-GetNextTransId THRU 9100-Exit
006630     PERFORM 8000-WriteAuditRecord THRU 8000-Exit
006640     PERFORM 8500-WriteExtractRecord THRU 8500-Exit
006650     PERFORM 9000-WriteHistoryRecord THRU 9000-Exit
006660     MOVE "R" TO PT-DISP (WS-IX)
006670     ADD 1 TO WS-RELEASED-COUNT
006680     DISPLAY "ITEM RELEASED AND POSTED AS ID " WS-NEXT-TRANS-ID
006690     IF TAX-CHARGED
006700         MOVE WS-TAX-AMOUNT TO WS-RESULT-DISP
006710         MOVE WS-TAX-RATE   TO WS-RATE-DISP
006720         DISPLAY "SALES TAX " WS-TAX-CODE " AT " WS-RATE-DISP
006730             "% =" WS-RESULT-DISP
006740     END-IF.
006750 2200-Exit.
006760     EXIT.
006770*
006780 2250-LoadDeptBudget.
006790     MOVE ZERO TO WS-DEPT-BUDGET
006800     MOVE "N"  TO WS-DEPT-EXEMPT-SWITCH
006810     OPEN INPUT DEPT-FILE
006820     IF NOT DEPT-OK
006830         DISPLAY "APPRREV: DEPTMSTR NOT AVAILABLE, STATUS="
006840             WS-DEPT-STATUS ", BUDGET CHECK WAIVED"
006850         GO TO 2250-Exit
006860     END-IF
006870     MOVE WS-CALC-DEPT TO DP-DEPT-CODE
006880     READ DEPT-FILE
006890         INVALID KEY
006900             CONTINUE
006910         NOT INVALID KEY
006920             IF DP-MONTHLY-BUDGET IS NUMERIC
006930                 MOVE DP-MONTHLY-BUDGET TO WS-DEPT-BUDGET
006940             END-IF
006950             IF DP-EXEMPT-FROM-TAX
006960                 MOVE "Y" TO WS-DEPT-EXEMPT-SWITCH
006970             END-IF
006980     END-READ
006990     CLOSE DEPT-FILE.
007000 2250-Exit.
007010     EXIT.
007020*
007030*    SAME CHECK AS DoCalc'S 2800-ApplyDeptBudget - DEPTMTD IS
007040*    HELD OPEN I-O ONLY ACROSS THE READ AND THE WRITE/REWRITE
007050*    SO THE SESSION DOES NOT LOCK OUT THE OTHER PROGRAMS WHILE
007060*    THE SUPERVISOR DECIDES.  ZERO BUDGET MEANS NO BUDGET, BUT
007070*    THE POSTING IS STILL TOTALED; AN UNOPENABLE DEPTMTD IS
007080*    REPORTED AND THE CHECK WAIVED.
007090 2260-ApplyDeptBudget.
007100     OPEN I-O MTD-FILE
007110     IF NOT MTD-OK
007120         DISPLAY "APPRREV: DEPTMTD NOT AVAILABLE, STATUS="
007130             WS-MTD-STATUS ", BUDGET CHECK WAIVED"
007140         GO TO 2260-Exit
007150     END-IF
007160     MOVE "N"          TO WS-MTD-NEW-SWITCH
007170     MOVE WS-CALC-DEPT TO DM-DEPT-CODE
007180     DIVIDE WS-CALC-DATE BY 100 GIVING DM-PERIOD
007190     READ MTD-FILE
007200         INVALID KEY
007210             MOVE "Y" TO WS-MTD-NEW-SWITCH
007220     END-READ
007230     IF MTD-IS-NEW
007240         MOVE SPACES       TO DEPT-MTD-RECORD
007250         MOVE WS-CALC-DEPT TO DM-DEPT-CODE
007260         DIVIDE WS-CALC-DATE BY 100 GIVING DM-PERIOD
007270         MOVE ZERO         TO DM-POSTED-AMOUNT
007280         MOVE ZERO         TO DM-POSTED-COUNT
007290     END-IF
007300     COMPUTE WS-MTD-TRIAL = DM-POSTED-AMOUNT + CalcResult
007310     IF WS-DEPT-BUDGET > ZERO
007320        AND WS-MTD-TRIAL > WS-DEPT-BUDGET
007330         MOVE "B" TO WS-CALC-STATUS
007340         CLOSE MTD-FILE
007350         GO TO 2260-Exit
007360     END-IF
007370     MOVE WS-MTD-TRIAL TO DM-POSTED-AMOUNT
007380     ADD 1             TO DM-POSTED-COUNT
007390     MOVE WS-CALC-DATE TO DM-LAST-DATE
007400     MOVE WS-CALC-TIME TO DM-LAST-TIME
007410     IF MTD-IS-NEW
007420         WRITE DEPT-MTD-RECORD
007430     ELSE
007440         REWRITE DEPT-MTD-RECORD
007450     END-IF
007460     CLOSE MTD-FILE.
007470 2260-Exit.
007480     EXIT.
007490*
007500*    SAME RULE AS DoCalcB'S 2900-ComputeSalesTax - THE RATE THE
007510*    ITEM'S TAX CODE HAS IN EFFECT ON THE POSTING (RELEASE) DATE,
007520*    APPLIED TO THE HELD RESULT AND ROUNDED TO THE CENT.  BOTH
007530*    MASTERS ARE OPENED ONLY ACROSS THE READS, LIKE DEPTMSTR.  A
007540*    DOCUMENT TOTAL CARRIES NO ITEM CODE AND IS NOT TAXED.
007550 2270-ComputeSalesTax.
007560     IF WS-CALC-ITEM-CODE = SPACES
007570         GO TO 2270-Exit
007580     END-IF
007590     OPEN INPUT PRICEM-FILE
007600     IF NOT PRICEM-OK
007610         DISPLAY "APPRREV: PRICMSTR NOT AVAILABLE, STATUS="
007620             WS-PRICEM-STATUS ", POSTED WITH NO TAX"
007630         MOVE "R" TO WS-TAX-REASON
007640         GO TO 2270-Exit
007650     END-IF
007660     MOVE WS-CALC-ITEM-CODE TO PM-ITEM-CODE
007670     READ PRICEM-FILE
007680         INVALID KEY
007690             MOVE SPACES TO PM-TAX-CODE
007700     END-READ
007710     MOVE PM-TAX-CODE TO WS-TAX-CODE
007720     CLOSE PRICEM-FILE
007730     IF DEPT-TAX-EXEMPT
007740         MOVE "E" TO WS-TAX-REASON
007750         GO TO 2270-Exit
007760     END-IF
007770     IF WS-TAX-CODE = SPACES
007780         MOVE "N" TO WS-TAX-REASON
007790         GO TO 2270-Exit
007800     END-IF
007810     MOVE "R" TO WS-TAX-REASON
007820     MOVE "N" TO WS-RATE-SEL-SWITCH
007830     OPEN INPUT TAX-FILE
007840     IF NOT TAX-OK
007850         DISPLAY "APPRREV: TAXMSTR NOT AVAILABLE, STATUS="
007860             WS-TAX-STATUS ", POSTED WITH NO TAX"
007870         GO TO 2270-Exit
007880     END-IF
007890     MOVE WS-TAX-CODE TO TX-TAX-CODE
007900     READ TAX-FILE
007910         INVALID KEY
007920             CONTINUE
007930         NOT INVALID KEY
007940             IF NOT TX-INACTIVE
007950                 PERFORM 2280-SelectDatedRate THRU 2280-Exit
007960             END-IF
007970     END-READ
007980     CLOSE TAX-FILE
007990     IF RATE-SELECTED
008000         MOVE "T" TO WS-TAX-REASON
008010         COMPUTE WS-TAX-AMOUNT ROUNDED =
008020             CalcResult * WS-TAX-RATE / 100
008030     ELSE
008040         DISPLAY "WARNING - TAX CODE " WS-TAX-CODE " HAS NO "
008050             "RATE IN EFFECT, POSTED WITH NO TAX"
008060     END-IF.
008070 2270-Exit.
008080     EXIT.
008090*
008100 2280-SelectDatedRate.
008110     MOVE ZERO TO WS-BEST-EFF-DATE
008120     IF TX-RATE-COUNT IS NUMERIC
008130        AND TX-RATE-COUNT > ZERO
008140         PERFORM 2290-TestRateRow THRU 2290-Exit
008150             VARYING WS-ROW-IX FROM 1 BY 1
008160             UNTIL WS-ROW-IX > TX-RATE-COUNT
008170             OR WS-ROW-IX > 3
008180     END-IF.
008190 2280-Exit.
008200     EXIT.
008210*
008220 2290-TestRateRow.
008230     IF TX-ROW-EFF-DATE (WS-ROW-IX) NOT > WS-TAX-DATE
008240        AND TX-ROW-EFF-DATE (WS-ROW-IX) NOT < WS-BEST-EFF-DATE
008250         MOVE TX-ROW-EFF-DATE (WS-ROW-IX) TO WS-BEST-EFF-DATE
008260         MOVE TX-ROW-RATE (WS-ROW-IX)     TO WS-TAX-RATE
008270         MOVE "Y" TO WS-RATE-SEL-SWITCH
008280     END-IF.
008290 2290-Exit.
008300     EXIT.
008310*
008320 2300-RefuseItem.
008330*    A HELD DOCUMENT (OPERATION "E") CARRIES ONLY ITS COMBINED
008340*    TOTAL - THE LINES WERE NEVER QUEUED - SO THERE IS NOTHING
008350*    RESUBMITTABLE TO WRITE TO REJOUT: A LONE "E" RECORD
008360*    REJECTS AS INVALID-OP ON ITS OWN AND CUTS SHORT ANY OPEN
008370*    DOCUMENT IT IS MERGED INTO.  ROUTE THE REFUSAL TO THE
008380*    DISPLAY FOR RE-KEYING FROM THE RUN REPORT INSTEAD.
008390     IF PT-OPERATION (WS-IX) = "E"
008400         MOVE "F" TO PT-DISP (WS-IX)
008410         ADD 1 TO WS-REFUSED-DOC-COUNT
008420         MOVE PT-RESULT (WS-IX) TO WS-RESULT-DISP
008430         DISPLAY "DOCUMENT REFUSED - TOTAL" WS-RESULT-DISP
008440             " DEPT " PT-DEPT-CODE (WS-IX)
008450         DISPLAY "NOTHING WRITTEN TO REJOUT - RE-KEY THE "
008460             "DOCUMENT FROM ITS RUN REPORT TO RESUBMIT"
008470         GO TO 2300-Exit
008480     END-IF
008490     ACCEPT WS-CALC-DATE FROM DATE YYYYMMDD
008500     MOVE SPACES                TO REJECT-RECORD
008510     MOVE PT-OPERATION (WS-IX)  TO RJ-OPERATION
008520     MOVE PT-FIRST-NUM (WS-IX)  TO RJ-FIRST-NUM
008530     MOVE PT-SECOND-NUM (WS-IX) TO RJ-SECOND-NUM
008540     MOVE PT-ITEM-CODE (WS-IX)  TO RJ-ITEM-CODE
008550     MOVE PT-DEPT-CODE (WS-IX)  TO RJ-DEPT-CODE
008560     MOVE WS-REFUSE-REASON      TO RJ-REJECT-REASON
008570     MOVE WS-CALC-DATE          TO RJ-RUN-DATE
008580     MOVE PT-STANDING-ID (WS-IX) TO RJ-STANDING-ID
008590     WRITE REJECT-RECORD
008600     ADD 1 TO WS-REFUSED-COUNT
008610     ADD PT-FIRST-NUM (WS-IX)  TO WS-REJECT-HASH
008620     ADD PT-SECOND-NUM (WS-IX) TO WS-REJECT-HASH
008630     MOVE "F" TO PT-DISP (WS-IX)
008640     DISPLAY "ITEM REFUSED TO THE CLERKS' REJECT FILE".
008650 2300-Exit.
008660     EXIT.
008670*
008680*    THE QUEUE IS REWRITTEN WHOLE WITH ONLY THE STILL-PENDING
008690*    ITEMS - SAME REWRITE-WHOLE IDIOM AS CHKPTF, SO PENDIN IS
008700*    ALLOCATED DISP=OLD.
008710 3000-RewritePendingQueue.
008720     OPEN OUTPUT PEND-FILE
008730     IF NOT PEND-OK
008740         DISPLAY "APPRREV: UNABLE TO REWRITE PENDIN, STATUS="
008750             WS-PEND-STATUS
008760         MOVE 16 TO RETURN-CODE
008770         GO TO 3000-Exit
008780     END-IF
008790     PERFORM 3100-KeepOneItem THRU 3100-Exit
008800         VARYING WS-IX FROM 1 BY 1
008810         UNTIL WS-IX > WS-PEND-CNT
008820     CLOSE PEND-FILE.
008830 3000-Exit.
008840     EXIT.
008850*
008860 3100-KeepOneItem.
008870     IF PT-PENDING (WS-IX)
008880         MOVE SPACES                TO PENDING-RECORD
008890         MOVE PT-DATE (WS-IX)       TO PD-DATE
008900         MOVE PT-TIME (WS-IX)       TO PD-TIME
008910         MOVE PT-USER (WS-IX)       TO PD-USER
008920         MOVE PT-OPERATION (WS-IX)  TO PD-OPERATION
008930         MOVE PT-FIRST-NUM (WS-IX)  TO PD-FIRST-NUM
008940         MOVE PT-SECOND-NUM (WS-IX) TO PD-SECOND-NUM
008950         MOVE PT-RESULT (WS-IX)     TO PD-CALC-RESULT
008960         MOVE PT-ITEM-CODE (WS-IX)  TO PD-ITEM-CODE
008970         MOVE PT-DEPT-CODE (WS-IX)  TO PD-DEPT-CODE
008980         MOVE PT-STANDING-ID (WS-IX) TO PD-STANDING-ID
008990         WRITE PENDING-RECORD
009000         ADD 1 TO WS-KEPT-COUNT
009010     END-IF.
009020 3100-Exit.
009030     EXIT.
009040*
009050*    THE REFUSALS FILE BALANCES AS A TRANIN - ONE "T" TRAILER
009060*    WITH THE RECORD COUNT AND AMOUNT HASH, SAME AS DoCalcB'S
009070*    REJOUT, SO A CORRECTED REFUSAL RESUBMITS CLEANLY.
009080 3300-WriteRejectTrailer.
009090     IF WS-REFUSED-COUNT = ZERO
009100         GO TO 3300-Exit
009110     END-IF
009120     MOVE WS-REFUSED-COUNT TO WRT-RECORD-COUNT
009130     MOVE WS-REJECT-HASH   TO WRT-HASH-TOTAL
009140     WRITE REJECT-RECORD FROM WS-REJECT-TRAILER.
009150 3300-Exit.
009160     EXIT.
009170*
009180 6000-ClosePostingFiles.
009190     CLOSE AUDIT-FILE
009200     CLOSE PRICE-FILE
009210     CLOSE HIST-FILE
009220     CLOSE REJECT-FILE.
009230 6000-Exit.
009240     EXIT.
009250*
009260 7000-CaptureTimestamp.
009270     DISPLAY "USER" UPON ENVIRONMENT-NAME
009280     ACCEPT WS-APPR-USER FROM ENVIRONMENT-VALUE
009290     IF WS-APPR-USER = SPACES
009300         MOVE "UNKNOWN" TO WS-APPR-USER
009310     END-IF
009320
009330     ACCEPT WS-CALC-DATE FROM DATE YYYYMMDD
009340     ACCEPT WS-CALC-TIME FROM TIME.
009350 7000-Exit.
009360     EXIT.
009370*
009380 8000-WriteAuditRecord.
009390     MOVE WS-NEXT-TRANS-ID TO AUD-TRANS-ID
009400     MOVE WS-CALC-USER     TO AUD-USER
009410     MOVE WS-CALC-DATE     TO AUD-DATE
009420     MOVE WS-CALC-TIME     TO AUD-TIME
009430     MOVE FirstNum         TO AUD-FIRST-NUM
009440     MOVE SecondNum        TO AUD-SECOND-NUM
009450     MOVE WS-CALC-STATUS   TO AUD-STATUS
009460     MOVE WS-CALC-DEPT     TO AUD-DEPT-CODE
009461     MOVE WS-CALC-OPERATION TO AUD-OPERATION
009462     MOVE WS-CALC-ITEM-CODE TO AUD-ITEM-CODE
009463     MOVE WS-CALC-STANDING-ID TO AUD-STANDING-ID
009464     MOVE ZERO             TO AUD-REVERSAL-OF
009465     MOVE ZERO             TO AUD-ADJUSTMENT-OF
009466     MOVE SPACE            TO AUD-ADJ-DIRECTION
009467     MOVE ZERO             TO AUD-ORIG-PERIOD
009470     IF CALC-OK
009480         MOVE CalcResult   TO AUD-CALC-RESULT
009490         MOVE WS-TAX-CODE  TO AUD-TAX-CODE
009500         MOVE WS-TAX-AMOUNT TO AUD-TAX-AMOUNT
009510         MOVE WS-TAX-REASON TO AUD-TAX-REASON
009515         MOVE WS-TAX-RATE  TO AUD-TAX-RATE
009520     ELSE
009530         MOVE ZERO         TO AUD-CALC-RESULT
009540         MOVE SPACES       TO AUD-TAX-CODE
009550         MOVE ZERO         TO AUD-TAX-AMOUNT
009560         MOVE SPACE        TO AUD-TAX-REASON
009565         MOVE ZERO         TO AUD-TAX-RATE
009570     END-IF
009580     WRITE AUDIT-RECORD.
009590 8000-Exit.
009600     EXIT.
009610*
009620 8100-ReadPendingRecord.
009630     READ PEND-FILE
009640         AT END
009650             MOVE "Y" TO WS-EOF-SWITCH
009660     END-READ.
009670 8100-Exit.
009680     EXIT.
009690*
009700*
009710 8500-WriteExtractRecord.
009720     MOVE "PE"       TO PX-RECORD-TYPE
009730     MOVE FirstNum   TO PX-QUANTITY
009740     MOVE SecondNum  TO PX-UNIT-PRICE
009750     MOVE CalcResult TO PX-EXTENDED-PRICE
009760     MOVE WS-TAX-AMOUNT TO PX-TAX-AMOUNT
009770     WRITE PRICE-EXTRACT-RECORD.
009780 8500-Exit.
009790     EXIT.
009800*
009810 9000-WriteHistoryRecord.
009820     MOVE WS-NEXT-TRANS-ID TO HR-TRANS-ID
009830     MOVE WS-CALC-DATE     TO HR-DATE
009840     MOVE WS-CALC-TIME     TO HR-TIME
009850     MOVE WS-CALC-USER     TO HR-USER
009860     MOVE FirstNum         TO HR-FIRST-NUM
009870     MOVE SecondNum        TO HR-SECOND-NUM
009880     MOVE WS-CALC-STATUS   TO HR-STATUS
009890     IF CALC-OK
009900         MOVE CalcResult   TO HR-CALC-RESULT
009910         MOVE WS-TAX-CODE  TO HR-TAX-CODE
009920         MOVE WS-TAX-RATE  TO HR-TAX-RATE
009930         MOVE WS-TAX-AMOUNT TO HR-TAX-AMOUNT
009940         MOVE WS-TAX-REASON TO HR-TAX-REASON
009950     ELSE
009960         MOVE ZERO         TO HR-CALC-RESULT
009970         MOVE SPACES       TO HR-TAX-CODE
009980         MOVE ZERO         TO HR-TAX-RATE
009990         MOVE ZERO         TO HR-TAX-AMOUNT
010000         MOVE SPACE        TO HR-TAX-REASON
010010     END-IF
010020     MOVE ZERO             TO HR-REVERSAL-OF
010030     MOVE ZERO             TO HR-REVERSED-BY
010040     MOVE WS-CALC-DEPT     TO HR-DEPT-CODE
010050     MOVE WS-CALC-OPERATION TO HR-OPERATION
010060     MOVE WS-CALC-ITEM-CODE TO HR-ITEM-CODE
010070     MOVE ZERO             TO HR-ADJUSTMENT-OF
010080     MOVE ZERO             TO HR-ADJUSTED-BY
010090     MOVE SPACE            TO HR-ADJ-DIRECTION
010100     MOVE WS-CALC-STANDING-ID TO HR-STANDING-ID
010110     MOVE ZERO                TO HR-ORIG-PERIOD
010120     WRITE HISTORY-RECORD
010130         INVALID KEY
010140             DISPLAY "APPRREV: DUPLICATE OR INVALID CALCHIST "
010150                 "KEY " HR-TRANS-ID
010160     END-WRITE.
010170 9000-Exit.
010180     EXIT.
010190*
010200 9100-GetNextTransId.
010210     MOVE ZERO  TO WS-NEXT-TRANS-ID
010220     MOVE 1     TO WS-NEXTID-RELKEY
010230     MOVE "N"   TO WS-NEXTID-NEW-SWITCH
010240     OPEN I-O NEXTID-FILE
010250     IF NEXTID-OK
010260         READ NEXTID-FILE
010270             INVALID KEY
010280                 MOVE "Y" TO WS-NEXTID-NEW-SWITCH
010290             NOT INVALID KEY
010300                 MOVE NI-LAST-TRANS-ID TO WS-NEXT-TRANS-ID
010310         END-READ
010320     ELSE
010330         MOVE SPACES TO WS-NEXTID-STATUS
010340         OPEN OUTPUT NEXTID-FILE
010350         MOVE "Y" TO WS-NEXTID-NEW-SWITCH
010360     END-IF
010370     ADD 1 TO WS-NEXT-TRANS-ID
010380     MOVE WS-NEXT-TRANS-ID TO NI-LAST-TRANS-ID
010390     IF NEXTID-IS-NEW
010400         WRITE NEXTID-RECORD
010410     ELSE
010420         REWRITE NEXTID-RECORD
010430     END-IF
010440     CLOSE NEXTID-FILE.
010450 9100-Exit.
010460     EXIT.
010470*
