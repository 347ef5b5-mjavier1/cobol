000100********************************************************************
000110*  PROGRAM      : TRNINTK.CBL
000120*  AUTHOR       : M. AGUIRRE
000130*  INSTALLATION : DATA PROCESSING
000140*  DATE-WRITTEN : 10/15/2026
000150*  DATE-COMPILED:
000160*
000170*  NIGHTLY TRANIN INTAKE, RUN AHEAD OF DOCALCB.  EACH DEPARTMENT
000180*  SENDS ITS OWN SUBMISSION FILE (CONCATENATED UNDER SUBMIN IN
000190*  THE JCL) INSTEAD OF ONE CLERK HAND-ASSEMBLING THE DAILY
000200*  FILE, SO ONE DEPARTMENT'S BAD FILE NO LONGER FAILS THE
000210*  DOCALCB TRAILER CHECK FOR EVERYBODY.  A SUBMISSION IS:
000220*    "H" HEADER - SUBMITTING DEPARTMENT (COLUMNS 2-5), FILE
000230*        DATE YYYYMMDD (6-13), AND SEQUENCE NUMBER (14-19)
000240*    THE DEPARTMENT'S TRANSACTIONS, IN THE TRANIN LAYOUT
000250*    "T" TRAILER - RECORD COUNT (2-9) AND HASH TOTAL OF
000260*        COLUMNS 2-15 (10-23), THE SAME AS THE TRANIN TRAILER
000270*  EACH SUBMISSION IS BALANCED ON ITS OWN AND CHECKED AGAINST
000280*  THE SUBMCTL CONTROL FILE.  A FILE IS REFUSED FOR A BAD
000290*  HEADER, AN UNKNOWN OR INACTIVE DEPARTMENT, A MISSING
000300*  TRAILER, NON-NUMERIC AMOUNTS, A COUNT OR HASH THAT DOES NOT
000310*  BALANCE, A FUTURE OR BACKWARD FILE DATE, A SEQUENCE NUMBER
000320*  ALREADY ACCEPTED OR SKIPPING AHEAD, OR A REPEAT OF THE
000330*  DEPARTMENT'S LAST ACCEPTED FILE.  THE ACCEPTED FILES ARE
000340*  MERGED, IN SUBMIN ORDER AND WITHOUT THEIR HEADERS AND
000350*  TRAILERS, INTO THE SINGLE TRANIN WITH ONE "T" TRAILER OF
000360*  ITS OWN, AND INTKOUT ACKNOWLEDGES EVERY SUBMISSION AS
000370*  ACCEPTED OR REFUSED AND WHY.
000380*
000390*  THE FILE IS READ TWICE - ONCE TO JUDGE EVERY SUBMISSION,
000400*  ONCE TO COPY THE ACCEPTED ONES - SO NOTHING IS WRITTEN TO
000410*  TRANIN FOR A FILE UNTIL ITS TRAILER HAS BEEN CHECKED.
000420*  A REFUSED FILE OR A RECORD OUTSIDE ANY HEADER/TRAILER PAIR
000430*  ENDS THE STEP RC=4 - THE NIGHT RUNS ON WITH WHAT WAS
000440*  ACCEPTED.  AN UNOPENABLE SUBMIN, DEPTMSTR, OR SUBMCTL ENDS
000450*  IT RC=16 WITH TRANIN EMPTY BUT BALANCED, SO DOCALCB CANNOT
000460*  PICK UP YESTERDAY'S FILE; AN UNOPENABLE TRANIN OR INTKOUT
000470*  ENDS IT RC=16 AT ONCE.
000480*
000490*  MODIFICATION HISTORY
000500*    10/15/2026  MJA  ORIGINAL PROGRAM.
000501*    10/15/2026  MJA  SUBMCTL ACCEPTED TOTAL RECOUNTED FROM THE
000502*                     DAY'S BASE SO A RERUN DOES NOT ADD TWICE.
000510********************************************************************
000520 IDENTIFICATION DIVISION.
000530 PROGRAM-ID.  TrnIntk.
000540 AUTHOR.  M. AGUIRRE.
000550 INSTALLATION.  DATA PROCESSING.
000560 DATE-WRITTEN.  10/15/2026.
000570 DATE-COMPILED.
000580*
000590 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000610 SOURCE-COMPUTER.  IBM-370.
000620 OBJECT-COMPUTER.  IBM-370.
000630 INPUT-OUTPUT SECTION.
000640 FILE-CONTROL.
000650     SELECT SUBM-FILE ASSIGN TO SUBMIN
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-SUBM-STATUS.
000680
000690     SELECT TRANS-FILE ASSIGN TO TRANIN
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS WS-TRANS-STATUS.
000720
000730     SELECT REPORT-FILE ASSIGN TO INTKOUT
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS WS-REPORT-STATUS.
000760
000770     SELECT DEPT-FILE ASSIGN TO DEPTMSTR
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS RANDOM
000800         RECORD KEY IS DP-DEPT-CODE
000810         FILE STATUS IS WS-DEPT-STATUS.
000820
000830     SELECT CTL-FILE ASSIGN TO SUBMCTL
000840         ORGANIZATION IS INDEXED
000850         ACCESS MODE IS RANDOM
000860         RECORD KEY IS SC-DEPT-CODE
000870         FILE STATUS IS WS-CTL-STATUS.
000880
000890     SELECT RUNLOG-FILE ASSIGN TO RUNLOG
000900         ORGANIZATION IS SEQUENTIAL
000910         FILE STATUS IS WS-RUNLOG-STATUS.
000920*
000930 DATA DIVISION.
000940 FILE SECTION.
000950 FD  SUBM-FILE
000960     RECORDING MODE IS F
000970     LABEL RECORDS ARE STANDARD.
000980 01  SUBM-RECORD.
000990     05  SR-RECORD-TYPE      PIC X(01).
001000         88  SR-HEADER                   VALUES "H" "h".
001010         88  SR-TRAILER                  VALUES "T" "t".
001020     05  SR-OPERANDS.
001030         10  SR-FIRST-NUM    PIC 9(05)V99.
001040         10  SR-SECOND-NUM   PIC 9(05)V99.
001050     05  FILLER              PIC X(65).
001060 01  SUBM-HEADER-RECORD.
001070     05  SH-RECORD-TYPE      PIC X(01).
001080     05  SH-DEPT-CODE        PIC X(04).
001090     05  SH-FILE-DATE        PIC 9(08).
001100     05  SH-FILE-DATE-R REDEFINES SH-FILE-DATE.
001110         10  SH-FILE-YEAR    PIC 9(04).
001120         10  SH-FILE-MONTH   PIC 9(02).
001130         10  SH-FILE-DAY     PIC 9(02).
001140     05  SH-SEQUENCE         PIC 9(06).
001150     05  FILLER              PIC X(61).
001160 01  SUBM-TRAILER-RECORD.
001170     05  ST-RECORD-TYPE      PIC X(01).
001180     05  ST-RECORD-COUNT     PIC 9(08).
001190     05  ST-HASH-TOTAL       PIC 9(12)V99.
001200     05  FILLER              PIC X(57).
001210*
001220 FD  TRANS-FILE
001230     RECORDING MODE IS F
001240     LABEL RECORDS ARE STANDARD.
001250 01  TRANS-RECORD            PIC X(80).
001260*
001270 FD  REPORT-FILE
001280     RECORDING MODE IS F
001290     LABEL RECORDS ARE STANDARD.
001300 01  REPORT-LINE             PIC X(80).
001310*
001320 FD  DEPT-FILE
001330     LABEL RECORDS ARE STANDARD.
001340 COPY DEPTMSTR.
001350*
001360 FD  CTL-FILE
001370     LABEL RECORDS ARE STANDARD.
001380 COPY SUBMCTL.
001390*
001400 FD  RUNLOG-FILE
001410     RECORDING MODE IS F
001420     LABEL RECORDS ARE STANDARD.
001430 COPY RUNLOG.
001440*
001450 WORKING-STORAGE SECTION.
001460
001470 77  WS-RUNLOG-STATUS        PIC X(02) VALUE SPACES.
001480     88  RUNLOG-OK                      VALUE "00".
001490
001500 77  WS-RUNLOG-TYPE          PIC X(01) VALUE "S".
001510 77  WS-SUBM-STATUS          PIC X(02) VALUE SPACES.
001520     88  SUBM-OK                         VALUE "00".
001530
001540 77  WS-TRANS-STATUS         PIC X(02) VALUE SPACES.
001550     88  TRANS-OK                        VALUE "00".
001560
001570 77  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.
001580     88  REPORT-OK                       VALUE "00".
001590
001600 77  WS-DEPT-STATUS          PIC X(02) VALUE SPACES.
001610     88  DEPT-OK                         VALUE "00".
001620
001630 77  WS-CTL-STATUS           PIC X(02) VALUE SPACES.
001640     88  CTL-OK                          VALUE "00".
001650
001660 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
001670     88  END-OF-SUBM                     VALUE "Y".
001680
001690 77  WS-FATAL-SWITCH         PIC X(01) VALUE "N".
001700     88  INTAKE-FAILED                   VALUE "Y".
001710
001720 77  WS-TRANS-OPEN-SWITCH    PIC X(01) VALUE "N".
001730     88  TRANIN-OPEN                     VALUE "Y".
001740
001750 77  WS-SUBM-OPEN-SWITCH     PIC X(01) VALUE "N".
001760     88  SUBMISSION-OPEN                 VALUE "Y".
001770
001780 77  WS-COPY-SWITCH          PIC X(01) VALUE "N".
001790     88  COPYING-SUBMISSION              VALUE "Y".
001800
001810 77  WS-FOUND-SWITCH         PIC X(01) VALUE "N".
001820     88  SLOT-FOUND                      VALUE "Y".
001830
001840 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
001850
001860 77  WS-RECORDS-READ         PIC 9(08) COMP VALUE ZERO.
001870 77  WS-STRAY-COUNT          PIC 9(07) COMP VALUE ZERO.
001880 77  WS-SKIPPED-COUNT        PIC 9(07) COMP VALUE ZERO.
001890 77  WS-ACCEPTED-COUNT       PIC 9(05) COMP VALUE ZERO.
001900 77  WS-REFUSED-COUNT        PIC 9(05) COMP VALUE ZERO.
001910 77  WS-MERGED-COUNT         PIC 9(08) VALUE ZERO.
001920 77  WS-MERGED-HASH          PIC 9(12)V99 COMP-3 VALUE ZERO.
001930
001940 77  WS-SUB-CNT              PIC 9(04) COMP VALUE ZERO.
001950 77  WS-SUB-MAX              PIC 9(04) COMP VALUE 100.
001960 77  WS-SUB-IX               PIC 9(04) COMP VALUE ZERO.
001970 77  WS-DQ-CNT               PIC 9(04) COMP VALUE ZERO.
001980 77  WS-DQ-MAX               PIC 9(04) COMP VALUE 100.
001990 77  WS-DQ-IX                PIC 9(04) COMP VALUE ZERO.
002000 77  WS-IX                   PIC 9(04) COMP VALUE ZERO.
002010 77  WS-NEXT-SEQUENCE        PIC 9(07) VALUE ZERO.
002020
002030*    ONE ENTRY PER SUBMISSION, IN SUBMIN ORDER.  FILLED ON THE
002040*    JUDGING PASS AND FOLLOWED ON THE MERGE PASS.
002050 01  WS-SUB-TABLE.
002060     05  WS-SUB-ENTRY OCCURS 100 TIMES.
002070         10  SB-DEPT         PIC X(04).
002080         10  SB-FILE-DATE    PIC 9(08).
002090         10  SB-SEQUENCE     PIC 9(06).
002100         10  SB-HEADER-SW    PIC X(01).
002110             88  SB-HEADER-BAD           VALUE "B".
002120         10  SB-NUMERIC-SW   PIC X(01).
002130             88  SB-NOT-NUMERIC          VALUE "N".
002140         10  SB-TRAILER-SW   PIC X(01).
002150             88  SB-TRAILER-SEEN         VALUE "Y".
002160             88  SB-TRAILER-BAD          VALUE "B".
002170         10  SB-COUNT        PIC 9(08) COMP.
002180         10  SB-HASH         PIC 9(12)V99 COMP-3.
002190         10  SB-TRL-COUNT    PIC 9(08).
002200         10  SB-TRL-HASH     PIC 9(12)V99 COMP-3.
002210         10  SB-DISPOSITION  PIC X(01).
002220             88  SB-ACCEPTED             VALUE "A".
002230             88  SB-REFUSED              VALUE "R".
002240         10  SB-REASON       PIC X(24).
002250
002260*    ONE ENTRY PER SUBMITTING DEPARTMENT - WHERE IT STOOD ON
002270*    SUBMCTL AT THE START OF THE DAY (DQ-BASE) AND WHERE IT
002280*    STANDS NOW AFTER THE FILES ACCEPTED SO FAR (DQ-LAST).
002290 01  WS-DQ-TABLE.
002300     05  WS-DQ-ENTRY OCCURS 100 TIMES.
002310         10  DQ-DEPT         PIC X(04).
002320         10  DQ-ON-FILE-SW   PIC X(01).
002330             88  DQ-ON-FILE              VALUE "Y".
002340         10  DQ-CHANGED-SW   PIC X(01).
002350             88  DQ-CHANGED              VALUE "Y".
002360         10  DQ-ACCEPTED     PIC 9(05) COMP.
002365         10  DQ-BASE-ACCEPTED
002366                             PIC 9(07).
002370         10  DQ-BASE.
002380             15  DQ-BASE-SEQUENCE
002390                             PIC 9(06).
002400             15  DQ-BASE-FILE-DATE
002410                             PIC 9(08).
002420             15  DQ-BASE-COUNT
002430                             PIC 9(08).
002440             15  DQ-BASE-HASH
002450                             PIC 9(12)V99.
002460         10  DQ-LAST.
002470             15  DQ-LAST-SEQUENCE
002480                             PIC 9(06).
002490             15  DQ-LAST-FILE-DATE
002500                             PIC 9(08).
002510             15  DQ-LAST-COUNT
002520                             PIC 9(08).
002530             15  DQ-LAST-HASH
002540                             PIC 9(12)V99.
002550
002560 01  WS-TRAILER-OUT.
002570     05  WT-RECORD-TYPE      PIC X(01) VALUE "T".
002580     05  WT-RECORD-COUNT     PIC 9(08) VALUE ZERO.
002590     05  WT-HASH-TOTAL       PIC 9(12)V99 VALUE ZERO.
002600     05  FILLER              PIC X(57) VALUE SPACES.
002610
002620 01  WS-HEADING-1.
002630     05  FILLER              PIC X(40) VALUE
002640         "TRANIN INTAKE ACKNOWLEDGMENT".
002650     05  FILLER              PIC X(10) VALUE "RUN DATE: ".
002660     05  H1-RUN-DATE         PIC 9(08).
002670     05  FILLER              PIC X(22) VALUE SPACES.
002680
002690 01  WS-BLANK-LINE           PIC X(80) VALUE SPACES.
002700
002710 01  WS-COLUMN-HEADING.
002720     05  FILLER              PIC X(40) VALUE
002730         " DEPT FILE DATE   SEQ  RECORDS      HASH".
002740     05  FILLER              PIC X(40) VALUE
002750         " TOTAL STATUS   REASON".
002760
002770 01  WS-SUB-LINE.
002780     05  FILLER              PIC X(01) VALUE SPACE.
002790     05  SL-DEPT             PIC X(04).
002800     05  FILLER              PIC X(01) VALUE SPACE.
002810     05  SL-FILE-DATE        PIC 9(08).
002820     05  FILLER              PIC X(01) VALUE SPACE.
002830     05  SL-SEQUENCE         PIC 9(06).
002840     05  FILLER              PIC X(01) VALUE SPACE.
002850     05  SL-COUNT            PIC ZZZZZZZ9.
002860     05  FILLER              PIC X(01) VALUE SPACE.
002870     05  SL-HASH             PIC ZZZZZZZZZZZ9.99.
002880     05  FILLER              PIC X(01) VALUE SPACE.
002890     05  SL-DISPOSITION      PIC X(08).
002900     05  FILLER              PIC X(01) VALUE SPACE.
002910     05  SL-REASON           PIC X(24).
002920
002930 01  WS-TRAILER-NOTE-LINE.
002940     05  FILLER              PIC X(21) VALUE SPACES.
002950     05  FILLER              PIC X(09) VALUE "TRAILER: ".
002960     05  TN-COUNT            PIC ZZZZZZZ9.
002970     05  FILLER              PIC X(01) VALUE SPACE.
002980     05  TN-HASH             PIC ZZZZZZZZZZZ9.99.
002990     05  FILLER              PIC X(26) VALUE SPACES.
003000
003010 01  WS-NONE-LINE.
003020     05  FILLER              PIC X(40) VALUE
003030         " NO SUBMISSIONS ON SUBMIN".
003040     05  FILLER              PIC X(40) VALUE SPACES.
003050
003060 01  WS-FAILED-LINE.
003070     05  FILLER              PIC X(50) VALUE
003080         "*** INTAKE NOT RUN - TRANIN WRITTEN EMPTY, SEE JOB".
003090     05  FILLER              PIC X(30) VALUE
003100         " LOG FOR THE FILE IN ERROR".
003110
003120 01  WS-COUNT-LINE.
003130     05  CT-LABEL            PIC X(30).
003140     05  CT-COUNT            PIC ZZZZZZZZ9.
003150     05  FILLER              PIC X(41) VALUE SPACES.
003160
003170 01  WS-SUM-LINE.
003180     05  SM-LABEL            PIC X(30).
003190     05  SM-SUM              PIC ZZZZZZZZZZZ9.99.
003200     05  FILLER              PIC X(35) VALUE SPACES.
003210*
003220 PROCEDURE DIVISION.
003230*
003240 0000-Mainline.
003250     MOVE "S" TO WS-RUNLOG-TYPE
003260     PERFORM 9500-WriteRunLog THRU 9500-Exit
003270     PERFORM 1000-Initialize THRU 1000-Exit
003280     PERFORM 2000-JudgeRecord THRU 2000-Exit
003290         UNTIL END-OF-SUBM
003300     IF SUBMISSION-OPEN
003310         PERFORM 2400-CloseSubmission THRU 2400-Exit
003320     END-IF
003330     PERFORM 3000-StartMerge THRU 3000-Exit
003340     PERFORM 3100-MergeRecord THRU 3100-Exit
003350         UNTIL END-OF-SUBM
003360     PERFORM 4000-UpdateControl THRU 4000-Exit
003370     PERFORM 5000-PrintReport THRU 5000-Exit
003380     PERFORM 7000-Terminate THRU 7000-Exit
003390     MOVE "E" TO WS-RUNLOG-TYPE
003400     PERFORM 9500-WriteRunLog THRU 9500-Exit
003410     STOP RUN.
003420*
003430*    INTKOUT AND TRANIN COME FIRST - ONCE TRANIN IS OPEN, ANY
003440*    LATER FAILURE STILL LEAVES IT EMPTY WITH A BALANCED
003450*    TRAILER RATHER THAN HOLDING YESTERDAY'S TRANSACTIONS.
003460 1000-Initialize.
003470     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003480     MOVE WS-RUN-DATE TO H1-RUN-DATE
003490
003500     OPEN OUTPUT REPORT-FILE
003510     IF NOT REPORT-OK
003520         DISPLAY "TRNINTK: UNABLE TO OPEN INTKOUT, STATUS="
003530             WS-REPORT-STATUS
003540         MOVE "Y" TO WS-FATAL-SWITCH
003550         MOVE "Y" TO WS-EOF-SWITCH
003560         MOVE 16 TO RETURN-CODE
003570         GO TO 1000-Exit
003580     END-IF
003590
003600     OPEN OUTPUT TRANS-FILE
003610     IF NOT TRANS-OK
003620         DISPLAY "TRNINTK: UNABLE TO OPEN TRANIN, STATUS="
003630             WS-TRANS-STATUS
003640         MOVE "Y" TO WS-FATAL-SWITCH
003650         MOVE "Y" TO WS-EOF-SWITCH
003660         MOVE 16 TO RETURN-CODE
003670         GO TO 1000-Exit
003680     END-IF
003690     MOVE "Y" TO WS-TRANS-OPEN-SWITCH
003700
003710     OPEN INPUT DEPT-FILE
003720     IF NOT DEPT-OK
003730         DISPLAY "TRNINTK: UNABLE TO OPEN DEPTMSTR, STATUS="
003740             WS-DEPT-STATUS
003750         MOVE "Y" TO WS-FATAL-SWITCH
003760         MOVE "Y" TO WS-EOF-SWITCH
003770         MOVE 16 TO RETURN-CODE
003780         GO TO 1000-Exit
003790     END-IF
003800
003810     OPEN I-O CTL-FILE
003820     IF NOT CTL-OK
003830         DISPLAY "TRNINTK: UNABLE TO OPEN SUBMCTL, STATUS="
003840             WS-CTL-STATUS
003850         MOVE "Y" TO WS-FATAL-SWITCH
003860         MOVE "Y" TO WS-EOF-SWITCH
003870         MOVE 16 TO RETURN-CODE
003880         GO TO 1000-Exit
003890     END-IF
003900
003910     OPEN INPUT SUBM-FILE
003920     IF NOT SUBM-OK
003930         DISPLAY "TRNINTK: UNABLE TO OPEN SUBMIN, STATUS="
003940             WS-SUBM-STATUS
003950         MOVE "Y" TO WS-FATAL-SWITCH
003960         MOVE "Y" TO WS-EOF-SWITCH
003970         MOVE 16 TO RETURN-CODE
003980         GO TO 1000-Exit
003990     END-IF
004000
004010     PERFORM 8000-ReadSubmission THRU 8000-Exit.
004020 1000-Exit.
004030     EXIT.
004040*
004050*    JUDGING PASS.  A HEADER OPENS A SUBMISSION (CLOSING ANY
004060*    STILL OPEN WITHOUT ITS TRAILER), A TRAILER CLOSES ONE, AND
004070*    EVERYTHING BETWEEN IS COUNTED AND HASHED THE WAY DOCALCB
004080*    WILL COUNT AND HASH IT.
004090 2000-JudgeRecord.
004100     ADD 1 TO WS-RECORDS-READ
004110     EVALUATE TRUE
004120         WHEN SR-HEADER
004130             IF SUBMISSION-OPEN
004140                 PERFORM 2400-CloseSubmission THRU 2400-Exit
004150             END-IF
004160             PERFORM 2100-OpenSubmission THRU 2100-Exit
004170         WHEN SR-TRAILER
004180             IF SUBMISSION-OPEN
004190                 IF ST-RECORD-COUNT IS NUMERIC
004200                    AND ST-HASH-TOTAL IS NUMERIC
004210                     MOVE "Y" TO SB-TRAILER-SW (WS-SUB-IX)
004220                     MOVE ST-RECORD-COUNT
004223                                   TO SB-TRL-COUNT (WS-SUB-IX)
004226                     MOVE ST-HASH-TOTAL
004230                                   TO SB-TRL-HASH (WS-SUB-IX)
004240                 ELSE
004250                     MOVE "B" TO SB-TRAILER-SW (WS-SUB-IX)
004260                 END-IF
004270                 PERFORM 2400-CloseSubmission THRU 2400-Exit
004280             ELSE
004290                 PERFORM 2200-NoteStray THRU 2200-Exit
004300             END-IF
004310         WHEN OTHER
004320             IF SUBMISSION-OPEN
004330                 PERFORM 2300-NoteDetail THRU 2300-Exit
004340             ELSE
004350                 PERFORM 2200-NoteStray THRU 2200-Exit
004360             END-IF
004370     END-EVALUATE
004380     PERFORM 8000-ReadSubmission THRU 8000-Exit.
004390 2000-Exit.
004400     EXIT.
004410*
004420*    THE HEADER IS ONLY CHECKED FOR FORM HERE; THE DEPARTMENT
004430*    AND SEQUENCE ARE JUDGED WITH THE REST AT THE TRAILER.  A
004440*    NIGHT WITH MORE SUBMISSIONS THAN THE TABLE HOLDS SKIPS THE
004450*    EXTRAS WHOLE, WHICH ENDS THE STEP RC=4 LIKE A REFUSAL.
004460 2100-OpenSubmission.
004470     IF WS-SUB-CNT NOT < WS-SUB-MAX
004480         DISPLAY "TRNINTK: SUBMISSION TABLE FULL - DEPARTMENT "
004490             SH-DEPT-CODE " SEQUENCE " SH-SEQUENCE " SKIPPED"
004500         ADD 1 TO WS-SKIPPED-COUNT
004510         GO TO 2100-Exit
004520     END-IF
004530     ADD 1 TO WS-SUB-CNT
004540     MOVE WS-SUB-CNT TO WS-SUB-IX
004550     MOVE "Y" TO WS-SUBM-OPEN-SWITCH
004560     MOVE SH-DEPT-CODE TO SB-DEPT (WS-SUB-IX)
004570     MOVE ZERO         TO SB-FILE-DATE (WS-SUB-IX)
004580     MOVE ZERO         TO SB-SEQUENCE (WS-SUB-IX)
004590     MOVE SPACE        TO SB-HEADER-SW (WS-SUB-IX)
004600     MOVE SPACE        TO SB-NUMERIC-SW (WS-SUB-IX)
004610     MOVE "N"          TO SB-TRAILER-SW (WS-SUB-IX)
004620     MOVE ZERO         TO SB-COUNT (WS-SUB-IX)
004630     MOVE ZERO         TO SB-HASH (WS-SUB-IX)
004640     MOVE ZERO         TO SB-TRL-COUNT (WS-SUB-IX)
004650     MOVE ZERO         TO SB-TRL-HASH (WS-SUB-IX)
004660     MOVE SPACE        TO SB-DISPOSITION (WS-SUB-IX)
004670     MOVE SPACES       TO SB-REASON (WS-SUB-IX)
004680     IF SH-DEPT-CODE = SPACES
004690        OR SH-FILE-DATE IS NOT NUMERIC
004700        OR SH-SEQUENCE IS NOT NUMERIC
004710         MOVE "B" TO SB-HEADER-SW (WS-SUB-IX)
004720         GO TO 2100-Exit
004730     END-IF
004740     MOVE SH-FILE-DATE TO SB-FILE-DATE (WS-SUB-IX)
004750     MOVE SH-SEQUENCE  TO SB-SEQUENCE (WS-SUB-IX)
004760     IF SH-FILE-MONTH < 1 OR SH-FILE-MONTH > 12
004770        OR SH-FILE-DAY < 1 OR SH-FILE-DAY > 31
004780        OR SH-SEQUENCE = ZERO
004790         MOVE "B" TO SB-HEADER-SW (WS-SUB-IX)
004800     END-IF.
004810 2100-Exit.
004820     EXIT.
004830*
004840*    A RECORD OUTSIDE ANY HEADER/TRAILER PAIR BELONGS TO NO
004850*    DEPARTMENT'S SUBMISSION AND IS NEVER MERGED.
004860 2200-NoteStray.
004870     ADD 1 TO WS-STRAY-COUNT.
004880 2200-Exit.
004890     EXIT.
004900*
004910 2300-NoteDetail.
004920     ADD 1 TO SB-COUNT (WS-SUB-IX)
004930     IF SR-FIRST-NUM IS NUMERIC
004940        AND SR-SECOND-NUM IS NUMERIC
004950         ADD SR-FIRST-NUM  TO SB-HASH (WS-SUB-IX)
004960         ADD SR-SECOND-NUM TO SB-HASH (WS-SUB-IX)
004970     ELSE
004980         MOVE "N" TO SB-NUMERIC-SW (WS-SUB-IX)
004990     END-IF.
005000 2300-Exit.
005010     EXIT.
005020*
005030*    JUDGE ONE COMPLETE SUBMISSION.  THE FIRST FAILING TEST IS
005040*    THE REASON GIVEN; A FILE THAT PASSES THEM ALL IS ACCEPTED
005050*    AND MOVES ITS DEPARTMENT'S SEQUENCE ON, SO A SECOND FILE
005060*    FROM THE SAME DEPARTMENT LATER IN SUBMIN IS JUDGED AGAINST
005070*    IT.  A REFUSED FILE MOVES NOTHING - THE DEPARTMENT RESENDS
005080*    IT CORRECTED UNDER THE SAME SEQUENCE NUMBER.
005090 2400-CloseSubmission.
005100     MOVE "N" TO WS-SUBM-OPEN-SWITCH
005110     MOVE "R" TO SB-DISPOSITION (WS-SUB-IX)
005120     IF SB-HEADER-BAD (WS-SUB-IX)
005130         MOVE "BAD HEADER RECORD"        TO SB-REASON (WS-SUB-IX)
005140         GO TO 2400-Exit
005150     END-IF
005160     MOVE SB-DEPT (WS-SUB-IX) TO DP-DEPT-CODE
005170     READ DEPT-FILE
005180         INVALID KEY
005190             MOVE "UNKNOWN DEPARTMENT"   TO SB-REASON (WS-SUB-IX)
005200             GO TO 2400-Exit
005210     END-READ
005220     IF NOT DP-ACTIVE
005230         MOVE "DEPARTMENT INACTIVE"      TO SB-REASON (WS-SUB-IX)
005240         GO TO 2400-Exit
005250     END-IF
005260     IF SB-TRAILER-BAD (WS-SUB-IX)
005270         MOVE "BAD TRAILER RECORD"       TO SB-REASON (WS-SUB-IX)
005280         GO TO 2400-Exit
005290     END-IF
005300     IF NOT SB-TRAILER-SEEN (WS-SUB-IX)
005310         MOVE "NO TRAILER RECORD"        TO SB-REASON (WS-SUB-IX)
005320         GO TO 2400-Exit
005330     END-IF
005340     IF SB-NOT-NUMERIC (WS-SUB-IX)
005350         MOVE "NON-NUMERIC AMOUNT"       TO SB-REASON (WS-SUB-IX)
005360         GO TO 2400-Exit
005370     END-IF
005380     IF SB-TRL-COUNT (WS-SUB-IX) NOT = SB-COUNT (WS-SUB-IX)
005390        OR SB-TRL-HASH (WS-SUB-IX) NOT = SB-HASH (WS-SUB-IX)
005400         MOVE "OUT OF BALANCE"           TO SB-REASON (WS-SUB-IX)
005410         GO TO 2400-Exit
005420     END-IF
005430     IF SB-FILE-DATE (WS-SUB-IX) > WS-RUN-DATE
005440         MOVE "FILE DATE IN FUTURE"      TO SB-REASON (WS-SUB-IX)
005450         GO TO 2400-Exit
005460     END-IF
005470
005480     PERFORM 2500-FindDeptControl THRU 2500-Exit
005490     IF NOT SLOT-FOUND
005500         MOVE "DEPARTMENT TABLE FULL"    TO SB-REASON (WS-SUB-IX)
005510         GO TO 2400-Exit
005520     END-IF
005530     COMPUTE WS-NEXT-SEQUENCE = DQ-LAST-SEQUENCE (WS-DQ-IX) + 1
005540     IF SB-SEQUENCE (WS-SUB-IX) < WS-NEXT-SEQUENCE
005550         MOVE "DUPLICATE SEQUENCE"       TO SB-REASON (WS-SUB-IX)
005560         GO TO 2400-Exit
005570     END-IF
005580     IF SB-SEQUENCE (WS-SUB-IX) > WS-NEXT-SEQUENCE
005590         MOVE "OUT OF SEQUENCE"          TO SB-REASON (WS-SUB-IX)
005600         GO TO 2400-Exit
005610     END-IF
005620     IF SB-FILE-DATE (WS-SUB-IX) < DQ-LAST-FILE-DATE (WS-DQ-IX)
005630         MOVE "FILE DATE BEFORE LAST"    TO SB-REASON (WS-SUB-IX)
005640         GO TO 2400-Exit
005650     END-IF
005660     IF DQ-LAST-SEQUENCE (WS-DQ-IX) > ZERO
005670        AND SB-FILE-DATE (WS-SUB-IX)
005675                             = DQ-LAST-FILE-DATE (WS-DQ-IX)
005680        AND SB-COUNT (WS-SUB-IX) = DQ-LAST-COUNT (WS-DQ-IX)
005690        AND SB-HASH (WS-SUB-IX) = DQ-LAST-HASH (WS-DQ-IX)
005700         MOVE "DUPLICATE OF LAST FILE"   TO SB-REASON (WS-SUB-IX)
005710         GO TO 2400-Exit
005720     END-IF
005730
005740     MOVE "A" TO SB-DISPOSITION (WS-SUB-IX)
005750     MOVE "Y" TO DQ-CHANGED-SW (WS-DQ-IX)
005760     ADD 1 TO DQ-ACCEPTED (WS-DQ-IX)
005770     MOVE SB-SEQUENCE (WS-SUB-IX)  TO DQ-LAST-SEQUENCE (WS-DQ-IX)
005780     MOVE SB-FILE-DATE (WS-SUB-IX) TO DQ-LAST-FILE-DATE (WS-DQ-IX)
005790     MOVE SB-COUNT (WS-SUB-IX)     TO DQ-LAST-COUNT (WS-DQ-IX)
005800     MOVE SB-HASH (WS-SUB-IX)      TO DQ-LAST-HASH (WS-DQ-IX).
005810 2400-Exit.
005820     EXIT.
005830*
005840*    FIND-OR-LOAD THE DEPARTMENT'S CONTROL ENTRY.  ON ITS FIRST
005850*    RUN OF THE DAY A DEPARTMENT STARTS FROM WHERE THE LAST RUN
005860*    LEFT IT; ON A RERUN THE SAME DAY IT STARTS FROM THE DAY'S
005870*    BASE, SO THE WHOLE DAY'S INTAKE IS JUDGED AGAIN FROM THE
005880*    SAME STARTING POINT.  A DEPARTMENT NOT ON SUBMCTL STARTS
005890*    AT SEQUENCE ZERO.
005900 2500-FindDeptControl.
005910     MOVE "N" TO WS-FOUND-SWITCH
005920     PERFORM 2510-TestOneDept THRU 2510-Exit
005930         VARYING WS-IX FROM 1 BY 1
005940         UNTIL WS-IX > WS-DQ-CNT
005950         OR SLOT-FOUND
005960     IF SLOT-FOUND
005970         GO TO 2500-Exit
005980     END-IF
005990     IF WS-DQ-CNT NOT < WS-DQ-MAX
006000         DISPLAY "TRNINTK: DEPARTMENT TABLE FULL - DEPARTMENT "
006010             SB-DEPT (WS-SUB-IX) " REFUSED"
006020         GO TO 2500-Exit
006030     END-IF
006040     ADD 1 TO WS-DQ-CNT
006050     MOVE WS-DQ-CNT TO WS-DQ-IX
006060     MOVE "Y" TO WS-FOUND-SWITCH
006070     MOVE SB-DEPT (WS-SUB-IX) TO DQ-DEPT (WS-DQ-IX)
006080     MOVE "N"  TO DQ-CHANGED-SW (WS-DQ-IX)
006090     MOVE ZERO TO DQ-ACCEPTED (WS-DQ-IX)
006100     MOVE SB-DEPT (WS-SUB-IX) TO SC-DEPT-CODE
006110     READ CTL-FILE
006120         INVALID KEY
006130             MOVE "N"  TO DQ-ON-FILE-SW (WS-DQ-IX)
006135             MOVE ZERO TO DQ-BASE-ACCEPTED (WS-DQ-IX)
006140             MOVE ZERO TO DQ-BASE-SEQUENCE (WS-DQ-IX)
006150             MOVE ZERO TO DQ-BASE-FILE-DATE (WS-DQ-IX)
006160             MOVE ZERO TO DQ-BASE-COUNT (WS-DQ-IX)
006170             MOVE ZERO TO DQ-BASE-HASH (WS-DQ-IX)
006180         NOT INVALID KEY
006190             MOVE "Y" TO DQ-ON-FILE-SW (WS-DQ-IX)
006200             IF SC-LAST-RUN-DATE = WS-RUN-DATE
006210                 MOVE SC-BASE TO DQ-BASE (WS-DQ-IX)
006215                 MOVE SC-BASE-ACCEPTED
006216                     TO DQ-BASE-ACCEPTED (WS-DQ-IX)
006220             ELSE
006230                 MOVE SC-LAST TO DQ-BASE (WS-DQ-IX)
006235                 MOVE SC-ACCEPTED-TOTAL
006236                     TO DQ-BASE-ACCEPTED (WS-DQ-IX)
006240             END-IF
006250     END-READ
006255     IF DQ-BASE-ACCEPTED (WS-DQ-IX) IS NOT NUMERIC
006256         MOVE ZERO TO DQ-BASE-ACCEPTED (WS-DQ-IX)
006257     END-IF
006260     MOVE DQ-BASE (WS-DQ-IX) TO DQ-LAST (WS-DQ-IX).
006270 2500-Exit.
006280     EXIT.
006290*
006300 2510-TestOneDept.
006310     IF DQ-DEPT (WS-IX) = SB-DEPT (WS-SUB-IX)
006320         MOVE "Y" TO WS-FOUND-SWITCH
006330         MOVE WS-IX TO WS-DQ-IX
006340     END-IF.
006350 2510-Exit.
006360     EXIT.
006370*
006380*    MERGE PASS.  SUBMIN IS READ AGAIN FROM THE TOP AND THE
006390*    SUBMISSIONS ARE NUMBERED IN THE SAME ORDER AS THE JUDGING
006400*    PASS, SO EACH DETAIL RECORD IS COPIED ONLY IF ITS
006410*    SUBMISSION WAS ACCEPTED.
006420 3000-StartMerge.
006430     IF INTAKE-FAILED
006440         GO TO 3000-Exit
006450     END-IF
006460     CLOSE SUBM-FILE
006470     MOVE "N" TO WS-EOF-SWITCH
006480     MOVE "N" TO WS-COPY-SWITCH
006490     MOVE ZERO TO WS-SUB-IX
006500     OPEN INPUT SUBM-FILE
006510     IF NOT SUBM-OK
006520         DISPLAY "TRNINTK: UNABLE TO REOPEN SUBMIN, STATUS="
006530             WS-SUBM-STATUS
006540         MOVE "Y" TO WS-FATAL-SWITCH
006550         MOVE "Y" TO WS-EOF-SWITCH
006560         MOVE 16 TO RETURN-CODE
006570         GO TO 3000-Exit
006580     END-IF
006590     PERFORM 8000-ReadSubmission THRU 8000-Exit.
006600 3000-Exit.
006610     EXIT.
006620*
006630 3100-MergeRecord.
006640     EVALUATE TRUE
006650         WHEN SR-HEADER
006660             MOVE "N" TO WS-COPY-SWITCH
006670             IF WS-SUB-IX < WS-SUB-CNT
006680                 ADD 1 TO WS-SUB-IX
006690                 IF SB-ACCEPTED (WS-SUB-IX)
006700                     MOVE "Y" TO WS-COPY-SWITCH
006710                 END-IF
006720             END-IF
006730         WHEN SR-TRAILER
006740             MOVE "N" TO WS-COPY-SWITCH
006750         WHEN OTHER
006760             IF COPYING-SUBMISSION
006770                 WRITE TRANS-RECORD FROM SUBM-RECORD
006780                 ADD 1 TO WS-MERGED-COUNT
006790                 ADD SR-FIRST-NUM  TO WS-MERGED-HASH
006800                 ADD SR-SECOND-NUM TO WS-MERGED-HASH
006810             END-IF
006820     END-EVALUATE
006830     PERFORM 8000-ReadSubmission THRU 8000-Exit.
006840 3100-Exit.
006850     EXIT.
006860*
006870*    RECORD WHERE EACH DEPARTMENT NOW STANDS.  ONLY A
006880*    DEPARTMENT THAT HAD A FILE ACCEPTED IS WRITTEN - A
006890*    DEPARTMENT WHOSE FILES WERE ALL REFUSED IS LEFT WHERE IT
006900*    WAS.  THE BASE IS CARRIED FORWARD UNCHANGED ON A RERUN THE
006910*    SAME DAY, AND THE ACCEPTED TOTAL IS THE BASE'S TOTAL PLUS
006915*    THE FILES ACCEPTED THIS RUN.
006920 4000-UpdateControl.
006930     IF INTAKE-FAILED
006940         GO TO 4000-Exit
006950     END-IF
006960     PERFORM 4100-UpdateOneDept THRU 4100-Exit
006970         VARYING WS-DQ-IX FROM 1 BY 1
006980         UNTIL WS-DQ-IX > WS-DQ-CNT.
006990 4000-Exit.
007000     EXIT.
007010*
007020 4100-UpdateOneDept.
007030     IF NOT DQ-CHANGED (WS-DQ-IX)
007040         GO TO 4100-Exit
007050     END-IF
007060     IF DQ-ON-FILE (WS-DQ-IX)
007070         MOVE DQ-DEPT (WS-DQ-IX) TO SC-DEPT-CODE
007080         READ CTL-FILE
007090             INVALID KEY
007100                 MOVE "N" TO DQ-ON-FILE-SW (WS-DQ-IX)
007110         END-READ
007120     END-IF
007130     IF NOT DQ-ON-FILE (WS-DQ-IX)
007140         MOVE SPACES TO SUBM-CONTROL-RECORD
007150         MOVE DQ-DEPT (WS-DQ-IX) TO SC-DEPT-CODE
007170     END-IF
007180     MOVE WS-RUN-DATE        TO SC-LAST-RUN-DATE
007190     MOVE DQ-BASE (WS-DQ-IX) TO SC-BASE
007200     MOVE DQ-LAST (WS-DQ-IX) TO SC-LAST
007210     MOVE DQ-BASE-ACCEPTED (WS-DQ-IX) TO SC-BASE-ACCEPTED
007240     COMPUTE SC-ACCEPTED-TOTAL = DQ-BASE-ACCEPTED (WS-DQ-IX)
007245                               + DQ-ACCEPTED (WS-DQ-IX)
007250     IF DQ-ON-FILE (WS-DQ-IX)
007260         REWRITE SUBM-CONTROL-RECORD
007270             INVALID KEY
007280                 DISPLAY "TRNINTK: SUBMCTL REWRITE FAILED FOR "
007290                     DQ-DEPT (WS-DQ-IX) ", STATUS=" WS-CTL-STATUS
007300                 MOVE 16 TO RETURN-CODE
007310         END-REWRITE
007320     ELSE
007330         WRITE SUBM-CONTROL-RECORD
007340             INVALID KEY
007350                 DISPLAY "TRNINTK: SUBMCTL WRITE FAILED FOR "
007360                     DQ-DEPT (WS-DQ-IX) ", STATUS=" WS-CTL-STATUS
007370                 MOVE 16 TO RETURN-CODE
007380         END-WRITE
007390     END-IF.
007400 4100-Exit.
007410     EXIT.
007420*
007430 5000-PrintReport.
007440     IF NOT REPORT-OK
007450         GO TO 5000-Exit
007460     END-IF
007470     WRITE REPORT-LINE FROM WS-HEADING-1
007480     WRITE REPORT-LINE FROM WS-BLANK-LINE
007490     IF INTAKE-FAILED
007500         WRITE REPORT-LINE FROM WS-FAILED-LINE
007510         GO TO 5000-Exit
007520     END-IF
007530
007540     WRITE REPORT-LINE FROM WS-COLUMN-HEADING
007550     IF WS-SUB-CNT = ZERO
007560         WRITE REPORT-LINE FROM WS-NONE-LINE
007570     END-IF
007580     PERFORM 5100-PrintOneSubmission THRU 5100-Exit
007590         VARYING WS-SUB-IX FROM 1 BY 1
007600         UNTIL WS-SUB-IX > WS-SUB-CNT
007610     WRITE REPORT-LINE FROM WS-BLANK-LINE
007620
007630     MOVE "SUBMISSIONS READ  . . . . . . " TO CT-LABEL
007640     COMPUTE CT-COUNT = WS-SUB-CNT + WS-SKIPPED-COUNT
007650     WRITE REPORT-LINE FROM WS-COUNT-LINE
007660     MOVE "  ACCEPTED  . . . . . . . . . " TO CT-LABEL
007670     MOVE WS-ACCEPTED-COUNT TO CT-COUNT
007680     WRITE REPORT-LINE FROM WS-COUNT-LINE
007690     MOVE "  REFUSED . . . . . . . . . . " TO CT-LABEL
007700     MOVE WS-REFUSED-COUNT TO CT-COUNT
007710     WRITE REPORT-LINE FROM WS-COUNT-LINE
007720     IF WS-SKIPPED-COUNT > ZERO
007730         MOVE "  SKIPPED (TABLE FULL)  . . . " TO CT-LABEL
007740         MOVE WS-SKIPPED-COUNT TO CT-COUNT
007750         WRITE REPORT-LINE FROM WS-COUNT-LINE
007760     END-IF
007770     MOVE "RECORDS OUTSIDE A SUBMISSION  " TO CT-LABEL
007780     MOVE WS-STRAY-COUNT TO CT-COUNT
007790     WRITE REPORT-LINE FROM WS-COUNT-LINE
007800     MOVE "RECORDS MERGED TO TRANIN  . . " TO CT-LABEL
007810     MOVE WS-MERGED-COUNT TO CT-COUNT
007820     WRITE REPORT-LINE FROM WS-COUNT-LINE
007830     MOVE "TRANIN HASH TOTAL . . . . . . " TO SM-LABEL
007840     MOVE WS-MERGED-HASH TO SM-SUM
007850     WRITE REPORT-LINE FROM WS-SUM-LINE
007860
007870     IF WS-REFUSED-COUNT > ZERO
007880        OR WS-SKIPPED-COUNT > ZERO
007890        OR WS-STRAY-COUNT > ZERO
007900         IF RETURN-CODE = ZERO
007910             MOVE 4 TO RETURN-CODE
007920         END-IF
007930     END-IF.
007940 5000-Exit.
007950     EXIT.
007960*
007970 5100-PrintOneSubmission.
007980     MOVE SB-DEPT (WS-SUB-IX)      TO SL-DEPT
007990     MOVE SB-FILE-DATE (WS-SUB-IX) TO SL-FILE-DATE
008000     MOVE SB-SEQUENCE (WS-SUB-IX)  TO SL-SEQUENCE
008010     MOVE SB-COUNT (WS-SUB-IX)     TO SL-COUNT
008020     MOVE SB-HASH (WS-SUB-IX)      TO SL-HASH
008030     MOVE SB-REASON (WS-SUB-IX)    TO SL-REASON
008040     IF SB-ACCEPTED (WS-SUB-IX)
008050         MOVE "ACCEPTED" TO SL-DISPOSITION
008060         ADD 1 TO WS-ACCEPTED-COUNT
008070     ELSE
008080         MOVE "REFUSED"  TO SL-DISPOSITION
008090         ADD 1 TO WS-REFUSED-COUNT
008100     END-IF
008110     WRITE REPORT-LINE FROM WS-SUB-LINE
008120     IF SB-REASON (WS-SUB-IX) = "OUT OF BALANCE"
008130         MOVE SB-TRL-COUNT (WS-SUB-IX) TO TN-COUNT
008140         MOVE SB-TRL-HASH (WS-SUB-IX)  TO TN-HASH
008150         WRITE REPORT-LINE FROM WS-TRAILER-NOTE-LINE
008160     END-IF.
008170 5100-Exit.
008180     EXIT.
008190*
008200*    TRANIN ALWAYS GETS ITS TRAILER ONCE IT IS OPEN - EMPTY AND
008210*    BALANCED (ZERO COUNT, ZERO HASH) WHEN THE INTAKE FAILED.
008220 7000-Terminate.
008230     IF TRANIN-OPEN
008240         MOVE WS-MERGED-COUNT TO WT-RECORD-COUNT
008250         MOVE WS-MERGED-HASH  TO WT-HASH-TOTAL
008260         WRITE TRANS-RECORD FROM WS-TRAILER-OUT
008270         CLOSE TRANS-FILE
008280     END-IF
008290     CLOSE SUBM-FILE
008300     CLOSE DEPT-FILE
008310     CLOSE CTL-FILE
008320     CLOSE REPORT-FILE.
008330 7000-Exit.
008340     EXIT.
008350*
008360 8000-ReadSubmission.
008370     READ SUBM-FILE
008380         AT END
008390             MOVE "Y" TO WS-EOF-SWITCH
008400     END-READ.
008410 8000-Exit.
008420     EXIT.
008430*
008440*    ONE CONTROL RECORD PER START AND END, APPENDED TO THE
008450*    SHARED RUNLOG FILE FOR THE NIGHTCTL SEQUENCE CHECK.
008460*    COUNTS HERE ARE SUBMIN RECORDS READ / TRANIN RECORDS
008470*    WRITTEN (EXCLUDING THE TRAILER).
008480 9500-WriteRunLog.
008490     OPEN EXTEND RUNLOG-FILE
008500     IF NOT RUNLOG-OK
008510         MOVE SPACES TO WS-RUNLOG-STATUS
008520         OPEN OUTPUT RUNLOG-FILE
008530     END-IF
008540     IF NOT RUNLOG-OK
008550         DISPLAY "TRNINTK: UNABLE TO OPEN RUNLOG, STATUS="
008560             WS-RUNLOG-STATUS
008570         GO TO 9500-Exit
008580     END-IF
008590     MOVE "TRNINTK" TO RL-PROGRAM
008600     MOVE WS-RUNLOG-TYPE TO RL-RECORD-TYPE
008610     ACCEPT RL-DATE FROM DATE YYYYMMDD
008620     ACCEPT RL-TIME FROM TIME
008630     MOVE WS-RECORDS-READ   TO RL-RECORDS-IN
008640     MOVE WS-MERGED-COUNT   TO RL-RECORDS-OUT
008650     MOVE RETURN-CODE TO RL-RETURN-CODE
008660     WRITE RUN-LOG-RECORD
008670     CLOSE RUNLOG-FILE.
008680 9500-Exit.
008690     EXIT.
008700*
