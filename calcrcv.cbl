000100********************************************************************
000110*  PROGRAM      : CALCRCV.CBL
000120*  AUTHOR       : M. AGUIRRE
000130*  INSTALLATION : DATA PROCESSING
000140*  DATE-WRITTEN : 10/15/2026
000150*  DATE-COMPILED:
000160*
000170*  CALCHIST FORWARD RECOVERY.  REBUILDS THE CALCHIST KSDS AFTER
000180*  IT HAS BEEN LOST OR DAMAGED, FROM THE LAST BACKUP UNLOAD PLUS
000190*  THE AUDITLOG RECORDS WRITTEN SINCE:
000200*    1. THE BACKUP UNLOAD (BACKUP, HISTREC LAYOUT) IS LOADED INTO
000210*       THE EMPTY CLUSTER, LESS ANY RECORD DATED BEFORE THE
000220*       PURGCTL CUTOFF - CALCPRG HAS PURGED THOSE SINCE.
000230*    2. THE AUDITLOG ARCHIVE GENERATIONS AND LIVE LOG (AUDITIN,
000240*       CONCATENATED OLDEST FIRST) ARE REPLAYED IN ORDER.  EVERY
000250*       RECORD DATED ON OR AFTER THE BACKUP DATE (PARMIN COLUMNS
000260*       1-8, YYYYMMDD) AND NOT BEFORE THE PURGE CUTOFF IS ADDED
000270*       TO CALCHIST UNLESS THE BACKUP ALREADY CARRIES IT.  A
000280*       REVERSAL ("V") RE-MARKS HR-REVERSED-BY ON THE ORIGINAL
000290*       AND A PRICE ADJUSTMENT ("A") RE-MARKS HR-ADJUSTED-BY, SO
000300*       THE MARKS DoCalc, DoCalcB, AND PrcAdj REWROTE DURING THE
000310*       DAY ARE PUT BACK - INCLUDING THOSE ON RECORDS THAT CAME
000320*       FROM THE BACKUP.
000330*    3. THE REBUILT CLUSTER IS READ BACK END TO END AND ITS
000340*       RECORD COUNT AND RESULT TOTAL PROVED AGAINST THE BACKUP
000350*       LOADED PLUS THE AUDITLOG RECORDS ADDED, AND THE RESULT
000360*       TOTAL OF EVERY AUDITLOG RECORD REPLAYED AGAINST THE SAME
000370*       RECORDS AS THEY NOW STAND ON CALCHIST.
000380*
000390*  RCVOUT LISTS EVERY REPLAY EXCEPTION - A LOG RECORD WHOSE ID IS
000400*  ON THE BACKUP WITH A DIFFERENT STATUS OR RESULT, A REVERSAL OR
000410*  ADJUSTMENT WHOSE ORIGINAL IS NOT ON CALCHIST AND WAS NEVER
000420*  PURGED, A BACKUP UNLOAD CARRYING AN ID TWICE - FOLLOWED BY THE
000430*  COUNTS AND THE PROOF.  AN ORIGINAL ALREADY PURGED IS COUNTED,
000440*  NOT LISTED.  A REBUILD THAT PROVES WITH NO EXCEPTIONS ENDS THE
000450*  STEP RC=0; ANY EXCEPTION OR PROOF DIFFERENCE ENDS IT RC=8; AN
000460*  UNOPENABLE FILE OR AN I/O FAILURE ON CALCHIST ENDS IT RC=16
000470*  WITH THE CLUSTER ONLY PARTLY LOADED - RERUN FROM THE START.
000480*
000490*  MODIFICATION HISTORY
000500*    10/15/2026  MJA  ORIGINAL PROGRAM.
000510********************************************************************
000520 IDENTIFICATION DIVISION.
000530 PROGRAM-ID.  CalcRcv.
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
000650     SELECT BACKUP-FILE ASSIGN TO BACKUP
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-BACKUP-STATUS.
000680
000690     SELECT AUDIT-FILE ASSIGN TO AUDITIN
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS WS-AUDIT-STATUS.
000720
000730     SELECT HIST-FILE ASSIGN TO CALCHIST
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS DYNAMIC
000760         RECORD KEY IS HR-TRANS-ID
000770         ALTERNATE RECORD KEY IS HR-DATE WITH DUPLICATES
000780         ALTERNATE RECORD KEY IS HR-USER WITH DUPLICATES
000790         FILE STATUS IS WS-HIST-STATUS.
000800
000810     SELECT PURGE-FILE ASSIGN TO PURGCTL
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS WS-PURGE-STATUS.
000840
000850     SELECT PARM-FILE ASSIGN TO PARMIN
000860         ORGANIZATION IS SEQUENTIAL
000870         FILE STATUS IS WS-PARM-STATUS.
000880
000890     SELECT REPORT-FILE ASSIGN TO RCVOUT
000900         ORGANIZATION IS SEQUENTIAL
000910         FILE STATUS IS WS-REPORT-STATUS.
000920
000930     SELECT RUNLOG-FILE ASSIGN TO RUNLOG
000940         ORGANIZATION IS SEQUENTIAL
000950         FILE STATUS IS WS-RUNLOG-STATUS.
000960*
000970 DATA DIVISION.
000980 FILE SECTION.
000990 FD  BACKUP-FILE
001000     RECORDING MODE IS F
001010     LABEL RECORDS ARE STANDARD.
001020 01  BACKUP-RECORD           PIC X(142).
001030*
001040 FD  AUDIT-FILE
001050     RECORDING MODE IS F
001060     LABEL RECORDS ARE STANDARD.
001070 COPY AUDITREC.
001080*
001090 FD  HIST-FILE
001100     LABEL RECORDS ARE STANDARD.
001110 COPY HISTREC.
001120*
001130 FD  PURGE-FILE
001140     RECORDING MODE IS F
001150     LABEL RECORDS ARE STANDARD.
001160 COPY PURGCTL.
001170*
001180 FD  PARM-FILE
001190     RECORDING MODE IS F
001200     LABEL RECORDS ARE STANDARD.
001210 01  PARM-RECORD.
001220     05  PARM-BACKUP-DATE    PIC 9(08).
001230     05  FILLER              PIC X(72).
001240*
001250 FD  REPORT-FILE
001260     RECORDING MODE IS F
001270     LABEL RECORDS ARE STANDARD.
001280 01  REPORT-LINE             PIC X(80).
001290*
001300 FD  RUNLOG-FILE
001310     RECORDING MODE IS F
001320     LABEL RECORDS ARE STANDARD.
001330 COPY RUNLOG.
001340*
001350 WORKING-STORAGE SECTION.
001360
001370 77  WS-RUNLOG-STATUS        PIC X(02) VALUE SPACES.
001380     88  RUNLOG-OK                      VALUE "00".
001390
001400 77  WS-RUNLOG-TYPE          PIC X(01) VALUE "S".
001410 77  WS-BACKUP-STATUS        PIC X(02) VALUE SPACES.
001420     88  BACKUP-OK                       VALUE "00".
001430
001440 77  WS-AUDIT-STATUS         PIC X(02) VALUE SPACES.
001450     88  AUDIT-OK                        VALUE "00".
001460
001470 77  WS-HIST-STATUS          PIC X(02) VALUE SPACES.
001480     88  HIST-OK                         VALUE "00".
001490     88  HIST-DUPLICATE-KEY              VALUE "22".
001500
001510 77  WS-PURGE-STATUS         PIC X(02) VALUE SPACES.
001520     88  PURGE-OK                        VALUE "00".
001530
001540 77  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
001550     88  PARM-OK                         VALUE "00".
001560
001570 77  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.
001580     88  REPORT-OK                       VALUE "00".
001590
001600 77  WS-BACKUP-EOF-SWITCH    PIC X(01) VALUE "N".
001610     88  END-OF-BACKUP                   VALUE "Y".
001620
001630 77  WS-AUDIT-EOF-SWITCH     PIC X(01) VALUE "N".
001640     88  END-OF-AUDIT                    VALUE "Y".
001650
001660 77  WS-HIST-EOF-SWITCH      PIC X(01) VALUE "N".
001670     88  END-OF-HIST                     VALUE "Y".
001680
001690 77  WS-FATAL-SWITCH         PIC X(01) VALUE "N".
001700     88  RECOVERY-FAILED                 VALUE "Y".
001710
001720 77  WS-BACKUP-OPEN-SWITCH   PIC X(01) VALUE "N".
001730     88  BACKUP-OPEN                     VALUE "Y".
001740
001750 77  WS-AUDIT-OPEN-SWITCH    PIC X(01) VALUE "N".
001760     88  AUDITIN-OPEN                    VALUE "Y".
001770
001780 77  WS-HIST-OPEN-SWITCH     PIC X(01) VALUE "N".
001790     88  CALCHIST-OPEN                   VALUE "Y".
001800
001810 77  WS-PROOF-SWITCH         PIC X(01) VALUE "Y".
001820     88  REBUILD-PROVED                  VALUE "Y".
001830
001840 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
001850 77  WS-BACKUP-DATE          PIC 9(08) VALUE ZERO.
001860 77  WS-CUTOFF-DATE          PIC 9(08) VALUE ZERO.
001870 77  WS-LAST-PURGED-ID       PIC 9(08) VALUE ZERO.
001880 77  WS-XREF-ID              PIC 9(08) VALUE ZERO.
001890 77  WS-XREF-TYPE            PIC X(01) VALUE SPACE.
001900     88  XREF-REVERSAL                   VALUE "V".
001910     88  XREF-ADJUSTMENT                 VALUE "A".
001920
001930 77  WS-BACKUP-READ          PIC 9(08) COMP VALUE ZERO.
001940 77  WS-BACKUP-PURGED        PIC 9(08) COMP VALUE ZERO.
001950 77  WS-BACKUP-LOADED        PIC 9(08) COMP VALUE ZERO.
001960 77  WS-BACKUP-DUPLICATES    PIC 9(08) COMP VALUE ZERO.
001970 77  WS-AUDIT-READ           PIC 9(08) COMP VALUE ZERO.
001980 77  WS-AUDIT-EARLIER        PIC 9(08) COMP VALUE ZERO.
001990 77  WS-AUDIT-PURGED         PIC 9(08) COMP VALUE ZERO.
002000 77  WS-AUDIT-REPLAYED       PIC 9(08) COMP VALUE ZERO.
002010 77  WS-AUDIT-ON-BACKUP      PIC 9(08) COMP VALUE ZERO.
002020 77  WS-AUDIT-ADDED          PIC 9(08) COMP VALUE ZERO.
002030 77  WS-AUDIT-CONFLICTS      PIC 9(08) COMP VALUE ZERO.
002040 77  WS-REVERSALS-MARKED     PIC 9(08) COMP VALUE ZERO.
002050 77  WS-ADJUSTMENTS-MARKED   PIC 9(08) COMP VALUE ZERO.
002060 77  WS-XREF-PURGED          PIC 9(08) COMP VALUE ZERO.
002070 77  WS-XREF-MISSING         PIC 9(08) COMP VALUE ZERO.
002080 77  WS-EXCEPTION-COUNT      PIC 9(08) COMP VALUE ZERO.
002090 77  WS-REBUILT-COUNT        PIC 9(08) COMP VALUE ZERO.
002100 77  WS-EXPECTED-COUNT       PIC 9(08) COMP VALUE ZERO.
002110
002120 77  WS-BACKUP-SUM           PIC 9(15)V99 COMP-3 VALUE ZERO.
002130 77  WS-ADDED-SUM            PIC 9(15)V99 COMP-3 VALUE ZERO.
002140 77  WS-REPLAYED-SUM         PIC 9(15)V99 COMP-3 VALUE ZERO.
002150 77  WS-ON-FILE-SUM          PIC 9(15)V99 COMP-3 VALUE ZERO.
002160 77  WS-REBUILT-SUM          PIC 9(15)V99 COMP-3 VALUE ZERO.
002170 77  WS-EXPECTED-SUM         PIC 9(15)V99 COMP-3 VALUE ZERO.
002180
002190 01  WS-HEADING-1.
002200     05  FILLER              PIC X(40) VALUE
002210         "CALCHIST FORWARD RECOVERY".
002220     05  FILLER              PIC X(10) VALUE "RUN DATE: ".
002230     05  H1-RUN-DATE         PIC 9(08).
002240     05  FILLER              PIC X(22) VALUE SPACES.
002250
002260 01  WS-BLANK-LINE           PIC X(80) VALUE SPACES.
002270
002280 01  WS-SECTION-LINE.
002290     05  SL-TITLE            PIC X(40).
002300     05  FILLER              PIC X(40) VALUE SPACES.
002310
002320 01  WS-EXCEPTION-HEADING.
002330     05  FILLER              PIC X(13) VALUE "  TRANS ID".
002340     05  FILLER              PIC X(45) VALUE "EXCEPTION".
002350     05  FILLER              PIC X(22) VALUE "OTHER ID".
002360
002370 01  WS-EXCEPTION-LINE.
002380     05  FILLER              PIC X(02) VALUE SPACES.
002390     05  EX-TRANS-ID         PIC 9(08).
002400     05  FILLER              PIC X(03) VALUE SPACES.
002410     05  EX-REASON           PIC X(45).
002420     05  EX-OTHER-ID         PIC ZZZZZZZ9 BLANK WHEN ZERO.
002430     05  FILLER              PIC X(14) VALUE SPACES.
002440
002450 01  WS-NONE-LINE.
002460     05  FILLER              PIC X(80) VALUE "  NONE".
002470
002480 01  WS-TEXT-LINE.
002490     05  TL-LABEL            PIC X(30).
002500     05  TL-TEXT             PIC X(50).
002510
002520 01  WS-DATE-LINE.
002530     05  DT-LABEL            PIC X(30).
002540     05  DT-DATE             PIC 9(08).
002550     05  FILLER              PIC X(42) VALUE SPACES.
002560
002570 01  WS-COUNT-LINE.
002580     05  CT-LABEL            PIC X(30).
002590     05  CT-COUNT            PIC ZZZZZZZZ9.
002600     05  FILLER              PIC X(41) VALUE SPACES.
002610
002620 01  WS-SUM-LINE.
002630     05  GS-LABEL            PIC X(30).
002640     05  GS-SUM              PIC ZZZZZZZZZZZZZZ9.99.
002650     05  FILLER              PIC X(32) VALUE SPACES.
002660
002670 01  WS-PROVED-LINE.
002680     05  FILLER              PIC X(50) VALUE
002690         "REBUILT CALCHIST PROVED TO THE BACKUP AND AUDITLOG".
002700     05  FILLER              PIC X(30) VALUE
002710         " - RUN AUDRECON, THEN RELEASE".
002720
002730 01  WS-NOT-PROVED-LINE.
002740     05  FILLER              PIC X(45) VALUE
002750         "*** REBUILT CALCHIST DOES NOT PROVE - DO NOT ".
002760     05  FILLER              PIC X(35) VALUE
002770         "RELEASE IT UNTIL THE ABOVE IS CLEAR".
002780
002790 01  WS-FAILED-LINE.
002800     05  FILLER              PIC X(49) VALUE
002810         "*** RECOVERY NOT COMPLETE - CALCHIST ONLY PARTLY ".
002820     05  FILLER              PIC X(31) VALUE
002830         "LOADED, SEE JOB LOG AND RERUN".
002840*
002850 PROCEDURE DIVISION.
002860*
002870 0000-Mainline.
002880     MOVE "S" TO WS-RUNLOG-TYPE
002890     PERFORM 9500-WriteRunLog THRU 9500-Exit
002900     PERFORM 1000-Initialize THRU 1000-Exit
002910     IF NOT RECOVERY-FAILED
002920         PERFORM 2000-LoadBackup THRU 2000-Exit
002930             UNTIL END-OF-BACKUP
002940     END-IF
002950     IF NOT RECOVERY-FAILED
002960         PERFORM 2900-ReopenForReplay THRU 2900-Exit
002970     END-IF
002980     IF NOT RECOVERY-FAILED
002990         PERFORM 3000-ReplayAudit THRU 3000-Exit
003000             UNTIL END-OF-AUDIT
003010     END-IF
003020     IF NOT RECOVERY-FAILED
003030         PERFORM 4000-ProveRebuild THRU 4000-Exit
003040     END-IF
003050     PERFORM 5000-PrintReport THRU 5000-Exit
003060     PERFORM 7000-Terminate THRU 7000-Exit
003070     MOVE "E" TO WS-RUNLOG-TYPE
003080     PERFORM 9500-WriteRunLog THRU 9500-Exit
003090     STOP RUN.
003100*
003110*    CALCHIST IS OPENED OUTPUT, SO THE LOAD STARTS FROM AN EMPTY
003120*    CLUSTER WHATEVER WAS LEFT IN IT.
003130 1000-Initialize.
003140     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003150     MOVE WS-RUN-DATE TO H1-RUN-DATE
003160     PERFORM 1100-LoadParm THRU 1100-Exit
003170     PERFORM 1200-LoadPurgeControl THRU 1200-Exit
003180
003190     OPEN OUTPUT REPORT-FILE
003200     IF NOT REPORT-OK
003210         DISPLAY "CALCRCV: UNABLE TO OPEN RCVOUT, STATUS="
003220             WS-REPORT-STATUS
003230         MOVE "Y" TO WS-FATAL-SWITCH
003240         MOVE 16 TO RETURN-CODE
003250         GO TO 1000-Exit
003260     END-IF
003270     WRITE REPORT-LINE FROM WS-HEADING-1
003280     WRITE REPORT-LINE FROM WS-BLANK-LINE
003290     IF WS-BACKUP-DATE = ZERO
003300         MOVE "BACKUP TAKEN  . . . . . . . . " TO TL-LABEL
003310         MOVE "NOT GIVEN - WHOLE AUDITLOG REPLAYED" TO TL-TEXT
003320         WRITE REPORT-LINE FROM WS-TEXT-LINE
003330     ELSE
003340         MOVE "BACKUP TAKEN  . . . . . . . . " TO DT-LABEL
003350         MOVE WS-BACKUP-DATE TO DT-DATE
003360         WRITE REPORT-LINE FROM WS-DATE-LINE
003370     END-IF
003380     MOVE "PURGE CUTOFF DATE . . . . . . " TO DT-LABEL
003390     MOVE WS-CUTOFF-DATE TO DT-DATE
003400     WRITE REPORT-LINE FROM WS-DATE-LINE
003410     MOVE "LAST PURGED ID  . . . . . . . " TO DT-LABEL
003420     MOVE WS-LAST-PURGED-ID TO DT-DATE
003430     WRITE REPORT-LINE FROM WS-DATE-LINE
003440     WRITE REPORT-LINE FROM WS-BLANK-LINE
003450     MOVE "REPLAY EXCEPTIONS" TO SL-TITLE
003460     WRITE REPORT-LINE FROM WS-SECTION-LINE
003470     WRITE REPORT-LINE FROM WS-EXCEPTION-HEADING
003480
003490     OPEN INPUT BACKUP-FILE
003500     IF NOT BACKUP-OK
003510         DISPLAY "CALCRCV: UNABLE TO OPEN BACKUP, STATUS="
003520             WS-BACKUP-STATUS
003530         MOVE "Y" TO WS-FATAL-SWITCH
003540         MOVE 16 TO RETURN-CODE
003550         GO TO 1000-Exit
003560     END-IF
003570     MOVE "Y" TO WS-BACKUP-OPEN-SWITCH
003580
003590     OPEN INPUT AUDIT-FILE
003600     IF NOT AUDIT-OK
003610         DISPLAY "CALCRCV: UNABLE TO OPEN AUDITIN, STATUS="
003620             WS-AUDIT-STATUS
003630         MOVE "Y" TO WS-FATAL-SWITCH
003640         MOVE 16 TO RETURN-CODE
003650         GO TO 1000-Exit
003660     END-IF
003670     MOVE "Y" TO WS-AUDIT-OPEN-SWITCH
003680
003690     OPEN OUTPUT HIST-FILE
003700     IF NOT HIST-OK
003710         DISPLAY "CALCRCV: UNABLE TO OPEN CALCHIST, STATUS="
003720             WS-HIST-STATUS
003730         MOVE "Y" TO WS-FATAL-SWITCH
003740         MOVE 16 TO RETURN-CODE
003750         GO TO 1000-Exit
003760     END-IF
003770     MOVE "Y" TO WS-HIST-OPEN-SWITCH
003780     PERFORM 8000-ReadBackup THRU 8000-Exit.
003790 1000-Exit.
003800     EXIT.
003810*
003820*    WITH NO BACKUP DATE EVERY AUDITLOG RECORD IS REPLAYED; THOSE
003830*    ALREADY ON THE BACKUP ARE CHECKED AGAINST IT AND SKIPPED.
003840 1100-LoadParm.
003850     OPEN INPUT PARM-FILE
003860     IF NOT PARM-OK
003870         DISPLAY "CALCRCV: PARMIN NOT AVAILABLE, REPLAYING THE "
003880             "WHOLE AUDITLOG"
003890         GO TO 1100-Exit
003900     END-IF
003910     READ PARM-FILE
003920         AT END
003930             DISPLAY "CALCRCV: PARMIN EMPTY, REPLAYING THE "
003940                 "WHOLE AUDITLOG"
003950         NOT AT END
003960             IF PARM-BACKUP-DATE IS NUMERIC
003970                AND PARM-BACKUP-DATE > ZERO
003980                 MOVE PARM-BACKUP-DATE TO WS-BACKUP-DATE
003990             ELSE
004000                 DISPLAY "CALCRCV: PARMIN BACKUP DATE INVALID, "
004010                     "REPLAYING THE WHOLE AUDITLOG"
004020             END-IF
004030     END-READ
004040     CLOSE PARM-FILE.
004050 1100-Exit.
004060     EXIT.
004070*
004080*    WITHOUT PURGCTL NOTHING IS TREATED AS PURGED, SO A RECORD
004090*    CALCPRG HAS REMOVED WOULD BE PUT BACK - THE RUN IS STOPPED.
004100 1200-LoadPurgeControl.
004110     OPEN INPUT PURGE-FILE
004120     IF NOT PURGE-OK
004130         DISPLAY "CALCRCV: UNABLE TO OPEN PURGCTL, STATUS="
004140             WS-PURGE-STATUS
004150         MOVE "Y" TO WS-FATAL-SWITCH
004160         MOVE 16 TO RETURN-CODE
004170         GO TO 1200-Exit
004180     END-IF
004190     READ PURGE-FILE
004200         AT END
004210             MOVE ZERO TO PURGE-CONTROL-RECORD
004220     END-READ
004230     MOVE PG-CUTOFF-DATE    TO WS-CUTOFF-DATE
004240     MOVE PG-LAST-PURGED-ID TO WS-LAST-PURGED-ID
004250     CLOSE PURGE-FILE.
004260 1200-Exit.
004270     EXIT.
004280*
004290 2000-LoadBackup.
004300     ADD 1 TO WS-BACKUP-READ
004310     IF HR-DATE < WS-CUTOFF-DATE
004320         ADD 1 TO WS-BACKUP-PURGED
004330         GO TO 2000-Next
004340     END-IF
004350     WRITE HISTORY-RECORD
004360         INVALID KEY
004370             CONTINUE
004380     END-WRITE
004390     EVALUATE TRUE
004400         WHEN HIST-OK
004410             ADD 1 TO WS-BACKUP-LOADED
004420             ADD HR-CALC-RESULT TO WS-BACKUP-SUM
004430         WHEN HIST-DUPLICATE-KEY
004440             ADD 1 TO WS-BACKUP-DUPLICATES
004450             MOVE HR-TRANS-ID TO EX-TRANS-ID
004460             MOVE "BACKUP UNLOAD CARRIES THE ID TWICE"
004470                 TO EX-REASON
004480             MOVE ZERO TO EX-OTHER-ID
004490             PERFORM 6000-WriteException THRU 6000-Exit
004500         WHEN OTHER
004510             DISPLAY "CALCRCV: CALCHIST WRITE FAILED, STATUS="
004520                 WS-HIST-STATUS " ID=" HR-TRANS-ID
004530             MOVE "Y" TO WS-FATAL-SWITCH
004540             MOVE "Y" TO WS-BACKUP-EOF-SWITCH
004550             MOVE 16 TO RETURN-CODE
004560             GO TO 2000-Exit
004570     END-EVALUATE.
004580 2000-Next.
004590     PERFORM 8000-ReadBackup THRU 8000-Exit.
004600 2000-Exit.
004610     EXIT.
004620*
004630*    THE LOADED CLUSTER IS REOPENED FOR UPDATE SO THE REPLAY CAN
004640*    READ AND REWRITE THE RECORDS ALREADY ON IT.
004650 2900-ReopenForReplay.
004660     CLOSE HIST-FILE
004670     MOVE "N" TO WS-HIST-OPEN-SWITCH
004680     OPEN I-O HIST-FILE
004690     IF NOT HIST-OK
004700         DISPLAY "CALCRCV: UNABLE TO REOPEN CALCHIST, STATUS="
004710             WS-HIST-STATUS
004720         MOVE "Y" TO WS-FATAL-SWITCH
004730         MOVE 16 TO RETURN-CODE
004740         GO TO 2900-Exit
004750     END-IF
004760     MOVE "Y" TO WS-HIST-OPEN-SWITCH
004770     PERFORM 8100-ReadAudit THRU 8100-Exit.
004780 2900-Exit.
004790     EXIT.
004800*
004810*    AUDITLOG IS IN THE ORDER THE CALCULATIONS WERE POSTED, SO A
004820*    REVERSAL OR ADJUSTMENT IS ALWAYS REPLAYED AFTER ITS ORIGINAL
004830*    AND THE LATEST ADJUSTMENT OF AN ORIGINAL IS THE LAST MARKED.
004840 3000-ReplayAudit.
004850     ADD 1 TO WS-AUDIT-READ
004860     IF AUD-DATE < WS-BACKUP-DATE
004870         ADD 1 TO WS-AUDIT-EARLIER
004880         GO TO 3000-Next
004890     END-IF
004900     IF AUD-DATE < WS-CUTOFF-DATE
004910         ADD 1 TO WS-AUDIT-PURGED
004920         GO TO 3000-Next
004930     END-IF
004940     ADD 1 TO WS-AUDIT-REPLAYED
004950     ADD AUD-CALC-RESULT TO WS-REPLAYED-SUM
004960     PERFORM 3100-BuildHistory THRU 3100-Exit
004970     WRITE HISTORY-RECORD
004980         INVALID KEY
004990             CONTINUE
005000     END-WRITE
005010     EVALUATE TRUE
005020         WHEN HIST-OK
005030             ADD 1 TO WS-AUDIT-ADDED
005040             ADD HR-CALC-RESULT TO WS-ADDED-SUM
005050             ADD HR-CALC-RESULT TO WS-ON-FILE-SUM
005060         WHEN HIST-DUPLICATE-KEY
005070             PERFORM 3200-CompareOnFile THRU 3200-Exit
005080         WHEN OTHER
005090             DISPLAY "CALCRCV: CALCHIST WRITE FAILED, STATUS="
005100                 WS-HIST-STATUS " ID=" AUD-TRANS-ID
005110             MOVE "Y" TO WS-FATAL-SWITCH
005120     END-EVALUATE
005130     IF RECOVERY-FAILED
005140         GO TO 3000-Failed
005150     END-IF
005160
005170     IF AUD-REVERSAL
005180         MOVE "V" TO WS-XREF-TYPE
005190         MOVE AUD-REVERSAL-OF TO WS-XREF-ID
005200         PERFORM 3300-ApplyCrossRef THRU 3300-Exit
005210     END-IF
005220     IF AUD-PRICE-ADJUSTMENT
005230         MOVE "A" TO WS-XREF-TYPE
005240         MOVE AUD-ADJUSTMENT-OF TO WS-XREF-ID
005250         PERFORM 3300-ApplyCrossRef THRU 3300-Exit
005260     END-IF
005270     IF RECOVERY-FAILED
005280         GO TO 3000-Failed
005290     END-IF.
005300 3000-Next.
005310     PERFORM 8100-ReadAudit THRU 8100-Exit
005320     GO TO 3000-Exit.
005330 3000-Failed.
005340     MOVE "Y" TO WS-AUDIT-EOF-SWITCH
005350     MOVE 16 TO RETURN-CODE.
005360 3000-Exit.
005370     EXIT.
005380*
005390*    THE CROSS-REFERENCE MARKS START AT ZERO; A LATER REVERSAL OR
005400*    ADJUSTMENT IN THE LOG PUTS THEM BACK.
005410 3100-BuildHistory.
005420     MOVE AUD-TRANS-ID      TO HR-TRANS-ID
005430     MOVE AUD-DATE          TO HR-DATE
005440     MOVE AUD-TIME          TO HR-TIME
005450     MOVE AUD-USER          TO HR-USER
005460     MOVE AUD-FIRST-NUM     TO HR-FIRST-NUM
005470     MOVE AUD-SECOND-NUM    TO HR-SECOND-NUM
005480     MOVE AUD-CALC-RESULT   TO HR-CALC-RESULT
005490     MOVE AUD-STATUS        TO HR-STATUS
005500     MOVE AUD-REVERSAL-OF   TO HR-REVERSAL-OF
005510     MOVE ZERO              TO HR-REVERSED-BY
005520     MOVE AUD-DEPT-CODE     TO HR-DEPT-CODE
005530     MOVE AUD-OPERATION     TO HR-OPERATION
005540     MOVE AUD-ITEM-CODE     TO HR-ITEM-CODE
005550     MOVE AUD-ADJUSTMENT-OF TO HR-ADJUSTMENT-OF
005560     MOVE ZERO              TO HR-ADJUSTED-BY
005570     MOVE AUD-ADJ-DIRECTION TO HR-ADJ-DIRECTION
005580     MOVE AUD-TAX-CODE      TO HR-TAX-CODE
005590     MOVE AUD-TAX-RATE      TO HR-TAX-RATE
005600     MOVE AUD-TAX-AMOUNT    TO HR-TAX-AMOUNT
005610     MOVE AUD-TAX-REASON    TO HR-TAX-REASON
005620     MOVE AUD-STANDING-ID   TO HR-STANDING-ID
005630     MOVE AUD-ORIG-PERIOD   TO HR-ORIG-PERIOD.
005640 3100-Exit.
005650     EXIT.
005660*
005670*    THE ID IS ALREADY ON CALCHIST FROM THE BACKUP.  THE BACKUP'S
005680*    RECORD IS KEPT (IT MAY CARRY MARKS THE LOG RECORD DOES NOT);
005690*    IT MUST AGREE WITH THE LOG ON STATUS AND RESULT.
005700 3200-CompareOnFile.
005710     MOVE AUD-TRANS-ID TO HR-TRANS-ID
005720     READ HIST-FILE
005730         INVALID KEY
005740             DISPLAY "CALCRCV: CALCHIST READ FAILED, STATUS="
005750                 WS-HIST-STATUS " ID=" AUD-TRANS-ID
005760             MOVE "Y" TO WS-FATAL-SWITCH
005770             GO TO 3200-Exit
005780     END-READ
005790     ADD HR-CALC-RESULT TO WS-ON-FILE-SUM
005800     IF HR-STATUS = AUD-STATUS
005810        AND HR-CALC-RESULT = AUD-CALC-RESULT
005820         ADD 1 TO WS-AUDIT-ON-BACKUP
005830         GO TO 3200-Exit
005840     END-IF
005850     ADD 1 TO WS-AUDIT-CONFLICTS
005860     MOVE AUD-TRANS-ID TO EX-TRANS-ID
005870     MOVE "ON BACKUP WITH A DIFFERENT STATUS OR RESULT"
005880         TO EX-REASON
005890     MOVE ZERO TO EX-OTHER-ID
005900     PERFORM 6000-WriteException THRU 6000-Exit.
005910 3200-Exit.
005920     EXIT.
005930*
005940*    AN ORIGINAL NOT FOUND AT OR BELOW THE LAST PURGED ID WAS
005950*    PURGED AND IS ONLY COUNTED; ANY OTHER IS AN EXCEPTION.
005960 3300-ApplyCrossRef.
005970     IF WS-XREF-ID = ZERO
005980         MOVE AUD-TRANS-ID TO EX-TRANS-ID
005990         MOVE "LOG RECORD CARRIES NO ORIGINAL ID"
006000             TO EX-REASON
006010         MOVE ZERO TO EX-OTHER-ID
006020         GO TO 3300-Missing
006030     END-IF
006040     MOVE WS-XREF-ID TO HR-TRANS-ID
006050     READ HIST-FILE
006060         INVALID KEY
006070             MOVE AUD-TRANS-ID TO EX-TRANS-ID
006080             MOVE WS-XREF-ID TO EX-OTHER-ID
006090             IF XREF-REVERSAL
006100                 MOVE "ORIGINAL OF REVERSAL NOT ON CALCHIST"
006110                     TO EX-REASON
006120             ELSE
006130                 MOVE "ORIGINAL OF ADJUSTMENT NOT ON CALCHIST"
006140                     TO EX-REASON
006150             END-IF
006160             IF WS-XREF-ID NOT > WS-LAST-PURGED-ID
006170                 ADD 1 TO WS-XREF-PURGED
006180                 GO TO 3300-Exit
006190             END-IF
006200             GO TO 3300-Missing
006210     END-READ
006220     IF XREF-REVERSAL
006230         MOVE AUD-TRANS-ID TO HR-REVERSED-BY
006240     ELSE
006250         MOVE AUD-TRANS-ID TO HR-ADJUSTED-BY
006260     END-IF
006270     REWRITE HISTORY-RECORD
006280     IF NOT HIST-OK
006290         DISPLAY "CALCRCV: CALCHIST REWRITE FAILED, STATUS="
006300             WS-HIST-STATUS " ID=" WS-XREF-ID
006310         MOVE "Y" TO WS-FATAL-SWITCH
006320         GO TO 3300-Exit
006330     END-IF
006340     IF XREF-REVERSAL
006350         ADD 1 TO WS-REVERSALS-MARKED
006360     ELSE
006370         ADD 1 TO WS-ADJUSTMENTS-MARKED
006380     END-IF
006390     GO TO 3300-Exit.
006400 3300-Missing.
006410     ADD 1 TO WS-XREF-MISSING
006420     PERFORM 6000-WriteException THRU 6000-Exit.
006430 3300-Exit.
006440     EXIT.
006450*
006460*    THE PROOF IS TAKEN FROM THE CLUSTER AS IT NOW STANDS, NOT
006470*    FROM THE COUNTS KEPT WHILE LOADING IT.
006480 4000-ProveRebuild.
006490     CLOSE HIST-FILE
006500     MOVE "N" TO WS-HIST-OPEN-SWITCH
006510     OPEN INPUT HIST-FILE
006520     IF NOT HIST-OK
006530         DISPLAY "CALCRCV: UNABLE TO REOPEN CALCHIST, STATUS="
006540             WS-HIST-STATUS
006550         MOVE "Y" TO WS-FATAL-SWITCH
006560         MOVE 16 TO RETURN-CODE
006570         GO TO 4000-Exit
006580     END-IF
006590     MOVE "Y" TO WS-HIST-OPEN-SWITCH
006600     PERFORM 4100-ReadRebuilt THRU 4100-Exit
006610         UNTIL END-OF-HIST
006620     IF RECOVERY-FAILED
006630         GO TO 4000-Exit
006640     END-IF
006650
006660     ADD WS-BACKUP-LOADED WS-AUDIT-ADDED GIVING WS-EXPECTED-COUNT
006670     ADD WS-BACKUP-SUM WS-ADDED-SUM GIVING WS-EXPECTED-SUM
006680     IF WS-REBUILT-COUNT NOT = WS-EXPECTED-COUNT
006690        OR WS-REBUILT-SUM NOT = WS-EXPECTED-SUM
006700        OR WS-REPLAYED-SUM NOT = WS-ON-FILE-SUM
006710        OR WS-EXCEPTION-COUNT > ZERO
006720         MOVE "N" TO WS-PROOF-SWITCH
006730         MOVE 8 TO RETURN-CODE
006740     END-IF.
006750 4000-Exit.
006760     EXIT.
006770*
006780 4100-ReadRebuilt.
006790     READ HIST-FILE NEXT RECORD
006800         AT END
006810             MOVE "Y" TO WS-HIST-EOF-SWITCH
006820             GO TO 4100-Exit
006830     END-READ
006840     IF NOT HIST-OK
006850         DISPLAY "CALCRCV: CALCHIST READ FAILED, STATUS="
006860             WS-HIST-STATUS
006870         MOVE "Y" TO WS-FATAL-SWITCH
006880         MOVE "Y" TO WS-HIST-EOF-SWITCH
006890         MOVE 16 TO RETURN-CODE
006900         GO TO 4100-Exit
006910     END-IF
006920     ADD 1 TO WS-REBUILT-COUNT
006930     ADD HR-CALC-RESULT TO WS-REBUILT-SUM.
006940 4100-Exit.
006950     EXIT.
006960*
006970 5000-PrintReport.
006980     IF NOT REPORT-OK
006990         GO TO 5000-Exit
007000     END-IF
007010     IF WS-EXCEPTION-COUNT = ZERO
007020         WRITE REPORT-LINE FROM WS-NONE-LINE
007030     END-IF
007040     WRITE REPORT-LINE FROM WS-BLANK-LINE
007050
007060     MOVE "BACKUP UNLOAD" TO SL-TITLE
007070     WRITE REPORT-LINE FROM WS-SECTION-LINE
007080     MOVE "  RECORDS READ  . . . . . . . " TO CT-LABEL
007090     MOVE WS-BACKUP-READ TO CT-COUNT
007100     WRITE REPORT-LINE FROM WS-COUNT-LINE
007110     MOVE "  PURGED SINCE - NOT LOADED . " TO CT-LABEL
007120     MOVE WS-BACKUP-PURGED TO CT-COUNT
007130     WRITE REPORT-LINE FROM WS-COUNT-LINE
007140     MOVE "  DUPLICATE IDS - NOT LOADED  " TO CT-LABEL
007150     MOVE WS-BACKUP-DUPLICATES TO CT-COUNT
007160     WRITE REPORT-LINE FROM WS-COUNT-LINE
007170     MOVE "  LOADED  . . . . . . . . . . " TO CT-LABEL
007180     MOVE WS-BACKUP-LOADED TO CT-COUNT
007190     WRITE REPORT-LINE FROM WS-COUNT-LINE
007200     MOVE "  RESULT TOTAL LOADED . . . . " TO GS-LABEL
007210     MOVE WS-BACKUP-SUM TO GS-SUM
007220     WRITE REPORT-LINE FROM WS-SUM-LINE
007230     WRITE REPORT-LINE FROM WS-BLANK-LINE
007240
007250     MOVE "AUDITLOG REPLAY" TO SL-TITLE
007260     WRITE REPORT-LINE FROM WS-SECTION-LINE
007270     MOVE "  RECORDS READ  . . . . . . . " TO CT-LABEL
007280     MOVE WS-AUDIT-READ TO CT-COUNT
007290     WRITE REPORT-LINE FROM WS-COUNT-LINE
007300     MOVE "  DATED BEFORE THE BACKUP . . " TO CT-LABEL
007310     MOVE WS-AUDIT-EARLIER TO CT-COUNT
007320     WRITE REPORT-LINE FROM WS-COUNT-LINE
007330     MOVE "  PURGED SINCE - NOT REPLAYED " TO CT-LABEL
007340     MOVE WS-AUDIT-PURGED TO CT-COUNT
007350     WRITE REPORT-LINE FROM WS-COUNT-LINE
007360     MOVE "  REPLAYED  . . . . . . . . . " TO CT-LABEL
007370     MOVE WS-AUDIT-REPLAYED TO CT-COUNT
007380     WRITE REPORT-LINE FROM WS-COUNT-LINE
007390     MOVE "    ALREADY ON THE BACKUP . . " TO CT-LABEL
007400     MOVE WS-AUDIT-ON-BACKUP TO CT-COUNT
007410     WRITE REPORT-LINE FROM WS-COUNT-LINE
007420     MOVE "    CONFLICTING WITH BACKUP . " TO CT-LABEL
007430     MOVE WS-AUDIT-CONFLICTS TO CT-COUNT
007440     WRITE REPORT-LINE FROM WS-COUNT-LINE
007450     MOVE "    ADDED TO CALCHIST . . . . " TO CT-LABEL
007460     MOVE WS-AUDIT-ADDED TO CT-COUNT
007470     WRITE REPORT-LINE FROM WS-COUNT-LINE
007480     MOVE "  RESULT TOTAL ADDED  . . . . " TO GS-LABEL
007490     MOVE WS-ADDED-SUM TO GS-SUM
007500     WRITE REPORT-LINE FROM WS-SUM-LINE
007510     WRITE REPORT-LINE FROM WS-BLANK-LINE
007520
007530     MOVE "CROSS-REFERENCES" TO SL-TITLE
007540     WRITE REPORT-LINE FROM WS-SECTION-LINE
007550     MOVE "  REVERSED-BY MARKS APPLIED . " TO CT-LABEL
007560     MOVE WS-REVERSALS-MARKED TO CT-COUNT
007570     WRITE REPORT-LINE FROM WS-COUNT-LINE
007580     MOVE "  ADJUSTED-BY MARKS APPLIED . " TO CT-LABEL
007590     MOVE WS-ADJUSTMENTS-MARKED TO CT-COUNT
007600     WRITE REPORT-LINE FROM WS-COUNT-LINE
007610     MOVE "  ORIGINAL PURGED - NOT MARKED" TO CT-LABEL
007620     MOVE WS-XREF-PURGED TO CT-COUNT
007630     WRITE REPORT-LINE FROM WS-COUNT-LINE
007640     MOVE "  ORIGINAL NOT ON CALCHIST  . " TO CT-LABEL
007650     MOVE WS-XREF-MISSING TO CT-COUNT
007660     WRITE REPORT-LINE FROM WS-COUNT-LINE
007670     WRITE REPORT-LINE FROM WS-BLANK-LINE
007680
007690     IF RECOVERY-FAILED
007700         WRITE REPORT-LINE FROM WS-FAILED-LINE
007710         GO TO 5000-Exit
007720     END-IF
007730     MOVE "PROOF" TO SL-TITLE
007740     WRITE REPORT-LINE FROM WS-SECTION-LINE
007750     MOVE "  REBUILT CALCHIST RECORDS  . " TO CT-LABEL
007760     MOVE WS-REBUILT-COUNT TO CT-COUNT
007770     WRITE REPORT-LINE FROM WS-COUNT-LINE
007780     MOVE "  BACKUP LOADED PLUS ADDED  . " TO CT-LABEL
007790     MOVE WS-EXPECTED-COUNT TO CT-COUNT
007800     WRITE REPORT-LINE FROM WS-COUNT-LINE
007810     MOVE "  REBUILT CALCHIST RESULT . . " TO GS-LABEL
007820     MOVE WS-REBUILT-SUM TO GS-SUM
007830     WRITE REPORT-LINE FROM WS-SUM-LINE
007840     MOVE "  BACKUP LOADED PLUS ADDED  . " TO GS-LABEL
007850     MOVE WS-EXPECTED-SUM TO GS-SUM
007860     WRITE REPORT-LINE FROM WS-SUM-LINE
007870     MOVE "  AUDITLOG RESULT REPLAYED  . " TO GS-LABEL
007880     MOVE WS-REPLAYED-SUM TO GS-SUM
007890     WRITE REPORT-LINE FROM WS-SUM-LINE
007900     MOVE "  SAME RECORDS ON CALCHIST  . " TO GS-LABEL
007910     MOVE WS-ON-FILE-SUM TO GS-SUM
007920     WRITE REPORT-LINE FROM WS-SUM-LINE
007930     WRITE REPORT-LINE FROM WS-BLANK-LINE
007940     IF REBUILD-PROVED
007950         WRITE REPORT-LINE FROM WS-PROVED-LINE
007960     ELSE
007970         WRITE REPORT-LINE FROM WS-NOT-PROVED-LINE
007980     END-IF.
007990 5000-Exit.
008000     EXIT.
008010*
008020 6000-WriteException.
008030     ADD 1 TO WS-EXCEPTION-COUNT
008040     IF REPORT-OK
008050         WRITE REPORT-LINE FROM WS-EXCEPTION-LINE
008060     END-IF.
008070 6000-Exit.
008080     EXIT.
008090*
008100 7000-Terminate.
008110     IF CALCHIST-OPEN
008120         CLOSE HIST-FILE
008130     END-IF
008140     IF BACKUP-OPEN
008150         CLOSE BACKUP-FILE
008160     END-IF
008170     IF AUDITIN-OPEN
008180         CLOSE AUDIT-FILE
008190     END-IF
008200     IF REPORT-OK
008210         CLOSE REPORT-FILE
008220     END-IF.
008230 7000-Exit.
008240     EXIT.
008250*
008260 8000-ReadBackup.
008270     READ BACKUP-FILE INTO HISTORY-RECORD
008280         AT END
008290             MOVE "Y" TO WS-BACKUP-EOF-SWITCH
008300             GO TO 8000-Exit
008310     END-READ
008320     IF NOT BACKUP-OK
008330         DISPLAY "CALCRCV: BACKUP READ FAILED, STATUS="
008340             WS-BACKUP-STATUS
008350         MOVE "Y" TO WS-FATAL-SWITCH
008360         MOVE "Y" TO WS-BACKUP-EOF-SWITCH
008370         MOVE 16 TO RETURN-CODE
008380     END-IF.
008390 8000-Exit.
008400     EXIT.
008410*
008420 8100-ReadAudit.
008430     READ AUDIT-FILE
008440         AT END
008450             MOVE "Y" TO WS-AUDIT-EOF-SWITCH
008460             GO TO 8100-Exit
008470     END-READ
008480     IF NOT AUDIT-OK
008490         DISPLAY "CALCRCV: AUDITIN READ FAILED, STATUS="
008500             WS-AUDIT-STATUS
008510         MOVE "Y" TO WS-FATAL-SWITCH
008520         MOVE "Y" TO WS-AUDIT-EOF-SWITCH
008530         MOVE 16 TO RETURN-CODE
008540     END-IF.
008550 8100-Exit.
008560     EXIT.
008570*
008580 9500-WriteRunLog.
008590     OPEN EXTEND RUNLOG-FILE
008600     IF NOT RUNLOG-OK
008610         MOVE SPACES TO WS-RUNLOG-STATUS
008620         OPEN OUTPUT RUNLOG-FILE
008630     END-IF
008640     IF NOT RUNLOG-OK
008650         DISPLAY "CALCRCV: UNABLE TO OPEN RUNLOG, STATUS="
008660             WS-RUNLOG-STATUS
008670         GO TO 9500-Exit
008680     END-IF
008690     MOVE "CALCRCV" TO RL-PROGRAM
008700     MOVE WS-RUNLOG-TYPE TO RL-RECORD-TYPE
008710     ACCEPT RL-DATE FROM DATE YYYYMMDD
008720     ACCEPT RL-TIME FROM TIME
008730     ADD WS-BACKUP-READ WS-AUDIT-READ GIVING RL-RECORDS-IN
008740     MOVE WS-REBUILT-COUNT  TO RL-RECORDS-OUT
008750     MOVE RETURN-CODE TO RL-RETURN-CODE
008760     WRITE RUN-LOG-RECORD
008770     CLOSE RUNLOG-FILE.
008780 9500-Exit.
008790     EXIT.
