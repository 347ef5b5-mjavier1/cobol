000300*       AND AUDROLL ALL READ THE SAME LIVE AUDITLOG, SO THEIR
000310*       INPUT COUNTS MUST AGREE, AND AUDROLL MUST ARCHIVE
000320*       EXACTLY WHAT IT READ.
000330*    4. NO AUDIT RECORD IN THE NIGHT'S ARCHIVE GENERATION
000340*       (AUDITIN) IS DATED IN A PERIOD CLOSED ON PRDCTL - EACH
000350*       ONE IS A LATE POSTING INTO A SIGNED-OFF MONTH.
000360*  THE MONTHLY CALCPRG IS VERIFIED WHEN PRESENT BUT ITS
000370*  POSITION IS NOT ENFORCED.  ANY OTHER PROGRAM'S FAILED END
000380*  RECORD IS ALSO CALLED OUT.  A CLEAN NIGHT PRINTS AN
000390*  ALL-CLEAR, EMPTIES RUNLOG FOR THE NEXT WINDOW, AND ENDS
000400*  RC=0; ANYTHING MISSING, FAILED, OR OUT OF ORDER IS LISTED
000410*  AND THE STEP ENDS RC=8 SO THE SCHEDULER CAN ALERT.
000420*
000430*  MODIFICATION HISTORY
000440*    09/02/2026  MJA  ORIGINAL PROGRAM.
000450*    10/15/2026  MJA  PERIOD CLOSE: THE NIGHT'S AUDITLOG ARCHIVE
000460*                     GENERATION (AUDITIN) IS CHECKED AGAINST THE
000470*                     LATEST PERIOD CLOSED ON PRDCTL, AND EVERY
000480*                     RECORD DATED IN A CLOSED PERIOD IS LISTED AS
000490*                     A DISCREPANCY.  AN UNOPENABLE AUDITIN OR
000500*                     PRDCTL IS NOTED ON THE REPORT AND THE CHECK
000510*                     SKIPPED.  SOURCE RESEQUENCED IN STEPS OF 10
000520*                     TO MAKE ROOM.
000530********************************************************************
000540 IDENTIFICATION DIVISION.
000550 PROGRAM-ID.  NightCtl.
000560 AUTHOR.  M. AGUIRRE.
000570 INSTALLATION.  DATA PROCESSING.
000580 DATE-WRITTEN.  09/02/2026.
000590 DATE-COMPILED.
000600*
000610 ENVIRONMENT DIVISION.
000620 CONFIGURATION SECTION.
000630 SOURCE-COMPUTER.  IBM-370.
000640 OBJECT-COMPUTER.  IBM-370.
000650 INPUT-OUTPUT SECTION.
000660 FILE-CONTROL.
000670     SELECT RUNLOG-FILE ASSIGN TO RUNLOG
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WS-RUNLOG-STATUS.
000700
000710     SELECT REPORT-FILE ASSIGN TO CTLOUT
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS WS-REPORT-STATUS.
000740
000750     SELECT AUDIT-FILE ASSIGN TO AUDITIN
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS WS-AUDIT-STATUS.
000780
000790     SELECT PERIOD-FILE ASSIGN TO PRDCTL
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS SEQUENTIAL
000820         RECORD KEY IS PC-PERIOD
000830         FILE STATUS IS WS-PERIOD-STATUS.
000840*
000850 DATA DIVISION.
000860 FILE SECTION.
000870 FD  RUNLOG-FILE
000880     RECORDING MODE IS F
000890     LABEL RECORDS ARE STANDARD.
000900 COPY RUNLOG.
000910*
000920 FD  REPORT-FILE
000930     RECORDING MODE IS F
000940     LABEL RECORDS ARE STANDARD.
000950 01  REPORT-LINE             PIC X(80).
000960*
000970 FD  AUDIT-FILE
000980     RECORDING MODE IS F
000990     LABEL RECORDS ARE STANDARD.
001000 COPY AUDITREC.
001010*
001020 FD  PERIOD-FILE
001030     LABEL RECORDS ARE STANDARD.
001040 COPY PRDCTL.
001050*
001060 WORKING-STORAGE SECTION.
001070 77  WS-RUNLOG-STATUS        PIC X(02) VALUE SPACES.
001080     88  RUNLOG-OK                      VALUE "00".
001090
001100 77  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.
001110     88  REPORT-OK                      VALUE "00".
001120
001130 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
001140     88  END-OF-RUNLOG                  VALUE "Y".
001150
001160 77  WS-AUDIT-STATUS         PIC X(02) VALUE SPACES.
001170     88  AUDIT-OK                       VALUE "00".
001180
001190 77  WS-AUDIT-EOF-SWITCH     PIC X(01) VALUE "N".
001200     88  END-OF-AUDIT                   VALUE "Y".
001210
001220 77  WS-PERIOD-STATUS        PIC X(02) VALUE SPACES.
001230     88  PERIOD-OK                      VALUE "00".
001240
001250 77  WS-PERIOD-EOF-SWITCH    PIC X(01) VALUE "N".
001260     88  END-OF-PERIODS                 VALUE "Y".
001270
001280 77  WS-LAST-CLOSED          PIC 9(06) VALUE ZERO.
001290 77  WS-RECORD-PERIOD        PIC 9(06) VALUE ZERO.
001300 77  WS-AUDIT-COUNT          PIC 9(08) COMP VALUE ZERO.
001310
001320 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
001330
001340 77  WS-LOG-CNT              PIC 9(04) COMP VALUE ZERO.
001350 77  WS-LOG-MAX              PIC 9(04) COMP VALUE 200.
001360 77  WS-IX                   PIC 9(04) COMP VALUE ZERO.
001370 77  WS-JX                   PIC 9(04) COMP VALUE ZERO.
001380 77  WS-DROPPED-COUNT        PIC 9(04) COMP VALUE ZERO.
001390 77  WS-DISCREPANCY-COUNT    PIC 9(04) COMP VALUE ZERO.
001400 77  WS-PREV-END-POS         PIC 9(04) COMP VALUE ZERO.
001410
001420 01  WS-LOG-TABLE.
001430     05  WS-LOG-ENTRY OCCURS 200 TIMES.
001440         10  LT-PROGRAM      PIC X(08).
001450         10  LT-TYPE         PIC X(01).
001460         10  LT-DATE         PIC 9(08).
001470         10  LT-TIME         PIC 9(08).
001480         10  LT-REC-IN       PIC 9(08).
001490         10  LT-REC-OUT      PIC 9(08).
001500         10  LT-RC           PIC 9(02).
001510
001520*    THE NIGHTLY SEQUENCE, IN THE ORDER IT MUST RUN.
001530 01  WS-EXPECTED-LIST.
001540     05  FILLER              PIC X(08) VALUE "DOCALCB".
001550     05  FILLER              PIC X(08) VALUE "DLYSUMM".
001560     05  FILLER              PIC X(08) VALUE "AUDRECON".
001570     05  FILLER              PIC X(08) VALUE "AUDROLL".
001580     05  FILLER              PIC X(08) VALUE "PRCRECON".
001590 01  WS-EXPECTED-R REDEFINES WS-EXPECTED-LIST.
001600     05  WS-EXPECTED-PGM OCCURS 5 TIMES
001610                             PIC X(08).
001620
001630*    ONE SLOT PER EXPECTED JOB (1-5) PLUS CALCPRG (6), FILLED
001640*    FROM THE LAST START RECORD AND THE LAST END RECORD AFTER
001650*    IT, SO A RERUN AFTER A FAILURE JUDGES THE RERUN.
001660 01  WS-JOB-TABLE.
001670     05  WS-JOB-ENTRY OCCURS 6 TIMES.
001680         10  JB-S-POS        PIC 9(04) COMP.
001690         10  JB-E-POS        PIC 9(04) COMP.
001700         10  JB-S-TIME       PIC 9(08).
001710         10  JB-E-TIME       PIC 9(08).
001720         10  JB-REC-IN       PIC 9(08).
001730         10  JB-REC-OUT      PIC 9(08).
001740         10  JB-RC           PIC 9(02).
001750
001760 77  WS-JOB-PGM              PIC X(08) VALUE SPACES.
001770
001780 01  WS-HEADING-1.
001790     05  FILLER              PIC X(25) VALUE
001800         "NIGHT CONTROL REPORT FOR ".
001810     05  HD-RUN-DATE         PIC 9(08).
001820     05  FILLER              PIC X(47) VALUE SPACES.
001830
001840 01  WS-BLANK-LINE           PIC X(80) VALUE SPACES.
001850
001860 01  WS-COLUMN-HEADING.
001870     05  FILLER              PIC X(09) VALUE "JOB".
001880     05  FILLER              PIC X(09) VALUE "START".
001890     05  FILLER              PIC X(09) VALUE "END".
001900     05  FILLER              PIC X(09) VALUE " RECS IN".
001910     05  FILLER              PIC X(09) VALUE "RECS OUT".
001920     05  FILLER              PIC X(03) VALUE "RC".
001930     05  FILLER              PIC X(41) VALUE "STATUS".
001940
001950 01  WS-JOB-LINE.
001960     05  JL-PROGRAM          PIC X(08).
001970     05  FILLER              PIC X(01) VALUE SPACE.
001980     05  JL-S-TIME           PIC 9(08).
001990     05  FILLER              PIC X(01) VALUE SPACE.
002000     05  JL-E-TIME           PIC 9(08).
002010     05  FILLER              PIC X(01) VALUE SPACE.
002020     05  JL-REC-IN           PIC ZZZZZZZ9.
002030     05  FILLER              PIC X(01) VALUE SPACE.
002040     05  JL-REC-OUT          PIC ZZZZZZZ9.
002050     05  FILLER              PIC X(01) VALUE SPACE.
002060     05  JL-RC               PIC 99.
002070     05  FILLER              PIC X(01) VALUE SPACE.
002080     05  JL-STATUS           PIC X(24).
002090     05  FILLER              PIC X(10) VALUE SPACES.
002100
002110 01  WS-MISMATCH-LINE.
002120     05  FILLER              PIC X(17) VALUE "COUNT MISMATCH - ".
002130     05  MM-TEXT             PIC X(63).
002140
002150 01  WS-FAILED-LINE.
002160     05  FL-PROGRAM          PIC X(08).
002170     05  FILLER              PIC X(21) VALUE
002180         " ENDED WITH RC=".
002190     05  FL-RC               PIC 99.
002200     05  FILLER              PIC X(49) VALUE SPACES.
002210
002220 01  WS-ALL-CLEAR-LINE.
002230     05  FILLER              PIC X(50) VALUE
002240         "NIGHT WINDOW RAN TO COMPLETION IN ORDER".
002250     05  FILLER              PIC X(30) VALUE SPACES.
002260
002270 01  WS-ALERT-LINE.
002280     05  FILLER              PIC X(30) VALUE
002290         "*** NIGHT WINDOW DISCREPANCIES".
002300     05  AL-COUNT            PIC ZZZ9.
002310     05  FILLER              PIC X(30) VALUE
002320         " - SEE LINES ABOVE".
002330     05  FILLER              PIC X(16) VALUE SPACES.
002340
002350 01  WS-PERIOD-CHECK-LINE.
002360     05  FILLER              PIC X(22) VALUE
002370         "LATEST CLOSED PERIOD ".
002380     05  PK-LAST-CLOSED      PIC 9(06).
002390     05  FILLER              PIC X(18) VALUE
002400         "  AUDIT RECORDS ".
002410     05  PK-AUDIT-COUNT      PIC ZZZZZZZ9.
002420     05  FILLER              PIC X(26) VALUE SPACES.
002430
002440 01  WS-LATE-LINE.
002450     05  FILLER              PIC X(28) VALUE
002460         "DATED IN CLOSED PERIOD - ID ".
002470     05  LP-TRANS-ID         PIC 9(08).
002480     05  FILLER              PIC X(06) VALUE " DATE ".
002490     05  LP-DATE             PIC 9(08).
002500     05  FILLER              PIC X(06) VALUE " USER ".
002510     05  LP-USER             PIC X(08).
002520     05  FILLER              PIC X(08) VALUE " STATUS ".
002530     05  LP-STATUS           PIC X(01).
002540     05  FILLER              PIC X(07) VALUE SPACES.
002550
002560 01  WS-NOT-CHECKED-LINE.
002570     05  FILLER              PIC X(44) VALUE
002580         "CLOSED PERIODS NOT CHECKED - UNABLE TO OPEN ".
002590     05  NC-DDNAME           PIC X(08).
002600     05  FILLER              PIC X(28) VALUE SPACES.
002610*
002620 PROCEDURE DIVISION.
002630*
002640 0000-Mainline.
002650     PERFORM 1000-Initialize THRU 1000-Exit
002660     PERFORM 2000-LoadOneRecord THRU 2000-Exit
002670         UNTIL END-OF-RUNLOG
002680     PERFORM 3000-JudgeExpectedJobs THRU 3000-Exit
002690     PERFORM 4000-CrossCheckCounts THRU 4000-Exit
002700     PERFORM 4500-ReportOtherFailures THRU 4500-Exit
002710     PERFORM 4600-CheckClosedPeriods THRU 4600-Exit
002720     PERFORM 5000-WriteVerdict THRU 5000-Exit
002730     PERFORM 7000-Terminate THRU 7000-Exit
002740     STOP RUN.
002750*
002760 1000-Initialize.
002770     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002780
002790     OPEN INPUT RUNLOG-FILE
002800     IF NOT RUNLOG-OK
002810         DISPLAY "NIGHTCTL: UNABLE TO OPEN RUNLOG, STATUS="
002820             WS-RUNLOG-STATUS
002830         MOVE "Y" TO WS-EOF-SWITCH
002840         MOVE 8 TO RETURN-CODE
002850     END-IF
002860
002870     OPEN OUTPUT REPORT-FILE
002880     IF NOT REPORT-OK
002890         DISPLAY "NIGHTCTL: UNABLE TO OPEN CTLOUT, STATUS="
002900             WS-REPORT-STATUS
002910         MOVE "Y" TO WS-EOF-SWITCH
002920         MOVE 16 TO RETURN-CODE
002930         GO TO 1000-Exit
002940     END-IF
002950
002960     MOVE WS-RUN-DATE TO HD-RUN-DATE
002970     WRITE REPORT-LINE FROM WS-HEADING-1
002980     WRITE REPORT-LINE FROM WS-BLANK-LINE
002990     WRITE REPORT-LINE FROM WS-COLUMN-HEADING
003000
003010     IF NOT END-OF-RUNLOG
003020         PERFORM 8000-ReadRunLog THRU 8000-Exit
003030     END-IF.
003040 1000-Exit.
003050     EXIT.
003060*
003070 2000-LoadOneRecord.
003080     IF WS-LOG-CNT NOT < WS-LOG-MAX
003090         ADD 1 TO WS-DROPPED-COUNT
003100     ELSE
003110         ADD 1 TO WS-LOG-CNT
003120         MOVE RL-PROGRAM     TO LT-PROGRAM (WS-LOG-CNT)
003130         MOVE RL-RECORD-TYPE TO LT-TYPE (WS-LOG-CNT)
003140         MOVE RL-DATE        TO LT-DATE (WS-LOG-CNT)
003150         MOVE RL-TIME        TO LT-TIME (WS-LOG-CNT)
003160         IF RL-RECORDS-IN IS NUMERIC
003170             MOVE RL-RECORDS-IN TO LT-REC-IN (WS-LOG-CNT)
003180         ELSE
003190             MOVE ZERO          TO LT-REC-IN (WS-LOG-CNT)
003200         END-IF
003210         IF RL-RECORDS-OUT IS NUMERIC
003220             MOVE RL-RECORDS-OUT TO LT-REC-OUT (WS-LOG-CNT)
003230         ELSE
003240             MOVE ZERO           TO LT-REC-OUT (WS-LOG-CNT)
003250         END-IF
003260         IF RL-RETURN-CODE IS NUMERIC
003270             MOVE RL-RETURN-CODE TO LT-RC (WS-LOG-CNT)
003280         ELSE
003290             MOVE 99             TO LT-RC (WS-LOG-CNT)
003300         END-IF
003310     END-IF
003320     PERFORM 8000-ReadRunLog THRU 8000-Exit.
003330 2000-Exit.
003340     EXIT.
003350*
003360 3000-JudgeExpectedJobs.
003370*    NO REPORT FILE, NO JUDGING - THE RC=16 OPEN FAILURE FROM
003380*    1000 ALREADY TELLS THE SCHEDULER THE NIGHT IS UNVERIFIED.
003390     IF NOT REPORT-OK
003400         GO TO 3000-Exit
003410     END-IF
003420     MOVE ZERO TO WS-PREV-END-POS
003430     PERFORM 3100-JudgeOneJob THRU 3100-Exit
003440         VARYING WS-JX FROM 1 BY 1
003450         UNTIL WS-JX > 5
003460*    THE MONTHLY CALCPRG IS VERIFIED ONLY WHEN IT LEFT
003470*    RECORDS - ITS POSITION IN THE WINDOW IS NOT ENFORCED.
003480     MOVE 6 TO WS-JX
003490     MOVE "CALCPRG" TO WS-JOB-PGM
003500     PERFORM 3200-ScanForJob THRU 3200-Exit
003510     IF JB-S-POS (6) > ZERO OR JB-E-POS (6) > ZERO
003520         PERFORM 3300-JudgeOptionalJob THRU 3300-Exit
003530     END-IF.
003540 3000-Exit.
003550     EXIT.
003560*
003570 3100-JudgeOneJob.
003580     MOVE WS-EXPECTED-PGM (WS-JX) TO WS-JOB-PGM
003590     PERFORM 3200-ScanForJob THRU 3200-Exit
003600     MOVE SPACES TO WS-JOB-LINE
003610     MOVE WS-JOB-PGM TO JL-PROGRAM
003620     MOVE JB-S-TIME (WS-JX)  TO JL-S-TIME
003630     MOVE JB-E-TIME (WS-JX)  TO JL-E-TIME
003640     MOVE JB-REC-IN (WS-JX)  TO JL-REC-IN
003650     MOVE JB-REC-OUT (WS-JX) TO JL-REC-OUT
003660     MOVE JB-RC (WS-JX)      TO JL-RC
003670     EVALUATE TRUE
003680         WHEN JB-S-POS (WS-JX) = ZERO
003690             MOVE "MISSING - NEVER STARTED" TO JL-STATUS
003700             ADD 1 TO WS-DISCREPANCY-COUNT
003710         WHEN JB-E-POS (WS-JX) = ZERO
003720             MOVE "DID NOT COMPLETE"        TO JL-STATUS
003730             ADD 1 TO WS-DISCREPANCY-COUNT
003740         WHEN JB-RC (WS-JX) > 04
003750             MOVE "FAILED - SEE RC"         TO JL-STATUS
003760             ADD 1 TO WS-DISCREPANCY-COUNT
003770         WHEN JB-S-POS (WS-JX) < WS-PREV-END-POS
003780             MOVE "OUT OF ORDER"            TO JL-STATUS
003790             ADD 1 TO WS-DISCREPANCY-COUNT
003800         WHEN OTHER
003810             MOVE "OK"                      TO JL-STATUS
003820     END-EVALUATE
003830     IF JB-E-POS (WS-JX) > WS-PREV-END-POS
003840         MOVE JB-E-POS (WS-JX) TO WS-PREV-END-POS
003850     END-IF
003860     WRITE REPORT-LINE FROM WS-JOB-LINE.
003870 3100-Exit.
003880     EXIT.
003890*
003900*    REMEMBER THE LAST START RECORD FOR THE JOB AND THE LAST
003910*    END RECORD AFTER IT, SO A RERUN AFTER A FAILED ATTEMPT
003920*    IS JUDGED ON THE RERUN.
003930 3200-ScanForJob.
003940     MOVE ZERO TO JB-S-POS (WS-JX)
003950     MOVE ZERO TO JB-E-POS (WS-JX)
003960     MOVE ZERO TO JB-S-TIME (WS-JX)
003970     MOVE ZERO TO JB-E-TIME (WS-JX)
003980     MOVE ZERO TO JB-REC-IN (WS-JX)
003990     MOVE ZERO TO JB-REC-OUT (WS-JX)
004000     MOVE ZERO TO JB-RC (WS-JX)
004010     PERFORM 3210-ScanOneRecord THRU 3210-Exit
004020         VARYING WS-IX FROM 1 BY 1
004030         UNTIL WS-IX > WS-LOG-CNT.
004040 3200-Exit.
004050     EXIT.
004060*
004070 3210-ScanOneRecord.
004080     IF LT-PROGRAM (WS-IX) NOT = WS-JOB-PGM
004090         GO TO 3210-Exit
004100     END-IF
004110     IF LT-TYPE (WS-IX) = "S"
004120         MOVE WS-IX TO JB-S-POS (WS-JX)
004130         MOVE ZERO  TO JB-E-POS (WS-JX)
004140         MOVE LT-TIME (WS-IX) TO JB-S-TIME (WS-JX)
004150     END-IF
004160     IF LT-TYPE (WS-IX) = "E"
004170        AND JB-S-POS (WS-JX) > ZERO
004180         MOVE WS-IX TO JB-E-POS (WS-JX)
004190         MOVE LT-TIME (WS-IX)    TO JB-E-TIME (WS-JX)
004200         MOVE LT-REC-IN (WS-IX)  TO JB-REC-IN (WS-JX)
004210         MOVE LT-REC-OUT (WS-IX) TO JB-REC-OUT (WS-JX)
004220         MOVE LT-RC (WS-IX)      TO JB-RC (WS-JX)
004230     END-IF.
004240 3210-Exit.
004250     EXIT.
004260*
004270 3300-JudgeOptionalJob.
004280     MOVE SPACES TO WS-JOB-LINE
004290     MOVE WS-JOB-PGM TO JL-PROGRAM
004300     MOVE JB-S-TIME (6)  TO JL-S-TIME
004310     MOVE JB-E-TIME (6)  TO JL-E-TIME
004320     MOVE JB-REC-IN (6)  TO JL-REC-IN
004330     MOVE JB-REC-OUT (6) TO JL-REC-OUT
004340     MOVE JB-RC (6)      TO JL-RC
004350     EVALUATE TRUE
004360         WHEN JB-E-POS (6) = ZERO
004370             MOVE "DID NOT COMPLETE"    TO JL-STATUS
004380             ADD 1 TO WS-DISCREPANCY-COUNT
004390         WHEN JB-RC (6) > 04
004400             MOVE "FAILED - SEE RC"     TO JL-STATUS
004410             ADD 1 TO WS-DISCREPANCY-COUNT
004420         WHEN OTHER
004430             MOVE "OK (MONTHLY)"        TO JL-STATUS
004440     END-EVALUATE
004450     WRITE REPORT-LINE FROM WS-JOB-LINE.
004460 3300-Exit.
004470     EXIT.
004480*
004490*    DLYSUMM (SLOT 2), AUDRECON (SLOT 3), AND AUDROLL (SLOT 4)
004500*    ALL READ THE SAME LIVE AUDITLOG, SO THEIR INPUT COUNTS
004510*    MUST AGREE - A MISMATCH MEANS ONE OF THEM RAN AGAINST A
004520*    DIFFERENT STATE OF THE LOG (THE AUDROLL-RAN-EARLY
004530*    FAILURE).  AUDROLL MUST ALSO ARCHIVE EXACTLY WHAT IT
004540*    READ.
004550 4000-CrossCheckCounts.
004560     IF NOT REPORT-OK
004570         GO TO 4000-Exit
004580     END-IF
004590     IF JB-E-POS (2) = ZERO
004600        OR JB-E-POS (3) = ZERO
004610        OR JB-E-POS (4) = ZERO
004620         GO TO 4000-Exit
004630     END-IF
004640     WRITE REPORT-LINE FROM WS-BLANK-LINE
004650     IF JB-REC-IN (2) NOT = JB-REC-IN (4)
004660         MOVE "DLYSUMM AND AUDROLL READ DIFFERENT AUDITLOG "
004670             TO MM-TEXT
004680         WRITE REPORT-LINE FROM WS-MISMATCH-LINE
004690         ADD 1 TO WS-DISCREPANCY-COUNT
004700     END-IF
004710     IF JB-REC-IN (3) NOT = JB-REC-IN (4)
004720         MOVE "AUDRECON AND AUDROLL READ DIFFERENT AUDITLOG"
004730             TO MM-TEXT
004740         WRITE REPORT-LINE FROM WS-MISMATCH-LINE
004750         ADD 1 TO WS-DISCREPANCY-COUNT
004760     END-IF
004770     IF JB-REC-IN (4) NOT = JB-REC-OUT (4)
004780         MOVE "AUDROLL ARCHIVED FEWER RECORDS THAN IT READ "
004790             TO MM-TEXT
004800         WRITE REPORT-LINE FROM WS-MISMATCH-LINE
004810         ADD 1 TO WS-DISCREPANCY-COUNT
004820     END-IF.
004830 4000-Exit.
004840     EXIT.
004850*
004860*    ANY OTHER PROGRAM THAT LEFT A FAILED END RECORD IN THE
004870*    WINDOW (PRCLOAD, MTHSUMM, HISTRTRV, PRCAUDRP, ...) IS
004880*    CALLED OUT TOO - A FAILURE ANYWHERE SHOULD PAGE.
004890 4500-ReportOtherFailures.
004900     IF NOT REPORT-OK
004910         GO TO 4500-Exit
004920     END-IF
004930     PERFORM 4510-TestOneRecord THRU 4510-Exit
004940         VARYING WS-IX FROM 1 BY 1
004950         UNTIL WS-IX > WS-LOG-CNT.
004960 4500-Exit.
004970     EXIT.
004980*
004990 4510-TestOneRecord.
005000     IF LT-TYPE (WS-IX) NOT = "E"
005010        OR LT-RC (WS-IX) NOT > 04
005020         GO TO 4510-Exit
005030     END-IF
005040     IF LT-PROGRAM (WS-IX) = "DOCALCB"
005050        OR LT-PROGRAM (WS-IX) = "DLYSUMM"
005060        OR LT-PROGRAM (WS-IX) = "AUDRECON"
005070        OR LT-PROGRAM (WS-IX) = "AUDROLL"
005080        OR LT-PROGRAM (WS-IX) = "PRCRECON"
005090        OR LT-PROGRAM (WS-IX) = "CALCPRG"
005100         GO TO 4510-Exit
005110     END-IF
005120     MOVE LT-PROGRAM (WS-IX) TO FL-PROGRAM
005130     MOVE LT-RC (WS-IX)      TO FL-RC
005140     WRITE REPORT-LINE FROM WS-FAILED-LINE
005150     ADD 1 TO WS-DISCREPANCY-COUNT.
005160 4510-Exit.
005170     EXIT.
005180*
005190*    AUDROLL HAS ALREADY MOVED THE NIGHT'S AUDIT RECORDS TO THE
005200*    NEWEST ARCHIVE GENERATION, SO THAT IS WHAT IS CHECKED.  A
005210*    RECORD DATED AT OR BELOW THE LATEST CLOSED PERIOD WAS
005220*    POSTED INTO A SIGNED-OFF MONTH AND MUST PAGE.  AN
005230*    UNOPENABLE FILE IS NOTED AND THE CHECK SKIPPED - THE
005240*    POSTING PROGRAMS REFUSE CLOSED PERIODS THEMSELVES.
005250 4600-CheckClosedPeriods.
005260     IF NOT REPORT-OK
005270         GO TO 4600-Exit
005280     END-IF
005290     WRITE REPORT-LINE FROM WS-BLANK-LINE
005300     OPEN INPUT PERIOD-FILE
005310     IF NOT PERIOD-OK
005320         MOVE "PRDCTL" TO NC-DDNAME
005330         WRITE REPORT-LINE FROM WS-NOT-CHECKED-LINE
005340         GO TO 4600-Exit
005350     END-IF
005360     PERFORM 4610-ReadPeriod THRU 4610-Exit
005370         UNTIL END-OF-PERIODS
005380     CLOSE PERIOD-FILE
005390     OPEN INPUT AUDIT-FILE
005400     IF NOT AUDIT-OK
005410         MOVE "AUDITIN" TO NC-DDNAME
005420         WRITE REPORT-LINE FROM WS-NOT-CHECKED-LINE
005430         GO TO 4600-Exit
005440     END-IF
005450     PERFORM 8100-ReadAudit THRU 8100-Exit
005460     PERFORM 4620-TestOneAudit THRU 4620-Exit
005470         UNTIL END-OF-AUDIT
005480     CLOSE AUDIT-FILE
005490     MOVE WS-LAST-CLOSED TO PK-LAST-CLOSED
005500     MOVE WS-AUDIT-COUNT TO PK-AUDIT-COUNT
005510     WRITE REPORT-LINE FROM WS-PERIOD-CHECK-LINE.
005520 4600-Exit.
005530     EXIT.
005540*
005550 4610-ReadPeriod.
005560     READ PERIOD-FILE NEXT RECORD
005570         AT END
005580             MOVE "Y" TO WS-PERIOD-EOF-SWITCH
005590     END-READ
005600     IF PERIOD-OK AND PC-CLOSED
005610         MOVE PC-PERIOD TO WS-LAST-CLOSED
005620     ELSE
005630         MOVE "Y" TO WS-PERIOD-EOF-SWITCH
005640     END-IF.
005650 4610-Exit.
005660     EXIT.
005670*
005680 4620-TestOneAudit.
005690     ADD 1 TO WS-AUDIT-COUNT
005700     DIVIDE AUD-DATE BY 100 GIVING WS-RECORD-PERIOD
005710     IF WS-RECORD-PERIOD NOT > WS-LAST-CLOSED
005720         MOVE AUD-TRANS-ID TO LP-TRANS-ID
005730         MOVE AUD-DATE     TO LP-DATE
005740         MOVE AUD-USER     TO LP-USER
005750         MOVE AUD-STATUS   TO LP-STATUS
005760         WRITE REPORT-LINE FROM WS-LATE-LINE
005770         ADD 1 TO WS-DISCREPANCY-COUNT
005780     END-IF
005790     PERFORM 8100-ReadAudit THRU 8100-Exit.
005800 4620-Exit.
005810     EXIT.
005820*
005830 5000-WriteVerdict.
005840     IF NOT REPORT-OK
005850         GO TO 5000-Exit
005860     END-IF
005870     WRITE REPORT-LINE FROM WS-BLANK-LINE
005880     IF WS-DROPPED-COUNT > ZERO
005890         DISPLAY "NIGHTCTL: " WS-DROPPED-COUNT " RUNLOG "
005900             "RECORDS OVER TABLE CAPACITY WERE NOT CHECKED"
005910         ADD 1 TO WS-DISCREPANCY-COUNT
005920     END-IF
005930     IF WS-DISCREPANCY-COUNT = ZERO
005940         WRITE REPORT-LINE FROM WS-ALL-CLEAR-LINE
005950*        A CLEAN NIGHT EMPTIES THE LOG FOR THE NEXT WINDOW -
005960*        SAME IDIOM AS AUDROLL EMPTYING THE LIVE AUDITLOG.
005970         PERFORM 6000-ResetRunLog THRU 6000-Exit
005980     ELSE
005990         MOVE WS-DISCREPANCY-COUNT TO AL-COUNT
006000         WRITE REPORT-LINE FROM WS-ALERT-LINE
006010         IF RETURN-CODE = ZERO
006020             MOVE 8 TO RETURN-CODE
006030         END-IF
006040     END-IF.
006050 5000-Exit.
006060     EXIT.
006070*
006080 6000-ResetRunLog.
006090     CLOSE RUNLOG-FILE
006100     MOVE SPACES TO WS-RUNLOG-STATUS
006110     OPEN OUTPUT RUNLOG-FILE
006120     IF NOT RUNLOG-OK
006130         DISPLAY "NIGHTCTL: UNABLE TO EMPTY RUNLOG, STATUS="
006140             WS-RUNLOG-STATUS
006150         IF RETURN-CODE = ZERO
006160             MOVE 8 TO RETURN-CODE
006170         END-IF
006180     END-IF.
006190 6000-Exit.
006200     EXIT.
006210*
006220 7000-Terminate.
006230     CLOSE RUNLOG-FILE
006240     CLOSE REPORT-FILE.
006250 7000-Exit.
006260     EXIT.
006270*
006280 8000-ReadRunLog.
006290     READ RUNLOG-FILE
006300         AT END
006310             MOVE "Y" TO WS-EOF-SWITCH
006320     END-READ.
006330 8000-Exit.
006340     EXIT.
006350*
006360 8100-ReadAudit.
006370     READ AUDIT-FILE
006380         AT END
006390             MOVE "Y" TO WS-AUDIT-EOF-SWITCH
006400     END-READ.
006410 8100-Exit.
006420     EXIT.
006430*
