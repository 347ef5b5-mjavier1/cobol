000210*  DIVIDE-BY-ZERO REJECTIONS SO THEY DO NOT GET LOST IN THE
000220*  ONLINE AND BATCH RUN OUTPUT.
000230*
000240*  THE SALES TAX SECTION TOTALS, BY TAXMSTR TAX CODE, THE TAX
000250*  ON THE DAY'S TAXED POSTINGS ("O"), THE TAX GIVEN BACK BY
000260*  REVERSALS ("V"), AND THE TAX ON PRCADJ PRICE ADJUSTMENTS
000270*  ("A").  AN ADJUSTMENT'S TAX IS ADDED OR TAKEN OFF BY ITS
000280*  AUD-ADJ-DIRECTION, SO THE NET IS THE TAX COLLECTED LESS THE
000290*  TAX REVERSED, PLUS OR MINUS THE TAX ADJUSTED.
000300*  POSTINGS CARRYING NO TAX ARE COUNTED BY THE REASON WHY.
000310*
000320*  MODIFICATION HISTORY
000330*    08/09/2026  MJA  ORIGINAL PROGRAM.
000340*    08/09/2026  MJA  WIDENED WS-RESULT-AVERAGE/MINIMUM/MAXIMUM
000350*                     AND THEIR REPORT EDIT FIELDS TO MATCH
000360*                     CalcResult IN CALCFLDS.CPY.
000370*    08/22/2026  MJA  EXCEPTION LIST NOW CALLS OUT ITEM-CODED
000380*                     TRANSACTIONS WHOSE CODE WAS NOT ON THE
000390*                     PRICE MASTER (AUD-ITEM-NOT-FOUND).
000400*    08/22/2026  MJA  PERFORM 1000-Initialize NOW NAMES THRU
000410*                     1000-Exit SO THE GO TO ON THE OPEN-FAILURE
000420*                     PATH RETURNS INSTEAD OF FALLING THROUGH.
000430*    08/22/2026  MJA  EXCEPTION LIST NOW CALLS OUT POSTED
000440*                     REVERSALS AND REFUSED REVERSALS (AUD
000450*                     STATUSES "V" AND "X"), AND THE COUNT-LINE
000460*                     LABEL NO LONGER CLAIMS THE LIST IS ONLY
000470*                     REJECTED/DIVIDE-BY-ZERO.
000480*    09/02/2026  MJA  EXCEPTION LIST NOW CALLS OUT ATTEMPTS
000490*                     REFUSED BY THE OPERMSTR AUTHORITY CHECK
000500*                     (AUD STATUS "U").
000510*    09/02/2026  MJA  AUDITREC NOW CARRIES THE REQUESTING
000520*                     DEPARTMENT - THE SUMMARY GETS A TOTALS-
000530*                     BY-DEPARTMENT SECTION, THE EXCEPTION
000540*                     DETAIL SHOWS THE DEPARTMENT, AND THE
000550*                     NEW "E" (BAD DEPARTMENT) STATUS IS
000560*                     CALLED OUT.  SOURCE RESEQUENCED IN
000570*                     STEPS OF 10 TO MAKE ROOM.
000580*    09/02/2026  MJA  START AND END CONTROL RECORDS ARE NOW
000590*                     APPENDED TO THE SHARED RUNLOG FILE (PROGRAM,
000600*                     DATE/TIME, RECORD COUNTS, RETURN CODE) SO
000610*                     THE NIGHTCTL REPORT CAN PROVE THE NIGHTLY
000620*                     SEQUENCE RAN TO COMPLETION IN ORDER.
000630*    09/02/2026  MJA  EXCEPTION LIST NOW CALLS OUT SUSPECTED
000640*                     DUPLICATES HELD BY DOCALCB (AUD STATUS
000650*                     "D").
000660*    10/15/2026  MJA  EXCEPTION LIST NOW CALLS OUT CALCULATIONS
000670*                     REFUSED AS OVER THE DEPARTMENT'S MONTHLY
000680*                     BUDGET (AUD STATUS "B").
000690*    10/15/2026  MJA  EXCEPTION LIST NOW CALLS OUT PRICE
000700*                     ADJUSTMENTS POSTED BY PRCADJ (AUD STATUS
000710*                     "A").
000720*    10/15/2026  MJA  ADDED THE SALES TAX COLLECTED BY TAX CODE
000730*                     SECTION AND THE COUNTS OF POSTINGS CARRYING
000740*                     NO TAX (EXEMPT DEPARTMENT, ITEM NOT TAXABLE,
000750*                     NO RATE IN EFFECT).  SOURCE RESEQUENCED IN
000760*                     STEPS OF 10 TO MAKE ROOM.
000761*    10/15/2026  MJA  PRICE ADJUSTMENT TAX IS NOW SIGNED BY
000762*                     AUD-ADJ-DIRECTION AND CARRIED INTO THE NET
000763*                     TAX COLLECTED, INSTEAD OF SHOWN GROSS
000764*                     BESIDE IT.  THE ADJUSTED COLUMN NOW COMES
000765*                     BEFORE THE NET.
000770********************************************************************
000780 IDENTIFICATION DIVISION.
000790 PROGRAM-ID.  DlySumm.
000800 AUTHOR.  M. AGUIRRE.
000810 INSTALLATION.  DATA PROCESSING.
000820 DATE-WRITTEN.  08/09/2026.
000830 DATE-COMPILED.
000840*
000850 ENVIRONMENT DIVISION.
000860 CONFIGURATION SECTION.
000870 SOURCE-COMPUTER.  IBM-370.
000880 OBJECT-COMPUTER.  IBM-370.
000890 INPUT-OUTPUT SECTION.
000900 FILE-CONTROL.
000910     SELECT AUDIT-FILE ASSIGN TO AUDITLOG
000920         ORGANIZATION IS SEQUENTIAL
000930         FILE STATUS IS WS-AUDIT-STATUS.
000940
000950     SELECT SUMM-FILE ASSIGN TO SUMMOUT
000960         ORGANIZATION IS SEQUENTIAL
000970         FILE STATUS IS WS-SUMM-STATUS.
000980
000990     SELECT RUNLOG-FILE ASSIGN TO RUNLOG
001000         ORGANIZATION IS SEQUENTIAL
001010         FILE STATUS IS WS-RUNLOG-STATUS.
001020*
001030 DATA DIVISION.
001040 FILE SECTION.
001050 FD  AUDIT-FILE
001060     RECORDING MODE IS F
001070     LABEL RECORDS ARE STANDARD.
001080 COPY AUDITREC.
001090*
001100 FD  SUMM-FILE
001110     RECORDING MODE IS F
001120     LABEL RECORDS ARE STANDARD.
001130 01  SUMM-LINE                  PIC X(80).
001140*
001150 FD  RUNLOG-FILE
001160     RECORDING MODE IS F
001170     LABEL RECORDS ARE STANDARD.
001180 COPY RUNLOG.
001190*
001200 WORKING-STORAGE SECTION.
001210
001220 77  WS-RUNLOG-STATUS        PIC X(02) VALUE SPACES.
001230     88  RUNLOG-OK                      VALUE "00".
001240
001250 77  WS-RUNLOG-TYPE          PIC X(01) VALUE "S".
001260 77  WS-AUDIT-STATUS             PIC X(02) VALUE SPACES.
001270     88  AUDIT-OK                            VALUE "00".
001280     88  AUDIT-EOF                           VALUE "10".
001290
001300 77  WS-SUMM-STATUS              PIC X(02) VALUE SPACES.
001310     88  SUMM-OK                             VALUE "00".
001320
001330 77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
001340     88  END-OF-AUDIT-FILE                   VALUE "Y".
001350
001360 77  WS-RECORD-COUNT             PIC 9(07) COMP VALUE ZERO.
001370 77  WS-OK-COUNT                 PIC 9(07) COMP VALUE ZERO.
001380 77  WS-EXCEPTION-COUNT          PIC 9(07) COMP VALUE ZERO.
001390 77  WS-RESULT-SUM               PIC 9(11)V99 COMP-3 VALUE ZERO.
001400 77  WS-RESULT-AVERAGE           PIC 9(10)V99 COMP-3 VALUE ZERO.
001410 77  WS-RESULT-MINIMUM           PIC 9(10)V99 COMP-3 VALUE ZERO.
001420 77  WS-RESULT-MAXIMUM           PIC 9(10)V99 COMP-3 VALUE ZERO.
001430
001440 77  WS-DEPT-CNT                 PIC 9(04) COMP VALUE ZERO.
001450 77  WS-DEPT-MAX                 PIC 9(04) COMP VALUE 50.
001460 77  WS-IX                       PIC 9(04) COMP VALUE ZERO.
001470 77  WS-SLOT-IX                  PIC 9(04) COMP VALUE ZERO.
001480 77  WS-DROPPED-COUNT            PIC 9(05) COMP VALUE ZERO.
001490
001500 77  WS-FOUND-SWITCH             PIC X(01) VALUE "N".
001510     88  SLOT-FOUND                          VALUE "Y".
001520 77  WS-TAX-CNT                  PIC 9(04) COMP VALUE ZERO.
001530 77  WS-TAX-MAX                  PIC 9(04) COMP VALUE 20.
001540 77  WS-TAX-DROPPED              PIC 9(05) COMP VALUE ZERO.
001550 77  WS-EXEMPT-COUNT             PIC 9(07) COMP VALUE ZERO.
001560 77  WS-UNTAXED-COUNT            PIC 9(07) COMP VALUE ZERO.
001570 77  WS-NO-RATE-COUNT            PIC 9(07) COMP VALUE ZERO.
001580 77  WS-TAX-NET                  PIC S9(11)V99 COMP-3 VALUE ZERO.
001590
001600 01  WS-DEPT-TABLE.
001610     05  WS-DEPT-ENTRY OCCURS 50 TIMES.
001620         10  DP-DEPT             PIC X(04).
001630         10  DP-COUNT            PIC 9(07) COMP.
001640         10  DP-EXC-COUNT        PIC 9(07) COMP.
001650         10  DP-SUM              PIC 9(11)V99 COMP-3.
001660 01  WS-TAX-TABLE.
001670     05  WS-TAX-ENTRY OCCURS 20 TIMES.
001680         10  TC-CODE             PIC X(04).
001690         10  TC-COUNT            PIC 9(07) COMP.
001700         10  TC-COLLECTED        PIC 9(11)V99 COMP-3.
001710         10  TC-REFUNDED         PIC 9(11)V99 COMP-3.
001720         10  TC-ADJUSTED         PIC S9(11)V99 COMP-3.
001730
001740 01  WS-HEADING-1.
001750     05  FILLER                  PIC X(30) VALUE
001760         "DoCalc DAILY SUMMARY REPORT".
001770     05  FILLER                  PIC X(50) VALUE SPACES.
001780
001790 01  WS-BLANK-LINE               PIC X(80) VALUE SPACES.
001800
001810 01  WS-DEPT-HEADING.
001820     05  FILLER                  PIC X(40) VALUE
001830         "TOTALS BY DEPARTMENT".
001840     05  FILLER                  PIC X(40) VALUE SPACES.
001850
001860 01  WS-DEPT-LINE.
001870     05  FILLER                  PIC X(03) VALUE SPACES.
001880     05  DL-DEPT                 PIC X(04).
001890     05  FILLER                  PIC X(02) VALUE SPACES.
001900     05  DL-COUNT                PIC ZZZZZZ9.
001910     05  FILLER                  PIC X(02) VALUE SPACES.
001920     05  DL-EXC-COUNT            PIC ZZZZZZ9.
001930     05  FILLER                  PIC X(02) VALUE SPACES.
001940     05  DL-SUM                  PIC ZZZZZZZZZZ9.99.
001950     05  FILLER                  PIC X(39) VALUE SPACES.
001960
001970 01  WS-DEPT-COL-HEADING.
001980     05  FILLER                  PIC X(03) VALUE SPACES.
001990     05  FILLER                  PIC X(06) VALUE "DEPT".
002000     05  FILLER                  PIC X(09) VALUE "   COUNT".
002010     05  FILLER                  PIC X(09) VALUE "  EXCEPT".
002020     05  FILLER                  PIC X(17) VALUE
002030         "       CalcResult".
002040     05  FILLER                  PIC X(36) VALUE SPACES.
002050
002060 01  WS-TAX-HEADING.
002070     05  FILLER                  PIC X(40) VALUE
002080         "SALES TAX COLLECTED BY TAX CODE".
002090     05  FILLER                  PIC X(40) VALUE SPACES.
002100
002110 01  WS-TAX-COL-HEADING.
002120     05  FILLER                  PIC X(02) VALUE SPACES.
002130     05  FILLER                  PIC X(05) VALUE "CODE".
002140     05  FILLER                  PIC X(06) VALUE " TAXED".
002150     05  FILLER                  PIC X(14) VALUE
002160         "     COLLECTED".
002170     05  FILLER                  PIC X(14) VALUE
002180         "      REVERSED".
002190     05  FILLER                  PIC X(14) VALUE
002200         "      ADJUSTED".
002210     05  FILLER                  PIC X(14) VALUE
002220         "       NET TAX".
002230     05  FILLER                  PIC X(11) VALUE SPACES.
002240
002250 01  WS-TAX-LINE.
002260     05  FILLER                  PIC X(02) VALUE SPACES.
002270     05  TL-CODE                 PIC X(04).
002280     05  FILLER                  PIC X(01) VALUE SPACES.
002290     05  TL-COUNT                PIC ZZZZZ9.
002300     05  FILLER                  PIC X(01) VALUE SPACES.
002310     05  TL-COLLECTED            PIC ZZZZZZZZZ9.99.
002320     05  FILLER                  PIC X(01) VALUE SPACES.
002330     05  TL-REFUNDED             PIC ZZZZZZZZZ9.99.
002340     05  FILLER                  PIC X(01) VALUE SPACES.
002350     05  TL-ADJUSTED             PIC -ZZZZZZZZ9.99.
002360     05  FILLER                  PIC X(01) VALUE SPACES.
002370     05  TL-NET                  PIC -ZZZZZZZZ9.99.
002380     05  FILLER                  PIC X(11) VALUE SPACES.
002390
002400 01  WS-NO-TAX-LINE.
002410     05  FILLER                  PIC X(40) VALUE
002420         "  NO TAXED POSTINGS FOR THIS PERIOD".
002430     05  FILLER                  PIC X(40) VALUE SPACES.
002440
002450 01  WS-EXEMPT-COUNT-LINE.
002460     05  FILLER                  PIC X(30) VALUE
002470         "POSTED EXEMPT (DEPARTMENT) . .".
002480     05  CL-EXEMPT-COUNT         PIC ZZZZZZ9.
002490     05  FILLER                  PIC X(43) VALUE SPACES.
002500
002510 01  WS-UNTAXED-COUNT-LINE.
002520     05  FILLER                  PIC X(30) VALUE
002530         "POSTED UNTAXED (NO TAX CODE) .".
002540     05  CL-UNTAXED-COUNT        PIC ZZZZZZ9.
002550     05  FILLER                  PIC X(43) VALUE SPACES.
002560
002570 01  WS-NO-RATE-COUNT-LINE.
002580     05  FILLER                  PIC X(30) VALUE
002590         "POSTED UNTAXED (NO RATE) . . .".
002600     05  CL-NO-RATE-COUNT        PIC ZZZZZZ9.
002610     05  FILLER                  PIC X(43) VALUE SPACES.
002620
002630 01  WS-COUNT-LINE.
002640     05  FILLER                  PIC X(30) VALUE
002650         "TRANSACTIONS PROCESSED . . . ".
002660     05  CL-RECORD-COUNT         PIC ZZZZZZ9.
002670     05  FILLER                  PIC X(43) VALUE SPACES.
002680
002690 01  WS-OK-COUNT-LINE.
002700     05  FILLER                  PIC X(30) VALUE
002710         "SUCCESSFUL CALCULATIONS . . . ".
002720     05  CL-OK-COUNT             PIC ZZZZZZ9.
002730     05  FILLER                  PIC X(43) VALUE SPACES.
002740
002750 01  WS-EXCEPT-COUNT-LINE.
002760     05  FILLER                  PIC X(30) VALUE
002770         "EXCEPTIONS (SEE DETAIL LIST) .".
002780     05  CL-EXCEPT-COUNT         PIC ZZZZZZ9.
002790     05  FILLER                  PIC X(43) VALUE SPACES.
002800
002810 01  WS-SUM-LINE.
002820     05  FILLER                  PIC X(30) VALUE
002830         "TOTAL CalcResult  . . . . . . ".
002840     05  CL-RESULT-SUM           PIC ZZZZZZZZZZ9.99.
002850     05  FILLER                  PIC X(36) VALUE SPACES.
002860
002870 01  WS-AVERAGE-LINE.
002880     05  FILLER                  PIC X(30) VALUE
002890         "AVERAGE CalcResult  . . . . . ".
002900     05  CL-RESULT-AVERAGE       PIC ZZZZZZZZZ9.99.
002910     05  FILLER                  PIC X(37) VALUE SPACES.
002920
002930 01  WS-MINIMUM-LINE.
002940     05  FILLER                  PIC X(30) VALUE
002950         "MINIMUM CalcResult  . . . . . ".
002960     05  CL-RESULT-MINIMUM       PIC ZZZZZZZZZ9.99.
002970     05  FILLER                  PIC X(37) VALUE SPACES.
002980
002990 01  WS-MAXIMUM-LINE.
003000     05  FILLER                  PIC X(30) VALUE
003010         "MAXIMUM CalcResult  . . . . . ".
003020     05  CL-RESULT-MAXIMUM       PIC ZZZZZZZZZ9.99.
003030     05  FILLER                  PIC X(37) VALUE SPACES.
003040
003050 01  WS-EXCEPT-HEADING.
003060     05  FILLER                  PIC X(40) VALUE
003070         "EXCEPTIONS FOR THIS PERIOD".
003080     05  FILLER                  PIC X(40) VALUE SPACES.
003090
003100 01  WS-NO-EXCEPT-LINE.
003110     05  FILLER                  PIC X(40) VALUE
003120         "NO EXCEPTIONS FOR THIS PERIOD".
003130     05  FILLER                  PIC X(40) VALUE SPACES.
003140
003150 01  WS-EXCEPT-DETAIL-LINE.
003160     05  ED-DATE                 PIC 9(08).
003170     05  FILLER                  PIC X(01) VALUE SPACE.
003180     05  ED-TIME                 PIC 9(08).
003190     05  FILLER                  PIC X(01) VALUE SPACE.
003200     05  ED-USER                 PIC X(08).
003210     05  FILLER                  PIC X(01) VALUE SPACE.
003220     05  ED-DEPT                 PIC X(04).
003230     05  FILLER                  PIC X(01) VALUE SPACE.
003240     05  ED-FIRST-NUM            PIC ZZZZ9.99.
003250     05  FILLER                  PIC X(01) VALUE SPACE.
003260     05  ED-SECOND-NUM           PIC ZZZZ9.99.
003270     05  FILLER                  PIC X(01) VALUE SPACE.
003280     05  ED-REASON               PIC X(20).
003290     05  FILLER                  PIC X(08) VALUE SPACES.
003300*
003310 PROCEDURE DIVISION.
003320*
003330 0000-Mainline.
003340     MOVE "S" TO WS-RUNLOG-TYPE
003350     PERFORM 9500-WriteRunLog THRU 9500-Exit
003360     PERFORM 1000-Initialize THRU 1000-Exit
003370     PERFORM 2000-Accumulate
003380         UNTIL END-OF-AUDIT-FILE
003390     PERFORM 3000-WriteSummary
003400     PERFORM 4000-ReopenForExceptions
003410     PERFORM 4100-WriteExceptions
003420         UNTIL END-OF-AUDIT-FILE
003430     PERFORM 5000-Terminate
003440     MOVE "E" TO WS-RUNLOG-TYPE
003450     PERFORM 9500-WriteRunLog THRU 9500-Exit
003460     STOP RUN.
003470*
003480 1000-Initialize.
003490     OPEN INPUT AUDIT-FILE
003500     IF NOT AUDIT-OK
003510         DISPLAY "DLYSUMM: UNABLE TO OPEN AUDITLOG, STATUS="
003520             WS-AUDIT-STATUS
003530         MOVE "Y" TO WS-EOF-SWITCH
003540         GO TO 1000-Exit
003550     END-IF
003560
003570     OPEN OUTPUT SUMM-FILE
003580     IF NOT SUMM-OK
003590         DISPLAY "DLYSUMM: UNABLE TO OPEN SUMMOUT, STATUS="
003600             WS-SUMM-STATUS
003610         MOVE "Y" TO WS-EOF-SWITCH
003620         GO TO 1000-Exit
003630     END-IF
003640
003650     MOVE 9999999999.99 TO WS-RESULT-MINIMUM
003660
003670     PERFORM 8000-ReadAuditRecord.
003680 1000-Exit.
003690     EXIT.
003700*
003710 2000-Accumulate.
003720     ADD 1 TO WS-RECORD-COUNT
003730     PERFORM 2100-NoteDept THRU 2100-Exit
003740     IF AUD-TAX-REASON NOT = SPACE
003750         PERFORM 2200-NoteTax THRU 2200-Exit
003760     END-IF
003770     IF AUD-OK
003780         ADD 1 TO WS-OK-COUNT
003790         ADD AUD-CALC-RESULT TO WS-RESULT-SUM
003800         IF AUD-CALC-RESULT < WS-RESULT-MINIMUM
003810             MOVE AUD-CALC-RESULT TO WS-RESULT-MINIMUM
003820         END-IF
003830         IF AUD-CALC-RESULT > WS-RESULT-MAXIMUM
003840             MOVE AUD-CALC-RESULT TO WS-RESULT-MAXIMUM
003850         END-IF
003860     ELSE
003870         ADD 1 TO WS-EXCEPTION-COUNT
003880     END-IF
003890
003900     PERFORM 8000-ReadAuditRecord.
003910 2000-Exit.
003920     EXIT.
003930*
003940*    FIND-OR-APPEND THE RECORD'S DEPARTMENT IN THE SUBTOTAL
003950*    TABLE - THE LOG IS NOT SORTED BY DEPARTMENT, SO THE BREAK
003960*    IS ACCUMULATED HERE AND PRINTED AS ITS OWN SECTION.
003970 2100-NoteDept.
003980     MOVE "N" TO WS-FOUND-SWITCH
003990     PERFORM 2110-TestOneDept THRU 2110-Exit
004000         VARYING WS-IX FROM 1 BY 1
004010         UNTIL WS-IX > WS-DEPT-CNT
004020         OR SLOT-FOUND
004030     IF NOT SLOT-FOUND
004040         IF WS-DEPT-CNT NOT < WS-DEPT-MAX
004050             ADD 1 TO WS-DROPPED-COUNT
004060             GO TO 2100-Exit
004070         END-IF
004080         ADD 1 TO WS-DEPT-CNT
004090         MOVE WS-DEPT-CNT    TO WS-SLOT-IX
004100         MOVE AUD-DEPT-CODE  TO DP-DEPT (WS-SLOT-IX)
004110         MOVE ZERO           TO DP-COUNT (WS-SLOT-IX)
004120         MOVE ZERO           TO DP-EXC-COUNT (WS-SLOT-IX)
004130         MOVE ZERO           TO DP-SUM (WS-SLOT-IX)
004140     END-IF
004150     ADD 1 TO DP-COUNT (WS-SLOT-IX)
004160     IF AUD-OK
004170         ADD AUD-CALC-RESULT TO DP-SUM (WS-SLOT-IX)
004180     ELSE
004190         ADD 1 TO DP-EXC-COUNT (WS-SLOT-IX)
004200     END-IF.
004210 2100-Exit.
004220     EXIT.
004230*
004240 2110-TestOneDept.
004250     IF DP-DEPT (WS-IX) = AUD-DEPT-CODE
004260         MOVE "Y" TO WS-FOUND-SWITCH
004270         MOVE WS-IX TO WS-SLOT-IX
004280     END-IF.
004290 2110-Exit.
004300     EXIT.
004310*
004320*    TAX CODE SUBTOTALS, FIND-OR-APPEND LIKE THE DEPARTMENT
004330*    TABLE.  ONLY TAXED RECORDS CARRY A CODE WORTH TOTALING -
004340*    THE OTHER REASONS ARE COUNTED FOR POSTINGS ONLY.
004350 2200-NoteTax.
004360     IF NOT AUD-TAX-CHARGED
004370         IF AUD-OK
004380             EVALUATE TRUE
004390                 WHEN AUD-TAX-EXEMPT-DEPT
004400                     ADD 1 TO WS-EXEMPT-COUNT
004410                 WHEN AUD-TAX-NOT-TAXABLE
004420                     ADD 1 TO WS-UNTAXED-COUNT
004430                 WHEN AUD-TAX-NO-RATE
004440                     ADD 1 TO WS-NO-RATE-COUNT
004450             END-EVALUATE
004460         END-IF
004470         GO TO 2200-Exit
004480     END-IF
004490
004500     MOVE "N" TO WS-FOUND-SWITCH
004510     PERFORM 2210-TestOneTax THRU 2210-Exit
004520         VARYING WS-IX FROM 1 BY 1
004530         UNTIL WS-IX > WS-TAX-CNT
004540         OR SLOT-FOUND
004550     IF NOT SLOT-FOUND
004560         IF WS-TAX-CNT NOT < WS-TAX-MAX
004570             ADD 1 TO WS-TAX-DROPPED
004580             GO TO 2200-Exit
004590         END-IF
004600         ADD 1 TO WS-TAX-CNT
004610         MOVE WS-TAX-CNT     TO WS-SLOT-IX
004620         MOVE AUD-TAX-CODE   TO TC-CODE (WS-SLOT-IX)
004630         MOVE ZERO           TO TC-COUNT (WS-SLOT-IX)
004640         MOVE ZERO           TO TC-COLLECTED (WS-SLOT-IX)
004650         MOVE ZERO           TO TC-REFUNDED (WS-SLOT-IX)
004660         MOVE ZERO           TO TC-ADJUSTED (WS-SLOT-IX)
004670     END-IF
004680     EVALUATE TRUE
004690         WHEN AUD-OK
004700             ADD 1 TO TC-COUNT (WS-SLOT-IX)
004710             ADD AUD-TAX-AMOUNT TO TC-COLLECTED (WS-SLOT-IX)
004720         WHEN AUD-REVERSAL
004730             ADD AUD-TAX-AMOUNT TO TC-REFUNDED (WS-SLOT-IX)
004740         WHEN AUD-PRICE-ADJUSTMENT AND AUD-ADJ-DECREASE
004745             SUBTRACT AUD-TAX-AMOUNT FROM TC-ADJUSTED (WS-SLOT-IX)
004750         WHEN AUD-PRICE-ADJUSTMENT
004755             ADD AUD-TAX-AMOUNT TO TC-ADJUSTED (WS-SLOT-IX)
004760     END-EVALUATE.
004770 2200-Exit.
004780     EXIT.
004790*
004800 2210-TestOneTax.
004810     IF TC-CODE (WS-IX) = AUD-TAX-CODE
004820         MOVE "Y" TO WS-FOUND-SWITCH
004830         MOVE WS-IX TO WS-SLOT-IX
004840     END-IF.
004850 2210-Exit.
004860     EXIT.
004870*
004880 3000-WriteSummary.
004890     IF WS-OK-COUNT > ZERO
004900         COMPUTE WS-RESULT-AVERAGE ROUNDED =
004910             WS-RESULT-SUM / WS-OK-COUNT
004920     ELSE
004930         MOVE ZERO TO WS-RESULT-AVERAGE
004940         MOVE ZERO TO WS-RESULT-MINIMUM
004950     END-IF
004960
004970     MOVE WS-RECORD-COUNT     TO CL-RECORD-COUNT
004980     MOVE WS-OK-COUNT         TO CL-OK-COUNT
004990     MOVE WS-EXCEPTION-COUNT  TO CL-EXCEPT-COUNT
005000     MOVE WS-RESULT-SUM       TO CL-RESULT-SUM
005010     MOVE WS-RESULT-AVERAGE   TO CL-RESULT-AVERAGE
005020     MOVE WS-RESULT-MINIMUM   TO CL-RESULT-MINIMUM
005030     MOVE WS-RESULT-MAXIMUM   TO CL-RESULT-MAXIMUM
005040
005050     WRITE SUMM-LINE FROM WS-HEADING-1
005060     WRITE SUMM-LINE FROM WS-BLANK-LINE
005070     WRITE SUMM-LINE FROM WS-COUNT-LINE
005080     WRITE SUMM-LINE FROM WS-OK-COUNT-LINE
005090     WRITE SUMM-LINE FROM WS-EXCEPT-COUNT-LINE
005100     WRITE SUMM-LINE FROM WS-BLANK-LINE
005110     WRITE SUMM-LINE FROM WS-SUM-LINE
005120     WRITE SUMM-LINE FROM WS-AVERAGE-LINE
005130     WRITE SUMM-LINE FROM WS-MINIMUM-LINE
005140     WRITE SUMM-LINE FROM WS-MAXIMUM-LINE
005150     WRITE SUMM-LINE FROM WS-BLANK-LINE
005160
005170     WRITE SUMM-LINE FROM WS-DEPT-HEADING
005180     WRITE SUMM-LINE FROM WS-DEPT-COL-HEADING
005190     PERFORM 3100-WriteOneDept THRU 3100-Exit
005200         VARYING WS-IX FROM 1 BY 1
005210         UNTIL WS-IX > WS-DEPT-CNT
005220     IF WS-DROPPED-COUNT > ZERO
005230         DISPLAY "DLYSUMM: " WS-DROPPED-COUNT " RECORDS OVER "
005240             "DEPARTMENT TABLE CAPACITY WERE NOT SUBTOTALED"
005250     END-IF
005260     WRITE SUMM-LINE FROM WS-BLANK-LINE
005270     WRITE SUMM-LINE FROM WS-TAX-HEADING
005280     IF WS-TAX-CNT = ZERO
005290         WRITE SUMM-LINE FROM WS-NO-TAX-LINE
005300     ELSE
005310         WRITE SUMM-LINE FROM WS-TAX-COL-HEADING
005320         PERFORM 3200-WriteOneTax THRU 3200-Exit
005330             VARYING WS-IX FROM 1 BY 1
005340             UNTIL WS-IX > WS-TAX-CNT
005350     END-IF
005360     IF WS-TAX-DROPPED > ZERO
005370         DISPLAY "DLYSUMM: " WS-TAX-DROPPED " RECORDS OVER "
005380             "TAX CODE TABLE CAPACITY WERE NOT SUBTOTALED"
005390     END-IF
005400     MOVE WS-EXEMPT-COUNT     TO CL-EXEMPT-COUNT
005410     MOVE WS-UNTAXED-COUNT    TO CL-UNTAXED-COUNT
005420     MOVE WS-NO-RATE-COUNT    TO CL-NO-RATE-COUNT
005430     WRITE SUMM-LINE FROM WS-EXEMPT-COUNT-LINE
005440     WRITE SUMM-LINE FROM WS-UNTAXED-COUNT-LINE
005450     WRITE SUMM-LINE FROM WS-NO-RATE-COUNT-LINE
005460     WRITE SUMM-LINE FROM WS-BLANK-LINE
005470
005480     IF WS-EXCEPTION-COUNT > ZERO
005490         WRITE SUMM-LINE FROM WS-EXCEPT-HEADING
005500     ELSE
005510         WRITE SUMM-LINE FROM WS-NO-EXCEPT-LINE
005520     END-IF.
005530 3000-Exit.
005540     EXIT.
005550*
005560 3100-WriteOneDept.
005570     MOVE SPACES              TO WS-DEPT-LINE
005580     MOVE DP-DEPT (WS-IX)     TO DL-DEPT
005590     MOVE DP-COUNT (WS-IX)    TO DL-COUNT
005600     MOVE DP-EXC-COUNT (WS-IX) TO DL-EXC-COUNT
005610     MOVE DP-SUM (WS-IX)      TO DL-SUM
005620     WRITE SUMM-LINE FROM WS-DEPT-LINE.
005630 3100-Exit.
005640     EXIT.
005650*
005660 3200-WriteOneTax.
005670     MOVE SPACES                  TO WS-TAX-LINE
005680     MOVE TC-CODE (WS-IX)         TO TL-CODE
005690     MOVE TC-COUNT (WS-IX)        TO TL-COUNT
005700     MOVE TC-COLLECTED (WS-IX)    TO TL-COLLECTED
005710     MOVE TC-REFUNDED (WS-IX)     TO TL-REFUNDED
005720     MOVE TC-ADJUSTED (WS-IX)     TO TL-ADJUSTED
005730     COMPUTE WS-TAX-NET = TC-COLLECTED (WS-IX)
005740                        - TC-REFUNDED (WS-IX)
005750                        + TC-ADJUSTED (WS-IX)
005755     MOVE WS-TAX-NET              TO TL-NET
005760     WRITE SUMM-LINE FROM WS-TAX-LINE.
005770 3200-Exit.
005780     EXIT.
005790*
005800 4000-ReopenForExceptions.
005810     CLOSE AUDIT-FILE
005820     MOVE "N" TO WS-EOF-SWITCH
005830     OPEN INPUT AUDIT-FILE
005840     PERFORM 8000-ReadAuditRecord.
005850 4000-Exit.
005860     EXIT.
005870*
005880 4100-WriteExceptions.
005890     IF NOT AUD-OK
005900         MOVE SPACES         TO WS-EXCEPT-DETAIL-LINE
005910         MOVE AUD-DATE       TO ED-DATE
005920         MOVE AUD-TIME       TO ED-TIME
005930         MOVE AUD-USER       TO ED-USER
005940         MOVE AUD-DEPT-CODE  TO ED-DEPT
005950         MOVE AUD-FIRST-NUM  TO ED-FIRST-NUM
005960         MOVE AUD-SECOND-NUM TO ED-SECOND-NUM
005970         EVALUATE TRUE
005980             WHEN AUD-REJECTED
005990                 MOVE "SIZE ERROR"      TO ED-REASON
006000             WHEN AUD-DIVIDE-BY-ZERO
006010                 MOVE "DIVIDE BY ZERO"  TO ED-REASON
006020             WHEN AUD-INVALID-OP
006030                 MOVE "INVALID OP CODE" TO ED-REASON
006040             WHEN AUD-ITEM-NOT-FOUND
006050                 MOVE "ITEM NOT ON FILE" TO ED-REASON
006060             WHEN AUD-REVERSAL
006070                 MOVE "REVERSAL POSTED"  TO ED-REASON
006080             WHEN AUD-REVERSAL-ERROR
006090                 MOVE "REVERSAL ERROR"   TO ED-REASON
006100             WHEN AUD-NOT-AUTHORIZED
006110                 MOVE "NOT AUTHORIZED"   TO ED-REASON
006120             WHEN AUD-DEPT-INVALID
006130                 MOVE "BAD DEPT CODE"    TO ED-REASON
006140             WHEN AUD-DUPLICATE
006150                 MOVE "DUPLICATE HELD"   TO ED-REASON
006160             WHEN AUD-OVER-BUDGET
006170                 MOVE "OVER BUDGET"      TO ED-REASON
006180             WHEN AUD-PRICE-ADJUSTMENT
006190                 MOVE "PRICE ADJUSTMENT" TO ED-REASON
006200             WHEN OTHER
006210                 MOVE "UNKNOWN"         TO ED-REASON
006220         END-EVALUATE
006230         WRITE SUMM-LINE FROM WS-EXCEPT-DETAIL-LINE
006240     END-IF
006250
006260     PERFORM 8000-ReadAuditRecord.
006270 4100-Exit.
006280     EXIT.
006290*
006300 5000-Terminate.
006310     CLOSE AUDIT-FILE
006320     CLOSE SUMM-FILE.
006330 5000-Exit.
006340     EXIT.
006350*
006360 8000-ReadAuditRecord.
006370     READ AUDIT-FILE
006380         AT END
006390             MOVE "Y" TO WS-EOF-SWITCH
006400     END-READ.
006410 8000-Exit.
006420     EXIT.
006430*
006440*    ONE CONTROL RECORD PER START AND END, APPENDED TO THE
006450*    SHARED RUNLOG FILE FOR THE NIGHTCTL SEQUENCE CHECK.
006460*    COUNTS HERE ARE AUDITLOG RECORDS READ / (NO PRIMARY
006470*    OUTPUT FILE).
006480 9500-WriteRunLog.
006490     OPEN EXTEND RUNLOG-FILE
006500     IF NOT RUNLOG-OK
006510         MOVE SPACES TO WS-RUNLOG-STATUS
006520         OPEN OUTPUT RUNLOG-FILE
006530     END-IF
006540     IF NOT RUNLOG-OK
006550         DISPLAY "DLYSUMM: UNABLE TO OPEN RUNLOG, STATUS="
006560             WS-RUNLOG-STATUS
006570         GO TO 9500-Exit
006580     END-IF
006590     MOVE "DLYSUMM" TO RL-PROGRAM
006600     MOVE WS-RUNLOG-TYPE TO RL-RECORD-TYPE
006610     ACCEPT RL-DATE FROM DATE YYYYMMDD
006620     ACCEPT RL-TIME FROM TIME
006630     MOVE WS-RECORD-COUNT   TO RL-RECORDS-IN
006640     MOVE ZERO              TO RL-RECORDS-OUT
006650     MOVE RETURN-CODE TO RL-RETURN-CODE
006660     WRITE RUN-LOG-RECORD
006670     CLOSE RUNLOG-FILE.
006680 9500-Exit.
006690     EXIT.
006700*
