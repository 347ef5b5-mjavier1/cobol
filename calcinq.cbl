000560*                     OUTCOME (REJECTED-DP, HR STATUS "E").
000570*    09/02/2026  MJA  RENDER THE SUSPECTED-DUPLICATE OUTCOME
000580*                     (REJECTED-DU, HR STATUS "D").
000590*    10/15/2026  MJA  RENDER THE OVER-BUDGET OUTCOME
000600*                     (REJECTED-BG, HR STATUS "B").
000610*    10/15/2026  MJA  SHOW THE OPERATION AND ITEM CODE NOW ON
000620*                     CALCHIST, THE ORIGINAL ID A PRCADJ PRICE
000630*                     ADJUSTMENT ("A") RAISES OR CREDITS, AND THE
000640*                     LATEST ADJUSTMENT ID ON A REPRICED ORIGINAL.
000650*    10/15/2026  MJA  SHOW THE SALES TAX NOW ON CALCHIST - THE
000660*                     AMOUNT WITH ITS TAX CODE AND RATE, OR WHY
000670*                     NO TAX WAS CHARGED.  SOURCE RESEQUENCED IN
000680*                     STEPS OF 10 TO MAKE ROOM.
000681*    10/15/2026  MJA  SHOW THE STANDING ENTRY A CALCULATION WAS
000682*                     GENERATED FROM, WHEN THERE IS ONE.
000683*    10/15/2026  MJA  SHOW THE ORIGINAL'S PERIOD ON A REVERSAL OF
000684*                     A CALCULATION FROM A CLOSED PERIOD.
000690********************************************************************
000700 IDENTIFICATION DIVISION.
000710 PROGRAM-ID.  CalcInq.
000720 AUTHOR.  M. AGUIRRE.
000730 INSTALLATION.  DATA PROCESSING.
000740 DATE-WRITTEN.  08/09/2026.
000750 DATE-COMPILED.
000760*
000770 ENVIRONMENT DIVISION.
000780 CONFIGURATION SECTION.
000790 SOURCE-COMPUTER.  IBM-370.
000800 OBJECT-COMPUTER.  IBM-370.
000810 INPUT-OUTPUT SECTION.
000820 FILE-CONTROL.
000830     SELECT PURGE-FILE ASSIGN TO PURGCTL
000840         ORGANIZATION IS SEQUENTIAL
000850         FILE STATUS IS WS-PURGE-STATUS.
000860
000870     SELECT HIST-FILE ASSIGN TO CALCHIST
000880         ORGANIZATION IS INDEXED
000890         ACCESS MODE IS DYNAMIC
000900         RECORD KEY IS HR-TRANS-ID
000910         ALTERNATE RECORD KEY IS HR-DATE WITH DUPLICATES
000920         ALTERNATE RECORD KEY IS HR-USER WITH DUPLICATES
000930         FILE STATUS IS WS-HIST-STATUS.
000940*
000950 DATA DIVISION.
000960 FILE SECTION.
000970 FD  HIST-FILE
000980     LABEL RECORDS ARE STANDARD.
000990 COPY HISTREC.
001000*
001010 FD  PURGE-FILE
001020     RECORDING MODE IS F
001030     LABEL RECORDS ARE STANDARD.
001040 COPY PURGCTL.
001050*
001060 WORKING-STORAGE SECTION.
001070 77  WS-HIST-STATUS          PIC X(02) VALUE SPACES.
001080     88  HIST-OK                        VALUE "00".
001090     88  HIST-NOT-FOUND                 VALUE "23".
001100
001110 77  WS-PURGE-STATUS         PIC X(02) VALUE SPACES.
001120     88  PURGE-OK                       VALUE "00".
001130
001140 77  WS-LAST-PURGED-ID       PIC 9(08) VALUE ZERO.
001150
001160 01  WS-PURGE-CUTOFF.
001170     05  WS-CUT-YEAR         PIC 9(04) VALUE ZERO.
001180     05  WS-CUT-MONTH        PIC 9(02) VALUE ZERO.
001190     05  WS-CUT-DAY          PIC 9(02) VALUE ZERO.
001200
001210 77  WS-DONE-SWITCH          PIC X(01) VALUE "N".
001220     88  INQUIRY-DONE                   VALUE "Y".
001230
001240 77  WS-BROWSE-DONE-SWITCH   PIC X(01) VALUE "N".
001250     88  BROWSE-DONE                    VALUE "Y".
001260
001270 77  WS-BROWSE-DATE          PIC 9(08) VALUE ZERO.
001280 77  WS-BROWSE-USER          PIC X(08) VALUE SPACES.
001290 77  WS-SHOWN-COUNT          PIC 9(03) COMP VALUE ZERO.
001300 77  WS-MATCH-COUNT          PIC 9(05) COMP VALUE ZERO.
001310 77  WS-PAGE-SIZE            PIC 9(03) COMP VALUE 3.
001320 77  WS-REPLY                PIC X(01) VALUE SPACE.
001330
001340 01  WS-INQ-CHOICE           PIC X(01) VALUE SPACE.
001350     88  INQ-BY-ID                       VALUES "I" "i".
001360     88  INQ-BY-DATE                     VALUES "D" "d".
001370     88  INQ-BY-DATE-USER                VALUES "U" "u".
001380     88  INQ-EXIT                        VALUES "X" "x".
001390     88  INQ-VALID                       VALUES
001400         "I" "i" "D" "d" "U" "u" "X" "x".
001410
001420 01  WS-DETAIL-LINE.
001430     05  DT-FIRST-NUM        PIC ZZZZ9.99.
001440     05  FILLER              PIC X(01) VALUE SPACE.
001450     05  DT-SECOND-NUM       PIC ZZZZ9.99.
001460     05  FILLER              PIC X(12) VALUE " RESULT IS =".
001470     05  DT-CALC-RESULT      PIC Z(9)9.99.
001480     05  DT-CALC-TEXT REDEFINES DT-CALC-RESULT
001490                             PIC X(13).
001500
001510 01  WS-TAX-EDIT             PIC Z(9)9.99.
001520 01  WS-RATE-EDIT            PIC Z9.9999.
001530*
001540 PROCEDURE DIVISION.
001550*
001560 0000-Mainline.
001570     OPEN INPUT HIST-FILE
001580     IF NOT HIST-OK
001590         DISPLAY "CALCINQ: UNABLE TO OPEN CALCHIST, STATUS="
001600             WS-HIST-STATUS
001610         GO TO 0000-Exit
001620     END-IF
001630
001640     PERFORM 0100-LoadPurgeControl THRU 0100-Exit
001650
001660     PERFORM 1000-InquireOnce THRU 1000-Exit
001670         UNTIL INQUIRY-DONE
001680
001690     CLOSE HIST-FILE.
001700 0000-Exit.
001710     STOP RUN.
001720*
001730 0100-LoadPurgeControl.
001740     OPEN INPUT PURGE-FILE
001750     IF NOT PURGE-OK
001760         GO TO 0100-Exit
001770     END-IF
001780     READ PURGE-FILE
001790         AT END
001800             CONTINUE
001810         NOT AT END
001820             MOVE PG-LAST-PURGED-ID TO WS-LAST-PURGED-ID
001830             MOVE PG-CUTOFF-DATE    TO WS-PURGE-CUTOFF
001840     END-READ
001850     CLOSE PURGE-FILE.
001860 0100-Exit.
001870     EXIT.
001880*
001890 1000-InquireOnce.
001900     DISPLAY "Select an inquiry:"
001910     DISPLAY "  I - Look up one transaction ID"
001920     DISPLAY "  D - Browse by date"
001930     DISPLAY "  U - Browse by date and user"
001940     DISPLAY "  X - End the session"
001950     ACCEPT WS-INQ-CHOICE
001960     IF NOT INQ-VALID
001970         DISPLAY "INVALID CHOICE, PLEASE ENTER I, D, U, OR X"
001980         GO TO 1000-Exit
001990     END-IF
002000     IF INQ-EXIT
002010         MOVE "Y" TO WS-DONE-SWITCH
002020         GO TO 1000-Exit
002030     END-IF
002040     IF INQ-BY-ID
002050         PERFORM 1100-InquireById THRU 1100-Exit
002060     ELSE
002070         PERFORM 3000-BrowseByDate THRU 3000-Exit
002080     END-IF.
002090 1000-Exit.
002100     EXIT.
002110*
002120 1100-InquireById.
002130     DISPLAY "Enter transaction ID to look up (0 to return):"
002140     ACCEPT HR-TRANS-ID
002150     IF HR-TRANS-ID = ZERO
002160         GO TO 1100-Exit
002170     END-IF
002180
002190     READ HIST-FILE
002200         INVALID KEY
002210             PERFORM 1200-ExplainMissingId THRU 1200-Exit
002220         NOT INVALID KEY
002230             PERFORM 2000-DisplayHistoryRecord
002240     END-READ.
002250 1100-Exit.
002260     EXIT.
002270*
002280 1200-ExplainMissingId.
002290     IF WS-LAST-PURGED-ID > ZERO
002300        AND HR-TRANS-ID NOT > WS-LAST-PURGED-ID
002310         DISPLAY "TRANSACTION " HR-TRANS-ID " WAS ARCHIVED - "
002320             "SEE ARCHIVE FOR " WS-CUT-YEAR "/" WS-CUT-MONTH
002330     ELSE
002340         DISPLAY "NO CALCHIST RECORD FOR ID " HR-TRANS-ID
002350     END-IF.
002360 1200-Exit.
002370     EXIT.
002380*
002390 2000-DisplayHistoryRecord.
002400     DISPLAY "TRANSACTION ID : " HR-TRANS-ID
002410     DISPLAY "DATE           : " HR-DATE
002420     DISPLAY "TIME           : " HR-TIME
002430     DISPLAY "USER           : " HR-USER
002440     IF HR-DEPT-CODE NOT = SPACES
002450         DISPLAY "DEPARTMENT     : " HR-DEPT-CODE
002460     END-IF
002470     IF HR-OPERATION NOT = SPACE
002480         DISPLAY "OPERATION      : " HR-OPERATION
002490     END-IF
002500     IF HR-ITEM-CODE NOT = SPACES
002510         DISPLAY "ITEM CODE      : " HR-ITEM-CODE
002520     END-IF
002530     MOVE HR-FIRST-NUM  TO DT-FIRST-NUM
002540     MOVE HR-SECOND-NUM TO DT-SECOND-NUM
002550     EVALUATE TRUE
002560         WHEN HR-REJECTED
002570             MOVE "REJECTED-SE" TO DT-CALC-TEXT
002580         WHEN HR-DIVIDE-BY-ZERO
002590             MOVE "REJECTED-DZ" TO DT-CALC-TEXT
002600         WHEN HR-INVALID-OP
002610             MOVE "INVALID-OP"  TO DT-CALC-TEXT
002620         WHEN HR-ITEM-NOT-FOUND
002630             MOVE "REJECTED-NF" TO DT-CALC-TEXT
002640         WHEN HR-REVERSAL
002650             MOVE HR-CALC-RESULT TO DT-CALC-RESULT
002660         WHEN HR-REVERSAL-ERROR
002670             MOVE "REJECTED-RV" TO DT-CALC-TEXT
002680         WHEN HR-NOT-AUTHORIZED
002690             MOVE "REJECTED-UA" TO DT-CALC-TEXT
002700         WHEN HR-DEPT-INVALID
002710             MOVE "REJECTED-DP" TO DT-CALC-TEXT
002720         WHEN HR-DUPLICATE
002730             MOVE "REJECTED-DU" TO DT-CALC-TEXT
002740         WHEN HR-OVER-BUDGET
002750             MOVE "REJECTED-BG" TO DT-CALC-TEXT
002760         WHEN OTHER
002770             MOVE HR-CALC-RESULT TO DT-CALC-RESULT
002780     END-EVALUATE
002790     DISPLAY "FirstNum       : " DT-FIRST-NUM
002800     DISPLAY "SecondNum      : " DT-SECOND-NUM
002810     DISPLAY "CalcResult     :" DT-CALC-RESULT
002820     EVALUATE TRUE
002830         WHEN HR-TAX-CHARGED
002840             MOVE HR-TAX-AMOUNT TO WS-TAX-EDIT
002850             MOVE HR-TAX-RATE   TO WS-RATE-EDIT
002860             DISPLAY "SALES TAX      :" WS-TAX-EDIT
002870                 "  CODE " HR-TAX-CODE " AT " WS-RATE-EDIT "%"
002880         WHEN HR-TAX-EXEMPT-DEPT
002890             DISPLAY "SALES TAX      : NONE - DEPARTMENT EXEMPT"
002900         WHEN HR-TAX-NOT-TAXABLE
002910             DISPLAY "SALES TAX      : NONE - ITEM NOT TAXABLE"
002920         WHEN HR-TAX-NO-RATE
002930             DISPLAY "SALES TAX      : NONE - NO RATE FOR CODE "
002940                 HR-TAX-CODE
002950     END-EVALUATE
002960     IF HR-REVERSAL
002970         DISPLAY "REVERSES ID    : " HR-REVERSAL-OF
002980     END-IF
002990     IF HR-PRICE-ADJUSTMENT
003000         IF HR-ADJ-DECREASE
003010             DISPLAY "CREDITS ID     : " HR-ADJUSTMENT-OF
003020         ELSE
003030             DISPLAY "RAISES ID      : " HR-ADJUSTMENT-OF
003040         END-IF
003050     END-IF
003060     IF HR-REVERSED-BY > ZERO
003070         DISPLAY "REVERSED BY ID : " HR-REVERSED-BY
003080     END-IF
003090     IF HR-ADJUSTED-BY > ZERO
003100         DISPLAY "LAST ADJ BY ID : " HR-ADJUSTED-BY
003110     END-IF
003111     IF HR-STANDING-ID NOT = SPACES
003112         DISPLAY "STANDING ENTRY : " HR-STANDING-ID
003113     END-IF
003114     IF HR-ORIG-PERIOD > ZERO
003115         DISPLAY "CLOSED PERIOD  : " HR-ORIG-PERIOD
003116             " (ORIGINAL'S PERIOD)"
003117     END-IF.
003120 2000-Exit.
003130     EXIT.
003140*
003150 3000-BrowseByDate.
003160     DISPLAY "Enter date to browse (YYYYMMDD):"
003170     ACCEPT WS-BROWSE-DATE
003180     MOVE SPACES TO WS-BROWSE-USER
003190     IF INQ-BY-DATE-USER
003200         DISPLAY "Enter user:"
003210         ACCEPT WS-BROWSE-USER
003220         INSPECT WS-BROWSE-USER CONVERTING
003230             "abcdefghijklmnopqrstuvwxyz" TO
003240             "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
003250     END-IF
003260
003270     MOVE "N" TO WS-BROWSE-DONE-SWITCH
003280     MOVE ZERO TO WS-SHOWN-COUNT
003290     MOVE ZERO TO WS-MATCH-COUNT
003300*    THE DATE-PLUS-USER BROWSE RIDES THE HR-USER ALTERNATE
003310*    INDEX (USUALLY THE MORE SELECTIVE PATH) AND FILTERS THE
003320*    DATE; THE DATE-ONLY BROWSE RIDES HR-DATE.
003330     IF INQ-BY-DATE-USER
003340         MOVE WS-BROWSE-USER TO HR-USER
003350         START HIST-FILE KEY IS EQUAL TO HR-USER
003360             INVALID KEY
003370                 DISPLAY "NO CALCHIST RECORDS FOR USER "
003380                     WS-BROWSE-USER
003390                 GO TO 3000-Exit
003400         END-START
003410     ELSE
003420         MOVE WS-BROWSE-DATE TO HR-DATE
003430         START HIST-FILE KEY IS EQUAL TO HR-DATE
003440             INVALID KEY
003450                 DISPLAY "NO CALCHIST RECORDS FOR "
003460                     WS-BROWSE-DATE
003470                 GO TO 3000-Exit
003480         END-START
003490     END-IF
003500
003510     PERFORM 3100-ReadNextHistory THRU 3100-Exit
003520     PERFORM 3200-BrowseOneRecord THRU 3200-Exit
003530         UNTIL BROWSE-DONE
003540
003550     DISPLAY WS-MATCH-COUNT " RECORD(S) DISPLAYED".
003560 3000-Exit.
003570     EXIT.
003580*
003590 3100-ReadNextHistory.
003600     READ HIST-FILE NEXT RECORD
003610         AT END
003620             MOVE "Y" TO WS-BROWSE-DONE-SWITCH
003630     END-READ
003640     IF NOT BROWSE-DONE
003650         IF INQ-BY-DATE-USER
003660             IF HR-USER NOT = WS-BROWSE-USER
003670                 MOVE "Y" TO WS-BROWSE-DONE-SWITCH
003680             END-IF
003690         ELSE
003700             IF HR-DATE NOT = WS-BROWSE-DATE
003710                 MOVE "Y" TO WS-BROWSE-DONE-SWITCH
003720             END-IF
003730         END-IF
003740     END-IF.
003750 3100-Exit.
003760     EXIT.
003770*
003780 3200-BrowseOneRecord.
003790     IF NOT INQ-BY-DATE-USER
003800        OR HR-DATE = WS-BROWSE-DATE
003810         PERFORM 2000-DisplayHistoryRecord
003820         DISPLAY " "
003830         ADD 1 TO WS-MATCH-COUNT
003840         ADD 1 TO WS-SHOWN-COUNT
003850         IF WS-SHOWN-COUNT NOT < WS-PAGE-SIZE
003860             MOVE ZERO TO WS-SHOWN-COUNT
003870             DISPLAY "MORE - PRESS ENTER TO CONTINUE, "
003880                 "X TO STOP"
003890             ACCEPT WS-REPLY
003900             IF WS-REPLY = "X" OR WS-REPLY = "x"
003910                 MOVE "Y" TO WS-BROWSE-DONE-SWITCH
003920             END-IF
003930         END-IF
003940     END-IF
003950     IF NOT BROWSE-DONE
003960         PERFORM 3100-ReadNextHistory THRU 3100-Exit
003970     END-IF.
003980 3200-Exit.
003990     EXIT.
004000*
