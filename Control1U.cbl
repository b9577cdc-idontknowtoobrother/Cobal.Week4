000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CONTROL1U.
000120 AUTHOR. 62160246.
000130 INSTALLATION. STUDENT RECORDS SYSTEM - HOUSING OFFICE.
000140 DATE-WRITTEN. 10/15/26.
000150 DATE-COMPILED.
000160*----------------------------------------------------------*
000170*  MODIFICATION HISTORY                                    *
000180*  --------------------------------------------------------*
000190*  10/15/26  JH  MONTHLY STOCK USAGE RUN. WORKS OUT EACH   *
000200*                ITEM'S DAILY USAGE FROM THE ISSUES ON THE *
000210*                STOCK HISTORY KEPT BY CONTROL1C OVER A    *
000220*                ROLLING WINDOW, REPLACING THE TYPED-IN    *
000230*                FIGURE THE REORDER CHECK IN CONTROL1B     *
000240*                RELIES ON, AND PRINTS OLD AGAINST NEW     *
000250*                USAGE. STOCK HELD WITH NO RECEIPT OR      *
000260*                ISSUE FOR THE SET NUMBER OF DAYS IS       *
000270*                FLAGGED SLOW-MOVING OR OBSOLETE AND       *
000280*                VALUED AT COST. A NEW STOCK MASTER IS     *
000290*                WRITTEN.                                  *
000300*----------------------------------------------------------*

000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER. IBM-370.
000340 OBJECT-COMPUTER. IBM-370.

000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT STOCK-FILE ASSIGN TO "STOCKFIL"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS FS-STOCK-FILE.

000400     SELECT STOCK-HISTORY-FILE ASSIGN TO "STKHIST"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS FS-STOCK-HISTORY.

000430     SELECT USAGE-PARM-FILE ASSIGN TO "USAGEPRM"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS FS-USAGE-PARM.

000460     SELECT NEW-STOCK-FILE ASSIGN TO "STOCKNEW"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS FS-NEW-STOCK.

000490     SELECT USAGE-REPORT ASSIGN TO "USAGERPT"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS FS-USAGE-REPORT.

000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  STOCK-FILE
000550     RECORDING MODE IS F.
000560 COPY STOCKREC.

000570 FD  STOCK-HISTORY-FILE
000580     RECORDING MODE IS F.
000590 COPY STKHIST.

000600 FD  USAGE-PARM-FILE
000610     RECORDING MODE IS F.
000620 COPY USAGEPRM.

000630 FD  NEW-STOCK-FILE
000640     RECORDING MODE IS F.
000650 01  NEW-STOCK-REC.
000660     05  NS-ITEM-CODE           PIC X(06).
000670     05  NS-ITEM-DESCRIPTION    PIC X(20).
000680     05  NS-QTY-ON-HAND         PIC 9(05).
000690     05  NS-REORDER-LEVEL       PIC 9(05).
000700     05  NS-DAILY-USAGE         PIC 9(05).
000710     05  NS-UNIT-COST           PIC 9(05)V99.

000720 FD  USAGE-REPORT
000730     RECORDING MODE IS F.
000740 01  USAGE-REPORT-LINE          PIC X(80).

000750 WORKING-STORAGE SECTION.
000760 01  WS-FILE-STATUSES.
000770     05  FS-STOCK-FILE          PIC X(02) VALUE ZERO.
000780         88  STOCK-FILE-OK          VALUE "00".
000790         88  STOCK-FILE-EOF         VALUE "10".
000800     05  FS-STOCK-HISTORY       PIC X(02) VALUE ZERO.
000810         88  HISTORY-FILE-OK        VALUE "00".
000820     05  FS-USAGE-PARM          PIC X(02) VALUE ZERO.
000830         88  USAGE-PARM-OK          VALUE "00".
000840     05  FS-NEW-STOCK           PIC X(02) VALUE ZERO.
000850         88  NEW-STOCK-FILE-OK      VALUE "00".
000860     05  FS-USAGE-REPORT        PIC X(02) VALUE ZERO.

000870 01  WS-SWITCHES.
000880     05  WS-FILES-SWITCH        PIC X(01) VALUE "Y".
000890         88  USAGE-FILES-OPEN       VALUE "Y".
000900     05  WS-HIST-EOF-SWITCH     PIC X(01) VALUE "N".
000910         88  END-OF-HISTORY         VALUE "Y".
000920     05  WS-ITEM-FOUND-SWITCH   PIC X(01) VALUE "N".
000930         88  ITEM-IS-FOUND          VALUE "Y".
000940     05  WS-COVERED-SWITCH      PIC X(01) VALUE "N".
000950         88  WINDOW-IS-COVERED      VALUE "Y".

000960 01  WS-COUNTS.
000970     05  WS-ITEM-COUNT          PIC 9(03) COMP VALUE ZERO.
000980     05  WS-HISTORY-COUNT       PIC 9(07) COMP VALUE ZERO.
000990     05  WS-UNKNOWN-COUNT       PIC 9(07) COMP VALUE ZERO.
001000     05  WS-CHANGED-COUNT       PIC 9(05) COMP VALUE ZERO.
001010     05  WS-SLOW-COUNT          PIC 9(05) COMP VALUE ZERO.
001020     05  WS-OBSOLETE-COUNT      PIC 9(05) COMP VALUE ZERO.

001030 01  WS-USAGE-FIGURES.
001040     05  WS-RUN-DATE            PIC 9(08) VALUE ZERO.
001050     05  WS-WINDOW-DAYS         PIC 9(03) VALUE 90.
001060     05  WS-SLOW-MOVING-DAYS    PIC 9(03) VALUE 90.
001070     05  WS-OBSOLETE-DAYS       PIC 9(03) VALUE 365.
001080     05  WS-RUN-INTEGER         PIC 9(07) VALUE ZERO.
001090     05  WS-WINDOW-INTEGER      PIC 9(07) VALUE ZERO.
001100     05  WS-WINDOW-START        PIC 9(08) VALUE ZERO.
001110     05  WS-HISTORY-START       PIC 9(08) VALUE ZERO.
001120     05  WS-HISTORY-DAYS        PIC 9(07) VALUE ZERO.
001130     05  WS-MOVED-DATE          PIC 9(08) VALUE ZERO.
001140     05  WS-IDLE-FROM           PIC 9(08) VALUE ZERO.
001150     05  WS-IDLE-DAYS           PIC 9(07) VALUE ZERO.
001160     05  WS-NEW-USAGE           PIC 9(05) VALUE ZERO.
001170     05  WS-STOCK-VALUE         PIC 9(09)V99 VALUE ZERO.
001180     05  WS-SLOW-VALUE          PIC 9(09)V99 VALUE ZERO.
001190     05  WS-OBSOLETE-VALUE      PIC 9(09)V99 VALUE ZERO.
001200     05  WS-ITEM-SLOT           PIC 9(03) COMP VALUE ZERO.

001210 01  WS-STOCK-TABLE.
001220     05  WS-STOCK-ENTRY         OCCURS 100 TIMES
001230                                 INDEXED BY WS-STOCK-IDX.
001240         10  WS-TAB-ITEM-CODE       PIC X(06).
001250         10  WS-TAB-ITEM-DESC       PIC X(20).
001260         10  WS-TAB-QTY-ON-HAND     PIC 9(05).
001270         10  WS-TAB-REORDER-LEVEL   PIC 9(05).
001280         10  WS-TAB-DAILY-USAGE     PIC 9(05).
001290         10  WS-TAB-UNIT-COST       PIC 9(05)V99.
001300         10  WS-TAB-ISSUED-QTY      PIC 9(07).
001310         10  WS-TAB-LAST-MOVED      PIC 9(08).

001320 01  WS-REPORT-LINES.
001330     05  WS-HEADING-1.
001340         10  FILLER             PIC X(26) VALUE
001350             "STOCK USAGE RECALCULATION".
001360         10  FILLER             PIC X(09) VALUE "RUN DATE ".
001370         10  HL-RUN-DATE        PIC 9(08).
001380         10  FILLER             PIC X(37) VALUE SPACE.
001390     05  WS-WINDOW-LINE.
001400         10  FILLER             PIC X(20) VALUE
001410             "USAGE FROM ISSUES - ".
001420         10  PL-WINDOW-DAYS     PIC ZZ9.
001430         10  FILLER             PIC X(11) VALUE " DAYS FROM ".
001440         10  PL-WINDOW-START    PIC 9(08).
001450         10  FILLER             PIC X(07) VALUE "  SLOW ".
001460         10  PL-SLOW-DAYS       PIC ZZ9.
001470         10  FILLER             PIC X(10) VALUE " OBSOLETE ".
001480         10  PL-OBSOLETE-DAYS   PIC ZZ9.
001490         10  FILLER             PIC X(15) VALUE " DAYS IDLE".
001500     05  WS-SHORT-HISTORY-LINE.
001510         10  FILLER             PIC X(29) VALUE
001520             "MOVEMENT HISTORY ONLY STARTS ".
001530         10  SH-HISTORY-START   PIC 9(08).
001540         10  FILLER             PIC X(43) VALUE
001550             " - DAILY USAGE NOT CHANGED THIS RUN".
001560     05  WS-HEADING-2.
001570         10  FILLER             PIC X(07) VALUE "ITEM".
001580         10  FILLER             PIC X(12) VALUE "DESCRIPTION".
001590         10  FILLER             PIC X(06) VALUE "ON HND".
001600         10  FILLER             PIC X(06) VALUE "   OLD".
001610         10  FILLER             PIC X(06) VALUE "   NEW".
001620         10  FILLER             PIC X(08) VALUE " ISSUED ".
001630         10  FILLER             PIC X(10) VALUE "LAST MOVE ".
001640         10  FILLER             PIC X(21) VALUE "FLAG".
001650     05  WS-DETAIL-LINE.
001660         10  DL-ITEM-CODE       PIC X(06).
001670         10  FILLER             PIC X(01) VALUE SPACE.
001680         10  DL-ITEM-DESC       PIC X(11).
001690         10  FILLER             PIC X(01) VALUE SPACE.
001700         10  DL-QTY-ON-HAND     PIC ZZZZ9.
001710         10  FILLER             PIC X(01) VALUE SPACE.
001720         10  DL-OLD-USAGE       PIC ZZZZ9.
001730         10  FILLER             PIC X(01) VALUE SPACE.
001740         10  DL-NEW-USAGE       PIC ZZZZ9.
001750         10  FILLER             PIC X(01) VALUE SPACE.
001760         10  DL-ISSUED-QTY      PIC ZZZZZZ9.
001770         10  FILLER             PIC X(01) VALUE SPACE.
001780         10  DL-LAST-MOVED      PIC X(08).
001790         10  FILLER             PIC X(02) VALUE SPACE.
001800         10  DL-FLAG            PIC X(12).
001810         10  DL-STOCK-VALUE     PIC ZZ,ZZZ,ZZ9.99.
001820     05  WS-TRAILER-LINE-1.
001830         10  FILLER             PIC X(06) VALUE "ITEMS-".
001840         10  TL-ITEM-COUNT      PIC ZZZZ9.
001850         10  FILLER             PIC X(16) VALUE
001860             "  USAGE CHANGED-".
001870         10  TL-CHANGED-COUNT   PIC ZZZZ9.
001880         10  FILLER             PIC X(19) VALUE
001890             "  HISTORY RECORDS-".
001900         10  TL-HISTORY-COUNT   PIC Z,ZZZ,ZZ9.
001910         10  FILLER             PIC X(20) VALUE SPACE.
001920     05  WS-TRAILER-LINE-2.
001930         10  FILLER             PIC X(13) VALUE "SLOW-MOVING-".
001940         10  TL-SLOW-COUNT      PIC ZZZZ9.
001950         10  FILLER             PIC X(10) VALUE "  VALUE- ".
001960         10  TL-SLOW-VALUE      PIC ZZZ,ZZZ,ZZ9.99.
001970         10  FILLER             PIC X(38) VALUE SPACE.
001980     05  WS-TRAILER-LINE-3.
001990         10  FILLER             PIC X(13) VALUE "OBSOLETE-".
002000         10  TL-OBSOLETE-COUNT  PIC ZZZZ9.
002010         10  FILLER             PIC X(10) VALUE "  VALUE- ".
002020         10  TL-OBSOLETE-VALUE  PIC ZZZ,ZZZ,ZZ9.99.
002030         10  FILLER             PIC X(38) VALUE SPACE.

002040 COPY RUNPARM.

002050 PROCEDURE DIVISION.

002060 0000-MAINLINE.
002070     PERFORM 0100-START-RUN-CONTROL THRU 0100-EXIT
002080     IF NOT RL-CLEAR-TO-RUN
002090        GOBACK
002100     END-IF
002110     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002120*    WITHOUT BOTH THE STOCK FILE AND ITS HISTORY THERE IS
002130*    NOTHING TO RECALCULATE, AND NO NEW STOCK MASTER IS
002140*    WRITTEN OVER THE ONE THE STOCK UPDATE RUN LEFT.
002150     IF USAGE-FILES-OPEN
002160        PERFORM 2000-TAKE-ONE-MOVEMENT THRU 2000-EXIT
002170            UNTIL END-OF-HISTORY
002180        PERFORM 3000-RECALCULATE-USAGE THRU 3000-EXIT
002190        PERFORM 4000-WRITE-NEW-MASTER THRU 4000-EXIT
002200     END-IF
002210     PERFORM 8000-TERMINATE THRU 8000-EXIT
002220     PERFORM 8800-END-RUN-CONTROL THRU 8800-EXIT
002230     GOBACK
002240     .

002250 0100-START-RUN-CONTROL.
002260     MOVE "S" TO RL-FUNCTION
002270     MOVE "CONTROL1U" TO RL-PROGRAM-ID
002280     MOVE SPACE TO RL-PREDECESSOR-ID
002290     MOVE "STKHIST" TO RL-INPUT-FILE
002300     CALL "RUNLOG" USING RUN-LOG-PARM
002310     IF RL-OWN-RUN-OPEN
002320        DISPLAY "CONTROL1U - PREVIOUS RUN HAS NO END RECORD, "
002330            "RUN REFUSED - REVIEW THE RUN-CONTROL FILE"
002340     END-IF
002350     IF RL-PREDECESSOR-NOT-DONE
002360        DISPLAY "CONTROL1U - PREDECESSOR HAS NOT ENDED "
002370            "CLEANLY TODAY, RUN REFUSED"
002380     END-IF
002390     .
002400 0100-EXIT.
002410     EXIT.

002420 1000-INITIALIZE.
002430     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002440     PERFORM 1100-LOAD-USAGE-PARM THRU 1100-EXIT
002450*    ORDINARY DATE ARITHMETIC ACROSS VARYING MONTH LENGTHS AND
002460*    LEAP YEARS IS IMPRACTICAL WITH DIVIDE/COMPUTE ALONE, SO
002470*    THE INTEGER-OF-DATE INTRINSIC IS USED HERE THE SAME WAY
002480*    THE LOG HOUSEKEEPING RUN WORKS OUT ITS CUTOFF.  THE
002490*    WINDOW ENDS ON THE RUN DATE AND INCLUDES IT.
002500     COMPUTE WS-RUN-INTEGER =
002510         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
002520     COMPUTE WS-WINDOW-INTEGER =
002530         WS-RUN-INTEGER - WS-WINDOW-DAYS + 1
002540     COMPUTE WS-WINDOW-START =
002550         FUNCTION DATE-OF-INTEGER (WS-WINDOW-INTEGER)

002560     OPEN OUTPUT USAGE-REPORT
002570     MOVE WS-RUN-DATE TO HL-RUN-DATE
002580     MOVE WS-HEADING-1 TO USAGE-REPORT-LINE
002590     WRITE USAGE-REPORT-LINE
002600     MOVE WS-WINDOW-DAYS TO PL-WINDOW-DAYS
002610     MOVE WS-WINDOW-START TO PL-WINDOW-START
002620     MOVE WS-SLOW-MOVING-DAYS TO PL-SLOW-DAYS
002630     MOVE WS-OBSOLETE-DAYS TO PL-OBSOLETE-DAYS
002640     MOVE WS-WINDOW-LINE TO USAGE-REPORT-LINE
002650     WRITE USAGE-REPORT-LINE

002660     PERFORM 1200-LOAD-STOCK-TABLE THRU 1200-EXIT
002670     IF NOT USAGE-FILES-OPEN
002680        GO TO 1000-EXIT
002690     END-IF

002700     OPEN INPUT STOCK-HISTORY-FILE
002710     IF NOT HISTORY-FILE-OK
002720        DISPLAY "CONTROL1U - UNABLE TO OPEN STOCK-HISTORY-FILE"
002730            ", USAGE NOT RECALCULATED"
002740        MOVE "N" TO WS-FILES-SWITCH
002750        GO TO 1000-EXIT
002760     END-IF
002770     PERFORM 1900-READ-HISTORY THRU 1900-EXIT
002780     .
002790 1000-EXIT.
002800     EXIT.

002810 1100-LOAD-USAGE-PARM.
002820     OPEN INPUT USAGE-PARM-FILE
002830     IF NOT USAGE-PARM-OK
002840        DISPLAY "CONTROL1U - UNABLE TO OPEN USAGE-PARM-FILE, "
002850            "USING 90/90/365 DAYS"
002860     ELSE
002870        READ USAGE-PARM-FILE
002880            AT END
002890                DISPLAY "CONTROL1U - USAGE-PARM-FILE EMPTY, "
002900                    "USING 90/90/365 DAYS"
002910            NOT AT END
002920                MOVE UP-WINDOW-DAYS TO WS-WINDOW-DAYS
002930                MOVE UP-SLOW-MOVING-DAYS TO WS-SLOW-MOVING-DAYS
002940                MOVE UP-OBSOLETE-DAYS TO WS-OBSOLETE-DAYS
002950        END-READ
002960        CLOSE USAGE-PARM-FILE
002970     END-IF
002980*    A ZERO WINDOW WOULD DIVIDE BY NOTHING.
002990     IF WS-WINDOW-DAYS = ZERO
003000        MOVE 90 TO WS-WINDOW-DAYS
003010     END-IF
003020     .
003030 1100-EXIT.
003040     EXIT.

003050 1200-LOAD-STOCK-TABLE.
003060     OPEN INPUT STOCK-FILE
003070     IF NOT STOCK-FILE-OK
003080        DISPLAY "CONTROL1U - UNABLE TO OPEN STOCK-FILE, "
003090            "USAGE NOT RECALCULATED"
003100        MOVE "N" TO WS-FILES-SWITCH
003110        GO TO 1200-EXIT
003120     END-IF
003130     PERFORM 1210-LOAD-ONE-ITEM THRU 1210-EXIT
003140         UNTIL STOCK-FILE-EOF
003150            OR WS-ITEM-COUNT = 100
003160     IF NOT STOCK-FILE-EOF
003170        DISPLAY "CONTROL1U - STOCK TABLE FULL AT 100, "
003180            "REMAINING ITEMS NOT LOADED"
003190     END-IF
003200     CLOSE STOCK-FILE
003210     .
003220 1200-EXIT.
003230     EXIT.

003240 1210-LOAD-ONE-ITEM.
003250     READ STOCK-FILE
003260         AT END
003270             SET STOCK-FILE-EOF TO TRUE
003280         NOT AT END
003290             ADD 1 TO WS-ITEM-COUNT
003300             SET WS-STOCK-IDX TO WS-ITEM-COUNT
003310             MOVE ST-ITEM-CODE
003320                 TO WS-TAB-ITEM-CODE (WS-STOCK-IDX)
003330             MOVE ST-ITEM-DESCRIPTION
003340                 TO WS-TAB-ITEM-DESC (WS-STOCK-IDX)
003350             MOVE ST-QTY-ON-HAND
003360                 TO WS-TAB-QTY-ON-HAND (WS-STOCK-IDX)
003370             MOVE ST-REORDER-LEVEL
003380                 TO WS-TAB-REORDER-LEVEL (WS-STOCK-IDX)
003390             MOVE ST-DAILY-USAGE
003400                 TO WS-TAB-DAILY-USAGE (WS-STOCK-IDX)
003410*            A STOCK RECORD WRITTEN BEFORE THE COST FIELD
003420*            EXISTED ARRIVES WITH BLANKS THERE AND TABLES
003430*            AS A ZERO COST, AS IN THE STOCK UPDATE RUN.
003440             IF ST-UNIT-COST IS NUMERIC
003450                MOVE ST-UNIT-COST
003460                    TO WS-TAB-UNIT-COST (WS-STOCK-IDX)
003470             ELSE
003480                MOVE ZERO
003490                    TO WS-TAB-UNIT-COST (WS-STOCK-IDX)
003500             END-IF
003510             MOVE ZERO TO WS-TAB-ISSUED-QTY (WS-STOCK-IDX)
003520             MOVE ZERO TO WS-TAB-LAST-MOVED (WS-STOCK-IDX)
003530     END-READ
003540     .
003550 1210-EXIT.
003560     EXIT.

003570 1900-READ-HISTORY.
003580     READ STOCK-HISTORY-FILE
003590         AT END
003600             MOVE "Y" TO WS-HIST-EOF-SWITCH
003610     END-READ
003620     .
003630 1900-EXIT.
003640     EXIT.

003650 2000-TAKE-ONE-MOVEMENT.
003660     ADD 1 TO WS-HISTORY-COUNT
003670*    THE HISTORY IS ONLY AS OLD AS THE FIRST STOCK UPDATE RUN
003680*    THAT WROTE TO IT, WHATEVER DATES THE MOVEMENTS ON THAT
003690*    RUN CARRIED.
003700     IF WS-HISTORY-START = ZERO
003710        OR MH-POSTED-DATE < WS-HISTORY-START
003720        MOVE MH-POSTED-DATE TO WS-HISTORY-START
003730     END-IF
003740*    A MOVEMENT DATE THAT IS NOT A PLAUSIBLE DATE UP TO TODAY
003750*    IS TAKEN AS THE DATE THE MOVEMENT WAS POSTED.
003760     IF MH-MOVEMENT-DATE IS NUMERIC
003770        AND MH-MOVEMENT-DATE > 19000101
003780        AND MH-MOVEMENT-DATE NOT > WS-RUN-DATE
003790        MOVE MH-MOVEMENT-DATE TO WS-MOVED-DATE
003800     ELSE
003810        MOVE MH-POSTED-DATE TO WS-MOVED-DATE
003820     END-IF

003830     MOVE "N" TO WS-ITEM-FOUND-SWITCH
003840     MOVE ZERO TO WS-ITEM-SLOT
003850     PERFORM 2100-FIND-ONE-ITEM THRU 2100-EXIT
003860         VARYING WS-STOCK-IDX FROM 1 BY 1
003870         UNTIL WS-STOCK-IDX > WS-ITEM-COUNT
003880            OR ITEM-IS-FOUND
003890     IF ITEM-IS-FOUND
003900        PERFORM 2200-ACCUMULATE-ITEM THRU 2200-EXIT
003910     ELSE
003920        ADD 1 TO WS-UNKNOWN-COUNT
003930     END-IF
003940     PERFORM 1900-READ-HISTORY THRU 1900-EXIT
003950     .
003960 2000-EXIT.
003970     EXIT.

003980 2100-FIND-ONE-ITEM.
003990     IF WS-TAB-ITEM-CODE (WS-STOCK-IDX) = MH-ITEM-CODE
004000        SET WS-ITEM-SLOT TO WS-STOCK-IDX
004010        SET ITEM-IS-FOUND TO TRUE
004020     END-IF
004030     .
004040 2100-EXIT.
004050     EXIT.

004060 2200-ACCUMULATE-ITEM.
004070*    ONLY ISSUES ARE USAGE.  RECEIPTS AND ISSUES BOTH COUNT AS
004080*    THE ITEM MOVING; A STOCKTAKE ADJUSTMENT DOES NOT.
004090     IF MH-IS-ISSUE
004100        AND WS-MOVED-DATE NOT < WS-WINDOW-START
004110        ADD MH-QUANTITY TO WS-TAB-ISSUED-QTY (WS-ITEM-SLOT)
004120     END-IF
004130     IF (MH-IS-ISSUE OR MH-IS-RECEIPT)
004140        AND WS-MOVED-DATE > WS-TAB-LAST-MOVED (WS-ITEM-SLOT)
004150        MOVE WS-MOVED-DATE TO WS-TAB-LAST-MOVED (WS-ITEM-SLOT)
004160     END-IF
004170     .
004180 2200-EXIT.
004190     EXIT.

004200 3000-RECALCULATE-USAGE.
004210*    A HISTORY YOUNGER THAN THE WINDOW WOULD UNDERSTATE THE
004220*    USAGE, SO UNTIL IT COVERS THE WHOLE WINDOW THE TYPED-IN
004230*    FIGURES STAND AND ONLY THE IDLE STOCK IS REPORTED.
004240     IF WS-HISTORY-START = ZERO
004250        MOVE WS-RUN-DATE TO WS-HISTORY-START
004260     END-IF
004270     COMPUTE WS-HISTORY-DAYS = WS-RUN-INTEGER + 1
004280         - FUNCTION INTEGER-OF-DATE (WS-HISTORY-START)
004290     IF WS-HISTORY-DAYS NOT < WS-WINDOW-DAYS
004300        SET WINDOW-IS-COVERED TO TRUE
004310     ELSE
004320        MOVE WS-HISTORY-START TO SH-HISTORY-START
004330        MOVE WS-SHORT-HISTORY-LINE TO USAGE-REPORT-LINE
004340        WRITE USAGE-REPORT-LINE
004350     END-IF
004360     MOVE WS-HEADING-2 TO USAGE-REPORT-LINE
004370     WRITE USAGE-REPORT-LINE

004380     PERFORM 3100-RECALCULATE-ONE-ITEM THRU 3100-EXIT
004390         VARYING WS-STOCK-IDX FROM 1 BY 1
004400         UNTIL WS-STOCK-IDX > WS-ITEM-COUNT

004410     MOVE WS-ITEM-COUNT TO TL-ITEM-COUNT
004420     MOVE WS-CHANGED-COUNT TO TL-CHANGED-COUNT
004430     MOVE WS-HISTORY-COUNT TO TL-HISTORY-COUNT
004440     MOVE WS-TRAILER-LINE-1 TO USAGE-REPORT-LINE
004450     WRITE USAGE-REPORT-LINE
004460     MOVE WS-SLOW-COUNT TO TL-SLOW-COUNT
004470     MOVE WS-SLOW-VALUE TO TL-SLOW-VALUE
004480     MOVE WS-TRAILER-LINE-2 TO USAGE-REPORT-LINE
004490     WRITE USAGE-REPORT-LINE
004500     MOVE WS-OBSOLETE-COUNT TO TL-OBSOLETE-COUNT
004510     MOVE WS-OBSOLETE-VALUE TO TL-OBSOLETE-VALUE
004520     MOVE WS-TRAILER-LINE-3 TO USAGE-REPORT-LINE
004530     WRITE USAGE-REPORT-LINE
004540     .
004550 3000-EXIT.
004560     EXIT.

004570 3100-RECALCULATE-ONE-ITEM.
004580     MOVE WS-TAB-ITEM-CODE (WS-STOCK-IDX) TO DL-ITEM-CODE
004590     MOVE WS-TAB-ITEM-DESC (WS-STOCK-IDX) TO DL-ITEM-DESC
004600     MOVE WS-TAB-QTY-ON-HAND (WS-STOCK-IDX) TO DL-QTY-ON-HAND
004610     MOVE WS-TAB-DAILY-USAGE (WS-STOCK-IDX) TO DL-OLD-USAGE
004620     MOVE WS-TAB-ISSUED-QTY (WS-STOCK-IDX) TO DL-ISSUED-QTY

004630*    USAGE IS WHOLE UNITS A DAY.  AN ITEM THAT IS ISSUED AT
004640*    ALL IS GIVEN AT LEAST ONE, SO THE REORDER CHECK DOES NOT
004650*    TAKE A SLOW BUT STEADY ITEM FOR ONE NOBODY USES.
004660     IF WINDOW-IS-COVERED
004670        COMPUTE WS-NEW-USAGE ROUNDED =
004680            WS-TAB-ISSUED-QTY (WS-STOCK-IDX) / WS-WINDOW-DAYS
004690        IF WS-NEW-USAGE = ZERO
004700           AND WS-TAB-ISSUED-QTY (WS-STOCK-IDX) > ZERO
004710           MOVE 1 TO WS-NEW-USAGE
004720        END-IF
004730        IF WS-NEW-USAGE NOT = WS-TAB-DAILY-USAGE (WS-STOCK-IDX)
004740           ADD 1 TO WS-CHANGED-COUNT
004750           MOVE WS-NEW-USAGE
004760               TO WS-TAB-DAILY-USAGE (WS-STOCK-IDX)
004770        END-IF
004780     END-IF
004790     MOVE WS-TAB-DAILY-USAGE (WS-STOCK-IDX) TO DL-NEW-USAGE

004800*    AN ITEM WITH NO MOVEMENT ON THE HISTORY HAS BEEN IDLE AT
004810*    LEAST SINCE THE HISTORY STARTED.  ONLY STOCK ACTUALLY
004820*    HELD IS FLAGGED - THERE IS NOTHING TO CLEAR OUT OF AN
004830*    EMPTY BIN.
004840     IF WS-TAB-LAST-MOVED (WS-STOCK-IDX) = ZERO
004850        MOVE "NONE" TO DL-LAST-MOVED
004860        MOVE WS-HISTORY-START TO WS-IDLE-FROM
004870     ELSE
004880        MOVE WS-TAB-LAST-MOVED (WS-STOCK-IDX) TO DL-LAST-MOVED
004890        MOVE WS-TAB-LAST-MOVED (WS-STOCK-IDX) TO WS-IDLE-FROM
004900     END-IF
004910     COMPUTE WS-IDLE-DAYS = WS-RUN-INTEGER
004920         - FUNCTION INTEGER-OF-DATE (WS-IDLE-FROM)
004930     COMPUTE WS-STOCK-VALUE ROUNDED =
004940         WS-TAB-QTY-ON-HAND (WS-STOCK-IDX)
004950         * WS-TAB-UNIT-COST (WS-STOCK-IDX)
004960     MOVE SPACE TO DL-FLAG
004970     MOVE ZERO TO DL-STOCK-VALUE
004980     EVALUATE TRUE
004990        WHEN WS-TAB-QTY-ON-HAND (WS-STOCK-IDX) = ZERO
005000           CONTINUE
005010        WHEN WS-OBSOLETE-DAYS > ZERO
005020           AND WS-IDLE-DAYS NOT < WS-OBSOLETE-DAYS
005030           MOVE "OBSOLETE" TO DL-FLAG
005040           MOVE WS-STOCK-VALUE TO DL-STOCK-VALUE
005050           ADD 1 TO WS-OBSOLETE-COUNT
005060           ADD WS-STOCK-VALUE TO WS-OBSOLETE-VALUE
005070        WHEN WS-SLOW-MOVING-DAYS > ZERO
005080           AND WS-IDLE-DAYS NOT < WS-SLOW-MOVING-DAYS
005090           MOVE "SLOW-MOVING" TO DL-FLAG
005100           MOVE WS-STOCK-VALUE TO DL-STOCK-VALUE
005110           ADD 1 TO WS-SLOW-COUNT
005120           ADD WS-STOCK-VALUE TO WS-SLOW-VALUE
005130     END-EVALUATE
005140     MOVE WS-DETAIL-LINE TO USAGE-REPORT-LINE
005150     WRITE USAGE-REPORT-LINE
005160     .
005170 3100-EXIT.
005180     EXIT.

005190 4000-WRITE-NEW-MASTER.
005200     OPEN OUTPUT NEW-STOCK-FILE
005210     IF NOT NEW-STOCK-FILE-OK
005220        DISPLAY "CONTROL1U - UNABLE TO OPEN NEW-STOCK-FILE"
005230        GO TO 4000-EXIT
005240     END-IF
005250     PERFORM 4100-WRITE-ONE-ITEM THRU 4100-EXIT
005260         VARYING WS-STOCK-IDX FROM 1 BY 1
005270         UNTIL WS-STOCK-IDX > WS-ITEM-COUNT
005280     CLOSE NEW-STOCK-FILE
005290     .
005300 4000-EXIT.
005310     EXIT.

005320 4100-WRITE-ONE-ITEM.
005330     MOVE WS-TAB-ITEM-CODE (WS-STOCK-IDX) TO NS-ITEM-CODE
005340     MOVE WS-TAB-ITEM-DESC (WS-STOCK-IDX)
005350         TO NS-ITEM-DESCRIPTION
005360     MOVE WS-TAB-QTY-ON-HAND (WS-STOCK-IDX) TO NS-QTY-ON-HAND
005370     MOVE WS-TAB-REORDER-LEVEL (WS-STOCK-IDX)
005380         TO NS-REORDER-LEVEL
005390     MOVE WS-TAB-DAILY-USAGE (WS-STOCK-IDX) TO NS-DAILY-USAGE
005400     MOVE WS-TAB-UNIT-COST (WS-STOCK-IDX) TO NS-UNIT-COST
005410     WRITE NEW-STOCK-REC
005420     .
005430 4100-EXIT.
005440     EXIT.

005450 8000-TERMINATE.
005460     IF USAGE-FILES-OPEN
005470        CLOSE STOCK-HISTORY-FILE
005480     END-IF
005490     CLOSE USAGE-REPORT
005500     DISPLAY "CONTROL1U - ITEMS: " WS-ITEM-COUNT
005510     DISPLAY "CONTROL1U - HISTORY RECORDS READ: "
005520         WS-HISTORY-COUNT
005530     DISPLAY "CONTROL1U - HISTORY RECORDS FOR UNKNOWN ITEMS: "
005540         WS-UNKNOWN-COUNT
005550     DISPLAY "CONTROL1U - USAGE CHANGED: " WS-CHANGED-COUNT
005560     DISPLAY "CONTROL1U - SLOW-MOVING: " WS-SLOW-COUNT
005570     DISPLAY "CONTROL1U - OBSOLETE: " WS-OBSOLETE-COUNT
005580     .
005590 8000-EXIT.
005600     EXIT.

005610 8800-END-RUN-CONTROL.
005620*    A RUN THAT COULD NOT READ THE STOCK FILE OR HISTORY
005630*    CHANGED NOTHING, SO IT DOES NOT END CLEAN.
005640     MOVE "E" TO RL-FUNCTION
005650     MOVE WS-HISTORY-COUNT TO RL-RECORDS-PROCESSED
005660     MOVE WS-UNKNOWN-COUNT TO RL-RECORDS-REJECTED
005670     IF USAGE-FILES-OPEN
005680        MOVE "CLEAN" TO RL-END-STATUS
005690     ELSE
005700        MOVE "NORUN" TO RL-END-STATUS
005710     END-IF
005720     CALL "RUNLOG" USING RUN-LOG-PARM
005730     .
005740 8800-EXIT.
005750     EXIT.
