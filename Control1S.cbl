000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CONTROL1S.
000120 AUTHOR. 62160246.
000130 INSTALLATION. STUDENT RECORDS SYSTEM - HOUSING OFFICE.
000140 DATE-WRITTEN. 10/15/26.
000150 DATE-COMPILED.
000160*----------------------------------------------------------*
000170*  MODIFICATION HISTORY                                    *
000180*  --------------------------------------------------------*
000190*  10/15/26  JH  STOCKTAKE START, REPLACING THE PRINTED    *
000200*                STOCK FILE THE COUNTS WERE TYPED BACK     *
000210*                FROM. FREEZES A SNAPSHOT OF THE STOCK     *
000220*                FILE - QUANTITY AND UNIT COST AS THEY     *
000230*                STAND - AND PRINTS COUNT SHEETS BY ITEM   *
000240*                RANGE WITH A BLANK FOR THE COUNT AND NO   *
000250*                SYSTEM QUANTITY. WITH NO RANGE FILE ONE   *
000260*                SHEET COVERS THE WHOLE STORE. REFUSED     *
000270*                WHILE AN EARLIER STOCKTAKE STILL HAS      *
000280*                ITEMS HELD FOR RECOUNT OR APPROVAL -      *
000290*                CLEAR THOSE THROUGH CONTROL1T FIRST.      *
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

000400     SELECT STOCKTAKE-SNAPSHOT-FILE ASSIGN TO "STKSNAP"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS SN-ITEM-CODE
000440         FILE STATUS IS FS-SNAPSHOT.

000450     SELECT COUNT-RANGE-FILE ASSIGN TO "STKRANGE"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS FS-COUNT-RANGE.

000480     SELECT COUNT-SHEET-REPORT ASSIGN TO "CNTSHEET"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS FS-COUNT-SHEET.

000510     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS FS-AUDIT-LOG.

000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  STOCK-FILE
000570     RECORDING MODE IS F.
000580 COPY STOCKREC.

000590 FD  STOCKTAKE-SNAPSHOT-FILE.
000600 COPY STKSNAP.

000610*    ONE RECORD PER COUNT SHEET WANTED - THE FIRST AND LAST
000620*    ITEM CODE THE SHEET COVERS.  A BLANK LAST ITEM RUNS TO
000630*    THE END OF THE STOCK.
000640 FD  COUNT-RANGE-FILE
000650     RECORDING MODE IS F.
000660 01  COUNT-RANGE-REC.
000670     05  SR-FROM-ITEM           PIC X(06).
000680     05  SR-TO-ITEM             PIC X(06).

000690 FD  COUNT-SHEET-REPORT
000700     RECORDING MODE IS F.
000710 01  COUNT-SHEET-LINE           PIC X(80).

000720 FD  AUDIT-LOG-FILE
000730     RECORDING MODE IS F.
000740 COPY AUDITREC.

000750 WORKING-STORAGE SECTION.
000760 01  WS-FILE-STATUSES.
000770     05  FS-STOCK-FILE          PIC X(02) VALUE ZERO.
000780         88  STOCK-FILE-OK          VALUE "00".
000790         88  STOCK-FILE-EOF         VALUE "10".
000800     05  FS-SNAPSHOT            PIC X(02) VALUE ZERO.
000810         88  SNAPSHOT-FILE-OK       VALUE "00".
000820     05  FS-COUNT-RANGE         PIC X(02) VALUE ZERO.
000830         88  COUNT-RANGE-OK         VALUE "00".
000840     05  FS-COUNT-SHEET         PIC X(02) VALUE ZERO.
000850     05  FS-AUDIT-LOG           PIC X(02) VALUE ZERO.
000860         88  AUDIT-LOG-FILE-OK      VALUE "00".

000870 01  WS-SWITCHES.
000880     05  WS-REFUSED-SWITCH      PIC X(01) VALUE "N".
000890         88  SNAPSHOT-REFUSED       VALUE "Y".
000900     05  WS-TAKEN-SWITCH        PIC X(01) VALUE "N".
000910         88  SNAPSHOT-TAKEN         VALUE "Y".
000920     05  WS-SNAP-EOF-SWITCH     PIC X(01) VALUE "N".
000930         88  END-OF-SNAPSHOT        VALUE "Y".
000940     05  WS-RANGE-EOF-SWITCH    PIC X(01) VALUE "N".
000950         88  END-OF-RANGES          VALUE "Y".
000960     05  WS-SHEET-END-SWITCH    PIC X(01) VALUE "N".
000970         88  END-OF-SHEET           VALUE "Y".

000980 01  WS-COUNTS.
000990     05  WS-ITEM-COUNT          PIC 9(05) COMP VALUE ZERO.
001000     05  WS-REJECT-COUNT        PIC 9(05) COMP VALUE ZERO.
001010     05  WS-HELD-COUNT          PIC 9(05) COMP VALUE ZERO.
001020     05  WS-SHEET-COUNT         PIC 9(03) COMP VALUE ZERO.
001030     05  WS-SHEET-ITEM-COUNT    PIC 9(05) COMP VALUE ZERO.
001040     05  WS-PRINTED-COUNT       PIC 9(05) COMP VALUE ZERO.

001050 01  WS-SNAPSHOT-FIGURES.
001060     05  WS-RUN-DATE            PIC 9(08) VALUE ZERO.
001070     05  WS-RANGE-FROM          PIC X(06) VALUE SPACE.
001080     05  WS-RANGE-TO            PIC X(06) VALUE SPACE.
001090     05  WS-REJECT-REASON       PIC X(40) VALUE SPACE.

001100 01  WS-REPORT-LINES.
001110     05  WS-HEADING-1.
001120         10  FILLER             PIC X(22) VALUE
001130             "STOCKTAKE COUNT SHEET".
001140         10  FILLER             PIC X(06) VALUE "SHEET ".
001150         10  HL-SHEET-NUMBER    PIC ZZ9.
001160         10  FILLER             PIC X(17) VALUE
001170             "   SNAPSHOT DATE ".
001180         10  HL-SNAPSHOT-DATE   PIC 9(08).
001190         10  FILLER             PIC X(24) VALUE SPACE.
001200     05  WS-HEADING-2.
001210         10  FILLER             PIC X(11) VALUE "ITEMS FROM ".
001220         10  HL-FROM-ITEM       PIC X(06).
001230         10  FILLER             PIC X(04) VALUE " TO ".
001240         10  HL-TO-ITEM         PIC X(06).
001250         10  FILLER             PIC X(53) VALUE SPACE.
001260     05  WS-HEADING-3.
001270         10  FILLER             PIC X(40) VALUE
001280             "COUNTED BY __________  DATE __________ ".
001290         10  FILLER             PIC X(40) VALUE
001300             " COUNT NO. ___".
001310     05  WS-HEADING-4.
001320         10  FILLER             PIC X(06) VALUE "ITEM".
001330         10  FILLER             PIC X(04) VALUE SPACE.
001340         10  FILLER             PIC X(20) VALUE "DESCRIPTION".
001350         10  FILLER             PIC X(04) VALUE SPACE.
001360         10  FILLER             PIC X(12) VALUE "QTY COUNTED".
001370         10  FILLER             PIC X(34) VALUE SPACE.
001380     05  WS-SHEET-LINE.
001390         10  DL-ITEM-CODE       PIC X(06).
001400         10  FILLER             PIC X(04) VALUE SPACE.
001410         10  DL-ITEM-DESC       PIC X(20).
001420         10  FILLER             PIC X(04) VALUE SPACE.
001430         10  FILLER             PIC X(12) VALUE
001440             "____________".
001450         10  FILLER             PIC X(34) VALUE SPACE.
001460     05  WS-SHEET-TRAILER.
001470         10  FILLER             PIC X(15) VALUE
001480             "ITEMS ON SHEET-".
001490         10  TL-SHEET-ITEM-COUNT PIC ZZZZ9.
001500         10  FILLER             PIC X(60) VALUE SPACE.

001510 COPY RUNPARM.

001520 PROCEDURE DIVISION.

001530 0000-MAINLINE.
001540     PERFORM 0050-CHECK-OPEN-STOCKTAKE THRU 0050-EXIT
001550     IF SNAPSHOT-REFUSED
001560        GOBACK
001570     END-IF
001580     PERFORM 0100-START-RUN-CONTROL THRU 0100-EXIT
001590     IF NOT RL-CLEAR-TO-RUN
001600        GOBACK
001610     END-IF
001620     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001630     PERFORM 2000-TAKE-SNAPSHOT THRU 2000-EXIT
001640     IF SNAPSHOT-TAKEN
001650        PERFORM 3000-PRINT-COUNT-SHEETS THRU 3000-EXIT
001660     END-IF
001670     PERFORM 8000-TERMINATE THRU 8000-EXIT
001680     PERFORM 8800-END-RUN-CONTROL THRU 8800-EXIT
001690     GOBACK
001700     .

001710 0050-CHECK-OPEN-STOCKTAKE.
001720*    A NEW SNAPSHOT REPLACES THE LAST ONE, SO IT IS REFUSED
001730*    WHILE ANY VARIANCE FROM THE LAST STOCKTAKE IS STILL HELD
001740*    FOR A RECOUNT OR APPROVAL - OTHERWISE THAT COUNT WOULD BE
001750*    LOST.  NO SNAPSHOT FILE MEANS NO STOCKTAKE HAS BEEN RUN.
001760     OPEN INPUT STOCKTAKE-SNAPSHOT-FILE
001770     IF NOT SNAPSHOT-FILE-OK
001780        GO TO 0050-EXIT
001790     END-IF
001800     PERFORM 0060-CHECK-ONE-SNAPSHOT-ITEM THRU 0060-EXIT
001810         UNTIL END-OF-SNAPSHOT
001820     CLOSE STOCKTAKE-SNAPSHOT-FILE
001830     IF WS-HELD-COUNT > ZERO
001840        DISPLAY "CONTROL1S - " WS-HELD-COUNT " ITEMS FROM THE "
001850            "LAST STOCKTAKE ARE HELD FOR RECOUNT OR APPROVAL"
001860        DISPLAY "CONTROL1S - NEW SNAPSHOT REFUSED - CLEAR THEM "
001870            "THROUGH CONTROL1T FIRST"
001880        SET SNAPSHOT-REFUSED TO TRUE
001890     END-IF
001900     .
001910 0050-EXIT.
001920     EXIT.

001930 0060-CHECK-ONE-SNAPSHOT-ITEM.
001940     READ STOCKTAKE-SNAPSHOT-FILE NEXT RECORD
001950         AT END
001960             MOVE "Y" TO WS-SNAP-EOF-SWITCH
001970         NOT AT END
001980             IF SN-ITEM-HELD
001990                ADD 1 TO WS-HELD-COUNT
002000             END-IF
002010     END-READ
002020     .
002030 0060-EXIT.
002040     EXIT.

002050 0100-START-RUN-CONTROL.
002060     MOVE "S" TO RL-FUNCTION
002070     MOVE "CONTROL1S" TO RL-PROGRAM-ID
002080     MOVE SPACE TO RL-PREDECESSOR-ID
002090     MOVE "STOCKFIL" TO RL-INPUT-FILE
002100     CALL "RUNLOG" USING RUN-LOG-PARM
002110     IF RL-OWN-RUN-OPEN
002120        DISPLAY "CONTROL1S - PREVIOUS RUN HAS NO END RECORD, "
002130            "RUN REFUSED - REVIEW THE RUN-CONTROL FILE"
002140     END-IF
002150     IF RL-PREDECESSOR-NOT-DONE
002160        DISPLAY "CONTROL1S - PREDECESSOR HAS NOT ENDED "
002170            "CLEANLY TODAY, RUN REFUSED"
002180     END-IF
002190     .
002200 0100-EXIT.
002210     EXIT.

002220 1000-INITIALIZE.
002230     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002240     OPEN EXTEND AUDIT-LOG-FILE
002250     IF NOT AUDIT-LOG-FILE-OK
002260        DISPLAY "CONTROL1S - UNABLE TO OPEN AUDIT-LOG-FILE"
002270     END-IF
002280     .
002290 1000-EXIT.
002300     EXIT.

002310 2000-TAKE-SNAPSHOT.
002320     OPEN INPUT STOCK-FILE
002330     IF NOT STOCK-FILE-OK
002340        DISPLAY "CONTROL1S - UNABLE TO OPEN STOCK-FILE, "
002350            "NO SNAPSHOT TAKEN"
002360        GO TO 2000-EXIT
002370     END-IF

002380*    OPENING OUTPUT EMPTIES THE LAST STOCKTAKE'S SNAPSHOT.  A
002390*    FILE CREATED BY OPEN OUTPUT ONLY ACCEPTS WRITES IN KEY
002400*    ORDER, AND THE STOCK-FILE IS NOT KEPT IN ITEM ORDER - SO
002410*    IT IS CREATED EMPTY AND REOPENED I-O, THE SAME AS THE
002420*    ROOM-RENT RUN.
002430     OPEN OUTPUT STOCKTAKE-SNAPSHOT-FILE
002440     IF SNAPSHOT-FILE-OK
002450        CLOSE STOCKTAKE-SNAPSHOT-FILE
002460        OPEN I-O STOCKTAKE-SNAPSHOT-FILE
002470     END-IF
002480     IF NOT SNAPSHOT-FILE-OK
002490        DISPLAY "CONTROL1S - UNABLE TO OPEN STOCKTAKE-SNAPSHOT-"
002500            "FILE, NO SNAPSHOT TAKEN"
002510        CLOSE STOCK-FILE
002520        GO TO 2000-EXIT
002530     END-IF

002540     PERFORM 2100-SNAPSHOT-ONE-ITEM THRU 2100-EXIT
002550         UNTIL STOCK-FILE-EOF
002560     CLOSE STOCK-FILE
002570     CLOSE STOCKTAKE-SNAPSHOT-FILE
002580     SET SNAPSHOT-TAKEN TO TRUE
002590     .
002600 2000-EXIT.
002610     EXIT.

002620 2100-SNAPSHOT-ONE-ITEM.
002630     READ STOCK-FILE
002640         AT END
002650             SET STOCK-FILE-EOF TO TRUE
002660             GO TO 2100-EXIT
002670     END-READ
002680     MOVE ST-ITEM-CODE TO SN-ITEM-CODE
002690     MOVE ST-ITEM-DESCRIPTION TO SN-ITEM-DESCRIPTION
002700     MOVE ST-QTY-ON-HAND TO SN-SNAPSHOT-QTY
002710*    A STOCK RECORD WRITTEN BEFORE THE COST FIELD EXISTED
002720*    ARRIVES WITH BLANKS THERE AND IS FROZEN AT A ZERO COST.
002730     IF ST-UNIT-COST IS NUMERIC
002740        MOVE ST-UNIT-COST TO SN-UNIT-COST
002750     ELSE
002760        MOVE ZERO TO SN-UNIT-COST
002770     END-IF
002780     MOVE WS-RUN-DATE TO SN-SNAPSHOT-DATE
002790     MOVE "O" TO SN-COUNT-STATUS
002800     MOVE ZERO TO SN-COUNT-NUMBER
002810     MOVE ZERO TO SN-COUNTED-QTY
002820     MOVE ZERO TO SN-PREVIOUS-QTY
002830     MOVE SPACE TO SN-COUNTED-BY
002840     MOVE ZERO TO SN-POSTED-DATE
002850     WRITE STOCK-SNAPSHOT-REC
002860         INVALID KEY
002870             MOVE "Duplicate item code on stock file"
002880                 TO WS-REJECT-REASON
002890             PERFORM 2900-REJECT-ITEM THRU 2900-EXIT
002900         NOT INVALID KEY
002910             ADD 1 TO WS-ITEM-COUNT
002920     END-WRITE
002930     .
002940 2100-EXIT.
002950     EXIT.

002960 2900-REJECT-ITEM.
002970     ADD 1 TO WS-REJECT-COUNT
002980     MOVE "CONTROL1S" TO AL-PROGRAM-ID
002990     ACCEPT AL-DATE-LOGGED FROM DATE YYYYMMDD
003000     ACCEPT AL-TIME-LOGGED FROM TIME
003010     MOVE SPACE TO AL-INPUT-DATA
003020     MOVE ST-ITEM-CODE TO AL-INPUT-DATA
003030     MOVE WS-REJECT-REASON TO AL-REJECT-REASON
003040     IF AUDIT-LOG-FILE-OK
003050        WRITE AUDIT-LOG-REC
003060     END-IF
003070     .
003080 2900-EXIT.
003090     EXIT.

003100 3000-PRINT-COUNT-SHEETS.
003110*    THE SHEETS COME FROM THE SNAPSHOT, NOT THE LIVE STOCK
003120*    FILE, AND CARRY NO SYSTEM QUANTITY - THE COUNTER WRITES
003130*    DOWN WHAT IS ON THE SHELF, NOT WHAT THEY EXPECT TO FIND.
003140     OPEN OUTPUT COUNT-SHEET-REPORT
003150     OPEN INPUT STOCKTAKE-SNAPSHOT-FILE
003160     IF NOT SNAPSHOT-FILE-OK
003170        DISPLAY "CONTROL1S - UNABLE TO REOPEN STOCKTAKE-"
003180            "SNAPSHOT-FILE, NO COUNT SHEETS PRINTED"
003190        GO TO 3000-EXIT
003200     END-IF

003210*    WITH NO RANGE FILE, OR AN EMPTY ONE, THE WHOLE STOCK
003220*    GOES ON ONE SHEET.
003230     OPEN INPUT COUNT-RANGE-FILE
003240     IF NOT COUNT-RANGE-OK
003250        PERFORM 3050-PRINT-WHOLE-STOCK THRU 3050-EXIT
003260     ELSE
003270        PERFORM 3010-READ-RANGE THRU 3010-EXIT
003280        IF END-OF-RANGES
003290           PERFORM 3050-PRINT-WHOLE-STOCK THRU 3050-EXIT
003300        END-IF
003310        PERFORM 3020-PRINT-RANGE-SHEET THRU 3020-EXIT
003320            UNTIL END-OF-RANGES
003330        CLOSE COUNT-RANGE-FILE
003340     END-IF
003350     CLOSE STOCKTAKE-SNAPSHOT-FILE
003360     .
003370 3000-EXIT.
003380     EXIT.

003390 3010-READ-RANGE.
003400     READ COUNT-RANGE-FILE
003410         AT END
003420             MOVE "Y" TO WS-RANGE-EOF-SWITCH
003430     END-READ
003440     .
003450 3010-EXIT.
003460     EXIT.

003470 3020-PRINT-RANGE-SHEET.
003480     MOVE SR-FROM-ITEM TO WS-RANGE-FROM
003490     MOVE SR-FROM-ITEM TO HL-FROM-ITEM
003500     IF SR-TO-ITEM = SPACE
003510        MOVE HIGH-VALUES TO WS-RANGE-TO
003520        MOVE "END" TO HL-TO-ITEM
003530     ELSE
003540        MOVE SR-TO-ITEM TO WS-RANGE-TO
003550        MOVE SR-TO-ITEM TO HL-TO-ITEM
003560     END-IF
003570     PERFORM 3100-PRINT-ONE-SHEET THRU 3100-EXIT
003580     PERFORM 3010-READ-RANGE THRU 3010-EXIT
003590     .
003600 3020-EXIT.
003610     EXIT.

003620 3050-PRINT-WHOLE-STOCK.
003630     MOVE LOW-VALUES TO WS-RANGE-FROM
003640     MOVE HIGH-VALUES TO WS-RANGE-TO
003650     MOVE "START" TO HL-FROM-ITEM
003660     MOVE "END" TO HL-TO-ITEM
003670     PERFORM 3100-PRINT-ONE-SHEET THRU 3100-EXIT
003680     .
003690 3050-EXIT.
003700     EXIT.

003710 3100-PRINT-ONE-SHEET.
003720     ADD 1 TO WS-SHEET-COUNT
003730     MOVE ZERO TO WS-SHEET-ITEM-COUNT
003740     MOVE WS-SHEET-COUNT TO HL-SHEET-NUMBER
003750     MOVE WS-RUN-DATE TO HL-SNAPSHOT-DATE
003760     IF WS-SHEET-COUNT > 1
003770        MOVE SPACE TO COUNT-SHEET-LINE
003780        WRITE COUNT-SHEET-LINE
003790     END-IF
003800     MOVE WS-HEADING-1 TO COUNT-SHEET-LINE
003810     WRITE COUNT-SHEET-LINE
003820     MOVE WS-HEADING-2 TO COUNT-SHEET-LINE
003830     WRITE COUNT-SHEET-LINE
003840     MOVE WS-HEADING-3 TO COUNT-SHEET-LINE
003850     WRITE COUNT-SHEET-LINE
003860     MOVE WS-HEADING-4 TO COUNT-SHEET-LINE
003870     WRITE COUNT-SHEET-LINE

003880     MOVE "N" TO WS-SHEET-END-SWITCH
003890     MOVE WS-RANGE-FROM TO SN-ITEM-CODE
003900     START STOCKTAKE-SNAPSHOT-FILE KEY IS NOT < SN-ITEM-CODE
003910         INVALID KEY
003920             MOVE "Y" TO WS-SHEET-END-SWITCH
003930     END-START
003940     PERFORM 3200-PRINT-ONE-ITEM THRU 3200-EXIT
003950         UNTIL END-OF-SHEET

003960     MOVE WS-SHEET-ITEM-COUNT TO TL-SHEET-ITEM-COUNT
003970     MOVE WS-SHEET-TRAILER TO COUNT-SHEET-LINE
003980     WRITE COUNT-SHEET-LINE
003990     .
004000 3100-EXIT.
004010     EXIT.

004020 3200-PRINT-ONE-ITEM.
004030     READ STOCKTAKE-SNAPSHOT-FILE NEXT RECORD
004040         AT END
004050             MOVE "Y" TO WS-SHEET-END-SWITCH
004060             GO TO 3200-EXIT
004070     END-READ
004080     IF SN-ITEM-CODE > WS-RANGE-TO
004090        MOVE "Y" TO WS-SHEET-END-SWITCH
004100        GO TO 3200-EXIT
004110     END-IF
004120     ADD 1 TO WS-SHEET-ITEM-COUNT
004130     ADD 1 TO WS-PRINTED-COUNT
004140     MOVE SN-ITEM-CODE TO DL-ITEM-CODE
004150     MOVE SN-ITEM-DESCRIPTION TO DL-ITEM-DESC
004160     MOVE WS-SHEET-LINE TO COUNT-SHEET-LINE
004170     WRITE COUNT-SHEET-LINE
004180     .
004190 3200-EXIT.
004200     EXIT.

004210 8000-TERMINATE.
004220     CLOSE COUNT-SHEET-REPORT
004230     CLOSE AUDIT-LOG-FILE
004240     DISPLAY "CONTROL1S - ITEMS IN SNAPSHOT: " WS-ITEM-COUNT
004250     DISPLAY "CONTROL1S - ITEMS REJECTED: " WS-REJECT-COUNT
004260     DISPLAY "CONTROL1S - COUNT SHEETS PRINTED: " WS-SHEET-COUNT
004270     DISPLAY "CONTROL1S - ITEM LINES PRINTED: " WS-PRINTED-COUNT
004280     IF SNAPSHOT-TAKEN
004290        AND WS-PRINTED-COUNT < WS-ITEM-COUNT
004300        DISPLAY "CONTROL1S - SOME ITEMS FALL OUTSIDE EVERY "
004310            "RANGE ON STKRANGE AND HAVE NO COUNT SHEET"
004320     END-IF
004330     .
004340 8000-EXIT.
004350     EXIT.

004360 8800-END-RUN-CONTROL.
004370     MOVE "E" TO RL-FUNCTION
004380     MOVE WS-ITEM-COUNT TO RL-RECORDS-PROCESSED
004390     MOVE WS-REJECT-COUNT TO RL-RECORDS-REJECTED
004400     MOVE "CLEAN" TO RL-END-STATUS
004410     CALL "RUNLOG" USING RUN-LOG-PARM
004420     .
004430 8800-EXIT.
004440     EXIT.
