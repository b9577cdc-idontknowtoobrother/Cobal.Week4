000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CONTROL1T.
000120 AUTHOR. 62160246.
000130 INSTALLATION. STUDENT RECORDS SYSTEM - HOUSING OFFICE.
000140 DATE-WRITTEN. 10/15/26.
000150 DATE-COMPILED.
000160*----------------------------------------------------------*
000170*  MODIFICATION HISTORY                                    *
000180*  --------------------------------------------------------*
000190*  10/15/26  JH  STOCKTAKE VARIANCE RUN. RECORDS THE KEYED *
000200*                COUNTS AGAINST THE SNAPSHOT TAKEN BY      *
000210*                CONTROL1S AND REPORTS EACH VARIANCE       *
000220*                VALUED AT THE FROZEN UNIT COST. ONE UNDER *
000230*                THE VALUE OR PERCENTAGE TOLERANCE BECOMES *
000240*                AN A MOVEMENT FOR CONTROL1C; A LARGER ONE *
000250*                IS HELD UNTIL A RECOUNT CONFIRMS IT OR    *
000260*                ANOTHER ACTIVE OPERATOR APPROVES THE      *
000270*                COUNTED QUANTITY. HELD ITEMS ARE LOOKED   *
000280*                AT AGAIN ON EVERY RUN UNTIL THEY ARE      *
000290*                SETTLED.                                  *
000300*----------------------------------------------------------*

000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER. IBM-370.
000340 OBJECT-COMPUTER. IBM-370.

000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT STOCKTAKE-SNAPSHOT-FILE ASSIGN TO "STKSNAP"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS SN-ITEM-CODE
000410         FILE STATUS IS FS-SNAPSHOT.

000420     SELECT STOCK-COUNT-FILE ASSIGN TO "STKCOUNT"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS FS-STOCK-COUNT.

000450     SELECT STOCK-APPROVAL-FILE ASSIGN TO "STKAPPRV"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS FS-STOCK-APPROVAL.

000480     SELECT STOCK-TOLERANCE-FILE ASSIGN TO "STKTOLER"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS FS-STOCK-TOLERANCE.

000510     SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS RANDOM
000540         RECORD KEY IS OP-OPERATOR-ID
000550         FILE STATUS IS FS-OPERATOR-MASTER.

000560     SELECT STOCK-MOVEMENT-FILE ASSIGN TO "STKMOVES"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS FS-STOCK-MOVEMENT.

000590     SELECT VARIANCE-REPORT ASSIGN TO "STKVARRP"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS FS-VARIANCE-REPORT.

000620     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS FS-AUDIT-LOG.

000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  STOCKTAKE-SNAPSHOT-FILE.
000680 COPY STKSNAP.

000690 FD  STOCK-COUNT-FILE
000700     RECORDING MODE IS F.
000710 COPY STKCOUNT.

000720 FD  STOCK-APPROVAL-FILE
000730     RECORDING MODE IS F.
000740 COPY STKAPPR.

000750 FD  STOCK-TOLERANCE-FILE
000760     RECORDING MODE IS F.
000770 COPY STKTOLR.

000780 FD  OPERATOR-MASTER-FILE.
000790 COPY OPERMAST.

000800 FD  STOCK-MOVEMENT-FILE
000810     RECORDING MODE IS F.
000820 COPY STKMOVE.

000830 FD  VARIANCE-REPORT
000840     RECORDING MODE IS F.
000850 01  VARIANCE-REPORT-LINE       PIC X(80).

000860 FD  AUDIT-LOG-FILE
000870     RECORDING MODE IS F.
000880 COPY AUDITREC.

000890 WORKING-STORAGE SECTION.
000900 01  WS-FILE-STATUSES.
000910     05  FS-SNAPSHOT            PIC X(02) VALUE ZERO.
000920         88  SNAPSHOT-FILE-OK       VALUE "00".
000930     05  FS-STOCK-COUNT         PIC X(02) VALUE ZERO.
000940         88  STOCK-COUNT-OK         VALUE "00".
000950     05  FS-STOCK-APPROVAL      PIC X(02) VALUE ZERO.
000960         88  STOCK-APPROVAL-OK      VALUE "00".
000970         88  STOCK-APPROVAL-EOF     VALUE "10".
000980     05  FS-STOCK-TOLERANCE     PIC X(02) VALUE ZERO.
000990         88  STOCK-TOLERANCE-OK     VALUE "00".
001000     05  FS-OPERATOR-MASTER     PIC X(02) VALUE ZERO.
001010         88  OPERATOR-MASTER-OK     VALUE "00".
001020     05  FS-STOCK-MOVEMENT      PIC X(02) VALUE ZERO.
001030         88  MOVEMENT-FILE-OK       VALUE "00".
001040     05  FS-VARIANCE-REPORT     PIC X(02) VALUE ZERO.
001050     05  FS-AUDIT-LOG           PIC X(02) VALUE ZERO.
001060         88  AUDIT-LOG-FILE-OK      VALUE "00".

001070 01  WS-SWITCHES.
001080     05  WS-REFUSED-SWITCH      PIC X(01) VALUE "N".
001090         88  RUN-REFUSED            VALUE "Y".
001100     05  WS-COUNT-EOF-SWITCH    PIC X(01) VALUE "N".
001110         88  END-OF-COUNTS          VALUE "Y".
001120     05  WS-SNAP-EOF-SWITCH     PIC X(01) VALUE "N".
001130         88  END-OF-SNAPSHOT        VALUE "Y".
001140     05  WS-OPERATOR-FILE-SW    PIC X(01) VALUE "N".
001150         88  OPERATOR-FILE-IS-OPEN  VALUE "Y".
001160     05  WS-WITHIN-SWITCH       PIC X(01) VALUE "N".
001170         88  VARIANCE-WITHIN-LIMIT  VALUE "Y".
001180     05  WS-RELEASE-SWITCH      PIC X(01) VALUE "N".
001190         88  VARIANCE-RELEASED      VALUE "Y".

001200 01  WS-COUNTS.
001210     05  WS-COUNT-READ          PIC 9(05) COMP VALUE ZERO.
001220     05  WS-COUNT-RECORDED      PIC 9(05) COMP VALUE ZERO.
001230     05  WS-REJECT-COUNT        PIC 9(05) COMP VALUE ZERO.
001240     05  WS-ITEM-COUNT          PIC 9(05) COMP VALUE ZERO.
001250     05  WS-AGREED-COUNT        PIC 9(05) COMP VALUE ZERO.
001260     05  WS-ADJUSTED-COUNT      PIC 9(05) COMP VALUE ZERO.
001270     05  WS-HELD-COUNT          PIC 9(05) COMP VALUE ZERO.
001280     05  WS-NOT-COUNTED-COUNT   PIC 9(05) COMP VALUE ZERO.
001290     05  WS-EARLIER-COUNT       PIC 9(05) COMP VALUE ZERO.

001300 01  WS-VARIANCE-FIGURES.
001310     05  WS-RUN-DATE            PIC 9(08) VALUE ZERO.
001320     05  WS-VALUE-LIMIT         PIC 9(05)V99 VALUE 25.00.
001330     05  WS-PERCENT-LIMIT       PIC 9(02)V99 VALUE 2.00.
001340     05  WS-VARIANCE-QTY        PIC S9(06) VALUE ZERO.
001350     05  WS-ABS-VARIANCE-QTY    PIC 9(06) VALUE ZERO.
001360     05  WS-VARIANCE-VALUE      PIC S9(09)V99 VALUE ZERO.
001370     05  WS-ABS-VARIANCE-VALUE  PIC 9(09)V99 VALUE ZERO.
001380     05  WS-VARIANCE-PCT        PIC 9(03)V99 VALUE ZERO.
001390     05  WS-NET-ADJUSTED-VALUE  PIC S9(09)V99 VALUE ZERO.
001400     05  WS-HELD-VALUE          PIC 9(09)V99 VALUE ZERO.
001410     05  WS-ACTION              PIC X(19) VALUE SPACE.
001420     05  WS-REJECT-REASON       PIC X(40) VALUE SPACE.

001430*    SUPERVISOR SIGN-OFFS FOR THIS RUN, LOADED FROM THE
001440*    APPROVAL FILE - NO MORE OF THEM THAN THE STOCK UPDATE RUN
001450*    HOLDS ITEMS.
001460 01  WS-APPROVAL-TABLE.
001470     05  WS-APPROVAL-COUNT      PIC 9(03) COMP VALUE ZERO.
001480     05  WS-APPROVAL-SLOT       PIC 9(03) COMP VALUE ZERO.
001490     05  WS-APPROVAL-ENTRY      OCCURS 100 TIMES
001500                                INDEXED BY WS-APPR-IDX.
001510         10  WS-APPR-ITEM-CODE      PIC X(06).
001520         10  WS-APPR-QTY            PIC 9(05).
001530         10  WS-APPR-BY             PIC X(08).

001540 01  WS-REPORT-LINES.
001550     05  WS-HEADING-1.
001560         10  FILLER             PIC X(26) VALUE
001570             "STOCKTAKE VARIANCE REPORT".
001580         10  FILLER             PIC X(09) VALUE "RUN DATE ".
001590         10  HL-RUN-DATE        PIC 9(08).
001600         10  FILLER             PIC X(37) VALUE SPACE.
001610     05  WS-TOLERANCE-LINE.
001620         10  FILLER             PIC X(24) VALUE
001630             "ADJUSTED IF VALUE UNDER ".
001640         10  PL-VALUE-LIMIT     PIC ZZ,ZZ9.99.
001650         10  FILLER             PIC X(10) VALUE " OR UNDER ".
001660         10  PL-PERCENT-LIMIT   PIC Z9.99.
001670         10  FILLER             PIC X(32) VALUE
001680             "% OF SYSTEM QTY (ZERO = NOT SET)".
001690     05  WS-HEADING-2.
001700         10  FILLER             PIC X(07) VALUE "ITEM".
001710         10  FILLER             PIC X(16) VALUE "DESCRIPTION".
001720         10  FILLER             PIC X(06) VALUE "SYSTEM".
001730         10  FILLER             PIC X(06) VALUE " COUNT".
001740         10  FILLER             PIC X(07) VALUE "   VAR ".
001750         10  FILLER             PIC X(12) VALUE "    AT COST ".
001760         10  FILLER             PIC X(07) VALUE "     %".
001770         10  FILLER             PIC X(19) VALUE "ACTION".
001780     05  WS-DETAIL-LINE.
001790         10  DL-ITEM-CODE       PIC X(06).
001800         10  FILLER             PIC X(01) VALUE SPACE.
001810         10  DL-ITEM-DESC       PIC X(15).
001820         10  FILLER             PIC X(01) VALUE SPACE.
001830         10  DL-SYSTEM-QTY      PIC ZZZZ9.
001840         10  FILLER             PIC X(01) VALUE SPACE.
001850         10  DL-COUNTED-QTY     PIC ZZZZ9.
001860         10  FILLER             PIC X(01) VALUE SPACE.
001870         10  DL-VARIANCE-QTY    PIC -ZZZZ9.
001880         10  FILLER             PIC X(01) VALUE SPACE.
001890         10  DL-VARIANCE-VALUE  PIC -ZZZ,ZZ9.99.
001900         10  FILLER             PIC X(01) VALUE SPACE.
001910         10  DL-VARIANCE-PCT    PIC ZZ9.99.
001920         10  FILLER             PIC X(01) VALUE SPACE.
001930         10  DL-ACTION          PIC X(19).
001940     05  WS-NOT-COUNTED-LINE.
001950         10  NL-ITEM-CODE       PIC X(06).
001960         10  FILLER             PIC X(01) VALUE SPACE.
001970         10  NL-ITEM-DESC       PIC X(15).
001980         10  FILLER             PIC X(01) VALUE SPACE.
001990         10  NL-SYSTEM-QTY      PIC ZZZZ9.
002000         10  FILLER             PIC X(33) VALUE SPACE.
002010         10  FILLER             PIC X(19) VALUE "NOT COUNTED".
002020     05  WS-EXCEPTION-LINE.
002030         10  FILLER             PIC X(07) VALUE "**REJ**".
002040         10  FILLER             PIC X(03) VALUE SPACE.
002050         10  EL-ITEM-CODE       PIC X(06).
002060         10  FILLER             PIC X(03) VALUE SPACE.
002070         10  EL-REASON          PIC X(40).
002080         10  FILLER             PIC X(21) VALUE SPACE.
002090     05  WS-TRAILER-LINE-1.
002100         10  FILLER             PIC X(06) VALUE "ITEMS-".
002110         10  TL-ITEM-COUNT      PIC ZZZZ9.
002120         10  FILLER             PIC X(09) VALUE "  AGREED-".
002130         10  TL-AGREED-COUNT    PIC ZZZZ9.
002140         10  FILLER             PIC X(11) VALUE "  ADJUSTED-".
002150         10  TL-ADJUSTED-COUNT  PIC ZZZZ9.
002160         10  FILLER             PIC X(07) VALUE "  HELD-".
002170         10  TL-HELD-COUNT      PIC ZZZZ9.
002180         10  FILLER             PIC X(14) VALUE
002190             "  NOT COUNTED-".
002200         10  TL-NOT-COUNTED     PIC ZZZZ9.
002210         10  FILLER             PIC X(08) VALUE SPACE.
002220     05  WS-TRAILER-LINE-2.
002230         10  FILLER             PIC X(12) VALUE "COUNTS READ-".
002240         10  TL-COUNT-READ      PIC ZZZZ9.
002250         10  FILLER             PIC X(11) VALUE "  RECORDED-".
002260         10  TL-COUNT-RECORDED  PIC ZZZZ9.
002270         10  FILLER             PIC X(11) VALUE "  REJECTED-".
002280         10  TL-REJECT-COUNT    PIC ZZZZ9.
002290         10  FILLER             PIC X(31) VALUE SPACE.
002300     05  WS-TRAILER-LINE-3.
002310         10  FILLER             PIC X(19) VALUE
002320             "NET VALUE ADJUSTED-".
002330         10  TL-NET-ADJUSTED    PIC -ZZZ,ZZZ,ZZ9.99.
002340         10  FILLER             PIC X(13) VALUE "  VALUE HELD-".
002350         10  TL-HELD-VALUE      PIC ZZZ,ZZZ,ZZ9.99.
002360         10  FILLER             PIC X(19) VALUE SPACE.

002370 COPY RUNPARM.

002380 PROCEDURE DIVISION.

002390 0000-MAINLINE.
002400     PERFORM 0100-START-RUN-CONTROL THRU 0100-EXIT
002410     IF NOT RL-CLEAR-TO-RUN
002420        GOBACK
002430     END-IF
002440     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002450*    WITHOUT THE SNAPSHOT THERE IS NOTHING TO COUNT AGAINST,
002460*    AND WITHOUT THE MOVEMENT FILE NO ADJUSTMENT CAN REACH
002470*    THE STOCK UPDATE RUN, SO THE RUN REFUSES.  THE OPEN
002480*    START RECORD FLAGS IT.
002490     IF RUN-REFUSED
002500        GOBACK
002510     END-IF
002520     PERFORM 2000-RECORD-ONE-COUNT THRU 2000-EXIT
002530         UNTIL END-OF-COUNTS
002540     PERFORM 3000-EVALUATE-VARIANCES THRU 3000-EXIT
002550     PERFORM 8000-TERMINATE THRU 8000-EXIT
002560     PERFORM 8800-END-RUN-CONTROL THRU 8800-EXIT
002570     GOBACK
002580     .

002590 0100-START-RUN-CONTROL.
002600     MOVE "S" TO RL-FUNCTION
002610     MOVE "CONTROL1T" TO RL-PROGRAM-ID
002620     MOVE SPACE TO RL-PREDECESSOR-ID
002630     MOVE "STKCOUNT" TO RL-INPUT-FILE
002640     CALL "RUNLOG" USING RUN-LOG-PARM
002650     IF RL-OWN-RUN-OPEN
002660        DISPLAY "CONTROL1T - PREVIOUS RUN HAS NO END RECORD, "
002670            "RUN REFUSED - REVIEW THE RUN-CONTROL FILE"
002680     END-IF
002690     IF RL-PREDECESSOR-NOT-DONE
002700        DISPLAY "CONTROL1T - PREDECESSOR HAS NOT ENDED "
002710            "CLEANLY TODAY, RUN REFUSED"
002720     END-IF
002730     .
002740 0100-EXIT.
002750     EXIT.

002760 1000-INITIALIZE.
002770     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002780     PERFORM 1100-LOAD-TOLERANCE THRU 1100-EXIT
002790     PERFORM 1200-LOAD-APPROVALS THRU 1200-EXIT

002800     OPEN OUTPUT VARIANCE-REPORT
002810     MOVE WS-RUN-DATE TO HL-RUN-DATE
002820     MOVE WS-HEADING-1 TO VARIANCE-REPORT-LINE
002830     WRITE VARIANCE-REPORT-LINE
002840     MOVE WS-VALUE-LIMIT TO PL-VALUE-LIMIT
002850     MOVE WS-PERCENT-LIMIT TO PL-PERCENT-LIMIT
002860     MOVE WS-TOLERANCE-LINE TO VARIANCE-REPORT-LINE
002870     WRITE VARIANCE-REPORT-LINE

002880     OPEN EXTEND AUDIT-LOG-FILE
002890     IF NOT AUDIT-LOG-FILE-OK
002900        DISPLAY "CONTROL1T - UNABLE TO OPEN AUDIT-LOG-FILE"
002910     END-IF

002920*    WITHOUT THE OPERATOR MASTER NO APPROVAL CAN BE PROVED,
002930*    SO A LARGE VARIANCE CAN ONLY BE RELEASED BY A RECOUNT.
002940     OPEN INPUT OPERATOR-MASTER-FILE
002950     IF OPERATOR-MASTER-OK
002960        SET OPERATOR-FILE-IS-OPEN TO TRUE
002970     ELSE
002980        DISPLAY "CONTROL1T - UNABLE TO OPEN OPERATOR-MASTER-"
002990            "FILE, NO APPROVALS CAN BE CHECKED"
003000     END-IF

003010     OPEN I-O STOCKTAKE-SNAPSHOT-FILE
003020     IF NOT SNAPSHOT-FILE-OK
003030        DISPLAY "CONTROL1T - UNABLE TO OPEN STOCKTAKE-SNAPSHOT-"
003040            "FILE, RUN REFUSED - RUN CONTROL1S FIRST"
003050        SET RUN-REFUSED TO TRUE
003060        GO TO 1000-EXIT
003070     END-IF

003080*    ADJUSTMENTS JOIN WHATEVER MOVEMENTS THE STORES OFFICE HAS
003090*    ALREADY BOOKED FOR THE NEXT STOCK UPDATE RUN.  A RUN ON
003100*    ITS OWN CREATES THE FILE.
003110     OPEN EXTEND STOCK-MOVEMENT-FILE
003120     IF NOT MOVEMENT-FILE-OK
003130        OPEN OUTPUT STOCK-MOVEMENT-FILE
003140     END-IF
003150     IF NOT MOVEMENT-FILE-OK
003160        DISPLAY "CONTROL1T - UNABLE TO OPEN STOCK-MOVEMENT-FILE"
003170            ", RUN REFUSED - NOTHING ADJUSTED"
003180        SET RUN-REFUSED TO TRUE
003190        GO TO 1000-EXIT
003200     END-IF

003210*    A RUN WITH NO NEW COUNTS STILL RE-EXAMINES THE HELD
003220*    ITEMS, SO APPROVALS SIGNED SINCE THE LAST RUN ARE POSTED.
003230     OPEN INPUT STOCK-COUNT-FILE
003240     IF NOT STOCK-COUNT-OK
003250        DISPLAY "CONTROL1T - NO STOCK-COUNT-FILE, HELD ITEMS "
003260            "RE-EXAMINED ONLY"
003270        MOVE "Y" TO WS-COUNT-EOF-SWITCH
003280     ELSE
003290        PERFORM 1900-READ-COUNT THRU 1900-EXIT
003300     END-IF
003310     .
003320 1000-EXIT.
003330     EXIT.

003340 1100-LOAD-TOLERANCE.
003350     OPEN INPUT STOCK-TOLERANCE-FILE
003360     IF NOT STOCK-TOLERANCE-OK
003370        DISPLAY "CONTROL1T - UNABLE TO OPEN STOCK-TOLERANCE-"
003380            "FILE, USING 25.00 VALUE AND 2% TOLERANCE"
003390     ELSE
003400        READ STOCK-TOLERANCE-FILE
003410            AT END
003420                DISPLAY "CONTROL1T - STOCK-TOLERANCE-FILE EMPTY, "
003430                    "USING 25.00 VALUE AND 2% TOLERANCE"
003440            NOT AT END
003450                MOVE TP-VALUE-LIMIT TO WS-VALUE-LIMIT
003460                MOVE TP-PERCENT-LIMIT TO WS-PERCENT-LIMIT
003470        END-READ
003480        CLOSE STOCK-TOLERANCE-FILE
003490     END-IF
003500     .
003510 1100-EXIT.
003520     EXIT.

003530 1200-LOAD-APPROVALS.
003540     OPEN INPUT STOCK-APPROVAL-FILE
003550     IF NOT STOCK-APPROVAL-OK
003560        GO TO 1200-EXIT
003570     END-IF
003580     PERFORM 1210-LOAD-ONE-APPROVAL THRU 1210-EXIT
003590         UNTIL STOCK-APPROVAL-EOF
003600            OR WS-APPROVAL-COUNT = 100
003610     IF NOT STOCK-APPROVAL-EOF
003620        DISPLAY "CONTROL1T - APPROVAL TABLE FULL AT 100, "
003630            "REMAINING APPROVALS NOT LOADED"
003640     END-IF
003650     CLOSE STOCK-APPROVAL-FILE
003660     .
003670 1200-EXIT.
003680     EXIT.

003690 1210-LOAD-ONE-APPROVAL.
003700     READ STOCK-APPROVAL-FILE
003710         AT END
003720             SET STOCK-APPROVAL-EOF TO TRUE
003730         NOT AT END
003740             ADD 1 TO WS-APPROVAL-COUNT
003750             SET WS-APPR-IDX TO WS-APPROVAL-COUNT
003760             MOVE SV-ITEM-CODE TO WS-APPR-ITEM-CODE (WS-APPR-IDX)
003770             MOVE SV-APPROVED-QTY TO WS-APPR-QTY (WS-APPR-IDX)
003780             MOVE SV-APPROVED-BY TO WS-APPR-BY (WS-APPR-IDX)
003790     END-READ
003800     .
003810 1210-EXIT.
003820     EXIT.

003830 1900-READ-COUNT.
003840     READ STOCK-COUNT-FILE
003850         AT END
003860             MOVE "Y" TO WS-COUNT-EOF-SWITCH
003870     END-READ
003880     .
003890 1900-EXIT.
003900     EXIT.

003910 2000-RECORD-ONE-COUNT.
003920     ADD 1 TO WS-COUNT-READ
003930     MOVE SPACE TO WS-REJECT-REASON
003940     EVALUATE TRUE
003950        WHEN SK-COUNTED-QTY IS NOT NUMERIC
003960           MOVE "Counted quantity not numeric"
003970               TO WS-REJECT-REASON
003980        WHEN SK-COUNT-NUMBER IS NOT NUMERIC
003990           OR SK-COUNT-NUMBER = ZERO
004000           MOVE "Count number missing" TO WS-REJECT-REASON
004010        WHEN OTHER
004020           PERFORM 2100-RECORD-COUNT THRU 2100-EXIT
004030     END-EVALUATE
004040     IF WS-REJECT-REASON NOT = SPACE
004050        PERFORM 2900-REJECT-COUNT THRU 2900-EXIT
004060     END-IF
004070     PERFORM 1900-READ-COUNT THRU 1900-EXIT
004080     .
004090 2000-EXIT.
004100     EXIT.

004110 2100-RECORD-COUNT.
004120     MOVE SK-ITEM-CODE TO SN-ITEM-CODE
004130     READ STOCKTAKE-SNAPSHOT-FILE
004140         INVALID KEY
004150             MOVE "Item not on stocktake snapshot"
004160                 TO WS-REJECT-REASON
004170             GO TO 2100-EXIT
004180     END-READ
004190     IF SN-ITEM-POSTED
004200        MOVE "Item already adjusted this stocktake"
004210            TO WS-REJECT-REASON
004220        GO TO 2100-EXIT
004230     END-IF
004240*    COUNTS ARE NUMBERED, SO A COUNT FILE KEYED IN TWICE DOES
004250*    NOT TURN THE FIRST COUNT INTO ITS OWN "RECOUNT".
004260     IF SK-COUNT-NUMBER NOT > SN-COUNT-NUMBER
004270        MOVE "Count number already recorded"
004280            TO WS-REJECT-REASON
004290        GO TO 2100-EXIT
004300     END-IF
004310     IF SN-COUNT-NUMBER > ZERO
004320        MOVE SN-COUNTED-QTY TO SN-PREVIOUS-QTY
004330     ELSE
004340        MOVE ZERO TO SN-PREVIOUS-QTY
004350     END-IF
004360     MOVE SK-COUNT-NUMBER TO SN-COUNT-NUMBER
004370     MOVE SK-COUNTED-QTY TO SN-COUNTED-QTY
004380     MOVE SK-COUNTED-BY TO SN-COUNTED-BY
004390     MOVE "O" TO SN-COUNT-STATUS
004400     REWRITE STOCK-SNAPSHOT-REC
004410         INVALID KEY
004420             MOVE "Count not recorded on snapshot"
004430                 TO WS-REJECT-REASON
004440             GO TO 2100-EXIT
004450     END-REWRITE
004460     ADD 1 TO WS-COUNT-RECORDED
004470     .
004480 2100-EXIT.
004490     EXIT.

004500 2900-REJECT-COUNT.
004510     ADD 1 TO WS-REJECT-COUNT
004520     MOVE SK-ITEM-CODE TO EL-ITEM-CODE
004530     MOVE WS-REJECT-REASON TO EL-REASON
004540     MOVE WS-EXCEPTION-LINE TO VARIANCE-REPORT-LINE
004550     WRITE VARIANCE-REPORT-LINE
004560     MOVE "CONTROL1T" TO AL-PROGRAM-ID
004570     ACCEPT AL-DATE-LOGGED FROM DATE YYYYMMDD
004580     ACCEPT AL-TIME-LOGGED FROM TIME
004590     MOVE SPACE TO AL-INPUT-DATA
004600     MOVE SK-ITEM-CODE TO AL-INPUT-DATA
004610     MOVE WS-REJECT-REASON TO AL-REJECT-REASON
004620     IF AUDIT-LOG-FILE-OK
004630        WRITE AUDIT-LOG-REC
004640     END-IF
004650     .
004660 2900-EXIT.
004670     EXIT.

004680 3000-EVALUATE-VARIANCES.
004690     MOVE WS-HEADING-2 TO VARIANCE-REPORT-LINE
004700     WRITE VARIANCE-REPORT-LINE
004710     MOVE LOW-VALUES TO SN-ITEM-CODE
004720     START STOCKTAKE-SNAPSHOT-FILE KEY IS NOT < SN-ITEM-CODE
004730         INVALID KEY
004740             MOVE "Y" TO WS-SNAP-EOF-SWITCH
004750     END-START
004760     PERFORM 3100-EVALUATE-ONE-ITEM THRU 3100-EXIT
004770         UNTIL END-OF-SNAPSHOT

004780     MOVE WS-ITEM-COUNT TO TL-ITEM-COUNT
004790     MOVE WS-AGREED-COUNT TO TL-AGREED-COUNT
004800     MOVE WS-ADJUSTED-COUNT TO TL-ADJUSTED-COUNT
004810     MOVE WS-HELD-COUNT TO TL-HELD-COUNT
004820     MOVE WS-NOT-COUNTED-COUNT TO TL-NOT-COUNTED
004830     MOVE WS-TRAILER-LINE-1 TO VARIANCE-REPORT-LINE
004840     WRITE VARIANCE-REPORT-LINE
004850     MOVE WS-COUNT-READ TO TL-COUNT-READ
004860     MOVE WS-COUNT-RECORDED TO TL-COUNT-RECORDED
004870     MOVE WS-REJECT-COUNT TO TL-REJECT-COUNT
004880     MOVE WS-TRAILER-LINE-2 TO VARIANCE-REPORT-LINE
004890     WRITE VARIANCE-REPORT-LINE
004900     MOVE WS-NET-ADJUSTED-VALUE TO TL-NET-ADJUSTED
004910     MOVE WS-HELD-VALUE TO TL-HELD-VALUE
004920     MOVE WS-TRAILER-LINE-3 TO VARIANCE-REPORT-LINE
004930     WRITE VARIANCE-REPORT-LINE
004940     .
004950 3000-EXIT.
004960     EXIT.

004970 3100-EVALUATE-ONE-ITEM.
004980     READ STOCKTAKE-SNAPSHOT-FILE NEXT RECORD
004990         AT END
005000             MOVE "Y" TO WS-SNAP-EOF-SWITCH
005010             GO TO 3100-EXIT
005020     END-READ
005030*    AN ITEM SETTLED BY AN EARLIER RUN OF THIS STOCKTAKE IS
005040*    NOT LISTED OR POSTED AGAIN.
005050     IF SN-ITEM-POSTED
005060        ADD 1 TO WS-EARLIER-COUNT
005070        GO TO 3100-EXIT
005080     END-IF
005090     ADD 1 TO WS-ITEM-COUNT
005100     IF SN-COUNT-NUMBER = ZERO
005110        ADD 1 TO WS-NOT-COUNTED-COUNT
005120        MOVE SN-ITEM-CODE TO NL-ITEM-CODE
005130        MOVE SN-ITEM-DESCRIPTION TO NL-ITEM-DESC
005140        MOVE SN-SNAPSHOT-QTY TO NL-SYSTEM-QTY
005150        MOVE WS-NOT-COUNTED-LINE TO VARIANCE-REPORT-LINE
005160        WRITE VARIANCE-REPORT-LINE
005170        GO TO 3100-EXIT
005180     END-IF

005190     PERFORM 3200-VALUE-VARIANCE THRU 3200-EXIT
005200     EVALUATE TRUE
005210        WHEN WS-VARIANCE-QTY = ZERO
005220*          THE SHELF AGREES WITH THE SYSTEM - NOTHING TO POST.
005230           ADD 1 TO WS-AGREED-COUNT
005240           MOVE "AGREED" TO WS-ACTION
005250           MOVE "P" TO SN-COUNT-STATUS
005260           MOVE WS-RUN-DATE TO SN-POSTED-DATE
005270        WHEN VARIANCE-WITHIN-LIMIT
005280           MOVE "ADJUSTED" TO WS-ACTION
005290           PERFORM 3400-POST-ADJUSTMENT THRU 3400-EXIT
005300        WHEN OTHER
005310           PERFORM 3300-CHECK-RELEASE THRU 3300-EXIT
005320           IF VARIANCE-RELEASED
005330              PERFORM 3400-POST-ADJUSTMENT THRU 3400-EXIT
005340           ELSE
005350              ADD 1 TO WS-HELD-COUNT
005360              ADD WS-ABS-VARIANCE-VALUE TO WS-HELD-VALUE
005370              MOVE "H" TO SN-COUNT-STATUS
005380           END-IF
005390     END-EVALUATE
005400     REWRITE STOCK-SNAPSHOT-REC
005410         INVALID KEY
005420             DISPLAY "CONTROL1T - SNAPSHOT NOT UPDATED FOR "
005430                 SN-ITEM-CODE
005440     END-REWRITE

005450     MOVE SN-ITEM-CODE TO DL-ITEM-CODE
005460     MOVE SN-ITEM-DESCRIPTION TO DL-ITEM-DESC
005470     MOVE SN-SNAPSHOT-QTY TO DL-SYSTEM-QTY
005480     MOVE SN-COUNTED-QTY TO DL-COUNTED-QTY
005490     MOVE WS-VARIANCE-QTY TO DL-VARIANCE-QTY
005500     MOVE WS-VARIANCE-VALUE TO DL-VARIANCE-VALUE
005510     MOVE WS-VARIANCE-PCT TO DL-VARIANCE-PCT
005520     MOVE WS-ACTION TO DL-ACTION
005530     MOVE WS-DETAIL-LINE TO VARIANCE-REPORT-LINE
005540     WRITE VARIANCE-REPORT-LINE
005550     .
005560 3100-EXIT.
005570     EXIT.

005580 3200-VALUE-VARIANCE.
005590*    THE VARIANCE IS VALUED AT THE UNIT COST FROZEN IN THE
005600*    SNAPSHOT AND MEASURED AS A PERCENTAGE OF THE SYSTEM
005610*    QUANTITY.  STOCK FOUND WHERE THE SYSTEM HELD NONE HAS NO
005620*    PERCENTAGE TO SPEAK OF AND IS TAKEN AS OVER ANY LIMIT.
005630     COMPUTE WS-VARIANCE-QTY = SN-COUNTED-QTY - SN-SNAPSHOT-QTY
005640     COMPUTE WS-VARIANCE-VALUE ROUNDED =
005650         WS-VARIANCE-QTY * SN-UNIT-COST
005660     IF WS-VARIANCE-QTY < ZERO
005670        COMPUTE WS-ABS-VARIANCE-QTY = ZERO - WS-VARIANCE-QTY
005680        COMPUTE WS-ABS-VARIANCE-VALUE =
005690            ZERO - WS-VARIANCE-VALUE
005700     ELSE
005710        MOVE WS-VARIANCE-QTY TO WS-ABS-VARIANCE-QTY
005720        MOVE WS-VARIANCE-VALUE TO WS-ABS-VARIANCE-VALUE
005730     END-IF
005740     IF SN-SNAPSHOT-QTY > ZERO
005750        COMPUTE WS-VARIANCE-PCT ROUNDED =
005760            WS-ABS-VARIANCE-QTY * 100 / SN-SNAPSHOT-QTY
005770            ON SIZE ERROR
005780                MOVE 999.99 TO WS-VARIANCE-PCT
005790        END-COMPUTE
005800     ELSE
005810        MOVE 999.99 TO WS-VARIANCE-PCT
005820     END-IF

005830*    A VARIANCE UNDER EITHER LIMIT IS SMALL ENOUGH TO ADJUST;
005840*    A LIMIT LEFT AT ZERO IS NOT APPLIED.
005850     MOVE "N" TO WS-WITHIN-SWITCH
005860     IF WS-VALUE-LIMIT > ZERO
005870        AND WS-ABS-VARIANCE-VALUE < WS-VALUE-LIMIT
005880        SET VARIANCE-WITHIN-LIMIT TO TRUE
005890     END-IF
005900     IF WS-PERCENT-LIMIT > ZERO
005910        AND WS-VARIANCE-PCT < WS-PERCENT-LIMIT
005920        SET VARIANCE-WITHIN-LIMIT TO TRUE
005930     END-IF
005940     .
005950 3200-EXIT.
005960     EXIT.

005970 3300-CHECK-RELEASE.
005980*    A LARGE VARIANCE IS ONLY ADJUSTED ONCE A RECOUNT HAS
005990*    FOUND THE SAME QUANTITY AS THE COUNT BEFORE IT, OR A
006000*    SUPERVISOR HAS SIGNED OFF THAT COUNTED QUANTITY.
006010     MOVE "N" TO WS-RELEASE-SWITCH
006020     MOVE "HELD - RECOUNT/APPR" TO WS-ACTION
006030     IF SN-COUNT-NUMBER > 1
006040        AND SN-COUNTED-QTY = SN-PREVIOUS-QTY
006050        SET VARIANCE-RELEASED TO TRUE
006060        MOVE "RECOUNT CONFIRMED" TO WS-ACTION
006070        GO TO 3300-EXIT
006080     END-IF

006090     MOVE ZERO TO WS-APPROVAL-SLOT
006100     PERFORM 3310-FIND-ONE-APPROVAL THRU 3310-EXIT
006110         VARYING WS-APPR-IDX FROM 1 BY 1
006120         UNTIL WS-APPR-IDX > WS-APPROVAL-COUNT
006130            OR WS-APPROVAL-SLOT > ZERO
006140     IF WS-APPROVAL-SLOT = ZERO
006150        GO TO 3300-EXIT
006160     END-IF

006170*    THE APPROVER MUST BE A CURRENT OPERATOR OF RECORD, AND
006180*    NOT THE PERSON WHOSE COUNT IS BEING SIGNED OFF.
006190     IF NOT OPERATOR-FILE-IS-OPEN
006200        MOVE "HELD - NO OPERATORS" TO WS-ACTION
006210        GO TO 3300-EXIT
006220     END-IF
006230     IF WS-APPR-BY (WS-APPROVAL-SLOT) = SN-COUNTED-BY
006240        MOVE "HELD - OWN APPROVAL" TO WS-ACTION
006250        GO TO 3300-EXIT
006260     END-IF
006270     MOVE WS-APPR-BY (WS-APPROVAL-SLOT) TO OP-OPERATOR-ID
006280     READ OPERATOR-MASTER-FILE
006290         INVALID KEY
006300             MOVE "HELD - BAD APPROVER" TO WS-ACTION
006310             GO TO 3300-EXIT
006320     END-READ
006330     IF NOT OPERATOR-IS-ACTIVE
006340        MOVE "HELD - BAD APPROVER" TO WS-ACTION
006350        GO TO 3300-EXIT
006360     END-IF
006370     SET VARIANCE-RELEASED TO TRUE
006380     MOVE SPACE TO WS-ACTION
006390     STRING "APPROVED " DELIMITED BY SIZE
006400            WS-APPR-BY (WS-APPROVAL-SLOT) DELIMITED BY SPACE
006410         INTO WS-ACTION
006420     END-STRING
006430     .
006440 3300-EXIT.
006450     EXIT.

006460 3310-FIND-ONE-APPROVAL.
006470*    AN APPROVAL ONLY RELEASES THE QUANTITY IT NAMES.
006480     IF WS-APPR-ITEM-CODE (WS-APPR-IDX) = SN-ITEM-CODE
006490        AND WS-APPR-QTY (WS-APPR-IDX) = SN-COUNTED-QTY
006500        SET WS-APPROVAL-SLOT TO WS-APPR-IDX
006510     END-IF
006520     .
006530 3310-EXIT.
006540     EXIT.

006550 3400-POST-ADJUSTMENT.
006560*    THE STOCK UPDATE RUN SETS THE QUANTITY ON HAND TO THE
006570*    QUANTITY ON AN "A" MOVEMENT, SO THE COUNT ITSELF IS
006580*    POSTED RATHER THAN THE DIFFERENCE.
006590     MOVE SN-ITEM-CODE TO MV-ITEM-CODE
006600     MOVE "A" TO MV-MOVEMENT-TYPE
006610     MOVE SN-COUNTED-QTY TO MV-QUANTITY
006620     MOVE WS-RUN-DATE TO MV-MOVEMENT-DATE
006630     MOVE ZERO TO MV-UNIT-COST
006640     WRITE STOCK-MOVEMENT-REC
006650     IF NOT MOVEMENT-FILE-OK
006660        DISPLAY "CONTROL1T - ADJUSTMENT NOT WRITTEN FOR "
006670            SN-ITEM-CODE
006680        MOVE "** NOT POSTED **" TO WS-ACTION
006690        GO TO 3400-EXIT
006700     END-IF
006710     ADD 1 TO WS-ADJUSTED-COUNT
006720     ADD WS-VARIANCE-VALUE TO WS-NET-ADJUSTED-VALUE
006730     MOVE "P" TO SN-COUNT-STATUS
006740     MOVE WS-RUN-DATE TO SN-POSTED-DATE
006750     .
006760 3400-EXIT.
006770     EXIT.

006780 8000-TERMINATE.
006790     CLOSE STOCKTAKE-SNAPSHOT-FILE
006800     CLOSE STOCK-COUNT-FILE
006810     CLOSE STOCK-MOVEMENT-FILE
006820     CLOSE OPERATOR-MASTER-FILE
006830     CLOSE VARIANCE-REPORT
006840     CLOSE AUDIT-LOG-FILE
006850     DISPLAY "CONTROL1T - COUNTS READ: " WS-COUNT-READ
006860     DISPLAY "CONTROL1T - COUNTS RECORDED: " WS-COUNT-RECORDED
006870     DISPLAY "CONTROL1T - COUNTS REJECTED: " WS-REJECT-COUNT
006880     DISPLAY "CONTROL1T - ITEMS AGREED: " WS-AGREED-COUNT
006890     DISPLAY "CONTROL1T - ITEMS ADJUSTED: " WS-ADJUSTED-COUNT
006900     DISPLAY "CONTROL1T - ITEMS HELD: " WS-HELD-COUNT
006910     DISPLAY "CONTROL1T - ITEMS NOT COUNTED: "
006920         WS-NOT-COUNTED-COUNT
006930     DISPLAY "CONTROL1T - ITEMS SETTLED BY EARLIER RUNS: "
006940         WS-EARLIER-COUNT
006950     .
006960 8000-EXIT.
006970     EXIT.

006980 8800-END-RUN-CONTROL.
006990     MOVE "E" TO RL-FUNCTION
007000     MOVE WS-COUNT-READ TO RL-RECORDS-PROCESSED
007010     MOVE WS-REJECT-COUNT TO RL-RECORDS-REJECTED
007020     MOVE "CLEAN" TO RL-END-STATUS
007030     CALL "RUNLOG" USING RUN-LOG-PARM
007040     .
007050 8800-EXIT.
007060     EXIT.
