000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CONTROL2V.
000120 AUTHOR. 62160246.
000130 INSTALLATION. STUDENT RECORDS SYSTEM - ASSET MANAGEMENT.
000140 DATE-WRITTEN. 10/15/26.
000150 DATE-COMPILED.
000160*----------------------------------------------------------*
000170*  MODIFICATION HISTORY                                    *
000180*  --------------------------------------------------------*
000190*  10/15/26  JH  PHYSICAL ASSET VERIFICATION RUN.  TAKES THE *
000200*                DEVICES SCANNED ON A ROOM WALK-ROUND AND     *
000210*                RECONCILES THEM TO THE ROOM EACH DEVICE IS   *
000220*                RECORDED IN ON THE ASSET MASTER, REPORTING   *
000230*                DEVICES FOUND WHERE THEY SHOULD NOT BE,      *
000240*                DEVICES MISSING FROM A ROOM THAT WAS         *
000250*                WALKED, AND ACTIVE DEVICES NOT SEEN FOR      *
000260*                MORE THAN THE NUMBER OF DAYS ON THE          *
000270*                VERIFICATION PARAMETER.  EACH DEVICE FOUND   *
000280*                HAS ITS LAST-SEEN DATE UPDATED.  REPLACES    *
000290*                THE ANNUAL CLIPBOARD CHECK FOR AUDIT.        *
000300*----------------------------------------------------------*

000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER. IBM-370.
000340 OBJECT-COMPUTER. IBM-370.

000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT ASSET-SCAN-FILE ASSIGN TO "ASSETSCN"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS FS-ASSET-SCAN.

000400     SELECT ASSET-MASTER-FILE ASSIGN TO "ASSETMST"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS AR-DEVICE-ID
000440         FILE STATUS IS FS-ASSET-MASTER.

000450     SELECT VERIFY-PARM-FILE ASSIGN TO "VERIFPRM"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS FS-VERIFY-PARM.

000480     SELECT VERIFY-REPORT ASSIGN TO "VERIFRPT"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS FS-VERIFY-REPORT.

000510     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS FS-AUDIT-LOG.

000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  ASSET-SCAN-FILE
000570     RECORDING MODE IS F.
000580 COPY ASSETSCN.

000590 FD  ASSET-MASTER-FILE.
000600 COPY ASSETMST.

000610 FD  VERIFY-PARM-FILE
000620     RECORDING MODE IS F.
000630 COPY VERIFPRM.

000640 FD  VERIFY-REPORT
000650     RECORDING MODE IS F.
000660 01  VERIFY-REPORT-LINE         PIC X(80).

000670 FD  AUDIT-LOG-FILE
000680     RECORDING MODE IS F.
000690 COPY AUDITREC.

000700 WORKING-STORAGE SECTION.
000710 01  WS-FILE-STATUSES.
000720     05  FS-ASSET-SCAN          PIC X(02) VALUE ZERO.
000730         88  ASSET-SCAN-FILE-OK     VALUE "00".
000740     05  FS-ASSET-MASTER        PIC X(02) VALUE ZERO.
000750         88  ASSET-MASTER-FILE-OK   VALUE "00".
000760     05  FS-VERIFY-PARM         PIC X(02) VALUE ZERO.
000770         88  VERIFY-PARM-OK         VALUE "00".
000780     05  FS-VERIFY-REPORT       PIC X(02) VALUE ZERO.
000790     05  FS-AUDIT-LOG           PIC X(02) VALUE ZERO.
000800         88  AUDIT-LOG-FILE-OK      VALUE "00".

000810 01  WS-SWITCHES.
000820     05  WS-SCAN-EOF-SWITCH     PIC X(01) VALUE "N".
000830         88  END-OF-SCAN-FILE       VALUE "Y".
000840     05  WS-MASTER-EOF-SWITCH   PIC X(01) VALUE "N".
000850         88  END-OF-ASSET-MASTER    VALUE "Y".
000860     05  WS-REFUSE-SWITCH       PIC X(01) VALUE "N".
000870         88  RUN-REFUSED            VALUE "Y".
000880     05  WS-ROOM-FOUND-SWITCH   PIC X(01) VALUE "N".
000890         88  ROOM-IS-FOUND          VALUE "Y".

000900 01  WS-COUNTS.
000910     05  WS-SCAN-COUNT          PIC 9(05) COMP VALUE ZERO.
000920     05  WS-VERIFIED-COUNT      PIC 9(05) COMP VALUE ZERO.
000930     05  WS-MISPLACED-COUNT     PIC 9(05) COMP VALUE ZERO.
000940     05  WS-UNKNOWN-COUNT       PIC 9(05) COMP VALUE ZERO.
000950     05  WS-MISSING-COUNT       PIC 9(05) COMP VALUE ZERO.
000960     05  WS-UNSEEN-COUNT        PIC 9(05) COMP VALUE ZERO.
000970     05  WS-NO-ROOM-COUNT       PIC 9(05) COMP VALUE ZERO.
000980     05  WS-ASSET-COUNT         PIC 9(05) COMP VALUE ZERO.
000990     05  WS-WALKED-COUNT        PIC 9(03) COMP VALUE ZERO.
001000     05  WS-WALKED-SLOT         PIC 9(03) COMP VALUE ZERO.

001010*    EVERY ROOM ON THE SCAN FILE, WITH THE LATEST DATE IT WAS
001020*    WALKED.  A DEVICE RECORDED IN ONE OF THESE ROOMS AND NOT
001030*    SEEN SINCE THAT DATE IS MISSING FROM IT.
001040 01  WS-WALKED-TABLE.
001050     05  WS-WALKED-ENTRY        OCCURS 500 TIMES
001060                                 INDEXED BY WS-WALKED-IDX.
001070         10  WS-TAB-CITY-CODE       PIC 9(01).
001080         10  WS-TAB-BUILDING        PIC X(12).
001090         10  WS-TAB-ROOM-NUMBER     PIC X(05).
001100         10  WS-TAB-WALK-DATE       PIC 9(08).

001110 01  WS-VERIFY-FIGURES.
001120     05  WS-RUN-DATE            PIC 9(08) VALUE ZERO.
001130     05  WS-UNSEEN-DAYS         PIC 9(03) VALUE 365.
001140     05  WS-RUN-INTEGER         PIC 9(07) VALUE ZERO.
001150     05  WS-SEEN-INTEGER        PIC 9(07) VALUE ZERO.
001160     05  WS-DAYS-UNSEEN         PIC 9(05) VALUE ZERO.
001170     05  WS-BASE-DATE           PIC 9(08) VALUE ZERO.
001180     05  WS-REJECT-REASON       PIC X(40) VALUE SPACE.
001190     05  WS-LOOKUP-ROOM.
001200         10  WS-LOOK-CITY-CODE  PIC 9(01).
001210         10  WS-LOOK-BUILDING   PIC X(12).
001220         10  WS-LOOK-ROOM-NUMBER PIC X(05).

001230 01  WS-REPORT-LINES.
001240     05  WS-HEADING-1.
001250         10  FILLER             PIC X(36) VALUE
001260             "ASSET VERIFICATION REPORT - RUN DATE".
001270         10  FILLER             PIC X(01) VALUE SPACE.
001280         10  HL-RUN-DATE        PIC 9(08).
001290         10  FILLER             PIC X(35) VALUE SPACE.
001300     05  WS-HEADING-2.
001310         10  FILLER             PIC X(10) VALUE "EXCEPTION".
001320         10  FILLER             PIC X(01) VALUE SPACE.
001330         10  FILLER             PIC X(07) VALUE "DEVICE".
001340         10  FILLER             PIC X(02) VALUE SPACE.
001350         10  FILLER             PIC X(22) VALUE
001360             "C BUILDING     ROOM".
001370         10  FILLER             PIC X(38) VALUE "DETAIL".
001380     05  WS-DETAIL-LINE.
001390         10  VL-EXCEPTION       PIC X(10).
001400         10  FILLER             PIC X(01) VALUE SPACE.
001410         10  VL-DEVICE-ID       PIC X(07).
001420         10  FILLER             PIC X(02) VALUE SPACE.
001430         10  VL-CITY-CODE       PIC 9(01).
001440         10  FILLER             PIC X(01) VALUE SPACE.
001450         10  VL-BUILDING        PIC X(12).
001460         10  FILLER             PIC X(01) VALUE SPACE.
001470         10  VL-ROOM-NUMBER     PIC X(05).
001480         10  FILLER             PIC X(02) VALUE SPACE.
001490         10  VL-DETAIL          PIC X(38).
001500     05  WS-PARM-LINE.
001510         10  FILLER             PIC X(26) VALUE
001520             "DEVICES NOT SEEN FOR OVER".
001530         10  PL-UNSEEN-DAYS     PIC ZZ9.
001540         10  FILLER             PIC X(05) VALUE " DAYS".
001550         10  FILLER             PIC X(46) VALUE SPACE.
001560     05  WS-TRAILER-LINE-1.
001570         10  FILLER             PIC X(08) VALUE "SCANNED-".
001580         10  TL-SCAN-COUNT      PIC ZZZZ9.
001590         10  FILLER             PIC X(03) VALUE SPACE.
001600         10  FILLER             PIC X(09) VALUE "VERIFIED-".
001610         10  TL-VERIFIED-COUNT  PIC ZZZZ9.
001620         10  FILLER             PIC X(03) VALUE SPACE.
001630         10  FILLER             PIC X(10) VALUE "MISPLACED-".
001640         10  TL-MISPLACED-COUNT PIC ZZZZ9.
001650         10  FILLER             PIC X(03) VALUE SPACE.
001660         10  FILLER             PIC X(08) VALUE "UNKNOWN-".
001670         10  TL-UNKNOWN-COUNT   PIC ZZZZ9.
001680         10  FILLER             PIC X(16) VALUE SPACE.
001690     05  WS-TRAILER-LINE-2.
001700         10  FILLER             PIC X(13) VALUE "ROOMS WALKED-".
001710         10  TL-WALKED-COUNT    PIC ZZ9.
001720         10  FILLER             PIC X(03) VALUE SPACE.
001730         10  FILLER             PIC X(08) VALUE "MISSING-".
001740         10  TL-MISSING-COUNT   PIC ZZZZ9.
001750         10  FILLER             PIC X(03) VALUE SPACE.
001760         10  FILLER             PIC X(09) VALUE "NOT SEEN-".
001770         10  TL-UNSEEN-COUNT    PIC ZZZZ9.
001780         10  FILLER             PIC X(03) VALUE SPACE.
001790         10  FILLER             PIC X(08) VALUE "NO ROOM-".
001800         10  TL-NO-ROOM-COUNT   PIC ZZZZ9.
001810         10  FILLER             PIC X(15) VALUE SPACE.

001820 COPY RUNPARM.

001830 PROCEDURE DIVISION.

001840 0000-MAINLINE.
001850     PERFORM 0100-START-RUN-CONTROL THRU 0100-EXIT
001860     IF NOT RL-CLEAR-TO-RUN
001870        GOBACK
001880     END-IF
001890     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001900*    WITHOUT THE MASTER THERE IS NOTHING TO RECONCILE TO, AND
001910*    WITHOUT A SCAN FILE, OR WITH MORE ROOMS ON IT THAN THE
001920*    TABLE HOLDS, EVERY DEVICE IN AN UNLISTED ROOM WOULD BE
001930*    MISREPORTED, SO THE RUN REFUSES.  THE OPEN START RECORD
001940*    FLAGS IT.
001950     IF RUN-REFUSED
001960        GOBACK
001970     END-IF
001980     PERFORM 2000-PROCESS-ONE-SCAN THRU 2000-EXIT
001990         UNTIL END-OF-SCAN-FILE
002000     PERFORM 3000-CHECK-ASSET-MASTER THRU 3000-EXIT
002010     PERFORM 8000-TERMINATE THRU 8000-EXIT
002020     PERFORM 8800-END-RUN-CONTROL THRU 8800-EXIT
002030     GOBACK
002040     .

002050 0100-START-RUN-CONTROL.
002060     MOVE "S" TO RL-FUNCTION
002070     MOVE "CONTROL2V" TO RL-PROGRAM-ID
002080     MOVE SPACE TO RL-PREDECESSOR-ID
002090     MOVE "ASSETSCN" TO RL-INPUT-FILE
002100     CALL "RUNLOG" USING RUN-LOG-PARM
002110     IF RL-OWN-RUN-OPEN
002120        DISPLAY "CONTROL2V - PREVIOUS RUN HAS NO END RECORD, "
002130            "RUN REFUSED - REVIEW THE RUN-CONTROL FILE"
002140     END-IF
002150     IF RL-PREDECESSOR-NOT-DONE
002160        DISPLAY "CONTROL2V - PREDECESSOR HAS NOT ENDED "
002170            "CLEANLY TODAY, RUN REFUSED"
002180     END-IF
002190     .
002200 0100-EXIT.
002210     EXIT.

002220 1000-INITIALIZE.
002230     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002240     PERFORM 1100-LOAD-VERIFY-PARM THRU 1100-EXIT
002250*    ORDINARY DATE ARITHMETIC ACROSS VARYING MONTH LENGTHS AND
002260*    LEAP YEARS IS IMPRACTICAL WITH DIVIDE/COMPUTE ALONE, SO
002270*    THE INTEGER-OF-DATE INTRINSIC IS USED HERE THE SAME WAY
002280*    CONTROL5 WORKS OUT ITS DAY COUNTS.
002290     COMPUTE WS-RUN-INTEGER =
002300         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)

002310     OPEN OUTPUT VERIFY-REPORT
002320     MOVE WS-RUN-DATE TO HL-RUN-DATE
002330     MOVE WS-HEADING-1 TO VERIFY-REPORT-LINE
002340     WRITE VERIFY-REPORT-LINE
002350     MOVE WS-UNSEEN-DAYS TO PL-UNSEEN-DAYS
002360     MOVE WS-PARM-LINE TO VERIFY-REPORT-LINE
002370     WRITE VERIFY-REPORT-LINE
002380     MOVE WS-HEADING-2 TO VERIFY-REPORT-LINE
002390     WRITE VERIFY-REPORT-LINE

002400     OPEN EXTEND AUDIT-LOG-FILE
002410     IF NOT AUDIT-LOG-FILE-OK
002420        DISPLAY "CONTROL2V - UNABLE TO OPEN AUDIT-LOG-FILE"
002430     END-IF

002440     OPEN I-O ASSET-MASTER-FILE
002450     IF NOT ASSET-MASTER-FILE-OK
002460        DISPLAY "CONTROL2V - UNABLE TO OPEN ASSET-MASTER-FILE, "
002470            "RUN REFUSED"
002480        SET RUN-REFUSED TO TRUE
002490     END-IF

002500     PERFORM 1200-LOAD-WALKED-ROOMS THRU 1200-EXIT

002510     IF NOT RUN-REFUSED
002520        OPEN INPUT ASSET-SCAN-FILE
002530        PERFORM 1300-READ-SCAN THRU 1300-EXIT
002540     END-IF
002550     .
002560 1000-EXIT.
002570     EXIT.

002580 1100-LOAD-VERIFY-PARM.
002590     OPEN INPUT VERIFY-PARM-FILE
002600     IF NOT VERIFY-PARM-OK
002610        DISPLAY "CONTROL2V - UNABLE TO OPEN VERIFY-PARM-FILE, "
002620            "USING 365 DAYS"
002630     ELSE
002640        READ VERIFY-PARM-FILE
002650            AT END
002660                DISPLAY "CONTROL2V - VERIFY-PARM-FILE EMPTY, "
002670                    "USING 365 DAYS"
002680            NOT AT END
002690                MOVE VP-UNSEEN-DAYS TO WS-UNSEEN-DAYS
002700        END-READ
002710        CLOSE VERIFY-PARM-FILE
002720     END-IF
002730     .
002740 1100-EXIT.
002750     EXIT.

002760 1200-LOAD-WALKED-ROOMS.
002770*    A FIRST PASS OF THE SCAN FILE SETTLES WHICH ROOMS WERE
002780*    WALKED BEFORE ANY DEVICE IS JUDGED AGAINST THEM.
002790     OPEN INPUT ASSET-SCAN-FILE
002800     IF NOT ASSET-SCAN-FILE-OK
002810        DISPLAY "CONTROL2V - UNABLE TO OPEN ASSET-SCAN-FILE, "
002820            "RUN REFUSED"
002830        SET RUN-REFUSED TO TRUE
002840        GO TO 1200-EXIT
002850     END-IF
002860     PERFORM 1210-NOTE-ONE-ROOM THRU 1210-EXIT
002870         UNTIL END-OF-SCAN-FILE
002880            OR RUN-REFUSED
002890     CLOSE ASSET-SCAN-FILE
002900     MOVE "N" TO WS-SCAN-EOF-SWITCH
002910     .
002920 1200-EXIT.
002930     EXIT.

002940 1210-NOTE-ONE-ROOM.
002950     READ ASSET-SCAN-FILE
002960         AT END
002970             MOVE "Y" TO WS-SCAN-EOF-SWITCH
002980             GO TO 1210-EXIT
002990     END-READ
003000     IF AV-SCAN-DATE IS NOT NUMERIC
003010        GO TO 1210-EXIT
003020     END-IF
003030     MOVE AV-CITY-CODE TO WS-LOOK-CITY-CODE
003040     MOVE AV-BUILDING TO WS-LOOK-BUILDING
003050     MOVE AV-ROOM-NUMBER TO WS-LOOK-ROOM-NUMBER
003060     PERFORM 1220-FIND-WALKED-ROOM THRU 1220-EXIT
003070     IF ROOM-IS-FOUND
003080        IF AV-SCAN-DATE > WS-TAB-WALK-DATE (WS-WALKED-SLOT)
003090           MOVE AV-SCAN-DATE
003100               TO WS-TAB-WALK-DATE (WS-WALKED-SLOT)
003110        END-IF
003120        GO TO 1210-EXIT
003130     END-IF
003140     IF WS-WALKED-COUNT = 500
003150        DISPLAY "CONTROL2V - WALKED-ROOM TABLE FULL AT 500, "
003160            "RUN REFUSED - NOTHING UPDATED"
003170        SET RUN-REFUSED TO TRUE
003180        GO TO 1210-EXIT
003190     END-IF
003200     ADD 1 TO WS-WALKED-COUNT
003210     SET WS-WALKED-IDX TO WS-WALKED-COUNT
003220     MOVE AV-CITY-CODE TO WS-TAB-CITY-CODE (WS-WALKED-IDX)
003230     MOVE AV-BUILDING TO WS-TAB-BUILDING (WS-WALKED-IDX)
003240     MOVE AV-ROOM-NUMBER TO WS-TAB-ROOM-NUMBER (WS-WALKED-IDX)
003250     MOVE AV-SCAN-DATE TO WS-TAB-WALK-DATE (WS-WALKED-IDX)
003260     .
003270 1210-EXIT.
003280     EXIT.

003290 1220-FIND-WALKED-ROOM.
003300     MOVE "N" TO WS-ROOM-FOUND-SWITCH
003310     MOVE ZERO TO WS-WALKED-SLOT
003320     PERFORM 1230-CHECK-ONE-ROOM THRU 1230-EXIT
003330         VARYING WS-WALKED-IDX FROM 1 BY 1
003340         UNTIL WS-WALKED-IDX > WS-WALKED-COUNT
003350            OR ROOM-IS-FOUND
003360     .
003370 1220-EXIT.
003380     EXIT.

003390 1230-CHECK-ONE-ROOM.
003400     IF WS-TAB-CITY-CODE (WS-WALKED-IDX) = WS-LOOK-CITY-CODE
003410        AND WS-TAB-BUILDING (WS-WALKED-IDX) = WS-LOOK-BUILDING
003420        AND WS-TAB-ROOM-NUMBER (WS-WALKED-IDX)
003430            = WS-LOOK-ROOM-NUMBER
003440        SET WS-WALKED-SLOT TO WS-WALKED-IDX
003450        SET ROOM-IS-FOUND TO TRUE
003460     END-IF
003470     .
003480 1230-EXIT.
003490     EXIT.

003500 1300-READ-SCAN.
003510     READ ASSET-SCAN-FILE
003520         AT END
003530             MOVE "Y" TO WS-SCAN-EOF-SWITCH
003540         NOT AT END
003550             ADD 1 TO WS-SCAN-COUNT
003560     END-READ
003570     .
003580 1300-EXIT.
003590     EXIT.

003600 2000-PROCESS-ONE-SCAN.
003610     IF AV-SCAN-DATE IS NOT NUMERIC
003620        MOVE "Scan date not numeric" TO WS-REJECT-REASON
003630        PERFORM 2900-REJECT-SCAN THRU 2900-EXIT
003640        GO TO 2000-READ
003650     END-IF
003660     MOVE AV-CITY-CODE TO VL-CITY-CODE
003670     MOVE AV-BUILDING TO VL-BUILDING
003680     MOVE AV-ROOM-NUMBER TO VL-ROOM-NUMBER
003690     MOVE AV-DEVICE-ID TO VL-DEVICE-ID
003700     MOVE AV-DEVICE-ID TO AR-DEVICE-ID
003710     READ ASSET-MASTER-FILE
003720         INVALID KEY
003730             ADD 1 TO WS-UNKNOWN-COUNT
003740             MOVE "UNKNOWN" TO VL-EXCEPTION
003750             MOVE "NOT ON ASSET MASTER" TO VL-DETAIL
003760             PERFORM 2800-WRITE-DETAIL THRU 2800-EXIT
003770             MOVE "Scanned device not on asset master"
003780                 TO WS-REJECT-REASON
003790             PERFORM 2910-LOG-SCAN THRU 2910-EXIT
003800             GO TO 2000-READ
003810     END-READ
003820     EVALUATE TRUE
003830        WHEN ASSET-IS-DISPOSED
003840           ADD 1 TO WS-MISPLACED-COUNT
003850           MOVE "DISPOSED" TO VL-EXCEPTION
003860           MOVE SPACE TO VL-DETAIL
003870           STRING "DISPOSED " DELIMITED BY SIZE
003880                  AR-STATUS-DATE DELIMITED BY SIZE
003890                  " BUT STILL IN ROOM" DELIMITED BY SIZE
003900                  INTO VL-DETAIL
003910           END-STRING
003920           PERFORM 2800-WRITE-DETAIL THRU 2800-EXIT
003930        WHEN AR-BUILDING = SPACE
003940           ADD 1 TO WS-MISPLACED-COUNT
003950           MOVE "NO ROOM" TO VL-EXCEPTION
003960           MOVE "FOUND HERE, NO ROOM ON ASSET MASTER"
003970               TO VL-DETAIL
003980           PERFORM 2800-WRITE-DETAIL THRU 2800-EXIT
003990        WHEN AR-CITY-CODE NOT = AV-CITY-CODE
004000          OR AR-BUILDING NOT = AV-BUILDING
004010          OR AR-ROOM-NUMBER NOT = AV-ROOM-NUMBER
004020           ADD 1 TO WS-MISPLACED-COUNT
004030           MOVE "MISPLACED" TO VL-EXCEPTION
004040           MOVE SPACE TO VL-DETAIL
004050           STRING "RECORDED IN " DELIMITED BY SIZE
004060                  AR-CITY-CODE DELIMITED BY SIZE
004070                  " " DELIMITED BY SIZE
004080                  AR-BUILDING DELIMITED BY SIZE
004090                  " " DELIMITED BY SIZE
004100                  AR-ROOM-NUMBER DELIMITED BY SIZE
004110                  INTO VL-DETAIL
004120           END-STRING
004130           PERFORM 2800-WRITE-DETAIL THRU 2800-EXIT
004140        WHEN OTHER
004150           ADD 1 TO WS-VERIFIED-COUNT
004160     END-EVALUATE
004170*    A DEVICE FOUND ANYWHERE HAS BEEN SEEN.  ITS RECORDED ROOM
004180*    IS NOT CHANGED HERE - A MISPLACED DEVICE IS EITHER PUT
004190*    BACK OR MOVED ON THE FEED WITH A TYPE-M RECORD.
004200     IF AR-LAST-SEEN-DATE IS NOT NUMERIC
004210        MOVE ZERO TO AR-LAST-SEEN-DATE
004220     END-IF
004230     IF AV-SCAN-DATE > AR-LAST-SEEN-DATE
004240        MOVE AV-SCAN-DATE TO AR-LAST-SEEN-DATE
004250        REWRITE ASSET-MASTER-REC
004260            INVALID KEY
004270                DISPLAY "CONTROL2V - DEVICE " AR-DEVICE-ID
004280                    " COULD NOT BE REWRITTEN"
004290        END-REWRITE
004300     END-IF
004310     .
004320 2000-READ.
004330     PERFORM 1300-READ-SCAN THRU 1300-EXIT
004340     .
004350 2000-EXIT.
004360     EXIT.

004370 2800-WRITE-DETAIL.
004380     MOVE WS-DETAIL-LINE TO VERIFY-REPORT-LINE
004390     WRITE VERIFY-REPORT-LINE
004400     .
004410 2800-EXIT.
004420     EXIT.

004430 2900-REJECT-SCAN.
004440     MOVE "**REJ**" TO VL-EXCEPTION
004450     MOVE AV-DEVICE-ID TO VL-DEVICE-ID
004460     MOVE ZERO TO VL-CITY-CODE
004470     MOVE AV-BUILDING TO VL-BUILDING
004480     MOVE AV-ROOM-NUMBER TO VL-ROOM-NUMBER
004490     MOVE WS-REJECT-REASON TO VL-DETAIL
004500     PERFORM 2800-WRITE-DETAIL THRU 2800-EXIT
004510     PERFORM 2910-LOG-SCAN THRU 2910-EXIT
004520     .
004530 2900-EXIT.
004540     EXIT.

004550 2910-LOG-SCAN.
004560     MOVE "CONTROL2V" TO AL-PROGRAM-ID
004570     ACCEPT AL-DATE-LOGGED FROM DATE YYYYMMDD
004580     ACCEPT AL-TIME-LOGGED FROM TIME
004590     MOVE SPACE TO AL-INPUT-DATA
004600     MOVE ASSET-SCAN-REC TO AL-INPUT-DATA
004610     MOVE WS-REJECT-REASON TO AL-REJECT-REASON
004620     IF AUDIT-LOG-FILE-OK
004630        WRITE AUDIT-LOG-REC
004640     END-IF
004650     .
004660 2910-EXIT.
004670     EXIT.

004680 3000-CHECK-ASSET-MASTER.
004690*    SECOND PASS - EVERY ACTIVE DEVICE ON THE MASTER, NOW THAT
004700*    THE LAST-SEEN DATES CARRY THIS WALK-ROUND'S SCANS.
004710     MOVE LOW-VALUE TO AR-DEVICE-ID
004720     START ASSET-MASTER-FILE KEY IS NOT LESS THAN AR-DEVICE-ID
004730         INVALID KEY
004740             MOVE "Y" TO WS-MASTER-EOF-SWITCH
004750     END-START
004760     PERFORM 3100-CHECK-ONE-ASSET THRU 3100-EXIT
004770         UNTIL END-OF-ASSET-MASTER
004780     .
004790 3000-EXIT.
004800     EXIT.

004810 3100-CHECK-ONE-ASSET.
004820     READ ASSET-MASTER-FILE NEXT RECORD
004830         AT END
004840             MOVE "Y" TO WS-MASTER-EOF-SWITCH
004850             GO TO 3100-EXIT
004860     END-READ
004870     IF NOT ASSET-IS-ACTIVE
004880        GO TO 3100-EXIT
004890     END-IF
004900     ADD 1 TO WS-ASSET-COUNT
004910     IF AR-LAST-SEEN-DATE IS NOT NUMERIC
004920        MOVE ZERO TO AR-LAST-SEEN-DATE
004930     END-IF
004940     MOVE AR-DEVICE-ID TO VL-DEVICE-ID
004950     MOVE AR-BUILDING TO VL-BUILDING
004960     MOVE AR-ROOM-NUMBER TO VL-ROOM-NUMBER
004970     IF AR-BUILDING = SPACE
004980        OR AR-CITY-CODE IS NOT NUMERIC
004990        ADD 1 TO WS-NO-ROOM-COUNT
005000        MOVE ZERO TO VL-CITY-CODE
005010        MOVE "NO ROOM" TO VL-EXCEPTION
005020        MOVE "ACTIVE DEVICE WITH NO RECORDED ROOM" TO VL-DETAIL
005030        PERFORM 2800-WRITE-DETAIL THRU 2800-EXIT
005040        GO TO 3100-EXIT
005050     END-IF
005060     MOVE AR-CITY-CODE TO VL-CITY-CODE
005070     MOVE AR-CITY-CODE TO WS-LOOK-CITY-CODE
005080     MOVE AR-BUILDING TO WS-LOOK-BUILDING
005090     MOVE AR-ROOM-NUMBER TO WS-LOOK-ROOM-NUMBER
005100     PERFORM 1220-FIND-WALKED-ROOM THRU 1220-EXIT
005110     IF ROOM-IS-FOUND
005120        IF AR-LAST-SEEN-DATE < WS-TAB-WALK-DATE (WS-WALKED-SLOT)
005130           ADD 1 TO WS-MISSING-COUNT
005140           MOVE "MISSING" TO VL-EXCEPTION
005150           PERFORM 3200-FORMAT-LAST-SEEN THRU 3200-EXIT
005160           PERFORM 2800-WRITE-DETAIL THRU 2800-EXIT
005170        END-IF
005180        GO TO 3100-EXIT
005190     END-IF
005200*    A DEVICE NEVER SCANNED IS TIMED FROM THE DAY IT WAS PUT
005210*    IN ITS ROOM, OR FAILING THAT THE DAY IT WAS ADDED.
005220     EVALUATE TRUE
005230        WHEN AR-LAST-SEEN-DATE > ZERO
005240           MOVE AR-LAST-SEEN-DATE TO WS-BASE-DATE
005250        WHEN AR-LOCATION-DATE IS NUMERIC
005260          AND AR-LOCATION-DATE > ZERO
005270           MOVE AR-LOCATION-DATE TO WS-BASE-DATE
005280        WHEN OTHER
005290           MOVE AR-STATUS-DATE TO WS-BASE-DATE
005300     END-EVALUATE
005310     IF WS-BASE-DATE IS NOT NUMERIC
005320        OR WS-BASE-DATE = ZERO
005330        GO TO 3100-EXIT
005340     END-IF
005350     COMPUTE WS-SEEN-INTEGER =
005360         FUNCTION INTEGER-OF-DATE (WS-BASE-DATE)
005370     IF WS-SEEN-INTEGER < WS-RUN-INTEGER
005380        COMPUTE WS-DAYS-UNSEEN = WS-RUN-INTEGER - WS-SEEN-INTEGER
005390     ELSE
005400        MOVE ZERO TO WS-DAYS-UNSEEN
005410     END-IF
005420     IF WS-DAYS-UNSEEN > WS-UNSEEN-DAYS
005430        ADD 1 TO WS-UNSEEN-COUNT
005440        MOVE "NOT SEEN" TO VL-EXCEPTION
005450        PERFORM 3200-FORMAT-LAST-SEEN THRU 3200-EXIT
005460        PERFORM 2800-WRITE-DETAIL THRU 2800-EXIT
005470     END-IF
005480     .
005490 3100-EXIT.
005500     EXIT.

005510 3200-FORMAT-LAST-SEEN.
005520     MOVE SPACE TO VL-DETAIL
005530     IF AR-LAST-SEEN-DATE = ZERO
005540        MOVE "NEVER SEEN ON A WALK-ROUND" TO VL-DETAIL
005550     ELSE
005560        STRING "LAST SEEN " DELIMITED BY SIZE
005570               AR-LAST-SEEN-DATE DELIMITED BY SIZE
005580               INTO VL-DETAIL
005590        END-STRING
005600     END-IF
005610     .
005620 3200-EXIT.
005630     EXIT.

005640 8000-TERMINATE.
005650     MOVE WS-SCAN-COUNT TO TL-SCAN-COUNT
005660     MOVE WS-VERIFIED-COUNT TO TL-VERIFIED-COUNT
005670     MOVE WS-MISPLACED-COUNT TO TL-MISPLACED-COUNT
005680     MOVE WS-UNKNOWN-COUNT TO TL-UNKNOWN-COUNT
005690     MOVE WS-TRAILER-LINE-1 TO VERIFY-REPORT-LINE
005700     WRITE VERIFY-REPORT-LINE
005710     MOVE WS-WALKED-COUNT TO TL-WALKED-COUNT
005720     MOVE WS-MISSING-COUNT TO TL-MISSING-COUNT
005730     MOVE WS-UNSEEN-COUNT TO TL-UNSEEN-COUNT
005740     MOVE WS-NO-ROOM-COUNT TO TL-NO-ROOM-COUNT
005750     MOVE WS-TRAILER-LINE-2 TO VERIFY-REPORT-LINE
005760     WRITE VERIFY-REPORT-LINE
005770     CLOSE ASSET-SCAN-FILE
005780     CLOSE ASSET-MASTER-FILE
005790     CLOSE VERIFY-REPORT
005800     CLOSE AUDIT-LOG-FILE
005810     DISPLAY "CONTROL2V - DEVICES SCANNED: " WS-SCAN-COUNT
005820     DISPLAY "CONTROL2V - ROOMS WALKED: " WS-WALKED-COUNT
005830     DISPLAY "CONTROL2V - VERIFIED IN PLACE: " WS-VERIFIED-COUNT
005840     DISPLAY "CONTROL2V - FOUND OUT OF PLACE: "
005850         WS-MISPLACED-COUNT " UNKNOWN: " WS-UNKNOWN-COUNT
005860     DISPLAY "CONTROL2V - MISSING: " WS-MISSING-COUNT
005870         " NOT SEEN: " WS-UNSEEN-COUNT
005880         " NO ROOM: " WS-NO-ROOM-COUNT
005890     .
005900 8000-EXIT.
005910     EXIT.

005920 8800-END-RUN-CONTROL.
005930     MOVE "E" TO RL-FUNCTION
005940     MOVE WS-SCAN-COUNT TO RL-RECORDS-PROCESSED
005950     MOVE WS-UNKNOWN-COUNT TO RL-RECORDS-REJECTED
005960     MOVE "CLEAN" TO RL-END-STATUS
005970     CALL "RUNLOG" USING RUN-LOG-PARM
005980     .
005990 8800-EXIT.
006000     EXIT.
