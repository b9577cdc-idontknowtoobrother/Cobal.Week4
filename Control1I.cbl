000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CONTROL1I.
000120 AUTHOR. 62160246.
000130 INSTALLATION. STUDENT RECORDS SYSTEM - HOUSING OFFICE.
000140 DATE-WRITTEN. 10/15/26.
000150 DATE-COMPILED.
000160*----------------------------------------------------------*
000170*  MODIFICATION HISTORY                                    *
000180*  --------------------------------------------------------*
000190*  10/15/26  JH  SUPPLIER INVOICE THREE-WAY MATCHING RUN.  *
000200*                EACH LINE OF A SUPPLIER INVOICE IS        *
000210*                CHECKED AGAINST THE PO LINE IT BILLS FOR  *
000220*                - THE QUANTITY ORDERED, THE QUANTITY      *
000230*                RECEIVED AND THE UNIT COST BOOKED ON      *
000240*                RECEIPT - AND IS APPROVED FOR PAYMENT     *
000250*                WHEN IT AGREES WITHIN THE MATCH           *
000260*                TOLERANCES, OR HELD WITH THE REASON. HELD *
000270*                LINES ARE LISTED UNTIL A CORRECTED LINE   *
000280*                RELEASES THEM. WE PAID WHATEVER THE       *
000290*                INVOICE SAID.                             *
000300*----------------------------------------------------------*

000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER. IBM-370.
000340 OBJECT-COMPUTER. IBM-370.

000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT INVOICE-TRAN-FILE ASSIGN TO "INVTRAN"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS FS-INVOICE-TRAN.

000400     SELECT SUPPLIER-INVOICE-FILE ASSIGN TO "SUPINV"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS IV-KEY
000440         FILE STATUS IS FS-SUPPLIER-INVOICE.

000450     SELECT PURCHASE-ORDER-FILE ASSIGN TO "POFILE"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS FS-PURCHASE-ORDER.

000480     SELECT MATCH-PARM-FILE ASSIGN TO "MATCHPRM"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS FS-MATCH-PARM.

000510     SELECT INVOICE-MATCH-REPORT ASSIGN TO "INVMTRPT"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS FS-MATCH-REPORT.

000540     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS FS-AUDIT-LOG.

000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  INVOICE-TRAN-FILE
000600     RECORDING MODE IS F.
000610 COPY INVTRAN.

000620 FD  SUPPLIER-INVOICE-FILE.
000630 COPY SUPINV.

000640 FD  PURCHASE-ORDER-FILE
000650     RECORDING MODE IS F.
000660 COPY POREC.

000670 FD  MATCH-PARM-FILE
000680     RECORDING MODE IS F.
000690 COPY MATCHPRM.

000700 FD  INVOICE-MATCH-REPORT
000710     RECORDING MODE IS F.
000720 01  INVOICE-MATCH-LINE         PIC X(80).

000730 FD  AUDIT-LOG-FILE
000740     RECORDING MODE IS F.
000750 COPY AUDITREC.

000760 WORKING-STORAGE SECTION.
000770 01  WS-FILE-STATUSES.
000780     05  FS-INVOICE-TRAN        PIC X(02) VALUE ZERO.
000790         88  INVOICE-TRAN-OK        VALUE "00".
000800     05  FS-SUPPLIER-INVOICE    PIC X(02) VALUE ZERO.
000810         88  SUPPLIER-INVOICE-OK    VALUE "00".
000820     05  FS-PURCHASE-ORDER      PIC X(02) VALUE ZERO.
000830         88  PURCHASE-ORDER-OK      VALUE "00".
000840         88  PURCHASE-ORDER-EOF     VALUE "10".
000850     05  FS-MATCH-PARM          PIC X(02) VALUE ZERO.
000860         88  MATCH-PARM-OK          VALUE "00".
000870     05  FS-MATCH-REPORT        PIC X(02) VALUE ZERO.
000880     05  FS-AUDIT-LOG           PIC X(02) VALUE ZERO.
000890         88  AUDIT-LOG-FILE-OK      VALUE "00".

000900 01  WS-SWITCHES.
000910     05  WS-TRAN-EOF-SWITCH     PIC X(01) VALUE "N".
000920         88  END-OF-INVOICE-TRAN    VALUE "Y".
000930     05  WS-INVOICE-EOF-SWITCH  PIC X(01) VALUE "N".
000940         88  END-OF-SUPPLIER-INVOICE VALUE "Y".
000950     05  WS-REFUSE-SWITCH       PIC X(01) VALUE "N".
000960         88  RUN-REFUSED            VALUE "Y".
000970     05  WS-LINE-FOUND-SWITCH   PIC X(01) VALUE "N".
000980         88  PO-LINE-FOUND          VALUE "Y".
000990     05  WS-REMATCH-SWITCH      PIC X(01) VALUE "N".
001000         88  LINE-IS-REMATCH        VALUE "Y".

001010 01  WS-COUNTS.
001020     05  WS-PO-LINE-COUNT       PIC 9(03) COMP VALUE ZERO.
001030     05  WS-PO-SLOT             PIC 9(03) COMP VALUE ZERO.
001040     05  WS-TRAN-COUNT          PIC 9(05) COMP VALUE ZERO.
001050     05  WS-APPROVED-COUNT      PIC 9(05) COMP VALUE ZERO.
001060     05  WS-HELD-COUNT          PIC 9(05) COMP VALUE ZERO.
001070     05  WS-REMATCH-COUNT       PIC 9(05) COMP VALUE ZERO.
001080     05  WS-REJECT-COUNT        PIC 9(05) COMP VALUE ZERO.
001090     05  WS-ON-HOLD-COUNT       PIC 9(05) COMP VALUE ZERO.

001100*    EVERY PO LINE, WITH THE QUANTITY ALREADY APPROVED OR PAID
001110*    AGAINST IT ON EARLIER INVOICES, SO A SECOND INVOICE FOR
001120*    THE SAME GOODS IS CAUGHT AS WELL AS AN INFLATED ONE.
001130 01  WS-PO-LINE-TABLE.
001140     05  WS-PO-LINE-ENTRY       OCCURS 100 TIMES
001150                                 INDEXED BY WS-PO-IDX.
001160         10  WS-TAB-PO-NUMBER       PIC 9(06).
001170         10  WS-TAB-PO-SUPPLIER     PIC X(04).
001180         10  WS-TAB-PO-ITEM         PIC X(06).
001190         10  WS-TAB-PO-ORDER-QTY    PIC 9(05).
001200         10  WS-TAB-PO-RECEIVED     PIC 9(05).
001210         10  WS-TAB-PO-COST         PIC 9(05)V99.
001220         10  WS-TAB-PO-INVOICED     PIC 9(05).

001230 01  WS-MATCH-FIGURES.
001240     05  WS-RUN-DATE            PIC 9(08) VALUE ZERO.
001250     05  WS-PRICE-TOLERANCE-PCT PIC 9(02)V99 VALUE 2.
001260     05  WS-QTY-TOLERANCE-PCT   PIC 9(02)V99 VALUE ZERO.
001270     05  WS-INVOICED-QTY        PIC 9(07) VALUE ZERO.
001280     05  WS-QTY-LIMIT           PIC 9(07)V99 VALUE ZERO.
001290     05  WS-PRICE-DIFFERENCE    PIC 9(05)V99 VALUE ZERO.
001300     05  WS-PRICE-LIMIT         PIC 9(05)V9(04) VALUE ZERO.
001310     05  WS-APPROVED-VALUE      PIC 9(09)V99 VALUE ZERO.
001320     05  WS-HELD-VALUE          PIC 9(09)V99 VALUE ZERO.
001330     05  WS-REJECT-REASON       PIC X(40) VALUE SPACE.
001340     05  WS-HOLD-REASON         PIC X(30) VALUE SPACE.

001350 01  WS-REPORT-LINES.
001360     05  WS-HEADING-1.
001370         10  FILLER             PIC X(37) VALUE
001380             "SUPPLIER INVOICE MATCHING - RUN DATE".
001390         10  FILLER             PIC X(01) VALUE SPACE.
001400         10  HL-RUN-DATE        PIC 9(08).
001410         10  FILLER             PIC X(34) VALUE SPACE.
001420     05  WS-PARM-LINE.
001430         10  FILLER             PIC X(16) VALUE
001440             "PRICE TOLERANCE ".
001450         10  PL-PRICE-TOLERANCE PIC Z9.99.
001460         10  FILLER             PIC X(22) VALUE
001470             "%   QUANTITY TOLERANCE".
001480         10  FILLER             PIC X(01) VALUE SPACE.
001490         10  PL-QTY-TOLERANCE   PIC Z9.99.
001500         10  FILLER             PIC X(01) VALUE "%".
001510         10  FILLER             PIC X(30) VALUE SPACE.
001520     05  WS-HEADING-2.
001530         10  FILLER             PIC X(05) VALUE "SUPP".
001540         10  FILLER             PIC X(11) VALUE "INVOICE".
001550         10  FILLER             PIC X(03) VALUE "LN".
001560         10  FILLER             PIC X(07) VALUE "PO".
001570         10  FILLER             PIC X(07) VALUE "ITEM".
001580         10  FILLER             PIC X(06) VALUE "  QTY".
001590         10  FILLER             PIC X(10) VALUE "     PRICE".
001600         10  FILLER             PIC X(01) VALUE SPACE.
001610         10  FILLER             PIC X(30) VALUE "STATUS".
001620     05  WS-DETAIL-LINE.
001630         10  DL-SUPPLIER-CODE   PIC X(04).
001640         10  FILLER             PIC X(01) VALUE SPACE.
001650         10  DL-INVOICE-NUMBER  PIC X(10).
001660         10  FILLER             PIC X(01) VALUE SPACE.
001670         10  DL-LINE-NUMBER     PIC 9(02).
001680         10  FILLER             PIC X(01) VALUE SPACE.
001690         10  DL-PO-NUMBER       PIC 9(06).
001700         10  FILLER             PIC X(01) VALUE SPACE.
001710         10  DL-ITEM-CODE       PIC X(06).
001720         10  FILLER             PIC X(01) VALUE SPACE.
001730         10  DL-INVOICE-QTY     PIC ZZZZ9.
001740         10  FILLER             PIC X(01) VALUE SPACE.
001750         10  DL-UNIT-PRICE      PIC ZZ,ZZ9.99.
001760         10  FILLER             PIC X(02) VALUE SPACE.
001770         10  DL-STATUS          PIC X(30).
001780     05  WS-HELD-HEADING.
001790         10  FILLER             PIC X(45) VALUE
001800             "HELD INVOICE LINES - NOT RELEASED FOR PAYMENT".
001810         10  FILLER             PIC X(35) VALUE SPACE.
001820     05  WS-TRAILER-LINE-1.
001830         10  FILLER             PIC X(06) VALUE "LINES-".
001840         10  TL-TRAN-COUNT      PIC ZZZZ9.
001850         10  FILLER             PIC X(03) VALUE SPACE.
001860         10  FILLER             PIC X(09) VALUE "APPROVED-".
001870         10  TL-APPROVED-COUNT  PIC ZZZZ9.
001880         10  FILLER             PIC X(03) VALUE SPACE.
001890         10  FILLER             PIC X(05) VALUE "HELD-".
001900         10  TL-HELD-COUNT      PIC ZZZZ9.
001910         10  FILLER             PIC X(03) VALUE SPACE.
001920         10  FILLER             PIC X(09) VALUE "RELEASED-".
001930         10  TL-REMATCH-COUNT   PIC ZZZZ9.
001940         10  FILLER             PIC X(03) VALUE SPACE.
001950         10  FILLER             PIC X(09) VALUE "REJECTED-".
001960         10  TL-REJECT-COUNT    PIC ZZZZ9.
001970         10  FILLER             PIC X(05) VALUE SPACE.
001980     05  WS-TRAILER-LINE-2.
001990         10  FILLER             PIC X(15) VALUE
002000             "APPROVED VALUE-".
002010         10  TL-APPROVED-VALUE  PIC ZZZ,ZZZ,ZZ9.99.
002020         10  FILLER             PIC X(03) VALUE SPACE.
002030         10  FILLER             PIC X(11) VALUE "HELD VALUE-".
002040         10  TL-HELD-VALUE      PIC ZZZ,ZZZ,ZZ9.99.
002050         10  FILLER             PIC X(03) VALUE SPACE.
002060         10  FILLER             PIC X(08) VALUE "ON HOLD-".
002070         10  TL-ON-HOLD-COUNT   PIC ZZZZ9.
002080         10  FILLER             PIC X(07) VALUE SPACE.

002090 COPY RUNPARM.

002100 PROCEDURE DIVISION.

002110 0000-MAINLINE.
002120     PERFORM 0100-START-RUN-CONTROL THRU 0100-EXIT
002130     IF NOT RL-CLEAR-TO-RUN
002140        GOBACK
002150     END-IF
002160     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002170*    WITHOUT THE INVOICE FILE NOTHING CAN BE RECORDED, AND A
002180*    PO FILE BIGGER THAN THE TABLE WOULD HOLD EVERY LINE ON AN
002190*    UNLOADED ORDER AS "NO SUCH ORDER LINE", SO THE RUN
002200*    REFUSES.  THE OPEN START RECORD FLAGS IT.
002210     IF RUN-REFUSED
002220        GOBACK
002230     END-IF
002240     PERFORM 2000-MATCH-ONE-LINE THRU 2000-EXIT
002250         UNTIL END-OF-INVOICE-TRAN
002260     PERFORM 3000-LIST-HELD-LINES THRU 3000-EXIT
002270     PERFORM 8000-TERMINATE THRU 8000-EXIT
002280     PERFORM 8800-END-RUN-CONTROL THRU 8800-EXIT
002290     GOBACK
002300     .

002310 0100-START-RUN-CONTROL.
002320     MOVE "S" TO RL-FUNCTION
002330     MOVE "CONTROL1I" TO RL-PROGRAM-ID
002340     MOVE SPACE TO RL-PREDECESSOR-ID
002350     MOVE "INVTRAN" TO RL-INPUT-FILE
002360     CALL "RUNLOG" USING RUN-LOG-PARM
002370     IF RL-OWN-RUN-OPEN
002380        DISPLAY "CONTROL1I - PREVIOUS RUN HAS NO END RECORD, "
002390            "RUN REFUSED - REVIEW THE RUN-CONTROL FILE"
002400     END-IF
002410     IF RL-PREDECESSOR-NOT-DONE
002420        DISPLAY "CONTROL1I - PREDECESSOR HAS NOT ENDED "
002430            "CLEANLY TODAY, RUN REFUSED"
002440     END-IF
002450     .
002460 0100-EXIT.
002470     EXIT.

002480 1000-INITIALIZE.
002490     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002500     PERFORM 1100-LOAD-MATCH-PARM THRU 1100-EXIT

002510     OPEN OUTPUT INVOICE-MATCH-REPORT
002520     MOVE WS-RUN-DATE TO HL-RUN-DATE
002530     MOVE WS-HEADING-1 TO INVOICE-MATCH-LINE
002540     WRITE INVOICE-MATCH-LINE
002550     MOVE WS-PRICE-TOLERANCE-PCT TO PL-PRICE-TOLERANCE
002560     MOVE WS-QTY-TOLERANCE-PCT TO PL-QTY-TOLERANCE
002570     MOVE WS-PARM-LINE TO INVOICE-MATCH-LINE
002580     WRITE INVOICE-MATCH-LINE
002590     MOVE WS-HEADING-2 TO INVOICE-MATCH-LINE
002600     WRITE INVOICE-MATCH-LINE

002610     OPEN EXTEND AUDIT-LOG-FILE
002620     IF NOT AUDIT-LOG-FILE-OK
002630        DISPLAY "CONTROL1I - UNABLE TO OPEN AUDIT-LOG-FILE"
002640     END-IF

002650     OPEN I-O SUPPLIER-INVOICE-FILE
002660     IF NOT SUPPLIER-INVOICE-OK
002670*       A FILE CREATED BY OPEN OUTPUT ONLY ACCEPTS WRITES IN
002680*       KEY ORDER, SO THE FIRST RUN CREATES IT EMPTY AND
002690*       REOPENS I-O, THE SAME AS THE ROOM-RENT RUN.
002700        OPEN OUTPUT SUPPLIER-INVOICE-FILE
002710        IF SUPPLIER-INVOICE-OK
002720           CLOSE SUPPLIER-INVOICE-FILE
002730           OPEN I-O SUPPLIER-INVOICE-FILE
002740        END-IF
002750     END-IF
002760     IF NOT SUPPLIER-INVOICE-OK
002770        DISPLAY "CONTROL1I - UNABLE TO OPEN SUPPLIER-INVOICE-"
002780            "FILE, RUN REFUSED - NOTHING MATCHED"
002790        SET RUN-REFUSED TO TRUE
002800        GO TO 1000-EXIT
002810     END-IF

002820     PERFORM 1200-LOAD-PO-LINES THRU 1200-EXIT
002830     IF RUN-REFUSED
002840        GO TO 1000-EXIT
002850     END-IF
002860     PERFORM 1300-LOAD-INVOICED-QTY THRU 1300-EXIT

002870     OPEN INPUT INVOICE-TRAN-FILE
002880     IF NOT INVOICE-TRAN-OK
002890        DISPLAY "CONTROL1I - UNABLE TO OPEN INVOICE-TRAN-FILE"
002900        MOVE "Y" TO WS-TRAN-EOF-SWITCH
002910     ELSE
002920        PERFORM 1400-READ-INVOICE-TRAN THRU 1400-EXIT
002930     END-IF
002940     .
002950 1000-EXIT.
002960     EXIT.

002970 1100-LOAD-MATCH-PARM.
002980     OPEN INPUT MATCH-PARM-FILE
002990     IF NOT MATCH-PARM-OK
003000        DISPLAY "CONTROL1I - UNABLE TO OPEN MATCH-PARM-FILE, "
003010            "USING 2% PRICE AND NO QUANTITY TOLERANCE"
003020     ELSE
003030        READ MATCH-PARM-FILE
003040            AT END
003050                DISPLAY "CONTROL1I - MATCH-PARM-FILE EMPTY, "
003060                    "USING 2% PRICE AND NO QUANTITY TOLERANCE"
003070            NOT AT END
003080                MOVE MP-PRICE-TOLERANCE-PCT
003090                    TO WS-PRICE-TOLERANCE-PCT
003100                MOVE MP-QTY-TOLERANCE-PCT
003110                    TO WS-QTY-TOLERANCE-PCT
003120        END-READ
003130        CLOSE MATCH-PARM-FILE
003140     END-IF
003150     .
003160 1100-EXIT.
003170     EXIT.

003180 1200-LOAD-PO-LINES.
003190     OPEN INPUT PURCHASE-ORDER-FILE
003200     IF NOT PURCHASE-ORDER-OK
003210        DISPLAY "CONTROL1I - UNABLE TO OPEN PURCHASE-ORDER-"
003220            "FILE, RUN REFUSED - NOTHING MATCHED"
003230        SET RUN-REFUSED TO TRUE
003240        GO TO 1200-EXIT
003250     END-IF
003260     PERFORM 1210-LOAD-ONE-PO-LINE THRU 1210-EXIT
003270         UNTIL PURCHASE-ORDER-EOF
003280            OR WS-PO-LINE-COUNT = 100
003290     IF NOT PURCHASE-ORDER-EOF
003300        DISPLAY "CONTROL1I - PO LINE TABLE FULL AT 100, "
003310            "RUN REFUSED - NOTHING MATCHED"
003320        SET RUN-REFUSED TO TRUE
003330     END-IF
003340     CLOSE PURCHASE-ORDER-FILE
003350     .
003360 1200-EXIT.
003370     EXIT.

003380 1210-LOAD-ONE-PO-LINE.
003390     READ PURCHASE-ORDER-FILE
003400         AT END
003410             GO TO 1210-EXIT
003420     END-READ
003430     ADD 1 TO WS-PO-LINE-COUNT
003440     SET WS-PO-IDX TO WS-PO-LINE-COUNT
003450     MOVE PO-PO-NUMBER TO WS-TAB-PO-NUMBER (WS-PO-IDX)
003460     MOVE PO-SUPPLIER-CODE TO WS-TAB-PO-SUPPLIER (WS-PO-IDX)
003470     MOVE PO-ITEM-CODE TO WS-TAB-PO-ITEM (WS-PO-IDX)
003480     MOVE PO-ORDER-QTY TO WS-TAB-PO-ORDER-QTY (WS-PO-IDX)
003490     MOVE ZERO TO WS-TAB-PO-RECEIVED (WS-PO-IDX)
003500     MOVE ZERO TO WS-TAB-PO-COST (WS-PO-IDX)
003510     MOVE ZERO TO WS-TAB-PO-INVOICED (WS-PO-IDX)
003520     IF PO-RECEIVED-QTY IS NUMERIC
003530        MOVE PO-RECEIVED-QTY TO WS-TAB-PO-RECEIVED (WS-PO-IDX)
003540     END-IF
003550     IF PO-RECEIVED-COST IS NUMERIC
003560        MOVE PO-RECEIVED-COST TO WS-TAB-PO-COST (WS-PO-IDX)
003570     END-IF
003580     .
003590 1210-EXIT.
003600     EXIT.

003610 1300-LOAD-INVOICED-QTY.
003620*    A FIRST PASS OF THE INVOICE FILE TOTALS WHAT HAS ALREADY
003630*    BEEN APPROVED OR PAID AGAINST EACH PO LINE.  HELD LINES
003640*    ARE NOT COUNTED - THEY ARE NOT YET ACCEPTED.
003650     MOVE LOW-VALUE TO IV-KEY
003660     START SUPPLIER-INVOICE-FILE KEY IS NOT LESS THAN IV-KEY
003670         INVALID KEY
003680             MOVE "Y" TO WS-INVOICE-EOF-SWITCH
003690     END-START
003700     PERFORM 1310-COUNT-ONE-INVOICE-LINE THRU 1310-EXIT
003710         UNTIL END-OF-SUPPLIER-INVOICE
003720     MOVE "N" TO WS-INVOICE-EOF-SWITCH
003730     .
003740 1300-EXIT.
003750     EXIT.

003760 1310-COUNT-ONE-INVOICE-LINE.
003770     READ SUPPLIER-INVOICE-FILE NEXT RECORD
003780         AT END
003790             MOVE "Y" TO WS-INVOICE-EOF-SWITCH
003800             GO TO 1310-EXIT
003810     END-READ
003820     IF INVOICE-LINE-IS-HELD
003830        GO TO 1310-EXIT
003840     END-IF
003850     MOVE IV-PO-NUMBER TO IT-PO-NUMBER
003860     MOVE IV-ITEM-CODE TO IT-ITEM-CODE
003870     PERFORM 2200-FIND-PO-LINE THRU 2200-EXIT
003880     IF PO-LINE-FOUND
003890        ADD IV-INVOICE-QTY TO WS-TAB-PO-INVOICED (WS-PO-SLOT)
003900     END-IF
003910     .
003920 1310-EXIT.
003930     EXIT.

003940 1400-READ-INVOICE-TRAN.
003950     READ INVOICE-TRAN-FILE
003960         AT END
003970             MOVE "Y" TO WS-TRAN-EOF-SWITCH
003980         NOT AT END
003990             ADD 1 TO WS-TRAN-COUNT
004000     END-READ
004010     .
004020 1400-EXIT.
004030     EXIT.

004040 2000-MATCH-ONE-LINE.
004050     IF IT-LINE-NUMBER IS NOT NUMERIC
004060        OR IT-INVOICE-DATE IS NOT NUMERIC
004070        OR IT-PO-NUMBER IS NOT NUMERIC
004080        OR IT-INVOICE-QTY IS NOT NUMERIC
004090        OR IT-UNIT-PRICE IS NOT NUMERIC
004100        MOVE "Invoice line field not numeric"
004110            TO WS-REJECT-REASON
004120        PERFORM 2900-REJECT-LINE THRU 2900-EXIT
004130        GO TO 2000-READ
004140     END-IF
004150     IF IT-SUPPLIER-CODE = SPACE
004160        OR IT-INVOICE-NUMBER = SPACE
004170        OR IT-INVOICE-QTY = ZERO
004180        MOVE "Supplier, invoice or quantity missing"
004190            TO WS-REJECT-REASON
004200        PERFORM 2900-REJECT-LINE THRU 2900-EXIT
004210        GO TO 2000-READ
004220     END-IF

004230*    A LINE ALREADY ON FILE IS ONLY REPLACED WHILE IT IS ON
004240*    HOLD - A CORRECTED LINE FROM THE SUPPLIER IS RE-KEYED
004250*    UNDER THE SAME NUMBER AND MATCHED AFRESH.  ONCE APPROVED
004260*    OR PAID IT STANDS, SO A DUPLICATE IS NEVER PAID TWICE.
004270     MOVE "N" TO WS-REMATCH-SWITCH
004280     MOVE IT-SUPPLIER-CODE TO IV-SUPPLIER-CODE
004290     MOVE IT-INVOICE-NUMBER TO IV-INVOICE-NUMBER
004300     MOVE IT-LINE-NUMBER TO IV-LINE-NUMBER
004310     READ SUPPLIER-INVOICE-FILE
004320         INVALID KEY
004330             CONTINUE
004340         NOT INVALID KEY
004350             IF INVOICE-LINE-IS-HELD
004360                SET LINE-IS-REMATCH TO TRUE
004370             ELSE
004380                MOVE "Invoice line already approved or paid"
004390                    TO WS-REJECT-REASON
004400                PERFORM 2900-REJECT-LINE THRU 2900-EXIT
004410                GO TO 2000-READ
004420             END-IF
004430     END-READ

004440     MOVE IT-INVOICE-DATE TO IV-INVOICE-DATE
004450     MOVE IT-PO-NUMBER TO IV-PO-NUMBER
004460     MOVE IT-ITEM-CODE TO IV-ITEM-CODE
004470     MOVE IT-INVOICE-QTY TO IV-INVOICE-QTY
004480     MOVE IT-UNIT-PRICE TO IV-UNIT-PRICE
004490     COMPUTE IV-LINE-AMOUNT = IT-INVOICE-QTY * IT-UNIT-PRICE
004500     MOVE WS-RUN-DATE TO IV-MATCH-DATE
004510     MOVE ZERO TO IV-PAYMENT-NUMBER
004520     MOVE ZERO TO IV-PAYMENT-DATE

004530     PERFORM 2100-CHECK-AGAINST-ORDER THRU 2100-EXIT

004540     IF WS-HOLD-REASON = SPACE
004550        MOVE "A" TO IV-STATUS-CODE
004560        MOVE SPACE TO IV-HOLD-REASON
004570        ADD IT-INVOICE-QTY TO WS-TAB-PO-INVOICED (WS-PO-SLOT)
004580        ADD 1 TO WS-APPROVED-COUNT
004590        ADD IV-LINE-AMOUNT TO WS-APPROVED-VALUE
004600        MOVE "APPROVED" TO DL-STATUS
004610        IF LINE-IS-REMATCH
004620           ADD 1 TO WS-REMATCH-COUNT
004630        END-IF
004640     ELSE
004650        MOVE "H" TO IV-STATUS-CODE
004660        MOVE WS-HOLD-REASON TO IV-HOLD-REASON
004670        ADD 1 TO WS-HELD-COUNT
004680        ADD IV-LINE-AMOUNT TO WS-HELD-VALUE
004690        MOVE WS-HOLD-REASON TO DL-STATUS
004700     END-IF

004710     IF LINE-IS-REMATCH
004720        REWRITE SUPPLIER-INVOICE-REC
004730            INVALID KEY
004740                DISPLAY "CONTROL1I - INVOICE " IV-INVOICE-NUMBER
004750                    " COULD NOT BE REWRITTEN"
004760        END-REWRITE
004770     ELSE
004780        WRITE SUPPLIER-INVOICE-REC
004790            INVALID KEY
004800                DISPLAY "CONTROL1I - INVOICE " IV-INVOICE-NUMBER
004810                    " COULD NOT BE WRITTEN"
004820        END-WRITE
004830     END-IF

004840     PERFORM 2800-FORMAT-DETAIL THRU 2800-EXIT
004850     MOVE WS-DETAIL-LINE TO INVOICE-MATCH-LINE
004860     WRITE INVOICE-MATCH-LINE
004870     .
004880 2000-READ.
004890     PERFORM 1400-READ-INVOICE-TRAN THRU 1400-EXIT
004900     .
004910 2000-EXIT.
004920     EXIT.

004930 2100-CHECK-AGAINST-ORDER.
004940*    THE THREE-WAY MATCH - THE LINE MUST BE ON AN ORDER RAISED
004950*    WITH THIS SUPPLIER, THE QUANTITY BILLED SO FAR MUST NOT
004960*    EXCEED WHAT WAS ORDERED OR WHAT ARRIVED, AND THE PRICE
004970*    MUST BE WITHIN TOLERANCE OF THE COST BOOKED ON RECEIPT.
004980     MOVE SPACE TO WS-HOLD-REASON
004990     PERFORM 2200-FIND-PO-LINE THRU 2200-EXIT
005000     IF NOT PO-LINE-FOUND
005010        MOVE "NO SUCH ORDER LINE" TO WS-HOLD-REASON
005020        GO TO 2100-EXIT
005030     END-IF
005040     IF WS-TAB-PO-SUPPLIER (WS-PO-SLOT) NOT = IT-SUPPLIER-CODE
005050        MOVE "ORDER IS WITH ANOTHER SUPPLIER" TO WS-HOLD-REASON
005060        GO TO 2100-EXIT
005070     END-IF
005080     IF WS-TAB-PO-RECEIVED (WS-PO-SLOT) = ZERO
005090        MOVE "NOTHING RECEIVED YET" TO WS-HOLD-REASON
005100        GO TO 2100-EXIT
005110     END-IF

005120     COMPUTE WS-INVOICED-QTY =
005130         WS-TAB-PO-INVOICED (WS-PO-SLOT) + IT-INVOICE-QTY
005140     COMPUTE WS-QTY-LIMIT =
005150         WS-TAB-PO-ORDER-QTY (WS-PO-SLOT)
005160         * (100 + WS-QTY-TOLERANCE-PCT) / 100
005170     IF WS-INVOICED-QTY > WS-QTY-LIMIT
005180        MOVE "QUANTITY OVER ORDERED" TO WS-HOLD-REASON
005190        GO TO 2100-EXIT
005200     END-IF
005210     COMPUTE WS-QTY-LIMIT =
005220         WS-TAB-PO-RECEIVED (WS-PO-SLOT)
005230         * (100 + WS-QTY-TOLERANCE-PCT) / 100
005240     IF WS-INVOICED-QTY > WS-QTY-LIMIT
005250        MOVE "QUANTITY OVER RECEIVED" TO WS-HOLD-REASON
005260        GO TO 2100-EXIT
005270     END-IF

005280     IF WS-TAB-PO-COST (WS-PO-SLOT) = ZERO
005290        MOVE "NO RECEIPT COST TO CHECK PRICE" TO WS-HOLD-REASON
005300        GO TO 2100-EXIT
005310     END-IF
005320     IF IT-UNIT-PRICE > WS-TAB-PO-COST (WS-PO-SLOT)
005330        COMPUTE WS-PRICE-DIFFERENCE =
005340            IT-UNIT-PRICE - WS-TAB-PO-COST (WS-PO-SLOT)
005350     ELSE
005360        COMPUTE WS-PRICE-DIFFERENCE =
005370            WS-TAB-PO-COST (WS-PO-SLOT) - IT-UNIT-PRICE
005380     END-IF
005390     COMPUTE WS-PRICE-LIMIT =
005400         WS-TAB-PO-COST (WS-PO-SLOT) * WS-PRICE-TOLERANCE-PCT
005410         / 100
005420     IF WS-PRICE-DIFFERENCE > WS-PRICE-LIMIT
005430        IF IT-UNIT-PRICE > WS-TAB-PO-COST (WS-PO-SLOT)
005440           MOVE "PRICE ABOVE RECEIPT COST" TO WS-HOLD-REASON
005450        ELSE
005460           MOVE "PRICE BELOW RECEIPT COST" TO WS-HOLD-REASON
005470        END-IF
005480     END-IF
005490     .
005500 2100-EXIT.
005510     EXIT.

005520 2200-FIND-PO-LINE.
005530     MOVE "N" TO WS-LINE-FOUND-SWITCH
005540     MOVE ZERO TO WS-PO-SLOT
005550     PERFORM 2210-CHECK-ONE-PO-LINE THRU 2210-EXIT
005560         VARYING WS-PO-IDX FROM 1 BY 1
005570         UNTIL WS-PO-IDX > WS-PO-LINE-COUNT
005580            OR PO-LINE-FOUND
005590     .
005600 2200-EXIT.
005610     EXIT.

005620 2210-CHECK-ONE-PO-LINE.
005630     IF WS-TAB-PO-NUMBER (WS-PO-IDX) = IT-PO-NUMBER
005640        AND WS-TAB-PO-ITEM (WS-PO-IDX) = IT-ITEM-CODE
005650        SET WS-PO-SLOT TO WS-PO-IDX
005660        SET PO-LINE-FOUND TO TRUE
005670     END-IF
005680     .
005690 2210-EXIT.
005700     EXIT.

005710 2800-FORMAT-DETAIL.
005720     MOVE IV-SUPPLIER-CODE TO DL-SUPPLIER-CODE
005730     MOVE IV-INVOICE-NUMBER TO DL-INVOICE-NUMBER
005740     MOVE IV-LINE-NUMBER TO DL-LINE-NUMBER
005750     MOVE IV-PO-NUMBER TO DL-PO-NUMBER
005760     MOVE IV-ITEM-CODE TO DL-ITEM-CODE
005770     MOVE IV-INVOICE-QTY TO DL-INVOICE-QTY
005780     MOVE IV-UNIT-PRICE TO DL-UNIT-PRICE
005790     .
005800 2800-EXIT.
005810     EXIT.

005820 2900-REJECT-LINE.
005830     ADD 1 TO WS-REJECT-COUNT
005840     MOVE IT-SUPPLIER-CODE TO DL-SUPPLIER-CODE
005850     MOVE IT-INVOICE-NUMBER TO DL-INVOICE-NUMBER
005860     MOVE ZERO TO DL-LINE-NUMBER
005870     MOVE ZERO TO DL-PO-NUMBER
005880     MOVE IT-ITEM-CODE TO DL-ITEM-CODE
005890     MOVE ZERO TO DL-INVOICE-QTY
005900     MOVE ZERO TO DL-UNIT-PRICE
005910     IF IT-LINE-NUMBER IS NUMERIC
005920        MOVE IT-LINE-NUMBER TO DL-LINE-NUMBER
005930     END-IF
005940     IF IT-PO-NUMBER IS NUMERIC
005950        MOVE IT-PO-NUMBER TO DL-PO-NUMBER
005960     END-IF
005970     MOVE "**REJ**" TO DL-STATUS
005980     MOVE WS-DETAIL-LINE TO INVOICE-MATCH-LINE
005990     WRITE INVOICE-MATCH-LINE
006000     MOVE "CONTROL1I" TO AL-PROGRAM-ID
006010     ACCEPT AL-DATE-LOGGED FROM DATE YYYYMMDD
006020     ACCEPT AL-TIME-LOGGED FROM TIME
006030     MOVE SPACE TO AL-INPUT-DATA
006040     MOVE INVOICE-TRAN-REC TO AL-INPUT-DATA
006050     MOVE WS-REJECT-REASON TO AL-REJECT-REASON
006060     IF AUDIT-LOG-FILE-OK
006070        WRITE AUDIT-LOG-REC
006080     END-IF
006090     .
006100 2900-EXIT.
006110     EXIT.

006120 3000-LIST-HELD-LINES.
006130*    EVERY LINE STILL ON HOLD, WHETHER HELD TODAY OR ON AN
006140*    EARLIER RUN, SO ACCOUNTS PAYABLE CHASES THE SUPPLIER OR
006150*    THE STORES UNTIL A CORRECTED LINE RELEASES IT.
006160     MOVE SPACE TO INVOICE-MATCH-LINE
006170     WRITE INVOICE-MATCH-LINE
006180     MOVE WS-HELD-HEADING TO INVOICE-MATCH-LINE
006190     WRITE INVOICE-MATCH-LINE
006200     MOVE WS-HEADING-2 TO INVOICE-MATCH-LINE
006210     WRITE INVOICE-MATCH-LINE
006220     MOVE LOW-VALUE TO IV-KEY
006230     START SUPPLIER-INVOICE-FILE KEY IS NOT LESS THAN IV-KEY
006240         INVALID KEY
006250             MOVE "Y" TO WS-INVOICE-EOF-SWITCH
006260     END-START
006270     PERFORM 3100-LIST-ONE-HELD-LINE THRU 3100-EXIT
006280         UNTIL END-OF-SUPPLIER-INVOICE
006290     .
006300 3000-EXIT.
006310     EXIT.

006320 3100-LIST-ONE-HELD-LINE.
006330     READ SUPPLIER-INVOICE-FILE NEXT RECORD
006340         AT END
006350             MOVE "Y" TO WS-INVOICE-EOF-SWITCH
006360             GO TO 3100-EXIT
006370     END-READ
006380     IF NOT INVOICE-LINE-IS-HELD
006390        GO TO 3100-EXIT
006400     END-IF
006410     ADD 1 TO WS-ON-HOLD-COUNT
006420     PERFORM 2800-FORMAT-DETAIL THRU 2800-EXIT
006430     MOVE IV-HOLD-REASON TO DL-STATUS
006440     MOVE WS-DETAIL-LINE TO INVOICE-MATCH-LINE
006450     WRITE INVOICE-MATCH-LINE
006460     .
006470 3100-EXIT.
006480     EXIT.

006490 8000-TERMINATE.
006500     MOVE SPACE TO INVOICE-MATCH-LINE
006510     WRITE INVOICE-MATCH-LINE
006520     MOVE WS-TRAN-COUNT TO TL-TRAN-COUNT
006530     MOVE WS-APPROVED-COUNT TO TL-APPROVED-COUNT
006540     MOVE WS-HELD-COUNT TO TL-HELD-COUNT
006550     MOVE WS-REMATCH-COUNT TO TL-REMATCH-COUNT
006560     MOVE WS-REJECT-COUNT TO TL-REJECT-COUNT
006570     MOVE WS-TRAILER-LINE-1 TO INVOICE-MATCH-LINE
006580     WRITE INVOICE-MATCH-LINE
006590     MOVE WS-APPROVED-VALUE TO TL-APPROVED-VALUE
006600     MOVE WS-HELD-VALUE TO TL-HELD-VALUE
006610     MOVE WS-ON-HOLD-COUNT TO TL-ON-HOLD-COUNT
006620     MOVE WS-TRAILER-LINE-2 TO INVOICE-MATCH-LINE
006630     WRITE INVOICE-MATCH-LINE
006640     CLOSE INVOICE-TRAN-FILE
006650     CLOSE SUPPLIER-INVOICE-FILE
006660     CLOSE INVOICE-MATCH-REPORT
006670     CLOSE AUDIT-LOG-FILE
006680     DISPLAY "CONTROL1I - INVOICE LINES READ: " WS-TRAN-COUNT
006690     DISPLAY "CONTROL1I - APPROVED: " WS-APPROVED-COUNT
006700         " HELD: " WS-HELD-COUNT
006710         " REJECTED: " WS-REJECT-COUNT
006720     DISPLAY "CONTROL1I - HELD LINES RELEASED: "
006730         WS-REMATCH-COUNT
006740     DISPLAY "CONTROL1I - LINES NOW ON HOLD: " WS-ON-HOLD-COUNT
006750     .
006760 8000-EXIT.
006770     EXIT.

006780 8800-END-RUN-CONTROL.
006790     MOVE "E" TO RL-FUNCTION
006800     MOVE WS-TRAN-COUNT TO RL-RECORDS-PROCESSED
006810     MOVE WS-REJECT-COUNT TO RL-RECORDS-REJECTED
006820     MOVE "CLEAN" TO RL-END-STATUS
006830     CALL "RUNLOG" USING RUN-LOG-PARM
006840     .
006850 8800-EXIT.
006860     EXIT.
