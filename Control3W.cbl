000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CONTROL3W.
000120 AUTHOR. 62160246.
000130 INSTALLATION. STUDENT RECORDS SYSTEM - HOUSING OFFICE.
000140 DATE-WRITTEN. 10/15/26.
000150 DATE-COMPILED.
000160*----------------------------------------------------------*
000170*  MODIFICATION HISTORY                                    *
000180*  --------------------------------------------------------*
000190*  10/15/26  JH  BAD-DEBT WRITE-OFF RUN.  POSTS THE BURSAR'S *
000200*                WRITE-OFF AUTHORISATION FILE AGAINST THE    *
000210*                OPEN-ITEM LEDGER - EACH AUTHORISED INVOICE  *
000220*                ALREADY PAST THE FINAL-NOTICE BUCKET IS     *
000230*                RELIEVED WITH THE WRITE-OFF STATUS, KEPT    *
000240*                APART FROM A CASH-PAID CLOSE.  BAD-DEBT     *
000250*                EXPENSE VOUCHERS PER CITY GO ON THE JRNLVCH *
000260*                EXTRACT THROUGH THE ACCOUNT-MAP-FILE AND A  *
000270*                WRITE-OFF REGISTER IS PRINTED WITH TOTALS   *
000280*                BY REASON, SO THE RECEIVABLES FIGURE STOPS  *
000290*                CARRYING DEBTS KNOWN TO BE DEAD.            *
000300*----------------------------------------------------------*

000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER. IBM-370.
000340 OBJECT-COMPUTER. IBM-370.

000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT WRITE-OFF-AUTH-FILE ASSIGN TO "WOFFAUTH"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS FS-WRITE-OFF-AUTH.

000400     SELECT OPEN-ITEM-FILE ASSIGN TO "OPENITEM"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS OI-KEY
000440         FILE STATUS IS FS-OPEN-ITEM.

000450     SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS RANDOM
000480         RECORD KEY IS OP-OPERATOR-ID
000490         FILE STATUS IS FS-OPERATOR-MASTER.

000500     SELECT ACCOUNT-MAP-FILE ASSIGN TO "ACCTMAP"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS SEQUENTIAL
000530         RECORD KEY IS AM-KEY
000540         FILE STATUS IS FS-ACCOUNT-MAP.

000550     SELECT JOURNAL-VOUCHER-FILE ASSIGN TO "JRNLVCHR"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS FS-JOURNAL-VOUCHER.

000580     SELECT WRITE-OFF-REGISTER ASSIGN TO "WOFFRPT"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS FS-WRITE-OFF-REGISTER.

000610     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS FS-AUDIT-LOG.

000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  WRITE-OFF-AUTH-FILE
000670     RECORDING MODE IS F.
000680 COPY WOFFAUTH.

000690 FD  OPEN-ITEM-FILE.
000700 COPY OPENITEM.

000710 FD  OPERATOR-MASTER-FILE.
000720 COPY OPERMAST.

000730 FD  ACCOUNT-MAP-FILE.
000740 COPY ACCTMAP.

000750 FD  JOURNAL-VOUCHER-FILE
000760     RECORDING MODE IS F.
000770 COPY JRNLVCH.

000780 FD  WRITE-OFF-REGISTER
000790     RECORDING MODE IS F.
000800 01  WRITE-OFF-REGISTER-LINE    PIC X(80).

000810 FD  AUDIT-LOG-FILE
000820     RECORDING MODE IS F.
000830 COPY AUDITREC.

000840 WORKING-STORAGE SECTION.
000850 01  WS-FILE-STATUSES.
000860     05  FS-WRITE-OFF-AUTH      PIC X(02) VALUE ZERO.
000870         88  WRITE-OFF-AUTH-OK      VALUE "00".
000880     05  FS-OPEN-ITEM           PIC X(02) VALUE ZERO.
000890         88  OPEN-ITEM-FILE-OK      VALUE "00".
000900     05  FS-OPERATOR-MASTER     PIC X(02) VALUE ZERO.
000910         88  OPERATOR-MASTER-OK     VALUE "00".
000920     05  FS-ACCOUNT-MAP         PIC X(02) VALUE ZERO.
000930         88  ACCOUNT-MAP-FILE-OK    VALUE "00".
000940         88  ACCOUNT-MAP-FILE-EOF   VALUE "10".
000950     05  FS-JOURNAL-VOUCHER     PIC X(02) VALUE ZERO.
000960         88  JOURNAL-VOUCHER-OK     VALUE "00".
000970     05  FS-WRITE-OFF-REGISTER  PIC X(02) VALUE ZERO.
000980     05  FS-AUDIT-LOG           PIC X(02) VALUE ZERO.
000990         88  AUDIT-LOG-FILE-OK      VALUE "00".

001000 01  WS-SWITCHES.
001010     05  WS-AUTH-EOF-SWITCH     PIC X(01) VALUE "N".
001020         88  END-OF-AUTH-FILE           VALUE "Y".
001030     05  WS-OPERATOR-OPEN-SW    PIC X(01) VALUE "N".
001040         88  OPERATOR-FILE-IS-OPEN      VALUE "Y".

001050 01  WS-COUNTS.
001060     05  WS-AUTH-COUNT          PIC 9(05) COMP VALUE ZERO.
001070     05  WS-WRITTEN-OFF-COUNT   PIC 9(05) COMP VALUE ZERO.
001080     05  WS-REJECT-COUNT        PIC 9(05) COMP VALUE ZERO.

001090 01  WS-WRITE-OFF-FIGURES.
001100     05  WS-RUN-DATE            PIC 9(08) VALUE ZERO.
001110     05  WS-ITEM-OUTSTANDING    PIC S9(07)V99 VALUE ZERO.
001120     05  WS-DAYS-OUTSTANDING    PIC S9(05) VALUE ZERO.
001130     05  WS-TOTAL-WRITTEN-OFF   PIC 9(09)V99 VALUE ZERO.
001140     05  WS-REJECT-REASON       PIC X(40) VALUE SPACE.
001150     05  WS-REASON-SLOT         PIC 9(01) VALUE ZERO.

001160*    THE REASON NAMES ARE HELD IN THE SAME ORDER AS THE
001170*    TOTALS TABLE BELOW, SO ONE SUBSCRIPT SERVES BOTH.
001180 01  WS-REASON-NAMES.
001190     05  FILLER                 PIC X(02) VALUE "BK".
001200     05  FILLER                 PIC X(15) VALUE "BANKRUPT".
001210     05  FILLER                 PIC X(02) VALUE "DC".
001220     05  FILLER                 PIC X(15) VALUE "DECEASED".
001230     05  FILLER                 PIC X(02) VALUE "UT".
001240     05  FILLER                 PIC X(15) VALUE "UNTRACEABLE".
001250     05  FILLER                 PIC X(02) VALUE "SM".
001260     05  FILLER                 PIC X(15) VALUE "SMALL BALANCE".
001270     05  FILLER                 PIC X(02) VALUE "OT".
001280     05  FILLER                 PIC X(15) VALUE "OTHER".
001290 01  WS-REASON-NAMES-R REDEFINES WS-REASON-NAMES.
001300     05  WS-REASON-ENTRY        OCCURS 5 TIMES
001310                                 INDEXED BY WS-RSN-IDX.
001320         10  WS-TAB-REASON-CODE     PIC X(02).
001330         10  WS-TAB-REASON-NAME     PIC X(15).

001340 01  WS-REASON-TOTALS.
001350     05  WS-REASON-TOTAL-ENTRY  OCCURS 5 TIMES.
001360         10  WS-TAB-REASON-COUNT    PIC 9(05).
001370         10  WS-TAB-REASON-AMOUNT   PIC 9(09)V99.

001380 01  WS-CITY-DEBT-TABLE.
001390     05  WS-CITY-DEBT-ENTRY      OCCURS 6 TIMES
001400                                 INDEXED BY WS-DEBT-IDX.
001410         10  WS-TAB-DEBT-AMOUNT     PIC 9(09)V99.
001420         10  WS-TAB-DEBT-CITY-NAME  PIC X(15).
001430         10  WS-TAB-DEBT-CURRENCY   PIC X(03).
001440         10  WS-TAB-BAD-DEBT-ACCT   PIC X(08).
001450         10  WS-TAB-DEBTORS-ACCT    PIC X(08).

001460 01  WS-REPORT-LINES.
001470     05  WS-HEADING-1.
001480         10  FILLER             PIC X(27) VALUE
001490             "BAD-DEBT WRITE-OFF REGISTER".
001500         10  FILLER             PIC X(53) VALUE SPACE.
001510     05  WS-HEADING-2.
001520         10  FILLER             PIC X(10) VALUE "STUDENT ID".
001530         10  FILLER             PIC X(01) VALUE SPACE.
001540         10  FILLER             PIC X(11) VALUE "ITEM".
001550         10  FILLER             PIC X(01) VALUE SPACE.
001560         10  FILLER             PIC X(15) VALUE "CITY".
001570         10  FILLER             PIC X(01) VALUE SPACE.
001580         10  FILLER             PIC X(10) VALUE "   WRITTEN".
001590         10  FILLER             PIC X(01) VALUE SPACE.
001600         10  FILLER             PIC X(03) VALUE "CCY".
001610         10  FILLER             PIC X(01) VALUE SPACE.
001620         10  FILLER             PIC X(15) VALUE "REASON".
001630         10  FILLER             PIC X(01) VALUE SPACE.
001640         10  FILLER             PIC X(08) VALUE "APPROVED".
001650         10  FILLER             PIC X(02) VALUE SPACE.
001660     05  WS-DETAIL-LINE.
001670         10  DL-STUDENT-ID      PIC X(07).
001680         10  FILLER             PIC X(04) VALUE SPACE.
001690         10  DL-INVOICE-DATE    PIC 9(08).
001700         10  FILLER             PIC X(01) VALUE "/".
001710         10  DL-ITEM-SEQ        PIC 9(02).
001720         10  FILLER             PIC X(01) VALUE SPACE.
001730         10  DL-CITY-NAME       PIC X(15).
001740         10  FILLER             PIC X(01) VALUE SPACE.
001750         10  DL-AMOUNT          PIC ZZZ,ZZ9.99.
001760         10  FILLER             PIC X(01) VALUE SPACE.
001770         10  DL-CURRENCY        PIC X(03).
001780         10  FILLER             PIC X(01) VALUE SPACE.
001790         10  DL-REASON-NAME     PIC X(15).
001800         10  FILLER             PIC X(01) VALUE SPACE.
001810         10  DL-APPROVED-BY     PIC X(08).
001820         10  FILLER             PIC X(02) VALUE SPACE.
001830     05  WS-REASON-HEADING.
001840         10  FILLER             PIC X(16) VALUE
001850             "TOTALS BY REASON".
001860         10  FILLER             PIC X(64) VALUE SPACE.
001870     05  WS-REASON-LINE.
001880         10  RL-REASON-NAME     PIC X(15).
001890         10  FILLER             PIC X(03) VALUE SPACE.
001900         10  FILLER             PIC X(07) VALUE "ITEMS -".
001910         10  RL-REASON-COUNT    PIC ZZZZ9.
001920         10  FILLER             PIC X(03) VALUE SPACE.
001930         10  FILLER             PIC X(08) VALUE "AMOUNT -".
001940         10  RL-REASON-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99.
001950         10  FILLER             PIC X(25) VALUE SPACE.
001960     05  WS-TRAILER-LINE.
001970         10  FILLER             PIC X(13) VALUE
001980             "WRITTEN OFF -".
001990         10  TL-WRITTEN-OFF-COUNT PIC ZZZZ9.
002000         10  FILLER             PIC X(03) VALUE SPACE.
002010         10  FILLER             PIC X(07) VALUE "TOTAL -".
002020         10  TL-WRITTEN-OFF-TOTAL PIC ZZZ,ZZZ,ZZ9.99.
002030         10  FILLER             PIC X(03) VALUE SPACE.
002040         10  FILLER             PIC X(09) VALUE "REJECTED-".
002050         10  TL-REJECT-COUNT    PIC ZZZZ9.
002060         10  FILLER             PIC X(21) VALUE SPACE.

002070 COPY RUNPARM.

002080 PROCEDURE DIVISION.

002090 0000-MAINLINE.
002100     PERFORM 0100-START-RUN-CONTROL THRU 0100-EXIT
002110     IF NOT RL-CLEAR-TO-RUN
002120        GOBACK
002130     END-IF
002140     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002150     PERFORM 2000-POST-ONE-WRITE-OFF THRU 2000-EXIT
002160         UNTIL END-OF-AUTH-FILE
002170     PERFORM 3000-PRINT-REASON-TOTALS THRU 3000-EXIT
002180     PERFORM 4000-WRITE-BAD-DEBT-VOUCHERS THRU 4000-EXIT
002190     PERFORM 8000-TERMINATE THRU 8000-EXIT
002200     PERFORM 8800-END-RUN-CONTROL THRU 8800-EXIT
002210     GOBACK
002220     .

002230 0100-START-RUN-CONTROL.
002240     MOVE "S" TO RL-FUNCTION
002250     MOVE "CONTROL3W" TO RL-PROGRAM-ID
002260     MOVE SPACE TO RL-PREDECESSOR-ID
002270     MOVE "WOFFAUTH" TO RL-INPUT-FILE
002280     CALL "RUNLOG" USING RUN-LOG-PARM
002290     IF RL-OWN-RUN-OPEN
002300        DISPLAY "CONTROL3W - PREVIOUS RUN HAS NO END RECORD, "
002310            "RUN REFUSED - REVIEW THE RUN-CONTROL FILE"
002320     END-IF
002330     IF RL-PREDECESSOR-NOT-DONE
002340        DISPLAY "CONTROL3W - PREDECESSOR HAS NOT ENDED "
002350            "CLEANLY TODAY, RUN REFUSED"
002360     END-IF
002370     .
002380 0100-EXIT.
002390     EXIT.

002400 1000-INITIALIZE.
002410     OPEN INPUT WRITE-OFF-AUTH-FILE
002420     IF NOT WRITE-OFF-AUTH-OK
002430        DISPLAY "CONTROL3W - UNABLE TO OPEN WRITE-OFF-AUTH-FILE"
002440        MOVE "Y" TO WS-AUTH-EOF-SWITCH
002450     END-IF

002460     OPEN I-O OPEN-ITEM-FILE
002470     IF NOT OPEN-ITEM-FILE-OK
002480        DISPLAY "CONTROL3W - UNABLE TO OPEN OPEN-ITEM-FILE"
002490        MOVE "Y" TO WS-AUTH-EOF-SWITCH
002500     END-IF

002510*    WITHOUT THE OPERATOR MASTER NO APPROVAL CAN BE PROVED,
002520*    SO EVERY AUTHORISATION IS REJECTED RATHER THAN TRUSTED.
002530     OPEN INPUT OPERATOR-MASTER-FILE
002540     IF OPERATOR-MASTER-OK
002550        SET OPERATOR-FILE-IS-OPEN TO TRUE
002560     ELSE
002570        DISPLAY "CONTROL3W - UNABLE TO OPEN OPERATOR-MASTER-"
002580            "FILE, NO APPROVALS CAN BE CHECKED"
002590     END-IF

002600     OPEN OUTPUT WRITE-OFF-REGISTER
002610     MOVE WS-HEADING-1 TO WRITE-OFF-REGISTER-LINE
002620     WRITE WRITE-OFF-REGISTER-LINE
002630     MOVE WS-HEADING-2 TO WRITE-OFF-REGISTER-LINE
002640     WRITE WRITE-OFF-REGISTER-LINE

002650     OPEN EXTEND AUDIT-LOG-FILE
002660     IF NOT AUDIT-LOG-FILE-OK
002670        DISPLAY "CONTROL3W - UNABLE TO OPEN AUDIT-LOG-FILE"
002680     END-IF

002690*    THE BAD-DEBT VOUCHERS GO ON THE SAME NIGHTLY JRNLVCH
002700*    EXTRACT AS THE REST OF THE RECEIVABLES POSTINGS.  A RUN
002710*    ON ITS OWN CREATES THE FILE.
002720     OPEN EXTEND JOURNAL-VOUCHER-FILE
002730     IF NOT JOURNAL-VOUCHER-OK
002740        OPEN OUTPUT JOURNAL-VOUCHER-FILE
002750     END-IF
002760     IF NOT JOURNAL-VOUCHER-OK
002770        DISPLAY "CONTROL3W - UNABLE TO OPEN JOURNAL-VOUCHER-"
002780            "FILE"
002790     END-IF

002800     PERFORM 1050-CLEAR-CITY-DEBT THRU 1050-EXIT
002810         VARYING WS-DEBT-IDX FROM 1 BY 1
002820         UNTIL WS-DEBT-IDX > 6
002830     PERFORM 1060-CLEAR-ONE-REASON THRU 1060-EXIT
002840         VARYING WS-RSN-IDX FROM 1 BY 1
002850         UNTIL WS-RSN-IDX > 5
002860     PERFORM 1300-LOAD-ACCOUNT-MAP THRU 1300-EXIT

002870     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

002880     IF NOT END-OF-AUTH-FILE
002890        PERFORM 1100-READ-AUTHORISATION THRU 1100-EXIT
002900     END-IF
002910     .
002920 1000-EXIT.
002930     EXIT.

002940 1050-CLEAR-CITY-DEBT.
002950*    WORKING STORAGE IS NOT GUARANTEED TO START AS ZEROS, SO
002960*    THE PER-CITY FIGURES ARE CLEARED BEFORE ANYTHING ADDS TO
002970*    THEM.
002980     MOVE ZERO TO WS-TAB-DEBT-AMOUNT (WS-DEBT-IDX)
002990     MOVE SPACE TO WS-TAB-DEBT-CITY-NAME (WS-DEBT-IDX)
003000     MOVE SPACE TO WS-TAB-DEBT-CURRENCY (WS-DEBT-IDX)
003010     MOVE SPACE TO WS-TAB-BAD-DEBT-ACCT (WS-DEBT-IDX)
003020     MOVE SPACE TO WS-TAB-DEBTORS-ACCT (WS-DEBT-IDX)
003030     .
003040 1050-EXIT.
003050     EXIT.

003060 1060-CLEAR-ONE-REASON.
003070     MOVE ZERO TO WS-TAB-REASON-COUNT (WS-RSN-IDX)
003080     MOVE ZERO TO WS-TAB-REASON-AMOUNT (WS-RSN-IDX)
003090     .
003100 1060-EXIT.
003110     EXIT.

003120 1100-READ-AUTHORISATION.
003130     READ WRITE-OFF-AUTH-FILE
003140         AT END
003150             MOVE "Y" TO WS-AUTH-EOF-SWITCH
003160     END-READ
003170     .
003180 1100-EXIT.
003190     EXIT.

003200 1300-LOAD-ACCOUNT-MAP.
003210     OPEN INPUT ACCOUNT-MAP-FILE
003220     IF NOT ACCOUNT-MAP-FILE-OK
003230        DISPLAY "CONTROL3W - UNABLE TO OPEN ACCOUNT-MAP-FILE"
003240     ELSE
003250        PERFORM 1310-LOAD-ONE-ACCOUNT-MAP THRU 1310-EXIT
003260            UNTIL ACCOUNT-MAP-FILE-EOF
003270        CLOSE ACCOUNT-MAP-FILE
003280     END-IF
003290     .
003300 1300-EXIT.
003310     EXIT.

003320 1310-LOAD-ONE-ACCOUNT-MAP.
003330     READ ACCOUNT-MAP-FILE NEXT RECORD
003340         AT END
003350             SET ACCOUNT-MAP-FILE-EOF TO TRUE
003360         NOT AT END
003370             IF AM-COUNTRY-CODE = 1
003380                SET WS-DEBT-IDX TO AM-CITY-CODE
003390                MOVE AM-BAD-DEBT-ACCOUNT
003400                    TO WS-TAB-BAD-DEBT-ACCT (WS-DEBT-IDX)
003410                MOVE AM-DEBIT-ACCOUNT
003420                    TO WS-TAB-DEBTORS-ACCT (WS-DEBT-IDX)
003430             END-IF
003440     END-READ
003450     .
003460 1310-EXIT.
003470     EXIT.

003480 2000-POST-ONE-WRITE-OFF.
003490     ADD 1 TO WS-AUTH-COUNT
003500     MOVE SPACE TO WS-REJECT-REASON

003510     EVALUATE TRUE
003520        WHEN WA-WRITE-OFF-AMOUNT IS NOT NUMERIC
003530           MOVE "Write-off amount not numeric"
003540               TO WS-REJECT-REASON
003550        WHEN WA-WRITE-OFF-AMOUNT = ZERO
003560           MOVE "Write-off amount is zero" TO WS-REJECT-REASON
003570        WHEN NOT WRITE-OFF-REASON-VALID
003580           MOVE "Write-off reason code not valid"
003590               TO WS-REJECT-REASON
003600        WHEN OTHER
003610           PERFORM 2100-CHECK-APPROVER THRU 2100-EXIT
003620     END-EVALUATE

003630     IF WS-REJECT-REASON = SPACE
003640        PERFORM 2200-CHECK-ITEM THRU 2200-EXIT
003650     END-IF

003660     IF WS-REJECT-REASON = SPACE
003670        PERFORM 2300-RELIEVE-ITEM THRU 2300-EXIT
003680     ELSE
003690        PERFORM 2900-REJECT-WRITE-OFF THRU 2900-EXIT
003700     END-IF

003710     PERFORM 1100-READ-AUTHORISATION THRU 1100-EXIT
003720     .
003730 2000-EXIT.
003740     EXIT.

003750 2100-CHECK-APPROVER.
003760*    THE APPROVER MUST BE A CURRENT OPERATOR OF RECORD - A
003770*    WRITE-OFF NOBODY ON THE OPERATOR MASTER SIGNED FOR IS
003780*    NOT POSTED.
003790     IF NOT OPERATOR-FILE-IS-OPEN
003800        MOVE "Operator master not available"
003810            TO WS-REJECT-REASON
003820        GO TO 2100-EXIT
003830     END-IF
003840     MOVE WA-APPROVED-BY TO OP-OPERATOR-ID
003850     READ OPERATOR-MASTER-FILE
003860         INVALID KEY
003870             MOVE "Approving operator not on file"
003880                 TO WS-REJECT-REASON
003890         NOT INVALID KEY
003900             IF NOT OPERATOR-IS-ACTIVE
003910                MOVE "Approving operator not active"
003920                    TO WS-REJECT-REASON
003930             END-IF
003940     END-READ
003950     .
003960 2100-EXIT.
003970     EXIT.

003980 2200-CHECK-ITEM.
003990     MOVE WA-ITEM-KEY TO OI-KEY
004000     READ OPEN-ITEM-FILE
004010         INVALID KEY
004020             MOVE "Item not on ledger" TO WS-REJECT-REASON
004030     END-READ
004040     IF WS-REJECT-REASON NOT = SPACE
004050        GO TO 2200-EXIT
004060     END-IF
004070     IF OPEN-ITEM-IS-CASH
004080        MOVE "Unapplied cash cannot be written off"
004090            TO WS-REJECT-REASON
004100        GO TO 2200-EXIT
004110     END-IF
004120     IF NOT OPEN-ITEM-IS-OPEN
004130        MOVE "Item is not open" TO WS-REJECT-REASON
004140        GO TO 2200-EXIT
004150     END-IF
004160     COMPUTE WS-ITEM-OUTSTANDING =
004170         OI-BILLED-AMOUNT - OI-PAID-AMOUNT
004180     IF WA-WRITE-OFF-AMOUNT NOT = WS-ITEM-OUTSTANDING
004190        MOVE "Amount is not the item balance"
004200            TO WS-REJECT-REASON
004210        GO TO 2200-EXIT
004220     END-IF

004230*    THE ITEM IS AGED THE SAME WAY THE ARREARS RUN AGES IT -
004240*    FROM ITS DUE DATE, OR ITS INVOICE DATE IF IT PREDATES
004250*    THE DUE-DATE FIELD - USING THE INTEGER-OF-DATE INTRINSIC
004260*    FOR A DAY COUNT THAT CAN SIMPLY BE SUBTRACTED.  ONLY AN
004270*    ITEM PAST THE 90-DAY FINAL-NOTICE BUCKET QUALIFIES.
004280     IF OI-DUE-DATE > ZERO
004290        COMPUTE WS-DAYS-OUTSTANDING =
004300            FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
004310            - FUNCTION INTEGER-OF-DATE (OI-DUE-DATE)
004320     ELSE
004330        COMPUTE WS-DAYS-OUTSTANDING =
004340            FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
004350            - FUNCTION INTEGER-OF-DATE (OI-INVOICE-DATE)
004360     END-IF
004370     IF WS-DAYS-OUTSTANDING NOT > 90
004380        MOVE "Item not yet past final notice"
004390            TO WS-REJECT-REASON
004400     END-IF
004410     .
004420 2200-EXIT.
004430     EXIT.

004440 2300-RELIEVE-ITEM.
004450     MOVE "W" TO OI-STATUS-CODE
004460     REWRITE OPEN-ITEM-REC
004470         INVALID KEY
004480             MOVE "Unable to rewrite ledger item"
004490                 TO WS-REJECT-REASON
004500     END-REWRITE
004510     IF WS-REJECT-REASON NOT = SPACE
004520        PERFORM 2900-REJECT-WRITE-OFF THRU 2900-EXIT
004530        GO TO 2300-EXIT
004540     END-IF
004550     ADD 1 TO WS-WRITTEN-OFF-COUNT
004560     ADD WA-WRITE-OFF-AMOUNT TO WS-TOTAL-WRITTEN-OFF

004570     MOVE ZERO TO WS-REASON-SLOT
004580     PERFORM 2350-FIND-ONE-REASON THRU 2350-EXIT
004590         VARYING WS-RSN-IDX FROM 1 BY 1
004600         UNTIL WS-RSN-IDX > 5
004610            OR WS-REASON-SLOT > ZERO
004620     SET WS-RSN-IDX TO WS-REASON-SLOT
004630     ADD 1 TO WS-TAB-REASON-COUNT (WS-RSN-IDX)
004640     ADD WA-WRITE-OFF-AMOUNT TO WS-TAB-REASON-AMOUNT (WS-RSN-IDX)
004650     MOVE WS-TAB-REASON-NAME (WS-RSN-IDX) TO DL-REASON-NAME

004660     IF OI-CITY-CODE > ZERO
004670        SET WS-DEBT-IDX TO OI-CITY-CODE
004680        ADD WA-WRITE-OFF-AMOUNT
004690            TO WS-TAB-DEBT-AMOUNT (WS-DEBT-IDX)
004700        MOVE OI-CITY-NAME TO WS-TAB-DEBT-CITY-NAME (WS-DEBT-IDX)
004710        MOVE OI-CURRENCY-CODE
004720            TO WS-TAB-DEBT-CURRENCY (WS-DEBT-IDX)
004730     END-IF

004740     MOVE OI-STUDENT-ID TO DL-STUDENT-ID
004750     MOVE OI-INVOICE-DATE TO DL-INVOICE-DATE
004760     MOVE OI-ITEM-SEQ TO DL-ITEM-SEQ
004770     MOVE OI-CITY-NAME TO DL-CITY-NAME
004780     MOVE WA-WRITE-OFF-AMOUNT TO DL-AMOUNT
004790     MOVE OI-CURRENCY-CODE TO DL-CURRENCY
004800     MOVE WA-APPROVED-BY TO DL-APPROVED-BY
004810     MOVE WS-DETAIL-LINE TO WRITE-OFF-REGISTER-LINE
004820     WRITE WRITE-OFF-REGISTER-LINE
004830     .
004840 2300-EXIT.
004850     EXIT.

004860 2350-FIND-ONE-REASON.
004870     IF WS-TAB-REASON-CODE (WS-RSN-IDX) = WA-REASON-CODE
004880        SET WS-REASON-SLOT TO WS-RSN-IDX
004890     END-IF
004900     .
004910 2350-EXIT.
004920     EXIT.

004930 2900-REJECT-WRITE-OFF.
004940     ADD 1 TO WS-REJECT-COUNT
004950     MOVE "CONTROL3W" TO AL-PROGRAM-ID
004960     ACCEPT AL-DATE-LOGGED FROM DATE YYYYMMDD
004970     ACCEPT AL-TIME-LOGGED FROM TIME
004980     MOVE SPACE TO AL-INPUT-DATA
004990     MOVE WA-ITEM-KEY TO AL-INPUT-DATA
005000     MOVE WS-REJECT-REASON TO AL-REJECT-REASON
005010     IF AUDIT-LOG-FILE-OK
005020        WRITE AUDIT-LOG-REC
005030     END-IF
005040     .
005050 2900-EXIT.
005060     EXIT.

005070 3000-PRINT-REASON-TOTALS.
005080     MOVE WS-REASON-HEADING TO WRITE-OFF-REGISTER-LINE
005090     WRITE WRITE-OFF-REGISTER-LINE
005100     PERFORM 3100-PRINT-ONE-REASON THRU 3100-EXIT
005110         VARYING WS-RSN-IDX FROM 1 BY 1
005120         UNTIL WS-RSN-IDX > 5

005130     MOVE WS-WRITTEN-OFF-COUNT TO TL-WRITTEN-OFF-COUNT
005140     MOVE WS-TOTAL-WRITTEN-OFF TO TL-WRITTEN-OFF-TOTAL
005150     MOVE WS-REJECT-COUNT TO TL-REJECT-COUNT
005160     MOVE WS-TRAILER-LINE TO WRITE-OFF-REGISTER-LINE
005170     WRITE WRITE-OFF-REGISTER-LINE
005180     .
005190 3000-EXIT.
005200     EXIT.

005210 3100-PRINT-ONE-REASON.
005220     MOVE WS-TAB-REASON-NAME (WS-RSN-IDX) TO RL-REASON-NAME
005230     MOVE WS-TAB-REASON-COUNT (WS-RSN-IDX) TO RL-REASON-COUNT
005240     MOVE WS-TAB-REASON-AMOUNT (WS-RSN-IDX) TO RL-REASON-AMOUNT
005250     MOVE WS-REASON-LINE TO WRITE-OFF-REGISTER-LINE
005260     WRITE WRITE-OFF-REGISTER-LINE
005270     .
005280 3100-EXIT.
005290     EXIT.

005300 4000-WRITE-BAD-DEBT-VOUCHERS.
005310     PERFORM 4100-VOUCHER-ONE-CITY THRU 4100-EXIT
005320         VARYING WS-DEBT-IDX FROM 1 BY 1
005330         UNTIL WS-DEBT-IDX > 6
005340     .
005350 4000-EXIT.
005360     EXIT.

005370 4100-VOUCHER-ONE-CITY.
005380*    ONE BALANCED POSTING PER CITY WITH WRITE-OFFS THIS RUN -
005390*    DEBIT THE CITY'S BAD-DEBT EXPENSE ACCOUNT, CREDIT ITS
005400*    DEBTORS ACCOUNT.  A CITY WITH NO ACCOUNT MAPPING IS
005410*    LOGGED AND LEFT OFF THE VOUCHER FILE FOR FINANCE TO
005420*    CHASE.
005430     IF WS-TAB-DEBT-AMOUNT (WS-DEBT-IDX) = ZERO
005440        GO TO 4100-EXIT
005450     END-IF
005460     IF WS-TAB-BAD-DEBT-ACCT (WS-DEBT-IDX) = SPACE
005470        OR WS-TAB-DEBTORS-ACCT (WS-DEBT-IDX) = SPACE
005480        PERFORM 4200-LOG-MISSING-ACCOUNT THRU 4200-EXIT
005490        GO TO 4100-EXIT
005500     END-IF
005510     MOVE WS-RUN-DATE TO JV-RUN-DATE
005520     MOVE 1 TO JV-COUNTRY-CODE
005530     SET JV-CITY-CODE TO WS-DEBT-IDX
005540     MOVE WS-TAB-DEBT-CITY-NAME (WS-DEBT-IDX) TO JV-CITY-NAME
005550     MOVE WS-TAB-DEBT-CURRENCY (WS-DEBT-IDX)
005560         TO JV-CURRENCY-CODE
005570     MOVE WS-TAB-BAD-DEBT-ACCT (WS-DEBT-IDX) TO JV-ACCOUNT-CODE
005580     MOVE WS-TAB-DEBT-AMOUNT (WS-DEBT-IDX) TO JV-DEBIT-AMOUNT
005590     MOVE ZERO TO JV-CREDIT-AMOUNT
005600     IF JOURNAL-VOUCHER-OK
005610        WRITE JOURNAL-VOUCHER-REC
005620     END-IF
005630     MOVE WS-TAB-DEBTORS-ACCT (WS-DEBT-IDX) TO JV-ACCOUNT-CODE
005640     MOVE ZERO TO JV-DEBIT-AMOUNT
005650     MOVE WS-TAB-DEBT-AMOUNT (WS-DEBT-IDX) TO JV-CREDIT-AMOUNT
005660     IF JOURNAL-VOUCHER-OK
005670        WRITE JOURNAL-VOUCHER-REC
005680     END-IF
005690     .
005700 4100-EXIT.
005710     EXIT.

005720 4200-LOG-MISSING-ACCOUNT.
005730     MOVE "CONTROL3W" TO AL-PROGRAM-ID
005740     ACCEPT AL-DATE-LOGGED FROM DATE YYYYMMDD
005750     ACCEPT AL-TIME-LOGGED FROM TIME
005760     MOVE SPACE TO AL-INPUT-DATA
005770     MOVE WS-TAB-DEBT-CITY-NAME (WS-DEBT-IDX)
005780         TO AL-INPUT-DATA
005790     MOVE "No GL account mapping for city"
005800         TO AL-REJECT-REASON
005810     IF AUDIT-LOG-FILE-OK
005820        WRITE AUDIT-LOG-REC
005830     END-IF
005840     .
005850 4200-EXIT.
005860     EXIT.

005870 8000-TERMINATE.
005880     CLOSE WRITE-OFF-AUTH-FILE
005890     CLOSE OPEN-ITEM-FILE
005900     IF OPERATOR-FILE-IS-OPEN
005910        CLOSE OPERATOR-MASTER-FILE
005920     END-IF
005930     CLOSE JOURNAL-VOUCHER-FILE
005940     CLOSE WRITE-OFF-REGISTER
005950     CLOSE AUDIT-LOG-FILE
005960     DISPLAY "CONTROL3W - AUTHORISATIONS READ: " WS-AUTH-COUNT
005970     DISPLAY "CONTROL3W - ITEMS WRITTEN OFF: "
005980         WS-WRITTEN-OFF-COUNT
005990     DISPLAY "CONTROL3W - AUTHORISATIONS REJECTED: "
006000         WS-REJECT-COUNT
006010     .
006020 8000-EXIT.
006030     EXIT.

006040 8800-END-RUN-CONTROL.
006050     MOVE "E" TO RL-FUNCTION
006060     MOVE WS-AUTH-COUNT TO RL-RECORDS-PROCESSED
006070     MOVE WS-REJECT-COUNT TO RL-RECORDS-REJECTED
006080     MOVE "CLEAN" TO RL-END-STATUS
006090     CALL "RUNLOG" USING RUN-LOG-PARM
006100     .
006110 8800-EXIT.
006120     EXIT.
