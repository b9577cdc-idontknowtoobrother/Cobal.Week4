000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CONTROL3S.
000120 AUTHOR. 62160246.
000130 INSTALLATION. STUDENT RECORDS SYSTEM - HOUSING OFFICE.
000140 DATE-WRITTEN. 10/15/26.
000150 DATE-COMPILED.
000160*----------------------------------------------------------*
000170*  MODIFICATION HISTORY                                    *
000180*  --------------------------------------------------------*
000190*  10/15/26  JH  TERMLY STATEMENT OF ACCOUNT RUN.  READS THE *
000200*                OPEN-ITEM LEDGER AND PRINTS ONE STATEMENT   *
000210*                PER STUDENT FOR THE CURRENT TERM - AN       *
000220*                OPENING BALANCE BROUGHT FORWARD FROM BEFORE *
000230*                THE TERM, EVERY SURCHARGE ITEM, THEN EVERY  *
000240*                ROOM-RENT ITEM, THEN EVERY PAYMENT, WRITE-  *
000250*                OFF, UNAPPLIED-CASH AND REFUND ENTRY, WITH  *
000260*                A RUNNING BALANCE, THE CLOSING BALANCE AND  *
000270*                THE INSTALMENT DUE DATES STILL TO COME.  A  *
000280*                SUMMARY PAGE GIVES THE STATEMENT COUNT AND  *
000290*                TOTAL BALANCE BY CURRENCY, SO THE BURSAR'S  *
000300*                DESK STOPS ANSWERING "WHAT DO I OWE AND     *
000310*                WHY" FROM THE INVOICE AND DUNNING FILES.    *
000312*  10/15/26  JH  ROOM DAMAGE BILLED AT CHECKOUT IS NOW       *
000314*                LISTED AS A SECTION OF ITS OWN AFTER RENT.  *
000315*  10/15/26  JH  TUITION ITEMS NOW LIST AS A SECTION OF      *
000316*                THEIR OWN AFTER DAMAGE.                     *
000317*  10/15/26  JH  EACH STATEMENT NOW PRINTS THE STUDENT'S     *
000318*                POSTAL ADDRESS; ONE WITH NO USABLE ADDRESS  *
000319*                IS HELD ON THE ADDRESS EXCEPTION LIST.      *
000320*----------------------------------------------------------*

000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER. IBM-370.
000360 OBJECT-COMPUTER. IBM-370.

000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT OPEN-ITEM-FILE ASSIGN TO "OPENITEM"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS OI-KEY
000430         FILE STATUS IS FS-OPEN-ITEM.

000440     SELECT TERM-CALENDAR-FILE ASSIGN TO "TERMCAL"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS SEQUENTIAL
000470         RECORD KEY IS TC-TERM-CODE
000480         FILE STATUS IS FS-TERM-CALENDAR.

000490     SELECT STATEMENT-FILE ASSIGN TO "STATEMNT"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS FS-STATEMENT.

000520     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS FS-AUDIT-LOG.

000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  OPEN-ITEM-FILE.
000580 COPY OPENITEM.

000590 FD  TERM-CALENDAR-FILE.
000600 COPY TERMCAL.

000610 FD  STATEMENT-FILE
000620     RECORDING MODE IS F.
000630 01  STATEMENT-LINE             PIC X(80).

000640 FD  AUDIT-LOG-FILE
000650     RECORDING MODE IS F.
000660 COPY AUDITREC.

000670 WORKING-STORAGE SECTION.
000680 01  WS-FILE-STATUSES.
000690     05  FS-OPEN-ITEM           PIC X(02) VALUE ZERO.
000700         88  OPEN-ITEM-FILE-OK      VALUE "00".
000710     05  FS-TERM-CALENDAR       PIC X(02) VALUE ZERO.
000720         88  TERM-CALENDAR-OK       VALUE "00".
000730         88  TERM-CALENDAR-EOF      VALUE "10".
000740     05  FS-STATEMENT           PIC X(02) VALUE ZERO.
000750         88  STATEMENT-FILE-OK      VALUE "00".
000760     05  FS-AUDIT-LOG           PIC X(02) VALUE ZERO.
000770         88  AUDIT-LOG-FILE-OK      VALUE "00".

000780 01  WS-SWITCHES.
000790     05  WS-LEDGER-SCAN-SW      PIC X(01) VALUE "N".
000800         88  END-OF-LEDGER-SCAN         VALUE "Y".
000810     05  WS-CURR-TERM-SWITCH    PIC X(01) VALUE "N".
000820         88  CURRENT-TERM-FOUND         VALUE "Y".
000830     05  WS-OVERFLOW-SWITCH     PIC X(01) VALUE "N".
000840         88  STUDENT-TABLE-OVERFLOWED   VALUE "Y".

000850 01  WS-COUNTS.
000860     05  WS-ITEM-COUNT          PIC 9(05) COMP VALUE ZERO.
000870     05  WS-STATEMENT-COUNT     PIC 9(05) COMP VALUE ZERO.
000875     05  WS-HELD-COUNT          PIC 9(05) COMP VALUE ZERO.
000880     05  WS-OVERFLOW-COUNT      PIC 9(05) COMP VALUE ZERO.
000890     05  WS-STMT-ITEM-COUNT     PIC 9(03) COMP VALUE ZERO.
000900     05  WS-DUE-COUNT           PIC 9(02) COMP VALUE ZERO.
000905     05  WS-ADDRESS-SUB         PIC 9(01) VALUE ZERO.

000910 01  WS-STATEMENT-FIGURES.
000920     05  WS-RUN-DATE            PIC 9(08) VALUE ZERO.
000930     05  WS-PERIOD-START        PIC 9(08) VALUE ZERO.
000940     05  WS-TERM-NAME           PIC X(20) VALUE SPACE.
000950     05  WS-BREAK-STUDENT       PIC X(07) VALUE SPACE.
000960     05  WS-STMT-NAME           PIC X(30) VALUE SPACE.
000970     05  WS-STMT-CITY-NAME      PIC X(15) VALUE SPACE.
000980     05  WS-STMT-CURRENCY       PIC X(03) VALUE SPACE.
000990     05  WS-OPENING-BALANCE     PIC S9(07)V99 VALUE ZERO.
001000     05  WS-RUNNING-BALANCE     PIC S9(07)V99 VALUE ZERO.
001010     05  WS-ITEM-NET            PIC S9(07)V99 VALUE ZERO.
001020     05  WS-ITEM-SOURCE         PIC X(01) VALUE SPACE.
001030         88  ITEM-IS-SURCHARGE      VALUE "S".
001040         88  ITEM-IS-ROOM-RENT      VALUE "R".
001050         88  ITEM-IS-CASH           VALUE "P".
001055         88  ITEM-IS-ROOM-DAMAGE    VALUE "D".
001057         88  ITEM-IS-TUITION        VALUE "T".
001060     05  WS-PASS-SOURCE         PIC X(01) VALUE SPACE.
001070     05  WS-CCY-SLOT            PIC 9(02) COMP VALUE ZERO.

001080*    ONE STUDENT'S ITEMS FOR THE STATEMENT PERIOD ARE HELD
001090*    HERE SO THEY CAN BE PRINTED SECTION BY SECTION RATHER
001100*    THAN IN LEDGER KEY ORDER.
001110 01  WS-STMT-ITEM-TABLE.
001120     05  WS-STMT-ITEM-ENTRY     OCCURS 60 TIMES
001130                                 INDEXED BY WS-ITM-IDX.
001140         10  WS-TAB-ITEM-DATE       PIC 9(08).
001150         10  WS-TAB-ITEM-SEQ        PIC 9(02).
001160         10  WS-TAB-ITEM-TYPE       PIC X(01).
001170         10  WS-TAB-ITEM-STATUS     PIC X(01).
001180         10  WS-TAB-ITEM-SOURCE     PIC X(01).
001190         10  WS-TAB-ITEM-CITY-NAME  PIC X(15).
001200         10  WS-TAB-ITEM-BILLED     PIC 9(07)V99.
001210         10  WS-TAB-ITEM-PAID       PIC 9(07)V99.

001220 01  WS-DUE-TABLE.
001230     05  WS-DUE-ENTRY           OCCURS 8 TIMES
001240                                 INDEXED BY WS-DUE-IDX.
001250         10  WS-TAB-DUE-DATE        PIC 9(08).
001260         10  WS-TAB-DUE-AMOUNT      PIC 9(07)V99.

001270 01  WS-CURRENCY-TOTALS.
001280     05  WS-CCY-COUNT            PIC 9(02) COMP VALUE ZERO.
001290     05  WS-CCY-ENTRY            OCCURS 6 TIMES
001300                                 INDEXED BY WS-CCY-IDX.
001310         10  WS-TAB-CCY-CODE        PIC X(03).
001320         10  WS-TAB-CCY-COUNT       PIC 9(05).
001330         10  WS-TAB-CCY-AMOUNT      PIC S9(09)V99.

001340 01  WS-STATEMENT-LINES.
001350     05  WS-STMT-RULE.
001360         10  FILLER             PIC X(40) VALUE ALL "-".
001370         10  FILLER             PIC X(40) VALUE ALL "-".
001380     05  WS-STMT-TITLE-LINE.
001390         10  FILLER             PIC X(22) VALUE
001400             "STATEMENT OF ACCOUNT -".
001410         10  FILLER             PIC X(01) VALUE SPACE.
001420         10  SH-TERM-NAME       PIC X(20).
001430         10  FILLER             PIC X(03) VALUE SPACE.
001440         10  FILLER             PIC X(06) VALUE "DATE -".
001450         10  FILLER             PIC X(01) VALUE SPACE.
001460         10  SH-RUN-DATE        PIC 9(08).
001470         10  FILLER             PIC X(19) VALUE SPACE.
001480     05  WS-STMT-NAME-LINE.
001490         10  FILLER             PIC X(10) VALUE "TO       -".
001500         10  FILLER             PIC X(01) VALUE SPACE.
001510         10  SH-STUDENT-NAME    PIC X(30).
001520         10  FILLER             PIC X(02) VALUE SPACE.
001530         10  FILLER             PIC X(01) VALUE "(".
001540         10  SH-STUDENT-ID      PIC X(07).
001550         10  FILLER             PIC X(01) VALUE ")".
001560         10  FILLER             PIC X(28) VALUE SPACE.
001561     05  WS-STMT-ADDRESS-LINE.
001562         10  FILLER             PIC X(11) VALUE SPACE.
001563         10  SH-ADDRESS-LINE    PIC X(30).
001564         10  FILLER             PIC X(39) VALUE SPACE.
001570     05  WS-STMT-CITY-LINE.
001580         10  FILLER             PIC X(10) VALUE "CITY     -".
001590         10  FILLER             PIC X(01) VALUE SPACE.
001600         10  SH-CITY-NAME       PIC X(15).
001610         10  FILLER             PIC X(54) VALUE SPACE.
001620     05  WS-STMT-COLUMN-LINE.
001630         10  FILLER             PIC X(08) VALUE "DATE".
001640         10  FILLER             PIC X(02) VALUE SPACE.
001650         10  FILLER             PIC X(30) VALUE "DETAIL".
001660         10  FILLER             PIC X(02) VALUE SPACE.
001670         10  FILLER             PIC X(10) VALUE "   CHARGES".
001680         10  FILLER             PIC X(02) VALUE SPACE.
001690         10  FILLER             PIC X(10) VALUE "   CREDITS".
001700         10  FILLER             PIC X(02) VALUE SPACE.
001710         10  FILLER             PIC X(11) VALUE "    BALANCE".
001720         10  FILLER             PIC X(03) VALUE SPACE.
001730     05  WS-STMT-DETAIL-LINE.
001740         10  SD-ITEM-DATE       PIC 9(08).
001750         10  FILLER             PIC X(02) VALUE SPACE.
001760         10  SD-DETAIL          PIC X(30).
001770         10  FILLER             PIC X(02) VALUE SPACE.
001780         10  SD-CHARGE          PIC ZZZ,ZZ9.99.
001790         10  FILLER             PIC X(02) VALUE SPACE.
001800         10  SD-CREDIT          PIC ZZZ,ZZ9.99.
001810         10  FILLER             PIC X(02) VALUE SPACE.
001820         10  SD-BALANCE         PIC ZZZ,ZZ9.99-.
001830         10  FILLER             PIC X(03) VALUE SPACE.
001840     05  WS-STMT-BALANCE-LINE.
001850         10  FILLER             PIC X(10) VALUE SPACE.
001860         10  SB-BALANCE-WORD    PIC X(30).
001870         10  FILLER             PIC X(25) VALUE SPACE.
001880         10  SB-BALANCE         PIC ZZZ,ZZ9.99-.
001890         10  FILLER             PIC X(01) VALUE SPACE.
001900         10  SB-CURRENCY        PIC X(03).
001910     05  WS-STMT-DUE-HEADING.
001920         10  FILLER             PIC X(10) VALUE SPACE.
001930         10  FILLER             PIC X(30) VALUE
001940             "INSTALMENTS STILL TO FALL DUE".
001950         10  FILLER             PIC X(40) VALUE SPACE.
001960     05  WS-STMT-DUE-LINE.
001970         10  FILLER             PIC X(10) VALUE SPACE.
001980         10  FILLER             PIC X(06) VALUE "DUE - ".
001990         10  SU-DUE-DATE        PIC 9(08).
002000         10  FILLER             PIC X(03) VALUE SPACE.
002010         10  SU-DUE-AMOUNT      PIC ZZZ,ZZ9.99.
002020         10  FILLER             PIC X(43) VALUE SPACE.

002030 01  WS-SUMMARY-LINES.
002040     05  WS-SUMMARY-HEADING.
002050         10  FILLER             PIC X(27) VALUE
002060             "STATEMENT RUN SUMMARY".
002070         10  FILLER             PIC X(53) VALUE SPACE.
002080     05  WS-SUMMARY-COUNT-LINE.
002090         10  FILLER             PIC X(18) VALUE
002100             "STATEMENTS SENT -".
002110         10  SM-STATEMENT-COUNT PIC ZZZZ9.
002120         10  FILLER             PIC X(57) VALUE SPACE.
002121     05  WS-SUMMARY-HELD-LINE.
002122         10  FILLER             PIC X(30) VALUE
002123             "STATEMENTS HELD - NO ADDRESS -".
002124         10  SM-HELD-COUNT      PIC ZZZZ9.
002125         10  FILLER             PIC X(45) VALUE SPACE.
002130     05  WS-SUMMARY-CCY-LINE.
002140         10  FILLER             PIC X(10) VALUE SPACE.
002150         10  FILLER             PIC X(08) VALUE "TOTAL".
002160         10  SM-CURRENCY-CODE   PIC X(03).
002170         10  FILLER             PIC X(03) VALUE SPACE.
002180         10  SM-CCY-COUNT       PIC ZZZZ9.
002190         10  FILLER             PIC X(12) VALUE " STATEMENTS ".
002200         10  SM-CCY-AMOUNT      PIC ZZ,ZZZ,ZZ9.99-.
002210         10  FILLER             PIC X(25) VALUE SPACE.

002220 COPY RUNPARM.

002225 COPY ADDRPARM.

002230 PROCEDURE DIVISION.

002240 0000-MAINLINE.
002250     PERFORM 0100-START-RUN-CONTROL THRU 0100-EXIT
002260     IF NOT RL-CLEAR-TO-RUN
002270        GOBACK
002280     END-IF
002290     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002300     PERFORM 2000-READ-ONE-ITEM THRU 2000-EXIT
002310         UNTIL END-OF-LEDGER-SCAN
002320     IF WS-BREAK-STUDENT NOT = SPACE
002330        PERFORM 2500-PRODUCE-ONE-STATEMENT THRU 2500-EXIT
002340     END-IF
002350     PERFORM 3000-PRINT-SUMMARY THRU 3000-EXIT
002360     PERFORM 8000-TERMINATE THRU 8000-EXIT
002370     PERFORM 8800-END-RUN-CONTROL THRU 8800-EXIT
002380     GOBACK
002390     .

002400 0100-START-RUN-CONTROL.
002410     MOVE "S" TO RL-FUNCTION
002420     MOVE "CONTROL3S" TO RL-PROGRAM-ID
002430     MOVE SPACE TO RL-PREDECESSOR-ID
002440     MOVE "OPENITEM" TO RL-INPUT-FILE
002450     CALL "RUNLOG" USING RUN-LOG-PARM
002460     IF RL-OWN-RUN-OPEN
002470        DISPLAY "CONTROL3S - PREVIOUS RUN HAS NO END RECORD, "
002480            "RUN REFUSED - REVIEW THE RUN-CONTROL FILE"
002490     END-IF
002500     IF RL-PREDECESSOR-NOT-DONE
002510        DISPLAY "CONTROL3S - PREDECESSOR HAS NOT ENDED "
002520            "CLEANLY TODAY, RUN REFUSED"
002530     END-IF
002540     .
002550 0100-EXIT.
002560     EXIT.

002570 1000-INITIALIZE.
002580     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002581     MOVE "A" TO AB-FUNCTION
002582     MOVE "CONTROL3S" TO AB-PROGRAM-ID
002583     MOVE "STATEMENT" TO AB-DOCUMENT
002584     MOVE WS-RUN-DATE TO AB-RUN-DATE

002590     OPEN INPUT OPEN-ITEM-FILE
002600     IF NOT OPEN-ITEM-FILE-OK
002610        DISPLAY "CONTROL3S - UNABLE TO OPEN OPEN-ITEM-FILE"
002620        MOVE "Y" TO WS-LEDGER-SCAN-SW
002630     END-IF

002640     OPEN OUTPUT STATEMENT-FILE
002650     IF NOT STATEMENT-FILE-OK
002660        DISPLAY "CONTROL3S - UNABLE TO OPEN STATEMENT-FILE"
002670        MOVE "Y" TO WS-LEDGER-SCAN-SW
002680     END-IF

002690     OPEN EXTEND AUDIT-LOG-FILE
002700     IF NOT AUDIT-LOG-FILE-OK
002710        DISPLAY "CONTROL3S - UNABLE TO OPEN AUDIT-LOG-FILE"
002720     END-IF

002730     PERFORM 1500-LOAD-CURRENT-TERM THRU 1500-EXIT
002740     PERFORM 2050-CLEAR-STUDENT THRU 2050-EXIT
002750     .
002760 1000-EXIT.
002770     EXIT.

002780 1500-LOAD-CURRENT-TERM.
002790*    THE STATEMENT PERIOD IS THE CURRENT TERM - THE ONE WHOSE
002800*    START AND REGISTRATION CUTOFF BRACKET THE RUN DATE, THE
002810*    SAME RULE THE SURCHARGE RUN APPLIES.  EVERYTHING DATED
002820*    BEFORE THE TERM STARTED IS BROUGHT FORWARD AS THE
002830*    OPENING BALANCE.  WITH NO CURRENT TERM THE STATEMENT
002840*    COVERS THE WHOLE LEDGER FROM A NIL OPENING BALANCE.
002850     MOVE ZERO TO WS-PERIOD-START
002860     MOVE "WHOLE ACCOUNT" TO WS-TERM-NAME
002870     OPEN INPUT TERM-CALENDAR-FILE
002880     IF NOT TERM-CALENDAR-OK
002890        DISPLAY "CONTROL3S - UNABLE TO OPEN TERM-CALENDAR, "
002900            "STATEMENTS COVER THE WHOLE ACCOUNT"
002910        GO TO 1500-EXIT
002920     END-IF
002930     PERFORM 1510-CHECK-ONE-TERM THRU 1510-EXIT
002940         UNTIL TERM-CALENDAR-EOF
002950            OR CURRENT-TERM-FOUND
002960     CLOSE TERM-CALENDAR-FILE
002970     .
002980 1500-EXIT.
002990     EXIT.

003000 1510-CHECK-ONE-TERM.
003010     READ TERM-CALENDAR-FILE NEXT RECORD
003020         AT END
003030             SET TERM-CALENDAR-EOF TO TRUE
003040         NOT AT END
003050             IF TC-START-DATE NOT > WS-RUN-DATE
003060                AND TC-CUTOFF-DATE NOT < WS-RUN-DATE
003070                SET CURRENT-TERM-FOUND TO TRUE
003080                MOVE TC-START-DATE TO WS-PERIOD-START
003090                MOVE TC-TERM-NAME TO WS-TERM-NAME
003100             END-IF
003110     END-READ
003120     .
003130 1510-EXIT.
003140     EXIT.

003150 2000-READ-ONE-ITEM.
003160     READ OPEN-ITEM-FILE NEXT RECORD
003170         AT END
003180             MOVE "Y" TO WS-LEDGER-SCAN-SW
003190     END-READ
003200     IF END-OF-LEDGER-SCAN
003210        GO TO 2000-EXIT
003220     END-IF
003230     ADD 1 TO WS-ITEM-COUNT
003240     IF OI-STUDENT-ID NOT = WS-BREAK-STUDENT
003250        IF WS-BREAK-STUDENT NOT = SPACE
003260           PERFORM 2500-PRODUCE-ONE-STATEMENT THRU 2500-EXIT
003270        END-IF
003280        PERFORM 2050-CLEAR-STUDENT THRU 2050-EXIT
003290        MOVE OI-STUDENT-ID TO WS-BREAK-STUDENT
003300     END-IF
003310     PERFORM 2100-HOLD-ONE-ITEM THRU 2100-EXIT
003320     .
003330 2000-EXIT.
003340     EXIT.

003350 2050-CLEAR-STUDENT.
003360     MOVE ZERO TO WS-OPENING-BALANCE
003370     MOVE ZERO TO WS-STMT-ITEM-COUNT
003380     MOVE ZERO TO WS-DUE-COUNT
003390     MOVE "N" TO WS-OVERFLOW-SWITCH
003400     MOVE SPACE TO WS-STMT-NAME
003410     MOVE SPACE TO WS-STMT-CITY-NAME
003420     MOVE SPACE TO WS-STMT-CURRENCY
003430     .
003440 2050-EXIT.
003450     EXIT.

003460 2100-HOLD-ONE-ITEM.
003470     MOVE OI-STUDENT-NAME TO WS-STMT-NAME
003480     MOVE OI-CURRENCY-CODE TO WS-STMT-CURRENCY
003490     PERFORM 2150-CLASSIFY-ITEM THRU 2150-EXIT
003500*    THE ROOM-RENT AND DAMAGE RUNS PUT THE BUILDING IN THE
003510*    CITY-NAME FIELD, AND THE TUITION RUN THE COURSE TITLE,
003512*    SO THE CITY COMES FROM ANY OTHER ITEM.
003520     IF (NOT ITEM-IS-ROOM-RENT AND NOT ITEM-IS-ROOM-DAMAGE
003525         AND NOT ITEM-IS-TUITION)
003530        OR WS-STMT-CITY-NAME = SPACE
003540        MOVE OI-CITY-NAME TO WS-STMT-CITY-NAME
003550     END-IF

003560*    A WRITTEN-OFF ITEM IS NO LONGER OWED, SO ONLY WHAT WAS
003570*    PAID ON IT COUNTS TOWARDS THE BALANCE.
003580     IF OPEN-ITEM-IS-WRITTEN-OFF
003590        MOVE ZERO TO WS-ITEM-NET
003600     ELSE
003610        COMPUTE WS-ITEM-NET = OI-BILLED-AMOUNT - OI-PAID-AMOUNT
003620     END-IF

003630     IF OPEN-ITEM-IS-OPEN
003640        AND NOT OPEN-ITEM-IS-CASH
003650        AND OI-DUE-DATE > WS-RUN-DATE
003660        AND WS-ITEM-NET > ZERO
003670        AND WS-DUE-COUNT < 8
003680        ADD 1 TO WS-DUE-COUNT
003690        SET WS-DUE-IDX TO WS-DUE-COUNT
003700        MOVE OI-DUE-DATE TO WS-TAB-DUE-DATE (WS-DUE-IDX)
003710        MOVE WS-ITEM-NET TO WS-TAB-DUE-AMOUNT (WS-DUE-IDX)
003720     END-IF

003730     IF OI-INVOICE-DATE < WS-PERIOD-START
003740        ADD WS-ITEM-NET TO WS-OPENING-BALANCE
003750        GO TO 2100-EXIT
003760     END-IF

003770     IF WS-STMT-ITEM-COUNT = 60
003780*       AN ITEM THAT CANNOT BE LISTED IS STILL CARRIED IN THE
003790*       BALANCE BROUGHT FORWARD, SO THE CLOSING FIGURE IS RIGHT
003800*       EVEN WHEN THE DETAIL IS INCOMPLETE.
003810        ADD WS-ITEM-NET TO WS-OPENING-BALANCE
003820        IF NOT STUDENT-TABLE-OVERFLOWED
003830           SET STUDENT-TABLE-OVERFLOWED TO TRUE
003840           PERFORM 2900-LOG-OVERFLOW THRU 2900-EXIT
003850        END-IF
003860        GO TO 2100-EXIT
003870     END-IF
003880     ADD 1 TO WS-STMT-ITEM-COUNT
003890     SET WS-ITM-IDX TO WS-STMT-ITEM-COUNT
003900     MOVE OI-INVOICE-DATE TO WS-TAB-ITEM-DATE (WS-ITM-IDX)
003910     MOVE OI-ITEM-SEQ TO WS-TAB-ITEM-SEQ (WS-ITM-IDX)
003920     MOVE OI-ITEM-TYPE TO WS-TAB-ITEM-TYPE (WS-ITM-IDX)
003930     MOVE OI-STATUS-CODE TO WS-TAB-ITEM-STATUS (WS-ITM-IDX)
003940     MOVE WS-ITEM-SOURCE TO WS-TAB-ITEM-SOURCE (WS-ITM-IDX)
003950     MOVE OI-CITY-NAME TO WS-TAB-ITEM-CITY-NAME (WS-ITM-IDX)
003960     MOVE OI-BILLED-AMOUNT TO WS-TAB-ITEM-BILLED (WS-ITM-IDX)
003970     MOVE OI-PAID-AMOUNT TO WS-TAB-ITEM-PAID (WS-ITM-IDX)
003980     .
003990 2100-EXIT.
004000     EXIT.

004010 2150-CLASSIFY-ITEM.
004020*    THE SURCHARGE RUN BILLS ON SEQUENCES 1 TO 4 (ONE PER
004030*    INSTALMENT) AND THE ROOM-RENT RUN ON 11 TO 20, SO THE
004040*    SEQUENCE TELLS WHICH RUN RAISED AN INVOICE.  DAMAGE
004045*    AND TUITION ITEMS CARRY A TYPE OF THEIR OWN.
004046*    AN UNAPPLIED-CASH ITEM ON 11 TO 20 IS THE ROOM-RENT RUN'S
004047*    CREDIT FOR NIGHTS NOT USED, NOT CASH THE STUDENT PAID IN.
004050     EVALUATE TRUE
004052        WHEN OPEN-ITEM-IS-CASH
004054           AND OI-ITEM-SEQ > 10
004056           AND OI-ITEM-SEQ < 21
004058           MOVE "R" TO WS-ITEM-SOURCE
004060        WHEN OPEN-ITEM-IS-CASH
004070           MOVE "P" TO WS-ITEM-SOURCE
004072        WHEN OPEN-ITEM-IS-DAMAGE
004074           MOVE "D" TO WS-ITEM-SOURCE
004076        WHEN OPEN-ITEM-IS-TUITION
004078           MOVE "T" TO WS-ITEM-SOURCE
004080        WHEN OI-ITEM-SEQ > 10
004090           AND OI-ITEM-SEQ < 21
004100           MOVE "R" TO WS-ITEM-SOURCE
004110        WHEN OTHER
004120           MOVE "S" TO WS-ITEM-SOURCE
004130     END-EVALUATE
004140     .
004150 2150-EXIT.
004160     EXIT.

004170 2500-PRODUCE-ONE-STATEMENT.
004180     IF WS-STMT-ITEM-COUNT = ZERO
004190        AND WS-OPENING-BALANCE = ZERO
004200        GO TO 2500-EXIT
004210     END-IF
004211*    A STATEMENT FOR A STUDENT WITH NO USABLE ADDRESS IS HELD
004212*    BACK ON THE ADDRESS EXCEPTION LIST INSTEAD OF PRINTED.
004213     MOVE WS-BREAK-STUDENT TO AB-STUDENT-ID
004214     MOVE WS-STMT-NAME TO AB-STUDENT-NAME
004215     CALL "ADDRBLK" USING ADDRESS-BLOCK-PARM
004216     IF AB-NO-USABLE-ADDRESS
004217        ADD 1 TO WS-HELD-COUNT
004218        GO TO 2500-EXIT
004219     END-IF
004220     ADD 1 TO WS-STATEMENT-COUNT

004230     MOVE WS-STMT-RULE TO STATEMENT-LINE
004240     WRITE STATEMENT-LINE
004250     MOVE WS-TERM-NAME TO SH-TERM-NAME
004260     MOVE WS-RUN-DATE TO SH-RUN-DATE
004270     MOVE WS-STMT-TITLE-LINE TO STATEMENT-LINE
004280     WRITE STATEMENT-LINE
004290     MOVE WS-STMT-NAME TO SH-STUDENT-NAME
004300     MOVE WS-BREAK-STUDENT TO SH-STUDENT-ID
004310     MOVE WS-STMT-NAME-LINE TO STATEMENT-LINE
004320     WRITE STATEMENT-LINE
004321     PERFORM 2510-WRITE-ADDRESS-LINE THRU 2510-EXIT
004322         VARYING WS-ADDRESS-SUB FROM 1 BY 1
004323         UNTIL WS-ADDRESS-SUB > AB-LINE-COUNT
004330     MOVE WS-STMT-CITY-NAME TO SH-CITY-NAME
004340     MOVE WS-STMT-CITY-LINE TO STATEMENT-LINE
004350     WRITE STATEMENT-LINE
004360     MOVE WS-STMT-COLUMN-LINE TO STATEMENT-LINE
004370     WRITE STATEMENT-LINE

004380     MOVE "OPENING BALANCE" TO SB-BALANCE-WORD
004390     MOVE WS-OPENING-BALANCE TO SB-BALANCE
004400     MOVE SPACE TO SB-CURRENCY
004410     MOVE WS-STMT-BALANCE-LINE TO STATEMENT-LINE
004420     WRITE STATEMENT-LINE
004430     MOVE WS-OPENING-BALANCE TO WS-RUNNING-BALANCE

004440     MOVE "S" TO WS-PASS-SOURCE
004450     PERFORM 2600-LIST-ONE-CHARGE THRU 2600-EXIT
004460         VARYING WS-ITM-IDX FROM 1 BY 1
004470         UNTIL WS-ITM-IDX > WS-STMT-ITEM-COUNT
004480     MOVE "R" TO WS-PASS-SOURCE
004490     PERFORM 2600-LIST-ONE-CHARGE THRU 2600-EXIT
004500         VARYING WS-ITM-IDX FROM 1 BY 1
004510         UNTIL WS-ITM-IDX > WS-STMT-ITEM-COUNT
004511     MOVE "D" TO WS-PASS-SOURCE
004512     PERFORM 2600-LIST-ONE-CHARGE THRU 2600-EXIT
004513         VARYING WS-ITM-IDX FROM 1 BY 1
004514         UNTIL WS-ITM-IDX > WS-STMT-ITEM-COUNT
004515     MOVE "T" TO WS-PASS-SOURCE
004516     PERFORM 2600-LIST-ONE-CHARGE THRU 2600-EXIT
004517         VARYING WS-ITM-IDX FROM 1 BY 1
004518         UNTIL WS-ITM-IDX > WS-STMT-ITEM-COUNT
004520     PERFORM 2700-LIST-ONE-CREDIT THRU 2700-EXIT
004530         VARYING WS-ITM-IDX FROM 1 BY 1
004540         UNTIL WS-ITM-IDX > WS-STMT-ITEM-COUNT

004550     MOVE "CLOSING BALANCE" TO SB-BALANCE-WORD
004560     MOVE WS-RUNNING-BALANCE TO SB-BALANCE
004570     MOVE WS-STMT-CURRENCY TO SB-CURRENCY
004580     MOVE WS-STMT-BALANCE-LINE TO STATEMENT-LINE
004590     WRITE STATEMENT-LINE

004600     IF WS-DUE-COUNT > ZERO
004610        MOVE WS-STMT-DUE-HEADING TO STATEMENT-LINE
004620        WRITE STATEMENT-LINE
004630        PERFORM 2800-LIST-ONE-DUE-DATE THRU 2800-EXIT
004640            VARYING WS-DUE-IDX FROM 1 BY 1
004650            UNTIL WS-DUE-IDX > WS-DUE-COUNT
004660     END-IF

004670     PERFORM 2850-ADD-TO-CURRENCY THRU 2850-EXIT
004680     .
004690 2500-EXIT.
004700     EXIT.

004701 2510-WRITE-ADDRESS-LINE.
004702     MOVE AB-ADDRESS-LINE (WS-ADDRESS-SUB) TO SH-ADDRESS-LINE
004703     MOVE WS-STMT-ADDRESS-LINE TO STATEMENT-LINE
004704     WRITE STATEMENT-LINE
004705     .
004706 2510-EXIT.
004707     EXIT.

004710 2600-LIST-ONE-CHARGE.
004720     IF WS-TAB-ITEM-SOURCE (WS-ITM-IDX) NOT = WS-PASS-SOURCE
004730        GO TO 2600-EXIT
004740     END-IF
004741*    A ROOM-RENT CREDIT IS LISTED WITH THE CREDITS, NOT HERE.
004742     IF WS-TAB-ITEM-TYPE (WS-ITM-IDX) = "U"
004743        GO TO 2600-EXIT
004744     END-IF
004750     MOVE SPACE TO SD-DETAIL
004760     EVALUATE WS-TAB-ITEM-SOURCE (WS-ITM-IDX)
004770        WHEN "R"
004780           STRING "ROOM RENT - " DELIMITED BY SIZE
004790                  WS-TAB-ITEM-CITY-NAME (WS-ITM-IDX)
004800                      DELIMITED BY SIZE
004810                  INTO SD-DETAIL
004820           END-STRING
004822        WHEN "D"
004824           STRING "ROOM DAMAGE - " DELIMITED BY SIZE
004826                  WS-TAB-ITEM-CITY-NAME (WS-ITM-IDX)
004827                      DELIMITED BY SIZE
004828                  INTO SD-DETAIL
004829           END-STRING
004830        WHEN "T"
004831           STRING "TUITION - " DELIMITED BY SIZE
004832                  WS-TAB-ITEM-CITY-NAME (WS-ITM-IDX)
004833                      DELIMITED BY SIZE
004834                  INTO SD-DETAIL
004835           END-STRING
004836        WHEN OTHER
004840           MOVE "RENT SURCHARGE" TO SD-DETAIL
004850     END-EVALUATE
004860     ADD WS-TAB-ITEM-BILLED (WS-ITM-IDX) TO WS-RUNNING-BALANCE
004870     MOVE WS-TAB-ITEM-BILLED (WS-ITM-IDX) TO SD-CHARGE
004880     MOVE ZERO TO SD-CREDIT
004890     PERFORM 2750-WRITE-DETAIL-LINE THRU 2750-EXIT
004900     .
004910 2600-EXIT.
004920     EXIT.

004930 2700-LIST-ONE-CREDIT.
004940*    A PAYMENT APPLIED TO AN INVOICE IS CARRIED ON THE
004950*    INVOICE ITSELF, SO EACH INVOICE WITH CASH AGAINST IT
004960*    GIVES A PAYMENT LINE; AN UNAPPLIED-CASH ITEM GIVES ITS
004970*    OWN CREDIT, AND ANY PART OF IT REFUNDED A CHARGE BACK.
004972*    THE ROOM-RENT RUN'S CREDIT FOR NIGHTS NOT USED IS SHOWN
004974*    AS A ROOM RENT CREDIT RATHER THAN AS CASH HELD.
004980     IF WS-TAB-ITEM-TYPE (WS-ITM-IDX) = "U"
004990        IF WS-TAB-ITEM-SOURCE (WS-ITM-IDX) = "R"
004992           MOVE "ROOM RENT CREDIT" TO SD-DETAIL
004994        ELSE
004996           MOVE "UNAPPLIED CASH HELD" TO SD-DETAIL
004998        END-IF
005000        SUBTRACT WS-TAB-ITEM-PAID (WS-ITM-IDX)
005010            FROM WS-RUNNING-BALANCE
005020        MOVE ZERO TO SD-CHARGE
005030        MOVE WS-TAB-ITEM-PAID (WS-ITM-IDX) TO SD-CREDIT
005040        PERFORM 2750-WRITE-DETAIL-LINE THRU 2750-EXIT
005050        IF WS-TAB-ITEM-BILLED (WS-ITM-IDX) > ZERO
005060           MOVE "REFUND PAID TO YOU" TO SD-DETAIL
005070           ADD WS-TAB-ITEM-BILLED (WS-ITM-IDX)
005080               TO WS-RUNNING-BALANCE
005090           MOVE WS-TAB-ITEM-BILLED (WS-ITM-IDX) TO SD-CHARGE
005100           MOVE ZERO TO SD-CREDIT
005110           PERFORM 2750-WRITE-DETAIL-LINE THRU 2750-EXIT
005120        END-IF
005130        GO TO 2700-EXIT
005140     END-IF
005150     IF WS-TAB-ITEM-PAID (WS-ITM-IDX) > ZERO
005155*       DAMAGE IS SETTLED FIRST FROM THE HOUSING DEPOSIT,
005156*       WHICH THE DAMAGE ITEM CARRIES AS PAID.
005157        IF WS-TAB-ITEM-SOURCE (WS-ITM-IDX) = "D"
005158           MOVE "DEPOSIT OR PAYMENT APPLIED" TO SD-DETAIL
005159        ELSE
005160           MOVE "PAYMENT RECEIVED" TO SD-DETAIL
005165        END-IF
005170        SUBTRACT WS-TAB-ITEM-PAID (WS-ITM-IDX)
005180            FROM WS-RUNNING-BALANCE
005190        MOVE ZERO TO SD-CHARGE
005200        MOVE WS-TAB-ITEM-PAID (WS-ITM-IDX) TO SD-CREDIT
005210        PERFORM 2750-WRITE-DETAIL-LINE THRU 2750-EXIT
005220     END-IF
005230     IF WS-TAB-ITEM-STATUS (WS-ITM-IDX) = "W"
005240        MOVE "BALANCE WRITTEN OFF" TO SD-DETAIL
005250        COMPUTE WS-ITEM-NET = WS-TAB-ITEM-BILLED (WS-ITM-IDX)
005260            - WS-TAB-ITEM-PAID (WS-ITM-IDX)
005270        SUBTRACT WS-ITEM-NET FROM WS-RUNNING-BALANCE
005280        MOVE ZERO TO SD-CHARGE
005290        MOVE WS-ITEM-NET TO SD-CREDIT
005300        PERFORM 2750-WRITE-DETAIL-LINE THRU 2750-EXIT
005310     END-IF
005320     .
005330 2700-EXIT.
005340     EXIT.

005350 2750-WRITE-DETAIL-LINE.
005360     MOVE WS-TAB-ITEM-DATE (WS-ITM-IDX) TO SD-ITEM-DATE
005370     MOVE WS-RUNNING-BALANCE TO SD-BALANCE
005380     MOVE WS-STMT-DETAIL-LINE TO STATEMENT-LINE
005390     WRITE STATEMENT-LINE
005400     .
005410 2750-EXIT.
005420     EXIT.

005430 2800-LIST-ONE-DUE-DATE.
005440     MOVE WS-TAB-DUE-DATE (WS-DUE-IDX) TO SU-DUE-DATE
005450     MOVE WS-TAB-DUE-AMOUNT (WS-DUE-IDX) TO SU-DUE-AMOUNT
005460     MOVE WS-STMT-DUE-LINE TO STATEMENT-LINE
005470     WRITE STATEMENT-LINE
005480     .
005490 2800-EXIT.
005500     EXIT.

005510 2850-ADD-TO-CURRENCY.
005520     MOVE ZERO TO WS-CCY-SLOT
005530     PERFORM 2860-FIND-ONE-CURRENCY THRU 2860-EXIT
005540         VARYING WS-CCY-IDX FROM 1 BY 1
005550         UNTIL WS-CCY-IDX > WS-CCY-COUNT
005560     IF WS-CCY-SLOT = ZERO
005570        IF WS-CCY-COUNT = 6
005580           DISPLAY "CONTROL3S - CURRENCY TABLE FULL AT 6, "
005590               WS-STMT-CURRENCY " NOT IN SUMMARY"
005600           GO TO 2850-EXIT
005610        END-IF
005620        ADD 1 TO WS-CCY-COUNT
005630        MOVE WS-CCY-COUNT TO WS-CCY-SLOT
005640        MOVE WS-STMT-CURRENCY TO WS-TAB-CCY-CODE (WS-CCY-SLOT)
005650        MOVE ZERO TO WS-TAB-CCY-COUNT (WS-CCY-SLOT)
005660        MOVE ZERO TO WS-TAB-CCY-AMOUNT (WS-CCY-SLOT)
005670     END-IF
005680     ADD 1 TO WS-TAB-CCY-COUNT (WS-CCY-SLOT)
005690     ADD WS-RUNNING-BALANCE TO WS-TAB-CCY-AMOUNT (WS-CCY-SLOT)
005700     .
005710 2850-EXIT.
005720     EXIT.

005730 2860-FIND-ONE-CURRENCY.
005740     IF WS-TAB-CCY-CODE (WS-CCY-IDX) = WS-STMT-CURRENCY
005750        SET WS-CCY-SLOT TO WS-CCY-IDX
005760     END-IF
005770     .
005780 2860-EXIT.
005790     EXIT.

005800 2900-LOG-OVERFLOW.
005810     ADD 1 TO WS-OVERFLOW-COUNT
005820     MOVE "CONTROL3S" TO AL-PROGRAM-ID
005830     ACCEPT AL-DATE-LOGGED FROM DATE YYYYMMDD
005840     ACCEPT AL-TIME-LOGGED FROM TIME
005850     MOVE SPACE TO AL-INPUT-DATA
005860     MOVE OI-STUDENT-ID TO AL-INPUT-DATA
005870     MOVE "Over 60 items, detail brought forward"
005880         TO AL-REJECT-REASON
005890     IF AUDIT-LOG-FILE-OK
005900        WRITE AUDIT-LOG-REC
005910     END-IF
005920     .
005930 2900-EXIT.
005940     EXIT.

005950 3000-PRINT-SUMMARY.
005960     IF NOT STATEMENT-FILE-OK
005970        GO TO 3000-EXIT
005980     END-IF
005990     MOVE WS-STMT-RULE TO STATEMENT-LINE
006000     WRITE STATEMENT-LINE
006010     MOVE WS-SUMMARY-HEADING TO STATEMENT-LINE
006020     WRITE STATEMENT-LINE
006030     MOVE WS-STATEMENT-COUNT TO SM-STATEMENT-COUNT
006040     MOVE WS-SUMMARY-COUNT-LINE TO STATEMENT-LINE
006050     WRITE STATEMENT-LINE
006051     MOVE WS-HELD-COUNT TO SM-HELD-COUNT
006052     MOVE WS-SUMMARY-HELD-LINE TO STATEMENT-LINE
006053     WRITE STATEMENT-LINE
006060     PERFORM 3100-PRINT-ONE-CURRENCY THRU 3100-EXIT
006070         VARYING WS-CCY-IDX FROM 1 BY 1
006080         UNTIL WS-CCY-IDX > WS-CCY-COUNT
006090     .
006100 3000-EXIT.
006110     EXIT.

006120 3100-PRINT-ONE-CURRENCY.
006130     MOVE WS-TAB-CCY-CODE (WS-CCY-IDX) TO SM-CURRENCY-CODE
006140     MOVE WS-TAB-CCY-COUNT (WS-CCY-IDX) TO SM-CCY-COUNT
006150     MOVE WS-TAB-CCY-AMOUNT (WS-CCY-IDX) TO SM-CCY-AMOUNT
006160     MOVE WS-SUMMARY-CCY-LINE TO STATEMENT-LINE
006170     WRITE STATEMENT-LINE
006180     .
006190 3100-EXIT.
006200     EXIT.

006210 8000-TERMINATE.
006220     CLOSE OPEN-ITEM-FILE
006230     CLOSE STATEMENT-FILE
006240     CLOSE AUDIT-LOG-FILE
006241     MOVE "C" TO AB-FUNCTION
006242     CALL "ADDRBLK" USING ADDRESS-BLOCK-PARM
006250     DISPLAY "CONTROL3S - LEDGER ITEMS READ: " WS-ITEM-COUNT
006260     DISPLAY "CONTROL3S - STATEMENTS PRODUCED: "
006270         WS-STATEMENT-COUNT
006280     DISPLAY "CONTROL3S - STATEMENTS WITH DETAIL CUT SHORT: "
006290         WS-OVERFLOW-COUNT
006291     DISPLAY "CONTROL3S - STATEMENTS HELD, NO ADDRESS: "
006292         WS-HELD-COUNT
006300     .
006310 8000-EXIT.
006320     EXIT.

006330 8800-END-RUN-CONTROL.
006340     MOVE "E" TO RL-FUNCTION
006350     MOVE WS-ITEM-COUNT TO RL-RECORDS-PROCESSED
006360     MOVE WS-OVERFLOW-COUNT TO RL-RECORDS-REJECTED
006370     MOVE "CLEAN" TO RL-END-STATUS
006380     CALL "RUNLOG" USING RUN-LOG-PARM
006390     .
006400 8800-EXIT.
006410     EXIT.
