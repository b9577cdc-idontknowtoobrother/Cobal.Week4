001120*                SCHEDULE BY REASON CODE - NO MORE MANUAL      *
001130*                CREDIT NOTES, AND THE JOURNAL VOUCHERS NO     *
001140*                LONGER OVERSTATE INCOME.                      *
001141*  10/15/26  JH  THE JOURNAL-VOUCHER FILE IS NOW EXTENDED, NOT *
001142*                REPLACED, SO VOUCHERS STILL WAITING FOR THE   *
001143*                GL POSTING RUN, OR LEFT BACK BY IT, ARE NOT   *
001144*                LOST.                                         *
001145*  10/15/26  JH  A RUN-MODE FILE (SIMPARM) OF S NOW PRICES THE *
001146*                CURRENT STUDENTS AT PROPOSED CITY AND         *
001147*                EXCHANGE RATES, PRINTING CURRENT AGAINST      *
001148*                PROPOSED INCOME TO SIMRPT.  NOTHING IS        *
001149*                BILLED, CHECKPOINTED OR RUN-LOGGED.           *
001150*----------------------------------------------------------*

001160 ENVIRONMENT DIVISION.
001730         RECORD KEY IS TC-TERM-CODE
001740         FILE STATUS IS FS-TERM-CALENDAR.

001741     SELECT RUN-MODE-PARM-FILE ASSIGN TO "SIMPARM"
001742         ORGANIZATION IS LINE SEQUENTIAL
001743         FILE STATUS IS FS-RUN-MODE-PARM.

001744     SELECT PROPOSED-RATE-FILE ASSIGN TO "PROPRATE"
001745         ORGANIZATION IS LINE SEQUENTIAL
001746         FILE STATUS IS FS-PROPOSED-RATE.

001747     SELECT PROPOSED-EXCHANGE-FILE ASSIGN TO "PROPEXCH"
001748         ORGANIZATION IS LINE SEQUENTIAL
001749         FILE STATUS IS FS-PROPOSED-EXCH.

001750     SELECT RATE-HISTORY-FILE ASSIGN TO "RATEHIST"
001760         ORGANIZATION IS INDEXED
001770         ACCESS MODE IS DYNAMIC
001780         RECORD KEY IS RH-KEY
001790         FILE STATUS IS FS-RATE-HISTORY.

001791     SELECT SIMULATION-REPORT ASSIGN TO "SIMRPT"
001792         ORGANIZATION IS LINE SEQUENTIAL
001793         FILE STATUS IS FS-SIMULATION-REPORT.

001800 DATA DIVISION.
001810 FILE SECTION.
001820 FD  STUDENT-CITY-FILE
001920     RECORDING MODE IS F.
001930 01  SURCHARGE-REPORT-LINE      PIC X(80).

001931 FD  SIMULATION-REPORT
001932     RECORDING MODE IS F.
001933 01  SIMULATION-REPORT-LINE     PIC X(80).

001940 FD  CITY-RATE-FILE.
001950 COPY CITYRATE.

002200 FD  RATE-HISTORY-FILE.
002210 COPY RATEHIST.

002211 FD  RUN-MODE-PARM-FILE
002212     RECORDING MODE IS F.
002213 COPY SIMPARM.

002214 FD  PROPOSED-RATE-FILE
002215     RECORDING MODE IS F.
002216 COPY PROPRATE.

002217 FD  PROPOSED-EXCHANGE-FILE
002218     RECORDING MODE IS F.
002219 COPY PROPEXCH.

002220 WORKING-STORAGE SECTION.
002230 01  WS-FILE-STATUSES.
002240     05  FS-STUDENT-CITY        PIC X(02) VALUE ZERO.
002450 COPY CITYTAB.
002460 COPY COUNTRYTAB.

002461 01  WS-SIMULATION-CONTROL.
002462     05  WS-RUN-MODE            PIC X(01) VALUE "L".
002463         88  SIMULATION-RUN         VALUE "S".
002464     05  WS-SIM-READY-SWITCH    PIC X(01) VALUE "N".
002465         88  SIMULATION-IS-READY    VALUE "Y".
002466     05  WS-PROPOSED-AMOUNT     PIC 9(05)V99 VALUE ZERO.
002467     05  WS-PROP-BASE-AMOUNT    PIC 9(05)V99 VALUE ZERO.
002468     05  WS-PROP-ALLOCATED      PIC 9(07)V99 VALUE ZERO.
002469     05  WS-PROP-EXCH-RATE      PIC 9(03)V9(06) VALUE ZERO.

002470 01  FS-CITY-RATE                PIC X(02) VALUE ZERO.
002480     88  CITY-RATE-FILE-OK           VALUE "00".
002490     88  CITY-RATE-FILE-EOF          VALUE "10".

002680 01  FS-EXEMPTION                PIC X(02) VALUE ZERO.
002690     88  EXEMPTION-FILE-OK           VALUE "00".
002691 01  FS-RUN-MODE-PARM            PIC X(02) VALUE ZERO.
002692     88  RUN-MODE-PARM-OK            VALUE "00".
002693 01  FS-PROPOSED-RATE            PIC X(02) VALUE ZERO.
002694     88  PROPOSED-RATE-FILE-OK       VALUE "00".
002695     88  PROPOSED-RATE-FILE-EOF      VALUE "10".
002696 01  FS-PROPOSED-EXCH            PIC X(02) VALUE ZERO.
002697     88  PROPOSED-EXCH-FILE-OK       VALUE "00".
002698     88  PROPOSED-EXCH-FILE-EOF      VALUE "10".
002699 01  FS-SIMULATION-REPORT        PIC X(02) VALUE ZERO.

002700 01  WS-EXEMPTION-CONTROL.
002710     05  WS-EXEMPT-SWITCH        PIC X(01) VALUE "N".
003110         10  WS-TAB-EXCH-CCY        PIC X(03).
003120         10  WS-TAB-EXCH-RATE       PIC 9(03)V9(06).

003121 01  WS-PROPOSED-EXCH-TABLE.
003122     05  WS-PROP-EXCH-COUNT      PIC 9(02) COMP VALUE ZERO.
003123     05  WS-PROP-EXCH-ENTRY      OCCURS 10 TIMES
003124                                 INDEXED BY WS-PXR-IDX.
003125         10  WS-TAB-PROP-EXCH-CCY   PIC X(03).
003126         10  WS-TAB-PROP-EXCH-RATE  PIC 9(03)V9(06).

003130 01  WS-CURRENCY-TOTALS.
003140     05  WS-CCY-COUNT            PIC 9(02) COMP VALUE ZERO.
003150     05  WS-CCY-ENTRY            OCCURS 6 TIMES
003170         10  WS-TAB-CCY-CODE        PIC X(03).
003180         10  WS-TAB-CCY-AMOUNT      PIC 9(09)V99.

003181 01  WS-SIM-CURRENCY-TOTALS.
003182     05  WS-SIM-CCY-ENTRY        OCCURS 6 TIMES.
003183         10  WS-SIM-CCY-CURRENT     PIC 9(09)V99.
003184         10  WS-SIM-CCY-PROPOSED    PIC 9(09)V99.
003185         10  WS-SIM-CCY-INST-CURR   PIC 9(09)V99
003186                                    OCCURS 4 TIMES.
003187         10  WS-SIM-CCY-INST-PROP   PIC 9(09)V99
003188                                    OCCURS 4 TIMES.

003190 01  WS-CONVERSION-FIGURES.
003200     05  WS-GRAND-TOTAL-EUR      PIC 9(09)V99 VALUE ZERO.
003210     05  WS-CONVERTED-AMOUNT     PIC 9(09)V99 VALUE ZERO.
003230     05  WS-EXCH-SLOT            PIC 9(02) COMP VALUE ZERO.
003240     05  WS-RATE-FOUND-SWITCH    PIC X(01) VALUE "N".
003250         88  EXCH-RATE-FOUND         VALUE "Y".
003251     05  WS-SIM-EUR-CURRENT      PIC 9(09)V99 VALUE ZERO.
003252     05  WS-SIM-EUR-PROPOSED     PIC 9(09)V99 VALUE ZERO.
003253     05  WS-SIM-DIFFERENCE       PIC S9(09)V99 VALUE ZERO.

003260 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
003270 01  WS-STUDENT-NAME             PIC X(30) VALUE SPACE.
003280 01  WS-MASTER-STATUS            PIC X(01) VALUE SPACE.
003290     88  MASTER-STUDENT-LEFT         VALUE "W", "G".

003291 01  WS-SIM-EDIT-FIELDS.
003292     05  WS-EDIT-RATE            PIC 9.999.
003293     05  WS-EDIT-PROP-RATE       PIC 9.999.
003294     05  WS-EDIT-COUNT           PIC ZZZZ9.

003300 01  WS-CHECKPOINT-CONTROL.
003310     05  WS-CHECKPOINT-INTERVAL  PIC 9(05) COMP VALUE 25.
003320     05  WS-RESTART-COUNT        PIC 9(07) COMP VALUE ZERO.
003410         10  WS-TAB-CURRENCY-CODE   PIC X(03).
003420         10  WS-TAB-DEBIT-ACCT      PIC X(08).
003430         10  WS-TAB-CREDIT-ACCT     PIC X(08).
003431         10  WS-TAB-PROPOSED-RATE   PIC 9V999.

003440 01  WS-REPORT-LINES.
003450     05  WS-HEADING-1.
003970             "CONTROL TOTALS -".
003980         10  CL-STATUS          PIC X(18) VALUE SPACE.
003990         10  FILLER             PIC X(46) VALUE SPACE.
003991     05  WS-SIM-HEADING-1.
003992         10  FILLER             PIC X(50) VALUE
003993             "SURCHARGE SIMULATION - NOTHING BILLED - RUN DATE".
003994         10  SH-RUN-DATE        PIC 9(08).
003995         10  FILLER             PIC X(22) VALUE SPACE.
004000     05  WS-WAIVER-HEADING.
004010         10  FILLER             PIC X(33) VALUE
004020             "WAIVER SCHEDULE BY REASON CODE".
004030         10  FILLER             PIC X(47) VALUE SPACE.
004031     05  WS-SIM-HEADING-2.
004032         10  FILLER             PIC X(36) VALUE
004033             "CITY / RATE NOW>PROPOSED    CCY".
004034         10  FILLER             PIC X(44) VALUE
004035             "   CURRENT       PROPOSED     DIFFERENCE".
004040     05  WS-WAIVER-LINE.
004050         10  FILLER             PIC X(09) VALUE "REASON - ".
004060         10  WV-REASON-CODE     PIC X(03).
004110         10  FILLER             PIC X(07) VALUE "WAIVED-".
004120         10  WV-WAIVED-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99.
004130         10  FILLER             PIC X(27) VALUE SPACE.
004131     05  WS-SIM-LINE.
004132         10  SR-LABEL           PIC X(28).
004133         10  SR-CURRENCY        PIC X(04).
004134         10  SR-CURRENT         PIC ZZZ,ZZZ,ZZ9.99.
004135         10  FILLER             PIC X(01) VALUE SPACE.
004136         10  SR-PROPOSED        PIC ZZZ,ZZZ,ZZ9.99.
004137         10  FILLER             PIC X(01) VALUE SPACE.
004138         10  SR-DIFFERENCE      PIC +ZZ,ZZZ,ZZ9.99.
004139         10  FILLER             PIC X(04) VALUE SPACE.

004140 01  WS-CITY-SUBTOTALS.
004150     05  WS-CITY-SUBTOTAL-AMT   PIC 9(07)V99 OCCURS 6 TIMES
004160                                 INDEXED BY WS-SUB-IDX
004170                                 VALUE ZERO.

004171 01  WS-SIM-CITY-TOTALS.
004172     05  WS-SIM-CITY-ENTRY       OCCURS 6 TIMES
004173                                 INDEXED BY WS-SIM-IDX.
004174         10  WS-SIM-CURRENT-AMT     PIC 9(09)V99.
004175         10  WS-SIM-PROPOSED-AMT    PIC 9(09)V99.
004176         10  WS-SIM-INST-CURRENT    PIC 9(09)V99
004177                                    OCCURS 4 TIMES.
004178         10  WS-SIM-INST-PROPOSED   PIC 9(09)V99
004179                                    OCCURS 4 TIMES.

004180 COPY RUNPARM.

004190 PROCEDURE DIVISION.

004200 0000-MAINLINE.
004201*    A SIMULATION RUN PRICES THE STUDENTS AT THE PROPOSED RATES
004202*    AND PRINTS ITS OWN REPORT - IT NEVER TOUCHES THE RUN-CONTROL
004203*    LOG, THE CHECKPOINT OR ANY OF THE BILLING FILES.
004204     PERFORM 6010-LOAD-RUN-MODE THRU 6010-EXIT
004205     IF SIMULATION-RUN
004206        PERFORM 6000-RUN-SIMULATION THRU 6000-EXIT
004207        GOBACK
004208     END-IF
004210     PERFORM 0100-START-RUN-CONTROL THRU 0100-EXIT
004220     IF NOT RL-CLEAR-TO-RUN
004230        GOBACK
004940            "NO SURCHARGE WAIVERS THIS RUN"
004950     END-IF

004955*    THE VOUCHER FILE IS ADDED TO, NOT REPLACED - THE GL
004956*    POSTING RUN EMPTIES IT AND LEAVES BACK ONLY WHAT IT COULD
004957*    NOT POST, AND THE PAYMENT, REFUND AND WRITE-OFF RUNS
004958*    WRITE TO IT AS WELL.
004960     OPEN EXTEND JOURNAL-VOUCHER-FILE
004965     IF NOT JOURNAL-VOUCHER-OK
004966        OPEN OUTPUT JOURNAL-VOUCHER-FILE
004967     END-IF
004970     IF NOT JOURNAL-VOUCHER-OK
004980        DISPLAY "CONTROL3B - UNABLE TO OPEN JOURNAL-VOUCHER-FILE"
004990     END-IF
007900 2100-REJECT-STUDENT.
007910     ADD 1 TO WS-REJECT-COUNT
007920     MOVE SC-STUDENT-ID TO EL-STUDENT-ID
007930     IF SIMULATION-RUN
007931        MOVE WS-EXCEPTION-LINE TO SIMULATION-REPORT-LINE
007932        WRITE SIMULATION-REPORT-LINE
007933     ELSE
007934        MOVE WS-EXCEPTION-LINE TO SURCHARGE-REPORT-LINE
007935        WRITE SURCHARGE-REPORT-LINE
007936     END-IF
007950     PERFORM 2110-LOG-REJECTION THRU 2110-EXIT
007960     .
007970 2100-EXIT.
008270     ELSE
008280        MOVE ZERO TO WS-SURCHARGE-AMOUNT
008290     END-IF
008291     IF SIMULATION-RUN
008292        PERFORM 6300-SIMULATE-ONE-STUDENT THRU 6300-EXIT
008293        GO TO 2200-EXIT
008294     END-IF

008300     PERFORM 2170-CHECK-EXEMPTION THRU 2170-EXIT
008310     IF STUDENT-IS-EXEMPT
012510     EXIT.

012520 8500-WRITE-CHECKPOINT.
012521*    A SIMULATION RUN LEAVES THE CHECKPOINT ALONE SO THE NEXT
012522*    LIVE RUN STILL RESTARTS FROM WHERE THE LAST ONE STOPPED.
012523     IF SIMULATION-RUN
012524        GO TO 8500-EXIT
012525     END-IF
012530     OPEN OUTPUT CHECKPOINT-FILE
012540     MOVE "CONTROL3B" TO CK-PROGRAM-ID
012550     MOVE WS-STUDENT-COUNT TO CK-RECORD-COUNT
012780     .
012790 8800-EXIT.
012800     EXIT.

012810 6000-RUN-SIMULATION.
012820*    A WHAT-IF RUN FOR FINANCE - THE CURRENT STUDENT POPULATION
012830*    IS PRICED TWICE, AT TODAY'S RATES AND AT THE PROPOSED ONES,
012840*    THROUGH THE SAME STUDENT LOOP AS THE LIVE RUN.
012850     PERFORM 6100-INITIALIZE-SIMULATION THRU 6100-EXIT
012860     IF NOT SIMULATION-IS-READY
012870        GO TO 6000-EXIT
012880     END-IF
012890     PERFORM 2000-PROCESS-STUDENTS THRU 2000-EXIT
012900         UNTIL END-OF-STUDENT-CITY-FILE
012910     PERFORM 6500-PRINT-SIMULATION THRU 6500-EXIT
012920     PERFORM 6900-TERMINATE-SIMULATION THRU 6900-EXIT
012930     .
012940 6000-EXIT.
012950     EXIT.

012960 6010-LOAD-RUN-MODE.
012970*    NO RUN-MODE FILE, OR ANY MODE OTHER THAN "S", IS THE
012980*    NORMAL LIVE RUN, SO ITS ABSENCE IS NOT REPORTED.
012990     OPEN INPUT RUN-MODE-PARM-FILE
013000     IF NOT RUN-MODE-PARM-OK
013010        GO TO 6010-EXIT
013020     END-IF
013030     READ RUN-MODE-PARM-FILE
013040         AT END
013050             CONTINUE
013060         NOT AT END
013070             IF SM-SIMULATION-REQUESTED
013080                SET SIMULATION-RUN TO TRUE
013090             END-IF
013100     END-READ
013110     CLOSE RUN-MODE-PARM-FILE
013120     .
013130 6010-EXIT.
013140     EXIT.

013150 6100-INITIALIZE-SIMULATION.
013160     DISPLAY "CONTROL3B - SIMULATION RUN - NOTHING WILL BE BILLED"
013170     OPEN INPUT PROPOSED-RATE-FILE
013180     IF NOT PROPOSED-RATE-FILE-OK
013190        DISPLAY "CONTROL3B - UNABLE TO OPEN PROPOSED-RATE-FILE, "
013200            "SIMULATION NOT RUN"
013210        GO TO 6100-EXIT
013220     END-IF
013230     SET SIMULATION-IS-READY TO TRUE
013240     INITIALIZE WS-SIM-CITY-TOTALS
013250     INITIALIZE WS-SIM-CURRENCY-TOTALS

013260     OPEN INPUT STUDENT-CITY-FILE
013270     IF NOT SC-FILE-OK
013280        DISPLAY "CONTROL3B - UNABLE TO OPEN STUDENT-CITY-FILE"
013290        MOVE "Y" TO WS-EOF-SWITCH
013300     END-IF

013310     OPEN OUTPUT SIMULATION-REPORT
013320     IF FS-SIMULATION-REPORT NOT = "00"
013330        DISPLAY "CONTROL3B - UNABLE TO OPEN SIMULATION-REPORT"
013340     END-IF

013350*    REJECTED CITY CODES ARE DATA FAULTS WHATEVER THE RATES,
013360*    SO THEY ARE STILL LOGGED FOR THE DATA OWNERS.
013370     OPEN EXTEND AUDIT-LOG-FILE
013380     IF NOT AUDIT-LOG-FILE-OK
013390        DISPLAY "CONTROL3B - UNABLE TO OPEN AUDIT-LOG-FILE"
013400     END-IF

013410     OPEN INPUT MASTER-STUDENT-FILE
013420     IF NOT MASTER-STUDENT-FILE-OK
013430        DISPLAY "CONTROL3B - UNABLE TO OPEN MASTER-STUDENT-FILE"
013440     END-IF

013450     OPEN INPUT EXEMPTION-FILE
013460     IF NOT EXEMPTION-FILE-OK
013470        DISPLAY "CONTROL3B - UNABLE TO OPEN EXEMPTION-FILE, "
013480            "NO SURCHARGE WAIVERS THIS RUN"
013490     END-IF

013500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

013510     PERFORM 1200-LOAD-CITY-RATE-TABLE THRU 1200-EXIT
013520     PERFORM 1400-LOAD-EXCHANGE-RATES THRU 1400-EXIT
013530     PERFORM 1500-LOAD-CURRENT-TERM THRU 1500-EXIT
013540     PERFORM 6110-LOAD-PROPOSED-RATES THRU 6110-EXIT
013550     PERFORM 6130-LOAD-PROPOSED-EXCHANGE THRU 6130-EXIT

013560     MOVE WS-RUN-DATE TO SH-RUN-DATE
013570     MOVE WS-SIM-HEADING-1 TO SIMULATION-REPORT-LINE
013580     WRITE SIMULATION-REPORT-LINE
013590     MOVE WS-SIM-HEADING-2 TO SIMULATION-REPORT-LINE
013600     WRITE SIMULATION-REPORT-LINE

013610     IF NOT END-OF-STUDENT-CITY-FILE
013620        PERFORM 1100-READ-STUDENT-CITY THRU 1100-EXIT
013630     END-IF
013640     .
013650 6100-EXIT.
013660     EXIT.

013670 6110-LOAD-PROPOSED-RATES.
013680*    EVERY CITY STARTS AT ITS CURRENT RATE, SO THE PROPOSAL
013690*    NEED ONLY CARRY THE CITIES WHOSE RATE WOULD CHANGE.  THE
013700*    CURRENCY STAYS AS CITY-RATE-FILE HAS IT.
013710     PERFORM 6115-KEEP-CURRENT-RATE THRU 6115-EXIT
013720         VARYING WS-RATE-IDX FROM 1 BY 1
013730         UNTIL WS-RATE-IDX > 6
013740     PERFORM 6120-LOAD-ONE-PROPOSED-RATE THRU 6120-EXIT
013750         UNTIL PROPOSED-RATE-FILE-EOF
013760     CLOSE PROPOSED-RATE-FILE
013770     .
013780 6110-EXIT.
013790     EXIT.

013800 6115-KEEP-CURRENT-RATE.
013810     MOVE WS-TAB-SURCHARGE-RATE (WS-RATE-IDX)
013820         TO WS-TAB-PROPOSED-RATE (WS-RATE-IDX)
013830     .
013840 6115-EXIT.
013850     EXIT.

013860 6120-LOAD-ONE-PROPOSED-RATE.
013870     READ PROPOSED-RATE-FILE
013880         AT END
013890             SET PROPOSED-RATE-FILE-EOF TO TRUE
013900         NOT AT END
013910             MOVE PR-COUNTRY-CODE TO COUNTRY-CODE
013920             MOVE PR-CITY-CODE TO CITY-CODE
013930             IF COUNTRY-IS-IRELAND
013940                AND NOT CITY-CODE-NOT-VALID
013950                AND PR-SURCHARGE-RATE IS NUMERIC
013960                SET WS-RATE-IDX TO PR-CITY-CODE
013970                MOVE PR-SURCHARGE-RATE
013980                    TO WS-TAB-PROPOSED-RATE (WS-RATE-IDX)
013990             END-IF
014000     END-READ
014010     .
014020 6120-EXIT.
014030     EXIT.

014040 6130-LOAD-PROPOSED-EXCHANGE.
014050*    THE PROPOSED EXCHANGE RATES ARE OPTIONAL - A CURRENCY NOT
014060*    ON THE FILE, OR NO FILE AT ALL, CONVERTS AT TODAY'S RATE.
014070     OPEN INPUT PROPOSED-EXCHANGE-FILE
014080     IF NOT PROPOSED-EXCH-FILE-OK
014090        DISPLAY "CONTROL3B - NO PROPOSED-EXCHANGE-FILE, "
014100            "USING CURRENT EXCHANGE RATES"
014110        GO TO 6130-EXIT
014120     END-IF
014130     PERFORM 6140-LOAD-ONE-PROPOSED-EXCH THRU 6140-EXIT
014140         UNTIL PROPOSED-EXCH-FILE-EOF
014150            OR WS-PROP-EXCH-COUNT = 10
014160     CLOSE PROPOSED-EXCHANGE-FILE
014170     .
014180 6130-EXIT.
014190     EXIT.

014200 6140-LOAD-ONE-PROPOSED-EXCH.
014210     READ PROPOSED-EXCHANGE-FILE
014220         AT END
014230             SET PROPOSED-EXCH-FILE-EOF TO TRUE
014240         NOT AT END
014250             ADD 1 TO WS-PROP-EXCH-COUNT
014260             SET WS-PXR-IDX TO WS-PROP-EXCH-COUNT
014270             MOVE PX-CURRENCY-CODE
014280                 TO WS-TAB-PROP-EXCH-CCY (WS-PXR-IDX)
014290             MOVE PX-RATE-TO-EUR
014300                 TO WS-TAB-PROP-EXCH-RATE (WS-PXR-IDX)
014310     END-READ
014320     .
014330 6140-EXIT.
014340     EXIT.

014350 6300-SIMULATE-ONE-STUDENT.
014360*    WS-SURCHARGE-AMOUNT ALREADY HOLDS THE CHARGE AT TODAY'S
014370*    RATE.  THE PROPOSED CHARGE IS WORKED OUT THE SAME WAY, AND
014380*    AN EXEMPT STUDENT IS LEFT OUT OF BOTH SIDES.
014390     IF UNIVERSITY-CITY
014400        MULTIPLY WS-BASE-RENT-AMOUNT
014410            BY WS-TAB-PROPOSED-RATE (WS-RATE-IDX)
014420            GIVING WS-PROPOSED-AMOUNT
014430            ROUNDED
014440     ELSE
014450        MOVE ZERO TO WS-PROPOSED-AMOUNT
014460     END-IF
014470     PERFORM 2170-CHECK-EXEMPTION THRU 2170-EXIT
014480     IF STUDENT-IS-EXEMPT
014490        ADD 1 TO WS-WAIVED-COUNT
014500        GO TO 6300-EXIT
014510     END-IF

014520     SET WS-SIM-IDX TO CITY-CODE
014530     ADD WS-SURCHARGE-AMOUNT TO WS-SIM-CURRENT-AMT (WS-SIM-IDX)
014540     ADD WS-PROPOSED-AMOUNT TO WS-SIM-PROPOSED-AMT (WS-SIM-IDX)
014550     IF CURRENT-TERM-FOUND
014560        AND WS-CURR-INST-COUNT > 1
014570        PERFORM 6310-SPLIT-INSTALMENTS THRU 6310-EXIT
014580     END-IF
014590     .
014600 6300-EXIT.
014610     EXIT.

014620 6310-SPLIT-INSTALMENTS.
014630*    THE SAME SPLIT AS THE LIVE INVOICES - EVEN SHARES, WITH
014640*    THE LAST INSTALMENT TAKING WHATEVER REMAINS.
014650     DIVIDE WS-SURCHARGE-AMOUNT BY WS-CURR-INST-COUNT
014660         GIVING WS-INST-BASE-AMOUNT
014670     DIVIDE WS-PROPOSED-AMOUNT BY WS-CURR-INST-COUNT
014680         GIVING WS-PROP-BASE-AMOUNT
014690     MOVE ZERO TO WS-INST-ALLOCATED
014700     MOVE ZERO TO WS-PROP-ALLOCATED
014710     PERFORM 6320-SPLIT-ONE-INSTALMENT THRU 6320-EXIT
014720         VARYING WS-INST-SUB FROM 1 BY 1
014730         UNTIL WS-INST-SUB > WS-CURR-INST-COUNT
014740     .
014750 6310-EXIT.
014760     EXIT.

014770 6320-SPLIT-ONE-INSTALMENT.
014780     IF WS-INST-SUB < WS-CURR-INST-COUNT
014790        ADD WS-INST-BASE-AMOUNT
014800            TO WS-SIM-INST-CURRENT (WS-SIM-IDX, WS-INST-SUB)
014810        ADD WS-INST-BASE-AMOUNT TO WS-INST-ALLOCATED
014820        ADD WS-PROP-BASE-AMOUNT
014830            TO WS-SIM-INST-PROPOSED (WS-SIM-IDX, WS-INST-SUB)
014840        ADD WS-PROP-BASE-AMOUNT TO WS-PROP-ALLOCATED
014850     ELSE
014860        COMPUTE WS-SIM-INST-CURRENT (WS-SIM-IDX, WS-INST-SUB) =
014870            WS-SIM-INST-CURRENT (WS-SIM-IDX, WS-INST-SUB)
014880            + WS-SURCHARGE-AMOUNT - WS-INST-ALLOCATED
014890        COMPUTE WS-SIM-INST-PROPOSED (WS-SIM-IDX, WS-INST-SUB) =
014900            WS-SIM-INST-PROPOSED (WS-SIM-IDX, WS-INST-SUB)
014910            + WS-PROPOSED-AMOUNT - WS-PROP-ALLOCATED
014920     END-IF
014930     .
014940 6320-EXIT.
014950     EXIT.

014960 6500-PRINT-SIMULATION.
014970     MOVE SPACE TO SIMULATION-REPORT-LINE
014980     WRITE SIMULATION-REPORT-LINE
014990     PERFORM 6510-PRINT-ONE-CITY THRU 6510-EXIT
015000         VARYING WS-SIM-IDX FROM 1 BY 1
015010         UNTIL WS-SIM-IDX > 6

015020     MOVE ZERO TO WS-CCY-COUNT
015030     PERFORM 6520-TOTAL-ONE-CURRENCY THRU 6520-EXIT
015040         VARYING WS-SIM-IDX FROM 1 BY 1
015050         UNTIL WS-SIM-IDX > 6
015060     MOVE SPACE TO SIMULATION-REPORT-LINE
015070     WRITE SIMULATION-REPORT-LINE
015080     MOVE ZERO TO WS-SIM-EUR-CURRENT
015090     MOVE ZERO TO WS-SIM-EUR-PROPOSED
015100     PERFORM 6530-PRINT-ONE-CURRENCY THRU 6530-EXIT
015110         VARYING WS-CCY-IDX FROM 1 BY 1
015120         UNTIL WS-CCY-IDX > WS-CCY-COUNT

015130     MOVE SPACE TO SIMULATION-REPORT-LINE
015140     WRITE SIMULATION-REPORT-LINE
015150     MOVE SPACE TO WS-SIM-LINE
015160     MOVE "GRAND TOTAL CONVERTED" TO SR-LABEL
015170     MOVE "EUR" TO SR-CURRENCY
015180     MOVE WS-SIM-EUR-CURRENT TO SR-CURRENT
015190     MOVE WS-SIM-EUR-PROPOSED TO SR-PROPOSED
015200     COMPUTE WS-SIM-DIFFERENCE =
015210         WS-SIM-EUR-PROPOSED - WS-SIM-EUR-CURRENT
015220     MOVE WS-SIM-DIFFERENCE TO SR-DIFFERENCE
015230     MOVE WS-SIM-LINE TO SIMULATION-REPORT-LINE
015240     WRITE SIMULATION-REPORT-LINE

015250     MOVE SPACE TO SIMULATION-REPORT-LINE
015260     WRITE SIMULATION-REPORT-LINE
015270     MOVE WS-STUDENT-COUNT TO WS-EDIT-COUNT
015280     STRING "STUDENTS READ          " WS-EDIT-COUNT
015290         DELIMITED BY SIZE INTO SIMULATION-REPORT-LINE
015300     WRITE SIMULATION-REPORT-LINE
015310     MOVE SPACE TO SIMULATION-REPORT-LINE
015320     MOVE WS-REJECT-COUNT TO WS-EDIT-COUNT
015330     STRING "REJECTED CITY CODES    " WS-EDIT-COUNT
015340         DELIMITED BY SIZE INTO SIMULATION-REPORT-LINE
015350     WRITE SIMULATION-REPORT-LINE
015360     MOVE SPACE TO SIMULATION-REPORT-LINE
015370     MOVE WS-LEFT-COUNT TO WS-EDIT-COUNT
015380     STRING "LEAVERS NOT PRICED     " WS-EDIT-COUNT
015390         DELIMITED BY SIZE INTO SIMULATION-REPORT-LINE
015400     WRITE SIMULATION-REPORT-LINE
015410     MOVE SPACE TO SIMULATION-REPORT-LINE
015420     MOVE WS-WAIVED-COUNT TO WS-EDIT-COUNT
015430     STRING "EXEMPT, NOT PRICED     " WS-EDIT-COUNT
015440         DELIMITED BY SIZE INTO SIMULATION-REPORT-LINE
015450     WRITE SIMULATION-REPORT-LINE

015460     PERFORM 3200-CHECK-CONTROL-TOTALS THRU 3200-EXIT
015470     MOVE WS-CONTROL-TOTAL-LINE TO SIMULATION-REPORT-LINE
015480     WRITE SIMULATION-REPORT-LINE
015490     .
015500 6500-EXIT.
015510     EXIT.

015520 6510-PRINT-ONE-CITY.
015530     IF WS-SIM-CURRENT-AMT (WS-SIM-IDX) = ZERO
015540        AND WS-SIM-PROPOSED-AMT (WS-SIM-IDX) = ZERO
015550        GO TO 6510-EXIT
015560     END-IF
015570     SET WS-RATE-IDX TO WS-SIM-IDX
015580     MOVE WS-TAB-SURCHARGE-RATE (WS-RATE-IDX) TO WS-EDIT-RATE
015590     MOVE WS-TAB-PROPOSED-RATE (WS-RATE-IDX) TO WS-EDIT-PROP-RATE
015600     MOVE SPACE TO WS-SIM-LINE
015610     STRING WS-TAB-CITY-NAME (WS-RATE-IDX) " "
015620         WS-EDIT-RATE ">" WS-EDIT-PROP-RATE
015630         DELIMITED BY SIZE INTO SR-LABEL
015640     MOVE WS-TAB-CURRENCY-CODE (WS-RATE-IDX) TO SR-CURRENCY
015650     MOVE WS-SIM-CURRENT-AMT (WS-SIM-IDX) TO SR-CURRENT
015660     MOVE WS-SIM-PROPOSED-AMT (WS-SIM-IDX) TO SR-PROPOSED
015670     COMPUTE WS-SIM-DIFFERENCE =
015680         WS-SIM-PROPOSED-AMT (WS-SIM-IDX)
015690         - WS-SIM-CURRENT-AMT (WS-SIM-IDX)
015700     MOVE WS-SIM-DIFFERENCE TO SR-DIFFERENCE
015710     MOVE WS-SIM-LINE TO SIMULATION-REPORT-LINE
015720     WRITE SIMULATION-REPORT-LINE
015730     .
015740 6510-EXIT.
015750     EXIT.

015760 6520-TOTAL-ONE-CURRENCY.
015770*    CITIES ARE FOLDED INTO THEIR CURRENCY THE SAME WAY AS THE
015780*    LIVE REPORT'S CURRENCY TOTALS.
015790     IF WS-SIM-CURRENT-AMT (WS-SIM-IDX) = ZERO
015800        AND WS-SIM-PROPOSED-AMT (WS-SIM-IDX) = ZERO
015810        GO TO 6520-EXIT
015820     END-IF
015830     SET WS-RATE-IDX TO WS-SIM-IDX
015840     MOVE ZERO TO WS-CCY-SLOT
015850     PERFORM 3310-FIND-ONE-CURRENCY THRU 3310-EXIT
015860         VARYING WS-CCY-IDX FROM 1 BY 1
015870         UNTIL WS-CCY-IDX > WS-CCY-COUNT
015880     IF WS-CCY-SLOT = ZERO
015890        ADD 1 TO WS-CCY-COUNT
015900        MOVE WS-CCY-COUNT TO WS-CCY-SLOT
015910        MOVE WS-TAB-CURRENCY-CODE (WS-RATE-IDX)
015920            TO WS-TAB-CCY-CODE (WS-CCY-SLOT)
015930     END-IF
015940     ADD WS-SIM-CURRENT-AMT (WS-SIM-IDX)
015950         TO WS-SIM-CCY-CURRENT (WS-CCY-SLOT)
015960     ADD WS-SIM-PROPOSED-AMT (WS-SIM-IDX)
015970         TO WS-SIM-CCY-PROPOSED (WS-CCY-SLOT)
015980     PERFORM 6525-ADD-ONE-INSTALMENT THRU 6525-EXIT
015990         VARYING WS-INST-SUB FROM 1 BY 1
016000         UNTIL WS-INST-SUB > 4
016010     .
016020 6520-EXIT.
016030     EXIT.

016040 6525-ADD-ONE-INSTALMENT.
016050     ADD WS-SIM-INST-CURRENT (WS-SIM-IDX, WS-INST-SUB)
016060         TO WS-SIM-CCY-INST-CURR (WS-CCY-SLOT, WS-INST-SUB)
016070     ADD WS-SIM-INST-PROPOSED (WS-SIM-IDX, WS-INST-SUB)
016080         TO WS-SIM-CCY-INST-PROP (WS-CCY-SLOT, WS-INST-SUB)
016090     .
016100 6525-EXIT.
016110     EXIT.

016120 6530-PRINT-ONE-CURRENCY.
016130     SET WS-CCY-SLOT TO WS-CCY-IDX
016140     MOVE SPACE TO WS-SIM-LINE
016150     MOVE "TOTAL" TO SR-LABEL
016160     MOVE WS-TAB-CCY-CODE (WS-CCY-SLOT) TO SR-CURRENCY
016170     MOVE WS-SIM-CCY-CURRENT (WS-CCY-SLOT) TO SR-CURRENT
016180     MOVE WS-SIM-CCY-PROPOSED (WS-CCY-SLOT) TO SR-PROPOSED
016190     COMPUTE WS-SIM-DIFFERENCE =
016200         WS-SIM-CCY-PROPOSED (WS-CCY-SLOT)
016210         - WS-SIM-CCY-CURRENT (WS-CCY-SLOT)
016220     MOVE WS-SIM-DIFFERENCE TO SR-DIFFERENCE
016230     MOVE WS-SIM-LINE TO SIMULATION-REPORT-LINE
016240     WRITE SIMULATION-REPORT-LINE

016250     IF CURRENT-TERM-FOUND
016260        AND WS-CURR-INST-COUNT > 1
016270        PERFORM 6535-PRINT-ONE-INSTALMENT THRU 6535-EXIT
016280            VARYING WS-INST-SUB FROM 1 BY 1
016290            UNTIL WS-INST-SUB > WS-CURR-INST-COUNT
016300     END-IF
016310     PERFORM 6540-CONVERT-CURRENCY THRU 6540-EXIT
016320     .
016330 6530-EXIT.
016340     EXIT.

016350 6535-PRINT-ONE-INSTALMENT.
016360     IF WS-CURR-INST-DUE (WS-INST-SUB) > ZERO
016370        MOVE WS-CURR-INST-DUE (WS-INST-SUB) TO WS-ITEM-DUE-DATE
016380     ELSE
016390        MOVE WS-RUN-DATE TO WS-ITEM-DUE-DATE
016400     END-IF
016410     MOVE SPACE TO WS-SIM-LINE
016420     STRING "  INSTALMENT " WS-INST-SUB " DUE "
016430         WS-ITEM-DUE-DATE
016440         DELIMITED BY SIZE INTO SR-LABEL
016450     MOVE WS-TAB-CCY-CODE (WS-CCY-SLOT) TO SR-CURRENCY
016460     MOVE WS-SIM-CCY-INST-CURR (WS-CCY-SLOT, WS-INST-SUB)
016470         TO SR-CURRENT
016480     MOVE WS-SIM-CCY-INST-PROP (WS-CCY-SLOT, WS-INST-SUB)
016490         TO SR-PROPOSED
016500     COMPUTE WS-SIM-DIFFERENCE =
016510         WS-SIM-CCY-INST-PROP (WS-CCY-SLOT, WS-INST-SUB)
016520         - WS-SIM-CCY-INST-CURR (WS-CCY-SLOT, WS-INST-SUB)
016530     MOVE WS-SIM-DIFFERENCE TO SR-DIFFERENCE
016540     MOVE WS-SIM-LINE TO SIMULATION-REPORT-LINE
016550     WRITE SIMULATION-REPORT-LINE
016560     .
016570 6535-EXIT.
016580     EXIT.

016590 6540-CONVERT-CURRENCY.
016600*    BOTH SIDES ARE CONVERTED TO EUR - TODAY'S SIDE AT THE
016610*    CURRENT RATE, THE PROPOSED SIDE AT THE PROPOSED RATE WHERE
016620*    ONE WAS GIVEN.  A CURRENCY WITH NO CURRENT RATE IS LEFT
016630*    OUT OF BOTH EUR TOTALS SO THEY STILL COMPARE LIKE FOR LIKE.
016640     MOVE "N" TO WS-RATE-FOUND-SWITCH
016650     MOVE ZERO TO WS-EXCH-SLOT
016660     PERFORM 3410-FIND-ONE-EXCH-RATE THRU 3410-EXIT
016670         VARYING WS-EXCH-IDX FROM 1 BY 1
016680         UNTIL WS-EXCH-IDX > WS-EXCH-COUNT
016690     IF NOT EXCH-RATE-FOUND
016700        MOVE SPACE TO SIMULATION-REPORT-LINE
016710        STRING "  NO EXCHANGE RATE FOR "
016720            WS-TAB-CCY-CODE (WS-CCY-SLOT)
016730            " - LEFT OUT OF THE EUR TOTALS"
016740            DELIMITED BY SIZE INTO SIMULATION-REPORT-LINE
016750        WRITE SIMULATION-REPORT-LINE
016760        GO TO 6540-EXIT
016770     END-IF

016780     COMPUTE WS-CONVERTED-AMOUNT ROUNDED =
016790         WS-SIM-CCY-CURRENT (WS-CCY-SLOT)
016800         * WS-TAB-EXCH-RATE (WS-EXCH-SLOT)
016810     ADD WS-CONVERTED-AMOUNT TO WS-SIM-EUR-CURRENT

016820     MOVE WS-TAB-EXCH-RATE (WS-EXCH-SLOT) TO WS-PROP-EXCH-RATE
016830     PERFORM 6545-FIND-PROPOSED-EXCH THRU 6545-EXIT
016840         VARYING WS-PXR-IDX FROM 1 BY 1
016850         UNTIL WS-PXR-IDX > WS-PROP-EXCH-COUNT
016860     COMPUTE WS-CONVERTED-AMOUNT ROUNDED =
016870         WS-SIM-CCY-PROPOSED (WS-CCY-SLOT)
016880         * WS-PROP-EXCH-RATE
016890     ADD WS-CONVERTED-AMOUNT TO WS-SIM-EUR-PROPOSED
016900     .
016910 6540-EXIT.
016920     EXIT.

016930 6545-FIND-PROPOSED-EXCH.
016940     IF WS-TAB-PROP-EXCH-CCY (WS-PXR-IDX)
016950        = WS-TAB-CCY-CODE (WS-CCY-SLOT)
016960        MOVE WS-TAB-PROP-EXCH-RATE (WS-PXR-IDX)
016970            TO WS-PROP-EXCH-RATE
016980     END-IF
016990     .
017000 6545-EXIT.
017010     EXIT.

017020 6900-TERMINATE-SIMULATION.
017030     CLOSE STUDENT-CITY-FILE
017040     CLOSE SIMULATION-REPORT
017050     CLOSE AUDIT-LOG-FILE
017060     CLOSE MASTER-STUDENT-FILE
017070     CLOSE EXEMPTION-FILE
017080     DISPLAY "CONTROL3B - STUDENTS PRICED: " WS-STUDENT-COUNT
017090     DISPLAY "CONTROL3B - REJECTED CITY CODES: " WS-REJECT-COUNT
017100     DISPLAY "CONTROL3B - LEAVERS SUPPRESSED: " WS-LEFT-COUNT
017110     DISPLAY "CONTROL3B - SURCHARGES WAIVED: " WS-WAIVED-COUNT
017120     DISPLAY "CONTROL3B - SIMULATION ONLY - NOTHING WAS BILLED"
017130     .
017140 6900-EXIT.
017150     EXIT.
