000296*                OF THE CURRENT RUN'S BILLING EXTRACT AND    *
000298*                PAYMENT FILE, SO A LEAVER'S BALANCE COVERS  *
000299*                EVERY TERM STILL OPEN, NOT JUST THIS ONE.   *
000300*  10/15/26  JH  ITEMS THE BURSAR HAS WRITTEN OFF AS BAD   *
000301*                DEBT NO LONGER COUNT IN A LEAVER'S BALANCE. *
000302*  10/15/26  JH  EVERY ROOM FREED IS NOW ALSO WRITTEN TO THE *
000303*                VACATED-ROOM FILE FOR CHECKOUT INSPECTION.  *
000305*  10/15/26  JH  ASSIGNMENTS KEPT CARRY THEIR FIRST AND LAST *
000306*                NIGHT FORWARD, AND EVERY ROOM FREED WRITES  *
000307*                A RENT ADJUSTMENT AT THE DEPARTURE DATE FOR *
000308*                THE ROOM-RENT RUN.                          *
000309*----------------------------------------------------------*

000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000535         RECORD KEY IS OI-KEY
000540         FILE STATUS IS FS-OPEN-ITEM.

000550     SELECT VACATED-ROOM-FILE ASSIGN TO "ROOMVAC"
000555         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS FS-VACATED-ROOM.

000562     SELECT ROOM-ADJUSTMENT-FILE ASSIGN TO "ROOMADJ"
000564         ORGANIZATION IS LINE SEQUENTIAL
000566         FILE STATUS IS FS-ROOM-ADJUSTMENT.

000570     SELECT BURSAR-REPORT ASSIGN TO "BURSRPT"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS FS-BURSAR-REPORT.
000770     05  NA-CITY-CODE           PIC 9(01).
000780     05  NA-BUILDING            PIC X(12).
000790     05  NA-ROOM-NUMBER         PIC X(05).
000792     05  NA-OCCUPY-START        PIC 9(08).
000794     05  NA-OCCUPY-END          PIC 9(08).

000800 FD  OPEN-ITEM-FILE.
000820 COPY OPENITEM.

000830 FD  VACATED-ROOM-FILE
000840     RECORDING MODE IS F.
000850 COPY ROOMVAC.

000852 FD  ROOM-ADJUSTMENT-FILE
000854     RECORDING MODE IS F.
000856 COPY ROOMADJ.

000860 FD  BURSAR-REPORT
000870     RECORDING MODE IS F.
000880 01  BURSAR-REPORT-LINE         PIC X(80).
001010         88  NEW-ASSIGNMENT-OK      VALUE "00".
001020     05  FS-OPEN-ITEM           PIC X(02) VALUE ZERO.
001030         88  OPEN-ITEM-FILE-OK      VALUE "00".
001040     05  FS-VACATED-ROOM        PIC X(02) VALUE ZERO.
001050         88  VACATED-ROOM-OK        VALUE "00".
001052     05  FS-ROOM-ADJUSTMENT     PIC X(02) VALUE ZERO.
001054         88  ROOM-ADJUSTMENT-OK     VALUE "00".
001060     05  FS-BURSAR-REPORT       PIC X(02) VALUE ZERO.
001070     05  FS-AUDIT-LOG           PIC X(02) VALUE ZERO.
001080         88  AUDIT-LOG-FILE-OK      VALUE "00".
001330         10  WS-TAB-ROOM-FREED      PIC X(01).
001340         10  WS-TAB-BILLED-AMOUNT   PIC 9(07)V99.
001350         10  WS-TAB-PAID-AMOUNT     PIC 9(07)V99.
001352         10  WS-TAB-LEAVE-DATE      PIC 9(08).

001360 01  WS-LEAVER-SLOT             PIC 9(03) COMP VALUE ZERO.
001370 01  WS-OPEN-BALANCE            PIC S9(07)V99 VALUE ZERO.
001380 01  WS-REJECT-REASON           PIC X(40) VALUE SPACE.
001385 01  WS-RUN-DATE                PIC 9(08) VALUE ZERO.

001390 01  WS-REPORT-LINES.
001400     05  WS-HEADING-1.
002110     EXIT.

002120 1000-INITIALIZE.
002125     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002130     OPEN INPUT LEAVERS-FILE
002140     IF NOT LEAVERS-FILE-OK
002150        DISPLAY "CONTROL8B - UNABLE TO OPEN LEAVERS-FILE"
002930     MOVE "N" TO WS-TAB-ROOM-FREED (WS-LVR-IDX)
002940     MOVE ZERO TO WS-TAB-BILLED-AMOUNT (WS-LVR-IDX)
002950     MOVE ZERO TO WS-TAB-PAID-AMOUNT (WS-LVR-IDX)
002952     MOVE LV-EFFECTIVE-DATE TO WS-TAB-LEAVE-DATE (WS-LVR-IDX)
002954     IF LV-EFFECTIVE-DATE NOT NUMERIC
002955        OR LV-EFFECTIVE-DATE = ZERO
002956        MOVE WS-RUN-DATE TO WS-TAB-LEAVE-DATE (WS-LVR-IDX)
002957     END-IF
002960     .
002970 2200-EXIT.
002980     EXIT.
003280        CLOSE ROOM-ASSIGNMENT-FILE
003290        GO TO 3000-EXIT
003300     END-IF
003305     PERFORM 3050-OPEN-FREED-ROOM-FILES THRU 3050-EXIT
003310     PERFORM 3100-COPY-ONE-ASSIGNMENT THRU 3100-EXIT
003320         UNTIL END-OF-ASSIGNMENTS
003330     CLOSE ROOM-ASSIGNMENT-FILE
003340     CLOSE NEW-ASSIGNMENT-FILE
003345     CLOSE VACATED-ROOM-FILE
003347     CLOSE ROOM-ADJUSTMENT-FILE
003350     .
003360 3000-EXIT.
003370     EXIT.
003400         AT END
003410             MOVE "Y" TO WS-ASSIGN-EOF-SWITCH
003420         NOT AT END
003421             IF RA-OCCUPY-START NOT NUMERIC
003422                MOVE ZERO TO RA-OCCUPY-START
003423             END-IF
003424             IF RA-OCCUPY-END NOT NUMERIC
003425                MOVE ZERO TO RA-OCCUPY-END
003426             END-IF
003430             PERFORM 3150-CHECK-ONE-ASSIGNMENT THRU 3150-EXIT
003440     END-READ
003450     .
003540            OR LEAVER-IS-FOUND
003550     IF LEAVER-IS-FOUND
003560        ADD 1 TO WS-FREED-COUNT
003565        PERFORM 3160-RECORD-RENT-ADJUSTMENT THRU 3160-EXIT
003570        MOVE "Y" TO WS-TAB-ROOM-FREED (WS-LEAVER-SLOT)
003571        IF VACATED-ROOM-OK
003572           MOVE RA-STUDENT-ID TO VR-STUDENT-ID
003573           MOVE RA-CITY-CODE TO VR-CITY-CODE
003574           MOVE RA-BUILDING TO VR-BUILDING
003575           MOVE RA-ROOM-NUMBER TO VR-ROOM-NUMBER
003576           MOVE WS-RUN-DATE TO VR-VACATE-DATE
003577           MOVE "CONTROL8B" TO VR-FREED-BY
003578           WRITE VACATED-ROOM-REC
003579        END-IF
003580     ELSE
003590        ADD 1 TO WS-KEPT-COUNT
003600        MOVE RA-STUDENT-ID TO NA-STUDENT-ID
003610        MOVE RA-CITY-CODE TO NA-CITY-CODE
003620        MOVE RA-BUILDING TO NA-BUILDING
003630        MOVE RA-ROOM-NUMBER TO NA-ROOM-NUMBER
003632        MOVE RA-OCCUPY-START TO NA-OCCUPY-START
003634        MOVE RA-OCCUPY-END TO NA-OCCUPY-END
003640        WRITE NEW-ASSIGNMENT-REC
003650     END-IF
003660     .
004230     EXIT.

004240 4150-ADD-ONE-ITEM.
004242*    A WRITTEN-OFF ITEM IS NO LONGER OWED, SO IT IS LEFT OUT
004244*    OF THE BALANCE PASSED TO THE BURSAR.
004250     IF WS-TAB-LEAVER-ID (WS-LVR-IDX) = OI-STUDENT-ID
004255        AND NOT OPEN-ITEM-IS-WRITTEN-OFF
004260        ADD OI-BILLED-AMOUNT
004270            TO WS-TAB-BILLED-AMOUNT (WS-LVR-IDX)
004280        ADD OI-PAID-AMOUNT
004920     .
004930 8800-EXIT.
004940     EXIT.

004950 3050-OPEN-FREED-ROOM-FILES.
004960*    A FREED ROOM WAITS ON THE VACATED-ROOM FILE FOR ITS
004970*    CHECKOUT INSPECTION - A FIRST RUN CREATES THE FILE.
004980     OPEN EXTEND VACATED-ROOM-FILE
004990     IF NOT VACATED-ROOM-OK
005000        OPEN OUTPUT VACATED-ROOM-FILE
005010     END-IF
005020     IF NOT VACATED-ROOM-OK
005030        DISPLAY "CONTROL8B - UNABLE TO OPEN VACATED-ROOM-FILE"
005040     END-IF
005050*    ITS RENT ADJUSTMENT WAITS FOR THE ROOM-RENT RUN LIKEWISE.
005060     OPEN EXTEND ROOM-ADJUSTMENT-FILE
005070     IF NOT ROOM-ADJUSTMENT-OK
005080        OPEN OUTPUT ROOM-ADJUSTMENT-FILE
005090     END-IF
005100     IF NOT ROOM-ADJUSTMENT-OK
005110        DISPLAY "CONTROL8B - UNABLE TO OPEN ROOM-ADJUSTMENT-FILE"
005120     END-IF
005130     .
005140 3050-EXIT.
005150     EXIT.

005160 3160-RECORD-RENT-ADJUSTMENT.
005170     IF NOT ROOM-ADJUSTMENT-OK
005180        GO TO 3160-EXIT
005190     END-IF
005200     MOVE RA-STUDENT-ID TO RJ-STUDENT-ID
005210     SET ADJUST-IS-LEAVER TO TRUE
005220     MOVE WS-TAB-LEAVE-DATE (WS-LEAVER-SLOT) TO RJ-MOVE-DATE
005230     MOVE RA-CITY-CODE TO RJ-CITY-CODE
005240     MOVE RA-BUILDING TO RJ-OLD-BUILDING
005250     MOVE RA-ROOM-NUMBER TO RJ-OLD-ROOM-NUMBER
005260     MOVE RA-OCCUPY-START TO RJ-OLD-START-DATE
005270     MOVE RA-OCCUPY-END TO RJ-OLD-END-DATE
005280     MOVE SPACE TO RJ-NEW-BUILDING RJ-NEW-ROOM-NUMBER
005290     MOVE "CONTROL8B" TO RJ-RAISED-BY
005300     WRITE ROOM-ADJUSTMENT-REC
005310     .
005320 3160-EXIT.
005330     EXIT.
