000290*                ASSIGNMENT AND WAITLIST FILES ARE WRITTEN  *
000300*                TO NEW FILES, THE SAME WAY CONTROL1C       *
000310*                WRITES ITS UPDATED STOCK MASTER.           *
000312*  10/15/26  JH  EVERY VACATE NOW ALSO WRITES THE ROOM      *
000314*                GIVEN UP TO THE VACATED-ROOM FILE FOR THE  *
000316*                CHECKOUT INSPECTION RUN.                   *
000317*  10/15/26  JH  A TRANSFER INTO A ROOM UNDER AN OPEN WORK  *
000318*                ORDER IS REJECTED, AND A BED FREED IN SUCH *
000319*                A ROOM IS NOT OFFERED TO THE WAITLIST.     *
000320*  10/15/26  JH  EACH ASSIGNMENT NOW CARRIES ITS FIRST AND  *
000321*                LAST NIGHT, AND A TRANSFER OR VACATE       *
000322*                WRITES A RENT ADJUSTMENT FOR THE ROOM-RENT *
000323*                RUN.                                       *
000324*----------------------------------------------------------*

000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS FS-MOVEMENT-REPORT.

000592     SELECT VACATED-ROOM-FILE ASSIGN TO "ROOMVAC"
000594         ORGANIZATION IS LINE SEQUENTIAL
000596         FILE STATUS IS FS-VACATED-ROOM.

000597     SELECT ROOM-ADJUSTMENT-FILE ASSIGN TO "ROOMADJ"
000598         ORGANIZATION IS LINE SEQUENTIAL
000599         FILE STATUS IS FS-ROOM-ADJUSTMENT.

000600     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS FS-AUDIT-LOG.
000750     05  NA-CITY-CODE           PIC 9(01).
000760     05  NA-BUILDING            PIC X(12).
000770     05  NA-ROOM-NUMBER         PIC X(05).
000772     05  NA-OCCUPY-START        PIC 9(08).
000774     05  NA-OCCUPY-END          PIC 9(08).

000780 FD  ROOM-INVENTORY-FILE
000790     RECORDING MODE IS F.
000900     RECORDING MODE IS F.
000910 01  MOVEMENT-REPORT-LINE       PIC X(80).

000912 FD  VACATED-ROOM-FILE
000914     RECORDING MODE IS F.
000916 COPY ROOMVAC.

000917 FD  ROOM-ADJUSTMENT-FILE
000918     RECORDING MODE IS F.
000919 COPY ROOMADJ.

000920 FD  AUDIT-LOG-FILE
000930     RECORDING MODE IS F.
000940 COPY AUDITREC.
001100     05  FS-NEW-WAITLIST        PIC X(02) VALUE ZERO.
001110         88  NEW-WAITLIST-OK        VALUE "00".
001120     05  FS-MOVEMENT-REPORT     PIC X(02) VALUE ZERO.
001122     05  FS-VACATED-ROOM        PIC X(02) VALUE ZERO.
001124         88  VACATED-ROOM-OK        VALUE "00".
001126     05  FS-ROOM-ADJUSTMENT     PIC X(02) VALUE ZERO.
001128         88  ROOM-ADJUSTMENT-OK     VALUE "00".
001130     05  FS-AUDIT-LOG           PIC X(02) VALUE ZERO.
001140         88  AUDIT-LOG-FILE-OK      VALUE "00".

001380         10  WS-TAB-ROOM-NUMBER     PIC X(05).
001390         10  WS-TAB-CAPACITY        PIC 9(03).
001400         10  WS-TAB-ASSIGNED        PIC 9(03).
001401         10  WS-TAB-SERVICE         PIC X(01).
001402             88  TAB-ROOM-OUT-OF-SERVICE VALUE "O".

001410 01  WS-ASSIGNMENT-TABLE.
001420     05  WS-ASGN-ENTRY          OCCURS 500 TIMES
001450         10  WS-TAB-ASGN-CITY       PIC 9(01).
001460         10  WS-TAB-ASGN-BUILDING   PIC X(12).
001470         10  WS-TAB-ASGN-ROOM       PIC X(05).
001472         10  WS-TAB-ASGN-START      PIC 9(08).
001474         10  WS-TAB-ASGN-END        PIC 9(08).
001480         10  WS-TAB-ASGN-ACTIVE     PIC X(01).

001490 01  WS-WAITLIST-TABLE.
001580     05  WS-OLD-ROOM-SLOT       PIC 9(03) COMP VALUE ZERO.
001590     05  WS-WAIT-SLOT           PIC 9(03) COMP VALUE ZERO.
001600 01  WS-REJECT-REASON           PIC X(40) VALUE SPACE.
001605 01  WS-RUN-DATE                PIC 9(08) VALUE ZERO.

001610 01  WS-REPORT-LINES.
001620     05  WS-HEADING-1.
002490     EXIT.

002500 1000-INITIALIZE.
002505     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002510     OPEN INPUT ROOM-MOVE-FILE
002520     IF NOT ROOM-MOVE-FILE-OK
002530        DISPLAY "CONTROL3T - UNABLE TO OPEN ROOM-MOVE-FILE"
002590     MOVE WS-HEADING-2 TO MOVEMENT-REPORT-LINE
002600     WRITE MOVEMENT-REPORT-LINE

002601*    VACATED ROOMS ACCUMULATE UNTIL THE INSPECTION RUN READS
002602*    THEM, SO THE FILE IS EXTENDED - A FIRST RUN CREATES IT.
002603     OPEN EXTEND VACATED-ROOM-FILE
002604     IF NOT VACATED-ROOM-OK
002605        OPEN OUTPUT VACATED-ROOM-FILE
002606     END-IF
002607     IF NOT VACATED-ROOM-OK
002608        DISPLAY "CONTROL3T - UNABLE TO OPEN VACATED-ROOM-FILE"
002609     END-IF

002610     OPEN EXTEND AUDIT-LOG-FILE
002620     IF NOT AUDIT-LOG-FILE-OK
002630        DISPLAY "CONTROL3T - UNABLE TO OPEN AUDIT-LOG-FILE"
002640     END-IF

002641*    RENT ADJUSTMENTS LIKEWISE ACCUMULATE UNTIL THE ROOM-RENT
002642*    RUN TAKES THEM ONTO THE LEDGER.
002643     OPEN EXTEND ROOM-ADJUSTMENT-FILE
002644     IF NOT ROOM-ADJUSTMENT-OK
002645        OPEN OUTPUT ROOM-ADJUSTMENT-FILE
002646     END-IF
002647     IF NOT ROOM-ADJUSTMENT-OK
002648        DISPLAY "CONTROL3T - UNABLE TO OPEN ROOM-ADJUSTMENT-FILE"
002649     END-IF

002650     PERFORM 1200-LOAD-ROOM-TABLE THRU 1200-EXIT
002660     PERFORM 1300-LOAD-ASSIGNMENTS THRU 1300-EXIT
002670     PERFORM 1400-LOAD-WAITLIST THRU 1400-EXIT
003130             MOVE RM-CAPACITY
003140                 TO WS-TAB-CAPACITY (WS-ROOM-IDX)
003150             MOVE ZERO TO WS-TAB-ASSIGNED (WS-ROOM-IDX)
003155             MOVE RM-SERVICE-STATUS
003156                 TO WS-TAB-SERVICE (WS-ROOM-IDX)
003160     END-READ
003170     .
003180 1210-EXIT.
003410         AT END
003420             SET ROOM-ASSIGNMENT-EOF TO TRUE
003430         NOT AT END
003431             IF RA-OCCUPY-START NOT NUMERIC
003432                MOVE ZERO TO RA-OCCUPY-START
003433             END-IF
003434             IF RA-OCCUPY-END NOT NUMERIC
003435                MOVE ZERO TO RA-OCCUPY-END
003436             END-IF
003440             ADD 1 TO WS-ASGN-COUNT
003450             SET WS-ASGN-IDX TO WS-ASGN-COUNT
003460             MOVE RA-STUDENT-ID
003510                 TO WS-TAB-ASGN-BUILDING (WS-ASGN-IDX)
003520             MOVE RA-ROOM-NUMBER
003530                 TO WS-TAB-ASGN-ROOM (WS-ASGN-IDX)
003531             MOVE RA-OCCUPY-START
003532                 TO WS-TAB-ASGN-START (WS-ASGN-IDX)
003533             MOVE RA-OCCUPY-END
003534                 TO WS-TAB-ASGN-END (WS-ASGN-IDX)
003540             MOVE "Y" TO WS-TAB-ASGN-ACTIVE (WS-ASGN-IDX)
003550             PERFORM 1320-COUNT-ONE-OCCUPANT THRU 1320-EXIT
003560     END-READ
004580        WHEN WS-TAB-ASSIGNED (WS-ROOM-SLOT)
004590             NOT < WS-TAB-CAPACITY (WS-ROOM-SLOT)
004600           MOVE "New room is already full" TO WS-REJECT-REASON
004602        WHEN TAB-ROOM-OUT-OF-SERVICE (WS-ROOM-SLOT)
004604           MOVE "New room is out of service" TO WS-REJECT-REASON
004610        WHEN OTHER
004620           ADD 1 TO WS-TRANSFER-COUNT
004630           IF WS-OLD-ROOM-SLOT > ZERO
004640              SUBTRACT 1 FROM WS-TAB-ASSIGNED (WS-OLD-ROOM-SLOT)
004650           END-IF
004660           ADD 1 TO WS-TAB-ASSIGNED (WS-ROOM-SLOT)
004662           PERFORM 2360-RECORD-RENT-ADJUSTMENT THRU 2360-EXIT
004670           MOVE RV-NEW-BUILDING
004680               TO WS-TAB-ASGN-BUILDING (WS-ASGN-SLOT)
004690           MOVE RV-NEW-ROOM-NUMBER
004700               TO WS-TAB-ASGN-ROOM (WS-ASGN-SLOT)
004702           MOVE WS-RUN-DATE TO WS-TAB-ASGN-START (WS-ASGN-SLOT)
004704           MOVE ZERO TO WS-TAB-ASGN-END (WS-ASGN-SLOT)
004710           MOVE RV-STUDENT-ID TO DL-STUDENT-ID
004720           MOVE RV-MOVE-TYPE TO DL-MOVE-TYPE
004730           MOVE RV-NEW-BUILDING TO DL-BUILDING
005300     ADD 1 TO WS-VACATE-COUNT
005310     MOVE "N" TO WS-TAB-ASGN-ACTIVE (WS-ASGN-SLOT)
005320     PERFORM 2210-FIND-OLD-ROOM THRU 2210-EXIT
005322     PERFORM 2350-RECORD-VACATED-ROOM THRU 2350-EXIT
005324     PERFORM 2360-RECORD-RENT-ADJUSTMENT THRU 2360-EXIT
005330     IF WS-OLD-ROOM-SLOT > ZERO
005340        SUBTRACT 1 FROM WS-TAB-ASSIGNED (WS-OLD-ROOM-SLOT)
005350     END-IF
005400     MOVE WS-DETAIL-LINE TO MOVEMENT-REPORT-LINE
005410     WRITE MOVEMENT-REPORT-LINE
005420     IF WS-OLD-ROOM-SLOT > ZERO
005425        AND NOT TAB-ROOM-OUT-OF-SERVICE (WS-OLD-ROOM-SLOT)
005430        PERFORM 2400-BACKFILL-FROM-WAITLIST THRU 2400-EXIT
005440     END-IF
005450     .
005770     MOVE WS-TAB-ROOM-NUMBER (WS-OLD-ROOM-SLOT)
005780         TO WS-TAB-ASGN-ROOM (WS-ASGN-IDX)
005790     MOVE "Y" TO WS-TAB-ASGN-ACTIVE (WS-ASGN-IDX)
005792     MOVE WS-RUN-DATE TO WS-TAB-ASGN-START (WS-ASGN-IDX)
005794     MOVE ZERO TO WS-TAB-ASGN-END (WS-ASGN-IDX)
005800     MOVE WS-TAB-WAIT-STUDENT (WS-WAIT-SLOT) TO BF-STUDENT-ID
005810     MOVE WS-TAB-BUILDING (WS-OLD-ROOM-SLOT) TO BF-BUILDING
005820     MOVE WS-TAB-ROOM-NUMBER (WS-OLD-ROOM-SLOT)
006530        MOVE WS-TAB-ASGN-CITY (WS-ASGN-IDX) TO NA-CITY-CODE
006540        MOVE WS-TAB-ASGN-BUILDING (WS-ASGN-IDX) TO NA-BUILDING
006550        MOVE WS-TAB-ASGN-ROOM (WS-ASGN-IDX) TO NA-ROOM-NUMBER
006552        MOVE WS-TAB-ASGN-START (WS-ASGN-IDX) TO NA-OCCUPY-START
006554        MOVE WS-TAB-ASGN-END (WS-ASGN-IDX) TO NA-OCCUPY-END
006560        WRITE NEW-ASSIGNMENT-REC
006570     END-IF
006580     .
006700 8000-TERMINATE.
006710     CLOSE ROOM-MOVE-FILE
006720     CLOSE MOVEMENT-REPORT
006725     CLOSE VACATED-ROOM-FILE
006727     CLOSE ROOM-ADJUSTMENT-FILE
006730     CLOSE AUDIT-LOG-FILE
006740     DISPLAY "CONTROL3T - MOVEMENTS PROCESSED: " WS-MOVE-COUNT
006750     DISPLAY "CONTROL3T - TRANSFERS POSTED: " WS-TRANSFER-COUNT
006890     .
006900 8800-EXIT.
006910     EXIT.

006920 2350-RECORD-VACATED-ROOM.
006930     IF NOT VACATED-ROOM-OK
006940        GO TO 2350-EXIT
006950     END-IF
006960     MOVE RV-STUDENT-ID TO VR-STUDENT-ID
006970     MOVE WS-TAB-ASGN-CITY (WS-ASGN-SLOT) TO VR-CITY-CODE
006980     MOVE WS-TAB-ASGN-BUILDING (WS-ASGN-SLOT) TO VR-BUILDING
006990     MOVE WS-TAB-ASGN-ROOM (WS-ASGN-SLOT) TO VR-ROOM-NUMBER
007000     MOVE WS-RUN-DATE TO VR-VACATE-DATE
007010     MOVE "CONTROL3T" TO VR-FREED-BY
007020     WRITE VACATED-ROOM-REC
007030     .
007040 2350-EXIT.
007050     EXIT.

007060 2360-RECORD-RENT-ADJUSTMENT.
007070*    THE ROOM GIVEN UP IS HANDED TO THE ROOM-RENT RUN WITH THE
007080*    NIGHTS IT WAS HELD FROM, SO RENT ALREADY BILLED FOR IT CAN
007090*    BE CREDITED FROM TODAY AND ANY NEW ROOM CHARGED FROM TODAY.
007100     IF NOT ROOM-ADJUSTMENT-OK
007110        GO TO 2360-EXIT
007120     END-IF
007130     MOVE RV-STUDENT-ID TO RJ-STUDENT-ID
007140     MOVE RV-MOVE-TYPE TO RJ-ADJUST-TYPE
007150     MOVE WS-RUN-DATE TO RJ-MOVE-DATE
007160     MOVE WS-TAB-ASGN-CITY (WS-ASGN-SLOT) TO RJ-CITY-CODE
007170     MOVE WS-TAB-ASGN-BUILDING (WS-ASGN-SLOT) TO RJ-OLD-BUILDING
007180     MOVE WS-TAB-ASGN-ROOM (WS-ASGN-SLOT) TO RJ-OLD-ROOM-NUMBER
007190     MOVE WS-TAB-ASGN-START (WS-ASGN-SLOT) TO RJ-OLD-START-DATE
007200     MOVE WS-TAB-ASGN-END (WS-ASGN-SLOT) TO RJ-OLD-END-DATE
007210     IF MOVE-IS-TRANSFER
007220        MOVE RV-NEW-BUILDING TO RJ-NEW-BUILDING
007230        MOVE RV-NEW-ROOM-NUMBER TO RJ-NEW-ROOM-NUMBER
007240     ELSE
007250        MOVE SPACE TO RJ-NEW-BUILDING
007260        MOVE SPACE TO RJ-NEW-ROOM-NUMBER
007270     END-IF
007280     MOVE "CONTROL3T" TO RJ-RAISED-BY
007290     WRITE ROOM-ADJUSTMENT-REC
007300     .
007310 2360-EXIT.
007320     EXIT.
