000480*                DISPOSED.  A DELTA REPORT LISTS EXACTLY       *
000490*                WHAT CHANGED SINCE THE LAST FEED, SO THE      *
000500*                QUARTERLY REGISTER RECONCILIATION GOES.       *
000502*  10/15/26  JH  A NEW DEVICE NOW TAKES ITS ASSET CLASS,       *
000503*                ACQUISITION COST AND DATE AND USEFUL LIFE     *
000504*                FROM THE FEED, AND A DEVICE ALREADY ON THE    *
000505*                MASTER WITH NO COST YET TAKES THEM THE FIRST  *
000506*                TIME A FEED SUPPLIES THEM.  A RETIREMENT      *
000507*                RECORDS ANY SALE PROCEEDS AND LEAVES THE      *
000508*                DISPOSAL FOR THE DEPRECIATION RUN TO POST; A  *
000509*                DEVICE ALREADY DISPOSED IS NOT RETIRED AGAIN. *
000511*  10/15/26  JH  A DEVICE NOW CARRIES THE CITY, BUILDING AND   *
000512*                ROOM IT SITS IN, TAKEN FROM THE FEED WHEN IT  *
000513*                IS ADDED OR THE FIRST TIME A FEED SUPPLIES    *
000514*                ONE, AND CHECKED AGAINST THE ROOM INVENTORY.  *
000515*                A TYPE-M FEED RECORD MOVES A DEVICE TO        *
000516*                ANOTHER ROOM, WITH THE ROOM IT LEFT LOGGED TO *
000517*                THE AUDIT LOG.                                *
000519*----------------------------------------------------------*

000520 ENVIRONMENT DIVISION.
000530 CONFIGURATION SECTION.

000800     SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".

000802     SELECT ROOM-INVENTORY-FILE ASSIGN TO "ROOMINV"
000804         ORGANIZATION IS LINE SEQUENTIAL
000806         FILE STATUS IS FS-ROOM-INVENTORY.

000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  DEVICE-CODE-FILE
000980     RECORDING MODE IS F.
000990 01  DELTA-REPORT-LINE          PIC X(80).

000992 FD  ROOM-INVENTORY-FILE
000994     RECORDING MODE IS F.
000996 COPY ROOMINV.

001000 SD  SORT-WORK-FILE.
001010 01  SORT-WORK-REC.
001020     05  SR-DEVICE-ID           PIC X(07).
001030     05  SR-HEX-CODE            PIC X(04).
001040     05  SR-DECIMAL-VALUE       PIC 9(09).
001045     05  SR-ACQUISITION-DETAIL  PIC X(22).
001047     05  SR-LOCATION-DETAIL     PIC X(18).

001050 WORKING-STORAGE SECTION.
001060 01  WS-FILE-STATUSES.
001200     05  WS-BADCODE-COUNT       PIC 9(05) COMP VALUE ZERO.
001210     05  WS-LOAD-COUNT          PIC 9(05) COMP VALUE ZERO.
001220     05  WS-DUP-COUNT           PIC 9(05) COMP VALUE ZERO.
001225     05  WS-ROOM-COUNT          PIC 9(03) COMP VALUE ZERO.

001230 01  FS-ASSET-LOAD               PIC X(02) VALUE ZERO.
001240     88  ASSET-LOAD-FILE-OK          VALUE "00".

001270 01  FS-DELTA-REPORT             PIC X(02) VALUE ZERO.

001272 01  FS-ROOM-INVENTORY           PIC X(02) VALUE ZERO.
001274     88  ROOM-INVENTORY-FILE-OK      VALUE "00".
001276     88  ROOM-INVENTORY-FILE-EOF     VALUE "10".

001280 01  WS-PREV-DEVICE-ID           PIC X(07) VALUE LOW-VALUE.

001281*    FEED ACQUISITION DETAIL IS TAKEN ONLY WHEN COMPLETE - A
001282*    CLASS, A DATE AND A COST ABOVE ZERO.
001283 01  WS-ACQUISITION-DETAIL.
001284     05  WS-ACQ-CLASS            PIC X(02).
001285     05  WS-ACQ-COST             PIC 9(07)V99.
001286     05  WS-ACQ-DATE             PIC 9(08).
001287     05  WS-ACQ-LIFE             PIC 9(03).

001288 01  WS-ACQ-SWITCH               PIC X(01) VALUE "N".
001289     88  ACQUISITION-SUPPLIED        VALUE "Y".

001290 01  WS-DELTA-FIGURES.
001300     05  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
001310     05  WS-ADDED-COUNT          PIC 9(05) COMP VALUE ZERO.
001320     05  WS-CHANGED-COUNT        PIC 9(05) COMP VALUE ZERO.
001330     05  WS-RETIRED-COUNT        PIC 9(05) COMP VALUE ZERO.
001340     05  WS-UNCHANGED-COUNT      PIC 9(05) COMP VALUE ZERO.
001345     05  WS-MOVED-COUNT          PIC 9(05) COMP VALUE ZERO.
001350     05  WS-OLD-DECIMAL-VALUE    PIC 9(09) VALUE ZERO.

001351*    ROOMS ON THE ROOM INVENTORY - A DEVICE IS ONLY EVER PUT
001352*    IN A ROOM THE HOUSING OFFICE ACTUALLY HAS.
001353 01  WS-ROOM-TABLE.
001354     05  WS-ROOM-ENTRY           OCCURS 200 TIMES
001355                                 INDEXED BY WS-ROOM-IDX.
001356         10  WS-TAB-CITY-CODE    PIC 9(01).
001357         10  WS-TAB-BUILDING     PIC X(12).
001358         10  WS-TAB-ROOM-NUMBER  PIC X(05).

001360 COPY HEXPARM.

001361 01  WS-LOCATION-FIGURES.
001362     05  WS-ROOM-SWITCH          PIC X(01) VALUE "N".
001363         88  ROOM-IS-FOUND           VALUE "Y".
001364     05  WS-LOC-SWITCH           PIC X(01) VALUE "N".
001365         88  LOCATION-SUPPLIED       VALUE "Y".
001366     05  WS-LOCATION-DETAIL.
001367         10  WS-LOC-CITY-CODE    PIC 9(01).
001368         10  WS-LOC-BUILDING     PIC X(12).
001369         10  WS-LOC-ROOM-NUMBER  PIC X(05).

001370 01  WS-REPORT-LINES.
001380     05  WS-HEADING-1.
001390         10  FILLER             PIC X(29) VALUE
001840         10  FILLER             PIC X(03) VALUE SPACE.
001850         10  FILLER             PIC X(10) VALUE "UNCHANGED-".
001860         10  DT-UNCHANGED-COUNT PIC ZZZZ9.
001870         10  FILLER             PIC X(03) VALUE SPACE.
001872         10  FILLER             PIC X(06) VALUE "MOVED-".
001874         10  DT-MOVED-COUNT     PIC ZZZZ9.
001876         10  FILLER             PIC X(06) VALUE SPACE.

001880 COPY RUNPARM.

002570     MOVE WS-DELTA-HEADING TO DELTA-REPORT-LINE
002580     WRITE DELTA-REPORT-LINE

002582     PERFORM 1200-LOAD-ROOM-TABLE THRU 1200-EXIT

002590     IF NOT END-OF-DEVICE-CODE-FILE
002600        PERFORM 1100-READ-DEVICE-CODE THRU 1100-EXIT
002610     END-IF
002750     EVALUATE TRUE
002760        WHEN DEVICE-IS-RETIREMENT
002770           PERFORM 2400-RETIRE-DEVICE THRU 2400-EXIT
002772        WHEN DEVICE-IS-MOVE
002774           PERFORM 2600-MOVE-DEVICE THRU 2600-EXIT
002780        WHEN DC-HEX-CODE IS NOT HEX-NUMBER
002790           MOVE "Contains chars other than 0-9 or A-F"
002800               TO EL-REASON
002850           MOVE DC-DEVICE-ID TO SR-DEVICE-ID
002860           MOVE DC-HEX-CODE TO SR-HEX-CODE
002870           MOVE HX-DECIMAL-VALUE TO SR-DECIMAL-VALUE
002875           MOVE DC-ACQUISITION-DETAIL TO SR-ACQUISITION-DETAIL
002877           MOVE DC-LOCATION-DETAIL TO SR-LOCATION-DETAIL
002880           RELEASE SORT-WORK-REC
002890     END-EVALUATE

003010                 TO EL-REASON
003020             PERFORM 2100-REJECT-CODE THRU 2100-EXIT
003030         NOT INVALID KEY
003032             IF ASSET-IS-DISPOSED
003034                MOVE "Device already disposed" TO EL-REASON
003036                PERFORM 2100-REJECT-CODE THRU 2100-EXIT
003038                GO TO 2400-EXIT
003039             END-IF
003040             MOVE "D" TO AR-STATUS-CODE
003050             MOVE WS-RUN-DATE TO AR-STATUS-DATE
003051*            THE DEPRECIATION RUN POSTS THE DISPOSAL AND ANY
003052*            LOSS AGAINST THESE PROCEEDS AT MONTH END.
003053             IF DC-DISPOSAL-PROCEEDS IS NUMERIC
003054                MOVE DC-DISPOSAL-PROCEEDS TO AR-DISPOSAL-PROCEEDS
003055             ELSE
003056                MOVE ZERO TO AR-DISPOSAL-PROCEEDS
003057             END-IF
003058             MOVE "N" TO AR-DISPOSAL-POSTED
003060             REWRITE ASSET-MASTER-REC
003070             ADD 1 TO WS-RETIRED-COUNT
003080             MOVE "RETIRED" TO DL-DELTA-ACTION
004060             ELSE
004070                PERFORM 4320-UPDATE-CHANGED-CODE THRU 4320-EXIT
004080             END-IF
004085             PERFORM 4330-ADD-ACQUISITION THRU 4330-EXIT
004087             PERFORM 4380-ADD-LOCATION THRU 4380-EXIT
004090     END-READ
004100     .
004110 4300-EXIT.
004170     MOVE SR-DECIMAL-VALUE TO AR-DECIMAL-VALUE
004180     MOVE "A" TO AR-STATUS-CODE
004190     MOVE WS-RUN-DATE TO AR-STATUS-DATE
004195     PERFORM 4315-SET-NEW-ASSET-FIELDS THRU 4315-EXIT
004200     WRITE ASSET-MASTER-REC
004210     MOVE "ADDED" TO DL-DELTA-ACTION
004220     MOVE SR-DEVICE-ID TO DL-DEVICE-ID
004830     MOVE WS-CHANGED-COUNT TO DT-CHANGED-COUNT
004840     MOVE WS-RETIRED-COUNT TO DT-RETIRED-COUNT
004850     MOVE WS-UNCHANGED-COUNT TO DT-UNCHANGED-COUNT
004855     MOVE WS-MOVED-COUNT TO DT-MOVED-COUNT
004860     MOVE WS-DELTA-TRAILER TO DELTA-REPORT-LINE
004870     WRITE DELTA-REPORT-LINE
004880     CLOSE DELTA-REPORT
004920     DISPLAY "CONTROL2C - MASTER ADDED: " WS-ADDED-COUNT
004930         " CHANGED: " WS-CHANGED-COUNT
004940         " RETIRED: " WS-RETIRED-COUNT
004945         " MOVED: " WS-MOVED-COUNT
004950     .
004960 8000-EXIT.
004970     EXIT.
005040     .
005050 8800-EXIT.
005060     EXIT.

005070 4330-ADD-ACQUISITION.
005080*    A DEVICE ADDED BEFORE THE MASTER CARRIED A COST TAKES
005090*    THE FEED'S ACQUISITION DETAIL THE FIRST TIME ONE IS
005100*    SUPPLIED.  ONCE COSTED, A DEVICE'S COST IS NOT CHANGED
005110*    BY A LATER FEED - FINANCE CORRECTS IT ON THE MASTER.
005120     IF AR-ACQUISITION-COST IS NUMERIC
005130        AND AR-ACQUISITION-COST > ZERO
005140        GO TO 4330-EXIT
005150     END-IF
005160     PERFORM 4340-CHECK-ACQUISITION THRU 4340-EXIT
005170     IF NOT ACQUISITION-SUPPLIED
005180        GO TO 4330-EXIT
005190     END-IF
005200     PERFORM 4350-SET-ACQUISITION THRU 4350-EXIT
005210     MOVE ZERO TO AR-ACCUM-DEPRECIATION
005220     MOVE ZERO TO AR-LAST-DEPREC-PERIOD
005230     MOVE ZERO TO AR-DISPOSAL-PROCEEDS
005240     MOVE "N" TO AR-DISPOSAL-POSTED
005250     REWRITE ASSET-MASTER-REC
005260     MOVE "COSTED" TO DL-DELTA-ACTION
005270     MOVE SR-DEVICE-ID TO DL-DEVICE-ID
005280     MOVE SPACE TO DL-DELTA-DETAIL
005290     STRING "CLASS " DELIMITED BY SIZE
005300            AR-ASSET-CLASS DELIMITED BY SIZE
005310            " ACQUIRED " DELIMITED BY SIZE
005320            AR-ACQUISITION-DATE DELIMITED BY SIZE
005330            INTO DL-DELTA-DETAIL
005340     END-STRING
005350     MOVE WS-DELTA-LINE TO DELTA-REPORT-LINE
005360     WRITE DELTA-REPORT-LINE
005370     .
005380 4330-EXIT.
005390     EXIT.

005400 4340-CHECK-ACQUISITION.
005410     MOVE SR-ACQUISITION-DETAIL TO WS-ACQUISITION-DETAIL
005420     MOVE "N" TO WS-ACQ-SWITCH
005430     IF WS-ACQ-CLASS NOT = SPACE
005440        AND WS-ACQ-COST IS NUMERIC
005450        AND WS-ACQ-DATE IS NUMERIC
005460        IF WS-ACQ-COST > ZERO
005470           AND WS-ACQ-DATE > ZERO
005480           SET ACQUISITION-SUPPLIED TO TRUE
005490        END-IF
005500     END-IF
005510     IF WS-ACQ-LIFE IS NOT NUMERIC
005520        MOVE ZERO TO WS-ACQ-LIFE
005530     END-IF
005540     .
005550 4340-EXIT.
005560     EXIT.

005570 4350-SET-ACQUISITION.
005580     MOVE WS-ACQ-CLASS TO AR-ASSET-CLASS
005590     MOVE WS-ACQ-COST TO AR-ACQUISITION-COST
005600     MOVE WS-ACQ-DATE TO AR-ACQUISITION-DATE
005610     MOVE WS-ACQ-LIFE TO AR-USEFUL-LIFE
005620     .
005630 4350-EXIT.
005640     EXIT.

005650 1200-LOAD-ROOM-TABLE.
005660     OPEN INPUT ROOM-INVENTORY-FILE
005670     IF NOT ROOM-INVENTORY-FILE-OK
005680        DISPLAY "CONTROL2C - UNABLE TO OPEN ROOM-INVENTORY-FILE, "
005690            "NO DEVICE LOCATION CAN BE SET"
005700        GO TO 1200-EXIT
005710     END-IF
005720     PERFORM 1210-LOAD-ONE-ROOM THRU 1210-EXIT
005730         UNTIL ROOM-INVENTORY-FILE-EOF
005740            OR WS-ROOM-COUNT = 200
005750*    A ROOM PAST THE END OF THE TABLE IS TREATED AS UNKNOWN -
005760*    A DEVICE IS NEVER PLACED IN IT, SO NOTHING IS SET WRONG.
005770     IF NOT ROOM-INVENTORY-FILE-EOF
005780        DISPLAY "CONTROL2C - ROOM TABLE FULL AT 200, LATER "
005790            "ROOMS CANNOT TAKE A DEVICE"
005800     END-IF
005810     CLOSE ROOM-INVENTORY-FILE
005820     .
005830 1200-EXIT.
005840     EXIT.

005850 1210-LOAD-ONE-ROOM.
005860     READ ROOM-INVENTORY-FILE
005870         AT END
005880             SET ROOM-INVENTORY-FILE-EOF TO TRUE
005890         NOT AT END
005900             ADD 1 TO WS-ROOM-COUNT
005910             SET WS-ROOM-IDX TO WS-ROOM-COUNT
005920             MOVE RM-CITY-CODE TO WS-TAB-CITY-CODE (WS-ROOM-IDX)
005930             MOVE RM-BUILDING TO WS-TAB-BUILDING (WS-ROOM-IDX)
005940             MOVE RM-ROOM-NUMBER
005950                 TO WS-TAB-ROOM-NUMBER (WS-ROOM-IDX)
005960     END-READ
005970     .
005980 1210-EXIT.
005990     EXIT.

006000 2600-MOVE-DEVICE.
006010*    A MOVE, LIKE A RETIREMENT, NEVER GOES NEAR THE SORT OR
006020*    THE LOAD FILE - IT RELOCATES THE MASTER RECORD TO THE
006030*    ROOM ON THE FEED RECORD AS OF THE RUN DATE.
006040     IF NOT ASSET-MASTER-FILE-OK
006050        MOVE "Asset master unavailable - not moved"
006060            TO EL-REASON
006070        PERFORM 2100-REJECT-CODE THRU 2100-EXIT
006080        GO TO 2600-EXIT
006090     END-IF
006100     MOVE DC-LOCATION-DETAIL TO WS-LOCATION-DETAIL
006110     PERFORM 4365-FIND-ROOM THRU 4365-EXIT
006120     IF NOT ROOM-IS-FOUND
006130        MOVE "Move to a room not on room inventory"
006140            TO EL-REASON
006150        PERFORM 2100-REJECT-CODE THRU 2100-EXIT
006160        GO TO 2600-EXIT
006170     END-IF
006180     MOVE DC-DEVICE-ID TO AR-DEVICE-ID
006190     READ ASSET-MASTER-FILE
006200         INVALID KEY
006210             MOVE "Move for device not on master" TO EL-REASON
006220             PERFORM 2100-REJECT-CODE THRU 2100-EXIT
006230             GO TO 2600-EXIT
006240     END-READ
006250     IF ASSET-IS-DISPOSED
006260        MOVE "Device disposed - cannot be moved" TO EL-REASON
006270        PERFORM 2100-REJECT-CODE THRU 2100-EXIT
006280        GO TO 2600-EXIT
006290     END-IF
006300     IF AR-CITY-CODE = WS-LOC-CITY-CODE
006310        AND AR-BUILDING = WS-LOC-BUILDING
006320        AND AR-ROOM-NUMBER = WS-LOC-ROOM-NUMBER
006330        MOVE "Device already recorded in that room"
006340            TO EL-REASON
006350        PERFORM 2100-REJECT-CODE THRU 2100-EXIT
006360        GO TO 2600-EXIT
006370     END-IF
006380*    THE ROOM THE DEVICE LEFT GOES TO THE AUDIT LOG, THE SAME
006390*    WAY A CHANGED HEX CODE LOGS ITS OLD DECIMAL VALUE.
006400     MOVE "CONTROL2C" TO AL-PROGRAM-ID
006410     ACCEPT AL-DATE-LOGGED FROM DATE YYYYMMDD
006420     ACCEPT AL-TIME-LOGGED FROM TIME
006430     MOVE SPACE TO AL-INPUT-DATA
006440     MOVE DC-DEVICE-ID TO AL-INPUT-DATA
006450     MOVE SPACE TO AL-REJECT-REASON
006460     IF AR-BUILDING = SPACE
006470        MOVE "Moved, no room recorded before"
006480            TO AL-REJECT-REASON
006490     ELSE
006500        STRING "Moved from " DELIMITED BY SIZE
006510               AR-CITY-CODE DELIMITED BY SIZE
006520               " " DELIMITED BY SIZE
006530               AR-BUILDING DELIMITED BY SIZE
006540               " " DELIMITED BY SIZE
006550               AR-ROOM-NUMBER DELIMITED BY SIZE
006560               INTO AL-REJECT-REASON
006570        END-STRING
006580     END-IF
006590     IF AUDIT-LOG-FILE-OK
006600        WRITE AUDIT-LOG-REC
006610     END-IF
006620     MOVE WS-LOC-CITY-CODE TO AR-CITY-CODE
006630     MOVE WS-LOC-BUILDING TO AR-BUILDING
006640     MOVE WS-LOC-ROOM-NUMBER TO AR-ROOM-NUMBER
006650     MOVE WS-RUN-DATE TO AR-LOCATION-DATE
006660     REWRITE ASSET-MASTER-REC
006670     ADD 1 TO WS-MOVED-COUNT
006680     MOVE "MOVED" TO DL-DELTA-ACTION
006690     MOVE DC-DEVICE-ID TO DL-DEVICE-ID
006700     PERFORM 4375-FORMAT-LOCATION THRU 4375-EXIT
006710     MOVE WS-DELTA-LINE TO DELTA-REPORT-LINE
006720     WRITE DELTA-REPORT-LINE
006730     .
006740 2600-EXIT.
006750     EXIT.

006760 4360-CHECK-LOCATION.
006770*    A FEED LOCATION IS TAKEN ONLY WHEN IT NAMES A ROOM ON THE
006780*    ROOM INVENTORY.  A BLANK BUILDING MEANS NONE WAS SUPPLIED.
006790     MOVE SR-LOCATION-DETAIL TO WS-LOCATION-DETAIL
006800     MOVE "N" TO WS-LOC-SWITCH
006810     MOVE "N" TO WS-ROOM-SWITCH
006820     IF WS-LOC-BUILDING = SPACE
006830        GO TO 4360-EXIT
006840     END-IF
006850     SET LOCATION-SUPPLIED TO TRUE
006860     PERFORM 4365-FIND-ROOM THRU 4365-EXIT
006870     .
006880 4360-EXIT.
006890     EXIT.

006900 4365-FIND-ROOM.
006910     MOVE "N" TO WS-ROOM-SWITCH
006920     IF WS-LOC-CITY-CODE IS NOT NUMERIC
006930        GO TO 4365-EXIT
006940     END-IF
006950     PERFORM 4366-CHECK-ONE-ROOM THRU 4366-EXIT
006960         VARYING WS-ROOM-IDX FROM 1 BY 1
006970         UNTIL WS-ROOM-IDX > WS-ROOM-COUNT
006980            OR ROOM-IS-FOUND
006990     .
007000 4365-EXIT.
007010     EXIT.

007020 4366-CHECK-ONE-ROOM.
007030     IF WS-TAB-CITY-CODE (WS-ROOM-IDX) = WS-LOC-CITY-CODE
007040        AND WS-TAB-BUILDING (WS-ROOM-IDX) = WS-LOC-BUILDING
007050        AND WS-TAB-ROOM-NUMBER (WS-ROOM-IDX) = WS-LOC-ROOM-NUMBER
007060        SET ROOM-IS-FOUND TO TRUE
007070     END-IF
007080     .
007090 4366-EXIT.
007100     EXIT.

007110 4370-SET-NEW-LOCATION.
007120*    A NEW DEVICE STARTS WITH NO ROOM AND HAS NEVER BEEN SEEN
007130*    ON A WALK-ROUND; IT TAKES THE FEED'S ROOM IF VALID.
007140     MOVE ZERO TO AR-CITY-CODE
007150     MOVE SPACE TO AR-BUILDING
007160     MOVE SPACE TO AR-ROOM-NUMBER
007170     MOVE ZERO TO AR-LOCATION-DATE
007180     MOVE ZERO TO AR-LAST-SEEN-DATE
007190     PERFORM 4360-CHECK-LOCATION THRU 4360-EXIT
007200     IF NOT LOCATION-SUPPLIED
007210        GO TO 4370-EXIT
007220     END-IF
007230     IF NOT ROOM-IS-FOUND
007240        PERFORM 4390-REPORT-BAD-LOCATION THRU 4390-EXIT
007250        GO TO 4370-EXIT
007260     END-IF
007270     MOVE WS-LOC-CITY-CODE TO AR-CITY-CODE
007280     MOVE WS-LOC-BUILDING TO AR-BUILDING
007290     MOVE WS-LOC-ROOM-NUMBER TO AR-ROOM-NUMBER
007300     MOVE WS-RUN-DATE TO AR-LOCATION-DATE
007310     .
007320 4370-EXIT.
007330     EXIT.

007340 4375-FORMAT-LOCATION.
007350     MOVE SPACE TO DL-DELTA-DETAIL
007360     STRING "ROOM " DELIMITED BY SIZE
007370            WS-LOC-CITY-CODE DELIMITED BY SIZE
007380            " " DELIMITED BY SIZE
007390            WS-LOC-BUILDING DELIMITED BY SIZE
007400            " " DELIMITED BY SIZE
007410            WS-LOC-ROOM-NUMBER DELIMITED BY SIZE
007420            INTO DL-DELTA-DETAIL
007430     END-STRING
007440     .
007450 4375-EXIT.
007460     EXIT.

007470 4380-ADD-LOCATION.
007480*    A DEVICE ADDED BEFORE THE MASTER CARRIED A ROOM TAKES
007490*    THE FEED'S ROOM THE FIRST TIME ONE IS SUPPLIED.  ONCE
007500*    PLACED, A DEVICE ONLY CHANGES ROOM ON A TYPE-M MOVE.
007510     IF AR-BUILDING NOT = SPACE
007520        AND AR-CITY-CODE IS NUMERIC
007530        GO TO 4380-EXIT
007540     END-IF
007550     PERFORM 4360-CHECK-LOCATION THRU 4360-EXIT
007560     IF NOT LOCATION-SUPPLIED
007570        GO TO 4380-EXIT
007580     END-IF
007590     IF NOT ROOM-IS-FOUND
007600        PERFORM 4390-REPORT-BAD-LOCATION THRU 4390-EXIT
007610        GO TO 4380-EXIT
007620     END-IF
007630     MOVE WS-LOC-CITY-CODE TO AR-CITY-CODE
007640     MOVE WS-LOC-BUILDING TO AR-BUILDING
007650     MOVE WS-LOC-ROOM-NUMBER TO AR-ROOM-NUMBER
007660     MOVE WS-RUN-DATE TO AR-LOCATION-DATE
007670     MOVE ZERO TO AR-LAST-SEEN-DATE
007680     REWRITE ASSET-MASTER-REC
007690     MOVE "LOCATED" TO DL-DELTA-ACTION
007700     MOVE SR-DEVICE-ID TO DL-DEVICE-ID
007710     PERFORM 4375-FORMAT-LOCATION THRU 4375-EXIT
007720     MOVE WS-DELTA-LINE TO DELTA-REPORT-LINE
007730     WRITE DELTA-REPORT-LINE
007740     .
007750 4380-EXIT.
007760     EXIT.

007770 4390-REPORT-BAD-LOCATION.
007780*    THE DEVICE ITSELF IS STILL LOADED - ONLY ITS ROOM IS LEFT
007790*    UNSET UNTIL A FEED OR A MOVE NAMES A ROOM THAT EXISTS.
007800     MOVE SR-DEVICE-ID TO EL-DEVICE-ID
007810     MOVE SR-HEX-CODE TO EL-HEX-CODE
007820     MOVE "Room not on room inventory - not set" TO EL-REASON
007830     MOVE WS-EXCEPTION-LINE TO DEVCODE-REPORT-LINE
007840     WRITE DEVCODE-REPORT-LINE
007850     MOVE "CONTROL2C" TO AL-PROGRAM-ID
007860     ACCEPT AL-DATE-LOGGED FROM DATE YYYYMMDD
007870     ACCEPT AL-TIME-LOGGED FROM TIME
007880     MOVE SPACE TO AL-INPUT-DATA
007890     MOVE SR-DEVICE-ID TO AL-INPUT-DATA
007900     MOVE EL-REASON TO AL-REJECT-REASON
007910     IF AUDIT-LOG-FILE-OK
007920        WRITE AUDIT-LOG-REC
007930     END-IF
007940     .
007950 4390-EXIT.
007960     EXIT.

007970 4315-SET-NEW-ASSET-FIELDS.
007980*    A NEW DEVICE TAKES ITS ACQUISITION AND LOCATION FROM THE
007990*    FEED WHERE ONE IS SUPPLIED, AND STARTS WITH NO
008000*    DEPRECIATION TAKEN AND NO DISPOSAL.
008010     PERFORM 4340-CHECK-ACQUISITION THRU 4340-EXIT
008020     IF ACQUISITION-SUPPLIED
008030        PERFORM 4350-SET-ACQUISITION THRU 4350-EXIT
008040     ELSE
008050        MOVE SPACE TO AR-ASSET-CLASS
008060        MOVE ZERO TO AR-ACQUISITION-COST
008070        MOVE ZERO TO AR-ACQUISITION-DATE
008080        MOVE ZERO TO AR-USEFUL-LIFE
008090     END-IF
008100     MOVE ZERO TO AR-ACCUM-DEPRECIATION
008110     MOVE ZERO TO AR-LAST-DEPREC-PERIOD
008120     MOVE ZERO TO AR-DISPOSAL-PROCEEDS
008130     MOVE "N" TO AR-DISPOSAL-POSTED
008140     PERFORM 4370-SET-NEW-LOCATION THRU 4370-EXIT
008150     .
008160 4315-EXIT.
008170     EXIT.
