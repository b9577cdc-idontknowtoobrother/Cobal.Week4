000340*                COST IS CARRIED ONTO THE NEW STOCK MASTER  *
000350*                FOR THE MONTH-END VALUATION RUN            *
000360*                (CONTROL1V) TO PRICE THE STOCKHOLDING.     *
000361*  10/15/26  JH  EVERY POSTED MOVEMENT IS NOW ALSO APPENDED *
000362*                TO THE PERMANENT STOCK-HISTORY-FILE FOR    *
000363*                THE MONTHLY USAGE RUN (CONTROL1U). NOTHING *
000364*                IS POSTED IF THE HISTORY CANNOT BE OPENED. *
000370*----------------------------------------------------------*

000380 ENVIRONMENT DIVISION.
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS FS-AUDIT-LOG.

000582     SELECT STOCK-HISTORY-FILE ASSIGN TO "STKHIST"
000584         ORGANIZATION IS LINE SEQUENTIAL
000586         FILE STATUS IS FS-STOCK-HISTORY.

000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  STOCK-FILE
000800     RECORDING MODE IS F.
000810 COPY AUDITREC.

000812 FD  STOCK-HISTORY-FILE
000814     RECORDING MODE IS F.
000816 COPY STKHIST.

000820 WORKING-STORAGE SECTION.
000830 01  WS-FILE-STATUSES.
000840     05  FS-STOCK-FILE          PIC X(02) VALUE ZERO.
000920     05  FS-MOVEMENT-REGISTER   PIC X(02) VALUE ZERO.
000930     05  FS-AUDIT-LOG           PIC X(02) VALUE ZERO.
000940         88  AUDIT-LOG-FILE-OK      VALUE "00".
000942     05  FS-STOCK-HISTORY       PIC X(02) VALUE ZERO.
000944         88  HISTORY-FILE-OK        VALUE "00".

000950 01  WS-SWITCHES.
000960     05  WS-MOVE-EOF-SWITCH     PIC X(01) VALUE "N".
001020     05  WS-MOVEMENT-COUNT      PIC 9(05) COMP VALUE ZERO.
001030     05  WS-POSTED-COUNT        PIC 9(05) COMP VALUE ZERO.
001040     05  WS-REJECT-COUNT        PIC 9(05) COMP VALUE ZERO.
001042     05  WS-HISTORY-COUNT       PIC 9(05) COMP VALUE ZERO.

001050 01  WS-STOCK-TABLE.
001060     05  WS-STOCK-ENTRY         OCCURS 100 TIMES

001140 01  WS-ITEM-SLOT               PIC 9(03) COMP VALUE ZERO.
001150 01  WS-REJECT-REASON           PIC X(40) VALUE SPACE.
001152 01  WS-RUN-DATE                PIC 9(08) VALUE ZERO.

001160 01  WS-COSTING-FIGURES.
001170     05  WS-OLD-STOCK-VALUE     PIC 9(09)V99 VALUE ZERO.
001780     .

001790 1000-INITIALIZE.
001792     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001800     OPEN INPUT STOCK-MOVEMENT-FILE
001810     IF NOT MOVEMENT-FILE-OK
001820        DISPLAY "CONTROL1C - UNABLE TO OPEN STOCK-MOVEMENT-FILE"
001830        MOVE "Y" TO WS-MOVE-EOF-SWITCH
001840     END-IF

001841*    A MOVEMENT POSTED WITH NO HISTORY RECORD WOULD BE LOST
001842*    TO THE USAGE RUN FOR GOOD, SO WITHOUT THE HISTORY FILE
001843*    NOTHING IS POSTED AND THE MOVEMENTS WAIT FOR NEXT RUN.
001844     PERFORM 1300-OPEN-HISTORY THRU 1300-EXIT
001845     IF NOT HISTORY-FILE-OK
001846        DISPLAY "CONTROL1C - UNABLE TO OPEN STOCK-HISTORY-FILE"
001847            ", NO MOVEMENTS POSTED"
001848        MOVE "Y" TO WS-MOVE-EOF-SWITCH
001849     END-IF

001850     OPEN OUTPUT MOVEMENT-REGISTER
001860     MOVE WS-HEADING-1 TO MOVEMENT-REGISTER-LINE
001870     WRITE MOVEMENT-REGISTER-LINE
002550 1210-EXIT.
002560     EXIT.

002561 1300-OPEN-HISTORY.
002562*    THE HISTORY IS ONLY EVER ADDED TO.  THE FIRST RUN MAKES IT.
002563     OPEN EXTEND STOCK-HISTORY-FILE
002564     IF NOT HISTORY-FILE-OK
002565        OPEN OUTPUT STOCK-HISTORY-FILE
002566     END-IF
002567     .
002568 1300-EXIT.
002569     EXIT.

002570 2000-POST-ONE-MOVEMENT.
002580     ADD 1 TO WS-MOVEMENT-COUNT
002590     MOVE SPACE TO WS-REJECT-REASON
003150     MOVE WS-EXTENDED-VALUE TO DL-EXTENDED-VALUE
003160     MOVE WS-DETAIL-LINE TO MOVEMENT-REGISTER-LINE
003170     WRITE MOVEMENT-REGISTER-LINE
003175     PERFORM 2260-WRITE-HISTORY THRU 2260-EXIT
003176     IF HISTORY-FILE-OK
003177        ADD 1 TO WS-HISTORY-COUNT
003178     END-IF
003180     .
003190 2200-EXIT.
003200     EXIT.
003440 2250-EXIT.
003450     EXIT.

003451 2260-WRITE-HISTORY.
003452     MOVE STOCK-MOVEMENT-REC TO MH-MOVEMENT
003453     MOVE WS-TAB-UNIT-COST (WS-ITEM-SLOT) TO MH-UNIT-COST
003454     MOVE WS-TAB-QTY-ON-HAND (WS-ITEM-SLOT) TO MH-QTY-AFTER
003455     MOVE WS-RUN-DATE TO MH-POSTED-DATE
003456     WRITE STOCK-HISTORY-REC
003457     .
003458 2260-EXIT.
003459     EXIT.

003460 2900-REJECT-MOVEMENT.
003470     ADD 1 TO WS-REJECT-COUNT
003480     MOVE MV-ITEM-CODE TO EL-ITEM-CODE
004010     CLOSE STOCK-MOVEMENT-FILE
004020     CLOSE MOVEMENT-REGISTER
004030     CLOSE AUDIT-LOG-FILE
004035     CLOSE STOCK-HISTORY-FILE
004040     DISPLAY "CONTROL1C - MOVEMENTS PROCESSED: "
004050         WS-MOVEMENT-COUNT
004060     DISPLAY "CONTROL1C - MOVEMENTS POSTED: " WS-POSTED-COUNT
004070     DISPLAY "CONTROL1C - MOVEMENTS REJECTED: " WS-REJECT-COUNT
004075     DISPLAY "CONTROL1C - HISTORY RECORDS WRITTEN: "
004076         WS-HISTORY-COUNT
004080     .
004090 8000-EXIT.
004100     EXIT.
