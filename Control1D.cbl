000316*                WEEKENDS AND THE HOLIDAY-DATE-FILE BY THE  *
000317*                SHARED WORKDATE SUBPROGRAM, THE SAME RULE  *
000318*                DATECHEK APPLIES TO THE GRACE WINDOW.      *
000321*  10/15/26  JH  THE QUANTITY RECEIVED AGAINST EACH PO LINE *
000322*                AND THE AVERAGE UNIT COST BOOKED ON ITS    *
000323*                RECEIPTS ARE NOW CARRIED ON THE UPDATED PO *
000324*                FILE AND BROUGHT FORWARD NEXT RUN, SO A    *
000325*                LINE FILLED BY SEVERAL DELIVERIES CLOSES   *
000326*                AND THE SUPPLIER-INVOICE MATCH HAS THE     *
000327*                RECEIPTS TO CHECK AGAINST.                 *
000329*----------------------------------------------------------*

000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000680     05  NP-ITEM-CODE           PIC X(06).
000690     05  NP-ORDER-QTY           PIC 9(05).
000700     05  NP-LINE-STATUS         PIC X(01).
000702     05  NP-RECEIVED-QTY        PIC 9(05).
000704     05  NP-RECEIVED-COST       PIC 9(05)V99.

000710 FD  STOCK-MOVEMENT-FILE
000720     RECORDING MODE IS F.
001210         10  WS-TAB-PO-ORDER-QTY    PIC 9(05).
001220         10  WS-TAB-PO-RECEIVED     PIC 9(05).
001230         10  WS-TAB-PO-STATUS       PIC X(01).
001235         10  WS-TAB-PO-COST         PIC 9(05)V99.

001240 01  WS-LEAD-TIME-TABLE.
001250     05  WS-LEAD-ENTRY          OCCURS 20 TIMES
001320     05  WS-RUN-DATE            PIC 9(08) VALUE ZERO.
001330     05  WS-DAYS-ON-ORDER       PIC S9(05) VALUE ZERO.
001340     05  WS-LEAD-DAYS           PIC 9(03) VALUE ZERO.
001345     05  WS-RECEIVED-VALUE      PIC 9(11)V99 VALUE ZERO.

001350 01  WS-REPORT-LINES.
001360     05  WS-HEADING-1.
002890                 TO WS-TAB-PO-ITEM (WS-PO-IDX)
002900             MOVE PO-ORDER-QTY
002910                 TO WS-TAB-PO-ORDER-QTY (WS-PO-IDX)
002920             IF PO-RECEIVED-QTY IS NUMERIC
002921                AND PO-RECEIVED-COST IS NUMERIC
002922                MOVE PO-RECEIVED-QTY
002923                    TO WS-TAB-PO-RECEIVED (WS-PO-IDX)
002924                MOVE PO-RECEIVED-COST
002925                    TO WS-TAB-PO-COST (WS-PO-IDX)
002926             ELSE
002927                MOVE ZERO TO WS-TAB-PO-RECEIVED (WS-PO-IDX)
002928                MOVE ZERO TO WS-TAB-PO-COST (WS-PO-IDX)
002929             END-IF
002930*            A LINE WRITTEN BEFORE THE STATUS FIELD EXISTED
002940*            ARRIVES BLANK AND IS TREATED AS STILL OPEN.
002950             IF PO-LINE-STATUS = "C"
003520     END-IF

003530     ADD 1 TO WS-MATCHED-COUNT
003531*    THE LINE KEEPS THE AVERAGE UNIT COST OF ITS RECEIPTS FOR
003532*    THE SUPPLIER-INVOICE PRICE CHECK.
003533     IF MV-UNIT-COST IS NUMERIC
003534        AND MV-UNIT-COST > ZERO
003535        AND MV-QUANTITY > ZERO
003536        PERFORM 2120-AVERAGE-RECEIPT-COST THRU 2120-EXIT
003537     END-IF
003540     ADD MV-QUANTITY TO WS-TAB-PO-RECEIVED (WS-PO-SLOT)
003550     MOVE WS-TAB-PO-ITEM (WS-PO-SLOT) TO ML-ITEM-CODE
003560     MOVE WS-TAB-PO-NUMBER (WS-PO-SLOT) TO ML-PO-NUMBER
004240     MOVE WS-TAB-PO-ITEM (WS-PO-IDX) TO NP-ITEM-CODE
004250     MOVE WS-TAB-PO-ORDER-QTY (WS-PO-IDX) TO NP-ORDER-QTY
004260     MOVE WS-TAB-PO-STATUS (WS-PO-IDX) TO NP-LINE-STATUS
004262     MOVE WS-TAB-PO-RECEIVED (WS-PO-IDX) TO NP-RECEIVED-QTY
004264     MOVE WS-TAB-PO-COST (WS-PO-IDX) TO NP-RECEIVED-COST
004270     WRITE NEW-PO-REC
004280     .
004290 3100-EXIT.
005190     .
005200 8800-EXIT.
005210     EXIT.

005220 2120-AVERAGE-RECEIPT-COST.
005230     COMPUTE WS-RECEIVED-VALUE =
005240         WS-TAB-PO-RECEIVED (WS-PO-SLOT)
005250         * WS-TAB-PO-COST (WS-PO-SLOT)
005255         + MV-QUANTITY * MV-UNIT-COST
005260     COMPUTE WS-TAB-PO-COST (WS-PO-SLOT) ROUNDED =
005270         WS-RECEIVED-VALUE
005280         / (WS-TAB-PO-RECEIVED (WS-PO-SLOT) + MV-QUANTITY)
005290     .
005300 2120-EXIT.
005310     EXIT.
