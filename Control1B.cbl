000485*                SUBPROGRAM - SO AN IMPLIED DELIVERY DATE NO   *
000486*                LONGER LANDS ON A DAY NOBODY IS IN TO TAKE    *
000487*                IT.                                           *
000488*  10/15/26  JH  NEW PO LINES START WITH NOTHING RECEIVED.     *
000489*----------------------------------------------------------*

000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
004650     MOVE WS-TAB-ORDER-ITEM (WS-ORD-IDX) TO PO-ITEM-CODE
004660     MOVE WS-TAB-ORDER-QTY (WS-ORD-IDX) TO PO-ORDER-QTY
004662     MOVE "O" TO PO-LINE-STATUS
004664     MOVE ZERO TO PO-RECEIVED-QTY
004666     MOVE ZERO TO PO-RECEIVED-COST
004670     IF PURCHASE-ORDER-OK
004680        WRITE PURCHASE-ORDER-REC
004690     END-IF
