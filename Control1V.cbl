000260*                PARAMETER FILE, SO THE YEAR-END STOCKTAKE  *
000270*                VALUATION STOPS BEING DONE ON A            *
000280*                CALCULATOR FROM THE PRINTED STOCK LIST.    *
000282*  10/15/26  JH  THE STOCK VOUCHER IS NOW ADDED TO THE      *
000284*                VOUCHER FILE, NOT WRITTEN OVER IT, SO      *
000286*                VOUCHERS THE GL RUN HANDED BACK ARE KEPT.  *
000290*----------------------------------------------------------*

000300 ENVIRONMENT DIVISION.
002310     IF NOT ACCOUNTS-LOADED
002320        GO TO 3500-EXIT
002330     END-IF
002332*    THE VOUCHER FILE IS ADDED TO, NOT REPLACED - THE GL
002334*    POSTING RUN LEAVES BACK IN IT WHAT IT COULD NOT POST.
002340     OPEN EXTEND STOCK-VOUCHER-FILE
002342     IF NOT STOCK-VOUCHER-OK
002344        OPEN OUTPUT STOCK-VOUCHER-FILE
002346     END-IF
002350     IF NOT STOCK-VOUCHER-OK
002360        DISPLAY "CONTROL1V - UNABLE TO OPEN STOCK-VOUCHER-FILE"
002370        GO TO 3500-EXIT
