000595*                RUN DATE, SO A STUDENT ON AN AGREED        *
000596*                INSTALMENT PLAN NO LONGER SHOWS 90 DAYS    *
000597*                IN ARREARS FOR MONEY NOT YET DUE.          *
000598*  10/15/26  JH  UNAPPLIED CASH NOW COUNTS OPEN CASH ITEMS *
000599*                ONLY, LESS ANY PART REFUNDED.              *
000600*  10/15/26  JH  CASH NOW ALSO RELIEVES ROOM-DAMAGE ITEMS   *
000601*                BILLED AT CHECKOUT INSPECTION.             *
000603*  10/15/26  JH  DUNNING LETTERS NOW PRINT THE STUDENT'S    *
000604*                POSTAL ADDRESS FROM THE STUDENT ADDRESS    *
000605*                FILE IN PLACE OF THE CITY NAME. A LETTER   *
000606*                FOR A STUDENT WITH NO USABLE ADDRESS IS    *
000607*                HELD ON THE ADDRESS EXCEPTION LIST AND     *
000608*                COUNTED ON THE SUMMARY.                    *
000609*----------------------------------------------------------*

000610 ENVIRONMENT DIVISION.
000620 CONFIGURATION SECTION.
001550     05  WS-LETTER-30-COUNT     PIC 9(05) COMP VALUE ZERO.
001560     05  WS-LETTER-60-COUNT     PIC 9(05) COMP VALUE ZERO.
001570     05  WS-LETTER-90-COUNT     PIC 9(05) COMP VALUE ZERO.
001575     05  WS-LETTER-HELD-COUNT   PIC 9(05) COMP VALUE ZERO.
001576     05  WS-ADDRESS-SUB         PIC 9(01) VALUE ZERO.

001580 01  WS-LETTER-LEVEL            PIC 9(01) VALUE ZERO.
001590     88  NO-LETTER-DUE              VALUE 0.
002750         10  LT-STUDENT-ID      PIC X(07).
002760         10  FILLER             PIC X(01) VALUE ")".
002770         10  FILLER             PIC X(28) VALUE SPACE.
002780     05  WS-LETTER-ADDRESS-LINE.
002790         10  FILLER             PIC X(11) VALUE SPACE.
002800         10  LT-ADDRESS-LINE    PIC X(30).
002810         10  FILLER             PIC X(39) VALUE SPACE.
002830     05  WS-LETTER-AMOUNT-LINE.
002840         10  FILLER             PIC X(12) VALUE
002850             "OUTSTANDING-".
003030         10  FILLER             PIC X(14) VALUE "FINAL NOTICES-".
003040         10  LS-90-COUNT        PIC ZZZZ9.
003050         10  FILLER             PIC X(11) VALUE SPACE.
003051     05  WS-LETTER-HELD-LINE.
003052         10  FILLER             PIC X(30) VALUE
003053             "LETTERS HELD - NO ADDRESS    -".
003054         10  LH-HELD-COUNT      PIC ZZZZ9.
003055         10  FILLER             PIC X(45) VALUE SPACE.

003056 COPY ADDRPARM.

003060 PROCEDURE DIVISION.

003580     PERFORM 1300-LOAD-ACCOUNT-MAP THRU 1300-EXIT

003590     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003591     MOVE "A" TO AB-FUNCTION
003592     MOVE "CONTROL3P" TO AB-PROGRAM-ID
003593     MOVE "DUNNING LETTER" TO AB-DOCUMENT
003594     MOVE WS-RUN-DATE TO AB-RUN-DATE

003600     IF NOT END-OF-PAYMENT-FILE
003610        PERFORM 1100-READ-PAYMENT THRU 1100-EXIT
004550     MOVE OI-CITY-CODE TO WS-LAST-CITY-CODE
004560     MOVE OI-CITY-NAME TO WS-LAST-CITY-NAME
004570     MOVE OI-CURRENCY-CODE TO WS-LAST-CURRENCY
004580     IF NOT OPEN-ITEM-IS-CHARGE
004590        GO TO 2100-EXIT
004600     END-IF
004610     IF NOT OPEN-ITEM-IS-OPEN
006030     IF END-OF-LEDGER-SCAN
006040        GO TO 3100-EXIT
006050     END-IF
006052*    CASH THE REFUND RUN HAS PAID BACK IS CARRIED IN THE CASH
006054*    ITEM'S BILLED AMOUNT, SO ONLY WHAT IS LEFT OF AN OPEN
006056*    CASH ITEM IS STILL UNAPPLIED.
006060     IF OPEN-ITEM-IS-CASH
006065        IF OPEN-ITEM-IS-OPEN
006070           ADD 1 TO WS-UNAPPLIED-COUNT
006080           ADD OI-PAID-AMOUNT TO WS-TOTAL-UNAPPLIED
006085           SUBTRACT OI-BILLED-AMOUNT FROM WS-TOTAL-UNAPPLIED
006087        END-IF
006090        GO TO 3100-EXIT
006100     END-IF
006110     ADD 1 TO WS-ITEM-COUNT
006690     IF NOT DUNNING-LETTER-OK
006700        GO TO 3500-EXIT
006710     END-IF
006711*    A LETTER FOR A STUDENT WITH NO USABLE ADDRESS IS HELD
006712*    BACK ON THE ADDRESS EXCEPTION LIST INSTEAD OF PRINTED.
006713     MOVE OI-STUDENT-ID TO AB-STUDENT-ID
006714     MOVE OI-STUDENT-NAME TO AB-STUDENT-NAME
006715     CALL "ADDRBLK" USING ADDRESS-BLOCK-PARM
006716     IF AB-NO-USABLE-ADDRESS
006717        ADD 1 TO WS-LETTER-HELD-COUNT
006718        GO TO 3500-EXIT
006719     END-IF
006720     MOVE WS-LETTER-RULE TO DUNNING-LETTER-LINE
006730     WRITE DUNNING-LETTER-LINE
006740     EVALUATE WS-LETTER-LEVEL
006940     MOVE OI-STUDENT-ID TO LT-STUDENT-ID
006950     MOVE WS-LETTER-NAME-LINE TO DUNNING-LETTER-LINE
006960     WRITE DUNNING-LETTER-LINE
006970     PERFORM 3510-WRITE-ADDRESS-LINE THRU 3510-EXIT
006980         VARYING WS-ADDRESS-SUB FROM 1 BY 1
006990         UNTIL WS-ADDRESS-SUB > AB-LINE-COUNT
007000     MOVE WS-OUTSTANDING-AMOUNT TO LT-AMOUNT
007010     MOVE OI-CURRENCY-CODE TO LT-CURRENCY
007020     MOVE WS-LETTER-AMOUNT-LINE TO DUNNING-LETTER-LINE
007070 3500-EXIT.
007080     EXIT.

007081 3510-WRITE-ADDRESS-LINE.
007082     MOVE AB-ADDRESS-LINE (WS-ADDRESS-SUB) TO LT-ADDRESS-LINE
007083     MOVE WS-LETTER-ADDRESS-LINE TO DUNNING-LETTER-LINE
007084     WRITE DUNNING-LETTER-LINE
007085     .
007086 3510-EXIT.
007087     EXIT.

007090 3600-PRINT-LETTER-SUMMARY.
007100     IF NOT DUNNING-LETTER-OK
007110        GO TO 3600-EXIT
007170     MOVE WS-LETTER-90-COUNT TO LS-90-COUNT
007180     MOVE WS-LETTER-SUMMARY-LINE TO DUNNING-LETTER-LINE
007190     WRITE DUNNING-LETTER-LINE
007191     MOVE WS-LETTER-HELD-COUNT TO LH-HELD-COUNT
007192     MOVE WS-LETTER-HELD-LINE TO DUNNING-LETTER-LINE
007193     WRITE DUNNING-LETTER-LINE
007200     .
007210 3600-EXIT.
007220     EXIT.
007850     CLOSE AUDIT-LOG-FILE
007860     CLOSE DUNNING-LETTER-FILE
007870     CLOSE JOURNAL-VOUCHER-FILE
007875     MOVE "C" TO AB-FUNCTION
007876     CALL "ADDRBLK" USING ADDRESS-BLOCK-PARM
007880     DISPLAY "CONTROL3P - OPEN ITEMS AGED: " WS-ITEM-COUNT
007890     DISPLAY "CONTROL3P - PAYMENTS POSTED: " WS-PAYMENT-COUNT
007900     DISPLAY "CONTROL3P - ITEMS CLOSED THIS RUN: "
007980     DISPLAY "CONTROL3P - REMINDER LETTERS: "
007990         WS-LETTER-30-COUNT " / " WS-LETTER-60-COUNT
008000         " / " WS-LETTER-90-COUNT
008005     DISPLAY "CONTROL3P - LETTERS HELD, NO ADDRESS: "
008006         WS-LETTER-HELD-COUNT
008010     .
008020 8000-EXIT.
008030     EXIT.
