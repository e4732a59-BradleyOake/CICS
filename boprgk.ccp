                10 WS-STK-QTY           PIC 9(4).
                10 WS-STK-ONHAND        PIC S9(7) COMP-3.
                10 WS-STK-FLAG          PIC X.
            05 WS-STK-COSTS OCCURS 10 TIMES.
                10 WS-STK-COST          PIC S9(5)V99 COMP-3 VALUE ZERO.
            05 WS-STK-SOURCE            PIC X(8) VALUE 'BOPRGK'.
            05 WS-STK-DOC-NO            PIC X(7) VALUE SPACES.
            05 WS-STK-OPER              PIC X(4) VALUE SPACES.
        01 WS-STOCK-EDIT-LENGTH   PIC S9(4) COMP VALUE 194.
        01 WS-STK-SUB             PIC 99 COMP.


            MOVE SPACES TO ORDFILE-DEL-RECEIVER.
            MOVE SPACES TO ORDFILE-DEL-REASON.
            MOVE SPACES TO ORDFILE-ROUTE.
            MOVE SPACE TO ORDFILE-CASH-SALE.
            MOVE SPACES TO ORDFILE-PROMISE-DATE.
            MOVE SPACES TO ORDFILE-BILL-DATE.
            MOVE SPACES TO ORDFILE-INV-SENT-DATE.
            MOVE SPACE TO ORDFILE-INV-SENT-VIA.
            MOVE CRDCTL-LAST-CREDIT TO ORDFILE-INVOICE-NO.
            SET ORDFILE-IS-CREDIT TO TRUE.

            END-EXEC.

      * LINES NOT COMING BACK ARE DROPPED FROM THE CREDIT NOTE SO
      * ONLY THE RETURNED PARTS AND QUANTITIES APPEAR ON IT.  A
      * RETURNED LINE KEEPS THE UNIT COST THE INVOICE FROZE, SO
      * THE CREDIT TAKES BACK EXACTLY THE MARGIN THE SALE MADE.
        551-SET-CREDIT-LINE.
            IF WS-RETURN-QTY(WS-COUNTER) > ZERO
                MOVE WS-RETURN-QTY(WS-COUNTER)
                MOVE WS-EXT-PRICE TO ORDFILE-EXT-AMT(WS-COUNTER)
                MOVE LK-PRICE(WS-COUNTER)
                    TO ORDFILE-UNIT-PRICE(WS-COUNTER)
                IF ORDFILE-UNIT-COST(WS-COUNTER) IS NOT NUMERIC
                    MOVE ZERO TO ORDFILE-UNIT-COST(WS-COUNTER)
                END-IF
            ELSE
                MOVE SPACES TO WS-PRODUCT-CODE-1(WS-COUNTER)
                MOVE SPACES TO WS-PRODUCT-CODE-2(WS-COUNTER)
                MOVE ZERO TO ORDFILE-EXT-AMT(WS-COUNTER)
                MOVE ZERO TO ORDFILE-UNIT-PRICE(WS-COUNTER)
                MOVE ZERO TO ORDFILE-UNIT-COST(WS-COUNTER)
            END-IF.

        560-COMPUTE-TAX.
                VARYING WS-STK-SUB FROM 1 BY 1
                UNTIL WS-STK-SUB > 10.

            MOVE ORDFILE-INVOICE-NO TO WS-STK-DOC-NO.
            MOVE WS-OPER-ID TO WS-STK-OPER.

            EXEC CICS LINK
                PROGRAM('BOPRGPS')
                COMMAREA(WS-STOCK-EDIT)
