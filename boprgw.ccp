                10 WS-STK-QTY           PIC 9(4).
                10 WS-STK-ONHAND        PIC S9(7) COMP-3.
                10 WS-STK-FLAG          PIC X.
            05 WS-STK-COSTS OCCURS 10 TIMES.
                10 WS-STK-COST          PIC S9(5)V99 COMP-3 VALUE ZERO.
            05 WS-STK-SOURCE            PIC X(8) VALUE 'BOPRGW'.
            05 WS-STK-DOC-NO            PIC X(7) VALUE SPACES.
            05 WS-STK-OPER              PIC X(4) VALUE SPACES.
        01 WS-STOCK-EDIT-LENGTH   PIC S9(4) COMP VALUE 194.
        01 WS-STK-SUB             PIC 99 COMP.

        01 WS-PRODUCT-TABLE.
                VARYING WS-STK-SUB FROM 1 BY 1
                UNTIL WS-STK-SUB > 10.

            MOVE ORDFILE-INVOICE-NO TO WS-STK-DOC-NO.
            MOVE WS-OPER-ID TO WS-STK-OPER.

            EXEC CICS LINK
                PROGRAM('BOPRGPS')
                COMMAREA(WS-STOCK-EDIT)
            MOVE ORDFILE-ROUTE TO ORDHIST-ROUTE.
            MOVE ORDFILE-LOCATION TO ORDHIST-LOCATION.
            MOVE ORDFILE-SALES-REP TO ORDHIST-SALES-REP.
            MOVE ORDFILE-UNIT-COST(1) TO ORDHIST-UNIT-COST(1).
            MOVE ORDFILE-UNIT-COST(2) TO ORDHIST-UNIT-COST(2).
            MOVE ORDFILE-UNIT-COST(3) TO ORDHIST-UNIT-COST(3).
            MOVE ORDFILE-UNIT-COST(4) TO ORDHIST-UNIT-COST(4).
            MOVE ORDFILE-UNIT-COST(5) TO ORDHIST-UNIT-COST(5).
            MOVE ORDFILE-UNIT-COST(6) TO ORDHIST-UNIT-COST(6).
            MOVE ORDFILE-UNIT-COST(7) TO ORDHIST-UNIT-COST(7).
            MOVE ORDFILE-UNIT-COST(8) TO ORDHIST-UNIT-COST(8).
            MOVE ORDFILE-UNIT-COST(9) TO ORDHIST-UNIT-COST(9).
            MOVE ORDFILE-UNIT-COST(10) TO ORDHIST-UNIT-COST(10).
            MOVE ORDFILE-SHIPTO-CODE TO ORDHIST-SHIPTO-CODE.
            MOVE ORDFILE-CASH-SALE TO ORDHIST-CASH-SALE.
            MOVE ORDFILE-PROMISE-DATE TO ORDHIST-PROMISE-DATE.
            MOVE ORDFILE-BILL-DATE TO ORDHIST-BILL-DATE.
            MOVE ORDFILE-INV-SENT-DATE TO ORDHIST-INV-SENT-DATE.
            MOVE ORDFILE-INV-SENT-VIA TO ORDHIST-INV-SENT-VIA.

            MOVE EIBTRMID TO ORDHIST-DEL-TERM.

