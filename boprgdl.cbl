      * STOP WALKING THE WHOLE ORDFILE KSDS EVERY NIGHT AND THE
      * NUMBERS SURVIVE THE BOPRGRH ARCHIVE PURGE:
      *   BILLM.ORDER_HIST      - ONE ROW PER INVOICE/CREDIT
      *   BILLM.ORDER_LINE_HIST - ONE ROW PER PART LINE, WITH THE
      *                           UNIT COST FROZEN ON THE LINE
      *                           NEXT TO ITS UNIT PRICE
      *   BILLM.PAY_HIST        - ONE ROW PER PAYMENT
      * EVERY ORDFILE RECORD ADDED OR TOUCHED ON THE SELECTED DAY
      * (DAYIN CARD, YYYYMMDD IN COLUMNS 1-8; DUMMY = TODAY) IS
            01  SQL-LINE-QTY                PIC S9(5) COMP-3.
            01  SQL-UNIT-PRICE              PIC S9(5)V99 COMP-3.
            01  SQL-EXT-AMT                 PIC S9(5)V99 COMP-3.
            01  SQL-UNIT-COST               PIC S9(5)V99 COMP-3.
            01  SQL-PAY-SEQ                 PIC S9(3) COMP-3.
            01  SQL-PAY-DATE                PIC X(8).
            01  SQL-PAY-METHOD              PIC X(1).
                    TO SQL-UNIT-PRICE
                MOVE ORDFILE-EXT-AMT(WS-COUNTER) TO SQL-EXT-AMT

      * AN ORDER WRITTEN BEFORE COSTS WERE KEPT HAS LOW-VALUES IN
      * THE COST SLOT - IT LOADS AS ZERO COST.
                IF ORDFILE-UNIT-COST(WS-COUNTER) IS NUMERIC
                    MOVE ORDFILE-UNIT-COST(WS-COUNTER)
                        TO SQL-UNIT-COST
                ELSE
                    MOVE ZERO TO SQL-UNIT-COST
                END-IF

                EXEC SQL INSERT INTO BILLM.ORDER_LINE_HIST
                    (INVOICE_NO, LINE_NO, PART_CODE, QTY,
                     UNIT_PRICE, EXT_AMT, UNIT_COST)
                    VALUES
                    (:SQL-INVOICE-NO, :SQL-LINE-NO,
                     :SQL-PART-CODE, :SQL-LINE-QTY,
                     :SQL-UNIT-PRICE, :SQL-EXT-AMT,
                     :SQL-UNIT-COST)
                END-EXEC
            END-IF.

