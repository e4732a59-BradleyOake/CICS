      * GOOD ORDER IS PRICED OFF BILLM.PART_CODES (UNIT PRICES AND
      * EXTENDED AMOUNTS STORED ON THE RECORD THE SAME AS ONLINE
      * ENTRY), TAXED OFF THE TAXRATE TABLE AND TAKEN OUT OF
      * BILLM.PART_ONHAND - A KIT ON THE KITFILE TABLE PRICES AS
      * ONE LINE BUT ITS COMPONENT PARTS ARE WHAT COME OUT OF
      * STOCK, AND ITS COST IS THEIRS ADDED UP.  A RECORD THAT
      * FAILS AN EDIT OR NAMES A PART NOT ON THE PART TABLE IS
      * SKIPPED AND LOGGED TO THE IMPREJ EXCEPTION REPORT RATHER
      * THAN STOPPING THE RUN.
      *
      * CHECKPOINTS AFTER EVERY INPUT RECORD INTO IMPCTL - IF THE
      * JOB GETS CUT OFF PARTWAY THROUGH, THE NEXT RUN SKIPS BACK
                RECORD KEY IS CUST-KEY
                FILE STATUS IS WS-CUSTFILE-STATUS.

            SELECT KITFILE-IN ASSIGN TO KITFILE
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS KIT-KEY
                FILE STATUS IS WS-KITFILE-STATUS.

            SELECT TAXRATE-FILE ASSIGN TO TAXRATE
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
            LABEL RECORDS ARE STANDARD.
        COPY 'CUSTFILE-LAYOUT'.

        FD  KITFILE-IN
            LABEL RECORDS ARE STANDARD.
        COPY 'KITFILE-LAYOUT'.

        FD  TAXRATE-FILE
            LABEL RECORDS ARE STANDARD.
        COPY 'TAXRATE-LAYOUT'.
            01  SQL-MOVE-QTY                PIC S9(7) COMP-3.
            01  SQL-PRICE-DATE              PIC X(8).
            01  SQL-LOCATION                PIC X(2).
            01  SQL-AVG-COST                PIC S9(5)V99 COMP-3.
            01  SQL-LEDG-DATE               PIC X(8).
            01  SQL-LEDG-TIME               PIC X(6).
            01  SQL-LEDG-TYPE               PIC X(1).
            01  SQL-LEDG-ONHAND             PIC S9(7) COMP-3.
            01  SQL-LEDG-QUAR               PIC S9(7) COMP-3.
            01  SQL-LEDG-SOURCE             PIC X(8).
            01  SQL-LEDG-DOC-NO             PIC X(7).
            01  SQL-LEDG-OPER               PIC X(4).
        EXEC SQL END DECLARE SECTION END-EXEC.

        01 WS-IMPORT-STATUS                 PIC XX VALUE ZERO.
        01 WS-IMPCTL-STATUS                 PIC XX VALUE ZERO.
        01 WS-LOCIN-STATUS                  PIC XX VALUE ZERO.
        01 WS-CUSTFILE-STATUS               PIC XX VALUE ZERO.
        01 WS-KITFILE-STATUS                PIC XX VALUE ZERO.
        01 WS-TAXRATE-STATUS                PIC XX VALUE ZERO.
        01 WS-ORDJRNL-STATUS                PIC XX VALUE ZERO.
        01 WS-RPTSTAT-STATUS                PIC XX VALUE ZERO.
        01 WS-SKIP-COUNT                    PIC 9(7) COMP VALUE ZERO.
        01 WS-COUNTER                       PIC 99 COMP.
        01 WS-QTY-NUM                       PIC 9(4).
        01 WS-KIT-SUB                       PIC 99 COMP.
        01 WS-KIT-COST                      PIC S9(5)V99 COMP-3.
        01 WS-BLOCK-SIZE                    PIC 9(4) COMP VALUE 100.
        01 WS-NEXT-INVOICE                  PIC 9(7) VALUE ZERO.
        01 WS-BLOCK-LIMIT                   PIC 9(7) VALUE ZERO.
            OPEN I-O INVCTL-FILE.
            OPEN I-O IMPCTL-FILE.
            OPEN INPUT CUSTFILE-IN.
            OPEN INPUT KITFILE-IN.
            OPEN INPUT TAXRATE-FILE.
            OPEN I-O ORDJRNL-FILE.
            OPEN I-O RPTSTAT-FILE.
            MOVE 'BTCH' TO ORDFILE-ENTRY-OPER.
            MOVE WS-IMPORT-LOC TO ORDFILE-LOCATION.
            MOVE SPACES TO ORDFILE-SALES-REP.
            MOVE SPACES TO ORDFILE-SHIPTO-CODE.
            MOVE SPACES TO ORDFILE-ROUTE.
            MOVE SPACE TO ORDFILE-CASH-SALE.
            MOVE SPACES TO ORDFILE-PROMISE-DATE.
            MOVE SPACES TO ORDFILE-BILL-DATE.
            MOVE SPACES TO ORDFILE-INV-SENT-DATE.
            MOVE SPACE TO ORDFILE-INV-SENT-VIA.
            MOVE SPACES TO ORDFILE-DEL-DATE.
            MOVE SPACES TO ORDFILE-DEL-TIME.
            MOVE SPACES TO ORDFILE-DEL-RECEIVER.
        336-ZERO-EXT-PRICE.
            MOVE ZERO TO ORDFILE-EXT-AMT(WS-COUNTER).
            MOVE ZERO TO ORDFILE-UNIT-PRICE(WS-COUNTER).
            MOVE ZERO TO ORDFILE-UNIT-COST(WS-COUNTER).

      * PRICE THE ORDER THE SAME WAY ONLINE ENTRY DOES - UNIT
      * PRICE OFF BILLM.PART_CODES PER LINE, EXTENDED AMOUNTS AND
                TO ORDFILE-UNIT-PRICE(WS-COUNTER).
            ADD WS-EXT-PRICE TO WS-ORDER-TOTAL.

            PERFORM 347-LINE-COST.

            GO TO 338-EXIT.

            338-NOT-FOUND.
                WHENEVER NOT FOUND CONTINUE
            END-EXEC.

            MOVE 'D' TO SQL-LEDG-TYPE.
            MOVE 'BOPRGRI' TO SQL-LEDG-SOURCE.
            MOVE ORDFILE-INVOICE-NO TO SQL-LEDG-DOC-NO.
            MOVE 'BTCH' TO SQL-LEDG-OPER.
            MOVE ZERO TO SQL-LEDG-QUAR.

            PERFORM 346-TAKE-STOCK-LINE
                VARYING WS-COUNTER FROM 1 BY 1
                UNTIL WS-COUNTER > 10.
                OR IMPORT-PROD-CODE(WS-COUNTER) = LOW-VALUES
                CONTINUE
            ELSE
                MOVE IMPORT-PROD-QTY(WS-COUNTER) TO WS-QTY-NUM
                MOVE IMPORT-PROD-CODE(WS-COUNTER) TO KIT-CODE

                READ KITFILE-IN
                    INVALID KEY
                        CONTINUE
                END-READ

                IF WS-KITFILE-STATUS = '00'
                    PERFORM 341-TAKE-KIT-COMPONENT
                        VARYING WS-KIT-SUB FROM 1 BY 1
                        UNTIL WS-KIT-SUB > 10
                ELSE
                    MOVE SPACES TO SQL-PRODUCT-CODE
                    MOVE IMPORT-PROD-CODE(WS-COUNTER)
                        TO SQL-PRODUCT-CODE(1:4)
                    MOVE WS-QTY-NUM TO SQL-MOVE-QTY
                    PERFORM 342-TAKE-PART
                END-IF
            END-IF.

      * A KIT ON THE KITFILE TABLE NEVER MOVES STOCK UNDER ITS OWN
      * CODE - EACH COMPONENT COMES OUT FOR THE LINE QUANTITY
      * TIMES ITS QUANTITY PER KIT, THE SAME AS BOPRGPS DOES FOR
      * ONLINE ENTRY.
        341-TAKE-KIT-COMPONENT.
            IF KIT-COMP-CODE(WS-KIT-SUB) > SPACES
                MOVE SPACES TO SQL-PRODUCT-CODE
                MOVE KIT-COMP-CODE(WS-KIT-SUB) TO SQL-PRODUCT-CODE(1:4)
                COMPUTE SQL-MOVE-QTY =
                    WS-QTY-NUM * KIT-COMP-QTY(WS-KIT-SUB)
                PERFORM 342-TAKE-PART
            END-IF.

        342-TAKE-PART.
            COMPUTE SQL-LEDG-ONHAND = 0 - SQL-MOVE-QTY.

            EXEC SQL UPDATE BILLM.PART_ONHAND
                SET QTY_ON_HAND = QTY_ON_HAND - :SQL-MOVE-QTY
                WHERE PART_CODE = :SQL-PRODUCT-CODE
                  AND LOCATION = :SQL-LOCATION
            END-EXEC.

            IF SQLCODE = 0
                PERFORM 348-WRITE-LEDGER
            END-IF.

      * THE LINE'S COST IS THE IMPORT BRANCH'S AVERAGE COST OFF
      * BILLM.PART_ONHAND, FROZEN ON THE ORDER NEXT TO THE UNIT
      * PRICE THE SAME AS ONLINE ENTRY.  A PART WITH NO INVENTORY
      * ROW COSTS ZERO.
        347-LINE-COST.
            MOVE IMPORT-PROD-CODE(WS-COUNTER) TO KIT-CODE.

            READ KITFILE-IN
                INVALID KEY
                    CONTINUE
            END-READ.

            IF WS-KITFILE-STATUS = '00'
                MOVE ZERO TO WS-KIT-COST
                PERFORM 343-KIT-COMPONENT-COST
                    VARYING WS-KIT-SUB FROM 1 BY 1
                    UNTIL WS-KIT-SUB > 10
                MOVE WS-KIT-COST TO ORDFILE-UNIT-COST(WS-COUNTER)
            ELSE
                PERFORM 344-PART-COST
                MOVE SQL-AVG-COST TO ORDFILE-UNIT-COST(WS-COUNTER)
            END-IF.

      * A KIT COSTS THE SUM OF ITS COMPONENTS' AVERAGE COSTS.
        343-KIT-COMPONENT-COST.
            IF KIT-COMP-CODE(WS-KIT-SUB) > SPACES
                MOVE SPACES TO SQL-PRODUCT-CODE
                MOVE KIT-COMP-CODE(WS-KIT-SUB) TO SQL-PRODUCT-CODE(1:4)
                PERFORM 344-PART-COST
                COMPUTE WS-KIT-COST = WS-KIT-COST
                    + SQL-AVG-COST * KIT-COMP-QTY(WS-KIT-SUB)
            END-IF.

        344-PART-COST.
            MOVE ZERO TO SQL-AVG-COST.

            EXEC SQL SELECT AVG_COST
                INTO :SQL-AVG-COST
                FROM BILLM.PART_ONHAND
                WHERE PART_CODE = :SQL-PRODUCT-CODE
                  AND LOCATION = :SQL-LOCATION
            END-EXEC.

            IF SQLCODE = 100
                MOVE ZERO TO SQL-AVG-COST
            END-IF.

      * THE TAKE GOES ON THE BILLM.STOCK_LEDGER STOCK CARD THE
      * SAME AS AN ONLINE ONE THROUGH BOPRGPS - 'BTCH' STANDS IN
      * FOR THE OPERATOR.
        348-WRITE-LEDGER.
            ACCEPT WS-CURRENT-TIME FROM TIME.
            MOVE WS-CURRENT-DATE TO SQL-LEDG-DATE.
            MOVE WS-CURR-HHMMSS TO SQL-LEDG-TIME.

            EXEC SQL INSERT INTO BILLM.STOCK_LEDGER
                (PART_CODE, LOCATION, MOVE_DATE, MOVE_TIME,
                 MOVE_TYPE, ONHAND_CHG, QUAR_CHG,
                 ONHAND_AFTER, QUAR_AFTER,
                 SOURCE_PGM, DOC_NO, OPER_ID)
                SELECT PART_CODE, LOCATION, :SQL-LEDG-DATE,
                       :SQL-LEDG-TIME, :SQL-LEDG-TYPE,
                       :SQL-LEDG-ONHAND, :SQL-LEDG-QUAR,
                       QTY_ON_HAND, QTY_QUARANTINE,
                       :SQL-LEDG-SOURCE, :SQL-LEDG-DOC-NO,
                       :SQL-LEDG-OPER
                FROM BILLM.PART_ONHAND
                WHERE PART_CODE = :SQL-PRODUCT-CODE
                  AND LOCATION = :SQL-LOCATION
            END-EXEC.

        340-WRITE-ORDER.
            WRITE ORDFILE-RECORD
                INVALID KEY
            CLOSE INVCTL-FILE.
            CLOSE IMPCTL-FILE.
            CLOSE CUSTFILE-IN.
            CLOSE KITFILE-IN.
            CLOSE TAXRATE-FILE.
            CLOSE ORDJRNL-FILE.
            CLOSE RPTSTAT-FILE.
