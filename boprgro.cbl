      * INVCTL THE SAME WAY THE BOPRGRI IMPORT DOES (BLOCK
      * RESERVATION, SO IT IS SAFE ALONGSIDE ONLINE ENTRY).  THE
      * CUSTOMER NAME AND ADDRESS COME OFF CUSTFILE BY THE PHONE
      * KEY - OR, WHEN THE TEMPLATE CARRIES A SHIP-TO CODE, THE
      * ADDRESS COMES OFF THAT SHIPFILE SITE SO THE ORDER ROUTES
      * AND TAXES BY THE SHIP-TO POSTAL CODE.  A TEMPLATE WHOSE
      * CUSTOMER, SHIP-TO OR PART IS MISSING IS SKIPPED AND
      * REPORTED RATHER THAN STOPPING THE RUN.  A KIT LINE TAKES
      * AND COSTS ITS KITFILE COMPONENTS, AS BOPRGRI DOES.  AFTER
      * A GOOD ORDER THE TEMPLATE'S NEXT RUN DATE ROLLS FORWARD A
      * WEEK OR A MONTH BY ITS FREQUENCY.  PRINTS A REGISTER OF
      * WHAT EACH RUN CREATED.  RUN DAILY - SEE THE BOPRGRO JCL
                RECORD KEY IS CUST-KEY
                FILE STATUS IS WS-CUSTFILE-STATUS.

            SELECT SHIPFILE-IN ASSIGN TO SHIPFILE
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS SHIP-KEY
                FILE STATUS IS WS-SHIPFILE-STATUS.

            SELECT ORDFILE-OUT ASSIGN TO ORDFILE
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS INVCTL-KEY
                FILE STATUS IS WS-INVCTL-STATUS.

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

        FD  SHIPFILE-IN
            LABEL RECORDS ARE STANDARD.
        COPY 'SHIPFILE-LAYOUT'.

        FD  ORDFILE-OUT
            LABEL RECORDS ARE STANDARD.
        COPY 'ORDFILE-LAYOUT'.
            LABEL RECORDS ARE STANDARD.
        COPY 'INVCTL-LAYOUT'.

        FD  KITFILE-IN
            LABEL RECORDS ARE STANDARD.
        COPY 'KITFILE-LAYOUT'.

        FD  TAXRATE-FILE
            LABEL RECORDS ARE STANDARD.
        COPY 'TAXRATE-LAYOUT'.
            01  SQL-PRICE-DATE              PIC X(8).
            01  SQL-NEW-PART                PIC X(8).
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

        01 WS-STNDFILE-STATUS               PIC XX VALUE ZERO.
            88 WS-STNDFILE-EOF               VALUE '10'.

        01 WS-CUSTFILE-STATUS               PIC XX VALUE ZERO.
        01 WS-SHIPFILE-STATUS               PIC XX VALUE ZERO.
        01 WS-ORDFILE-STATUS                PIC XX VALUE ZERO.
        01 WS-INVCTL-STATUS                 PIC XX VALUE ZERO.
        01 WS-KITFILE-STATUS                PIC XX VALUE ZERO.
        01 WS-TAXRATE-STATUS                PIC XX VALUE ZERO.
        01 WS-ORDJRNL-STATUS                PIC XX VALUE ZERO.
        01 WS-LOCIN-STATUS                  PIC XX VALUE ZERO.

        01 WS-SKIP-MSG                      PIC X(40) VALUE SPACES.

        01 WS-SHIPTO-SW                     PIC X VALUE 'N'.
            88 WS-USE-SHIPTO                 VALUE 'Y'.

        01 WS-RETRIED-SW                    PIC X VALUE 'N'.
            88 WS-LINE-RETRIED               VALUE 'Y'.

        01 WS-SKIP-COUNT                    PIC 9(5) COMP VALUE ZERO.
        01 WS-COUNTER                       PIC 99 COMP.
        01 WS-QTY-NUM                       PIC 9(4).
        01 WS-KIT-SUB                       PIC 99 COMP.
        01 WS-KIT-COST                      PIC S9(5)V99 COMP-3.
        01 WS-EXT-PRICE                     PIC S9(7)V99 COMP-3.
        01 WS-ORDER-TOTAL                   PIC S9(7)V99 COMP-3.
        01 WS-GST-AMT                       PIC S9(7)V99 COMP-3.
        000-START-LOGIC.
            OPEN I-O STNDFILE-IO.
            OPEN INPUT CUSTFILE-IN.
            OPEN INPUT SHIPFILE-IN.
            OPEN I-O ORDFILE-OUT.
            OPEN I-O INVCTL-FILE.
            OPEN INPUT KITFILE-IN.
            OPEN INPUT TAXRATE-FILE.
            OPEN I-O ORDJRNL-FILE.
            OPEN OUTPUT REGISTER-OUT.
                    SET WS-SKIP-TEMPLATE TO TRUE
            END-READ.

      * A SHIP-TO CODE ON THE TEMPLATE DELIVERS TO THAT SHIPFILE
      * SITE.  A TEMPLATE WRITTEN BEFORE THE FIELD EXISTED CARRIES
      * LOW-VALUES THERE AND GOES TO THE BILLING ADDRESS.
            MOVE 'N' TO WS-SHIPTO-SW.

            IF NOT WS-SKIP-TEMPLATE
                AND STND-SHIPTO-CODE NOT = SPACES
                AND STND-SHIPTO-CODE NOT = LOW-VALUES
                MOVE STND-PHONE-KEY TO SHIP-PHONE-KEY
                MOVE STND-SHIPTO-CODE TO SHIP-CODE
                READ SHIPFILE-IN
                    KEY IS SHIP-KEY
                    INVALID KEY
                        MOVE 'SHIP-TO NOT ON SHIPFILE' TO WS-SKIP-MSG
                        SET WS-SKIP-TEMPLATE TO TRUE
                    NOT INVALID KEY
                        SET WS-USE-SHIPTO TO TRUE
                END-READ
            END-IF.

        330-BUILD-ORDER.
            MOVE LOW-VALUES TO ORDFILE-RECORD.

            MOVE STND-EXCHANGE TO ORDFILE-EXCHANGE.
            MOVE STND-PHONE-NUM TO ORDFILE-PHONE-NUM.

            IF WS-USE-SHIPTO
                MOVE SHIP-ADDR-LINE1 TO ORDFILE-ADDR-LINE1
                MOVE SHIP-ADDR-LINE2 TO ORDFILE-ADDR-LINE2
                MOVE SHIP-ADDR-LINE3 TO ORDFILE-ADDR-LINE3
                MOVE SHIP-POSTAL-1 TO ORDFILE-POSTAL-1
                MOVE SHIP-POSTAL-2 TO ORDFILE-POSTAL-2
                MOVE SHIP-CODE TO ORDFILE-SHIPTO-CODE
                MOVE SHIP-INSTRUCTIONS
                    TO ORDFILE-SPECIAL-INSTRUCTIONS
            ELSE
                MOVE SPACES TO ORDFILE-SHIPTO-CODE
            END-IF.

            MOVE STND-PROD-CODE(1) TO ORDFILE-P1A.
            MOVE STND-PROD-QTY(1)  TO ORDFILE-P1B.
            MOVE STND-PROD-CODE(2) TO ORDFILE-P2A.
        336-ZERO-EXT-PRICE.
            MOVE ZERO TO ORDFILE-EXT-AMT(WS-COUNTER).
            MOVE ZERO TO ORDFILE-UNIT-PRICE(WS-COUNTER).
            MOVE ZERO TO ORDFILE-UNIT-COST(WS-COUNTER).

        337-PRICE-ORDER.
            MOVE ZERO TO WS-ORDER-TOTAL.
                TO ORDFILE-UNIT-PRICE(WS-COUNTER).
            ADD WS-EXT-PRICE TO WS-ORDER-TOTAL.

            PERFORM 352-LINE-COST.

            GO TO 338-EXIT.

      * A DISCONTINUED PART WITH A SUPERSESSION ROW IS SWAPPED ON
            MOVE ZERO TO WS-GST-AMT.
            MOVE ZERO TO WS-PST-AMT.

            MOVE ORDFILE-POSTAL-1(1:1) TO TAXRATE-PROV.

            READ TAXRATE-FILE
                INVALID KEY
                WHENEVER NOT FOUND CONTINUE
            END-EXEC.

            MOVE 'D' TO SQL-LEDG-TYPE.
            MOVE 'BOPRGRO' TO SQL-LEDG-SOURCE.
            MOVE ORDFILE-INVOICE-NO TO SQL-LEDG-DOC-NO.
            MOVE 'BTCH' TO SQL-LEDG-OPER.
            MOVE ZERO TO SQL-LEDG-QUAR.

            PERFORM 351-TAKE-STOCK-LINE
                VARYING WS-COUNTER FROM 1 BY 1
                UNTIL WS-COUNTER > 10.
                OR STND-PROD-CODE(WS-COUNTER) = LOW-VALUES
                CONTINUE
            ELSE
                MOVE STND-PROD-QTY(WS-COUNTER) TO WS-QTY-NUM
                MOVE STND-PROD-CODE(WS-COUNTER) TO KIT-CODE

                READ KITFILE-IN
                    INVALID KEY
                        CONTINUE
                END-READ

                IF WS-KITFILE-STATUS = '00'
                    PERFORM 354-TAKE-KIT-COMPONENT
                        VARYING WS-KIT-SUB FROM 1 BY 1
                        UNTIL WS-KIT-SUB > 10
                ELSE
                    MOVE SPACES TO SQL-PRODUCT-CODE
                    MOVE STND-PROD-CODE(WS-COUNTER)
                        TO SQL-PRODUCT-CODE(1:4)
                    MOVE WS-QTY-NUM TO SQL-MOVE-QTY
                    PERFORM 355-TAKE-PART
                END-IF
            END-IF.

      * A KIT ON THE KITFILE TABLE NEVER MOVES STOCK UNDER ITS OWN
      * CODE - EACH COMPONENT COMES OUT FOR THE LINE QUANTITY
      * TIMES ITS QUANTITY PER KIT, THE SAME AS BOPRGPS DOES FOR
      * ONLINE ENTRY.
        354-TAKE-KIT-COMPONENT.
            IF KIT-COMP-CODE(WS-KIT-SUB) > SPACES
                MOVE SPACES TO SQL-PRODUCT-CODE
                MOVE KIT-COMP-CODE(WS-KIT-SUB) TO SQL-PRODUCT-CODE(1:4)
                COMPUTE SQL-MOVE-QTY =
                    WS-QTY-NUM * KIT-COMP-QTY(WS-KIT-SUB)
                PERFORM 355-TAKE-PART
            END-IF.

        355-TAKE-PART.
            COMPUTE SQL-LEDG-ONHAND = 0 - SQL-MOVE-QTY.

            EXEC SQL UPDATE BILLM.PART_ONHAND
                SET QTY_ON_HAND = QTY_ON_HAND - :SQL-MOVE-QTY
                WHERE PART_CODE = :SQL-PRODUCT-CODE
                  AND LOCATION = :SQL-LOCATION
            END-EXEC.

            IF SQLCODE = 0
                PERFORM 353-WRITE-LEDGER
            END-IF.

      * THE LINE'S COST IS THE TEMPLATE BRANCH'S AVERAGE COST OFF
      * BILLM.PART_ONHAND, FROZEN ON THE ORDER NEXT TO THE UNIT
      * PRICE THE SAME AS ONLINE ENTRY.  A PART WITH NO INVENTORY
      * ROW COSTS ZERO.
        352-LINE-COST.
            MOVE STND-PROD-CODE(WS-COUNTER) TO KIT-CODE.

            READ KITFILE-IN
                INVALID KEY
                    CONTINUE
            END-READ.

            IF WS-KITFILE-STATUS = '00'
                MOVE ZERO TO WS-KIT-COST
                PERFORM 356-KIT-COMPONENT-COST
                    VARYING WS-KIT-SUB FROM 1 BY 1
                    UNTIL WS-KIT-SUB > 10
                MOVE WS-KIT-COST TO ORDFILE-UNIT-COST(WS-COUNTER)
            ELSE
                PERFORM 357-PART-COST
                MOVE SQL-AVG-COST TO ORDFILE-UNIT-COST(WS-COUNTER)
            END-IF.

      * A KIT COSTS THE SUM OF ITS COMPONENTS' AVERAGE COSTS.
        356-KIT-COMPONENT-COST.
            IF KIT-COMP-CODE(WS-KIT-SUB) > SPACES
                MOVE SPACES TO SQL-PRODUCT-CODE
                MOVE KIT-COMP-CODE(WS-KIT-SUB) TO SQL-PRODUCT-CODE(1:4)
                PERFORM 357-PART-COST
                COMPUTE WS-KIT-COST = WS-KIT-COST
                    + SQL-AVG-COST * KIT-COMP-QTY(WS-KIT-SUB)
            END-IF.

        357-PART-COST.
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
        353-WRITE-LEDGER.
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

        360-JOURNAL-ORDER.
            MOVE 'W' TO JRNL-ACTION.
            MOVE ORDFILE-RECORD TO JRNL-ORDER-IMAGE.

            CLOSE STNDFILE-IO.
            CLOSE CUSTFILE-IN.
            CLOSE SHIPFILE-IN.
            CLOSE ORDFILE-OUT.
            CLOSE INVCTL-FILE.
            CLOSE KITFILE-IN.
            CLOSE TAXRATE-FILE.
            CLOSE ORDJRNL-FILE.
            CLOSE REGISTER-OUT.
