                OR WS-PRODUCT-CODE-1(WS-COUNTER) EQUALS SPACES
                MOVE ZERO TO ORDFILE-EXT-AMT(WS-COUNTER)
                MOVE ZERO TO ORDFILE-UNIT-PRICE(WS-COUNTER)
                MOVE ZERO TO ORDFILE-UNIT-COST(WS-COUNTER)
            ELSE
                IF WS-PICKED-QTY(WS-COUNTER) EQUALS ZERO
                    MOVE SPACES TO WS-PRODUCT-CODE-1(WS-COUNTER)
                    MOVE SPACES TO WS-PRODUCT-CODE-2(WS-COUNTER)
                    MOVE ZERO TO ORDFILE-EXT-AMT(WS-COUNTER)
                    MOVE ZERO TO ORDFILE-UNIT-PRICE(WS-COUNTER)
                    MOVE ZERO TO ORDFILE-UNIT-COST(WS-COUNTER)
                ELSE
                    MOVE WS-PICKED-QTY(WS-COUNTER)
                        TO WS-PRODUCT-CODE-2(WS-COUNTER)
