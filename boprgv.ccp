      * THE POFILE LINE - THE LINE CLOSES TO STATUS 'R' ONCE THE
      * FULL QUANTITY IS IN, SO RECEIPTS FINALLY MOVE THROUGH THE
      * SYSTEM INSTEAD OF SPUFI.
      * EVERY LINE RECEIVED ALSO NEEDS THE SUPPLIER'S UNIT COST
      * OFF THE PACKING SLIP.  IT IS KEPT ON THE POFILE LINE AND
      * GOES TO BOPRGPS WITH THE 'R' RECEIVE ACTION, WHICH ROLLS IT
      * INTO THE BRANCH'S RUNNING AVERAGE COST ON PART_ONHAND -
      * THE COST ORDERS ARE MARGINED AND STOCK IS VALUED AT.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        01 WS-SHOWN-COUNT       PIC 99 COMP VALUE ZERO.
        01 WS-KEYED-COUNT       PIC 99 COMP VALUE ZERO.
        01 WS-RECV-QTY          PIC 9(5).
        01 WS-COST-DOLLARS      PIC 9(5).
        01 WS-COST-CENTS        PIC 9(2).
        01 WS-RECV-COST         PIC S9(5)V99 COMP-3.
        01 WS-STILL-DUE         PIC S9(5) COMP-3.

        01 WS-BROWSE-KEY.
                10 WS-STK-QTY           PIC 9(4).
                10 WS-STK-ONHAND        PIC S9(7) COMP-3.
                10 WS-STK-FLAG          PIC X.
            05 WS-STK-COSTS OCCURS 10 TIMES.
                10 WS-STK-COST          PIC S9(5)V99 COMP-3.
            05 WS-STK-SOURCE            PIC X(8) VALUE 'BOPRGV'.
            05 WS-STK-DOC-NO            PIC X(7) VALUE SPACES.
            05 WS-STK-OPER              PIC X(4) VALUE SPACES.
        01 WS-STOCK-EDIT-LENGTH   PIC S9(4) COMP VALUE 194.
        01 WS-STK-SUB             PIC 99 COMP.



                IF POFILE-ST-RECEIVED
                    MOVE DFHBMPRF TO RQRECA(WS-SHOWN-COUNT)
                    MOVE DFHBMPRF TO RCSTDA(WS-SHOWN-COUNT)
                    MOVE DFHBMPRF TO RCSTCA(WS-SHOWN-COUNT)
                END-IF
            END-IF.


            MOVE WS-RCV-PO-NO TO PONUMO.
            MOVE DFHBMPRF TO PONUMA.
            MOVE 'KEY QTY AND UNIT COST RECEIVED, PRESS ENTER'
                TO MSGO.

            EXEC CICS
                SEND MAP('MAPC') MAPSET('BOMAPC') ERASE
                GO TO 910-SEND-MAP-ERR
            END-IF.

            PERFORM 515-EDIT-UNIT-COST.

            MOVE WS-RCV-PO-NO TO POFILE-PO-NO.
            MOVE RLINEI(WS-ROW-SUB) TO POFILE-LINE.

            END-IF.

            ADD WS-RECV-QTY TO POFILE-QTY-RECEIVED.
            MOVE WS-RECV-COST TO POFILE-UNIT-COST.

            EXEC CICS ASSIGN ABSTIME(WS-RECV-ABSTIME) END-EXEC.
            EXEC CICS FORMATTIME ABSTIME(WS-RECV-ABSTIME)
        519-LINE-DONE.
            EXIT.

      * THE UNIT COST COMES IN AS DOLLARS AND CENTS FIELDS, THE
      * SAME WAY BOPRGA TAKES A PAYMENT.  A LINE RECEIVED WITH NO
      * COST AT ALL IS REFUSED - A ZERO COST MUST BE KEYED AS 0.
        515-EDIT-UNIT-COST.
            MOVE ZERO TO WS-COST-DOLLARS.
            MOVE ZERO TO WS-COST-CENTS.

            IF RCSTDL(WS-ROW-SUB) EQUALS ZERO
                AND RCSTCL(WS-ROW-SUB) EQUALS ZERO
                MOVE 'KEY THE UNIT COST FOR EACH LINE RECEIVED'
                    TO MSGO
                MOVE -1 TO RCSTDL(WS-ROW-SUB)
                MOVE DFHUNIMD TO RCSTDA(WS-ROW-SUB)

                GO TO 910-SEND-MAP-ERR
            END-IF.

            IF RCSTDL(WS-ROW-SUB) > ZERO
                IF RCSTDI(WS-ROW-SUB) IS NOT NUMERIC
                    MOVE 'COST DOLLARS MUST BE NUMERIC' TO MSGO
                    MOVE -1 TO RCSTDL(WS-ROW-SUB)
                    MOVE DFHUNIMD TO RCSTDA(WS-ROW-SUB)

                    GO TO 910-SEND-MAP-ERR
                ELSE
                    MOVE RCSTDI(WS-ROW-SUB) TO WS-COST-DOLLARS
                END-IF
            END-IF.

            IF RCSTCL(WS-ROW-SUB) > ZERO
                IF RCSTCI(WS-ROW-SUB) IS NOT NUMERIC
                    MOVE 'COST CENTS MUST BE NUMERIC' TO MSGO
                    MOVE -1 TO RCSTCL(WS-ROW-SUB)
                    MOVE DFHUNIMD TO RCSTCA(WS-ROW-SUB)

                    GO TO 910-SEND-MAP-ERR
                ELSE
                    MOVE RCSTCI(WS-ROW-SUB) TO WS-COST-CENTS
                END-IF
            END-IF.

            COMPUTE WS-RECV-COST =
                WS-COST-DOLLARS + (WS-COST-CENTS / 100).

      * EACH LINE RECEIVES INTO ITS OWN BRANCH, SO THE STOCK
      * SERVICE IS LINKED ONE LINE AT A TIME WITH THAT LINE'S
      * LOCATION.  A PO LINE FROM BEFORE BRANCHES IS '01'.
      * THE 'R' RECEIVE ACTION CARRIES THE LINE'S UNIT COST INTO
      * THE BRANCH AVERAGE.
        520-ADD-STOCK-ONE.
            MOVE 'R' TO WS-STK-ACTION.
            MOVE 1 TO WS-STK-COUNT.

            IF POFILE-LOCATION > SPACES

            MOVE POFILE-PART-CODE TO WS-STK-PART(1).
            MOVE WS-RECV-QTY TO WS-STK-QTY(1).
            MOVE WS-RECV-COST TO WS-STK-COST(1).

            MOVE POFILE-PO-NO TO WS-STK-DOC-NO.
            MOVE WS-OPER-ID TO WS-STK-OPER.

            EXEC CICS LINK
                PROGRAM('BOPRGPS')
