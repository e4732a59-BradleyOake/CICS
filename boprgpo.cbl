      * SHELF.  A PART ALREADY SITTING ON AN OPEN POFILE LINE FOR
      * THE SAME BRANCH IS LEFT ALONE SO THE SAME SHORTAGE IS NOT
      * RE-ORDERED EVERY NIGHT.
      * SALES THE COUNTER LOST IN THE LAST 30 DAYS FOR WANT OF
      * STOCK OR DELIVERY TIME (LOSTSALE, WRITTEN BY BOPRGE) COUNT
      * AS DEMAND: THE LOST QUANTITY IS TAKEN OFF ON-HAND BEFORE
      * THE REORDER POINT TEST AND ADDED TO THE ORDER QUANTITY, SO
      * A PART THAT KEEPS WALKING OUT OF THE DOOR GETS BOUGHT.
      * SALES LOST ON PRICE ARE NOT COUNTED - MORE STOCK WOULD NOT
      * HAVE WON THEM.
      * BELOW-REORDER PARTS WITH NO BILLM.SUPP_PART ROW PRINT ON
      * AN EXCEPTION LIST AT THE END SO PURCHASING CAN SOURCE
      * THEM BY HAND.  RECEIPTS COME BACK IN THROUGH THE BOPRGV
                RECORD KEY IS SUPP-KEY
                FILE STATUS IS WS-SUPPFILE-STATUS.

            SELECT LOSTSALE-IN ASSIGN TO LOSTSALE
                ORGANIZATION IS INDEXED
                ACCESS IS SEQUENTIAL
                RECORD KEY IS LOST-KEY
                FILE STATUS IS WS-LOSTSALE-STATUS.

            SELECT POPRINT-OUT ASSIGN TO POPRT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-POPRINT-STATUS.
            LABEL RECORDS ARE STANDARD.
        COPY 'SUPPFILE-LAYOUT'.

        FD  LOSTSALE-IN
            LABEL RECORDS ARE STANDARD.
        COPY 'LOSTSALE-LAYOUT'.

        FD  POPRINT-OUT
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 100 CHARACTERS.
            01  SQL-LEAD-DAYS               PIC S9(3) COMP-3.
        EXEC SQL END DECLARE SECTION END-EXEC.

      * EVERY PART WITH A SUPPLIER ROW, GROUPED BY SUPPLIER SO
      * EACH SUPPLIER'S PARTS ARRIVE TOGETHER AND GET ONE PURCHASE
      * ORDER.  THE REORDER POINT TEST IS MADE IN 300-PROCESS-PART
      * ONCE THE PART'S LOST SALES ARE TAKEN OFF ITS ON-HAND.
        EXEC SQL
            DECLARE PORD-CURSOR CURSOR FOR
                SELECT H.PART_CODE, H.LOCATION, C.PART_DESC,
                     BILLM.SUPP_PART S
                WHERE H.PART_CODE = C.PART_CODE
                  AND S.PART_CODE = H.PART_CODE
                ORDER BY S.SUPP_CODE, H.PART_CODE, H.LOCATION
        END-EXEC.

      * PARTS NOBODY SUPPLIES - THE BELOW-REORDER ONES CANNOT GO
      * ON A PURCHASE ORDER AND LIST AS EXCEPTIONS INSTEAD.
        EXEC SQL
            DECLARE NOSUP-CURSOR CURSOR FOR
                SELECT H.PART_CODE, H.LOCATION, C.PART_DESC,
                       H.QTY_ON_HAND, H.REORDER_POINT
                FROM BILLM.PART_ONHAND H, BILLM.PART_CODES C
                WHERE H.PART_CODE = C.PART_CODE
                  AND NOT EXISTS
                      (SELECT 1 FROM BILLM.SUPP_PART S
                        WHERE S.PART_CODE = H.PART_CODE)
        01 WS-POFILE-STATUS                 PIC XX VALUE ZERO.
        01 WS-POCTL-STATUS                  PIC XX VALUE ZERO.
        01 WS-SUPPFILE-STATUS               PIC XX VALUE ZERO.
        01 WS-LOSTSALE-STATUS               PIC XX VALUE ZERO.
        01 WS-POPRINT-STATUS                PIC XX VALUE ZERO.
        01 WS-RPTSTAT-STATUS                PIC XX VALUE ZERO.
        01 WS-RUN-STATUS                    PIC X(8) VALUE 'GOOD'.
        01 WS-FOUND-SW                      PIC X VALUE 'N'.
            88 WS-FOUND                      VALUE 'Y'.

        01 WS-LOST-EOF-SW                   PIC X VALUE 'N'.
            88 WS-LOST-EOF                   VALUE 'Y'.

        01 WS-LOST-FOUND-SW                 PIC X VALUE 'N'.
            88 WS-LOST-FOUND                 VALUE 'Y'.

        01 WS-PART-COUNT                    PIC 9(7) COMP VALUE ZERO.
        01 WS-LINE-TOTAL                    PIC 9(7) COMP VALUE ZERO.
        01 WS-PO-COUNT                      PIC 9(5) COMP VALUE ZERO.
        01 WS-DUE-DATE-NUM                  PIC 9(8).
        01 WS-DUE-INT                       PIC S9(9) COMP.

      * LOST SALES RECORDED WITHIN THIS MANY DAYS OF THE RUN COUNT
      * AS DEMAND.
        01 WS-LOST-WINDOW-DAYS              PIC 9(3) VALUE 30.
        01 WS-LOST-FROM-DATE                PIC X(8).
        01 WS-LOST-FROM-NUM                 PIC 9(8).
        01 WS-LOST-FROM-INT                 PIC S9(9) COMP.
        01 WS-LOST-LOC                      PIC X(2).
        01 WS-LOST-QTY                      PIC S9(7) COMP-3.

      * LOST QUANTITY BY PART AND BRANCH OVER THE WINDOW.
        01 WS-LOST-COUNT                    PIC 9(4) COMP VALUE ZERO.
        01 WS-LOST-MAX                      PIC 9(4) COMP VALUE 500.
        01 WS-LOST-IDX                      PIC 9(4) COMP.

        01 WS-LOST-TABLE.
            05 WS-LOST-ENTRY OCCURS 500 TIMES.
                10 WS-LOST-PART              PIC X(4).
                10 WS-LOST-ENTRY-LOC         PIC X(2).
                10 WS-LOST-ENTRY-QTY         PIC S9(7) COMP-3.

      * OPEN POFILE LINES FROM EARLIER RUNS - A PART ALREADY ON
      * ORDER IS NOT ORDERED AGAIN.
        01 WS-OPEN-COUNT                    PIC 9(4) COMP VALUE ZERO.

            PERFORM 100-LOAD-OPEN-LINES.

            PERFORM 150-LOAD-LOST-DEMAND.

            EXEC SQL OPEN PORD-CURSOR END-EXEC.

            PERFORM 200-FETCH-PART.
                END-IF
            END-IF.

      * TOTAL UP THE STOCK AND DELIVERY LOST SALES OF THE LAST 30
      * DAYS BY PART AND BRANCH.
        150-LOAD-LOST-DEMAND.
            COMPUTE WS-LOST-FROM-INT =
                FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM)
                - WS-LOST-WINDOW-DAYS + 1.
            COMPUTE WS-LOST-FROM-NUM =
                FUNCTION DATE-OF-INTEGER(WS-LOST-FROM-INT).
            MOVE WS-LOST-FROM-NUM TO WS-LOST-FROM-DATE.

            OPEN INPUT LOSTSALE-IN.

            IF WS-LOSTSALE-STATUS NOT = '00'
                DISPLAY 'BOPRGPO - LOSTSALE NOT OPENED, STATUS '
                    WS-LOSTSALE-STATUS ' - NO LOST DEMAND ADDED'
            ELSE
                MOVE 'N' TO WS-LOST-EOF-SW
                PERFORM 160-SCAN-LOST-SALE
                    UNTIL WS-LOST-EOF
                CLOSE LOSTSALE-IN
            END-IF.

        160-SCAN-LOST-SALE.
            READ LOSTSALE-IN NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-LOST-EOF-SW
            END-READ.

            IF NOT WS-LOST-EOF
                IF LOST-DATE NOT < WS-LOST-FROM-DATE
                    AND (LOST-RSN-STOCK OR LOST-RSN-DELIVERY)
                    PERFORM 170-ADD-LOST-SALE
                END-IF
            END-IF.

        170-ADD-LOST-SALE.
            IF LOST-LOCATION > SPACES
                MOVE LOST-LOCATION TO WS-LOST-LOC
            ELSE
                MOVE '01' TO WS-LOST-LOC
            END-IF.

            MOVE SPACES TO SQL-PART-CODE.
            MOVE LOST-PART-CODE TO SQL-PART-CODE(1:4).
            MOVE WS-LOST-LOC TO SQL-LOCATION.

            PERFORM 330-FIND-LOST-DEMAND.

            IF WS-LOST-FOUND
                ADD LOST-QTY TO WS-LOST-ENTRY-QTY(WS-LOST-IDX)
            ELSE
                IF WS-LOST-COUNT < WS-LOST-MAX
                    ADD 1 TO WS-LOST-COUNT
                    MOVE LOST-PART-CODE
                        TO WS-LOST-PART(WS-LOST-COUNT)
                    MOVE WS-LOST-LOC
                        TO WS-LOST-ENTRY-LOC(WS-LOST-COUNT)
                    MOVE LOST-QTY
                        TO WS-LOST-ENTRY-QTY(WS-LOST-COUNT)
                ELSE
                    DISPLAY 'BOPRGPO LOST SALE TABLE FULL - '
                        LOST-PART-CODE ' NOT COUNTED'
                END-IF
            END-IF.

        200-FETCH-PART.
            EXEC SQL FETCH PORD-CURSOR
                INTO :SQL-PART-CODE, :SQL-LOCATION,
            END-IF.

        300-PROCESS-PART.
            PERFORM 330-FIND-LOST-DEMAND.

            IF SQL-QTY-ON-HAND - WS-LOST-QTY <= SQL-REORDER-POINT
                ADD 1 TO WS-PART-COUNT
                PERFORM 310-CHECK-ALREADY-ON-PO
                IF WS-FOUND
                    ADD 1 TO WS-SKIP-COUNT
                ELSE
                    IF SQL-SUPP-CODE NOT = WS-CURRENT-SUPP
                        PERFORM 400-START-NEW-PO
                    END-IF
                    PERFORM 500-WRITE-PO-LINE
                END-IF
            END-IF.

            PERFORM 200-FETCH-PART.
                MOVE 'Y' TO WS-FOUND-SW
            END-IF.

      * THE QUANTITY LOST ON THE PART AT THE BRANCH OVER THE
      * WINDOW, ZERO WHEN NOTHING WAS LOST.
        330-FIND-LOST-DEMAND.
            MOVE 'N' TO WS-LOST-FOUND-SW.
            MOVE ZERO TO WS-LOST-QTY.

            PERFORM 340-MATCH-LOST-PART
                VARYING WS-LOST-IDX FROM 1 BY 1
                UNTIL WS-LOST-IDX > WS-LOST-COUNT
                    OR WS-LOST-FOUND.

            IF WS-LOST-FOUND
                SUBTRACT 1 FROM WS-LOST-IDX
                MOVE WS-LOST-ENTRY-QTY(WS-LOST-IDX) TO WS-LOST-QTY
            END-IF.

        340-MATCH-LOST-PART.
            IF WS-LOST-PART(WS-LOST-IDX) = SQL-PART-CODE(1:4)
                AND WS-LOST-ENTRY-LOC(WS-LOST-IDX) = SQL-LOCATION
                MOVE 'Y' TO WS-LOST-FOUND-SW
            END-IF.

      * ONE PO NUMBER PER SUPPLIER PER RUN, OFF THE POCTL CONTROL
      * RECORD THE SAME WAY INVOICES COME OFF INVCTL.
        400-START-NEW-PO.

      * THE ORDER QUANTITY BRINGS THE PART BACK UP TO TWICE ITS
      * REORDER POINT - ENOUGH TO SELL THROUGH THE LEAD TIME
      * WITHOUT SITTING ON A YEAR OF STOCK - PLUS WHATEVER THE
      * COUNTER LOST FOR WANT OF IT.
        500-WRITE-PO-LINE.
            ADD 1 TO WS-LINE-NO.
            ADD 1 TO WS-LINE-TOTAL.

            COMPUTE WS-ORDER-QTY =
                (SQL-REORDER-POINT * 2) - SQL-QTY-ON-HAND
                + WS-LOST-QTY.

            IF WS-ORDER-QTY < 1
                MOVE 1 TO WS-ORDER-QTY
            MOVE SPACES TO POFILE-RECV-DATE.
            MOVE SPACES TO POFILE-RECV-OPER.
            MOVE SQL-LOCATION TO POFILE-LOCATION.
            MOVE ZERO TO POFILE-UNIT-COST.
            MOVE ZERO TO POFILE-QTY-BILLED.

            WRITE POFILE-RECORD
                INVALID KEY

            PERFORM 610-FETCH-UNSOURCED.

            PERFORM 620-PRINT-UNSOURCED
                UNTIL WS-EOF.

            END-IF.

        620-PRINT-UNSOURCED.
            PERFORM 330-FIND-LOST-DEMAND.

            IF SQL-QTY-ON-HAND - WS-LOST-QTY <= SQL-REORDER-POINT
                ADD 1 TO WS-EXCEPT-COUNT
                IF WS-EXCEPT-COUNT = 1
                    MOVE RPT-EXCEPT-HEADER TO RPT-LINE
                    WRITE RPT-LINE
                END-IF
                MOVE SQL-PART-CODE TO RPT-EXD-PART
                MOVE SQL-PART-DESC TO RPT-EXD-DESC
                MOVE SQL-QTY-ON-HAND TO RPT-EXD-ONHAND
                MOVE SQL-REORDER-POINT TO RPT-EXD-REORDER
                MOVE RPT-EXCEPT-LINE TO RPT-LINE
                WRITE RPT-LINE
            END-IF.

            PERFORM 610-FETCH-UNSOURCED.

