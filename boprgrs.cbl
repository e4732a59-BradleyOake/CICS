      * SAME ROUTE-AND-DRIVING-SEQUENCE ORDER AS THE BOPRGRP
      * EXTRACT (ROUTEFIL BY POSTAL PREFIX, DISPATCH OVERRIDE
      * WINNING, UNROUTED PREFIXES LAST) SO THE SLIPS COME OFF THE
      * PRINTER IN LOADING ORDER - DELIVERED, BILLED, CREDIT NOTE
      * AND COUNTER CASH SALE RECORDS ARE SKIPPED.  EACH SLIP
      * STARTS ON ITS OWN PAGE WITH THE DELIVERY ADDRESS AND THE
      * SPECIAL INSTRUCTIONS, THEN ONE LINE PER PART WITH A TICK
      * BOX, THE BIN LOCATION AND DESCRIPTION FROM
      * BILLM.PART_ONHAND/PART_CODES AND THE QUANTITY.  THE LINES
      * PRINT IN BIN ORDER, SO ONE PASS DOWN THE AISLES FILLS THE
      * ORDER - PARTS WITH NO BIN (CHARGE CODES, UNTRACKED PARTS)
      * PRINT FIRST.  A KIT ON THE KITFILE TABLE IS NOT PICKED AS
      * ONE CODE - EACH OF ITS COMPONENT PARTS PRINTS ON ITS OWN
      * LINE FOR THE LINE QUANTITY TIMES THE QUANTITY PER KIT,
      * SORTED INTO BIN ORDER WITH THE REST AND MARKED WITH THE
      * KIT IT MAKES UP.  RUN NIGHTLY AHEAD OF PICKING - SEE THE
      * BOPRGRS JCL MEMBER.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
                RECORD KEY IS ROUTE-KEY
                FILE STATUS IS WS-ROUTEFIL-STATUS.

            SELECT KITFILE-IN ASSIGN TO KITFILE
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS KIT-KEY
                FILE STATUS IS WS-KITFILE-STATUS.

            SELECT SLIP-OUT ASSIGN TO SLIPPRT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SLIP-STATUS.
            LABEL RECORDS ARE STANDARD.
        COPY 'ROUTEFIL-LAYOUT'.

        FD  KITFILE-IN
            LABEL RECORDS ARE STANDARD.
        COPY 'KITFILE-LAYOUT'.

        FD  SLIP-OUT
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 80 CHARACTERS.

        01 WS-SLIP-STATUS                   PIC XX VALUE ZERO.
        01 WS-ROUTEFIL-STATUS               PIC XX VALUE ZERO.
        01 WS-KITFILE-STATUS                PIC XX VALUE ZERO.

        01 WS-EOF-SW                        PIC X VALUE 'N'.
            88 WS-EOF                        VALUE 'Y'.
            05 WS-TEMP-TRUCK                 PIC X(2).

      * THE SLIP'S LINES, GATHERED THEN SORTED BY BIN SO THE
      * PICKER WALKS THE AISLES ONCE.  TEN ORDER LINES, EACH OF
      * WHICH MAY BE A KIT OF UP TO TEN COMPONENTS.
        01 WS-SLIP-LINES                    PIC 999 COMP VALUE ZERO.
        01 WS-SLIP-IDX                      PIC 999 COMP.
        01 WS-SLIP-IDX2                     PIC 999 COMP.

        01 WS-SLIP-TABLE.
            05 WS-SLIP-ENTRY OCCURS 100 TIMES.
                10 WS-SLIP-BIN               PIC X(6).
                10 WS-SLIP-PART              PIC X(4).
                10 WS-SLIP-DESC              PIC X(17).
                10 WS-SLIP-QTY               PIC X(4).
                10 WS-SLIP-KIT               PIC X(4).

        01 WS-SLIP-TEMP.
            05 WS-TEMP-BIN                   PIC X(6).
            05 WS-TEMP-PART                  PIC X(4).
            05 WS-TEMP-DESC                  PIC X(17).
            05 WS-TEMP-QTY                   PIC X(4).
            05 WS-TEMP-KIT                   PIC X(4).

      * THE PART BEING LOOKED UP FOR THE SLIP - AN ORDER LINE OR
      * ONE COMPONENT OF A KIT LINE.
        01 WS-LOOK-PART                     PIC X(4).
        01 WS-LOOK-QTY                      PIC X(4).
        01 WS-LOOK-KIT                      PIC X(4).
        01 WS-LINE-QTY                      PIC 9(4).
        01 WS-COMP-QTY                      PIC 9(4).
        01 WS-KIT-SUB                       PIC 99 COMP.

        01 RPT-SLIP-HEADER.
            05 RPT-HDR-CC                   PIC X VALUE '1'.
                VALUE 'DESCRIPTION'.
            05 FILLER                       PIC X(3) VALUE SPACES.
            05 FILLER                       PIC X(3) VALUE 'QTY'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(4) VALUE 'KIT'.
            05 FILLER                       PIC X(27) VALUE SPACES.

        01 RPT-PART-LINE.
            05 RPT-PRT-CC                   PIC X VALUE SPACE.
            05 RPT-PRT-DESC                 PIC X(17).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-PRT-QTY                  PIC ZZZ9.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-PRT-KIT                  PIC X(4).
            05 FILLER                       PIC X(27) VALUE SPACES.

        01 RPT-TOTAL-LINE.
            05 RPT-TOT-CC                   PIC X VALUE SPACE.
        000-START-LOGIC.
            OPEN INPUT ORDFILE-IN.
            OPEN INPUT ROUTEFIL-IN.
            OPEN INPUT KITFILE-IN.
            OPEN OUTPUT SLIP-OUT.

            EXEC SQL
            IF ORDFILE-ST-DELIVERED
                OR ORDFILE-ST-BILLED
                OR ORDFILE-IS-CREDIT
                OR ORDFILE-IS-CASH-SALE
                ADD 1 TO WS-SKIP-COUNT
            ELSE
                PERFORM 305-STORE-STOP
                GO TO 510-PART-LINE-DONE
            END-IF.

            MOVE WS-PRODUCT-CODE-1(WS-COUNTER) TO KIT-CODE.

            READ KITFILE-IN
                INVALID KEY
                    CONTINUE
            END-READ.

            IF WS-KITFILE-STATUS = '00'
                PERFORM 560-LOAD-KIT-COMPONENT
                    VARYING WS-KIT-SUB FROM 1 BY 1
                    UNTIL WS-KIT-SUB > 10
            ELSE
                MOVE WS-PRODUCT-CODE-1(WS-COUNTER) TO WS-LOOK-PART
                MOVE WS-PRODUCT-CODE-2(WS-COUNTER) TO WS-LOOK-QTY
                MOVE SPACES TO WS-LOOK-KIT
                PERFORM 515-LOOKUP-PART THRU 519-LOOKUP-DONE
            END-IF.

        510-PART-LINE-DONE.
            EXIT.

        515-LOOKUP-PART.
            MOVE SPACES TO SQL-PRODUCT-CODE.
            MOVE WS-LOOK-PART TO SQL-PRODUCT-CODE(1:4).
            MOVE SPACES TO SQL-PRODUCT-DESC.
            MOVE SPACES TO SQL-BIN-LOC.

            505-STORE-PART-LINE.
                ADD 1 TO WS-SLIP-LINES.
                MOVE SQL-BIN-LOC TO WS-SLIP-BIN(WS-SLIP-LINES).
                MOVE WS-LOOK-PART TO WS-SLIP-PART(WS-SLIP-LINES).
                MOVE SQL-PRODUCT-DESC
                    TO WS-SLIP-DESC(WS-SLIP-LINES).
                MOVE WS-LOOK-QTY TO WS-SLIP-QTY(WS-SLIP-LINES).
                MOVE WS-LOOK-KIT TO WS-SLIP-KIT(WS-SLIP-LINES).

            519-LOOKUP-DONE.
                EXIT.

      * A KIT LINE PICKS AS ITS COMPONENTS - EACH ONE FOR THE
      * ORDERED KIT QUANTITY TIMES ITS QUANTITY PER KIT.
        560-LOAD-KIT-COMPONENT.
            IF KIT-COMP-CODE(WS-KIT-SUB) > SPACES
                MOVE KIT-COMP-CODE(WS-KIT-SUB) TO WS-LOOK-PART
                MOVE WS-PRODUCT-CODE-1(WS-COUNTER) TO WS-LOOK-KIT
                IF WS-PRODUCT-CODE-2(WS-COUNTER) IS NUMERIC
                    MOVE WS-PRODUCT-CODE-2(WS-COUNTER) TO WS-LINE-QTY
                    COMPUTE WS-COMP-QTY =
                        WS-LINE-QTY * KIT-COMP-QTY(WS-KIT-SUB)
                    MOVE WS-COMP-QTY TO WS-LOOK-QTY
                ELSE
                    MOVE WS-PRODUCT-CODE-2(WS-COUNTER) TO WS-LOOK-QTY
                END-IF
                PERFORM 515-LOOKUP-PART THRU 519-LOOKUP-DONE
            END-IF.

      * A HUNDRED LINES AT MOST, SO THE SAME BUBBLE PASS THE
      * MOVEMENT SUMMARY USES IS PLENTY.
        530-SORT-BY-BIN.
            IF WS-SLIP-LINES < 2
                CONTINUE
            MOVE WS-SLIP-BIN(WS-SLIP-IDX) TO RPT-PRT-BIN.
            MOVE WS-SLIP-PART(WS-SLIP-IDX) TO RPT-PRT-CODE.
            MOVE WS-SLIP-DESC(WS-SLIP-IDX) TO RPT-PRT-DESC.
            MOVE WS-SLIP-KIT(WS-SLIP-IDX) TO RPT-PRT-KIT.

            IF WS-SLIP-QTY(WS-SLIP-IDX) IS NUMERIC
                MOVE WS-SLIP-QTY(WS-SLIP-IDX) TO RPT-PRT-QTY

            CLOSE ORDFILE-IN.
            CLOSE ROUTEFIL-IN.
            CLOSE KITFILE-IN.
            CLOSE SLIP-OUT.

        99-SQL-ERR.
