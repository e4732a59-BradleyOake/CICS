        $SET DB2 (DB=INFOSYS,UDB-VERSION=V8)
        IDENTIFICATION DIVISION.
        PROGRAM-ID.  BOPRGLP.
        AUTHOR. OAKE.

      * TRUCK LOAD PLAN - TOTALS EVERY PICKED ORDER BY DELIVERY
      * ROUTE, IN DRIVING SEQUENCE, AGAINST THE PAYLOAD AND LOAD
      * SPACE OF THE TRUCK THAT RUNS THE ROUTE, SO AN OVERLOAD IS
      * FOUND AT THE DESK INSTEAD OF AT THE LOADING DOCK.  ROUTES
      * COME OFF ROUTEFIL BY POSTAL PREFIX WITH THE DISPATCH
      * OVERRIDE WINNING, THE SAME AS THE MANIFEST - BUT AN
      * OVERRIDDEN ORDER TAKES THE DAY AND TRUCK OF THE ROUTE IT
      * WAS MOVED TO, SINCE THAT IS THE TRUCK IT WILL RIDE.
      * EACH ORDER'S WEIGHT AND CUBE IS QUANTITY TIMES THE
      * SHIP_WEIGHT_G / SHIP_CUBE_CC OF EVERY PART ON IT FROM
      * BILLM.PART_CODES; CHARGE CODES SHIP NOTHING.  A PART NOT
      * YET MEASURED COUNTS AS NOTHING AND IS FLAGGED ON THE STOP,
      * SO THE PLAN SAYS WHEN IT IS LIGHT.  THE CAPACITY OF EACH
      * TRUCK COMES OFF TRUCKFIL (SEE THE BOPRGTK LOAD).
      * EACH ROUTE IS ONE TRUCK LOAD.  WHEN A ROUTE IS OVER ITS
      * TRUCK ON EITHER WEIGHT OR CUBE, STOPS ARE SUGGESTED FOR
      * THE NEXT DELIVERY DAY STARTING WITH THE LAST IN DRIVING
      * SEQUENCE AND WORKING BACK UNTIL WHAT IS LEFT FITS - THE
      * FAR END OF THE RUN IS THE CHEAPEST PLACE TO CUT.  NOTHING
      * IS MOVED HERE; DISPATCH DECIDES AND HOLDS THE ORDERS BACK
      * FROM BOPRGD.  RUN EACH MORNING AFTER PICKING AND BEFORE
      * BOPRGMF - SEE THE BOPRGLP JCL MEMBER.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. RS-6000.
        OBJECT-COMPUTER. RS-6000.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT ORDFILE-IN ASSIGN TO ORDFILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ORDFILE-KEY
                ALTERNATE RECORD KEY IS ORDFILE-POSTAL-KEY
                    WITH DUPLICATES
                FILE STATUS IS WS-ORDFILE-STATUS.

            SELECT ROUTEFIL-IN ASSIGN TO ROUTEFIL
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS ROUTE-KEY
                FILE STATUS IS WS-ROUTEFIL-STATUS.

            SELECT TRUCKFIL-IN ASSIGN TO TRUCKFIL
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS TRUCK-KEY
                FILE STATUS IS WS-TRUCKFIL-STATUS.

            SELECT LOAD-OUT ASSIGN TO LOADPRT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LOAD-STATUS.

            SELECT RPTSTAT-FILE ASSIGN TO RPTSTAT
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS RPTSTAT-KEY
                FILE STATUS IS WS-RPTSTAT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  ORDFILE-IN
            LABEL RECORDS ARE STANDARD.
        COPY 'ORDFILE-LAYOUT'.

        FD  ROUTEFIL-IN
            LABEL RECORDS ARE STANDARD.
        COPY 'ROUTEFIL-LAYOUT'.

        FD  TRUCKFIL-IN
            LABEL RECORDS ARE STANDARD.
        COPY 'TRUCKFIL-LAYOUT'.

        FD  LOAD-OUT
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 100 CHARACTERS.
        01  RPT-LINE                       PIC X(100).

        FD  RPTSTAT-FILE
            LABEL RECORDS ARE STANDARD.
        COPY 'RPTSTAT-LAYOUT'.

        WORKING-STORAGE SECTION.

        EXEC SQL INCLUDE SQLCA END-EXEC.

        01 WS-SQL-CODE                      PIC -9(8).

        EXEC SQL BEGIN DECLARE SECTION END-EXEC.
            01  SQL-PRODUCT-CODE            PIC X(8).
            01  SQL-CHARGE-FLAG             PIC X(1).
            01  SQL-SHIP-WEIGHT             PIC S9(9) COMP.
            01  SQL-SHIP-CUBE               PIC S9(9) COMP.
        EXEC SQL END DECLARE SECTION END-EXEC.

        01 WS-ORDFILE-STATUS                PIC XX VALUE ZERO.
        01 WS-ROUTEFIL-STATUS               PIC XX VALUE ZERO.
        01 WS-TRUCKFIL-STATUS               PIC XX VALUE ZERO.
        01 WS-LOAD-STATUS                   PIC XX VALUE ZERO.
        01 WS-RPTSTAT-STATUS                PIC XX VALUE ZERO.
        01 WS-RUN-STATUS                    PIC X(8) VALUE 'GOOD'.

        01 WS-EOF-SW                        PIC X VALUE 'N'.
            88 WS-EOF                        VALUE 'Y'.

        01 WS-TRUCK-SW                      PIC X VALUE 'N'.
            88 WS-TRUCK-KNOWN                VALUE 'Y'.

        01 WS-GRP-END-SW                    PIC X VALUE 'N'.
            88 WS-GRP-END                    VALUE 'Y'.

        01 WS-SKIP-COUNT                    PIC 9(7) COMP VALUE ZERO.
        01 WS-ROUTE-COUNT                   PIC 9(5) COMP VALUE ZERO.
        01 WS-OVER-COUNT                    PIC 9(5) COMP VALUE ZERO.
        01 WS-MOVE-COUNT                    PIC 9(5) COMP VALUE ZERO.
        01 WS-UNWEIGHED-COUNT               PIC 9(7) COMP VALUE ZERO.
        01 WS-COUNTER                       PIC 99 COMP.
        01 WS-LINE-QTY                      PIC 9(4).

      * ONE ENTRY PER ROUTE CODE OFF ROUTEFIL - THE DAY AND TRUCK
      * A DISPATCH OVERRIDE SENDS THE ORDER OUT ON.
        01 WS-RTE-COUNT                     PIC 9(4) COMP VALUE ZERO.
        01 WS-RTE-MAX                       PIC 9(4) COMP VALUE 100.
        01 WS-RTE-IDX                       PIC 9(4) COMP.
        01 WS-RTE-HIT                       PIC 9(4) COMP.

        01 WS-RTE-TABLE.
            05 WS-RTE-ENTRY OCCURS 100 TIMES.
                10 WS-RTE-CODE               PIC X(2).
                10 WS-RTE-DAY                PIC X(3).
                10 WS-RTE-TRUCK              PIC X(2).

      * THE RUN'S STOPS, GATHERED OFF THE POSTAL PATH, WEIGHED,
      * AND SORTED INTO ROUTE AND DRIVING SEQUENCE.
        01 WS-STOP-COUNT                    PIC 9(4) COMP VALUE ZERO.
        01 WS-STOP-MAX                      PIC 9(4) COMP VALUE 500.
        01 WS-STOP-IDX                      PIC 9(4) COMP.
        01 WS-STOP-IDX2                     PIC 9(4) COMP.
        01 WS-GRP-FIRST                     PIC 9(4) COMP.
        01 WS-GRP-LAST                      PIC 9(4) COMP.

        01 WS-STOP-TABLE.
            05 WS-STOP-ENTRY OCCURS 500 TIMES.
                10 WS-STOP-SORT-KEY.
                    15 WS-STOP-ROUTE         PIC X(2).
                    15 WS-STOP-SEQ           PIC 9(3).
                    15 WS-STOP-POSTAL        PIC X(6).
                10 WS-STOP-INVOICE           PIC X(7).
                10 WS-STOP-DAY               PIC X(3).
                10 WS-STOP-TRUCK             PIC X(2).
                10 WS-STOP-GRAMS             PIC S9(11) COMP-3.
                10 WS-STOP-CC                PIC S9(11) COMP-3.
                10 WS-STOP-UNWEIGHED         PIC 9(2).
                10 WS-STOP-MOVE-SW           PIC X(1).
                    88 WS-STOP-TO-MOVE        VALUE 'Y'.

        01 WS-STOP-TEMP.
            05 WS-TEMP-SORT-KEY              PIC X(11).
            05 WS-TEMP-INVOICE               PIC X(7).
            05 WS-TEMP-DAY                   PIC X(3).
            05 WS-TEMP-TRUCK                 PIC X(2).
            05 WS-TEMP-GRAMS                 PIC S9(11) COMP-3.
            05 WS-TEMP-CC                    PIC S9(11) COMP-3.
            05 WS-TEMP-UNWEIGHED             PIC 9(2).
            05 WS-TEMP-MOVE-SW               PIC X(1).

      * THE ROUTE BEING PLANNED - ITS LOAD, WHAT IS LEFT AFTER THE
      * SUGGESTED MOVES, AND ITS TRUCK'S CAPACITY, ALL IN GRAMS
      * AND CUBIC CENTIMETRES UNTIL THEY PRINT.
        01 WS-ROUTE-GRAMS                   PIC S9(11) COMP-3.
        01 WS-ROUTE-CC                      PIC S9(11) COMP-3.
        01 WS-LEFT-GRAMS                    PIC S9(11) COMP-3.
        01 WS-LEFT-CC                       PIC S9(11) COMP-3.
        01 WS-CAP-GRAMS                     PIC S9(11) COMP-3.
        01 WS-CAP-CC                        PIC S9(11) COMP-3.
        01 WS-RUN-GRAMS                     PIC S9(11) COMP-3.
        01 WS-RUN-CC                        PIC S9(11) COMP-3.
        01 WS-ROUTE-MOVES                   PIC 9(4) COMP.

        01 WS-CURRENT-DATE.
            05 WS-CURR-YYYY                 PIC 9(4).
            05 WS-CURR-MM                   PIC 9(2).
            05 WS-CURR-DD                   PIC 9(2).

        01 WS-CURRENT-TIME.
            05 WS-CURR-HHMMSS               PIC 9(6).
            05 FILLER                       PIC 9(2).

        01 WS-PRODUCT-TABLE.
            05 WS-PRODUCT-ENTRY OCCURS 10 TIMES.
                10 WS-PRODUCT-CODE-1         PIC X(4).
                10 WS-PRODUCT-CODE-2         PIC X(4).

        01 RPT-TITLE-LINE.
            05 RPT-TITLE-CC                 PIC X VALUE '1'.
            05 FILLER                       PIC X(10) VALUE SPACES.
            05 FILLER                       PIC X(25)
                VALUE 'TRUCK LOAD PLAN'.
            05 FILLER                       PIC X(10) VALUE SPACES.
            05 FILLER                       PIC X(5) VALUE 'DATE '.
            05 RPT-TITLE-DATE                PIC 9999/99/99.
            05 FILLER                       PIC X(39) VALUE SPACES.

        01 RPT-ROUTE-LINE.
            05 RPT-RTE-CC                   PIC X VALUE SPACE.
            05 FILLER                       PIC X(7)
                VALUE ' ROUTE '.
            05 RPT-RTE-CODE                 PIC X(2).
            05 FILLER                       PIC X(6)
                VALUE '  DAY '.
            05 RPT-RTE-DAY                  PIC X(3).
            05 FILLER                       PIC X(8)
                VALUE '  TRUCK '.
            05 RPT-RTE-TRUCK                PIC X(2).
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 RPT-RTE-DESC                 PIC X(20).
            05 FILLER                       PIC X(14)
                VALUE '  CAPACITY KG '.
            05 RPT-RTE-CAP-KG               PIC ZZZ,ZZ9.
            05 FILLER                       PIC X(9)
                VALUE '  LITRES '.
            05 RPT-RTE-CAP-LITRES           PIC ZZZ,ZZ9.
            05 FILLER                       PIC X(13) VALUE SPACES.

        01 RPT-COLUMN-LINE.
            05 RPT-COL-CC                   PIC X VALUE SPACE.
            05 FILLER                       PIC X(30)
                VALUE ' SEQ  INVOICE  POSTAL         '.
            05 FILLER                       PIC X(30)
                VALUE 'KG     LITRES  LOAD KG  LOAD L'.
            05 FILLER                       PIC X(39)
                VALUE 'T'.

        01 RPT-STOP-LINE.
            05 RPT-STP-CC                   PIC X VALUE SPACE.
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 RPT-STP-SEQ                  PIC ZZ9.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-STP-INVOICE              PIC X(7).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-STP-POSTAL               PIC X(7).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-STP-KG                   PIC ZZ,ZZ9.9.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-STP-LITRES               PIC ZZZ,ZZ9.9.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-STP-RUN-KG               PIC ZZZ,ZZ9.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-STP-RUN-LITRES           PIC ZZZ,ZZ9.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-STP-NOTE                 PIC X(30).
            05 FILLER                       PIC X(6) VALUE SPACES.

        01 RPT-LOAD-LINE.
            05 RPT-LOD-CC                   PIC X VALUE SPACE.
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 RPT-LOD-LABEL                PIC X(14).
            05 RPT-LOD-KG                   PIC ZZZ,ZZ9.
            05 FILLER                       PIC X(9)
                VALUE '  LITRES '.
            05 RPT-LOD-LITRES               PIC ZZZ,ZZ9.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-LOD-NOTE                 PIC X(40).
            05 FILLER                       PIC X(19) VALUE SPACES.

        01 RPT-MOVE-NOTE.
            05 FILLER                       PIC X(18)
                VALUE 'OVERLOADED - MOVE '.
            05 RPT-MVN-COUNT                PIC ZZZ9.
            05 FILLER                       PIC X(18)
                VALUE ' STOP(S)'.

        01 RPT-TOTAL-LINE.
            05 RPT-TOT-CC                   PIC X VALUE SPACE.
            05 FILLER                       PIC X(1) VALUE SPACES.
            05 FILLER                       PIC X(9)
                VALUE 'ORDERS - '.
            05 RPT-TOT-STOPS                PIC ZZZZ9.
            05 FILLER                       PIC X(11)
                VALUE '  ROUTES - '.
            05 RPT-TOT-ROUTES               PIC ZZZZ9.
            05 FILLER                       PIC X(15)
                VALUE '  OVERLOADED - '.
            05 RPT-TOT-OVER                 PIC ZZZZ9.
            05 FILLER                       PIC X(17)
                VALUE '  STOPS TO MOVE -'.
            05 RPT-TOT-MOVES                PIC ZZZZ9.
            05 FILLER                       PIC X(19)
                VALUE '  UNWEIGHED LINES -'.
            05 RPT-TOT-UNWEIGHED            PIC ZZZZZZ9.

        PROCEDURE DIVISION.

        000-START-LOGIC.
            OPEN INPUT ORDFILE-IN.
            OPEN INPUT ROUTEFIL-IN.
            OPEN INPUT TRUCKFIL-IN.
            OPEN OUTPUT LOAD-OUT.
            OPEN I-O RPTSTAT-FILE.

            EXEC SQL
                WHENEVER SQLERROR GO TO 99-SQL-ERR
            END-EXEC.

            EXEC SQL
                WHENEVER SQLWARNING CONTINUE
            END-EXEC.

            EXEC SQL
                WHENEVER NOT FOUND CONTINUE
            END-EXEC.

            ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-CURRENT-TIME FROM TIME.
            MOVE WS-CURRENT-DATE TO RPT-TITLE-DATE.

            PERFORM 100-LOAD-ROUTES.

            MOVE 'N' TO WS-EOF-SW.
            MOVE LOW-VALUES TO ORDFILE-POSTAL-KEY.

            START ORDFILE-IN KEY IS NOT LESS THAN ORDFILE-POSTAL-KEY
                INVALID KEY
                    MOVE 'Y' TO WS-EOF-SW
            END-START.

            PERFORM 200-READ-ORDFILE.

            PERFORM 300-PROCESS-RECORD
                UNTIL WS-EOF.

            PERFORM 400-SORT-RUN.

            MOVE 1 TO WS-STOP-IDX.

            PERFORM 500-PLAN-ROUTE
                UNTIL WS-STOP-IDX > WS-STOP-COUNT.

            PERFORM 800-ENDFILE.

            GO TO 999-EXIT.

      * ROUTEFIL IS KEYED BY PREFIX, SO EACH ROUTE CODE'S DAY AND
      * TRUCK ARE TAKEN OFF THE FIRST PREFIX THAT CARRIES IT.
        100-LOAD-ROUTES.
            MOVE LOW-VALUES TO ROUTE-KEY.

            START ROUTEFIL-IN KEY IS NOT LESS THAN ROUTE-KEY
                INVALID KEY
                    MOVE 'Y' TO WS-EOF-SW
            END-START.

            PERFORM 110-READ-ROUTE
                UNTIL WS-EOF.

        110-READ-ROUTE.
            READ ROUTEFIL-IN NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-EOF-SW
            END-READ.

            IF NOT WS-EOF
                PERFORM 120-FIND-ROUTE
                IF WS-RTE-HIT = ZERO
                    PERFORM 130-ADD-ROUTE
                END-IF
            END-IF.

        120-FIND-ROUTE.
            MOVE ZERO TO WS-RTE-HIT.

            PERFORM 125-MATCH-ROUTE
                VARYING WS-RTE-IDX FROM 1 BY 1
                UNTIL WS-RTE-IDX > WS-RTE-COUNT
                    OR WS-RTE-HIT > ZERO.

        125-MATCH-ROUTE.
            IF WS-RTE-CODE(WS-RTE-IDX) = ROUTE-CODE
                MOVE WS-RTE-IDX TO WS-RTE-HIT
            END-IF.

        130-ADD-ROUTE.
            IF WS-RTE-COUNT IS NOT LESS THAN WS-RTE-MAX
                DISPLAY 'BOPRGLP ROUTE TABLE FULL - ROUTE '
                    ROUTE-CODE ' NOT LOADED'
                MOVE 'FAILED' TO WS-RUN-STATUS
            ELSE
                ADD 1 TO WS-RTE-COUNT
                MOVE ROUTE-CODE TO WS-RTE-CODE(WS-RTE-COUNT)
                MOVE ROUTE-DAY TO WS-RTE-DAY(WS-RTE-COUNT)
                MOVE ROUTE-TRUCK TO WS-RTE-TRUCK(WS-RTE-COUNT)
            END-IF.

        200-READ-ORDFILE.
            READ ORDFILE-IN NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-EOF-SW
            END-READ.

        300-PROCESS-RECORD.
            IF ORDFILE-ST-PICKED
                AND NOT ORDFILE-IS-CREDIT
                PERFORM 305-STORE-STOP THRU 306-STORE-DONE
            ELSE
                ADD 1 TO WS-SKIP-COUNT
            END-IF.

            PERFORM 200-READ-ORDFILE.

        305-STORE-STOP.
            IF WS-STOP-COUNT IS NOT LESS THAN WS-STOP-MAX
                DISPLAY 'BOPRGLP STOP TABLE FULL - '
                    ORDFILE-INVOICE-NO ' NOT PLANNED'
                MOVE 'FAILED' TO WS-RUN-STATUS
                GO TO 306-STORE-DONE
            END-IF.

            ADD 1 TO WS-STOP-COUNT.

            MOVE ORDFILE-POSTAL-1 TO ROUTE-PREFIX.

            READ ROUTEFIL-IN
                KEY IS ROUTE-KEY
                INVALID KEY
                    MOVE 'ZZ' TO ROUTE-CODE
                    MOVE SPACES TO ROUTE-DAY
                    MOVE SPACES TO ROUTE-TRUCK
                    MOVE 999 TO ROUTE-SEQ
            END-READ.

            IF ORDFILE-ROUTE NOT = SPACES
                AND ORDFILE-ROUTE NOT = LOW-VALUES
                MOVE ORDFILE-ROUTE TO ROUTE-CODE
                PERFORM 120-FIND-ROUTE
                IF WS-RTE-HIT > ZERO
                    MOVE WS-RTE-DAY(WS-RTE-HIT) TO ROUTE-DAY
                    MOVE WS-RTE-TRUCK(WS-RTE-HIT) TO ROUTE-TRUCK
                END-IF
            END-IF.

            MOVE ROUTE-CODE TO WS-STOP-ROUTE(WS-STOP-COUNT).
            MOVE ROUTE-SEQ TO WS-STOP-SEQ(WS-STOP-COUNT).
            MOVE ROUTE-DAY TO WS-STOP-DAY(WS-STOP-COUNT).
            MOVE ROUTE-TRUCK TO WS-STOP-TRUCK(WS-STOP-COUNT).
            MOVE ORDFILE-POSTAL-KEY
                TO WS-STOP-POSTAL(WS-STOP-COUNT).
            MOVE ORDFILE-INVOICE-NO
                TO WS-STOP-INVOICE(WS-STOP-COUNT).
            MOVE ZERO TO WS-STOP-GRAMS(WS-STOP-COUNT).
            MOVE ZERO TO WS-STOP-CC(WS-STOP-COUNT).
            MOVE ZERO TO WS-STOP-UNWEIGHED(WS-STOP-COUNT).
            MOVE 'N' TO WS-STOP-MOVE-SW(WS-STOP-COUNT).

            PERFORM 310-WEIGH-ORDER.

        306-STORE-DONE.
            EXIT.

        310-WEIGH-ORDER.
            MOVE ORDFILE-P1A  TO WS-PRODUCT-CODE-1(1).
            MOVE ORDFILE-P1B  TO WS-PRODUCT-CODE-2(1).
            MOVE ORDFILE-P2A  TO WS-PRODUCT-CODE-1(2).
            MOVE ORDFILE-P2B  TO WS-PRODUCT-CODE-2(2).
            MOVE ORDFILE-P3A  TO WS-PRODUCT-CODE-1(3).
            MOVE ORDFILE-P3B  TO WS-PRODUCT-CODE-2(3).
            MOVE ORDFILE-P4A  TO WS-PRODUCT-CODE-1(4).
            MOVE ORDFILE-P4B  TO WS-PRODUCT-CODE-2(4).
            MOVE ORDFILE-P5A  TO WS-PRODUCT-CODE-1(5).
            MOVE ORDFILE-P5B  TO WS-PRODUCT-CODE-2(5).
            MOVE ORDFILE-P6A  TO WS-PRODUCT-CODE-1(6).
            MOVE ORDFILE-P6B  TO WS-PRODUCT-CODE-2(6).
            MOVE ORDFILE-P7A  TO WS-PRODUCT-CODE-1(7).
            MOVE ORDFILE-P7B  TO WS-PRODUCT-CODE-2(7).
            MOVE ORDFILE-P8A  TO WS-PRODUCT-CODE-1(8).
            MOVE ORDFILE-P8B  TO WS-PRODUCT-CODE-2(8).
            MOVE ORDFILE-P9A  TO WS-PRODUCT-CODE-1(9).
            MOVE ORDFILE-P9B  TO WS-PRODUCT-CODE-2(9).
            MOVE ORDFILE-P10A TO WS-PRODUCT-CODE-1(10).
            MOVE ORDFILE-P10B TO WS-PRODUCT-CODE-2(10).

            PERFORM 320-WEIGH-LINE THRU 320-EXIT
                VARYING WS-COUNTER FROM 1 BY 1
                UNTIL WS-COUNTER > 10.

        320-WEIGH-LINE.
            IF WS-PRODUCT-CODE-1(WS-COUNTER) = SPACES
                OR WS-PRODUCT-CODE-1(WS-COUNTER) = LOW-VALUES
                GO TO 320-EXIT
            END-IF.

            IF WS-PRODUCT-CODE-2(WS-COUNTER) IS NUMERIC
                MOVE WS-PRODUCT-CODE-2(WS-COUNTER) TO WS-LINE-QTY
            ELSE
                MOVE ZERO TO WS-LINE-QTY
            END-IF.

            MOVE SPACES TO SQL-PRODUCT-CODE.
            MOVE WS-PRODUCT-CODE-1(WS-COUNTER)
                TO SQL-PRODUCT-CODE(1:4).

            EXEC SQL SELECT COALESCE(CHARGE_FLAG, ' '),
                            COALESCE(SHIP_WEIGHT_G, 0),
                            COALESCE(SHIP_CUBE_CC, 0)
                INTO :SQL-CHARGE-FLAG, :SQL-SHIP-WEIGHT,
                     :SQL-SHIP-CUBE
                FROM BILLM.PART_CODES
                WHERE PART_CODE = :SQL-PRODUCT-CODE
            END-EXEC.

            IF SQLCODE = 100
                ADD 1 TO WS-STOP-UNWEIGHED(WS-STOP-COUNT)
                ADD 1 TO WS-UNWEIGHED-COUNT
                GO TO 320-EXIT
            END-IF.

            IF SQL-CHARGE-FLAG = 'Y'
                GO TO 320-EXIT
            END-IF.

            IF SQL-SHIP-WEIGHT = ZERO
                OR SQL-SHIP-CUBE = ZERO
                ADD 1 TO WS-STOP-UNWEIGHED(WS-STOP-COUNT)
                ADD 1 TO WS-UNWEIGHED-COUNT
            END-IF.

            COMPUTE WS-STOP-GRAMS(WS-STOP-COUNT) =
                WS-STOP-GRAMS(WS-STOP-COUNT)
                + (SQL-SHIP-WEIGHT * WS-LINE-QTY).
            COMPUTE WS-STOP-CC(WS-STOP-COUNT) =
                WS-STOP-CC(WS-STOP-COUNT)
                + (SQL-SHIP-CUBE * WS-LINE-QTY).

        320-EXIT.
            EXIT.

        400-SORT-RUN.
            IF WS-STOP-COUNT < 2
                CONTINUE
            ELSE
                PERFORM 410-SORT-PASS
                    VARYING WS-STOP-IDX FROM 1 BY 1
                    UNTIL WS-STOP-IDX > WS-STOP-COUNT
            END-IF.

        410-SORT-PASS.
            PERFORM 420-SORT-COMPARE
                VARYING WS-STOP-IDX2 FROM 1 BY 1
                UNTIL WS-STOP-IDX2 > WS-STOP-COUNT - WS-STOP-IDX.

        420-SORT-COMPARE.
            IF WS-STOP-SORT-KEY(WS-STOP-IDX2)
                    > WS-STOP-SORT-KEY(WS-STOP-IDX2 + 1)
                MOVE WS-STOP-ENTRY(WS-STOP-IDX2) TO WS-STOP-TEMP
                MOVE WS-STOP-ENTRY(WS-STOP-IDX2 + 1)
                    TO WS-STOP-ENTRY(WS-STOP-IDX2)
                MOVE WS-STOP-TEMP
                    TO WS-STOP-ENTRY(WS-STOP-IDX2 + 1)
            END-IF.

      * ONE ROUTE AT A TIME - FIND WHERE IT ENDS, ADD IT UP, CUT
      * IT DOWN TO ITS TRUCK IF IT HAS TO BE, THEN PRINT IT.
        500-PLAN-ROUTE.
            MOVE WS-STOP-IDX TO WS-GRP-FIRST.
            MOVE ZERO TO WS-ROUTE-GRAMS.
            MOVE ZERO TO WS-ROUTE-CC.

            MOVE 'N' TO WS-GRP-END-SW.

            PERFORM 510-ADD-ROUTE-STOP
                UNTIL WS-GRP-END.

            COMPUTE WS-GRP-LAST = WS-STOP-IDX - 1.

            ADD 1 TO WS-ROUTE-COUNT.

            PERFORM 520-GET-TRUCK.

            MOVE WS-ROUTE-GRAMS TO WS-LEFT-GRAMS.
            MOVE WS-ROUTE-CC TO WS-LEFT-CC.
            MOVE ZERO TO WS-ROUTE-MOVES.

            IF WS-TRUCK-KNOWN
                AND (WS-ROUTE-GRAMS > WS-CAP-GRAMS
                    OR WS-ROUTE-CC > WS-CAP-CC)
                ADD 1 TO WS-OVER-COUNT
                PERFORM 530-SHED-STOP
                    VARYING WS-STOP-IDX2 FROM WS-GRP-LAST BY -1
                    UNTIL WS-STOP-IDX2 < WS-GRP-FIRST
                        OR (WS-LEFT-GRAMS NOT > WS-CAP-GRAMS
                            AND WS-LEFT-CC NOT > WS-CAP-CC)
            END-IF.

            PERFORM 600-PRINT-ROUTE.

        510-ADD-ROUTE-STOP.
            ADD WS-STOP-GRAMS(WS-STOP-IDX) TO WS-ROUTE-GRAMS.
            ADD WS-STOP-CC(WS-STOP-IDX) TO WS-ROUTE-CC.

            ADD 1 TO WS-STOP-IDX.

            IF WS-STOP-IDX > WS-STOP-COUNT
                MOVE 'Y' TO WS-GRP-END-SW
            ELSE IF WS-STOP-ROUTE(WS-STOP-IDX)
                    NOT = WS-STOP-ROUTE(WS-GRP-FIRST)
                MOVE 'Y' TO WS-GRP-END-SW
            END-IF.

      * THE UNROUTED 'ZZ' GROUP AND A ROUTE WHOSE TRUCK IS NOT ON
      * TRUCKFIL HAVE NO CAPACITY TO CHECK AGAINST.
        520-GET-TRUCK.
            MOVE 'N' TO WS-TRUCK-SW.
            MOVE ZERO TO WS-CAP-GRAMS.
            MOVE ZERO TO WS-CAP-CC.
            MOVE SPACES TO TRUCK-DESC.

            IF WS-STOP-ROUTE(WS-GRP-FIRST) = 'ZZ'
                OR WS-STOP-TRUCK(WS-GRP-FIRST) = SPACES
                MOVE 'UNROUTED - NO TRUCK' TO TRUCK-DESC
            ELSE
                MOVE WS-STOP-TRUCK(WS-GRP-FIRST) TO TRUCK-CODE
                READ TRUCKFIL-IN
                    KEY IS TRUCK-KEY
                    INVALID KEY
                        MOVE 'NOT ON TRUCKFIL' TO TRUCK-DESC
                        MOVE 'FAILED' TO WS-RUN-STATUS
                    NOT INVALID KEY
                        MOVE 'Y' TO WS-TRUCK-SW
                        COMPUTE WS-CAP-GRAMS = TRUCK-MAX-KG * 1000
                        COMPUTE WS-CAP-CC = TRUCK-MAX-LITRES * 1000
                END-READ
            END-IF.

        530-SHED-STOP.
            MOVE 'Y' TO WS-STOP-MOVE-SW(WS-STOP-IDX2).
            SUBTRACT WS-STOP-GRAMS(WS-STOP-IDX2) FROM WS-LEFT-GRAMS.
            SUBTRACT WS-STOP-CC(WS-STOP-IDX2) FROM WS-LEFT-CC.
            ADD 1 TO WS-ROUTE-MOVES.
            ADD 1 TO WS-MOVE-COUNT.

        600-PRINT-ROUTE.
            MOVE RPT-TITLE-LINE TO RPT-LINE.
            WRITE RPT-LINE.

            MOVE WS-STOP-ROUTE(WS-GRP-FIRST) TO RPT-RTE-CODE.

            IF WS-STOP-ROUTE(WS-GRP-FIRST) = 'ZZ'
                MOVE '---' TO RPT-RTE-DAY
                MOVE '--' TO RPT-RTE-TRUCK
            ELSE
                MOVE WS-STOP-DAY(WS-GRP-FIRST) TO RPT-RTE-DAY
                MOVE WS-STOP-TRUCK(WS-GRP-FIRST) TO RPT-RTE-TRUCK
            END-IF.

            MOVE TRUCK-DESC TO RPT-RTE-DESC.

            IF WS-TRUCK-KNOWN
                MOVE TRUCK-MAX-KG TO RPT-RTE-CAP-KG
                MOVE TRUCK-MAX-LITRES TO RPT-RTE-CAP-LITRES
            ELSE
                MOVE ZERO TO RPT-RTE-CAP-KG
                MOVE ZERO TO RPT-RTE-CAP-LITRES
            END-IF.

            MOVE RPT-ROUTE-LINE TO RPT-LINE.
            WRITE RPT-LINE.

            MOVE SPACES TO RPT-LINE.
            WRITE RPT-LINE.

            MOVE RPT-COLUMN-LINE TO RPT-LINE.
            WRITE RPT-LINE.

            MOVE ZERO TO WS-RUN-GRAMS.
            MOVE ZERO TO WS-RUN-CC.

            PERFORM 610-PRINT-STOP
                VARYING WS-STOP-IDX2 FROM WS-GRP-FIRST BY 1
                UNTIL WS-STOP-IDX2 > WS-GRP-LAST.

            MOVE SPACES TO RPT-LINE.
            WRITE RPT-LINE.

            MOVE 'ROUTE LOAD KG ' TO RPT-LOD-LABEL.
            COMPUTE RPT-LOD-KG ROUNDED = WS-ROUTE-GRAMS / 1000.
            COMPUTE RPT-LOD-LITRES ROUNDED = WS-ROUTE-CC / 1000.

            IF NOT WS-TRUCK-KNOWN
                MOVE 'NO CAPACITY TO CHECK AGAINST' TO RPT-LOD-NOTE
            ELSE IF WS-ROUTE-MOVES > ZERO
                MOVE WS-ROUTE-MOVES TO RPT-MVN-COUNT
                MOVE RPT-MOVE-NOTE TO RPT-LOD-NOTE
            ELSE
                MOVE 'WITHIN CAPACITY' TO RPT-LOD-NOTE
            END-IF.

            MOVE RPT-LOAD-LINE TO RPT-LINE.
            WRITE RPT-LINE.

            IF WS-ROUTE-MOVES > ZERO
                MOVE 'AFTER MOVES KG' TO RPT-LOD-LABEL
                COMPUTE RPT-LOD-KG ROUNDED = WS-LEFT-GRAMS / 1000
                COMPUTE RPT-LOD-LITRES ROUNDED = WS-LEFT-CC / 1000
                MOVE SPACES TO RPT-LOD-NOTE
                MOVE RPT-LOAD-LINE TO RPT-LINE
                WRITE RPT-LINE
            END-IF.

        610-PRINT-STOP.
            ADD WS-STOP-GRAMS(WS-STOP-IDX2) TO WS-RUN-GRAMS.
            ADD WS-STOP-CC(WS-STOP-IDX2) TO WS-RUN-CC.

            MOVE WS-STOP-SEQ(WS-STOP-IDX2) TO RPT-STP-SEQ.
            MOVE WS-STOP-INVOICE(WS-STOP-IDX2) TO RPT-STP-INVOICE.
            STRING WS-STOP-POSTAL(WS-STOP-IDX2)(1:3)
                    DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-STOP-POSTAL(WS-STOP-IDX2)(4:3)
                    DELIMITED BY SIZE
                INTO RPT-STP-POSTAL
            END-STRING.

            COMPUTE RPT-STP-KG ROUNDED =
                WS-STOP-GRAMS(WS-STOP-IDX2) / 1000.
            COMPUTE RPT-STP-LITRES ROUNDED =
                WS-STOP-CC(WS-STOP-IDX2) / 1000.
            COMPUTE RPT-STP-RUN-KG ROUNDED = WS-RUN-GRAMS / 1000.
            COMPUTE RPT-STP-RUN-LITRES ROUNDED = WS-RUN-CC / 1000.

            IF WS-STOP-TO-MOVE(WS-STOP-IDX2)
                MOVE 'MOVE TO NEXT DELIVERY DAY' TO RPT-STP-NOTE
            ELSE IF WS-STOP-UNWEIGHED(WS-STOP-IDX2) > ZERO
                MOVE 'PART NOT WEIGHED - LOAD LIGHT' TO RPT-STP-NOTE
            ELSE
                MOVE SPACES TO RPT-STP-NOTE
            END-IF.

            MOVE RPT-STOP-LINE TO RPT-LINE.
            WRITE RPT-LINE.

        800-ENDFILE.
            MOVE SPACES TO RPT-LINE.
            WRITE RPT-LINE.

            MOVE WS-STOP-COUNT TO RPT-TOT-STOPS.
            MOVE WS-ROUTE-COUNT TO RPT-TOT-ROUTES.
            MOVE WS-OVER-COUNT TO RPT-TOT-OVER.
            MOVE WS-MOVE-COUNT TO RPT-TOT-MOVES.
            MOVE WS-UNWEIGHED-COUNT TO RPT-TOT-UNWEIGHED.

            MOVE RPT-TOTAL-LINE TO RPT-LINE.
            WRITE RPT-LINE.

            PERFORM 820-WRITE-RUN-STATUS.

            CLOSE ORDFILE-IN.
            CLOSE ROUTEFIL-IN.
            CLOSE TRUCKFIL-IN.
            CLOSE LOAD-OUT.
            CLOSE RPTSTAT-FILE.

      * DROP THE RUN RESULT ON THE RPTSTAT STATUS FILE - RECORDS
      * IS THE PICKED ORDERS PLANNED, REJECTS THE STOPS SUGGESTED
      * FOR THE NEXT DELIVERY DAY.
        820-WRITE-RUN-STATUS.
            MOVE 'BOPRGLP' TO RPTSTAT-JOB.
            MOVE WS-CURRENT-DATE TO RPTSTAT-DATE.
            MOVE WS-CURR-HHMMSS TO RPTSTAT-TIME.
            MOVE WS-STOP-COUNT TO RPTSTAT-RECORDS.
            COMPUTE RPTSTAT-GOOD = WS-STOP-COUNT - WS-MOVE-COUNT.
            MOVE WS-MOVE-COUNT TO RPTSTAT-REJECTS.
            MOVE WS-RUN-STATUS TO RPTSTAT-STATUS.

            WRITE RPTSTAT-RECORD
                INVALID KEY
                    REWRITE RPTSTAT-RECORD
                        INVALID KEY
                            DISPLAY 'BOPRGLP - RPTSTAT WRITE FAILED'
                    END-REWRITE
            END-WRITE.

        99-SQL-ERR.
            MOVE 'FAILED' TO WS-RUN-STATUS.
            MOVE SQLCODE TO WS-SQL-CODE.
            DISPLAY 'BOPRGLP SQL ERROR ' WS-SQL-CODE.
            PERFORM 800-ENDFILE.
            GO TO 999-EXIT.

        999-EXIT.
            STOP RUN.
