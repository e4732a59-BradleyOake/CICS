        IDENTIFICATION DIVISION.
        PROGRAM-ID.  BOPRGLT.
        AUTHOR. OAKE.

      * DAILY LATE DELIVERY LIST - EVERY ORDER STILL ON ORDFILE
      * WHOSE PROMISED DELIVERY DATE (ORDFILE-PROMISE-DATE, SET BY
      * BOPRGE AT ENTRY) IS ALREADY BEHIND US AND THAT HAS NOT YET
      * BEEN DELIVERED - STATUS ENTERED, PICKED, OUT FOR DELIVERY
      * OR HELD.  THE COUNTER WORKS DOWN IT TO RING THE CUSTOMER
      * BEFORE THE CUSTOMER RINGS US.  EACH LINE SHOWS THE ROUTE,
      * DAY AND TRUCK THE ORDER RIDES (ROUTEFIL BY POSTAL PREFIX,
      * THE DISPATCH OVERRIDE ON THE ORDER WINNING THE ROUTE) AND
      * HOW MANY DAYS LATE IT IS.  CREDIT NOTES, FINANCE CHARGES,
      * CASH SALES AND ORDERS WITH NO PROMISE ARE NEVER LISTED.
      * RUN NIGHTLY AFTER THE DAY'S DELIVERIES ARE CONFIRMED - SEE
      * THE BOPRGLT JCL MEMBER.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. RS-6000.
        OBJECT-COMPUTER. RS-6000.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT ORDFILE-IN ASSIGN TO ORDFILE
                ORGANIZATION IS INDEXED
                ACCESS IS SEQUENTIAL
                RECORD KEY IS ORDFILE-KEY
                FILE STATUS IS WS-ORDFILE-STATUS.

            SELECT ROUTEFIL-IN ASSIGN TO ROUTEFIL
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS ROUTE-KEY
                FILE STATUS IS WS-ROUTEFIL-STATUS.

            SELECT LATE-OUT ASSIGN TO LATEPRT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LATE-STATUS.

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

        FD  LATE-OUT
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 100 CHARACTERS.
        01  RPT-LINE                       PIC X(100).

        FD  RPTSTAT-FILE
            LABEL RECORDS ARE STANDARD.
        COPY 'RPTSTAT-LAYOUT'.

        WORKING-STORAGE SECTION.

        01 WS-ORDFILE-STATUS                PIC XX VALUE ZERO.
        01 WS-ROUTEFIL-STATUS               PIC XX VALUE ZERO.
        01 WS-LATE-STATUS                   PIC XX VALUE ZERO.
        01 WS-RPTSTAT-STATUS                PIC XX VALUE ZERO.
        01 WS-RUN-STATUS                    PIC X(8) VALUE 'GOOD'.

        01 WS-EOF-SW                        PIC X VALUE 'N'.
            88 WS-EOF                        VALUE 'Y'.

        01 WS-REC-COUNT                     PIC 9(7) COMP VALUE ZERO.
        01 WS-LATE-COUNT                    PIC 9(7) COMP VALUE ZERO.
        01 WS-LINE-COUNT                    PIC 99 COMP VALUE 99.
        01 WS-PAGE-COUNT                    PIC 9(4) COMP VALUE ZERO.
        01 WS-MAX-LINES                     PIC 99 COMP VALUE 55.

        01 WS-CURRENT-DATE.
            05 WS-CURR-YYYY                 PIC 9(4).
            05 WS-CURR-MM                   PIC 9(2).
            05 WS-CURR-DD                   PIC 9(2).

        01 WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE
                                            PIC 9(8).

        01 WS-CURRENT-TIME.
            05 WS-CURR-HHMMSS               PIC 9(6).
            05 FILLER                       PIC 9(2).

        01 WS-TODAY-INT                     PIC S9(9) COMP.
        01 WS-PROMISE-INT                   PIC S9(9) COMP.
        01 WS-WORK-DATE-NUM                 PIC 9(8).
        01 WS-DAYS                          PIC S9(5) COMP.
        01 WS-TOTAL-DAYS                    PIC S9(7) COMP VALUE ZERO.
        01 WS-AVG                           PIC S9(3)V9 COMP-3.

        01 RPT-TITLE-LINE.
            05 RPT-TITLE-CC                 PIC X VALUE '1'.
            05 FILLER                       PIC X(10) VALUE SPACES.
            05 FILLER                       PIC X(40)
                VALUE 'ORDERS PAST PROMISED DELIVERY DATE'.
            05 FILLER                       PIC X(5) VALUE 'DATE '.
            05 RPT-TITLE-DATE                PIC 9999/99/99.
            05 FILLER                       PIC X(3) VALUE SPACES.
            05 FILLER                       PIC X(5) VALUE 'PAGE '.
            05 RPT-TITLE-PAGE                PIC ZZZ9.
            05 FILLER                       PIC X(22) VALUE SPACES.

        01 RPT-COLUMN-LINE.
            05 RPT-COL-CC                   PIC X VALUE SPACE.
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 FILLER                       PIC X(7) VALUE 'INVOICE'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(20) VALUE 'NAME'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(12) VALUE 'PHONE'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(2) VALUE 'RT'.
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 FILLER                       PIC X(3) VALUE 'DAY'.
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 FILLER                       PIC X(2) VALUE 'TK'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(2) VALUE 'ST'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(8) VALUE 'ORDERED'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(8) VALUE 'PROMISED'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(4) VALUE 'LATE'.
            05 FILLER                       PIC X(11) VALUE SPACES.

        01 RPT-DETAIL-LINE.
            05 RPT-DET-CC                   PIC X VALUE SPACE.
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 RPT-D-INVOICE                PIC X(7).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-D-NAME                   PIC X(20).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-D-AREA-CODE              PIC X(3).
            05 FILLER                       PIC X(1) VALUE '-'.
            05 RPT-D-EXCHANGE               PIC X(3).
            05 FILLER                       PIC X(1) VALUE '-'.
            05 RPT-D-PHONE-NUM              PIC X(4).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-D-ROUTE                  PIC X(2).
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 RPT-D-DAY                    PIC X(3).
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 RPT-D-TRUCK                  PIC X(2).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-D-STATUS                 PIC X(1).
            05 FILLER                       PIC X(3) VALUE SPACES.
            05 RPT-D-ORDER-DATE             PIC X(8).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-D-PROMISE-DATE           PIC X(8).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-D-DAYS                   PIC ZZZ9.
            05 FILLER                       PIC X(11) VALUE SPACES.

        01 RPT-TOTAL-LINE.
            05 RPT-TOT-CC                   PIC X VALUE SPACE.
            05 FILLER                       PIC X(1) VALUE SPACES.
            05 RPT-TOT-LABEL                PIC X(40).
            05 RPT-TOT-COUNT                PIC ZZZZ,ZZ9.
            05 FILLER                       PIC X(50) VALUE SPACES.

        01 RPT-AVG-LINE.
            05 RPT-AVG-CC                   PIC X VALUE SPACE.
            05 FILLER                       PIC X(1) VALUE SPACES.
            05 RPT-AVG-LABEL                PIC X(40).
            05 FILLER                       PIC X(3) VALUE SPACES.
            05 RPT-AVG-DAYS                 PIC ZZ9.9.
            05 FILLER                       PIC X(50) VALUE SPACES.

        PROCEDURE DIVISION.

        000-START-LOGIC.
            OPEN INPUT ORDFILE-IN.
            OPEN INPUT ROUTEFIL-IN.
            OPEN OUTPUT LATE-OUT.
            OPEN I-O RPTSTAT-FILE.

            ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-CURRENT-TIME FROM TIME.
            MOVE WS-CURRENT-DATE TO RPT-TITLE-DATE.

            COMPUTE WS-TODAY-INT =
                FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM).

            PERFORM 100-PRINT-HEADERS.

            PERFORM 200-READ-ORDER.

            PERFORM 300-CHECK-ORDER
                UNTIL WS-EOF.

            MOVE 'ORDERS PAST PROMISED DATE' TO RPT-TOT-LABEL.
            MOVE WS-LATE-COUNT TO RPT-TOT-COUNT.
            MOVE RPT-TOTAL-LINE TO RPT-LINE.
            WRITE RPT-LINE.

            IF WS-LATE-COUNT > ZERO
                COMPUTE WS-AVG ROUNDED =
                    WS-TOTAL-DAYS / WS-LATE-COUNT
                MOVE 'AVERAGE DAYS LATE' TO RPT-AVG-LABEL
                MOVE WS-AVG TO RPT-AVG-DAYS
                MOVE RPT-AVG-LINE TO RPT-LINE
                WRITE RPT-LINE
            END-IF.

            PERFORM 800-ENDFILE.

            GO TO 999-EXIT.

        100-PRINT-HEADERS.
            ADD 1 TO WS-PAGE-COUNT.
            MOVE WS-PAGE-COUNT TO RPT-TITLE-PAGE.

            MOVE RPT-TITLE-LINE TO RPT-LINE.
            WRITE RPT-LINE.

            MOVE RPT-COLUMN-LINE TO RPT-LINE.
            WRITE RPT-LINE.

            MOVE ZERO TO WS-LINE-COUNT.

        200-READ-ORDER.
            READ ORDFILE-IN NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-EOF-SW
            END-READ.

      * ONLY A REAL ORDER THAT WAS PROMISED, IS STILL SHORT OF THE
      * CUSTOMER, AND WHOSE DATE HAS GONE BY.  A RECORD WRITTEN
      * BEFORE THE PROMISE DATE EXISTED FAILS THE NUMERIC TEST.
        300-CHECK-ORDER.
            ADD 1 TO WS-REC-COUNT.

            IF ORDFILE-PROMISE-DATE IS NUMERIC
                AND ORDFILE-PROMISE-DATE < WS-CURRENT-DATE
                AND NOT ORDFILE-IS-CREDIT
                AND NOT ORDFILE-IS-FIN-CHARGE
                AND NOT ORDFILE-IS-CASH-SALE
                AND NOT ORDFILE-ST-DELIVERED
                AND NOT ORDFILE-ST-BILLED
                PERFORM 400-PRINT-LATE
            END-IF.

            PERFORM 200-READ-ORDER.

      * SAME ROUTE LOOKUP AS THE BOPRGRP ROUTE EXTRACT.
        320-ROUTE-THE-ORDER.
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
            END-IF.

        400-PRINT-LATE.
            ADD 1 TO WS-LATE-COUNT.

            IF WS-LINE-COUNT >= WS-MAX-LINES
                PERFORM 100-PRINT-HEADERS
            END-IF.

            ADD 1 TO WS-LINE-COUNT.

            MOVE ORDFILE-PROMISE-DATE TO WS-WORK-DATE-NUM.
            COMPUTE WS-PROMISE-INT =
                FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-NUM).
            COMPUTE WS-DAYS = WS-TODAY-INT - WS-PROMISE-INT.
            ADD WS-DAYS TO WS-TOTAL-DAYS.

            PERFORM 320-ROUTE-THE-ORDER.

            MOVE ORDFILE-INVOICE-NO TO RPT-D-INVOICE.
            MOVE ORDFILE-NAME TO RPT-D-NAME.
            MOVE ORDFILE-AREA-CODE TO RPT-D-AREA-CODE.
            MOVE ORDFILE-EXCHANGE TO RPT-D-EXCHANGE.
            MOVE ORDFILE-PHONE-NUM TO RPT-D-PHONE-NUM.
            MOVE ROUTE-CODE TO RPT-D-ROUTE.
            MOVE ROUTE-DAY TO RPT-D-DAY.
            MOVE ROUTE-TRUCK TO RPT-D-TRUCK.
            MOVE ORDFILE-STATUS TO RPT-D-STATUS.
            MOVE ORDFILE-ORDER-DATE TO RPT-D-ORDER-DATE.
            MOVE ORDFILE-PROMISE-DATE TO RPT-D-PROMISE-DATE.
            MOVE WS-DAYS TO RPT-D-DAYS.

            MOVE RPT-DETAIL-LINE TO RPT-LINE.
            WRITE RPT-LINE.

        800-ENDFILE.
            PERFORM 820-WRITE-RUN-STATUS.

            CLOSE ORDFILE-IN.
            CLOSE ROUTEFIL-IN.
            CLOSE LATE-OUT.
            CLOSE RPTSTAT-FILE.

      * DROP THE RUN RESULT ON THE RPTSTAT STATUS FILE SO THE
      * BOPRGO REPORTS MENU CAN SHOW STAFF WHETHER THE LAST RUN
      * ACTUALLY FINISHED BEFORE THEY SUBMIT IT AGAIN.
        820-WRITE-RUN-STATUS.
            MOVE 'BOPRGLT' TO RPTSTAT-JOB.
            MOVE WS-CURRENT-DATE TO RPTSTAT-DATE.
            MOVE WS-CURR-HHMMSS TO RPTSTAT-TIME.
            MOVE WS-REC-COUNT TO RPTSTAT-RECORDS.
            MOVE WS-LATE-COUNT TO RPTSTAT-GOOD.
            MOVE ZERO TO RPTSTAT-REJECTS.
            MOVE WS-RUN-STATUS TO RPTSTAT-STATUS.

            WRITE RPTSTAT-RECORD
                INVALID KEY
                    REWRITE RPTSTAT-RECORD
                        INVALID KEY
                            DISPLAY 'BOPRGLT - RPTSTAT WRITE FAILED'
                    END-REWRITE
            END-WRITE.

        999-EXIT.
            STOP RUN.
