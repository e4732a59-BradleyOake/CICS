        IDENTIFICATION DIVISION.
        PROGRAM-ID.  BOPRGOT.
        AUTHOR. OAKE.

      * MONTHLY ON-TIME DELIVERY REPORT - HOW OFTEN EACH ROUTE AND
      * TRUCK GOT THE GOODS THERE BY THE DATE THE COUNTER PROMISED.
      * EVERY ORDER DELIVERED IN THE SELECTED MONTH THAT CARRIES A
      * PROMISED DELIVERY DATE (ORDFILE-PROMISE-DATE, SET BY BOPRGE
      * AT ENTRY) IS SCORED - OFF ORDFILE FOR ORDERS STILL LIVE AND
      * OFF ORDHIST FOR THOSE BOPRGW HAS ALREADY ARCHIVED, SO A
      * MONTH REPORTS THE SAME AFTER THE WEEKLY ARCHIVE AS BEFORE.
      * THE DELIVERY DATE IS THE BOPRGD PROOF OF DELIVERY; ON OR
      * BEFORE THE PROMISE IS ON TIME.  THE ROUTE AND TRUCK COME
      * OFF ROUTEFIL BY POSTAL PREFIX WITH THE DISPATCH OVERRIDE ON
      * THE ORDER WINNING THE ROUTE, AS IN THE BOPRGRP EXTRACT.
      * ONE LINE PER ROUTE AND TRUCK - DELIVERED, ON TIME, LATE,
      * PERCENT ON TIME AND AVERAGE DAYS LATE - THEN THE MONTH
      * TOTAL.  THE MONTH COMES FROM A ONE-CARD MONTHIN INPUT
      * (YYYYMM IN COLUMNS 1-6); A BLANK CARD OR A DUMMY MONTHIN DD
      * SELECTS THE CURRENT MONTH.  RUN MONTHLY - SEE THE BOPRGOT
      * JCL MEMBER.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. RS-6000.
        OBJECT-COMPUTER. RS-6000.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT MONTHIN-IN ASSIGN TO MONTHIN
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-MONTHIN-STATUS.

            SELECT ORDFILE-IN ASSIGN TO ORDFILE
                ORGANIZATION IS INDEXED
                ACCESS IS SEQUENTIAL
                RECORD KEY IS ORDFILE-KEY
                FILE STATUS IS WS-ORDFILE-STATUS.

            SELECT ORDHIST-IN ASSIGN TO ORDHIST
                ORGANIZATION IS INDEXED
                ACCESS IS SEQUENTIAL
                RECORD KEY IS ORDHIST-KEY
                FILE STATUS IS WS-ORDHIST-STATUS.

            SELECT ROUTEFIL-IN ASSIGN TO ROUTEFIL
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS ROUTE-KEY
                FILE STATUS IS WS-ROUTEFIL-STATUS.

            SELECT ONTIME-OUT ASSIGN TO ONTMPRT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ONTIME-STATUS.

            SELECT RPTSTAT-FILE ASSIGN TO RPTSTAT
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS RPTSTAT-KEY
                FILE STATUS IS WS-RPTSTAT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  MONTHIN-IN
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 80 CHARACTERS.
        01  MONTHIN-CARD                   PIC X(80).

        FD  ORDFILE-IN
            LABEL RECORDS ARE STANDARD.
        COPY 'ORDFILE-LAYOUT'.

        FD  ORDHIST-IN
            LABEL RECORDS ARE STANDARD.
        COPY 'ORDHIST-LAYOUT'.

        FD  ROUTEFIL-IN
            LABEL RECORDS ARE STANDARD.
        COPY 'ROUTEFIL-LAYOUT'.

        FD  ONTIME-OUT
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 100 CHARACTERS.
        01  RPT-LINE                       PIC X(100).

        FD  RPTSTAT-FILE
            LABEL RECORDS ARE STANDARD.
        COPY 'RPTSTAT-LAYOUT'.

        WORKING-STORAGE SECTION.

        01 WS-MONTHIN-STATUS                PIC XX VALUE ZERO.
        01 WS-ORDFILE-STATUS                PIC XX VALUE ZERO.
        01 WS-ORDHIST-STATUS                PIC XX VALUE ZERO.
        01 WS-ROUTEFIL-STATUS               PIC XX VALUE ZERO.
        01 WS-ONTIME-STATUS                 PIC XX VALUE ZERO.
        01 WS-RPTSTAT-STATUS                PIC XX VALUE ZERO.
        01 WS-RUN-STATUS                    PIC X(8) VALUE 'GOOD'.

        01 WS-EOF-SW                        PIC X VALUE 'N'.
            88 WS-EOF                        VALUE 'Y'.

        01 WS-FOUND-SW                      PIC X VALUE 'N'.
            88 WS-FOUND                      VALUE 'Y'.

        01 WS-REC-COUNT                     PIC 9(7) COMP VALUE ZERO.
        01 WS-SCORED-COUNT                  PIC 9(7) COMP VALUE ZERO.
        01 WS-LINE-COUNT                    PIC 99 COMP VALUE 99.
        01 WS-PAGE-COUNT                    PIC 9(4) COMP VALUE ZERO.
        01 WS-MAX-LINES                     PIC 99 COMP VALUE 55.

        01 WS-CURRENT-DATE.
            05 WS-CURR-YYYY                 PIC 9(4).
            05 WS-CURR-MM                   PIC 9(2).
            05 WS-CURR-DD                   PIC 9(2).

        01 WS-CURRENT-TIME.
            05 WS-CURR-HHMMSS               PIC 9(6).
            05 FILLER                       PIC 9(2).

        01 WS-SELECT-MONTH                  PIC X(6).

      * THE DELIVERY BEING SCORED, LIFTED OUT OF WHICHEVER FILE IT
      * CAME FROM SO ONE SCORING PATH SERVES BOTH.
        01 WS-SCORE-POSTAL-1                PIC X(3).
        01 WS-SCORE-ROUTE                   PIC X(2).
        01 WS-SCORE-DEL-DATE                PIC X(8).
        01 WS-SCORE-PROMISE-DATE            PIC X(8).

        01 WS-WORK-DATE-NUM                 PIC 9(8).
        01 WS-DEL-INT                       PIC S9(9) COMP.
        01 WS-PROMISE-INT                   PIC S9(9) COMP.
        01 WS-DAYS                          PIC S9(5) COMP.

      * ONE BUCKET PER ROUTE AND TRUCK, ADDED AS THEY TURN UP AND
      * SORTED INTO ROUTE ORDER BEFORE PRINTING.
        01 WS-RT-COUNT                      PIC 9(4) COMP VALUE ZERO.
        01 WS-RT-MAX                        PIC 9(4) COMP VALUE 200.
        01 WS-RT-IDX                        PIC 9(4) COMP.
        01 WS-RT-IDX2                       PIC 9(4) COMP.

        01 WS-RT-TABLE.
            05 WS-RT-ENTRY OCCURS 200 TIMES.
                10 WS-RT-SORT-KEY.
                    15 WS-RT-ROUTE           PIC X(2).
                    15 WS-RT-TRUCK           PIC X(2).
                10 WS-RT-DAY                 PIC X(3).
                10 WS-RT-DELIVERED           PIC S9(5) COMP-3.
                10 WS-RT-ON-TIME             PIC S9(5) COMP-3.
                10 WS-RT-LATE                PIC S9(5) COMP-3.
                10 WS-RT-LATE-DAYS           PIC S9(7) COMP-3.

        01 WS-RT-TEMP.
            05 WS-TEMP-SORT-KEY              PIC X(4).
            05 WS-TEMP-DAY                   PIC X(3).
            05 WS-TEMP-DELIVERED             PIC S9(5) COMP-3.
            05 WS-TEMP-ON-TIME               PIC S9(5) COMP-3.
            05 WS-TEMP-LATE                  PIC S9(5) COMP-3.
            05 WS-TEMP-LATE-DAYS             PIC S9(7) COMP-3.

        01 WS-TOT-DELIVERED                 PIC S9(7) COMP-3 VALUE 0.
        01 WS-TOT-ON-TIME                   PIC S9(7) COMP-3 VALUE 0.
        01 WS-TOT-LATE                      PIC S9(7) COMP-3 VALUE 0.
        01 WS-TOT-LATE-DAYS                 PIC S9(9) COMP-3 VALUE 0.

        01 WS-PCT                           PIC S9(3)V9 COMP-3.
        01 WS-AVG                           PIC S9(3)V9 COMP-3.

        01 RPT-TITLE-LINE.
            05 RPT-TITLE-CC                 PIC X VALUE '1'.
            05 FILLER                       PIC X(10) VALUE SPACES.
            05 FILLER                       PIC X(24)
                VALUE 'ON-TIME DELIVERY MONTH '.
            05 RPT-TITLE-MONTH              PIC X(6).
            05 FILLER                       PIC X(10) VALUE SPACES.
            05 FILLER                       PIC X(5) VALUE 'DATE '.
            05 RPT-TITLE-DATE                PIC 9999/99/99.
            05 FILLER                       PIC X(3) VALUE SPACES.
            05 FILLER                       PIC X(5) VALUE 'PAGE '.
            05 RPT-TITLE-PAGE                PIC ZZZ9.
            05 FILLER                       PIC X(22) VALUE SPACES.

        01 RPT-COLUMNS-1.
            05 RPT-COL1-CC                  PIC X VALUE SPACE.
            05 FILLER                       PIC X(21) VALUE SPACES.
            05 FILLER                       PIC X(6) VALUE ' DLVRD'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(6) VALUE '    ON'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(6) VALUE SPACES.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(5) VALUE '  PCT'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(5) VALUE ' DAYS'.
            05 FILLER                       PIC X(42) VALUE SPACES.

        01 RPT-COLUMNS-2.
            05 RPT-COL2-CC                  PIC X VALUE SPACE.
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 FILLER                       PIC X(5) VALUE 'ROUTE'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(5) VALUE 'TRUCK'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(3) VALUE 'DAY'.
            05 FILLER                       PIC X(3) VALUE SPACES.
            05 FILLER                       PIC X(6) VALUE ' ORDRS'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(6) VALUE '  TIME'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(6) VALUE '  LATE'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(5) VALUE ' ONTM'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(5) VALUE ' LATE'.
            05 FILLER                       PIC X(42) VALUE SPACES.

        01 RPT-DETAIL-LINE.
            05 RPT-DET-CC                   PIC X VALUE SPACE.
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 RPT-D-ROUTE                  PIC X(2).
            05 FILLER                       PIC X(6) VALUE SPACES.
            05 RPT-D-TRUCK                  PIC X(2).
            05 FILLER                       PIC X(3) VALUE SPACES.
            05 RPT-D-DAY                    PIC X(3).
            05 FILLER                       PIC X(3) VALUE SPACES.
            05 RPT-D-DELIVERED              PIC ZZ,ZZ9.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-D-ON-TIME                PIC ZZ,ZZ9.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-D-LATE                   PIC ZZ,ZZ9.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-D-PCT                    PIC ZZ9.9.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-D-AVG-LATE               PIC ZZ9.9.
            05 FILLER                       PIC X(42) VALUE SPACES.

        01 RPT-TOTAL-LINE.
            05 RPT-TOT-CC                   PIC X VALUE SPACE.
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 RPT-T-LABEL                  PIC X(20).
            05 RPT-T-DELIVERED              PIC ZZ,ZZ9.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-T-ON-TIME                PIC ZZ,ZZ9.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-T-LATE                   PIC ZZ,ZZ9.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-T-PCT                    PIC ZZ9.9.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-T-AVG-LATE               PIC ZZ9.9.
            05 FILLER                       PIC X(42) VALUE SPACES.

        PROCEDURE DIVISION.

        000-START-LOGIC.
            OPEN INPUT ROUTEFIL-IN.
            OPEN OUTPUT ONTIME-OUT.
            OPEN I-O RPTSTAT-FILE.

            ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-CURRENT-TIME FROM TIME.
            MOVE WS-CURRENT-DATE TO RPT-TITLE-DATE.

            PERFORM 150-READ-MONTH-CARD.
            MOVE WS-SELECT-MONTH TO RPT-TITLE-MONTH.

      * PASS 1 - ORDERS STILL ON ORDFILE.
            OPEN INPUT ORDFILE-IN.
            MOVE 'N' TO WS-EOF-SW.
            PERFORM 200-READ-ORDER.

            PERFORM 210-CHECK-ORDER
                UNTIL WS-EOF.

            CLOSE ORDFILE-IN.

      * PASS 2 - ORDERS ALREADY ARCHIVED TO ORDHIST.
            OPEN INPUT ORDHIST-IN.
            MOVE 'N' TO WS-EOF-SW.
            PERFORM 250-READ-HISTORY.

            PERFORM 260-CHECK-HISTORY
                UNTIL WS-EOF.

            CLOSE ORDHIST-IN.

            PERFORM 400-SORT-ROUTES.

            PERFORM 100-PRINT-HEADERS.

            PERFORM 500-PRINT-ROUTE
                VARYING WS-RT-IDX FROM 1 BY 1
                UNTIL WS-RT-IDX > WS-RT-COUNT.

            PERFORM 600-PRINT-TOTAL.

            PERFORM 800-ENDFILE.

            GO TO 999-EXIT.

        100-PRINT-HEADERS.
            ADD 1 TO WS-PAGE-COUNT.
            MOVE WS-PAGE-COUNT TO RPT-TITLE-PAGE.

            MOVE RPT-TITLE-LINE TO RPT-LINE.
            WRITE RPT-LINE.

            MOVE RPT-COLUMNS-1 TO RPT-LINE.
            WRITE RPT-LINE.

            MOVE RPT-COLUMNS-2 TO RPT-LINE.
            WRITE RPT-LINE.

            MOVE ZERO TO WS-LINE-COUNT.

        150-READ-MONTH-CARD.
            MOVE WS-CURRENT-DATE(1:6) TO WS-SELECT-MONTH.

            OPEN INPUT MONTHIN-IN.

            IF WS-MONTHIN-STATUS = '00'
                READ MONTHIN-IN
                    AT END
                        CONTINUE
                    NOT AT END
                        IF MONTHIN-CARD(1:6) IS NUMERIC
                            MOVE MONTHIN-CARD(1:6)
                                TO WS-SELECT-MONTH
                        END-IF
                END-READ
                CLOSE MONTHIN-IN
            END-IF.

        200-READ-ORDER.
            READ ORDFILE-IN NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-EOF-SW
            END-READ.

        210-CHECK-ORDER.
            ADD 1 TO WS-REC-COUNT.

            IF ORDFILE-IS-ORDER
                AND NOT ORDFILE-IS-CASH-SALE
                MOVE ORDFILE-POSTAL-1 TO WS-SCORE-POSTAL-1
                MOVE ORDFILE-ROUTE TO WS-SCORE-ROUTE
                MOVE ORDFILE-DEL-DATE TO WS-SCORE-DEL-DATE
                MOVE ORDFILE-PROMISE-DATE TO WS-SCORE-PROMISE-DATE
                PERFORM 300-SCORE-DELIVERY THRU 390-SCORE-DONE
            END-IF.

            PERFORM 200-READ-ORDER.

        250-READ-HISTORY.
            READ ORDHIST-IN NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-EOF-SW
            END-READ.

        260-CHECK-HISTORY.
            ADD 1 TO WS-REC-COUNT.

            IF ORDHIST-REC-TYPE = 'O'
                AND ORDHIST-CASH-SALE NOT = 'Y'
                MOVE ORDHIST-POSTAL-1 TO WS-SCORE-POSTAL-1
                MOVE ORDHIST-ROUTE TO WS-SCORE-ROUTE
                MOVE ORDHIST-DLV-DATE TO WS-SCORE-DEL-DATE
                MOVE ORDHIST-PROMISE-DATE TO WS-SCORE-PROMISE-DATE
                PERFORM 300-SCORE-DELIVERY THRU 390-SCORE-DONE
            END-IF.

            PERFORM 250-READ-HISTORY.

      * ONLY A DELIVERY PROVED IN THE MONTH AGAINST A REAL PROMISE.
      * A RECORD WRITTEN BEFORE THE PROMISE DATE EXISTED FAILS THE
      * NUMERIC TEST AND IS LEFT OUT RATHER THAN COUNTED LATE.
        300-SCORE-DELIVERY.
            IF WS-SCORE-DEL-DATE IS NOT NUMERIC
                OR WS-SCORE-PROMISE-DATE IS NOT NUMERIC
                OR WS-SCORE-DEL-DATE(1:6) NOT = WS-SELECT-MONTH
                GO TO 390-SCORE-DONE
            END-IF.

            PERFORM 320-ROUTE-THE-ORDER.
            PERFORM 340-FIND-BUCKET.

            IF NOT WS-FOUND
                GO TO 390-SCORE-DONE
            END-IF.

            ADD 1 TO WS-SCORED-COUNT.
            ADD 1 TO WS-RT-DELIVERED(WS-RT-IDX).

            MOVE WS-SCORE-DEL-DATE TO WS-WORK-DATE-NUM.
            COMPUTE WS-DEL-INT =
                FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-NUM).
            MOVE WS-SCORE-PROMISE-DATE TO WS-WORK-DATE-NUM.
            COMPUTE WS-PROMISE-INT =
                FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-NUM).

            IF WS-DEL-INT > WS-PROMISE-INT
                ADD 1 TO WS-RT-LATE(WS-RT-IDX)
                COMPUTE WS-DAYS = WS-DEL-INT - WS-PROMISE-INT
                ADD WS-DAYS TO WS-RT-LATE-DAYS(WS-RT-IDX)
            ELSE
                ADD 1 TO WS-RT-ON-TIME(WS-RT-IDX)
            END-IF.

        390-SCORE-DONE.
            EXIT.

      * SAME ROUTE LOOKUP AS THE BOPRGRP ROUTE EXTRACT.
        320-ROUTE-THE-ORDER.
            MOVE WS-SCORE-POSTAL-1 TO ROUTE-PREFIX.

            READ ROUTEFIL-IN
                KEY IS ROUTE-KEY
                INVALID KEY
                    MOVE 'ZZ' TO ROUTE-CODE
                    MOVE SPACES TO ROUTE-DAY
                    MOVE SPACES TO ROUTE-TRUCK
                    MOVE 999 TO ROUTE-SEQ
            END-READ.

            IF WS-SCORE-ROUTE NOT = SPACES
                AND WS-SCORE-ROUTE NOT = LOW-VALUES
                MOVE WS-SCORE-ROUTE TO ROUTE-CODE
            END-IF.

      * THE ROUTE AND TRUCK'S BUCKET, ADDING ONE THE FIRST TIME
      * THE PAIR TURNS UP.
        340-FIND-BUCKET.
            MOVE 'N' TO WS-FOUND-SW.

            PERFORM 350-MATCH-BUCKET
                VARYING WS-RT-IDX FROM 1 BY 1
                UNTIL WS-RT-IDX > WS-RT-COUNT
                    OR WS-FOUND.

            IF WS-FOUND
                SUBTRACT 1 FROM WS-RT-IDX
            ELSE
                IF WS-RT-COUNT < WS-RT-MAX
                    ADD 1 TO WS-RT-COUNT
                    MOVE WS-RT-COUNT TO WS-RT-IDX
                    MOVE ROUTE-CODE TO WS-RT-ROUTE(WS-RT-IDX)
                    MOVE ROUTE-TRUCK TO WS-RT-TRUCK(WS-RT-IDX)
                    MOVE ROUTE-DAY TO WS-RT-DAY(WS-RT-IDX)
                    MOVE ZERO TO WS-RT-DELIVERED(WS-RT-IDX)
                    MOVE ZERO TO WS-RT-ON-TIME(WS-RT-IDX)
                    MOVE ZERO TO WS-RT-LATE(WS-RT-IDX)
                    MOVE ZERO TO WS-RT-LATE-DAYS(WS-RT-IDX)
                    MOVE 'Y' TO WS-FOUND-SW
                ELSE
                    DISPLAY 'BOPRGOT ROUTE TABLE FULL - '
                        ROUTE-CODE ' ' ROUTE-TRUCK ' NOT SCORED'
                END-IF
            END-IF.

        350-MATCH-BUCKET.
            IF WS-RT-ROUTE(WS-RT-IDX) = ROUTE-CODE
                AND WS-RT-TRUCK(WS-RT-IDX) = ROUTE-TRUCK
                MOVE 'Y' TO WS-FOUND-SW
            END-IF.

        400-SORT-ROUTES.
            IF WS-RT-COUNT < 2
                CONTINUE
            ELSE
                PERFORM 410-SORT-PASS
                    VARYING WS-RT-IDX FROM 1 BY 1
                    UNTIL WS-RT-IDX > WS-RT-COUNT
            END-IF.

        410-SORT-PASS.
            PERFORM 420-SORT-COMPARE
                VARYING WS-RT-IDX2 FROM 1 BY 1
                UNTIL WS-RT-IDX2 > WS-RT-COUNT - WS-RT-IDX.

        420-SORT-COMPARE.
            IF WS-RT-SORT-KEY(WS-RT-IDX2)
                    > WS-RT-SORT-KEY(WS-RT-IDX2 + 1)
                MOVE WS-RT-ENTRY(WS-RT-IDX2) TO WS-RT-TEMP
                MOVE WS-RT-ENTRY(WS-RT-IDX2 + 1)
                    TO WS-RT-ENTRY(WS-RT-IDX2)
                MOVE WS-RT-TEMP
                    TO WS-RT-ENTRY(WS-RT-IDX2 + 1)
            END-IF.

      * PERCENTAGES AND AVERAGES PRINT BLANK WHERE THERE IS
      * NOTHING TO DIVIDE BY.
        500-PRINT-ROUTE.
            IF WS-LINE-COUNT >= WS-MAX-LINES
                PERFORM 100-PRINT-HEADERS
            END-IF.

            ADD 1 TO WS-LINE-COUNT.

            ADD WS-RT-DELIVERED(WS-RT-IDX) TO WS-TOT-DELIVERED.
            ADD WS-RT-ON-TIME(WS-RT-IDX) TO WS-TOT-ON-TIME.
            ADD WS-RT-LATE(WS-RT-IDX) TO WS-TOT-LATE.
            ADD WS-RT-LATE-DAYS(WS-RT-IDX) TO WS-TOT-LATE-DAYS.

            MOVE SPACES TO RPT-DETAIL-LINE.
            MOVE WS-RT-ROUTE(WS-RT-IDX) TO RPT-D-ROUTE.
            MOVE WS-RT-TRUCK(WS-RT-IDX) TO RPT-D-TRUCK.
            MOVE WS-RT-DAY(WS-RT-IDX) TO RPT-D-DAY.
            MOVE WS-RT-DELIVERED(WS-RT-IDX) TO RPT-D-DELIVERED.
            MOVE WS-RT-ON-TIME(WS-RT-IDX) TO RPT-D-ON-TIME.
            MOVE WS-RT-LATE(WS-RT-IDX) TO RPT-D-LATE.

            IF WS-RT-DELIVERED(WS-RT-IDX) > ZERO
                COMPUTE WS-PCT ROUNDED =
                    WS-RT-ON-TIME(WS-RT-IDX) * 100
                    / WS-RT-DELIVERED(WS-RT-IDX)
                MOVE WS-PCT TO RPT-D-PCT
            END-IF.

            IF WS-RT-LATE(WS-RT-IDX) > ZERO
                COMPUTE WS-AVG ROUNDED =
                    WS-RT-LATE-DAYS(WS-RT-IDX)
                    / WS-RT-LATE(WS-RT-IDX)
                MOVE WS-AVG TO RPT-D-AVG-LATE
            END-IF.

            MOVE RPT-DETAIL-LINE TO RPT-LINE.
            WRITE RPT-LINE.

        600-PRINT-TOTAL.
            MOVE SPACES TO RPT-TOTAL-LINE.
            MOVE 'MONTH TOTAL' TO RPT-T-LABEL.
            MOVE WS-TOT-DELIVERED TO RPT-T-DELIVERED.
            MOVE WS-TOT-ON-TIME TO RPT-T-ON-TIME.
            MOVE WS-TOT-LATE TO RPT-T-LATE.

            IF WS-TOT-DELIVERED > ZERO
                COMPUTE WS-PCT ROUNDED =
                    WS-TOT-ON-TIME * 100 / WS-TOT-DELIVERED
                MOVE WS-PCT TO RPT-T-PCT
            END-IF.

            IF WS-TOT-LATE > ZERO
                COMPUTE WS-AVG ROUNDED =
                    WS-TOT-LATE-DAYS / WS-TOT-LATE
                MOVE WS-AVG TO RPT-T-AVG-LATE
            END-IF.

            MOVE RPT-TOTAL-LINE TO RPT-LINE.
            WRITE RPT-LINE.

        800-ENDFILE.
            PERFORM 820-WRITE-RUN-STATUS.

            CLOSE ROUTEFIL-IN.
            CLOSE ONTIME-OUT.
            CLOSE RPTSTAT-FILE.

      * DROP THE RUN RESULT ON THE RPTSTAT STATUS FILE SO THE
      * BOPRGO REPORTS MENU CAN SHOW STAFF WHETHER THE LAST RUN
      * ACTUALLY FINISHED BEFORE THEY SUBMIT IT AGAIN.
        820-WRITE-RUN-STATUS.
            MOVE 'BOPRGOT' TO RPTSTAT-JOB.
            MOVE WS-CURRENT-DATE TO RPTSTAT-DATE.
            MOVE WS-CURR-HHMMSS TO RPTSTAT-TIME.
            MOVE WS-REC-COUNT TO RPTSTAT-RECORDS.
            MOVE WS-SCORED-COUNT TO RPTSTAT-GOOD.
            MOVE ZERO TO RPTSTAT-REJECTS.
            MOVE WS-RUN-STATUS TO RPTSTAT-STATUS.

            WRITE RPTSTAT-RECORD
                INVALID KEY
                    REWRITE RPTSTAT-RECORD
                        INVALID KEY
                            DISPLAY 'BOPRGOT - RPTSTAT WRITE FAILED'
                    END-REWRITE
            END-WRITE.

        999-EXIT.
            STOP RUN.
