        $SET DB2 (DB=INFOSYS,UDB-VERSION=V8)
        IDENTIFICATION DIVISION.
        PROGRAM-ID.  BOPRGLS.
        AUTHOR. OAKE.

      * WEEKLY LOST SALES REPORT - THE DEMAND THAT WALKED OUT OF
      * THE DOOR.  READS EVERY LOSTSALE RECORD BOPRGE WROTE IN THE
      * LAST SEVEN DAYS (L IN QMODE WHEN THE CUSTOMER DROPPED THE
      * ORDER) AND PRINTS ONE LINE PER PART AND BRANCH: HOW MANY
      * TIMES IT WAS LOST, THE QUANTITY LOST, THAT QUANTITY SPLIT
      * BY REASON (NO STOCK, PRICE, DELIVERY TIME), AND TODAY'S
      * ON-HAND AND REORDER POINT OFF BILLM.PART_ONHAND WITH THE
      * DESCRIPTION FROM BILLM.PART_CODES - SO IT READS ALONGSIDE
      * THE BOPRGRL BUY LIST AND PURCHASING CAN SEE WHICH REORDER
      * POINTS ARE SET TOO LOW.  THE SAME LOST QUANTITIES ALREADY
      * FEED THE BOPRGPO NIGHTLY BUY.  RUN WEEKLY - SEE THE BOPRGLS
      * JCL MEMBER.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. RS-6000.
        OBJECT-COMPUTER. RS-6000.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT LOSTSALE-IN ASSIGN TO LOSTSALE
                ORGANIZATION IS INDEXED
                ACCESS IS SEQUENTIAL
                RECORD KEY IS LOST-KEY
                FILE STATUS IS WS-LOSTSALE-STATUS.

            SELECT LOST-OUT ASSIGN TO LOSTPRT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LOST-STATUS.

            SELECT RPTSTAT-FILE ASSIGN TO RPTSTAT
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS RPTSTAT-KEY
                FILE STATUS IS WS-RPTSTAT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  LOSTSALE-IN
            LABEL RECORDS ARE STANDARD.
        COPY 'LOSTSALE-LAYOUT'.

        FD  LOST-OUT
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
            01  SQL-PART-CODE               PIC X(8).
            01  SQL-LOCATION                PIC X(2).
            01  SQL-PART-DESC               PIC X(17).
            01  SQL-QTY-ON-HAND             PIC S9(7) COMP-3.
            01  SQL-REORDER-POINT           PIC S9(7) COMP-3.
        EXEC SQL END DECLARE SECTION END-EXEC.

        01 WS-LOSTSALE-STATUS               PIC XX VALUE ZERO.
        01 WS-LOST-STATUS                   PIC XX VALUE ZERO.
        01 WS-RPTSTAT-STATUS                PIC XX VALUE ZERO.
        01 WS-RUN-STATUS                    PIC X(8) VALUE 'GOOD'.

        01 WS-EOF-SW                        PIC X VALUE 'N'.
            88 WS-EOF                        VALUE 'Y'.

        01 WS-FOUND-SW                      PIC X VALUE 'N'.
            88 WS-FOUND                      VALUE 'Y'.

        01 WS-REC-COUNT                     PIC 9(7) COMP VALUE ZERO.
        01 WS-WEEK-COUNT                    PIC 9(7) COMP VALUE ZERO.
        01 WS-LINE-COUNT                    PIC 99 COMP VALUE 99.
        01 WS-PAGE-COUNT                    PIC 9(4) COMP VALUE ZERO.
        01 WS-MAX-LINES                     PIC 99 COMP VALUE 55.

      * LOST SALES RECORDED WITHIN THIS MANY DAYS OF THE RUN
      * (TODAY COUNTING AS THE FIRST) ARE REPORTED.
        01 WS-WINDOW-DAYS                   PIC 9(3) VALUE 7.

        01 WS-CURRENT-DATE.
            05 WS-CURR-YYYY                 PIC 9(4).
            05 WS-CURR-MM                   PIC 9(2).
            05 WS-CURR-DD                   PIC 9(2).

        01 WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE
                                            PIC 9(8).

        01 WS-CURRENT-TIME.
            05 WS-CURR-HHMMSS               PIC 9(6).
            05 FILLER                       PIC 9(2).

        01 WS-WORK-INT                      PIC S9(9) COMP.
        01 WS-WORK-DATE-NUM                 PIC 9(8).
        01 WS-FROM-DATE                     PIC X(8).
        01 WS-LOST-LOC                      PIC X(2).

      * ONE BUCKET PER PART AND BRANCH, ADDED AS THEY TURN UP AND
      * SORTED INTO PART ORDER BEFORE PRINTING.
        01 WS-LS-COUNT                      PIC 9(4) COMP VALUE ZERO.
        01 WS-LS-MAX                        PIC 9(4) COMP VALUE 500.
        01 WS-LS-IDX                        PIC 9(4) COMP.
        01 WS-LS-IDX2                       PIC 9(4) COMP.

        01 WS-LS-TABLE.
            05 WS-LS-ENTRY OCCURS 500 TIMES.
                10 WS-LS-SORT-KEY.
                    15 WS-LS-PART            PIC X(4).
                    15 WS-LS-LOC             PIC X(2).
                10 WS-LS-LINES               PIC S9(5) COMP-3.
                10 WS-LS-QTY                 PIC S9(7) COMP-3.
                10 WS-LS-QTY-STOCK           PIC S9(7) COMP-3.
                10 WS-LS-QTY-PRICE           PIC S9(7) COMP-3.
                10 WS-LS-QTY-DELIVERY        PIC S9(7) COMP-3.

        01 WS-LS-TEMP.
            05 WS-TEMP-SORT-KEY              PIC X(6).
            05 WS-TEMP-LINES                 PIC S9(5) COMP-3.
            05 WS-TEMP-QTY                   PIC S9(7) COMP-3.
            05 WS-TEMP-QTY-STOCK             PIC S9(7) COMP-3.
            05 WS-TEMP-QTY-PRICE             PIC S9(7) COMP-3.
            05 WS-TEMP-QTY-DELIVERY          PIC S9(7) COMP-3.

        01 WS-TOT-QTY                       PIC S9(9) COMP-3 VALUE 0.

        01 RPT-TITLE-LINE.
            05 RPT-TITLE-CC                 PIC X VALUE '1'.
            05 FILLER                       PIC X(10) VALUE SPACES.
            05 FILLER                       PIC X(40)
                VALUE 'LOST SALES - LAST 7 DAYS'.
            05 FILLER                       PIC X(5) VALUE 'DATE '.
            05 RPT-TITLE-DATE                PIC 9999/99/99.
            05 FILLER                       PIC X(3) VALUE SPACES.
            05 FILLER                       PIC X(5) VALUE 'PAGE '.
            05 RPT-TITLE-PAGE                PIC ZZZ9.
            05 FILLER                       PIC X(22) VALUE SPACES.

        01 RPT-COLUMNS-1.
            05 RPT-COL1-CC                  PIC X VALUE SPACE.
            05 FILLER                       PIC X(30) VALUE SPACES.
            05 FILLER                       PIC X(6) VALUE '  LOST'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(7) VALUE '   LOST'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(7) VALUE ' STOCK'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(7) VALUE '  PRICE'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(7) VALUE 'DELIVRY'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(9) VALUE '  ON HAND'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(8) VALUE ' REORDER'.
            05 FILLER                       PIC X(6) VALUE SPACES.

        01 RPT-COLUMNS-2.
            05 RPT-COL2-CC                  PIC X VALUE SPACE.
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 FILLER                       PIC X(4) VALUE 'PART'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(17)
                VALUE 'DESCRIPTION'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(3) VALUE 'LOC'.
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 FILLER                       PIC X(6) VALUE ' LINES'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(7) VALUE '    QTY'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(7) VALUE '    QTY'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(7) VALUE '    QTY'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(7) VALUE '    QTY'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(9) VALUE '      NOW'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(8) VALUE '   POINT'.
            05 FILLER                       PIC X(6) VALUE SPACES.

        01 RPT-DETAIL-LINE.
            05 RPT-DET-CC                   PIC X VALUE SPACE.
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 RPT-D-PART                   PIC X(4).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-D-DESC                   PIC X(17).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-D-LOC                    PIC X(2).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-D-LINES                  PIC ZZ,ZZ9.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-D-QTY                    PIC ZZZ,ZZ9.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-D-QTY-STOCK              PIC ZZZ,ZZ9.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-D-QTY-PRICE              PIC ZZZ,ZZ9.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-D-QTY-DELIVERY           PIC ZZZ,ZZ9.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-D-ONHAND                 PIC ZZZZ,ZZ9-.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-D-REORDER                PIC ZZZZ,ZZ9.
            05 FILLER                       PIC X(6) VALUE SPACES.

        01 RPT-TOTAL-LINE.
            05 RPT-TOT-CC                   PIC X VALUE SPACE.
            05 FILLER                       PIC X(1) VALUE SPACES.
            05 RPT-TOT-LABEL                PIC X(40).
            05 RPT-TOT-COUNT                PIC ZZZZ,ZZ9.
            05 FILLER                       PIC X(50) VALUE SPACES.

        PROCEDURE DIVISION.

        000-START-LOGIC.
            OPEN INPUT LOSTSALE-IN.
            OPEN OUTPUT LOST-OUT.
            OPEN I-O RPTSTAT-FILE.

            EXEC SQL
                WHENEVER SQLERROR GO TO 99-SQL-ERR
            END-EXEC.

            EXEC SQL
                WHENEVER SQLWARNING CONTINUE
            END-EXEC.

            ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-CURRENT-TIME FROM TIME.
            MOVE WS-CURRENT-DATE TO RPT-TITLE-DATE.

            COMPUTE WS-WORK-INT =
                FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM)
                - WS-WINDOW-DAYS + 1.
            COMPUTE WS-WORK-DATE-NUM =
                FUNCTION DATE-OF-INTEGER(WS-WORK-INT).
            MOVE WS-WORK-DATE-NUM TO WS-FROM-DATE.

            PERFORM 200-READ-LOST-SALE.

            PERFORM 300-ADD-LOST-SALE
                UNTIL WS-EOF.

            CLOSE LOSTSALE-IN.

            PERFORM 400-SORT-PARTS.

            PERFORM 100-PRINT-HEADERS.

            PERFORM 500-PRINT-PART THRU 590-PRINT-DONE
                VARYING WS-LS-IDX FROM 1 BY 1
                UNTIL WS-LS-IDX > WS-LS-COUNT.

            MOVE 'LOST SALE LINES THIS WEEK' TO RPT-TOT-LABEL.
            MOVE WS-WEEK-COUNT TO RPT-TOT-COUNT.
            MOVE RPT-TOTAL-LINE TO RPT-LINE.
            WRITE RPT-LINE.

            MOVE 'QUANTITY LOST THIS WEEK' TO RPT-TOT-LABEL.
            MOVE WS-TOT-QTY TO RPT-TOT-COUNT.
            MOVE RPT-TOTAL-LINE TO RPT-LINE.
            WRITE RPT-LINE.

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

        200-READ-LOST-SALE.
            READ LOSTSALE-IN NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-EOF-SW
            END-READ.

        300-ADD-LOST-SALE.
            ADD 1 TO WS-REC-COUNT.

            IF LOST-DATE NOT < WS-FROM-DATE
                PERFORM 310-FIND-BUCKET
                IF WS-FOUND
                    PERFORM 330-COUNT-LOST-SALE
                END-IF
            END-IF.

            PERFORM 200-READ-LOST-SALE.

      * THE PART AND BRANCH'S BUCKET, ADDING ONE THE FIRST TIME
      * THE PAIR TURNS UP.
        310-FIND-BUCKET.
            IF LOST-LOCATION > SPACES
                MOVE LOST-LOCATION TO WS-LOST-LOC
            ELSE
                MOVE '01' TO WS-LOST-LOC
            END-IF.

            MOVE 'N' TO WS-FOUND-SW.

            PERFORM 320-MATCH-BUCKET
                VARYING WS-LS-IDX FROM 1 BY 1
                UNTIL WS-LS-IDX > WS-LS-COUNT
                    OR WS-FOUND.

            IF WS-FOUND
                SUBTRACT 1 FROM WS-LS-IDX
            ELSE
                IF WS-LS-COUNT < WS-LS-MAX
                    ADD 1 TO WS-LS-COUNT
                    MOVE WS-LS-COUNT TO WS-LS-IDX
                    MOVE LOST-PART-CODE TO WS-LS-PART(WS-LS-IDX)
                    MOVE WS-LOST-LOC TO WS-LS-LOC(WS-LS-IDX)
                    MOVE ZERO TO WS-LS-LINES(WS-LS-IDX)
                    MOVE ZERO TO WS-LS-QTY(WS-LS-IDX)
                    MOVE ZERO TO WS-LS-QTY-STOCK(WS-LS-IDX)
                    MOVE ZERO TO WS-LS-QTY-PRICE(WS-LS-IDX)
                    MOVE ZERO TO WS-LS-QTY-DELIVERY(WS-LS-IDX)
                    MOVE 'Y' TO WS-FOUND-SW
                ELSE
                    DISPLAY 'BOPRGLS PART TABLE FULL - '
                        LOST-PART-CODE ' NOT REPORTED'
                END-IF
            END-IF.

        320-MATCH-BUCKET.
            IF WS-LS-PART(WS-LS-IDX) = LOST-PART-CODE
                AND WS-LS-LOC(WS-LS-IDX) = WS-LOST-LOC
                MOVE 'Y' TO WS-FOUND-SW
            END-IF.

        330-COUNT-LOST-SALE.
            ADD 1 TO WS-WEEK-COUNT.
            ADD 1 TO WS-LS-LINES(WS-LS-IDX).
            ADD LOST-QTY TO WS-LS-QTY(WS-LS-IDX).
            ADD LOST-QTY TO WS-TOT-QTY.

            EVALUATE TRUE
                WHEN LOST-RSN-STOCK
                    ADD LOST-QTY TO WS-LS-QTY-STOCK(WS-LS-IDX)
                WHEN LOST-RSN-PRICE
                    ADD LOST-QTY TO WS-LS-QTY-PRICE(WS-LS-IDX)
                WHEN LOST-RSN-DELIVERY
                    ADD LOST-QTY TO WS-LS-QTY-DELIVERY(WS-LS-IDX)
            END-EVALUATE.

        400-SORT-PARTS.
            IF WS-LS-COUNT < 2
                CONTINUE
            ELSE
                PERFORM 410-SORT-PASS
                    VARYING WS-LS-IDX FROM 1 BY 1
                    UNTIL WS-LS-IDX > WS-LS-COUNT
            END-IF.

        410-SORT-PASS.
            PERFORM 420-SORT-COMPARE
                VARYING WS-LS-IDX2 FROM 1 BY 1
                UNTIL WS-LS-IDX2 > WS-LS-COUNT - WS-LS-IDX.

        420-SORT-COMPARE.
            IF WS-LS-SORT-KEY(WS-LS-IDX2)
                    > WS-LS-SORT-KEY(WS-LS-IDX2 + 1)
                MOVE WS-LS-ENTRY(WS-LS-IDX2) TO WS-LS-TEMP
                MOVE WS-LS-ENTRY(WS-LS-IDX2 + 1)
                    TO WS-LS-ENTRY(WS-LS-IDX2)
                MOVE WS-LS-TEMP
                    TO WS-LS-ENTRY(WS-LS-IDX2 + 1)
            END-IF.

      * THE DESCRIPTION AND TODAY'S SHELF FOR THE PART AT THE
      * BRANCH.  A PART SINCE DROPPED FROM BILLM.PART_CODES, OR
      * NEVER STOCKED AT THE BRANCH, STILL PRINTS ITS LOSSES.
        500-PRINT-PART.
            IF WS-LINE-COUNT >= WS-MAX-LINES
                PERFORM 100-PRINT-HEADERS
            END-IF.

            ADD 1 TO WS-LINE-COUNT.

            MOVE SPACES TO SQL-PART-CODE.
            MOVE WS-LS-PART(WS-LS-IDX) TO SQL-PART-CODE(1:4).
            MOVE WS-LS-LOC(WS-LS-IDX) TO SQL-LOCATION.
            MOVE 'PART NOT ON FILE' TO SQL-PART-DESC.
            MOVE ZERO TO SQL-QTY-ON-HAND.
            MOVE ZERO TO SQL-REORDER-POINT.

            EXEC SQL
                WHENEVER NOT FOUND GO TO 510-NO-PART-DESC
            END-EXEC.

            EXEC SQL SELECT PART_DESC
                INTO :SQL-PART-DESC
                FROM BILLM.PART_CODES
                WHERE PART_CODE = :SQL-PART-CODE
            END-EXEC.

        510-NO-PART-DESC.
            EXEC SQL
                WHENEVER NOT FOUND GO TO 520-NO-PART-ONHAND
            END-EXEC.

            EXEC SQL SELECT QTY_ON_HAND, REORDER_POINT
                INTO :SQL-QTY-ON-HAND, :SQL-REORDER-POINT
                FROM BILLM.PART_ONHAND
                WHERE PART_CODE = :SQL-PART-CODE
                  AND LOCATION = :SQL-LOCATION
            END-EXEC.

        520-NO-PART-ONHAND.
            MOVE WS-LS-PART(WS-LS-IDX) TO RPT-D-PART.
            MOVE SQL-PART-DESC TO RPT-D-DESC.
            MOVE WS-LS-LOC(WS-LS-IDX) TO RPT-D-LOC.
            MOVE WS-LS-LINES(WS-LS-IDX) TO RPT-D-LINES.
            MOVE WS-LS-QTY(WS-LS-IDX) TO RPT-D-QTY.
            MOVE WS-LS-QTY-STOCK(WS-LS-IDX) TO RPT-D-QTY-STOCK.
            MOVE WS-LS-QTY-PRICE(WS-LS-IDX) TO RPT-D-QTY-PRICE.
            MOVE WS-LS-QTY-DELIVERY(WS-LS-IDX)
                TO RPT-D-QTY-DELIVERY.
            MOVE SQL-QTY-ON-HAND TO RPT-D-ONHAND.
            MOVE SQL-REORDER-POINT TO RPT-D-REORDER.

            MOVE RPT-DETAIL-LINE TO RPT-LINE.
            WRITE RPT-LINE.

        590-PRINT-DONE.
            EXIT.

        800-ENDFILE.
            PERFORM 820-WRITE-RUN-STATUS.

            CLOSE LOST-OUT.
            CLOSE RPTSTAT-FILE.

        99-SQL-ERR.
            MOVE 'FAILED' TO WS-RUN-STATUS.
            MOVE SQLCODE TO WS-SQL-CODE.
            DISPLAY 'BOPRGLS SQL ERROR ' WS-SQL-CODE.
            PERFORM 800-ENDFILE.
            GO TO 999-EXIT.

      * DROP THE RUN RESULT ON THE RPTSTAT STATUS FILE SO THE
      * BOPRGO REPORTS MENU CAN SHOW STAFF WHETHER THE LAST RUN
      * ACTUALLY FINISHED BEFORE THEY SUBMIT IT AGAIN.
        820-WRITE-RUN-STATUS.
            MOVE 'BOPRGLS' TO RPTSTAT-JOB.
            MOVE WS-CURRENT-DATE TO RPTSTAT-DATE.
            MOVE WS-CURR-HHMMSS TO RPTSTAT-TIME.
            MOVE WS-REC-COUNT TO RPTSTAT-RECORDS.
            MOVE WS-WEEK-COUNT TO RPTSTAT-GOOD.
            MOVE ZERO TO RPTSTAT-REJECTS.
            MOVE WS-RUN-STATUS TO RPTSTAT-STATUS.

            WRITE RPTSTAT-RECORD
                INVALID KEY
                    REWRITE RPTSTAT-RECORD
                        INVALID KEY
                            DISPLAY 'BOPRGLS - RPTSTAT WRITE FAILED'
                    END-REWRITE
            END-WRITE.

        999-EXIT.
            STOP RUN.
