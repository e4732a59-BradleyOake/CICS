        $SET DB2 (DB=INFOSYS,UDB-VERSION=V8)
        IDENTIFICATION DIVISION.
        PROGRAM-ID.  BOPRGMG.
        AUTHOR. OAKE.

      * MONTHLY GROSS MARGIN REPORT - WHAT WE MADE ON WHAT WE SOLD.
      * EVERY ORDER LINE CARRIES THE UNIT COST BOPRGPS HANDED BACK
      * WHEN IT WAS PRICED (THE BRANCH'S RUNNING AVERAGE COST OFF
      * BILLM.PART_ONHAND) AND BOPRGDL LOADS IT TO
      * BILLM.ORDER_LINE_HIST NEXT TO THE UNIT PRICE.  THIS JOB
      * TOTALS THE SELECTED MONTH'S NET SALES, NET COST AND GROSS
      * MARGIN THREE WAYS - BY PART, BY CUSTOMER (PHONE NUMBER)
      * AND BY SALESPERSON CODE - WITH TYPE 'C' CREDIT NOTES
      * DEDUCTED, THE SAME NEGATIVE TREATMENT BOPRGCM GIVES THEM.
      * A CREDIT CARRIES THE COST OFF THE INVOICE IT CREDITS, SO
      * IT TAKES BACK EXACTLY THE MARGIN THE SALE MADE.  HOUSE
      * ORDERS (SPACES IN THE SALESPERSON CODE) PRINT AS HOUSE.
      * THE MONTH COMES FROM A ONE-CARD MONTHIN INPUT (YYYYMM IN
      * COLUMNS 1-6); A DUMMY MONTHIN DD REPORTS THE CURRENT
      * MONTH.  RUN MONTHLY AFTER THE LAST BOPRGDL LOAD OF THE
      * MONTH - SEE THE BOPRGMG JCL MEMBER.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. RS-6000.
        OBJECT-COMPUTER. RS-6000.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT MONTHIN-IN ASSIGN TO MONTHIN
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-MONTHIN-STATUS.

            SELECT SREPFILE-IN ASSIGN TO SREPFILE
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS SREP-KEY
                FILE STATUS IS WS-SREPFILE-STATUS.

            SELECT MARGIN-OUT ASSIGN TO MARGPRT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-MARGIN-STATUS.

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

        FD  SREPFILE-IN
            LABEL RECORDS ARE STANDARD.
        COPY 'SREPFILE-LAYOUT'.

        FD  MARGIN-OUT
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
            01  SQL-KEY                     PIC X(10).
            01  SQL-NAME                    PIC X(20).
            01  SQL-NET-SALES               PIC S9(9)V99 COMP-3.
            01  SQL-NET-COST                PIC S9(9)V99 COMP-3.
            01  SQL-SELECT-MONTH            PIC X(6).
        EXEC SQL END DECLARE SECTION END-EXEC.

      * ONE GROUPED CURSOR PER VIEW OF THE MONTH - ORDER LINES
      * POSITIVE, CREDIT NOTE LINES NEGATIVE.  LINE COST IS
      * QUANTITY TIMES THE UNIT COST FROZEN ON THE LINE; A LINE
      * LOADED BEFORE COSTS WERE KEPT HAS NO COST AND COUNTS AS
      * ZERO, AS A LOW-VALUES COST DOES ON ORDFILE.
        EXEC SQL
            DECLARE PART-CURSOR CURSOR FOR
                SELECT L.PART_CODE,
                       COALESCE(MAX(C.PART_DESC), ' '),
                       SUM(CASE WHEN H.REC_TYPE = 'C'
                                THEN - L.EXT_AMT
                                ELSE L.EXT_AMT END),
                       SUM(CASE WHEN H.REC_TYPE = 'C'
                                THEN - (L.QTY *
                                        COALESCE(L.UNIT_COST, 0))
                                ELSE L.QTY *
                                     COALESCE(L.UNIT_COST, 0) END)
                FROM BILLM.ORDER_HIST H
                     INNER JOIN BILLM.ORDER_LINE_HIST L
                        ON L.INVOICE_NO = H.INVOICE_NO
                     LEFT OUTER JOIN BILLM.PART_CODES C
                        ON C.PART_CODE = L.PART_CODE
                WHERE SUBSTR(H.ORDER_DATE, 1, 6) = :SQL-SELECT-MONTH
                GROUP BY L.PART_CODE
                ORDER BY 1
        END-EXEC.

        EXEC SQL
            DECLARE CUST-CURSOR CURSOR FOR
                SELECT H.CUST_PHONE,
                       MAX(H.CUST_NAME),
                       SUM(CASE WHEN H.REC_TYPE = 'C'
                                THEN - L.EXT_AMT
                                ELSE L.EXT_AMT END),
                       SUM(CASE WHEN H.REC_TYPE = 'C'
                                THEN - (L.QTY *
                                        COALESCE(L.UNIT_COST, 0))
                                ELSE L.QTY *
                                     COALESCE(L.UNIT_COST, 0) END)
                FROM BILLM.ORDER_HIST H
                     INNER JOIN BILLM.ORDER_LINE_HIST L
                        ON L.INVOICE_NO = H.INVOICE_NO
                WHERE SUBSTR(H.ORDER_DATE, 1, 6) = :SQL-SELECT-MONTH
                GROUP BY H.CUST_PHONE
                ORDER BY 1
        END-EXEC.

        EXEC SQL
            DECLARE REP-CURSOR CURSOR FOR
                SELECT COALESCE(H.SALES_REP, ' '),
                       ' ',
                       SUM(CASE WHEN H.REC_TYPE = 'C'
                                THEN - L.EXT_AMT
                                ELSE L.EXT_AMT END),
                       SUM(CASE WHEN H.REC_TYPE = 'C'
                                THEN - (L.QTY *
                                        COALESCE(L.UNIT_COST, 0))
                                ELSE L.QTY *
                                     COALESCE(L.UNIT_COST, 0) END)
                FROM BILLM.ORDER_HIST H
                     INNER JOIN BILLM.ORDER_LINE_HIST L
                        ON L.INVOICE_NO = H.INVOICE_NO
                WHERE SUBSTR(H.ORDER_DATE, 1, 6) = :SQL-SELECT-MONTH
                GROUP BY COALESCE(H.SALES_REP, ' ')
                ORDER BY 1
        END-EXEC.

        01 WS-MONTHIN-STATUS                PIC XX VALUE ZERO.
        01 WS-SREPFILE-STATUS               PIC XX VALUE ZERO.
        01 WS-MARGIN-STATUS                 PIC XX VALUE ZERO.
        01 WS-RPTSTAT-STATUS                PIC XX VALUE ZERO.
        01 WS-RUN-STATUS                    PIC X(8) VALUE 'GOOD'.

        01 WS-EOF-SW                        PIC X VALUE 'N'.
            88 WS-EOF                        VALUE 'Y'.

        01 WS-REC-COUNT                     PIC 9(7) COMP VALUE ZERO.
        01 WS-LINE-COUNT                    PIC 99 COMP VALUE 99.
        01 WS-PAGE-COUNT                    PIC 9(4) COMP VALUE ZERO.
        01 WS-MAX-LINES                     PIC 99 COMP VALUE 55.

        01 WS-SELECT-MONTH                  PIC X(6).

        01 WS-MARGIN-AMT                    PIC S9(9)V99 COMP-3.
        01 WS-MARGIN-PCT                    PIC S9(4)V9 COMP-3.
        01 WS-TOT-SALES                     PIC S9(9)V99 COMP-3.
        01 WS-TOT-COST                      PIC S9(9)V99 COMP-3.

        01 WS-CURRENT-DATE.
            05 WS-CURR-YYYY                 PIC 9(4).
            05 WS-CURR-MM                   PIC 9(2).
            05 WS-CURR-DD                   PIC 9(2).

        01 WS-CURRENT-TIME.
            05 WS-CURR-HHMMSS               PIC 9(6).
            05 FILLER                       PIC 9(2).

        01 RPT-TITLE-LINE.
            05 RPT-TITLE-CC                 PIC X VALUE '1'.
            05 FILLER                       PIC X(10) VALUE SPACES.
            05 RPT-TITLE-TEXT               PIC X(30).
            05 FILLER                       PIC X(6) VALUE 'MONTH '.
            05 RPT-TITLE-MONTH               PIC X(6).
            05 FILLER                       PIC X(3) VALUE SPACES.
            05 FILLER                       PIC X(5) VALUE 'DATE '.
            05 RPT-TITLE-DATE                PIC 9999/99/99.
            05 FILLER                       PIC X(3) VALUE SPACES.
            05 FILLER                       PIC X(5) VALUE 'PAGE '.
            05 RPT-TITLE-PAGE                PIC ZZZ9.
            05 FILLER                       PIC X(17) VALUE SPACES.

        01 RPT-COLUMN-LINE.
            05 RPT-COL-CC                   PIC X VALUE SPACE.
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 RPT-COL-KEY                  PIC X(10).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-COL-NAME                 PIC X(20).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(14)
                VALUE '     NET SALES'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(14)
                VALUE '      NET COST'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(14)
                VALUE '  GROSS MARGIN'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(7) VALUE 'MARGIN%'.
            05 FILLER                       PIC X(9) VALUE SPACES.

        01 RPT-DETAIL-LINE.
            05 RPT-DET-CC                   PIC X VALUE SPACE.
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 RPT-KEY                      PIC X(10).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-NAME                     PIC X(20).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-SALES                    PIC ZZ,ZZZ,ZZ9.99-.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-COST                     PIC ZZ,ZZZ,ZZ9.99-.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-MARGIN                   PIC ZZ,ZZZ,ZZ9.99-.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-PCT                      PIC ZZZ9.9-.
            05 FILLER                       PIC X(9) VALUE SPACES.

        01 RPT-TOTAL-LINE.
            05 RPT-TOT-CC                   PIC X VALUE SPACE.
            05 FILLER                       PIC X(1) VALUE SPACES.
            05 FILLER                       PIC X(32)
                VALUE 'TOTALS'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-TOT-SALES                PIC ZZ,ZZZ,ZZ9.99-.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-TOT-COST                 PIC ZZ,ZZZ,ZZ9.99-.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-TOT-MARGIN               PIC ZZ,ZZZ,ZZ9.99-.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-TOT-PCT                  PIC ZZZ9.9-.
            05 FILLER                       PIC X(9) VALUE SPACES.

        PROCEDURE DIVISION.

        000-START-LOGIC.
            OPEN INPUT SREPFILE-IN.
            OPEN OUTPUT MARGIN-OUT.
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

            PERFORM 150-READ-MONTH-CARD.
            MOVE WS-SELECT-MONTH TO RPT-TITLE-MONTH.
            MOVE WS-SELECT-MONTH TO SQL-SELECT-MONTH.

      * SECTION 1 - BY PART.
            MOVE 'GROSS MARGIN BY PART' TO RPT-TITLE-TEXT.
            MOVE 'PART' TO RPT-COL-KEY.
            MOVE 'DESCRIPTION' TO RPT-COL-NAME.
            PERFORM 160-START-SECTION.

            EXEC SQL OPEN PART-CURSOR END-EXEC.

            PERFORM 200-FETCH-PART.

            PERFORM 300-PRINT-PART
                UNTIL WS-EOF.

            EXEC SQL CLOSE PART-CURSOR END-EXEC.

            PERFORM 700-PRINT-SECTION-TOTAL.

      * SECTION 2 - BY CUSTOMER.
            MOVE 'GROSS MARGIN BY CUSTOMER' TO RPT-TITLE-TEXT.
            MOVE 'PHONE' TO RPT-COL-KEY.
            MOVE 'CUSTOMER' TO RPT-COL-NAME.
            PERFORM 160-START-SECTION.

            EXEC SQL OPEN CUST-CURSOR END-EXEC.

            PERFORM 400-FETCH-CUST.

            PERFORM 500-PRINT-CUST
                UNTIL WS-EOF.

            EXEC SQL CLOSE CUST-CURSOR END-EXEC.

            PERFORM 700-PRINT-SECTION-TOTAL.

      * SECTION 3 - BY SALESPERSON.
            MOVE 'GROSS MARGIN BY SALESPERSON' TO RPT-TITLE-TEXT.
            MOVE 'CODE' TO RPT-COL-KEY.
            MOVE 'NAME' TO RPT-COL-NAME.
            PERFORM 160-START-SECTION.

            EXEC SQL OPEN REP-CURSOR END-EXEC.

            PERFORM 600-FETCH-REP.

            PERFORM 650-PRINT-REP
                UNTIL WS-EOF.

            EXEC SQL CLOSE REP-CURSOR END-EXEC.

            PERFORM 700-PRINT-SECTION-TOTAL.

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

      * EACH VIEW STARTS ON A FRESH PAGE WITH ITS OWN TOTALS.
        160-START-SECTION.
            MOVE 'N' TO WS-EOF-SW.
            MOVE ZERO TO WS-TOT-SALES.
            MOVE ZERO TO WS-TOT-COST.
            PERFORM 100-PRINT-HEADERS.

        200-FETCH-PART.
            EXEC SQL FETCH PART-CURSOR
                INTO :SQL-KEY, :SQL-NAME,
                     :SQL-NET-SALES, :SQL-NET-COST
            END-EXEC.

            IF SQLCODE = 100
                SET WS-EOF TO TRUE
            END-IF.

        300-PRINT-PART.
            MOVE SQL-KEY TO RPT-KEY.
            MOVE SQL-NAME TO RPT-NAME.

            PERFORM 750-PRINT-DETAIL.

            PERFORM 200-FETCH-PART.

        400-FETCH-CUST.
            EXEC SQL FETCH CUST-CURSOR
                INTO :SQL-KEY, :SQL-NAME,
                     :SQL-NET-SALES, :SQL-NET-COST
            END-EXEC.

            IF SQLCODE = 100
                SET WS-EOF TO TRUE
            END-IF.

        500-PRINT-CUST.
            MOVE SQL-KEY TO RPT-KEY.
            MOVE SQL-NAME TO RPT-NAME.

            PERFORM 750-PRINT-DETAIL.

            PERFORM 400-FETCH-CUST.

        600-FETCH-REP.
            EXEC SQL FETCH REP-CURSOR
                INTO :SQL-KEY, :SQL-NAME,
                     :SQL-NET-SALES, :SQL-NET-COST
            END-EXEC.

            IF SQLCODE = 100
                SET WS-EOF TO TRUE
            END-IF.

      * THE NAME COMES OFF THE SREPFILE RATE TABLE THE SAME WAY
      * BOPRGCM LOOKS IT UP.  SPACES ARE HOUSE ORDERS.
        650-PRINT-REP.
            IF SQL-KEY = SPACES
                MOVE 'HOUSE' TO RPT-KEY
                MOVE 'HOUSE ORDERS' TO RPT-NAME
            ELSE
                MOVE SQL-KEY TO RPT-KEY
                MOVE SQL-KEY(1:4) TO SREP-ID

                READ SREPFILE-IN
                    KEY IS SREP-KEY
                    INVALID KEY
                        MOVE 'NOT ON THE RATE TABLE' TO SREP-NAME
                END-READ

                MOVE SREP-NAME TO RPT-NAME
            END-IF.

            PERFORM 750-PRINT-DETAIL.

            PERFORM 600-FETCH-REP.

        700-PRINT-SECTION-TOTAL.
            MOVE WS-TOT-SALES TO SQL-NET-SALES.
            MOVE WS-TOT-COST TO SQL-NET-COST.
            PERFORM 760-COMPUTE-MARGIN.

            MOVE WS-TOT-SALES TO RPT-TOT-SALES.
            MOVE WS-TOT-COST TO RPT-TOT-COST.
            MOVE WS-MARGIN-AMT TO RPT-TOT-MARGIN.
            MOVE WS-MARGIN-PCT TO RPT-TOT-PCT.

            MOVE RPT-TOTAL-LINE TO RPT-LINE.
            WRITE RPT-LINE.

        750-PRINT-DETAIL.
            ADD 1 TO WS-REC-COUNT.

            IF WS-LINE-COUNT >= WS-MAX-LINES
                PERFORM 100-PRINT-HEADERS
            END-IF.

            ADD 1 TO WS-LINE-COUNT.

            ADD SQL-NET-SALES TO WS-TOT-SALES.
            ADD SQL-NET-COST TO WS-TOT-COST.

            PERFORM 760-COMPUTE-MARGIN.

            MOVE SQL-NET-SALES TO RPT-SALES.
            MOVE SQL-NET-COST TO RPT-COST.
            MOVE WS-MARGIN-AMT TO RPT-MARGIN.
            MOVE WS-MARGIN-PCT TO RPT-PCT.

            MOVE RPT-DETAIL-LINE TO RPT-LINE.
            WRITE RPT-LINE.

      * MARGIN PERCENT IS OF NET SALES - NO SALES, NO PERCENT.
        760-COMPUTE-MARGIN.
            COMPUTE WS-MARGIN-AMT = SQL-NET-SALES - SQL-NET-COST.

            IF SQL-NET-SALES = ZERO
                MOVE ZERO TO WS-MARGIN-PCT
            ELSE
                COMPUTE WS-MARGIN-PCT ROUNDED =
                    WS-MARGIN-AMT * 100 / SQL-NET-SALES
                    ON SIZE ERROR
                        MOVE ZERO TO WS-MARGIN-PCT
                END-COMPUTE
            END-IF.

        800-ENDFILE.
            PERFORM 820-WRITE-RUN-STATUS.

            CLOSE SREPFILE-IN.
            CLOSE MARGIN-OUT.
            CLOSE RPTSTAT-FILE.

        99-SQL-ERR.
            MOVE 'FAILED' TO WS-RUN-STATUS.
            MOVE SQLCODE TO WS-SQL-CODE.
            DISPLAY 'BOPRGMG SQL ERROR ' WS-SQL-CODE.
            PERFORM 800-ENDFILE.
            GO TO 999-EXIT.

      * DROP THE RUN RESULT ON THE RPTSTAT STATUS FILE SO THE
      * BOPRGO REPORTS MENU CAN SHOW STAFF WHETHER THE LAST RUN
      * ACTUALLY FINISHED BEFORE THEY SUBMIT IT AGAIN.
        820-WRITE-RUN-STATUS.
            MOVE 'BOPRGMG' TO RPTSTAT-JOB.
            MOVE WS-CURRENT-DATE TO RPTSTAT-DATE.
            MOVE WS-CURR-HHMMSS TO RPTSTAT-TIME.
            MOVE WS-REC-COUNT TO RPTSTAT-RECORDS.
            MOVE WS-REC-COUNT TO RPTSTAT-GOOD.
            MOVE ZERO TO RPTSTAT-REJECTS.
            MOVE WS-RUN-STATUS TO RPTSTAT-STATUS.

            WRITE RPTSTAT-RECORD
                INVALID KEY
                    REWRITE RPTSTAT-RECORD
                        INVALID KEY
                            DISPLAY 'BOPRGMG - RPTSTAT WRITE FAILED'
                    END-REWRITE
            END-WRITE.

        999-EXIT.
            STOP RUN.
