        $SET DB2 (DB=INFOSYS,UDB-VERSION=V8)
        IDENTIFICATION DIVISION.
        PROGRAM-ID.  BOPRGVA.
        AUTHOR. OAKE.

      * MONTHLY VOLUME REBATE ACCRUAL - THE JANUARY SPREADSHEET,
      * RETIRED.  A CONTRACT CUSTOMER PROMISED A YEAR-END REBATE
      * HAS A ROW ON BILLM.CUST_REBATE, NEXT TO ITS
      * BILLM.CUST_CONTRACT PRICING AND KEYED THE SAME WAY ON
      * CUST_PHONE:
      *   YEAR_START       - FIRST DAY OF THE AGREEMENT YEAR
      *                      (YYYYMMDD); THE YEAR RUNS TO THE DAY
      *                      BEFORE THE SAME DATE A YEAR LATER
      *   TIER1_FROM/PCT   - UP TO THREE TIERS, LOWEST FIRST: THE
      *   TIER2_FROM/PCT     YEAR'S NET PURCHASES AT OR OVER A
      *   TIER3_FROM/PCT     TIER'S FROM AMOUNT EARN THAT TIER'S
      *                      PERCENTAGE ON EVERY DOLLAR OF THE
      *                      YEAR.  AN UNUSED TIER CARRIES A ZERO
      *                      PERCENTAGE.
      *   LAST_REBATE_NO   - THE CREDIT NOTE, AMOUNT AND DATE OF
      *   LAST_REBATE_AMT    THE LAST REBATE THE BOPRGVY YEAR-END
      *   LAST_REBATE_DATE   RUN ISSUED
      * AGREEMENTS ARE ADDED, CHANGED AND DELETED FROM CARDS BY THE
      * BOPRGVL LOAD.
      * FOR EVERY AGREEMENT THIS REPORT TOTALS THE YEAR-TO-DATE
      * NET PURCHASES OFF BILLM.ORDER_HIST - GOODS DOLLARS, TYPE
      * 'C' CREDIT NOTES DEDUCTED THE SAME AS THE REGISTER DOES,
      * FINANCE CHARGES LEFT OUT, AND THE LAST REBATE CREDIT NOTE
      * LEFT OUT SO LAST YEAR'S REBATE DOES NOT EAT INTO THIS
      * YEAR'S PURCHASES - AND SHOWS THE TIER REACHED, THE REBATE
      * EARNED SO FAR AND HOW MUCH MORE BUYING REACHES THE NEXT
      * TIER.  THE MONTH COMES FROM A ONE-CARD MONTHIN INPUT
      * (YYYYMM IN COLUMNS 1-6) AND IS REPORTED TO ITS LAST DAY; A
      * DUMMY MONTHIN DD REPORTS THE CURRENT MONTH TO DATE.  AN
      * AGREEMENT YEAR THAT HAS ENDED STOPS AT ITS LAST DAY UNTIL
      * BOPRGVY ISSUES THE REBATE AND ROLLS IT FORWARD.  RUN
      * MONTHLY AFTER THE LAST BOPRGDL LOAD OF THE MONTH - SEE THE
      * BOPRGVA JCL MEMBER.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. RS-6000.
        OBJECT-COMPUTER. RS-6000.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT MONTHIN-IN ASSIGN TO MONTHIN
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-MONTHIN-STATUS.

            SELECT CUSTFILE-IN ASSIGN TO CUSTFILE
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS CUST-KEY
                FILE STATUS IS WS-CUSTFILE-STATUS.

            SELECT RBT-OUT ASSIGN TO RBTPRT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RBT-STATUS.

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

        FD  CUSTFILE-IN
            LABEL RECORDS ARE STANDARD.
        COPY 'CUSTFILE-LAYOUT'.

        FD  RBT-OUT
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
            01  SQL-CUST-PHONE              PIC X(10).
            01  SQL-YEAR-START              PIC X(8).
            01  SQL-TIER1-FROM              PIC S9(7)V99 COMP-3.
            01  SQL-TIER1-PCT               PIC S9(2)V99 COMP-3.
            01  SQL-TIER2-FROM              PIC S9(7)V99 COMP-3.
            01  SQL-TIER2-PCT               PIC S9(2)V99 COMP-3.
            01  SQL-TIER3-FROM              PIC S9(7)V99 COMP-3.
            01  SQL-TIER3-PCT               PIC S9(2)V99 COMP-3.
            01  SQL-LAST-REBATE-NO          PIC X(7).
            01  SQL-FROM-DATE               PIC X(8).
            01  SQL-THRU-DATE               PIC X(8).
            01  SQL-NET-SALES               PIC S9(9)V99 COMP-3.
        EXEC SQL END DECLARE SECTION END-EXEC.

      * EVERY REBATE AGREEMENT, IN PHONE ORDER.
        EXEC SQL
            DECLARE RBT-CURSOR CURSOR FOR
                SELECT CUST_PHONE, YEAR_START,
                       TIER1_FROM, TIER1_PCT,
                       COALESCE(TIER2_FROM, 0),
                       COALESCE(TIER2_PCT, 0),
                       COALESCE(TIER3_FROM, 0),
                       COALESCE(TIER3_PCT, 0),
                       COALESCE(LAST_REBATE_NO, ' ')
                FROM BILLM.CUST_REBATE
                ORDER BY CUST_PHONE
        END-EXEC.

        01 WS-MONTHIN-STATUS                PIC XX VALUE ZERO.
        01 WS-CUSTFILE-STATUS               PIC XX VALUE ZERO.
        01 WS-RBT-STATUS                    PIC XX VALUE ZERO.
        01 WS-RPTSTAT-STATUS                PIC XX VALUE ZERO.
        01 WS-RUN-STATUS                    PIC X(8) VALUE 'GOOD'.

        01 WS-EOF-SW                        PIC X VALUE 'N'.
            88 WS-EOF                        VALUE 'Y'.

        01 WS-REC-COUNT                     PIC 9(5) COMP VALUE ZERO.
        01 WS-EARNING-COUNT                 PIC 9(5) COMP VALUE ZERO.
        01 WS-BAD-COUNT                     PIC 9(5) COMP VALUE ZERO.
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

        01 WS-SELECT-MONTH.
            05 WS-SEL-YYYY                  PIC 9(4).
            05 WS-SEL-MM                    PIC 9(2).

      * THE LAST DAY REPORTED, AND EACH AGREEMENT YEAR'S FIRST AND
      * LAST DAYS.  A YEAR STARTING ON 29 FEBRUARY RUNS TO THE
      * LAST DAY OF THE NEXT FEBRUARY.
        01 WS-ASAT-DATE                     PIC X(8).

        01 WS-WORK-DATE.
            05 WS-WORK-YYYY                 PIC 9(4).
            05 WS-WORK-MM                   PIC 9(2).
            05 WS-WORK-DD                   PIC 9(2).
        01 WS-WORK-DATE-NUM REDEFINES WS-WORK-DATE
                                            PIC 9(8).

        01 WS-START-DATE.
            05 WS-START-YYYY                PIC 9(4).
            05 WS-START-MMDD                PIC X(4).
        01 WS-START-DATE-NUM REDEFINES WS-START-DATE
                                            PIC 9(8).

        01 WS-NEXT-START.
            05 WS-NEXT-YYYY                 PIC 9(4).
            05 WS-NEXT-MMDD                 PIC X(4).
        01 WS-NEXT-START-NUM REDEFINES WS-NEXT-START
                                            PIC 9(8).

        01 WS-YEAR-END                      PIC X(8).
        01 WS-WORK-INT                      PIC S9(9) COMP.

      * THE TIER REACHED AND WHAT IT EARNS.
        01 WS-TIER-NO                       PIC 9 VALUE ZERO.
        01 WS-TIER-PCT                      PIC S9(2)V99 COMP-3.
        01 WS-NEXT-FROM                     PIC S9(7)V99 COMP-3.
        01 WS-TO-NEXT                       PIC S9(9)V99 COMP-3.
        01 WS-REBATE-AMT                    PIC S9(7)V99 COMP-3.
        01 WS-TOT-SALES                     PIC S9(11)V99 COMP-3
                                             VALUE ZERO.
        01 WS-TOT-REBATE                    PIC S9(9)V99 COMP-3
                                             VALUE ZERO.

        01 WS-NEXT-EDIT                     PIC ZZ,ZZZ,ZZ9.99.

        01 RPT-TITLE-LINE.
            05 RPT-TITLE-CC                 PIC X VALUE '1'.
            05 FILLER                       PIC X(10) VALUE SPACES.
            05 FILLER                       PIC X(24)
                VALUE 'VOLUME REBATE ACCRUAL - '.
            05 FILLER                       PIC X(6) VALUE 'AS AT '.
            05 RPT-TITLE-ASAT               PIC 9999/99/99.
            05 FILLER                       PIC X(3) VALUE SPACES.
            05 FILLER                       PIC X(5) VALUE 'DATE '.
            05 RPT-TITLE-DATE               PIC 9999/99/99.
            05 FILLER                       PIC X(3) VALUE SPACES.
            05 FILLER                       PIC X(5) VALUE 'PAGE '.
            05 RPT-TITLE-PAGE               PIC ZZZ9.
            05 FILLER                       PIC X(19) VALUE SPACES.

        01 RPT-COLUMN-LINE.
            05 RPT-COL-CC                   PIC X VALUE SPACE.
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 FILLER                       PIC X(13) VALUE 'PHONE'.
            05 FILLER                       PIC X(21) VALUE 'CUSTOMER'.
            05 FILLER                       PIC X(9) VALUE 'YR START'.
            05 FILLER                       PIC X(14)
                VALUE '  NET PURCHASE'.
            05 FILLER                       PIC X(5) VALUE ' TIER'.
            05 FILLER                       PIC X(7) VALUE '    PCT'.
            05 FILLER                       PIC X(11)
                VALUE '     EARNED'.
            05 FILLER                       PIC X(18)
                VALUE '   TO NEXT TIER'.

        01 RPT-DETAIL-LINE.
            05 RPT-DET-CC                   PIC X VALUE SPACE.
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 RPT-D-PHONE                  PIC X(12).
            05 FILLER                       PIC X(1) VALUE SPACES.
            05 RPT-D-NAME                   PIC X(20).
            05 FILLER                       PIC X(1) VALUE SPACES.
            05 RPT-D-START                  PIC X(8).
            05 FILLER                       PIC X(1) VALUE SPACES.
            05 RPT-D-SALES                  PIC ZZ,ZZZ,ZZ9.99-.
            05 FILLER                       PIC X(4) VALUE SPACES.
            05 RPT-D-TIER                   PIC 9.
            05 FILLER                       PIC X(1) VALUE SPACES.
            05 RPT-D-PCT                    PIC ZZ9.99.
            05 FILLER                       PIC X(1) VALUE SPACES.
            05 RPT-D-REBATE                 PIC ZZZ,ZZ9.99.
            05 FILLER                       PIC X(1) VALUE SPACES.
            05 RPT-D-NEXT                   PIC X(14).
            05 FILLER                       PIC X(3) VALUE SPACES.

        01 RPT-TOTAL-LINE.
            05 RPT-TOT-CC                   PIC X VALUE SPACE.
            05 FILLER                       PIC X(1) VALUE SPACES.
            05 FILLER                       PIC X(20)
                VALUE 'TOTALS'.
            05 RPT-TOT-COUNT                PIC ZZZ,ZZ9.
            05 FILLER                       PIC X(16)
                VALUE ' AGREEMENTS'.
            05 RPT-TOT-SALES                PIC ZZ,ZZZ,ZZ9.99-.
            05 FILLER                       PIC X(13) VALUE SPACES.
            05 RPT-TOT-REBATE               PIC ZZZ,ZZ9.99.
            05 FILLER                       PIC X(18) VALUE SPACES.

        PROCEDURE DIVISION.

        000-START-LOGIC.
            OPEN INPUT CUSTFILE-IN.
            OPEN OUTPUT RBT-OUT.
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
            PERFORM 160-SET-ASAT-DATE.
            MOVE WS-ASAT-DATE TO RPT-TITLE-ASAT.

            PERFORM 100-PRINT-HEADERS.

            EXEC SQL OPEN RBT-CURSOR END-EXEC.

            PERFORM 200-FETCH-AGREEMENT.

            PERFORM 300-PRINT-AGREEMENT
                UNTIL WS-EOF.

            EXEC SQL CLOSE RBT-CURSOR END-EXEC.

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
                            AND MONTHIN-CARD(5:2) > '00'
                            AND MONTHIN-CARD(5:2) < '13'
                            MOVE MONTHIN-CARD(1:6)
                                TO WS-SELECT-MONTH
                        END-IF
                END-READ
                CLOSE MONTHIN-IN
            END-IF.

      * THE CURRENT MONTH (OR A LATER ONE) IS REPORTED TO TODAY;
      * AN EARLIER MONTH TO ITS LAST DAY - THE DAY BEFORE THE
      * FIRST OF THE MONTH AFTER.
        160-SET-ASAT-DATE.
            IF WS-SELECT-MONTH NOT < WS-CURRENT-DATE(1:6)
                MOVE WS-CURRENT-DATE TO WS-ASAT-DATE
            ELSE
                MOVE WS-SEL-YYYY TO WS-WORK-YYYY
                MOVE WS-SEL-MM TO WS-WORK-MM
                MOVE 1 TO WS-WORK-DD
                IF WS-WORK-MM = 12
                    ADD 1 TO WS-WORK-YYYY
                    MOVE 1 TO WS-WORK-MM
                ELSE
                    ADD 1 TO WS-WORK-MM
                END-IF
                COMPUTE WS-WORK-INT =
                    FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-NUM) - 1
                COMPUTE WS-WORK-DATE-NUM =
                    FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
                MOVE WS-WORK-DATE TO WS-ASAT-DATE
            END-IF.

        200-FETCH-AGREEMENT.
            EXEC SQL FETCH RBT-CURSOR
                INTO :SQL-CUST-PHONE, :SQL-YEAR-START,
                     :SQL-TIER1-FROM, :SQL-TIER1-PCT,
                     :SQL-TIER2-FROM, :SQL-TIER2-PCT,
                     :SQL-TIER3-FROM, :SQL-TIER3-PCT,
                     :SQL-LAST-REBATE-NO
            END-EXEC.

            IF SQLCODE = 100
                SET WS-EOF TO TRUE
            END-IF.

        300-PRINT-AGREEMENT.
            ADD 1 TO WS-REC-COUNT.

            MOVE SQL-CUST-PHONE TO CUST-KEY.

            READ CUSTFILE-IN
                KEY IS CUST-KEY
                INVALID KEY
                    MOVE 'NOT ON CUSTFILE' TO CUST-NAME
            END-READ.

            MOVE ZERO TO SQL-NET-SALES.
            MOVE ZERO TO WS-TIER-NO.
            MOVE ZERO TO WS-TIER-PCT.
            MOVE ZERO TO WS-REBATE-AMT.
            MOVE SPACES TO RPT-D-NEXT.

            PERFORM 310-SET-AGREEMENT-YEAR THRU 310-EXIT.

            IF WS-YEAR-END = SPACES
                ADD 1 TO WS-BAD-COUNT
                MOVE 'FAILED' TO WS-RUN-STATUS
                MOVE 'BAD YEAR START' TO RPT-D-NEXT
            ELSE IF SQL-YEAR-START > WS-ASAT-DATE
                MOVE 'NOT STARTED' TO RPT-D-NEXT
            ELSE
                MOVE SQL-YEAR-START TO SQL-FROM-DATE
                IF WS-YEAR-END < WS-ASAT-DATE
                    MOVE WS-YEAR-END TO SQL-THRU-DATE
                ELSE
                    MOVE WS-ASAT-DATE TO SQL-THRU-DATE
                END-IF
                PERFORM 320-SUM-PURCHASES
                PERFORM 330-FIND-TIER
                IF WS-YEAR-END < WS-ASAT-DATE
                    MOVE 'YEAR ENDED' TO RPT-D-NEXT
                ELSE IF WS-NEXT-FROM > ZERO
                    COMPUTE WS-TO-NEXT = WS-NEXT-FROM - SQL-NET-SALES
                    MOVE WS-TO-NEXT TO WS-NEXT-EDIT
                    MOVE WS-NEXT-EDIT TO RPT-D-NEXT
                ELSE
                    MOVE 'TOP TIER' TO RPT-D-NEXT
                END-IF
            END-IF.

            IF WS-REBATE-AMT > ZERO
                ADD 1 TO WS-EARNING-COUNT
            END-IF.

            ADD SQL-NET-SALES TO WS-TOT-SALES.
            ADD WS-REBATE-AMT TO WS-TOT-REBATE.

            IF WS-LINE-COUNT >= WS-MAX-LINES
                PERFORM 100-PRINT-HEADERS
            END-IF.

            ADD 1 TO WS-LINE-COUNT.

            MOVE SPACES TO RPT-D-PHONE.
            STRING SQL-CUST-PHONE(1:3) DELIMITED BY SIZE
                '-' DELIMITED BY SIZE
                SQL-CUST-PHONE(4:3) DELIMITED BY SIZE
                '-' DELIMITED BY SIZE
                SQL-CUST-PHONE(7:4) DELIMITED BY SIZE
                INTO RPT-D-PHONE
            END-STRING.
            MOVE CUST-NAME TO RPT-D-NAME.
            MOVE SQL-YEAR-START TO RPT-D-START.
            MOVE SQL-NET-SALES TO RPT-D-SALES.
            MOVE WS-TIER-NO TO RPT-D-TIER.
            MOVE WS-TIER-PCT TO RPT-D-PCT.
            MOVE WS-REBATE-AMT TO RPT-D-REBATE.

            MOVE RPT-DETAIL-LINE TO RPT-LINE.
            WRITE RPT-LINE.

            PERFORM 200-FETCH-AGREEMENT.

      * THE AGREEMENT YEAR ENDS THE DAY BEFORE THE SAME DATE NEXT
      * YEAR.  A YEAR START THAT IS NOT A DATE LEAVES WS-YEAR-END
      * SPACES AND THE AGREEMENT IS FLAGGED ON THE REPORT.
        310-SET-AGREEMENT-YEAR.
            MOVE SPACES TO WS-YEAR-END.

            IF SQL-YEAR-START IS NOT NUMERIC
                GO TO 310-EXIT
            END-IF.

            MOVE SQL-YEAR-START TO WS-START-DATE.

            IF FUNCTION INTEGER-OF-DATE(WS-START-DATE-NUM) = ZERO
                GO TO 310-EXIT
            END-IF.

            COMPUTE WS-NEXT-YYYY = WS-START-YYYY + 1.
            MOVE WS-START-MMDD TO WS-NEXT-MMDD.

            IF WS-NEXT-MMDD = '0229'
                MOVE '0301' TO WS-NEXT-MMDD
            END-IF.

            COMPUTE WS-WORK-INT =
                FUNCTION INTEGER-OF-DATE(WS-NEXT-START-NUM) - 1.
            COMPUTE WS-WORK-DATE-NUM =
                FUNCTION DATE-OF-INTEGER(WS-WORK-INT).
            MOVE WS-WORK-DATE TO WS-YEAR-END.

        310-EXIT.
            EXIT.

      * GOODS DOLLARS FOR THE YEAR SO FAR - CREDIT NOTES
      * NEGATIVE, FINANCE CHARGES AND THE LAST REBATE LEFT OUT.
        320-SUM-PURCHASES.
            EXEC SQL SELECT COALESCE(
                       SUM(CASE WHEN REC_TYPE = 'C'
                                THEN - ORDER_TOTAL
                                ELSE ORDER_TOTAL END), 0)
                INTO :SQL-NET-SALES
                FROM BILLM.ORDER_HIST
                WHERE CUST_PHONE = :SQL-CUST-PHONE
                  AND ORDER_DATE >= :SQL-FROM-DATE
                  AND ORDER_DATE <= :SQL-THRU-DATE
                  AND REC_TYPE <> 'F'
                  AND INVOICE_NO <> :SQL-LAST-REBATE-NO
            END-EXEC.

      * THE HIGHEST TIER WHOSE FROM AMOUNT THE PURCHASES HAVE
      * REACHED PAYS ITS PERCENTAGE ON THE WHOLE YEAR.  THE NEXT
      * TIER UP, IF THERE IS ONE, IS WHAT THE CUSTOMER IS BUYING
      * TOWARD.
        330-FIND-TIER.
            MOVE ZERO TO WS-TIER-NO.
            MOVE ZERO TO WS-TIER-PCT.
            MOVE ZERO TO WS-NEXT-FROM.

            IF SQL-TIER3-PCT > ZERO
                IF SQL-NET-SALES NOT < SQL-TIER3-FROM
                    MOVE 3 TO WS-TIER-NO
                    MOVE SQL-TIER3-PCT TO WS-TIER-PCT
                ELSE
                    MOVE SQL-TIER3-FROM TO WS-NEXT-FROM
                END-IF
            END-IF.

            IF WS-TIER-NO = ZERO
                AND SQL-TIER2-PCT > ZERO
                IF SQL-NET-SALES NOT < SQL-TIER2-FROM
                    MOVE 2 TO WS-TIER-NO
                    MOVE SQL-TIER2-PCT TO WS-TIER-PCT
                ELSE
                    MOVE SQL-TIER2-FROM TO WS-NEXT-FROM
                END-IF
            END-IF.

            IF WS-TIER-NO = ZERO
                AND SQL-TIER1-PCT > ZERO
                IF SQL-NET-SALES NOT < SQL-TIER1-FROM
                    MOVE 1 TO WS-TIER-NO
                    MOVE SQL-TIER1-PCT TO WS-TIER-PCT
                ELSE
                    MOVE SQL-TIER1-FROM TO WS-NEXT-FROM
                END-IF
            END-IF.

            IF WS-TIER-NO > ZERO
                AND SQL-NET-SALES > ZERO
                COMPUTE WS-REBATE-AMT ROUNDED =
                    SQL-NET-SALES * WS-TIER-PCT / 100
            ELSE
                MOVE ZERO TO WS-REBATE-AMT
            END-IF.

        800-ENDFILE.
            MOVE WS-REC-COUNT TO RPT-TOT-COUNT.
            MOVE WS-TOT-SALES TO RPT-TOT-SALES.
            MOVE WS-TOT-REBATE TO RPT-TOT-REBATE.

            MOVE RPT-TOTAL-LINE TO RPT-LINE.
            WRITE RPT-LINE.

            PERFORM 820-WRITE-RUN-STATUS.

            CLOSE CUSTFILE-IN.
            CLOSE RBT-OUT.
            CLOSE RPTSTAT-FILE.

        99-SQL-ERR.
            MOVE 'FAILED' TO WS-RUN-STATUS.
            MOVE SQLCODE TO WS-SQL-CODE.
            DISPLAY 'BOPRGVA SQL ERROR ' WS-SQL-CODE.
            PERFORM 800-ENDFILE.
            GO TO 999-EXIT.

      * DROP THE RUN RESULT ON THE RPTSTAT STATUS FILE SO THE
      * BOPRGO REPORTS MENU CAN SHOW STAFF WHETHER THE LAST RUN
      * ACTUALLY FINISHED BEFORE THEY SUBMIT IT AGAIN.
        820-WRITE-RUN-STATUS.
            MOVE 'BOPRGVA' TO RPTSTAT-JOB.
            MOVE WS-CURRENT-DATE TO RPTSTAT-DATE.
            MOVE WS-CURR-HHMMSS TO RPTSTAT-TIME.
            MOVE WS-REC-COUNT TO RPTSTAT-RECORDS.
            MOVE WS-EARNING-COUNT TO RPTSTAT-GOOD.
            MOVE WS-BAD-COUNT TO RPTSTAT-REJECTS.
            MOVE WS-RUN-STATUS TO RPTSTAT-STATUS.

            WRITE RPTSTAT-RECORD
                INVALID KEY
                    REWRITE RPTSTAT-RECORD
                        INVALID KEY
                            DISPLAY 'BOPRGVA - RPTSTAT WRITE FAILED'
                    END-REWRITE
            END-WRITE.

        999-EXIT.
            STOP RUN.
