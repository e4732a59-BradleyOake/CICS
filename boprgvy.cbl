        $SET DB2 (DB=INFOSYS,UDB-VERSION=V8)
        IDENTIFICATION DIVISION.
        PROGRAM-ID.  BOPRGVY.
        AUTHOR. OAKE.

      * YEAR-END VOLUME REBATE RUN - PAYS OUT WHAT THE BOPRGVA
      * ACCRUAL HAS BEEN SHOWING ALL YEAR.  FOR EVERY
      * BILLM.CUST_REBATE AGREEMENT WHOSE YEAR HAS ENDED (SEE
      * BOPRGVA FOR THE TABLE), TOTALS THE YEAR'S NET PURCHASES
      * OFF BILLM.ORDER_HIST THE SAME WAY THE ACCRUAL DOES, FINDS
      * THE TIER REACHED AND ISSUES THE REBATE AS A CREDIT NOTE -
      * AN ORDFILE RECORD TYPE 'C' NUMBERED FROM THE CRDCTL SERIES
      * LIKE A BOPRGK RETURN, BORN BILLED WITH NO ORIGINAL INVOICE
      * AND NO TAX (THE REBATE IS ON GOODS DOLLARS), ADDRESSED OFF
      * CUSTFILE AND JOURNALED TO ORDJRNL LIKE ANY OTHER WRITE.
      * FROM THERE IT IS APPLIED AGAINST INVOICES IN BOPRGA OR
      * PAID OUT THROUGH BOPRGZ LIKE ANY RELEASED CREDIT NOTE.
      * THE AGREEMENT IS THEN ROLLED A YEAR FORWARD AND THE CREDIT
      * NOTE RECORDED ON IT AS LAST_REBATE_NO, SO THE REBATE IS
      * NEVER PAID TWICE AND NEVER COUNTS AGAINST THE NEW YEAR'S
      * PURCHASES.  AN AGREEMENT THAT EARNED NOTHING IS ROLLED
      * FORWARD WITHOUT A CREDIT NOTE.  EACH AGREEMENT IS COMMITTED
      * AS SOON AS ITS CREDIT NOTE IS WRITTEN, SO A RUN THAT STOPS
      * PART WAY NEVER LEAVES A CREDIT NOTE ON ORDFILE OVER AN
      * AGREEMENT STILL SHOWING THE YEAR IT PAID.  AN AGREEMENT
      * WHOSE LAST REBATE IS DATED AFTER THE YEAR IN HAND HAS
      * ALREADY BEEN PAID FOR IT (A RELOADED YEAR START, SAY) - IT
      * PRINTS AS PAID AND IS LEFT FOR ACCOUNTS TO PUT RIGHT.
      * NOTHING IS ISSUED UNLESS THE APPROVIN CARD CARRIES Y IN
      * COLUMN 1 AND THE APPROVER'S OPERATOR ID IN COLUMNS 3-6 -
      * THE ID GOES ON EVERY CREDIT NOTE AS ITS ENTRY OPERATOR.  A
      * DUMMY APPROVIN DD PRINTS THE SAME REGISTER AS A PROOF SO
      * ACCOUNTS CAN CHECK THE FIGURES FIRST.  THE CREDIT NOTES
      * ARE DATED THE RUN DATE, SO AN ISSUING RUN DATED INSIDE A
      * PERCTL CLOSED PERIOD STOPS BEFORE ANYTHING IS ISSUED.  A
      * CUSTOMER NO LONGER ON CUSTFILE IS LEFT FOR ACCOUNTS TO
      * SORT OUT AND THE AGREEMENT IS NOT ROLLED.  RUN AFTER THE
      * NIGHTLY BOPRGDL LOAD ONCE AN AGREEMENT YEAR HAS ENDED - SEE
      * THE BOPRGVY JCL MEMBER.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. RS-6000.
        OBJECT-COMPUTER. RS-6000.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT APPROVIN-IN ASSIGN TO APPROVIN
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-APPROVIN-STATUS.

            SELECT ORDFILE-IO ASSIGN TO ORDFILE
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS ORDFILE-KEY
                FILE STATUS IS WS-ORDFILE-STATUS.

            SELECT CUSTFILE-IN ASSIGN TO CUSTFILE
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS CUST-KEY
                FILE STATUS IS WS-CUSTFILE-STATUS.

            SELECT CRDCTL-FILE ASSIGN TO CRDCTL
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS CRDCTL-KEY
                FILE STATUS IS WS-CRDCTL-STATUS.

            SELECT PERCTL-IN ASSIGN TO PERCTL
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS PERCTL-KEY
                FILE STATUS IS WS-PERCTL-STATUS.

            SELECT ORDJRNL-FILE ASSIGN TO ORDJRNL
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS JRNL-KEY
                FILE STATUS IS WS-ORDJRNL-STATUS.

            SELECT REGISTER-OUT ASSIGN TO RBTYPRT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REGISTER-STATUS.

            SELECT RPTSTAT-FILE ASSIGN TO RPTSTAT
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS RPTSTAT-KEY
                FILE STATUS IS WS-RPTSTAT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  APPROVIN-IN
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 80 CHARACTERS.
        01  APPROVIN-CARD.
            05  APPR-POST-FLAG             PIC X.
            05  FILLER                     PIC X.
            05  APPR-OPER                  PIC X(4).
            05  FILLER                     PIC X(74).

        FD  ORDFILE-IO
            LABEL RECORDS ARE STANDARD.
        COPY 'ORDFILE-LAYOUT'.

        FD  CUSTFILE-IN
            LABEL RECORDS ARE STANDARD.
        COPY 'CUSTFILE-LAYOUT'.

        FD  CRDCTL-FILE
            LABEL RECORDS ARE STANDARD.
        COPY 'CRDCTL-LAYOUT'.

        FD  PERCTL-IN
            LABEL RECORDS ARE STANDARD.
        COPY 'PERCTL-LAYOUT'.

        FD  ORDJRNL-FILE
            LABEL RECORDS ARE STANDARD.
        COPY 'ORDJRNL-LAYOUT'.

        FD  REGISTER-OUT
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
            01  SQL-LAST-REBATE-DATE        PIC X(8).
            01  SQL-FROM-DATE               PIC X(8).
            01  SQL-THRU-DATE               PIC X(8).
            01  SQL-NET-SALES               PIC S9(9)V99 COMP-3.
            01  SQL-NEW-YEAR-START          PIC X(8).
            01  SQL-REBATE-NO               PIC X(7).
            01  SQL-REBATE-AMT              PIC S9(7)V99 COMP-3.
            01  SQL-REBATE-DATE             PIC X(8).
        EXEC SQL END DECLARE SECTION END-EXEC.

      * EVERY REBATE AGREEMENT, IN PHONE ORDER.  A YEAR STILL
      * RUNNING IS SKIPPED IN THE PROGRAM, WHERE THE YEAR END IS
      * WORKED OUT.  HELD OPEN ACROSS THE COMMIT AFTER EACH
      * AGREEMENT.
        EXEC SQL
            DECLARE RBT-CURSOR CURSOR WITH HOLD FOR
                SELECT CUST_PHONE, YEAR_START,
                       TIER1_FROM, TIER1_PCT,
                       COALESCE(TIER2_FROM, 0),
                       COALESCE(TIER2_PCT, 0),
                       COALESCE(TIER3_FROM, 0),
                       COALESCE(TIER3_PCT, 0),
                       COALESCE(LAST_REBATE_NO, ' '),
                       COALESCE(LAST_REBATE_DATE, ' ')
                FROM BILLM.CUST_REBATE
                ORDER BY CUST_PHONE
        END-EXEC.

        01 WS-APPROVIN-STATUS               PIC XX VALUE ZERO.
        01 WS-ORDFILE-STATUS                PIC XX VALUE ZERO.
        01 WS-CUSTFILE-STATUS               PIC XX VALUE ZERO.
        01 WS-CRDCTL-STATUS                 PIC XX VALUE ZERO.
        01 WS-PERCTL-STATUS                 PIC XX VALUE ZERO.
        01 WS-ORDJRNL-STATUS                PIC XX VALUE ZERO.
        01 WS-REGISTER-STATUS               PIC XX VALUE ZERO.
        01 WS-RPTSTAT-STATUS                PIC XX VALUE ZERO.
        01 WS-RUN-STATUS                    PIC X(8) VALUE 'GOOD'.

        01 WS-EOF-SW                        PIC X VALUE 'N'.
            88 WS-EOF                        VALUE 'Y'.

        01 WS-POSTING-SW                    PIC X VALUE 'N'.
            88 WS-POSTING                    VALUE 'Y'.

        01 WS-REC-COUNT                     PIC 9(5) COMP VALUE ZERO.
        01 WS-ENDED-COUNT                   PIC 9(5) COMP VALUE ZERO.
        01 WS-ISSUE-COUNT                   PIC 9(5) COMP VALUE ZERO.
        01 WS-REJECT-COUNT                  PIC 9(5) COMP VALUE ZERO.
        01 WS-COUNTER                       PIC 99 COMP.
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

        01 WS-CURRENT-MONTH                 PIC 9(6).

        01 WS-APPROVER                      PIC X(4) VALUE SPACES.

      * EACH AGREEMENT YEAR'S FIRST AND LAST DAYS, AND THE FIRST
      * DAY OF THE YEAR AFTER.  A YEAR STARTING ON 29 FEBRUARY
      * RUNS TO THE LAST DAY OF THE NEXT FEBRUARY.
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
        01 WS-REBATE-AMT                    PIC S9(7)V99 COMP-3.
        01 WS-TOT-SALES                     PIC S9(11)V99 COMP-3
                                             VALUE ZERO.
        01 WS-TOT-REBATE                    PIC S9(9)V99 COMP-3
                                             VALUE ZERO.

        01 RPT-TITLE-LINE.
            05 RPT-TITLE-CC                 PIC X VALUE '1'.
            05 FILLER                       PIC X(10) VALUE SPACES.
            05 FILLER                       PIC X(29)
                VALUE 'YEAR-END VOLUME REBATES'.
            05 RPT-TITLE-MODE               PIC X(9).
            05 FILLER                       PIC X(4) VALUE SPACES.
            05 FILLER                       PIC X(5) VALUE 'DATE '.
            05 RPT-TITLE-DATE               PIC 9999/99/99.
            05 FILLER                       PIC X(3) VALUE SPACES.
            05 FILLER                       PIC X(5) VALUE 'PAGE '.
            05 RPT-TITLE-PAGE               PIC ZZZ9.
            05 FILLER                       PIC X(20) VALUE SPACES.

        01 RPT-COLUMN-LINE.
            05 RPT-COL-CC                   PIC X VALUE SPACE.
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 FILLER                       PIC X(13) VALUE 'PHONE'.
            05 FILLER                       PIC X(21) VALUE 'CUSTOMER'.
            05 FILLER                       PIC X(9) VALUE 'YR START'.
            05 FILLER                       PIC X(9) VALUE 'YR END'.
            05 FILLER                       PIC X(14)
                VALUE '  NET PURCHASE'.
            05 FILLER                       PIC X(5) VALUE ' TIER'.
            05 FILLER                       PIC X(7) VALUE '    PCT'.
            05 FILLER                       PIC X(11)
                VALUE '     REBATE'.
            05 FILLER                       PIC X(9) VALUE ' CREDIT'.

        01 RPT-DETAIL-LINE.
            05 RPT-DET-CC                   PIC X VALUE SPACE.
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 RPT-D-PHONE                  PIC X(12).
            05 FILLER                       PIC X(1) VALUE SPACES.
            05 RPT-D-NAME                   PIC X(20).
            05 FILLER                       PIC X(1) VALUE SPACES.
            05 RPT-D-START                  PIC X(8).
            05 FILLER                       PIC X(1) VALUE SPACES.
            05 RPT-D-END                    PIC X(8).
            05 FILLER                       PIC X(1) VALUE SPACES.
            05 RPT-D-SALES                  PIC ZZ,ZZZ,ZZ9.99-.
            05 FILLER                       PIC X(4) VALUE SPACES.
            05 RPT-D-TIER                   PIC 9.
            05 FILLER                       PIC X(1) VALUE SPACES.
            05 RPT-D-PCT                    PIC ZZ9.99.
            05 FILLER                       PIC X(1) VALUE SPACES.
            05 RPT-D-REBATE                 PIC ZZZ,ZZ9.99.
            05 FILLER                       PIC X(1) VALUE SPACES.
            05 RPT-D-CREDIT                 PIC X(8).

        01 RPT-TOTAL-LINE.
            05 RPT-TOT-CC                   PIC X VALUE SPACE.
            05 FILLER                       PIC X(1) VALUE SPACES.
            05 RPT-TOT-LABEL                PIC X(40).
            05 RPT-TOT-COUNT                PIC ZZZZ,ZZ9.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-TOT-VALUE                PIC ZZ,ZZZ,ZZ9.99-.
            05 FILLER                       PIC X(34) VALUE SPACES.

        PROCEDURE DIVISION.

        000-START-LOGIC.
            OPEN I-O ORDFILE-IO.
            OPEN INPUT CUSTFILE-IN.
            OPEN I-O CRDCTL-FILE.
            OPEN I-O ORDJRNL-FILE.
            OPEN OUTPUT REGISTER-OUT.
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
            MOVE WS-CURRENT-DATE(1:6) TO WS-CURRENT-MONTH.

            PERFORM 150-READ-APPROVAL.

            IF WS-POSTING
                PERFORM 140-CHECK-PERIOD
                MOVE 'ISSUE    ' TO RPT-TITLE-MODE
            ELSE
                MOVE 'PROOF    ' TO RPT-TITLE-MODE
            END-IF.

            PERFORM 100-PRINT-HEADERS.

            EXEC SQL OPEN RBT-CURSOR END-EXEC.

            PERFORM 200-FETCH-AGREEMENT.

            PERFORM 300-PROCESS-AGREEMENT THRU 301-AGREEMENT-DONE
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

      * THE CREDIT NOTES POST WITH THE RUN DATE - A RUN DATE INSIDE
      * A CLOSED PERIOD CANNOT POST AT ALL, SO STOP BEFORE ISSUING
      * ANYTHING.
        140-CHECK-PERIOD.
            OPEN INPUT PERCTL-IN.

            IF WS-PERCTL-STATUS = '00'
                MOVE '1' TO PERCTL-KEY
                READ PERCTL-IN INTO PERCTL-RECORD
                    KEY IS PERCTL-KEY
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF PERCTL-CLOSED-THRU IS NUMERIC
                            AND WS-CURRENT-MONTH IS NOT
                                GREATER THAN PERCTL-CLOSED-THRU
                            DISPLAY 'BOPRGVY - RUN DATE IS IN A '
                                'CLOSED PERIOD - NOTHING ISSUED'
                            CLOSE PERCTL-IN
                            MOVE 'FAILED' TO WS-RUN-STATUS
                            PERFORM 800-ENDFILE
                            STOP RUN
                        END-IF
                END-READ
                CLOSE PERCTL-IN
            END-IF.

      * Y IN COLUMN 1 ISSUES, UNDER THE OPERATOR ID IN COLUMNS 3-6.
        150-READ-APPROVAL.
            OPEN INPUT APPROVIN-IN.

            IF WS-APPROVIN-STATUS = '00'
                READ APPROVIN-IN
                    AT END
                        CONTINUE
                    NOT AT END
                        IF APPR-POST-FLAG = 'Y'
                            SET WS-POSTING TO TRUE
                            MOVE APPR-OPER TO WS-APPROVER
                        END-IF
                END-READ
                CLOSE APPROVIN-IN
            END-IF.

            IF WS-APPROVER = SPACES
                MOVE 'BTCH' TO WS-APPROVER
            END-IF.

        200-FETCH-AGREEMENT.
            EXEC SQL FETCH RBT-CURSOR
                INTO :SQL-CUST-PHONE, :SQL-YEAR-START,
                     :SQL-TIER1-FROM, :SQL-TIER1-PCT,
                     :SQL-TIER2-FROM, :SQL-TIER2-PCT,
                     :SQL-TIER3-FROM, :SQL-TIER3-PCT,
                     :SQL-LAST-REBATE-NO,
                     :SQL-LAST-REBATE-DATE
            END-EXEC.

            IF SQLCODE = 100
                SET WS-EOF TO TRUE
            END-IF.

        300-PROCESS-AGREEMENT.
            ADD 1 TO WS-REC-COUNT.

            PERFORM 310-SET-AGREEMENT-YEAR THRU 310-EXIT.

            IF WS-YEAR-END = SPACES
                DISPLAY 'BOPRGVY - AGREEMENT FOR ' SQL-CUST-PHONE
                    ' HAS NO VALID YEAR START - SKIPPED'
                ADD 1 TO WS-REJECT-COUNT
                MOVE 'FAILED' TO WS-RUN-STATUS
                PERFORM 200-FETCH-AGREEMENT
                GO TO 301-AGREEMENT-DONE
            END-IF.

      * A YEAR STILL RUNNING IS LEFT FOR THE ACCRUAL REPORT.
            IF WS-YEAR-END NOT < WS-CURRENT-DATE
                PERFORM 200-FETCH-AGREEMENT
                GO TO 301-AGREEMENT-DONE
            END-IF.

            ADD 1 TO WS-ENDED-COUNT.

      * A REBATE DATED AFTER THIS YEAR ENDED WAS PAID FOR IT - THE
      * YEAR START HAS BEEN PUT BACK SINCE.  PAYING AGAIN WOULD
      * DOUBLE THE CREDIT, SO REPORT IT AND LEAVE IT ALONE.
            IF SQL-LAST-REBATE-DATE > WS-YEAR-END
                PERFORM 350-ALREADY-PAID
                PERFORM 200-FETCH-AGREEMENT
                GO TO 301-AGREEMENT-DONE
            END-IF.

            MOVE SQL-YEAR-START TO SQL-FROM-DATE.
            MOVE WS-YEAR-END TO SQL-THRU-DATE.

            PERFORM 320-SUM-PURCHASES.
            PERFORM 330-FIND-TIER.

            ADD SQL-NET-SALES TO WS-TOT-SALES.

            MOVE SPACES TO RPT-D-CREDIT.

            MOVE SQL-CUST-PHONE TO CUST-KEY.

            READ CUSTFILE-IN
                KEY IS CUST-KEY
                INVALID KEY
                    DISPLAY 'BOPRGVY - ' SQL-CUST-PHONE
                        ' NOT ON CUSTFILE - NO REBATE ISSUED'
                    MOVE 'NOT ON CUSTFILE' TO CUST-NAME
                    MOVE 'NO CUST' TO RPT-D-CREDIT
                    ADD 1 TO WS-REJECT-COUNT
                    MOVE 'FAILED' TO WS-RUN-STATUS
            END-READ.

            IF RPT-D-CREDIT = SPACES
                IF WS-REBATE-AMT NOT > ZERO
                    MOVE 'NONE' TO RPT-D-CREDIT
                    IF WS-POSTING
                        PERFORM 500-ROLL-AGREEMENT
                    END-IF
                ELSE
                    IF WS-POSTING
                        PERFORM 400-ISSUE-REBATE THRU 401-ISSUE-DONE
                    ELSE
                        MOVE 'PROOF' TO RPT-D-CREDIT
                        ADD WS-REBATE-AMT TO WS-TOT-REBATE
                    END-IF
                END-IF
            END-IF.

            PERFORM 600-PRINT-AGREEMENT.

            PERFORM 200-FETCH-AGREEMENT.

        301-AGREEMENT-DONE.
            EXIT.

      * THE AGREEMENT YEAR ENDS THE DAY BEFORE THE SAME DATE NEXT
      * YEAR.  A YEAR START THAT IS NOT A DATE LEAVES WS-YEAR-END
      * SPACES.
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

      * GOODS DOLLARS FOR THE YEAR - CREDIT NOTES NEGATIVE,
      * FINANCE CHARGES AND LAST YEAR'S REBATE LEFT OUT.
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

        350-ALREADY-PAID.
            DISPLAY 'BOPRGVY - AGREEMENT FOR ' SQL-CUST-PHONE
                ' WAS ALREADY PAID ' SQL-LAST-REBATE-DATE
                ' FOR THE YEAR FROM ' SQL-YEAR-START ' - SKIPPED'.

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
            MOVE 'PAID' TO RPT-D-CREDIT.
            ADD 1 TO WS-REJECT-COUNT.
            MOVE 'FAILED' TO WS-RUN-STATUS.

            PERFORM 600-PRINT-AGREEMENT.

      * THE HIGHEST TIER WHOSE FROM AMOUNT THE PURCHASES REACHED
      * PAYS ITS PERCENTAGE ON THE WHOLE YEAR.
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

      * NUMBER, BUILD, WRITE AND JOURNAL THE CREDIT NOTE, THEN
      * ROLL THE AGREEMENT ONTO ITS NEXT YEAR WITH THE CREDIT NOTE
      * RECORDED AGAINST IT.
        400-ISSUE-REBATE.
            PERFORM 410-NEXT-CREDIT-NUMBER.
            PERFORM 430-BUILD-CREDIT.

            WRITE ORDFILE-RECORD
                INVALID KEY
                    DISPLAY 'BOPRGVY - DUPLICATE CREDIT NUMBER '
                        ORDFILE-INVOICE-NO ' - NO REBATE FOR '
                        SQL-CUST-PHONE
                    MOVE 'REJECTED' TO RPT-D-CREDIT
                    ADD 1 TO WS-REJECT-COUNT
                    MOVE 'FAILED' TO WS-RUN-STATUS
                    GO TO 401-ISSUE-DONE
            END-WRITE.

            ADD 1 TO WS-ISSUE-COUNT.
            ADD WS-REBATE-AMT TO WS-TOT-REBATE.
            MOVE ORDFILE-INVOICE-NO TO RPT-D-CREDIT.

            PERFORM 450-JOURNAL-CREDIT.

            MOVE ORDFILE-INVOICE-NO TO SQL-REBATE-NO.
            MOVE WS-REBATE-AMT TO SQL-REBATE-AMT.
            MOVE WS-CURRENT-DATE TO SQL-REBATE-DATE.
            MOVE WS-NEXT-START TO SQL-NEW-YEAR-START.

            EXEC SQL UPDATE BILLM.CUST_REBATE
                SET YEAR_START = :SQL-NEW-YEAR-START,
                    LAST_REBATE_NO = :SQL-REBATE-NO,
                    LAST_REBATE_AMT = :SQL-REBATE-AMT,
                    LAST_REBATE_DATE = :SQL-REBATE-DATE
                WHERE CUST_PHONE = :SQL-CUST-PHONE
            END-EXEC.

            EXEC SQL COMMIT END-EXEC.

        401-ISSUE-DONE.
            EXIT.

      * ONE NUMBER AT A TIME OFF CRDCTL, THE SAME AS BOPRGK TAKES
      * THEM, SO THE RUN IS SAFE ALONGSIDE CREDIT NOTE ENTRY.
        410-NEXT-CREDIT-NUMBER.
            MOVE '1' TO CRDCTL-KEY.

            READ CRDCTL-FILE INTO CRDCTL-RECORD
                KEY IS CRDCTL-KEY
                INVALID KEY
                    DISPLAY 'BOPRGVY - CRDCTL RECORD NOT FOUND'
                    MOVE 'FAILED' TO WS-RUN-STATUS
                    PERFORM 800-ENDFILE
                    STOP RUN
            END-READ.

            ADD 1 TO CRDCTL-LAST-CREDIT.

            REWRITE CRDCTL-RECORD
                INVALID KEY
                    DISPLAY 'BOPRGVY - CRDCTL REWRITE FAILED'
                    MOVE 'FAILED' TO WS-RUN-STATUS
                    PERFORM 800-ENDFILE
                    STOP RUN
            END-REWRITE.

      * THE CUSTOMER'S NAME, ADDRESS AND PHONE KEY COME OFF
      * CUSTFILE; EVERYTHING ELSE IS SET FRESH.  THE REBATE HAS NO
      * ORIGINAL INVOICE AND NO PART LINES, AND BELONGS TO HEAD
      * OFFICE ('01') RATHER THAN ANY ONE BRANCH.
        430-BUILD-CREDIT.
            MOVE SPACES TO ORDFILE-RECORD.

            MOVE CRDCTL-LAST-CREDIT TO ORDFILE-INVOICE-NO.
            MOVE CUST-NAME TO ORDFILE-NAME.
            MOVE CUST-ADDR-LINE1 TO ORDFILE-ADDR-LINE1.
            MOVE CUST-ADDR-LINE2 TO ORDFILE-ADDR-LINE2.
            MOVE CUST-ADDR-LINE3 TO ORDFILE-ADDR-LINE3.
            MOVE CUST-POSTAL-1 TO ORDFILE-POSTAL-1.
            MOVE CUST-POSTAL-2 TO ORDFILE-POSTAL-2.
            MOVE CUST-KEY TO ORDFILE-PHONE-KEY.

            PERFORM 440-ZERO-LINE
                VARYING WS-COUNTER FROM 1 BY 1
                UNTIL WS-COUNTER > 10.

            MOVE WS-CURRENT-DATE TO ORDFILE-ORDER-DATE.
            MOVE WS-REBATE-AMT TO ORDFILE-ORDER-TOTAL.
            STRING 'VOLUME REBATE - YEAR FROM '
                SQL-YEAR-START
                DELIMITED BY SIZE INTO ORDFILE-SPECIAL-INSTRUCTIONS.
            SET ORDFILE-ST-BILLED TO TRUE.
            MOVE ZERO TO ORDFILE-PAID-AMT.
            MOVE ZERO TO ORDFILE-GST-AMT.
            MOVE ZERO TO ORDFILE-PST-AMT.
            SET ORDFILE-IS-CREDIT TO TRUE.
            MOVE WS-APPROVER TO ORDFILE-ENTRY-OPER.
            MOVE WS-CURRENT-DATE TO ORDFILE-UPD-DATE.
            MOVE WS-CURR-HHMMSS TO ORDFILE-UPD-TIME.
            MOVE '01' TO ORDFILE-LOCATION.

        440-ZERO-LINE.
            MOVE ZERO TO ORDFILE-EXT-AMT(WS-COUNTER).
            MOVE ZERO TO ORDFILE-UNIT-PRICE(WS-COUNTER).
            MOVE ZERO TO ORDFILE-UNIT-COST(WS-COUNTER).

        450-JOURNAL-CREDIT.
            MOVE 'W' TO JRNL-ACTION.
            MOVE ORDFILE-RECORD TO JRNL-ORDER-IMAGE.
            ACCEPT WS-CURRENT-TIME FROM TIME.
            MOVE WS-CURRENT-DATE TO JRNL-DATE.
            MOVE WS-CURR-HHMMSS TO JRNL-TIME.
            MOVE 'RBTE' TO JRNL-TERM.
            MOVE 1 TO JRNL-SEQ.

            PERFORM 460-JOURNAL-WRITE
                WITH TEST AFTER
                UNTIL WS-ORDJRNL-STATUS NOT = '22'
                   OR JRNL-SEQ > 999.

        460-JOURNAL-WRITE.
            WRITE JRNL-RECORD
                INVALID KEY
                    ADD 1 TO JRNL-SEQ
            END-WRITE.

      * NOTHING EARNED - THE AGREEMENT SIMPLY MOVES ONTO ITS NEXT
      * YEAR AND KEEPS THE LAST REBATE IT WAS PAID.
        500-ROLL-AGREEMENT.
            MOVE WS-NEXT-START TO SQL-NEW-YEAR-START.

            EXEC SQL UPDATE BILLM.CUST_REBATE
                SET YEAR_START = :SQL-NEW-YEAR-START
                WHERE CUST_PHONE = :SQL-CUST-PHONE
            END-EXEC.

            EXEC SQL COMMIT END-EXEC.

        600-PRINT-AGREEMENT.
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
            MOVE WS-YEAR-END TO RPT-D-END.
            MOVE SQL-NET-SALES TO RPT-D-SALES.
            MOVE WS-TIER-NO TO RPT-D-TIER.
            MOVE WS-TIER-PCT TO RPT-D-PCT.
            MOVE WS-REBATE-AMT TO RPT-D-REBATE.

            MOVE RPT-DETAIL-LINE TO RPT-LINE.
            WRITE RPT-LINE.

        800-ENDFILE.
            MOVE 'AGREEMENT YEARS ENDED' TO RPT-TOT-LABEL.
            MOVE WS-ENDED-COUNT TO RPT-TOT-COUNT.
            MOVE WS-TOT-SALES TO RPT-TOT-VALUE.
            MOVE RPT-TOTAL-LINE TO RPT-LINE.
            WRITE RPT-LINE.

            IF WS-POSTING
                MOVE 'REBATE CREDIT NOTES ISSUED' TO RPT-TOT-LABEL
                MOVE WS-ISSUE-COUNT TO RPT-TOT-COUNT
            ELSE
                MOVE 'REBATES TO BE ISSUED (PROOF ONLY)'
                    TO RPT-TOT-LABEL
                MOVE ZERO TO RPT-TOT-COUNT
            END-IF.
            MOVE WS-TOT-REBATE TO RPT-TOT-VALUE.
            MOVE RPT-TOTAL-LINE TO RPT-LINE.
            WRITE RPT-LINE.

            PERFORM 820-WRITE-RUN-STATUS.

            CLOSE ORDFILE-IO.
            CLOSE CUSTFILE-IN.
            CLOSE CRDCTL-FILE.
            CLOSE ORDJRNL-FILE.
            CLOSE REGISTER-OUT.
            CLOSE RPTSTAT-FILE.

        99-SQL-ERR.
            MOVE 'FAILED' TO WS-RUN-STATUS.
            MOVE SQLCODE TO WS-SQL-CODE.
            DISPLAY 'BOPRGVY SQL ERROR ' WS-SQL-CODE.
            PERFORM 800-ENDFILE.
            GO TO 999-EXIT.

      * DROP THE RUN RESULT ON THE RPTSTAT STATUS FILE SO THE
      * BOPRGO REPORTS MENU CAN SHOW STAFF WHETHER THE LAST RUN
      * ACTUALLY FINISHED BEFORE THEY SUBMIT IT AGAIN.
        820-WRITE-RUN-STATUS.
            MOVE 'BOPRGVY' TO RPTSTAT-JOB.
            MOVE WS-CURRENT-DATE TO RPTSTAT-DATE.
            MOVE WS-CURR-HHMMSS TO RPTSTAT-TIME.
            MOVE WS-REC-COUNT TO RPTSTAT-RECORDS.
            MOVE WS-ISSUE-COUNT TO RPTSTAT-GOOD.
            MOVE WS-REJECT-COUNT TO RPTSTAT-REJECTS.
            MOVE WS-RUN-STATUS TO RPTSTAT-STATUS.

            WRITE RPTSTAT-RECORD
                INVALID KEY
                    REWRITE RPTSTAT-RECORD
                        INVALID KEY
                            DISPLAY 'BOPRGVY - RPTSTAT WRITE FAILED'
                    END-REWRITE
            END-WRITE.

        999-EXIT.
            STOP RUN.
