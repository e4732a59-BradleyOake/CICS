        IDENTIFICATION DIVISION.
        PROGRAM-ID.  BOPRGFC.
        AUTHOR. OAKE.

      * MONTH-END FINANCE CHARGES - OUR TERMS ALLOW A MONTHLY
      * SERVICE CHARGE ON BALANCES PAST THE GRACE PERIOD, AND THIS
      * IS THE RUN THAT ACTUALLY APPLIES IT.  READS ORDFILE AND,
      * FOR EVERY INVOICE STILL OWING (ORDER TOTAL PLUS GST AND PST
      * LESS ORDFILE-PAID-AMT, THE SAME AS THE BOPRGRN AGING) MORE
      * THAN THE FCHCTL GRACE DAYS AFTER ITS INVOICE DATE, RAISES A
      * FINANCE CHARGE OF THE FCHCTL MONTHLY RATE ON WHAT IS OWING.
      * THE CHARGE IS ITS OWN ORDFILE RECORD (REC-TYPE 'F', NUMBERED
      * FROM INVCTL, BORN BILLED, NO TAX, ORIG-INVOICE POINTING AT
      * THE OVERDUE INVOICE) JOURNALED TO ORDJRNL LIKE ANY OTHER
      * WRITE - SO IT PRINTS ON THE BOPRGRM STATEMENT, AGES ON
      * BOPRGRN AND BOPRGCH, AND IS PAID THROUGH BOPRGA OR THE
      * LOCKBOX LIKE ANY INVOICE.  CREDIT NOTES AND EARLIER FINANCE
      * CHARGES ARE NEVER CHARGED, AND AN ACCOUNT FLAGGED EXEMPT ON
      * CUSTFILE (CUST-FINCHG-EXEMPT) IS SKIPPED.  THE CHARGES ARE
      * DATED THE RUN DATE, SO A RUN DATE INSIDE A PERCTL CLOSED
      * PERIOD STOPS BEFORE ANYTHING IS RAISED, AND A SECOND RUN IN
      * A MONTH ALREADY CHARGED (FCHCTL-LAST-MONTH) IS REFUSED.
      * PRINTS A REGISTER OF EVERY CHARGE RAISED.  RUN AT MONTH END
      * - SEE THE BOPRGFC JCL MEMBER.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. RS-6000.
        OBJECT-COMPUTER. RS-6000.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT ORDFILE-IO ASSIGN TO ORDFILE
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS ORDFILE-KEY
                FILE STATUS IS WS-ORDFILE-STATUS.

            SELECT CUSTFILE-IN ASSIGN TO CUSTFILE
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS CUST-KEY
                FILE STATUS IS WS-CUSTFILE-STATUS.

            SELECT INVCTL-FILE ASSIGN TO INVCTL
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS INVCTL-KEY
                FILE STATUS IS WS-INVCTL-STATUS.

            SELECT PERCTL-IN ASSIGN TO PERCTL
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS PERCTL-KEY
                FILE STATUS IS WS-PERCTL-STATUS.

            SELECT FCHCTL-FILE ASSIGN TO FCHCTL
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS FCHCTL-KEY
                FILE STATUS IS WS-FCHCTL-STATUS.

            SELECT ORDJRNL-FILE ASSIGN TO ORDJRNL
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS JRNL-KEY
                FILE STATUS IS WS-ORDJRNL-STATUS.

            SELECT REGISTER-OUT ASSIGN TO FCHGPRT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REGISTER-STATUS.

            SELECT RPTSTAT-FILE ASSIGN TO RPTSTAT
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS RPTSTAT-KEY
                FILE STATUS IS WS-RPTSTAT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  ORDFILE-IO
            LABEL RECORDS ARE STANDARD.
        COPY 'ORDFILE-LAYOUT'.

        FD  CUSTFILE-IN
            LABEL RECORDS ARE STANDARD.
        COPY 'CUSTFILE-LAYOUT'.

        FD  INVCTL-FILE
            LABEL RECORDS ARE STANDARD.
        COPY 'INVCTL-LAYOUT'.

        FD  PERCTL-IN
            LABEL RECORDS ARE STANDARD.
        COPY 'PERCTL-LAYOUT'.

        FD  FCHCTL-FILE
            LABEL RECORDS ARE STANDARD.
        COPY 'FCHCTL-LAYOUT'.

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

        01 WS-ORDFILE-STATUS                PIC XX VALUE ZERO.
        01 WS-CUSTFILE-STATUS               PIC XX VALUE ZERO.
        01 WS-INVCTL-STATUS                 PIC XX VALUE ZERO.
        01 WS-PERCTL-STATUS                 PIC XX VALUE ZERO.
        01 WS-FCHCTL-STATUS                 PIC XX VALUE ZERO.
        01 WS-ORDJRNL-STATUS                PIC XX VALUE ZERO.
        01 WS-REGISTER-STATUS               PIC XX VALUE ZERO.
        01 WS-RPTSTAT-STATUS                PIC XX VALUE ZERO.
        01 WS-RUN-STATUS                    PIC X(8) VALUE 'GOOD'.

        01 WS-EOF-SW                        PIC X VALUE 'N'.
            88 WS-EOF                        VALUE 'Y'.

        01 WS-NEW-CTL-SW                    PIC X VALUE 'N'.
            88 WS-NEW-CTL                    VALUE 'Y'.

        01 WS-REC-COUNT                     PIC 9(7) COMP VALUE ZERO.
        01 WS-CHARGE-COUNT                  PIC 9(7) COMP VALUE ZERO.
        01 WS-EXEMPT-COUNT                  PIC 9(7) COMP VALUE ZERO.
        01 WS-REJECT-COUNT                  PIC 9(7) COMP VALUE ZERO.
        01 WS-COUNTER                       PIC 99 COMP.
        01 WS-LINE-COUNT                    PIC 99 COMP VALUE 99.
        01 WS-PAGE-COUNT                    PIC 9(4) COMP VALUE ZERO.
        01 WS-MAX-LINES                     PIC 99 COMP VALUE 55.

        01 WS-BLOCK-SIZE                    PIC 9(4) COMP VALUE 100.
        01 WS-NEXT-INVOICE                  PIC 9(7) VALUE ZERO.
        01 WS-BLOCK-LIMIT                   PIC 9(7) VALUE ZERO.

        01 WS-CURRENT-DATE.
            05 WS-CURR-YYYY                 PIC 9(4).
            05 WS-CURR-MM                   PIC 9(2).
            05 WS-CURR-DD                   PIC 9(2).

        01 WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE
                                            PIC 9(8).

        01 WS-CURRENT-TIME.
            05 WS-CURR-HHMMSS               PIC 9(6).
            05 FILLER                       PIC 9(2).

        01 WS-CURRENT-MONTH                 PIC 9(6).

        01 WS-ORDER-DATE-NUM                PIC 9(8).
        01 WS-TODAY-INT                     PIC S9(9) COMP.
        01 WS-ORDER-INT                     PIC S9(9) COMP.
        01 WS-AGE-DAYS                      PIC S9(5) COMP.

        01 WS-OWING-AMT                     PIC S9(7)V99 COMP-3.
        01 WS-CHARGE-AMT                    PIC S9(7)V99 COMP-3.
        01 WS-TOT-CHARGED                   PIC S9(9)V99 COMP-3
                                             VALUE ZERO.
        01 WS-TOT-OWING                     PIC S9(9)V99 COMP-3
                                             VALUE ZERO.
        01 WS-TOT-EXEMPT                    PIC S9(9)V99 COMP-3
                                             VALUE ZERO.

      * THE OVERDUE INVOICE, KEPT WHILE ITS RECORD AREA IS TURNED
      * INTO THE FINANCE CHARGE.
        01 WS-OVERDUE-INVOICE               PIC X(7).
        01 WS-OVERDUE-DATE                  PIC X(8).

        01 RPT-TITLE-LINE.
            05 RPT-TITLE-CC                 PIC X VALUE '1'.
            05 FILLER                       PIC X(10) VALUE SPACES.
            05 RPT-TITLE-TEXT               PIC X(40)
                VALUE 'FINANCE CHARGE REGISTER'.
            05 FILLER                       PIC X(5) VALUE 'DATE '.
            05 RPT-TITLE-DATE                PIC 9999/99/99.
            05 FILLER                       PIC X(3) VALUE SPACES.
            05 FILLER                       PIC X(5) VALUE 'PAGE '.
            05 RPT-TITLE-PAGE                PIC ZZZ9.
            05 FILLER                       PIC X(22) VALUE SPACES.

        01 RPT-TERMS-LINE.
            05 RPT-TERMS-CC                 PIC X VALUE SPACE.
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 FILLER                       PIC X(14)
                VALUE 'MONTHLY RATE  '.
            05 RPT-TERMS-RATE               PIC 9.9999.
            05 FILLER                       PIC X(16)
                VALUE '   PAST DUE AT  '.
            05 RPT-TERMS-GRACE              PIC ZZ9.
            05 FILLER                       PIC X(22)
                VALUE ' DAYS   MINIMUM CHARGE'.
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 RPT-TERMS-MIN                PIC ZZ9.99.
            05 FILLER                       PIC X(30) VALUE SPACES.

        01 RPT-COLUMNS.
            05 RPT-COL-CC                   PIC X VALUE SPACE.
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 FILLER                       PIC X(20) VALUE 'CUSTOMER'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(12) VALUE 'PHONE'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(7) VALUE 'INVOICE'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(8) VALUE 'DATED'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(4) VALUE 'DAYS'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(11)
                VALUE '      OWING'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(9) VALUE '   CHARGE'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(7) VALUE 'CHG INV'.
            05 FILLER                       PIC X(6) VALUE SPACES.

        01 RPT-DETAIL-LINE.
            05 RPT-DET-CC                   PIC X VALUE SPACE.
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 RPT-D-NAME                   PIC X(20).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-D-PHONE                  PIC X(12).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-D-INVOICE                PIC X(7).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-D-DATE                   PIC X(8).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-D-AGE                    PIC ZZZ9.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-D-OWING                  PIC ZZZ,ZZ9.99-.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-D-CHARGE                 PIC ZZ,ZZ9.99.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-D-CHG-INVOICE            PIC X(7).
            05 FILLER                       PIC X(6) VALUE SPACES.

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
            OPEN I-O INVCTL-FILE.
            OPEN I-O FCHCTL-FILE.
            OPEN I-O ORDJRNL-FILE.
            OPEN OUTPUT REGISTER-OUT.
            OPEN I-O RPTSTAT-FILE.

            ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-CURRENT-TIME FROM TIME.
            MOVE WS-CURRENT-DATE TO RPT-TITLE-DATE.
            MOVE WS-CURRENT-DATE(1:6) TO WS-CURRENT-MONTH.

            COMPUTE WS-TODAY-INT =
                FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM).

      * THE CHARGES POST WITH THE RUN DATE - A RUN DATE INSIDE A
      * CLOSED PERIOD CANNOT POST AT ALL, SO STOP BEFORE RAISING
      * ANYTHING AND LET THE LEDGER PEOPLE SORT THE CALENDAR OUT.
            PERFORM 140-CHECK-PERIOD.

            PERFORM 150-READ-CONTROL.

            PERFORM 100-PRINT-HEADERS.

            PERFORM 200-READ-ORDFILE.

            PERFORM 300-PROCESS-RECORD THRU 301-RECORD-DONE
                UNTIL WS-EOF.

            PERFORM 700-UPDATE-CONTROL.

            PERFORM 800-ENDFILE.

            GO TO 999-EXIT.

        100-PRINT-HEADERS.
            ADD 1 TO WS-PAGE-COUNT.
            MOVE WS-PAGE-COUNT TO RPT-TITLE-PAGE.

            MOVE RPT-TITLE-LINE TO RPT-LINE.
            WRITE RPT-LINE.

            MOVE RPT-TERMS-LINE TO RPT-LINE.
            WRITE RPT-LINE.

            MOVE RPT-COLUMNS TO RPT-LINE.
            WRITE RPT-LINE.

            MOVE ZERO TO WS-LINE-COUNT.

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
                            DISPLAY 'BOPRGFC - RUN DATE IS IN A '
                                'CLOSED PERIOD - NOTHING CHARGED'
                            CLOSE PERCTL-IN
                            MOVE 'FAILED' TO WS-RUN-STATUS
                            PERFORM 800-ENDFILE
                            STOP RUN
                        END-IF
                END-READ
                CLOSE PERCTL-IN
            END-IF.

      * THE TERMS IN FORCE.  A MONTH ALREADY CHARGED IS NEVER
      * CHARGED AGAIN - A RERUN WOULD CHARGE EVERY ACCOUNT TWICE.
        150-READ-CONTROL.
            MOVE '1' TO FCHCTL-KEY.

            READ FCHCTL-FILE INTO FCHCTL-RECORD
                KEY IS FCHCTL-KEY
                INVALID KEY
                    SET WS-NEW-CTL TO TRUE
                    MOVE .0150 TO FCHCTL-RATE
                    MOVE 30 TO FCHCTL-GRACE-DAYS
                    MOVE ZERO TO FCHCTL-MIN-CHARGE
                    MOVE ZERO TO FCHCTL-LAST-MONTH
            END-READ.

            IF FCHCTL-LAST-MONTH = WS-CURRENT-MONTH
                DISPLAY 'BOPRGFC - FINANCE CHARGES ALREADY RAISED '
                    'FOR ' WS-CURRENT-MONTH ' - NOTHING CHARGED'
                MOVE 'FAILED' TO WS-RUN-STATUS
                PERFORM 800-ENDFILE
                STOP RUN
            END-IF.

            MOVE FCHCTL-RATE TO RPT-TERMS-RATE.
            MOVE FCHCTL-GRACE-DAYS TO RPT-TERMS-GRACE.
            MOVE FCHCTL-MIN-CHARGE TO RPT-TERMS-MIN.

        200-READ-ORDFILE.
            READ ORDFILE-IO NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-EOF-SW
            END-READ.

        300-PROCESS-RECORD.
            ADD 1 TO WS-REC-COUNT.

      * CREDIT NOTES ARE MONEY WE OWE, AND A FINANCE CHARGE IS
      * NEVER CHARGED INTEREST ITSELF.
            IF ORDFILE-IS-CREDIT OR ORDFILE-IS-FIN-CHARGE
                PERFORM 200-READ-ORDFILE
                GO TO 301-RECORD-DONE
            END-IF.

            COMPUTE WS-OWING-AMT = ORDFILE-ORDER-TOTAL
                + ORDFILE-GST-AMT + ORDFILE-PST-AMT
                - ORDFILE-PAID-AMT.

            IF WS-OWING-AMT NOT > ZERO
                OR ORDFILE-ORDER-DATE IS NOT NUMERIC
                PERFORM 200-READ-ORDFILE
                GO TO 301-RECORD-DONE
            END-IF.

            MOVE ORDFILE-ORDER-DATE TO WS-ORDER-DATE-NUM.
            COMPUTE WS-ORDER-INT =
                FUNCTION INTEGER-OF-DATE(WS-ORDER-DATE-NUM).
            COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-ORDER-INT.

            IF WS-AGE-DAYS NOT > FCHCTL-GRACE-DAYS
                PERFORM 200-READ-ORDFILE
                GO TO 301-RECORD-DONE
            END-IF.

      * AN INVOICE WHOSE CUSTOMER IS NO LONGER ON CUSTFILE IS STILL
      * OWED, SO IT IS CHARGED - ONLY A FLAGGED ACCOUNT IS SKIPPED.
            MOVE ORDFILE-PHONE-KEY TO CUST-KEY.

            READ CUSTFILE-IN
                KEY IS CUST-KEY
                INVALID KEY
                    MOVE SPACE TO CUST-FINCHG-EXEMPT
            END-READ.

            IF CUST-IS-FINCHG-EXEMPT
                ADD 1 TO WS-EXEMPT-COUNT
                ADD WS-OWING-AMT TO WS-TOT-EXEMPT
            ELSE
                PERFORM 400-RAISE-CHARGE THRU 401-CHARGE-DONE
            END-IF.

            PERFORM 200-READ-ORDFILE.

        301-RECORD-DONE.
            EXIT.

      * THE OVERDUE INVOICE'S RECORD AREA BECOMES THE CHARGE - THE
      * CUSTOMER NAME, ADDRESS, PHONE KEY AND BRANCH CARRY ACROSS
      * AND EVERYTHING ELSE IS SET FRESH.  THE WRITE DOES NOT MOVE
      * THE SEQUENTIAL READ, AND THE NEW CHARGE IS SKIPPED WHEN THE
      * READ COMES TO IT.
        400-RAISE-CHARGE.
            COMPUTE WS-CHARGE-AMT ROUNDED =
                WS-OWING-AMT * FCHCTL-RATE.

            IF WS-CHARGE-AMT < FCHCTL-MIN-CHARGE
                MOVE FCHCTL-MIN-CHARGE TO WS-CHARGE-AMT
            END-IF.

            IF WS-CHARGE-AMT NOT > ZERO
                GO TO 401-CHARGE-DONE
            END-IF.

            MOVE ORDFILE-INVOICE-NO TO WS-OVERDUE-INVOICE.
            MOVE ORDFILE-ORDER-DATE TO WS-OVERDUE-DATE.

            PERFORM 410-NEXT-INVOICE-NUMBER.
            PERFORM 430-BUILD-CHARGE.

            WRITE ORDFILE-RECORD
                INVALID KEY
                    DISPLAY 'BOPRGFC - DUPLICATE INVOICE NUMBER '
                        ORDFILE-INVOICE-NO ' - NO CHARGE ON '
                        WS-OVERDUE-INVOICE
                    ADD 1 TO WS-REJECT-COUNT
                    MOVE 'FAILED' TO WS-RUN-STATUS
                    GO TO 401-CHARGE-DONE
            END-WRITE.

            ADD 1 TO WS-CHARGE-COUNT.
            ADD WS-CHARGE-AMT TO WS-TOT-CHARGED.
            ADD WS-OWING-AMT TO WS-TOT-OWING.

            PERFORM 450-JOURNAL-CHARGE.
            PERFORM 500-PRINT-CHARGE.

        401-CHARGE-DONE.
            EXIT.

      * SAME BLOCK RESERVATION AS THE BOPRGRI IMPORT, SO THE RUN
      * IS SAFE ALONGSIDE ONLINE ORDER ENTRY.
        410-NEXT-INVOICE-NUMBER.
            IF WS-NEXT-INVOICE = ZERO
                OR WS-NEXT-INVOICE > WS-BLOCK-LIMIT
                PERFORM 420-RESERVE-NUMBER-BLOCK
            END-IF.

            MOVE WS-NEXT-INVOICE TO ORDFILE-INVOICE-NO.
            ADD 1 TO WS-NEXT-INVOICE.

        420-RESERVE-NUMBER-BLOCK.
            MOVE '1' TO INVCTL-KEY.

            READ INVCTL-FILE INTO INVCTL-RECORD
                KEY IS INVCTL-KEY
                INVALID KEY
                    DISPLAY 'BOPRGFC - INVCTL RECORD NOT FOUND'
                    MOVE 'FAILED' TO WS-RUN-STATUS
                    PERFORM 800-ENDFILE
                    STOP RUN
            END-READ.

            COMPUTE WS-NEXT-INVOICE = INVCTL-LAST-INVOICE + 1.

            ADD WS-BLOCK-SIZE TO INVCTL-LAST-INVOICE.
            MOVE INVCTL-LAST-INVOICE TO WS-BLOCK-LIMIT.

            REWRITE INVCTL-RECORD
                INVALID KEY
                    DISPLAY 'BOPRGFC - INVCTL REWRITE FAILED'
                    MOVE 'FAILED' TO WS-RUN-STATUS
                    PERFORM 800-ENDFILE
                    STOP RUN
            END-REWRITE.

        430-BUILD-CHARGE.
            MOVE SPACES TO ORDFILE-P1A.
            MOVE SPACES TO ORDFILE-P1B.
            MOVE SPACES TO ORDFILE-P2A.
            MOVE SPACES TO ORDFILE-P2B.
            MOVE SPACES TO ORDFILE-P3A.
            MOVE SPACES TO ORDFILE-P3B.
            MOVE SPACES TO ORDFILE-P4A.
            MOVE SPACES TO ORDFILE-P4B.
            MOVE SPACES TO ORDFILE-P5A.
            MOVE SPACES TO ORDFILE-P5B.
            MOVE SPACES TO ORDFILE-P6A.
            MOVE SPACES TO ORDFILE-P6B.
            MOVE SPACES TO ORDFILE-P7A.
            MOVE SPACES TO ORDFILE-P7B.
            MOVE SPACES TO ORDFILE-P8A.
            MOVE SPACES TO ORDFILE-P8B.
            MOVE SPACES TO ORDFILE-P9A.
            MOVE SPACES TO ORDFILE-P9B.
            MOVE SPACES TO ORDFILE-P10A.
            MOVE SPACES TO ORDFILE-P10B.

            PERFORM 440-ZERO-LINE
                VARYING WS-COUNTER FROM 1 BY 1
                UNTIL WS-COUNTER > 10.

            MOVE WS-CURRENT-DATE TO ORDFILE-ORDER-DATE.
            MOVE WS-CHARGE-AMT TO ORDFILE-ORDER-TOTAL.
            MOVE SPACES TO ORDFILE-SPECIAL-INSTRUCTIONS.
            STRING 'FINANCE CHARGE - OVERDUE INVOICE '
                WS-OVERDUE-INVOICE
                DELIMITED BY SIZE INTO ORDFILE-SPECIAL-INSTRUCTIONS.
            SET ORDFILE-ST-BILLED TO TRUE.
            MOVE ZERO TO ORDFILE-PAID-AMT.
            MOVE ZERO TO ORDFILE-GST-AMT.
            MOVE ZERO TO ORDFILE-PST-AMT.
            SET ORDFILE-IS-FIN-CHARGE TO TRUE.
            MOVE WS-OVERDUE-INVOICE TO ORDFILE-ORIG-INVOICE.
            MOVE 'FCHG' TO ORDFILE-ENTRY-OPER.
            MOVE SPACES TO ORDFILE-UPD-OPER.
            MOVE WS-CURRENT-DATE TO ORDFILE-UPD-DATE.
            MOVE WS-CURR-HHMMSS TO ORDFILE-UPD-TIME.
            MOVE SPACE TO ORDFILE-PST-EXEMPT.
            MOVE SPACES TO ORDFILE-PST-CERT.
            MOVE SPACES TO ORDFILE-DEL-DATE.
            MOVE SPACES TO ORDFILE-DEL-TIME.
            MOVE SPACES TO ORDFILE-DEL-RECEIVER.
            MOVE SPACES TO ORDFILE-DEL-REASON.
            MOVE SPACES TO ORDFILE-ROUTE.
            MOVE SPACES TO ORDFILE-SALES-REP.
            MOVE SPACES TO ORDFILE-SHIPTO-CODE.
            MOVE SPACE TO ORDFILE-CASH-SALE.
            MOVE SPACES TO ORDFILE-PROMISE-DATE.
            MOVE SPACES TO ORDFILE-BILL-DATE.
            MOVE SPACES TO ORDFILE-INV-SENT-DATE.
            MOVE SPACE TO ORDFILE-INV-SENT-VIA.

        440-ZERO-LINE.
            MOVE ZERO TO ORDFILE-EXT-AMT(WS-COUNTER).
            MOVE ZERO TO ORDFILE-UNIT-PRICE(WS-COUNTER).
            MOVE ZERO TO ORDFILE-UNIT-COST(WS-COUNTER).

        450-JOURNAL-CHARGE.
            MOVE 'W' TO JRNL-ACTION.
            MOVE ORDFILE-RECORD TO JRNL-ORDER-IMAGE.
            ACCEPT WS-CURRENT-TIME FROM TIME.
            MOVE WS-CURRENT-DATE TO JRNL-DATE.
            MOVE WS-CURR-HHMMSS TO JRNL-TIME.
            MOVE 'FCHG' TO JRNL-TERM.
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

        500-PRINT-CHARGE.
            IF WS-LINE-COUNT >= WS-MAX-LINES
                PERFORM 100-PRINT-HEADERS
            END-IF.

            ADD 1 TO WS-LINE-COUNT.

            MOVE ORDFILE-NAME TO RPT-D-NAME.
            MOVE SPACES TO RPT-D-PHONE.
            STRING ORDFILE-AREA-CODE DELIMITED BY SIZE
                '-' DELIMITED BY SIZE
                ORDFILE-EXCHANGE DELIMITED BY SIZE
                '-' DELIMITED BY SIZE
                ORDFILE-PHONE-NUM DELIMITED BY SIZE
                INTO RPT-D-PHONE
            END-STRING.
            MOVE WS-OVERDUE-INVOICE TO RPT-D-INVOICE.
            MOVE WS-OVERDUE-DATE TO RPT-D-DATE.
            MOVE WS-AGE-DAYS TO RPT-D-AGE.
            MOVE WS-OWING-AMT TO RPT-D-OWING.
            MOVE WS-CHARGE-AMT TO RPT-D-CHARGE.
            MOVE ORDFILE-INVOICE-NO TO RPT-D-CHG-INVOICE.

            MOVE RPT-DETAIL-LINE TO RPT-LINE.
            WRITE RPT-LINE.

      * THE MONTH IS MARKED CHARGED ONLY ONCE THE WHOLE FILE HAS
      * BEEN THROUGH.
        700-UPDATE-CONTROL.
            MOVE WS-CURRENT-MONTH TO FCHCTL-LAST-MONTH.

            IF WS-NEW-CTL
                WRITE FCHCTL-RECORD
                    INVALID KEY
                        DISPLAY 'BOPRGFC - FCHCTL WRITE FAILED'
                        MOVE 'FAILED' TO WS-RUN-STATUS
                END-WRITE
            ELSE
                REWRITE FCHCTL-RECORD
                    INVALID KEY
                        DISPLAY 'BOPRGFC - FCHCTL REWRITE FAILED'
                        MOVE 'FAILED' TO WS-RUN-STATUS
                END-REWRITE
            END-IF.

        800-ENDFILE.
            MOVE 'FINANCE CHARGES RAISED' TO RPT-TOT-LABEL.
            MOVE WS-CHARGE-COUNT TO RPT-TOT-COUNT.
            MOVE WS-TOT-CHARGED TO RPT-TOT-VALUE.
            MOVE RPT-TOTAL-LINE TO RPT-LINE.
            WRITE RPT-LINE.

            MOVE 'OVERDUE BALANCES CHARGED ON' TO RPT-TOT-LABEL.
            MOVE WS-CHARGE-COUNT TO RPT-TOT-COUNT.
            MOVE WS-TOT-OWING TO RPT-TOT-VALUE.
            MOVE RPT-TOTAL-LINE TO RPT-LINE.
            WRITE RPT-LINE.

            MOVE 'OVERDUE ON EXEMPT ACCOUNTS - NOT CHARGED'
                TO RPT-TOT-LABEL.
            MOVE WS-EXEMPT-COUNT TO RPT-TOT-COUNT.
            MOVE WS-TOT-EXEMPT TO RPT-TOT-VALUE.
            MOVE RPT-TOTAL-LINE TO RPT-LINE.
            WRITE RPT-LINE.

            PERFORM 820-WRITE-RUN-STATUS.

            CLOSE ORDFILE-IO.
            CLOSE CUSTFILE-IN.
            CLOSE INVCTL-FILE.
            CLOSE FCHCTL-FILE.
            CLOSE ORDJRNL-FILE.
            CLOSE REGISTER-OUT.
            CLOSE RPTSTAT-FILE.

      * DROP THE RUN RESULT ON THE RPTSTAT STATUS FILE SO THE
      * BOPRGO REPORTS MENU CAN SHOW STAFF WHETHER THE LAST RUN
      * ACTUALLY FINISHED BEFORE THEY SUBMIT IT AGAIN.
        820-WRITE-RUN-STATUS.
            MOVE 'BOPRGFC' TO RPTSTAT-JOB.
            MOVE WS-CURRENT-DATE TO RPTSTAT-DATE.
            MOVE WS-CURR-HHMMSS TO RPTSTAT-TIME.
            MOVE WS-REC-COUNT TO RPTSTAT-RECORDS.
            MOVE WS-CHARGE-COUNT TO RPTSTAT-GOOD.
            MOVE WS-REJECT-COUNT TO RPTSTAT-REJECTS.
            MOVE WS-RUN-STATUS TO RPTSTAT-STATUS.

            WRITE RPTSTAT-RECORD
                INVALID KEY
                    REWRITE RPTSTAT-RECORD
                        INVALID KEY
                            DISPLAY 'BOPRGFC - RPTSTAT WRITE FAILED'
                    END-REWRITE
            END-WRITE.

        999-EXIT.
            STOP RUN.
