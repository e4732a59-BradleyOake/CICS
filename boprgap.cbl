        IDENTIFICATION DIVISION.
        PROGRAM-ID.  BOPRGAP.
        AUTHOR. OAKE.

      * PAYABLES REGISTER - THE SUPPLIER INVOICES CLEARED FOR
      * PAYMENT.  WALKS SINVFILE AND PRINTS EVERY LINE OF EVERY
      * INVOICE THAT BOPRGG MATCHED CLEANLY AGAINST ITS PO AND
      * RECEIPTS, OR THAT A SUPERVISOR HAS SINCE APPROVED THERE
      * (STATUS 'M'), WITH THE VALUE BILLED (QTY BILLED X UNIT
      * COST BILLED), A TOTAL FOR EACH INVOICE AND EACH SUPPLIER
      * AND A GRAND TOTAL FOR ACCOUNTS PAYABLE TO PAY FROM.  EACH
      * LINE PRINTED IS MARKED RELEASED ('R') WITH TODAY'S DATE SO
      * IT NEVER COMES OUT ON A LATER REGISTER.  HELD INVOICES ARE
      * LEFT WHERE THEY ARE - SEE BOPRGAU.  RUN NIGHTLY - SEE THE
      * BOPRGAP JCL MEMBER.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. RS-6000.
        OBJECT-COMPUTER. RS-6000.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT SINVFILE-IO ASSIGN TO SINVFILE
                ORGANIZATION IS INDEXED
                ACCESS IS SEQUENTIAL
                RECORD KEY IS SINV-KEY
                FILE STATUS IS WS-SINVFILE-STATUS.

            SELECT APREG-OUT ASSIGN TO APREGPRT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-APREG-STATUS.

            SELECT RPTSTAT-FILE ASSIGN TO RPTSTAT
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS RPTSTAT-KEY
                FILE STATUS IS WS-RPTSTAT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  SINVFILE-IO
            LABEL RECORDS ARE STANDARD.
        COPY 'SINVFILE-LAYOUT'.

        FD  APREG-OUT
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 100 CHARACTERS.
        01  RPT-LINE                       PIC X(100).

        FD  RPTSTAT-FILE
            LABEL RECORDS ARE STANDARD.
        COPY 'RPTSTAT-LAYOUT'.

        WORKING-STORAGE SECTION.

        01 WS-SINVFILE-STATUS               PIC XX VALUE ZERO.
        01 WS-APREG-STATUS                  PIC XX VALUE ZERO.
        01 WS-RPTSTAT-STATUS                PIC XX VALUE ZERO.
        01 WS-RUN-STATUS                    PIC X(8) VALUE 'GOOD'.

        01 WS-EOF-SW                        PIC X VALUE 'N'.
            88 WS-EOF                        VALUE 'Y'.

        01 WS-REC-COUNT                     PIC 9(7) COMP VALUE ZERO.
        01 WS-RELEASE-COUNT                 PIC 9(7) COMP VALUE ZERO.
        01 WS-INV-COUNT                     PIC 9(5) COMP VALUE ZERO.
        01 WS-SUPP-INV-COUNT                PIC 9(5) COMP VALUE ZERO.
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

      * THE INVOICE AND SUPPLIER NOW BEING TOTALLED.  SPACES
      * UNTIL THE FIRST RELEASED LINE.
        01 WS-PREV-SUPP                     PIC X(4) VALUE SPACES.
        01 WS-PREV-INV-NO                   PIC X(10) VALUE SPACES.

        01 WS-LINE-VALUE                    PIC S9(7)V99 COMP-3.
        01 WS-INV-VALUE                     PIC S9(9)V99 COMP-3
                                             VALUE ZERO.
        01 WS-SUPP-VALUE                    PIC S9(9)V99 COMP-3
                                             VALUE ZERO.
        01 WS-TOT-VALUE                     PIC S9(9)V99 COMP-3
                                             VALUE ZERO.

        01 RPT-TITLE-LINE.
            05 RPT-TITLE-CC                 PIC X VALUE '1'.
            05 FILLER                       PIC X(10) VALUE SPACES.
            05 RPT-TITLE-TEXT               PIC X(40)
                VALUE 'PAYABLES REGISTER - SUPPLIER INVOICES'.
            05 FILLER                       PIC X(5) VALUE 'DATE '.
            05 RPT-TITLE-DATE                PIC 9999/99/99.
            05 FILLER                       PIC X(3) VALUE SPACES.
            05 FILLER                       PIC X(5) VALUE 'PAGE '.
            05 RPT-TITLE-PAGE                PIC ZZZ9.
            05 FILLER                       PIC X(22) VALUE SPACES.

        01 RPT-COLUMNS.
            05 RPT-COL-CC                   PIC X VALUE SPACE.
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 FILLER                       PIC X(4) VALUE 'SUPP'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(10) VALUE 'INVOICE'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(2) VALUE 'LN'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(7) VALUE 'PO NO'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(3) VALUE 'PLN'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(4) VALUE 'PART'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(5) VALUE '  QTY'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(9) VALUE 'UNIT COST'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(10)
                VALUE '     VALUE'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(4) VALUE 'APPR'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(8) VALUE 'KEYED'.
            05 FILLER                       PIC X(12) VALUE SPACES.

        01 RPT-DETAIL-LINE.
            05 RPT-DET-CC                   PIC X VALUE SPACE.
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 RPT-D-SUPP                   PIC X(4).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-D-INV-NO                 PIC X(10).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-D-LINE                   PIC Z9.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-D-PO-NO                  PIC X(7).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-D-PO-LINE                PIC ZZ9.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-D-PART                   PIC X(4).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-D-QTY                    PIC ZZZZ9.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-D-COST                   PIC ZZ,ZZ9.99.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-D-VALUE                  PIC ZZZ,ZZ9.99.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-D-APPROVER               PIC X(4).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-D-KEY-DATE               PIC X(8).
            05 FILLER                       PIC X(12) VALUE SPACES.

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
            OPEN I-O SINVFILE-IO.
            OPEN OUTPUT APREG-OUT.
            OPEN I-O RPTSTAT-FILE.

            ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-CURRENT-TIME FROM TIME.
            MOVE WS-CURRENT-DATE TO RPT-TITLE-DATE.

            PERFORM 100-PRINT-HEADERS.

            PERFORM 200-READ-SINV.

            PERFORM 300-CHECK-SINV
                UNTIL WS-EOF.

            IF WS-PREV-SUPP > SPACES
                PERFORM 500-INVOICE-TOTAL
                PERFORM 550-SUPPLIER-TOTAL
            END-IF.

            MOVE 'TOTAL RELEASED FOR PAYMENT - INVOICES' TO
                RPT-TOT-LABEL.
            MOVE WS-INV-COUNT TO RPT-TOT-COUNT.
            MOVE WS-TOT-VALUE TO RPT-TOT-VALUE.
            MOVE RPT-TOTAL-LINE TO RPT-LINE.
            WRITE RPT-LINE.

            PERFORM 800-ENDFILE.

            GO TO 999-EXIT.

        100-PRINT-HEADERS.
            ADD 1 TO WS-PAGE-COUNT.
            MOVE WS-PAGE-COUNT TO RPT-TITLE-PAGE.

            MOVE RPT-TITLE-LINE TO RPT-LINE.
            WRITE RPT-LINE.

            MOVE RPT-COLUMNS TO RPT-LINE.
            WRITE RPT-LINE.

            MOVE ZERO TO WS-LINE-COUNT.

        200-READ-SINV.
            READ SINVFILE-IO NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-EOF-SW
            END-READ.

      * ONLY MATCHED LINES GO ON THE REGISTER.  A NEW INVOICE
      * CLOSES OFF THE ONE BEFORE IT, AND A NEW SUPPLIER CLOSES
      * OFF THE SUPPLIER BEFORE THAT.
        300-CHECK-SINV.
            ADD 1 TO WS-REC-COUNT.

            IF SINV-ST-MATCHED
                IF SINV-SUPP-CODE IS NOT EQUAL TO WS-PREV-SUPP
                    OR SINV-INV-NO IS NOT EQUAL TO WS-PREV-INV-NO
                    IF WS-PREV-SUPP > SPACES
                        PERFORM 500-INVOICE-TOTAL
                    END-IF
                END-IF

                IF SINV-SUPP-CODE IS NOT EQUAL TO WS-PREV-SUPP
                    IF WS-PREV-SUPP > SPACES
                        PERFORM 550-SUPPLIER-TOTAL
                    END-IF
                END-IF

                MOVE SINV-SUPP-CODE TO WS-PREV-SUPP
                MOVE SINV-INV-NO TO WS-PREV-INV-NO

                PERFORM 350-PRINT-LINE
                PERFORM 400-RELEASE-LINE
            END-IF.

            PERFORM 200-READ-SINV.

        350-PRINT-LINE.
            COMPUTE WS-LINE-VALUE =
                SINV-QTY-BILLED * SINV-UNIT-COST.

            ADD WS-LINE-VALUE TO WS-INV-VALUE.

            IF WS-LINE-COUNT >= WS-MAX-LINES
                PERFORM 100-PRINT-HEADERS
            END-IF.

            ADD 1 TO WS-LINE-COUNT.

            MOVE SINV-SUPP-CODE TO RPT-D-SUPP.
            MOVE SINV-INV-NO TO RPT-D-INV-NO.
            MOVE SINV-LINE TO RPT-D-LINE.
            MOVE SINV-PO-NO TO RPT-D-PO-NO.
            MOVE SINV-PO-LINE TO RPT-D-PO-LINE.
            MOVE SINV-PART-CODE TO RPT-D-PART.
            MOVE SINV-QTY-BILLED TO RPT-D-QTY.
            MOVE SINV-UNIT-COST TO RPT-D-COST.
            MOVE WS-LINE-VALUE TO RPT-D-VALUE.
            MOVE SINV-APPROVE-OPER TO RPT-D-APPROVER.
            MOVE SINV-KEY-DATE TO RPT-D-KEY-DATE.

            MOVE RPT-DETAIL-LINE TO RPT-LINE.
            WRITE RPT-LINE.

      * ONCE ON THE REGISTER, NEVER ON IT AGAIN.
        400-RELEASE-LINE.
            SET SINV-ST-RELEASED TO TRUE.
            MOVE WS-CURRENT-DATE TO SINV-RELEASE-DATE.

            REWRITE SINV-RECORD
                INVALID KEY
                    DISPLAY 'BOPRGAP - SINVFILE REWRITE FAILED '
                        SINV-KEY
                    MOVE 'FAILED' TO WS-RUN-STATUS
                NOT INVALID KEY
                    ADD 1 TO WS-RELEASE-COUNT
            END-REWRITE.

        500-INVOICE-TOTAL.
            ADD 1 TO WS-INV-COUNT.
            ADD 1 TO WS-SUPP-INV-COUNT.
            ADD WS-INV-VALUE TO WS-SUPP-VALUE.

            MOVE SPACES TO RPT-TOT-LABEL.
            STRING '   INVOICE ' WS-PREV-INV-NO ' TOTAL'
                DELIMITED BY SIZE INTO RPT-TOT-LABEL.
            MOVE ZERO TO RPT-TOT-COUNT.
            MOVE WS-INV-VALUE TO RPT-TOT-VALUE.
            MOVE RPT-TOTAL-LINE TO RPT-LINE.
            WRITE RPT-LINE.
            ADD 1 TO WS-LINE-COUNT.

            MOVE ZERO TO WS-INV-VALUE.

        550-SUPPLIER-TOTAL.
            ADD WS-SUPP-VALUE TO WS-TOT-VALUE.

            MOVE SPACES TO RPT-TOT-LABEL.
            STRING 'SUPPLIER ' WS-PREV-SUPP ' TOTAL - INVOICES'
                DELIMITED BY SIZE INTO RPT-TOT-LABEL.
            MOVE WS-SUPP-INV-COUNT TO RPT-TOT-COUNT.
            MOVE WS-SUPP-VALUE TO RPT-TOT-VALUE.
            MOVE RPT-TOTAL-LINE TO RPT-LINE.
            WRITE RPT-LINE.

            MOVE SPACES TO RPT-LINE.
            WRITE RPT-LINE.
            ADD 2 TO WS-LINE-COUNT.

            MOVE ZERO TO WS-SUPP-VALUE.
            MOVE ZERO TO WS-SUPP-INV-COUNT.

        800-ENDFILE.
            PERFORM 820-WRITE-RUN-STATUS.

            CLOSE SINVFILE-IO.
            CLOSE APREG-OUT.
            CLOSE RPTSTAT-FILE.

      * DROP THE RUN RESULT ON THE RPTSTAT STATUS FILE SO THE
      * BOPRGO REPORTS MENU CAN SHOW STAFF WHETHER THE LAST RUN
      * ACTUALLY FINISHED BEFORE THEY SUBMIT IT AGAIN.
        820-WRITE-RUN-STATUS.
            MOVE 'BOPRGAP' TO RPTSTAT-JOB.
            MOVE WS-CURRENT-DATE TO RPTSTAT-DATE.
            MOVE WS-CURR-HHMMSS TO RPTSTAT-TIME.
            MOVE WS-REC-COUNT TO RPTSTAT-RECORDS.
            MOVE WS-RELEASE-COUNT TO RPTSTAT-GOOD.
            MOVE ZERO TO RPTSTAT-REJECTS.
            MOVE WS-RUN-STATUS TO RPTSTAT-STATUS.

            WRITE RPTSTAT-RECORD
                INVALID KEY
                    REWRITE RPTSTAT-RECORD
                        INVALID KEY
                            DISPLAY 'BOPRGAP - RPTSTAT WRITE FAILED'
                    END-REWRITE
            END-WRITE.

        999-EXIT.
            STOP RUN.
