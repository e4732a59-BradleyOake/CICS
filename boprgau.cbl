        IDENTIFICATION DIVISION.
        PROGRAM-ID.  BOPRGAU.
        AUTHOR. OAKE.

      * UNMATCHED SUPPLIER INVOICES AND UNBILLED RECEIPTS - THE
      * TWO SIDES OF SUPPLIER BILLING THAT DO NOT YET AGREE.
      * SECTION 1 WALKS SINVFILE AND LISTS EVERY LINE OF EVERY
      * INVOICE BOPRGG IS HOLDING ('H') BECAUSE IT DID NOT MATCH
      * ITS PO - FLAG Q WHERE WE WERE BILLED FOR MORE THAN CAME IN,
      * FLAG P WHERE THE BILLED COST IS NOT THE COST KEYED AT
      * RECEIPT - WITH BOTH SIDES OF THE DIFFERENCE, SO A
      * SUPERVISOR CAN CHASE THE SUPPLIER OR APPROVE THE BILL.
      * SECTION 2 WALKS POFILE AND LISTS EVERY PO LINE WHERE MORE
      * HAS BEEN RECEIVED THAN HAS BEEN BILLED, VALUED AT THE
      * RECEIVED COST - STOCK WE HOLD THAT NO SUPPLIER INVOICE HAS
      * COVERED YET.  RUN NIGHTLY - SEE THE BOPRGAU JCL MEMBER.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. RS-6000.
        OBJECT-COMPUTER. RS-6000.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT SINVFILE-IN ASSIGN TO SINVFILE
                ORGANIZATION IS INDEXED
                ACCESS IS SEQUENTIAL
                RECORD KEY IS SINV-KEY
                FILE STATUS IS WS-SINVFILE-STATUS.

            SELECT POFILE-IN ASSIGN TO POFILE
                ORGANIZATION IS INDEXED
                ACCESS IS SEQUENTIAL
                RECORD KEY IS POFILE-KEY
                FILE STATUS IS WS-POFILE-STATUS.

            SELECT APEXC-OUT ASSIGN TO APEXCPRT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-APEXC-STATUS.

            SELECT RPTSTAT-FILE ASSIGN TO RPTSTAT
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS RPTSTAT-KEY
                FILE STATUS IS WS-RPTSTAT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  SINVFILE-IN
            LABEL RECORDS ARE STANDARD.
        COPY 'SINVFILE-LAYOUT'.

        FD  POFILE-IN
            LABEL RECORDS ARE STANDARD.
        COPY 'POFILE-LAYOUT'.

        FD  APEXC-OUT
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 100 CHARACTERS.
        01  RPT-LINE                       PIC X(100).

        FD  RPTSTAT-FILE
            LABEL RECORDS ARE STANDARD.
        COPY 'RPTSTAT-LAYOUT'.

        WORKING-STORAGE SECTION.

        01 WS-SINVFILE-STATUS               PIC XX VALUE ZERO.
        01 WS-POFILE-STATUS                 PIC XX VALUE ZERO.
        01 WS-APEXC-STATUS                  PIC XX VALUE ZERO.
        01 WS-RPTSTAT-STATUS                PIC XX VALUE ZERO.
        01 WS-RUN-STATUS                    PIC X(8) VALUE 'GOOD'.

        01 WS-EOF-SW                        PIC X VALUE 'N'.
            88 WS-EOF                        VALUE 'Y'.

        01 WS-SECTION-SW                    PIC X VALUE '1'.
            88 WS-HELD-SECTION               VALUE '1'.
            88 WS-UNBILLED-SECTION           VALUE '2'.

        01 WS-REC-COUNT                     PIC 9(7) COMP VALUE ZERO.
        01 WS-HELD-COUNT                    PIC 9(7) COMP VALUE ZERO.
        01 WS-UNBILLED-COUNT                PIC 9(7) COMP VALUE ZERO.
        01 WS-EXCEPTION-COUNT               PIC 9(7) COMP VALUE ZERO.
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

        01 WS-BILLED-SO-FAR                 PIC 9(5).
        01 WS-UNBILLED-QTY                  PIC S9(5) COMP-3.
        01 WS-LINE-VALUE                    PIC S9(7)V99 COMP-3.
        01 WS-HELD-VALUE                    PIC S9(9)V99 COMP-3
                                             VALUE ZERO.
        01 WS-UNBILLED-VALUE                PIC S9(9)V99 COMP-3
                                             VALUE ZERO.

        01 RPT-TITLE-LINE.
            05 RPT-TITLE-CC                 PIC X VALUE '1'.
            05 FILLER                       PIC X(10) VALUE SPACES.
            05 RPT-TITLE-TEXT               PIC X(40).
            05 FILLER                       PIC X(5) VALUE 'DATE '.
            05 RPT-TITLE-DATE                PIC 9999/99/99.
            05 FILLER                       PIC X(3) VALUE SPACES.
            05 FILLER                       PIC X(5) VALUE 'PAGE '.
            05 RPT-TITLE-PAGE                PIC ZZZ9.
            05 FILLER                       PIC X(22) VALUE SPACES.

        01 RPT-HELD-COLUMNS.
            05 RPT-HCOL-CC                  PIC X VALUE SPACE.
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
            05 FILLER                       PIC X(5) VALUE 'BILLD'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(5) VALUE 'UNBLD'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(9) VALUE 'BILL COST'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(9) VALUE ' RCV COST'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(2) VALUE 'FL'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(8) VALUE 'KEYED'.
            05 FILLER                       PIC X(8) VALUE SPACES.

        01 RPT-HELD-LINE.
            05 RPT-HDET-CC                  PIC X VALUE SPACE.
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 RPT-H-SUPP                   PIC X(4).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-H-INV-NO                 PIC X(10).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-H-LINE                   PIC Z9.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-H-PO-NO                  PIC X(7).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-H-PO-LINE                PIC ZZ9.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-H-PART                   PIC X(4).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-H-QTY-BILLED             PIC ZZZZ9.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-H-QTY-UNBILLED           PIC ZZZZ9.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-H-BILL-COST              PIC ZZ,ZZ9.99.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-H-PO-COST                PIC ZZ,ZZ9.99.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-H-QTY-FLAG               PIC X(1).
            05 RPT-H-PRICE-FLAG             PIC X(1).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-H-KEY-DATE               PIC X(8).
            05 FILLER                       PIC X(8) VALUE SPACES.

        01 RPT-UNBILLED-COLUMNS.
            05 RPT-UCOL-CC                  PIC X VALUE SPACE.
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 FILLER                       PIC X(7) VALUE 'PO NO'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(3) VALUE 'PLN'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(4) VALUE 'SUPP'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(4) VALUE 'PART'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(3) VALUE 'LOC'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(5) VALUE 'RECVD'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(5) VALUE 'BILLD'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(5) VALUE 'UNBLD'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(9) VALUE 'UNIT COST'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(10)
                VALUE '     VALUE'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(8) VALUE 'RECEIVED'.
            05 FILLER                       PIC X(15) VALUE SPACES.

        01 RPT-UNBILLED-LINE.
            05 RPT-UDET-CC                  PIC X VALUE SPACE.
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 RPT-U-PO-NO                  PIC X(7).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-U-PO-LINE                PIC ZZ9.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-U-SUPP                   PIC X(4).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-U-PART                   PIC X(4).
            05 FILLER                       PIC X(3) VALUE SPACES.
            05 RPT-U-LOC                    PIC X(2).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-U-QTY-RECEIVED           PIC ZZZZ9.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-U-QTY-BILLED             PIC ZZZZ9.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-U-QTY-UNBILLED           PIC ZZZZ9.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-U-COST                   PIC ZZ,ZZ9.99.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-U-VALUE                  PIC ZZZ,ZZ9.99.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-U-RECV-DATE              PIC X(8).
            05 FILLER                       PIC X(15) VALUE SPACES.

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
            OPEN OUTPUT APEXC-OUT.
            OPEN I-O RPTSTAT-FILE.

            ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-CURRENT-TIME FROM TIME.
            MOVE WS-CURRENT-DATE TO RPT-TITLE-DATE.

      * SECTION 1 - INVOICES HELD FOR A DIFFERENCE.
            SET WS-HELD-SECTION TO TRUE.
            MOVE 'HELD SUPPLIER INVOICES' TO RPT-TITLE-TEXT.
            PERFORM 100-PRINT-HEADERS.

            OPEN INPUT SINVFILE-IN.
            MOVE 'N' TO WS-EOF-SW.
            PERFORM 200-READ-SINV.

            PERFORM 300-CHECK-SINV
                UNTIL WS-EOF.

            CLOSE SINVFILE-IN.

            MOVE 'HELD INVOICE LINES - VALUE BILLED' TO
                RPT-TOT-LABEL.
            MOVE WS-HELD-COUNT TO RPT-TOT-COUNT.
            MOVE WS-HELD-VALUE TO RPT-TOT-VALUE.
            MOVE RPT-TOTAL-LINE TO RPT-LINE.
            WRITE RPT-LINE.

      * SECTION 2 - RECEIPTS NO INVOICE HAS COVERED.
            SET WS-UNBILLED-SECTION TO TRUE.
            MOVE 'RECEIPTS NOT YET BILLED' TO RPT-TITLE-TEXT.
            PERFORM 100-PRINT-HEADERS.

            OPEN INPUT POFILE-IN.
            MOVE 'N' TO WS-EOF-SW.
            PERFORM 400-READ-PO.

            PERFORM 500-CHECK-PO
                UNTIL WS-EOF.

            CLOSE POFILE-IN.

            MOVE 'UNBILLED PO LINES - VALUE AT COST' TO
                RPT-TOT-LABEL.
            MOVE WS-UNBILLED-COUNT TO RPT-TOT-COUNT.
            MOVE WS-UNBILLED-VALUE TO RPT-TOT-VALUE.
            MOVE RPT-TOTAL-LINE TO RPT-LINE.
            WRITE RPT-LINE.

            PERFORM 800-ENDFILE.

            GO TO 999-EXIT.

        100-PRINT-HEADERS.
            ADD 1 TO WS-PAGE-COUNT.
            MOVE WS-PAGE-COUNT TO RPT-TITLE-PAGE.

            MOVE RPT-TITLE-LINE TO RPT-LINE.
            WRITE RPT-LINE.

            IF WS-HELD-SECTION
                MOVE RPT-HELD-COLUMNS TO RPT-LINE
            ELSE
                MOVE RPT-UNBILLED-COLUMNS TO RPT-LINE
            END-IF.
            WRITE RPT-LINE.

            MOVE ZERO TO WS-LINE-COUNT.

        200-READ-SINV.
            READ SINVFILE-IN NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-EOF-SW
            END-READ.

        300-CHECK-SINV.
            ADD 1 TO WS-REC-COUNT.

            IF SINV-ST-HELD
                PERFORM 350-PRINT-HELD
            END-IF.

            PERFORM 200-READ-SINV.

        350-PRINT-HELD.
            ADD 1 TO WS-HELD-COUNT.
            ADD 1 TO WS-EXCEPTION-COUNT.

            COMPUTE WS-LINE-VALUE =
                SINV-QTY-BILLED * SINV-UNIT-COST.
            ADD WS-LINE-VALUE TO WS-HELD-VALUE.

            IF WS-LINE-COUNT >= WS-MAX-LINES
                PERFORM 100-PRINT-HEADERS
            END-IF.

            ADD 1 TO WS-LINE-COUNT.

            MOVE SINV-SUPP-CODE TO RPT-H-SUPP.
            MOVE SINV-INV-NO TO RPT-H-INV-NO.
            MOVE SINV-LINE TO RPT-H-LINE.
            MOVE SINV-PO-NO TO RPT-H-PO-NO.
            MOVE SINV-PO-LINE TO RPT-H-PO-LINE.
            MOVE SINV-PART-CODE TO RPT-H-PART.
            MOVE SINV-QTY-BILLED TO RPT-H-QTY-BILLED.
            MOVE SINV-QTY-UNBILLED TO RPT-H-QTY-UNBILLED.
            MOVE SINV-UNIT-COST TO RPT-H-BILL-COST.
            MOVE SINV-PO-COST TO RPT-H-PO-COST.
            MOVE SINV-QTY-VAR-SW TO RPT-H-QTY-FLAG.
            MOVE SINV-PRICE-VAR-SW TO RPT-H-PRICE-FLAG.
            MOVE SINV-KEY-DATE TO RPT-H-KEY-DATE.

            MOVE RPT-HELD-LINE TO RPT-LINE.
            WRITE RPT-LINE.

        400-READ-PO.
            READ POFILE-IN NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-EOF-SW
            END-READ.

      * A PO LINE WRITTEN BEFORE BILLED QUANTITIES WERE KEPT HAS
      * NOTHING NUMERIC THERE - NOTHING HAS BEEN BILLED ON IT.
        500-CHECK-PO.
            ADD 1 TO WS-REC-COUNT.

            IF POFILE-QTY-BILLED IS NUMERIC
                MOVE POFILE-QTY-BILLED TO WS-BILLED-SO-FAR
            ELSE
                MOVE ZERO TO WS-BILLED-SO-FAR
            END-IF.

            IF POFILE-QTY-RECEIVED > WS-BILLED-SO-FAR
                PERFORM 550-PRINT-UNBILLED
            END-IF.

            PERFORM 400-READ-PO.

        550-PRINT-UNBILLED.
            ADD 1 TO WS-UNBILLED-COUNT.
            ADD 1 TO WS-EXCEPTION-COUNT.

            COMPUTE WS-UNBILLED-QTY =
                POFILE-QTY-RECEIVED - WS-BILLED-SO-FAR.
            COMPUTE WS-LINE-VALUE =
                WS-UNBILLED-QTY * POFILE-UNIT-COST.
            ADD WS-LINE-VALUE TO WS-UNBILLED-VALUE.

            IF WS-LINE-COUNT >= WS-MAX-LINES
                PERFORM 100-PRINT-HEADERS
            END-IF.

            ADD 1 TO WS-LINE-COUNT.

            MOVE POFILE-PO-NO TO RPT-U-PO-NO.
            MOVE POFILE-LINE TO RPT-U-PO-LINE.
            MOVE POFILE-SUPP-CODE TO RPT-U-SUPP.
            MOVE POFILE-PART-CODE TO RPT-U-PART.
            MOVE POFILE-LOCATION TO RPT-U-LOC.
            MOVE POFILE-QTY-RECEIVED TO RPT-U-QTY-RECEIVED.
            MOVE WS-BILLED-SO-FAR TO RPT-U-QTY-BILLED.
            MOVE WS-UNBILLED-QTY TO RPT-U-QTY-UNBILLED.
            MOVE POFILE-UNIT-COST TO RPT-U-COST.
            MOVE WS-LINE-VALUE TO RPT-U-VALUE.
            MOVE POFILE-RECV-DATE TO RPT-U-RECV-DATE.

            MOVE RPT-UNBILLED-LINE TO RPT-LINE.
            WRITE RPT-LINE.

        800-ENDFILE.
            PERFORM 820-WRITE-RUN-STATUS.

            CLOSE APEXC-OUT.
            CLOSE RPTSTAT-FILE.

      * DROP THE RUN RESULT ON THE RPTSTAT STATUS FILE SO THE
      * BOPRGO REPORTS MENU CAN SHOW STAFF WHETHER THE LAST RUN
      * ACTUALLY FINISHED BEFORE THEY SUBMIT IT AGAIN.
        820-WRITE-RUN-STATUS.
            MOVE 'BOPRGAU' TO RPTSTAT-JOB.
            MOVE WS-CURRENT-DATE TO RPTSTAT-DATE.
            MOVE WS-CURR-HHMMSS TO RPTSTAT-TIME.
            MOVE WS-REC-COUNT TO RPTSTAT-RECORDS.
            MOVE WS-EXCEPTION-COUNT TO RPTSTAT-GOOD.
            MOVE ZERO TO RPTSTAT-REJECTS.
            MOVE WS-RUN-STATUS TO RPTSTAT-STATUS.

            WRITE RPTSTAT-RECORD
                INVALID KEY
                    REWRITE RPTSTAT-RECORD
                        INVALID KEY
                            DISPLAY 'BOPRGAU - RPTSTAT WRITE FAILED'
                    END-REWRITE
            END-WRITE.

        999-EXIT.
            STOP RUN.
