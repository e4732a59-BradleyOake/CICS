        IDENTIFICATION DIVISION.
        PROGRAM-ID.  BOPRGIN.
        AUTHOR. OAKE.

      * NIGHTLY INVOICE RUN - SENDS EVERY INVOICE DISPATCH MOVED TO
      * BILLED ON THE BOPRGD SCREEN, INSTEAD OF WAITING FOR SOMEONE
      * TO PRESS PF6 ON BOPRGI.  WALKS ORDFILE FOR BILLED ORDERS
      * CARRYING AN ORDFILE-BILL-DATE THAT HAVE NOT YET GONE OUT
      * (ORDFILE-INV-SENT-DATE NOT SET) - ANYTHING A MISSED NIGHT
      * LEFT BEHIND GOES WITH TONIGHT'S.  AN ORDINARY CUSTOMER GETS
      * A MAIL-READY INVOICE ON THE INVOICES PRINT, ONE PAGE EACH,
      * ADDRESSED TO THE CUSTFILE BILLING ADDRESS.  A CUSTOMER
      * FLAGGED FOR ELECTRONIC INVOICES (CUST-EINV-FLAG, KEYED ON
      * BOPRGC) GETS RECORDS ON THE FIXED-FORMAT EINVOUT FILE
      * INSTEAD - AN 'H' HEADER, ONE 'L' PER PART LINE AND A 'T'
      * RECORD WITH THE TAXES, TOTALS AND ANY PST EXEMPTION
      * CERTIFICATE - WITH ONE 'Z' TRAILER CARRYING THE COUNTS AND
      * HASH TOTALS SO THE RECEIVING SIDE CAN PROVE IT GOT THE
      * LOT.  EACH INVOICE IS STAMPED SENT (DATE AND HOW) ON ORDFILE
      * THE MOMENT IT IS WRITTEN AND THE REWRITE IS JOURNALED, SO
      * A RERUN NEVER SENDS IT TWICE - A FURTHER COPY IS A PF6
      * REPRINT FROM BOPRGI, WHICH SAYS SO ON ITS FACE.  PRINTS A
      * REGISTER OF EVERY INVOICE SENT.  RUN NIGHTLY AFTER DISPATCH
      * CLOSES THE DAY - SEE THE BOPRGIN JCL MEMBER.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. RS-6000.
        OBJECT-COMPUTER. RS-6000.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT ORDFILE-IO ASSIGN TO ORDFILE
                ORGANIZATION IS INDEXED
                ACCESS IS SEQUENTIAL
                RECORD KEY IS ORDFILE-KEY
                FILE STATUS IS WS-ORDFILE-STATUS.

            SELECT CUSTFILE-IN ASSIGN TO CUSTFILE
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS CUST-KEY
                FILE STATUS IS WS-CUSTFILE-STATUS.

            SELECT ORDJRNL-FILE ASSIGN TO ORDJRNL
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS JRNL-KEY
                FILE STATUS IS WS-ORDJRNL-STATUS.

            SELECT INVOICE-OUT ASSIGN TO INVOICES
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-INVOICE-STATUS.

            SELECT EINV-OUT ASSIGN TO EINVOUT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-EINV-STATUS.

            SELECT REGISTER-OUT ASSIGN TO INVREG
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

        FD  ORDJRNL-FILE
            LABEL RECORDS ARE STANDARD.
        COPY 'ORDJRNL-LAYOUT'.

        FD  INVOICE-OUT
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 100 CHARACTERS.
        01  INV-LINE                       PIC X(100).

        FD  EINV-OUT
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 200 CHARACTERS.
        01  EINV-RECORD                    PIC X(200).

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
        01 WS-ORDJRNL-STATUS                PIC XX VALUE ZERO.
        01 WS-INVOICE-STATUS                PIC XX VALUE ZERO.
        01 WS-EINV-STATUS                   PIC XX VALUE ZERO.
        01 WS-REGISTER-STATUS               PIC XX VALUE ZERO.
        01 WS-RPTSTAT-STATUS                PIC XX VALUE ZERO.
        01 WS-RUN-STATUS                    PIC X(8) VALUE 'GOOD'.

        01 WS-EOF-SW                        PIC X VALUE 'N'.
            88 WS-EOF                        VALUE 'Y'.

        01 WS-CUST-FOUND-SW                 PIC X VALUE 'N'.
            88 WS-CUST-FOUND                 VALUE 'Y'.

        01 WS-REC-COUNT                     PIC 9(7) COMP VALUE ZERO.
        01 WS-SENT-COUNT                    PIC 9(7) COMP VALUE ZERO.
        01 WS-PRINT-COUNT                   PIC 9(7) COMP VALUE ZERO.
        01 WS-EINV-COUNT                    PIC 9(7) COMP VALUE ZERO.
        01 WS-EINV-REC-COUNT                PIC 9(7) VALUE ZERO.
        01 WS-EINV-HASH                     PIC 9(13) VALUE ZERO.
        01 WS-EINV-AMOUNT                   PIC S9(11)V99 COMP-3
                                             VALUE ZERO.
        01 WS-TOT-SENT                      PIC S9(11)V99 COMP-3
                                             VALUE ZERO.
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

        01 WS-INVOICE-NUM                   PIC 9(7).
        01 WS-DATE-NUM                      PIC 9(8).
        01 WS-COUNTER                       PIC 99 COMP.
        01 WS-LINE-NO                       PIC 99.
        01 WS-PAID-AMT                      PIC S9(7)V99 COMP-3.
        01 WS-INV-TOTAL                     PIC S9(7)V99 COMP-3.
        01 WS-BALANCE-DUE                   PIC S9(7)V99 COMP-3.

        01 WS-PRODUCT-TABLE.
            05 WS-PRODUCT-CODE OCCURS 10 TIMES.
                10 WS-PRODUCT-CODE-1         PIC X(4).
                10 WS-PRODUCT-CODE-2         PIC X(4).

      * THE BILLING ADDRESS THE INVOICE GOES TO - CUSTFILE'S, OR
      * THE ORDER'S OWN WHEN THE CUSTOMER HAS COME OFF CUSTFILE.
        01 WS-BILL-TO.
            05 WS-BILL-NAME                 PIC X(20).
            05 WS-BILL-ADDR-LINE1           PIC X(20).
            05 WS-BILL-ADDR-LINE2           PIC X(20).
            05 WS-BILL-ADDR-LINE3           PIC X(20).
            05 WS-BILL-POSTAL-1             PIC X(3).
            05 WS-BILL-POSTAL-2             PIC X(3).

      * THE ELECTRONIC INVOICE FILE - 200-BYTE FIXED RECORDS, AMOUNTS
      * UNSIGNED ZONED WITH TWO IMPLIED DECIMALS, THE SAME AS THE
      * BOPRGRA LEDGER EXTRACT.  EVERY RECORD OF AN INVOICE CARRIES
      * ITS INVOICE NUMBER.
        01 EINV-HEADER-RECORD.
            05 EIH-ID                       PIC X(1) VALUE 'H'.
            05 EIH-INVOICE                  PIC X(7).
            05 EIH-INVOICE-DATE             PIC X(8).
            05 EIH-ORDER-DATE               PIC X(8).
            05 EIH-ACCOUNT                  PIC X(10).
            05 EIH-NAME                     PIC X(20).
            05 EIH-ADDR-LINE1               PIC X(20).
            05 EIH-ADDR-LINE2               PIC X(20).
            05 EIH-ADDR-LINE3               PIC X(20).
            05 EIH-POSTAL                   PIC X(6).
            05 EIH-SHIPTO-CODE              PIC X(4).
            05 EIH-SHIP-NAME                PIC X(20).
            05 EIH-SHIP-ADDR-LINE1          PIC X(20).
            05 EIH-SHIP-POSTAL              PIC X(6).
            05 EIH-DEL-DATE                 PIC X(8).
            05 EIH-LINE-COUNT               PIC 9(2).
            05 FILLER                       PIC X(20) VALUE SPACES.

        01 EINV-LINE-RECORD.
            05 EIL-ID                       PIC X(1) VALUE 'L'.
            05 EIL-INVOICE                  PIC X(7).
            05 EIL-LINE-NO                  PIC 9(2).
            05 EIL-PART                     PIC X(4).
            05 EIL-QTY                      PIC 9(4).
            05 EIL-UNIT-PRICE               PIC 9(5)V99.
            05 EIL-AMOUNT                   PIC 9(5)V99.
            05 FILLER                       PIC X(168) VALUE SPACES.

        01 EINV-TAX-RECORD.
            05 EIT-ID                       PIC X(1) VALUE 'T'.
            05 EIT-INVOICE                  PIC X(7).
            05 EIT-SUBTOTAL                 PIC 9(7)V99.
            05 EIT-GST                      PIC 9(7)V99.
            05 EIT-PST                      PIC 9(7)V99.
            05 EIT-PST-EXEMPT               PIC X(1).
            05 EIT-PST-CERT                 PIC X(10).
            05 EIT-TOTAL                    PIC 9(7)V99.
            05 EIT-PAID                     PIC 9(7)V99.
            05 EIT-BALANCE                  PIC 9(7)V99.
            05 FILLER                       PIC X(127) VALUE SPACES.

        01 EINV-TRAILER-RECORD.
            05 EIZ-ID                       PIC X(1) VALUE 'Z'.
            05 EIZ-DATE                     PIC X(8).
            05 EIZ-INVOICES                 PIC 9(7).
            05 EIZ-RECORDS                  PIC 9(7).
            05 EIZ-HASH                     PIC 9(13).
            05 EIZ-AMOUNT                   PIC 9(11)V99.
            05 FILLER                       PIC X(151) VALUE SPACES.

      * THE PRINTED INVOICE - ONE PAGE EACH, NAME AND ADDRESS
      * PLACED FOR A WINDOW ENVELOPE.
        01 INV-HEAD-LINE.
            05 INV-HEAD-CC                  PIC X VALUE '1'.
            05 FILLER                       PIC X(44) VALUE SPACES.
            05 FILLER                       PIC X(8) VALUE 'INVOICE '.
            05 INV-HEAD-INVOICE             PIC X(7).
            05 FILLER                       PIC X(7) VALUE '  DATE '.
            05 INV-HEAD-DATE                PIC 9999/99/99.
            05 FILLER                       PIC X(23) VALUE SPACES.

        01 INV-TEXT-LINE.
            05 INV-TEXT-CC                  PIC X VALUE SPACE.
            05 FILLER                       PIC X(4) VALUE SPACES.
            05 INV-TEXT                     PIC X(60).
            05 FILLER                       PIC X(35) VALUE SPACES.

        01 INV-POSTAL.
            05 INV-POSTAL-1                 PIC X(3).
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 INV-POSTAL-2                 PIC X(3).
            05 FILLER                       PIC X(53) VALUE SPACES.

        01 INV-ACCOUNT.
            05 FILLER                       PIC X(8) VALUE 'ACCOUNT '.
            05 INV-ACCOUNT-NO               PIC X(12).
            05 FILLER                       PIC X(4) VALUE SPACES.
            05 FILLER                       PIC X(11)
                VALUE 'ORDER DATE '.
            05 INV-ORDER-DATE               PIC X(8).
            05 FILLER                       PIC X(17) VALUE SPACES.

        01 INV-SHIPPED.
            05 INV-SHIP-LABEL               PIC X(11).
            05 INV-SHIP-TEXT                PIC X(20).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 INV-SHIP-TEXT-2              PIC X(20).
            05 FILLER                       PIC X(7) VALUE SPACES.

        01 INV-COLUMN-LINE.
            05 INV-COL-CC                   PIC X VALUE SPACE.
            05 FILLER                       PIC X(4) VALUE SPACES.
            05 FILLER                       PIC X(4) VALUE 'PART'.
            05 FILLER                       PIC X(4) VALUE SPACES.
            05 FILLER                       PIC X(4) VALUE ' QTY'.
            05 FILLER                       PIC X(4) VALUE SPACES.
            05 FILLER                       PIC X(10)
                VALUE 'UNIT PRICE'.
            05 FILLER                       PIC X(4) VALUE SPACES.
            05 FILLER                       PIC X(10)
                VALUE '    AMOUNT'.
            05 FILLER                       PIC X(56) VALUE SPACES.

        01 INV-ITEM-LINE.
            05 INV-ITEM-CC                  PIC X VALUE SPACE.
            05 FILLER                       PIC X(4) VALUE SPACES.
            05 INV-ITEM-PART                PIC X(4).
            05 FILLER                       PIC X(4) VALUE SPACES.
            05 INV-ITEM-QTY                 PIC X(4).
            05 FILLER                       PIC X(5) VALUE SPACES.
            05 INV-ITEM-UNIT                PIC ZZ,ZZ9.99.
            05 FILLER                       PIC X(4) VALUE SPACES.
            05 INV-ITEM-AMOUNT              PIC ZZZ,ZZ9.99.
            05 FILLER                       PIC X(55) VALUE SPACES.

        01 INV-AMT-LINE.
            05 INV-AMT-CC                   PIC X VALUE SPACE.
            05 FILLER                       PIC X(4) VALUE SPACES.
            05 INV-AMT-LABEL                PIC X(30).
            05 INV-AMT                      PIC ZZ,ZZZ,ZZ9.99-.
            05 FILLER                       PIC X(51) VALUE SPACES.

        01 RPT-TITLE-LINE.
            05 RPT-TITLE-CC                 PIC X VALUE '1'.
            05 FILLER                       PIC X(10) VALUE SPACES.
            05 FILLER                       PIC X(40)
                VALUE 'NIGHTLY INVOICE RUN REGISTER'.
            05 FILLER                       PIC X(5) VALUE 'DATE '.
            05 RPT-TITLE-DATE                PIC 9999/99/99.
            05 FILLER                       PIC X(3) VALUE SPACES.
            05 FILLER                       PIC X(5) VALUE 'PAGE '.
            05 RPT-TITLE-PAGE                PIC ZZZ9.
            05 FILLER                       PIC X(22) VALUE SPACES.

        01 RPT-COLUMNS.
            05 RPT-COL-CC                   PIC X VALUE SPACE.
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 FILLER                       PIC X(7) VALUE 'INVOICE'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(8) VALUE 'BILLED'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(20) VALUE 'CUSTOMER'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(10) VALUE 'ACCOUNT'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(10) VALUE 'SENT'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(14)
                VALUE '   BALANCE DUE'.
            05 FILLER                       PIC X(19) VALUE SPACES.

        01 RPT-DETAIL-LINE.
            05 RPT-DET-CC                   PIC X VALUE SPACE.
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 RPT-INVOICE                  PIC X(7).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-BILL-DATE                PIC X(8).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-NAME                     PIC X(20).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-ACCOUNT                  PIC X(10).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-SENT-VIA                 PIC X(10).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-BALANCE                  PIC ZZ,ZZZ,ZZ9.99-.
            05 FILLER                       PIC X(19) VALUE SPACES.

        01 RPT-TOTAL-LINE.
            05 RPT-TOT-CC                   PIC X VALUE SPACE.
            05 FILLER                       PIC X(1) VALUE SPACES.
            05 RPT-TOT-LABEL                PIC X(40).
            05 RPT-TOT-COUNT                PIC ZZZZ,ZZ9.
            05 FILLER                       PIC X(50) VALUE SPACES.

        01 RPT-VALUE-LINE.
            05 RPT-VAL-CC                   PIC X VALUE SPACE.
            05 FILLER                       PIC X(1) VALUE SPACES.
            05 RPT-VAL-LABEL                PIC X(40).
            05 RPT-VAL-AMOUNT               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
            05 FILLER                       PIC X(40) VALUE SPACES.

        PROCEDURE DIVISION.

        000-START-LOGIC.
            OPEN I-O ORDFILE-IO.
            OPEN INPUT CUSTFILE-IN.
            OPEN I-O ORDJRNL-FILE.
            OPEN OUTPUT INVOICE-OUT.
            OPEN OUTPUT EINV-OUT.
            OPEN OUTPUT REGISTER-OUT.
            OPEN I-O RPTSTAT-FILE.

            ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-CURRENT-TIME FROM TIME.
            MOVE WS-CURRENT-DATE TO RPT-TITLE-DATE.

            PERFORM 100-PRINT-HEADERS.

            PERFORM 200-READ-ORDER.

            PERFORM 300-PROCESS-ORDER THRU 390-ORDER-DONE
                UNTIL WS-EOF.

            PERFORM 700-WRITE-EINV-TRAILER.

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

        200-READ-ORDER.
            READ ORDFILE-IO NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-EOF-SW
            END-READ.

      * ONLY AN ORDER DISPATCH BILLED AND NOBODY HAS SENT YET.
      * CREDIT NOTES, FINANCE CHARGES AND CASH SALES CARRY NO BILL
      * DATE; THEY ARE TESTED FOR AS WELL SO A STRAY STAMP CANNOT
      * SEND ONE.
        300-PROCESS-ORDER.
            ADD 1 TO WS-REC-COUNT.

            IF NOT ORDFILE-ST-BILLED
                OR ORDFILE-BILL-DATE IS NOT NUMERIC
                OR ORDFILE-INV-SENT-DATE IS NUMERIC
                OR ORDFILE-IS-CREDIT
                OR ORDFILE-IS-FIN-CHARGE
                OR ORDFILE-IS-CASH-SALE
                GO TO 390-ORDER-DONE
            END-IF.

            PERFORM 310-FIND-CUSTOMER.
            PERFORM 320-LOAD-PRODUCTS.

            IF ORDFILE-PAID-AMT IS NUMERIC
                MOVE ORDFILE-PAID-AMT TO WS-PAID-AMT
            ELSE
                MOVE ZERO TO WS-PAID-AMT
            END-IF.

            COMPUTE WS-INV-TOTAL = ORDFILE-ORDER-TOTAL
                + ORDFILE-GST-AMT + ORDFILE-PST-AMT.
            COMPUTE WS-BALANCE-DUE = WS-INV-TOTAL - WS-PAID-AMT.

            IF WS-CUST-FOUND AND CUST-IS-EINV
                PERFORM 500-WRITE-EINVOICE
                SET ORDFILE-INV-ELECTRONIC TO TRUE
                ADD 1 TO WS-EINV-COUNT
                MOVE 'ELECTRONIC' TO RPT-SENT-VIA
            ELSE
                PERFORM 400-PRINT-INVOICE
                SET ORDFILE-INV-PRINTED TO TRUE
                ADD 1 TO WS-PRINT-COUNT
                MOVE 'PRINTED' TO RPT-SENT-VIA
            END-IF.

            PERFORM 600-STAMP-SENT.

            ADD 1 TO WS-SENT-COUNT.
            ADD WS-BALANCE-DUE TO WS-TOT-SENT.

            IF WS-LINE-COUNT >= WS-MAX-LINES
                PERFORM 100-PRINT-HEADERS
            END-IF.

            MOVE ORDFILE-INVOICE-NO TO RPT-INVOICE.
            MOVE ORDFILE-BILL-DATE TO RPT-BILL-DATE.
            MOVE WS-BILL-NAME TO RPT-NAME.
            MOVE ORDFILE-PHONE-KEY TO RPT-ACCOUNT.
            MOVE WS-BALANCE-DUE TO RPT-BALANCE.
            MOVE RPT-DETAIL-LINE TO RPT-LINE.
            WRITE RPT-LINE.
            ADD 1 TO WS-LINE-COUNT.

        390-ORDER-DONE.
            PERFORM 200-READ-ORDER.

      * THE INVOICE GOES TO THE CUSTFILE BILLING ADDRESS - THE
      * ORDER ITSELF MAY CARRY A SHIP-TO ADDRESS.  A CUSTOMER SINCE
      * DELETED FROM CUSTFILE IS STILL BILLED, ON PAPER, AT THE
      * ADDRESS ON THE ORDER.
        310-FIND-CUSTOMER.
            MOVE ORDFILE-PHONE-KEY TO CUST-KEY.
            MOVE 'Y' TO WS-CUST-FOUND-SW.

            READ CUSTFILE-IN
                KEY IS CUST-KEY
                INVALID KEY
                    MOVE 'N' TO WS-CUST-FOUND-SW
            END-READ.

            IF WS-CUST-FOUND
                MOVE CUST-NAME TO WS-BILL-NAME
                MOVE CUST-ADDR-LINE1 TO WS-BILL-ADDR-LINE1
                MOVE CUST-ADDR-LINE2 TO WS-BILL-ADDR-LINE2
                MOVE CUST-ADDR-LINE3 TO WS-BILL-ADDR-LINE3
                MOVE CUST-POSTAL-1 TO WS-BILL-POSTAL-1
                MOVE CUST-POSTAL-2 TO WS-BILL-POSTAL-2
            ELSE
                MOVE ORDFILE-NAME TO WS-BILL-NAME
                MOVE ORDFILE-ADDR-LINE1 TO WS-BILL-ADDR-LINE1
                MOVE ORDFILE-ADDR-LINE2 TO WS-BILL-ADDR-LINE2
                MOVE ORDFILE-ADDR-LINE3 TO WS-BILL-ADDR-LINE3
                MOVE ORDFILE-POSTAL-1 TO WS-BILL-POSTAL-1
                MOVE ORDFILE-POSTAL-2 TO WS-BILL-POSTAL-2
            END-IF.

        320-LOAD-PRODUCTS.
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

      * ONE PAGE AN INVOICE, LINE PRICES OFF THE STORED UNIT PRICE
      * AND EXTENDED AMOUNT THE SAME AS THE BOPRGI PF6 PRINT.
        400-PRINT-INVOICE.
            MOVE ORDFILE-INVOICE-NO TO INV-HEAD-INVOICE.
            MOVE ORDFILE-BILL-DATE TO WS-DATE-NUM.
            MOVE WS-DATE-NUM TO INV-HEAD-DATE.
            MOVE INV-HEAD-LINE TO INV-LINE.
            WRITE INV-LINE.

            MOVE SPACES TO INV-LINE.
            WRITE INV-LINE.

            MOVE WS-BILL-NAME TO INV-TEXT.
            PERFORM 470-WRITE-TEXT.
            MOVE WS-BILL-ADDR-LINE1 TO INV-TEXT.
            PERFORM 470-WRITE-TEXT.
            MOVE WS-BILL-ADDR-LINE2 TO INV-TEXT.
            PERFORM 470-WRITE-TEXT.
            MOVE WS-BILL-ADDR-LINE3 TO INV-TEXT.
            PERFORM 470-WRITE-TEXT.
            MOVE WS-BILL-POSTAL-1 TO INV-POSTAL-1.
            MOVE WS-BILL-POSTAL-2 TO INV-POSTAL-2.
            MOVE INV-POSTAL TO INV-TEXT.
            PERFORM 470-WRITE-TEXT.

            MOVE SPACES TO INV-LINE.
            WRITE INV-LINE.

            MOVE SPACES TO INV-ACCOUNT-NO.
            STRING ORDFILE-AREA-CODE DELIMITED BY SIZE
                '-' DELIMITED BY SIZE
                ORDFILE-EXCHANGE DELIMITED BY SIZE
                '-' DELIMITED BY SIZE
                ORDFILE-PHONE-NUM DELIMITED BY SIZE
                INTO INV-ACCOUNT-NO
            END-STRING.
            MOVE ORDFILE-ORDER-DATE TO INV-ORDER-DATE.
            MOVE INV-ACCOUNT TO INV-TEXT.
            PERFORM 470-WRITE-TEXT.

            IF ORDFILE-SHIPTO-CODE > SPACES
                MOVE 'SHIPPED TO ' TO INV-SHIP-LABEL
                MOVE ORDFILE-NAME TO INV-SHIP-TEXT
                MOVE ORDFILE-ADDR-LINE1 TO INV-SHIP-TEXT-2
                MOVE INV-SHIPPED TO INV-TEXT
                PERFORM 470-WRITE-TEXT
            END-IF.

            IF ORDFILE-DEL-DATE IS NUMERIC
                MOVE 'DELIVERED  ' TO INV-SHIP-LABEL
                MOVE ORDFILE-DEL-DATE TO INV-SHIP-TEXT
                MOVE ORDFILE-DEL-RECEIVER TO INV-SHIP-TEXT-2
                MOVE INV-SHIPPED TO INV-TEXT
                PERFORM 470-WRITE-TEXT
            END-IF.

            MOVE SPACES TO INV-LINE.
            WRITE INV-LINE.

            MOVE INV-COLUMN-LINE TO INV-LINE.
            WRITE INV-LINE.

            PERFORM 410-PRINT-ITEM
                VARYING WS-COUNTER FROM 1 BY 1
                UNTIL WS-COUNTER > 10.

            MOVE SPACES TO INV-LINE.
            WRITE INV-LINE.

            MOVE 'SUBTOTAL' TO INV-AMT-LABEL.
            MOVE ORDFILE-ORDER-TOTAL TO INV-AMT.
            PERFORM 480-WRITE-AMOUNT.

            MOVE 'GST' TO INV-AMT-LABEL.
            MOVE ORDFILE-GST-AMT TO INV-AMT.
            PERFORM 480-WRITE-AMOUNT.

            MOVE 'PST' TO INV-AMT-LABEL.
            MOVE ORDFILE-PST-AMT TO INV-AMT.
            PERFORM 480-WRITE-AMOUNT.

            IF ORDFILE-IS-PST-EXEMPT
                MOVE SPACES TO INV-TEXT
                STRING 'PST EXEMPT - CERTIFICATE ' DELIMITED BY SIZE
                    ORDFILE-PST-CERT DELIMITED BY SIZE
                    INTO INV-TEXT
                END-STRING
                PERFORM 470-WRITE-TEXT
            END-IF.

            MOVE 'INVOICE TOTAL' TO INV-AMT-LABEL.
            MOVE WS-INV-TOTAL TO INV-AMT.
            PERFORM 480-WRITE-AMOUNT.

            IF WS-PAID-AMT NOT = ZERO
                MOVE 'PAID' TO INV-AMT-LABEL
                MOVE WS-PAID-AMT TO INV-AMT
                PERFORM 480-WRITE-AMOUNT
            END-IF.

            MOVE SPACES TO INV-LINE.
            WRITE INV-LINE.

            MOVE 'BALANCE DUE' TO INV-AMT-LABEL.
            MOVE WS-BALANCE-DUE TO INV-AMT.
            PERFORM 480-WRITE-AMOUNT.

        410-PRINT-ITEM.
            IF WS-PRODUCT-CODE-1(WS-COUNTER) = SPACES
                OR WS-PRODUCT-CODE-1(WS-COUNTER) = LOW-VALUES
                CONTINUE
            ELSE
                MOVE WS-PRODUCT-CODE-1(WS-COUNTER) TO INV-ITEM-PART
                MOVE WS-PRODUCT-CODE-2(WS-COUNTER) TO INV-ITEM-QTY
                MOVE ORDFILE-UNIT-PRICE(WS-COUNTER) TO INV-ITEM-UNIT
                MOVE ORDFILE-EXT-AMT(WS-COUNTER) TO INV-ITEM-AMOUNT
                MOVE INV-ITEM-LINE TO INV-LINE
                WRITE INV-LINE
            END-IF.

        470-WRITE-TEXT.
            MOVE INV-TEXT-LINE TO INV-LINE.
            WRITE INV-LINE.

        480-WRITE-AMOUNT.
            MOVE INV-AMT-LINE TO INV-LINE.
            WRITE INV-LINE.

      * HEADER, ONE LINE RECORD PER PART LINE, THEN THE TAX AND
      * TOTALS RECORD.
        500-WRITE-EINVOICE.
            MOVE ORDFILE-INVOICE-NO TO EIH-INVOICE.
            MOVE ORDFILE-BILL-DATE TO EIH-INVOICE-DATE.
            MOVE ORDFILE-ORDER-DATE TO EIH-ORDER-DATE.
            MOVE ORDFILE-PHONE-KEY TO EIH-ACCOUNT.
            MOVE WS-BILL-NAME TO EIH-NAME.
            MOVE WS-BILL-ADDR-LINE1 TO EIH-ADDR-LINE1.
            MOVE WS-BILL-ADDR-LINE2 TO EIH-ADDR-LINE2.
            MOVE WS-BILL-ADDR-LINE3 TO EIH-ADDR-LINE3.
            MOVE WS-BILL-POSTAL-1 TO EIH-POSTAL(1:3).
            MOVE WS-BILL-POSTAL-2 TO EIH-POSTAL(4:3).

            IF ORDFILE-SHIPTO-CODE > SPACES
                MOVE ORDFILE-SHIPTO-CODE TO EIH-SHIPTO-CODE
            ELSE
                MOVE SPACES TO EIH-SHIPTO-CODE
            END-IF.
            MOVE ORDFILE-NAME TO EIH-SHIP-NAME.
            MOVE ORDFILE-ADDR-LINE1 TO EIH-SHIP-ADDR-LINE1.
            MOVE ORDFILE-POSTAL-KEY TO EIH-SHIP-POSTAL.

            IF ORDFILE-DEL-DATE IS NUMERIC
                MOVE ORDFILE-DEL-DATE TO EIH-DEL-DATE
            ELSE
                MOVE SPACES TO EIH-DEL-DATE
            END-IF.

            MOVE ZERO TO WS-LINE-NO.
            PERFORM 510-COUNT-LINE
                VARYING WS-COUNTER FROM 1 BY 1
                UNTIL WS-COUNTER > 10.
            MOVE WS-LINE-NO TO EIH-LINE-COUNT.

            MOVE EINV-HEADER-RECORD TO EINV-RECORD.
            PERFORM 590-WRITE-EINV-RECORD.

            MOVE ZERO TO WS-LINE-NO.
            PERFORM 520-WRITE-EINV-LINE
                VARYING WS-COUNTER FROM 1 BY 1
                UNTIL WS-COUNTER > 10.

            MOVE ORDFILE-INVOICE-NO TO EIT-INVOICE.
            MOVE ORDFILE-ORDER-TOTAL TO EIT-SUBTOTAL.
            MOVE ORDFILE-GST-AMT TO EIT-GST.
            MOVE ORDFILE-PST-AMT TO EIT-PST.

            IF ORDFILE-IS-PST-EXEMPT
                MOVE 'E' TO EIT-PST-EXEMPT
                MOVE ORDFILE-PST-CERT TO EIT-PST-CERT
            ELSE
                MOVE SPACE TO EIT-PST-EXEMPT
                MOVE SPACES TO EIT-PST-CERT
            END-IF.

            MOVE WS-INV-TOTAL TO EIT-TOTAL.
            MOVE WS-PAID-AMT TO EIT-PAID.

            IF WS-BALANCE-DUE > ZERO
                MOVE WS-BALANCE-DUE TO EIT-BALANCE
            ELSE
                MOVE ZERO TO EIT-BALANCE
            END-IF.

            MOVE EINV-TAX-RECORD TO EINV-RECORD.
            PERFORM 590-WRITE-EINV-RECORD.

            MOVE ORDFILE-INVOICE-NO TO WS-INVOICE-NUM.
            ADD WS-INVOICE-NUM TO WS-EINV-HASH.
            ADD WS-INV-TOTAL TO WS-EINV-AMOUNT.

        510-COUNT-LINE.
            IF WS-PRODUCT-CODE-1(WS-COUNTER) = SPACES
                OR WS-PRODUCT-CODE-1(WS-COUNTER) = LOW-VALUES
                CONTINUE
            ELSE
                ADD 1 TO WS-LINE-NO
            END-IF.

        520-WRITE-EINV-LINE.
            IF WS-PRODUCT-CODE-1(WS-COUNTER) = SPACES
                OR WS-PRODUCT-CODE-1(WS-COUNTER) = LOW-VALUES
                CONTINUE
            ELSE
                ADD 1 TO WS-LINE-NO
                MOVE ORDFILE-INVOICE-NO TO EIL-INVOICE
                MOVE WS-LINE-NO TO EIL-LINE-NO
                MOVE WS-PRODUCT-CODE-1(WS-COUNTER) TO EIL-PART
                IF WS-PRODUCT-CODE-2(WS-COUNTER) IS NUMERIC
                    MOVE WS-PRODUCT-CODE-2(WS-COUNTER) TO EIL-QTY
                ELSE
                    MOVE ZERO TO EIL-QTY
                END-IF
                MOVE ORDFILE-UNIT-PRICE(WS-COUNTER) TO EIL-UNIT-PRICE
                MOVE ORDFILE-EXT-AMT(WS-COUNTER) TO EIL-AMOUNT
                MOVE EINV-LINE-RECORD TO EINV-RECORD
                PERFORM 590-WRITE-EINV-RECORD
            END-IF.

        590-WRITE-EINV-RECORD.
            WRITE EINV-RECORD.
            ADD 1 TO WS-EINV-REC-COUNT.

      * STAMP THE INVOICE SENT THE MOMENT IT IS WRITTEN, AND
      * JOURNAL THE REWRITE SO BOPRGRF FORWARD RECOVERY REPLAYS IT.
        600-STAMP-SENT.
            MOVE WS-CURRENT-DATE TO ORDFILE-INV-SENT-DATE.
            MOVE 'INV' TO ORDFILE-UPD-OPER.
            MOVE WS-CURRENT-DATE TO ORDFILE-UPD-DATE.
            ACCEPT WS-CURRENT-TIME FROM TIME.
            MOVE WS-CURR-HHMMSS TO ORDFILE-UPD-TIME.

            REWRITE ORDFILE-RECORD
                INVALID KEY
                    DISPLAY 'BOPRGIN - ORDFILE REWRITE FAILED FOR '
                        ORDFILE-INVOICE-NO
                    MOVE 'FAILED' TO WS-RUN-STATUS
            END-REWRITE.

            MOVE 'R' TO JRNL-ACTION.
            MOVE ORDFILE-RECORD TO JRNL-ORDER-IMAGE.
            MOVE WS-CURRENT-DATE TO JRNL-DATE.
            MOVE WS-CURR-HHMMSS TO JRNL-TIME.
            MOVE 'INV' TO JRNL-TERM.
            MOVE 1 TO JRNL-SEQ.

            PERFORM 610-JOURNAL-WRITE
                WITH TEST AFTER
                UNTIL WS-ORDJRNL-STATUS NOT = '22'
                   OR JRNL-SEQ > 999.

        610-JOURNAL-WRITE.
            WRITE JRNL-RECORD
                INVALID KEY
                    ADD 1 TO JRNL-SEQ
            END-WRITE.

      * THE TRAILER GOES OUT EVEN ON A NIGHT WITH NO ELECTRONIC
      * INVOICES, SO THE RECEIVING SIDE ALWAYS HAS A FILE TO PROVE.
        700-WRITE-EINV-TRAILER.
            MOVE WS-CURRENT-DATE TO EIZ-DATE.
            MOVE WS-EINV-COUNT TO EIZ-INVOICES.
            MOVE WS-EINV-REC-COUNT TO EIZ-RECORDS.
            MOVE WS-EINV-HASH TO EIZ-HASH.
            MOVE WS-EINV-AMOUNT TO EIZ-AMOUNT.
            MOVE EINV-TRAILER-RECORD TO EINV-RECORD.
            WRITE EINV-RECORD.

        800-ENDFILE.
            MOVE SPACES TO RPT-LINE.
            WRITE RPT-LINE.

            MOVE 'INVOICES PRINTED FOR THE POST' TO RPT-TOT-LABEL.
            MOVE WS-PRINT-COUNT TO RPT-TOT-COUNT.
            MOVE RPT-TOTAL-LINE TO RPT-LINE.
            WRITE RPT-LINE.

            MOVE 'INVOICES SENT ELECTRONICALLY' TO RPT-TOT-LABEL.
            MOVE WS-EINV-COUNT TO RPT-TOT-COUNT.
            MOVE RPT-TOTAL-LINE TO RPT-LINE.
            WRITE RPT-LINE.

            MOVE 'BALANCE DUE ON INVOICES SENT' TO RPT-VAL-LABEL.
            MOVE WS-TOT-SENT TO RPT-VAL-AMOUNT.
            MOVE RPT-VALUE-LINE TO RPT-LINE.
            WRITE RPT-LINE.

            PERFORM 820-WRITE-RUN-STATUS.

            CLOSE ORDFILE-IO.
            CLOSE CUSTFILE-IN.
            CLOSE ORDJRNL-FILE.
            CLOSE INVOICE-OUT.
            CLOSE EINV-OUT.
            CLOSE REGISTER-OUT.
            CLOSE RPTSTAT-FILE.

      * DROP THE RUN RESULT ON THE RPTSTAT STATUS FILE SO THE
      * BOPRGO REPORTS MENU CAN SHOW STAFF WHETHER THE LAST RUN
      * ACTUALLY FINISHED BEFORE THEY SUBMIT IT AGAIN.
        820-WRITE-RUN-STATUS.
            MOVE 'BOPRGIN' TO RPTSTAT-JOB.
            MOVE WS-CURRENT-DATE TO RPTSTAT-DATE.
            MOVE WS-CURR-HHMMSS TO RPTSTAT-TIME.
            MOVE WS-REC-COUNT TO RPTSTAT-RECORDS.
            MOVE WS-SENT-COUNT TO RPTSTAT-GOOD.
            MOVE ZERO TO RPTSTAT-REJECTS.
            MOVE WS-RUN-STATUS TO RPTSTAT-STATUS.

            WRITE RPTSTAT-RECORD
                INVALID KEY
                    REWRITE RPTSTAT-RECORD
                        INVALID KEY
                            DISPLAY 'BOPRGIN - RPTSTAT WRITE FAILED'
                    END-REWRITE
            END-WRITE.

        999-EXIT.
            STOP RUN.
