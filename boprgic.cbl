        IDENTIFICATION DIVISION.
        PROGRAM-ID.  BOPRGIC.
        AUTHOR. OAKE.

      * RECEIVABLES INTEGRITY CHECK - THE PAID FIGURES ARE KEPT
      * TWICE, AS DETAIL ON PAYFILE AND ONACCT AND AS RUNNING
      * TOTALS ON ORDFILE-PAID-AMT AND CUST-ONACCT-AMT, AND A
      * TRANSACTION CUT OFF HALFWAY CAN LEAVE THE TWO APART.  THIS
      * JOB RE-ADDS THE DETAIL AND PRINTS EVERY DIFFERENCE WITH
      * BOTH FIGURES BEFORE A CUSTOMER FINDS IT ON A STATEMENT:
      *   PASS 1 - PAYFILE FRONT TO BACK.  PAYMENTS FOR AN INVOICE
      *   ON NEITHER ORDFILE NOR ORDHIST ARE ORPHANS.  EVERY
      *   METHOD 'N' APPLIED CREDIT MUST NAME A CREDIT NOTE THAT
      *   EXISTS, AND ITS AMOUNT IS TOTALLED AGAINST THAT CREDIT
      *   NOTE IN WS-CRD-TABLE FOR PASS 2.
      *   PASS 2 - ORDFILE FRONT TO BACK.  AN ORDER'S PAID-AMT MUST
      *   EQUAL EVERY PAYFILE RECORD UNDER IT - PAYMENTS, REVERSALS,
      *   APPLIED CREDITS AND ON-ACCOUNT MONEY ALIKE.  A CREDIT
      *   NOTE'S PAID-AMT MUST EQUAL WHAT PASS 1 SAW APPLIED FROM
      *   IT PLUS THE METHOD 'F' REFUNDS UNDER ITS OWN KEY - THE
      *   OTHER SIDE OF EACH APPLICATION.
      *   PASS 3 - CUSTFILE FRONT TO BACK.  CUST-ONACCT-AMT MUST
      *   EQUAL THE CUSTOMER'S ONACCT JOURNAL - DEPOSITS LESS
      *   MONEY APPLIED AND REFUNDED.
      *   PASS 4 - BAKORD FRONT TO BACK.  EVERY OPEN BACKORDER
      *   MUST POINT AT AN ORDER STILL ON ORDFILE WITH THE PART ON
      *   ONE OF ITS LINES.
      * NOTHING IS CORRECTED HERE - THE REPORT IS FOR SOMEONE TO
      * WORK BY HAND.  ANY DIFFERENCE FAILS THE RUN ON RPTSTAT.
      * RUN NIGHTLY AFTER THE POSTING JOBS - SEE THE BOPRGIC JCL
      * MEMBER.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. RS-6000.
        OBJECT-COMPUTER. RS-6000.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT ORDFILE-IN ASSIGN TO ORDFILE
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS ORDFILE-KEY
                FILE STATUS IS WS-ORDFILE-STATUS.

            SELECT ORDHIST-IN ASSIGN TO ORDHIST
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS ORDHIST-KEY
                FILE STATUS IS WS-ORDHIST-STATUS.

            SELECT PAYFILE-IN ASSIGN TO PAYFILE
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS PAYFILE-KEY
                FILE STATUS IS WS-PAYFILE-STATUS.

            SELECT CUSTFILE-IN ASSIGN TO CUSTFILE
                ORGANIZATION IS INDEXED
                ACCESS IS SEQUENTIAL
                RECORD KEY IS CUST-KEY
                FILE STATUS IS WS-CUSTFILE-STATUS.

            SELECT ONACCT-IN ASSIGN TO ONACCT
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS ONACCT-KEY
                FILE STATUS IS WS-ONACCT-STATUS.

            SELECT BAKORD-IN ASSIGN TO BAKORD
                ORGANIZATION IS INDEXED
                ACCESS IS SEQUENTIAL
                RECORD KEY IS BAKORD-KEY
                FILE STATUS IS WS-BAKORD-STATUS.

            SELECT CHECK-OUT ASSIGN TO CHKPRT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CHECK-STATUS.

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

        FD  ORDHIST-IN
            LABEL RECORDS ARE STANDARD.
        COPY 'ORDHIST-LAYOUT'.

        FD  PAYFILE-IN
            LABEL RECORDS ARE STANDARD.
        COPY 'PAYFILE-LAYOUT'.

        FD  CUSTFILE-IN
            LABEL RECORDS ARE STANDARD.
        COPY 'CUSTFILE-LAYOUT'.

        FD  ONACCT-IN
            LABEL RECORDS ARE STANDARD.
        COPY 'ONACCT-LAYOUT'.

        FD  BAKORD-IN
            LABEL RECORDS ARE STANDARD.
        COPY 'BAKORD-LAYOUT'.

        FD  CHECK-OUT
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 100 CHARACTERS.
        01  RPT-LINE                       PIC X(100).

        FD  RPTSTAT-FILE
            LABEL RECORDS ARE STANDARD.
        COPY 'RPTSTAT-LAYOUT'.

        WORKING-STORAGE SECTION.

        01 WS-ORDFILE-STATUS                PIC XX VALUE ZERO.
        01 WS-ORDHIST-STATUS                PIC XX VALUE ZERO.
        01 WS-PAYFILE-STATUS                PIC XX VALUE ZERO.
        01 WS-CUSTFILE-STATUS               PIC XX VALUE ZERO.
        01 WS-ONACCT-STATUS                 PIC XX VALUE ZERO.
        01 WS-BAKORD-STATUS                 PIC XX VALUE ZERO.
        01 WS-CHECK-STATUS                  PIC XX VALUE ZERO.
        01 WS-RPTSTAT-STATUS                PIC XX VALUE ZERO.
        01 WS-RUN-STATUS                    PIC X(8) VALUE 'GOOD'.

        01 WS-EOF-SW                        PIC X VALUE 'N'.
            88 WS-EOF                        VALUE 'Y'.

        01 WS-DETAIL-EOF-SW                 PIC X VALUE 'N'.
            88 WS-DETAIL-EOF                 VALUE 'Y'.

        01 WS-FOUND-SW                      PIC X VALUE 'N'.
            88 WS-FOUND                      VALUE 'Y'.

        01 WS-ORPHAN-SW                     PIC X VALUE 'N'.
            88 WS-ORPHAN                     VALUE 'Y'.

        01 WS-LAST-INVOICE                  PIC X(7) VALUE LOW-VALUES.
        01 WS-ORPHAN-AMT                    PIC S9(9)V99 COMP-3
                                             VALUE ZERO.

        01 WS-PAY-COUNT                     PIC 9(7) COMP VALUE ZERO.
        01 WS-ORD-COUNT                     PIC 9(7) COMP VALUE ZERO.
        01 WS-CUST-COUNT                    PIC 9(7) COMP VALUE ZERO.
        01 WS-BKO-COUNT                     PIC 9(7) COMP VALUE ZERO.
        01 WS-DIFF-COUNT                    PIC 9(7) COMP VALUE ZERO.

        01 WS-FILE-AMT                      PIC S9(9)V99 COMP-3.
        01 WS-ADDED-AMT                     PIC S9(9)V99 COMP-3.

        01 WS-SUB                           PIC 9(4) COMP.
        01 WS-HIT-SUB                       PIC 9(4) COMP.
        01 WS-LINE-SUB                      PIC 9(4) COMP.

      * METHOD 'N' MONEY APPLIED FROM EACH CREDIT NOTE, GATHERED IN
      * PASS 1 AND PROVED AGAINST THE CREDIT NOTE'S PAID-AMT IN
      * PASS 2.
        01 WS-CRD-COUNT                     PIC 9(4) COMP VALUE ZERO.
        01 WS-CRD-MAX                       PIC 9(4) COMP VALUE 2000.
        01 WS-CRD-SEARCH                    PIC X(7).
        01 WS-CRD-TABLE.
            05 WS-CRD-ENTRY OCCURS 2000 TIMES.
                10 WS-CRD-NO                 PIC X(7).
                10 WS-CRD-APPLIED            PIC S9(9)V99 COMP-3.

        01 WS-PART-TABLE.
            05 WS-PART-CODE                  PIC X(4) OCCURS 10 TIMES.

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
            05 FILLER                       PIC X(30)
                VALUE 'RECEIVABLES INTEGRITY CHECK'.
            05 FILLER                       PIC X(5) VALUE 'DATE '.
            05 RPT-TITLE-DATE                PIC 9999/99/99.
            05 FILLER                       PIC X(44) VALUE SPACES.

        01 RPT-SECTION-LINE.
            05 RPT-SEC-CC                   PIC X VALUE SPACE.
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 RPT-SEC-TEXT                 PIC X(50).
            05 FILLER                       PIC X(48) VALUE SPACES.

        01 RPT-DIFF-LINE.
            05 RPT-DIF-CC                   PIC X VALUE SPACE.
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 RPT-DIF-KEY                  PIC X(12).
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 RPT-DIF-WHAT                 PIC X(20).
            05 FILLER                       PIC X(6) VALUE ' FILE '.
            05 RPT-DIF-FILE-AMT             PIC ZZ,ZZZ,ZZ9.99-.
            05 FILLER                       PIC X(7) VALUE ' ADDED '.
            05 RPT-DIF-ADDED-AMT            PIC ZZ,ZZZ,ZZ9.99-.
            05 FILLER                       PIC X(6) VALUE ' DIFF '.
            05 RPT-DIF-DIFF-AMT             PIC ZZ,ZZZ,ZZ9.99-.
            05 FILLER                       PIC X(4) VALUE SPACES.

        01 RPT-BKO-LINE.
            05 RPT-BKO-CC                   PIC X VALUE SPACE.
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 RPT-BKO-INVOICE              PIC X(7).
            05 FILLER                       PIC X(6) VALUE ' PART '.
            05 RPT-BKO-PART                 PIC X(4).
            05 FILLER                       PIC X(5) VALUE ' QTY '.
            05 RPT-BKO-QTY                  PIC ZZZ9.
            05 FILLER                       PIC X(9) VALUE ' ENTERED '.
            05 RPT-BKO-DATE                 PIC X(8).
            05 FILLER                       PIC X(3) VALUE ' - '.
            05 RPT-BKO-MSG                  PIC X(40).
            05 FILLER                       PIC X(12) VALUE SPACES.

        01 RPT-TOTAL-LINE.
            05 RPT-TOT-CC                   PIC X VALUE SPACE.
            05 FILLER                       PIC X(1) VALUE SPACES.
            05 FILLER                       PIC X(10)
                VALUE 'PAYMENTS -'.
            05 RPT-TOT-PAYS                 PIC ZZZZZZ9.
            05 FILLER                       PIC X(10)
                VALUE ' ORDERS - '.
            05 RPT-TOT-ORDERS               PIC ZZZZZZ9.
            05 FILLER                       PIC X(13)
                VALUE ' CUSTOMERS - '.
            05 RPT-TOT-CUSTS                PIC ZZZZZZ9.
            05 FILLER                       PIC X(14)
                VALUE ' BACKORDERS - '.
            05 RPT-TOT-BKOS                 PIC ZZZZZZ9.
            05 FILLER                       PIC X(15)
                VALUE ' DIFFERENCES - '.
            05 RPT-TOT-DIFFS                PIC ZZZZZZ9.
            05 FILLER                       PIC X(1) VALUE SPACES.

        PROCEDURE DIVISION.

        000-START-LOGIC.
            OPEN INPUT ORDFILE-IN.
            OPEN INPUT ORDHIST-IN.
            OPEN INPUT PAYFILE-IN.
            OPEN INPUT CUSTFILE-IN.
            OPEN INPUT ONACCT-IN.
            OPEN INPUT BAKORD-IN.
            OPEN OUTPUT CHECK-OUT.
            OPEN I-O RPTSTAT-FILE.

            ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-CURRENT-TIME FROM TIME.
            MOVE WS-CURRENT-DATE TO RPT-TITLE-DATE.

            MOVE RPT-TITLE-LINE TO RPT-LINE.
            WRITE RPT-LINE.

            MOVE 'PAYFILE - ORPHANS AND APPLIED CREDITS'
                TO RPT-SEC-TEXT.
            PERFORM 710-PRINT-SECTION.

            PERFORM 200-READ-PAYMENT.

            PERFORM 300-CHECK-PAYMENT
                UNTIL WS-EOF.

            PERFORM 350-ORPHAN-BREAK.

            MOVE 'ORDFILE - PAID-AMT AGAINST PAYFILE'
                TO RPT-SEC-TEXT.
            PERFORM 710-PRINT-SECTION.

            PERFORM 400-CHECK-ORDERS.

            MOVE 'CUSTFILE - ON-ACCOUNT BALANCE AGAINST ONACCT'
                TO RPT-SEC-TEXT.
            PERFORM 710-PRINT-SECTION.

            MOVE 'N' TO WS-EOF-SW.

            PERFORM 510-READ-CUSTOMER.

            PERFORM 520-CHECK-CUSTOMER
                UNTIL WS-EOF.

            MOVE 'BAKORD - OPEN BACKORDERS AGAINST ORDFILE'
                TO RPT-SEC-TEXT.
            PERFORM 710-PRINT-SECTION.

            MOVE 'N' TO WS-EOF-SW.

            PERFORM 610-READ-BACKORDER.

            PERFORM 620-CHECK-BACKORDER THRU 620-EXIT
                UNTIL WS-EOF.

            PERFORM 800-ENDFILE.

            GO TO 999-EXIT.

        200-READ-PAYMENT.
            READ PAYFILE-IN NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-EOF-SW
            END-READ.

        300-CHECK-PAYMENT.
            ADD 1 TO WS-PAY-COUNT.

            IF PAYFILE-INVOICE-NO NOT = WS-LAST-INVOICE
                PERFORM 350-ORPHAN-BREAK
                MOVE PAYFILE-INVOICE-NO TO WS-LAST-INVOICE
                PERFORM 310-CHECK-INVOICE-ON-FILE
            END-IF.

            IF WS-ORPHAN
                ADD PAYFILE-AMOUNT TO WS-ORPHAN-AMT
            END-IF.

            IF PAYFILE-BY-CREDIT
                PERFORM 320-CHECK-CREDIT-REF
                PERFORM 330-ADD-CREDIT-APPLIED
            END-IF.

            PERFORM 200-READ-PAYMENT.

      * AN INVOICE ARCHIVED TO ORDHIST KEEPS ITS PAYMENT TRAIL, SO
      * ONLY AN INVOICE ON NEITHER FILE IS AN ORPHAN.
        310-CHECK-INVOICE-ON-FILE.
            MOVE 'N' TO WS-ORPHAN-SW.
            MOVE ZERO TO WS-ORPHAN-AMT.

            MOVE PAYFILE-INVOICE-NO TO ORDFILE-INVOICE-NO.

            READ ORDFILE-IN
                KEY IS ORDFILE-KEY
                INVALID KEY
                    MOVE PAYFILE-INVOICE-NO TO ORDHIST-INVOICE-NO
                    READ ORDHIST-IN
                        KEY IS ORDHIST-KEY
                        INVALID KEY
                            MOVE 'Y' TO WS-ORPHAN-SW
                    END-READ
            END-READ.

        350-ORPHAN-BREAK.
            IF WS-ORPHAN
                MOVE WS-LAST-INVOICE TO RPT-DIF-KEY
                MOVE 'INVOICE NOT ON FILE' TO RPT-DIF-WHAT
                MOVE ZERO TO WS-FILE-AMT
                MOVE WS-ORPHAN-AMT TO WS-ADDED-AMT
                PERFORM 700-PRINT-DIFF
                MOVE 'N' TO WS-ORPHAN-SW
            END-IF.

      * THE REFERENCE ON AN APPLIED CREDIT IS THE CREDIT NOTE IT
      * CAME FROM - IT HAS TO BE ONE, LIVE OR ARCHIVED.
        320-CHECK-CREDIT-REF.
            MOVE PAYFILE-REFERENCE(1:7) TO ORDFILE-INVOICE-NO.

            READ ORDFILE-IN
                KEY IS ORDFILE-KEY
                INVALID KEY
                    MOVE PAYFILE-REFERENCE(1:7) TO ORDHIST-INVOICE-NO
                    READ ORDHIST-IN
                        KEY IS ORDHIST-KEY
                        INVALID KEY
                            MOVE PAYFILE-KEY TO RPT-DIF-KEY
                            MOVE 'CREDIT NOT ON FILE' TO RPT-DIF-WHAT
                            MOVE ZERO TO WS-FILE-AMT
                            MOVE PAYFILE-AMOUNT TO WS-ADDED-AMT
                            PERFORM 700-PRINT-DIFF
                    END-READ
                NOT INVALID KEY
                    IF NOT ORDFILE-IS-CREDIT
                        MOVE PAYFILE-KEY TO RPT-DIF-KEY
                        MOVE 'REF NOT A CREDIT' TO RPT-DIF-WHAT
                        MOVE ZERO TO WS-FILE-AMT
                        MOVE PAYFILE-AMOUNT TO WS-ADDED-AMT
                        PERFORM 700-PRINT-DIFF
                    END-IF
            END-READ.

        330-ADD-CREDIT-APPLIED.
            MOVE PAYFILE-REFERENCE(1:7) TO WS-CRD-SEARCH.
            PERFORM 340-FIND-CREDIT.

            IF WS-HIT-SUB = ZERO
                IF WS-CRD-COUNT < WS-CRD-MAX
                    ADD 1 TO WS-CRD-COUNT
                    MOVE WS-CRD-COUNT TO WS-HIT-SUB
                    MOVE PAYFILE-REFERENCE(1:7)
                        TO WS-CRD-NO(WS-HIT-SUB)
                    MOVE ZERO TO WS-CRD-APPLIED(WS-HIT-SUB)
                ELSE
                    DISPLAY 'BOPRGIC CREDIT TABLE FULL - '
                        PAYFILE-REFERENCE(1:7) ' NOT ACCUMULATED'
                    MOVE 'FAILED' TO WS-RUN-STATUS
                END-IF
            END-IF.

            IF WS-HIT-SUB > ZERO
                ADD PAYFILE-AMOUNT TO WS-CRD-APPLIED(WS-HIT-SUB)
            END-IF.

        340-FIND-CREDIT.
            MOVE ZERO TO WS-HIT-SUB.
            MOVE 'N' TO WS-FOUND-SW.

            PERFORM 345-MATCH-CREDIT
                VARYING WS-SUB FROM 1 BY 1
                UNTIL WS-SUB > WS-CRD-COUNT
                    OR WS-FOUND.

        345-MATCH-CREDIT.
            IF WS-CRD-NO(WS-SUB) = WS-CRD-SEARCH
                MOVE WS-SUB TO WS-HIT-SUB
                MOVE 'Y' TO WS-FOUND-SW
            END-IF.

        400-CHECK-ORDERS.
            MOVE 'N' TO WS-EOF-SW.
            MOVE LOW-VALUES TO ORDFILE-KEY.

            START ORDFILE-IN KEY IS NOT LESS THAN ORDFILE-KEY
                INVALID KEY
                    MOVE 'Y' TO WS-EOF-SW
            END-START.

            PERFORM 410-CHECK-NEXT-ORDER
                UNTIL WS-EOF.

        410-CHECK-NEXT-ORDER.
            READ ORDFILE-IN NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-EOF-SW
            END-READ.

            IF NOT WS-EOF
                ADD 1 TO WS-ORD-COUNT
                PERFORM 420-READD-PAYMENTS
                PERFORM 440-COMPARE-PAID
            END-IF.

      * EVERY PAYFILE RECORD UNDER THIS KEY - ON A CREDIT NOTE
      * THAT IS ONLY ITS METHOD 'F' REFUNDS.
        420-READD-PAYMENTS.
            MOVE ZERO TO WS-ADDED-AMT.
            MOVE 'N' TO WS-DETAIL-EOF-SW.

            MOVE ORDFILE-INVOICE-NO TO PAYFILE-INVOICE-NO.
            MOVE ZERO TO PAYFILE-SEQ.

            START PAYFILE-IN KEY IS NOT LESS THAN PAYFILE-KEY
                INVALID KEY
                    MOVE 'Y' TO WS-DETAIL-EOF-SW
            END-START.

            PERFORM 430-READD-NEXT
                UNTIL WS-DETAIL-EOF.

        430-READD-NEXT.
            READ PAYFILE-IN NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-DETAIL-EOF-SW
            END-READ.

            IF NOT WS-DETAIL-EOF
                IF PAYFILE-INVOICE-NO NOT = ORDFILE-INVOICE-NO
                    MOVE 'Y' TO WS-DETAIL-EOF-SW
                ELSE
                    ADD PAYFILE-AMOUNT TO WS-ADDED-AMT
                END-IF
            END-IF.

        440-COMPARE-PAID.
            IF ORDFILE-PAID-AMT IS NUMERIC
                MOVE ORDFILE-PAID-AMT TO WS-FILE-AMT
            ELSE
                MOVE ZERO TO WS-FILE-AMT
            END-IF.

            MOVE ORDFILE-INVOICE-NO TO RPT-DIF-KEY.

            IF ORDFILE-IS-CREDIT
                MOVE ORDFILE-INVOICE-NO TO WS-CRD-SEARCH
                PERFORM 340-FIND-CREDIT
                IF WS-HIT-SUB > ZERO
                    ADD WS-CRD-APPLIED(WS-HIT-SUB) TO WS-ADDED-AMT
                END-IF
                MOVE 'CREDIT USED+REFUNDED' TO RPT-DIF-WHAT
            ELSE
                MOVE 'PAID-AMT VS PAYFILE' TO RPT-DIF-WHAT
            END-IF.

            IF WS-FILE-AMT NOT = WS-ADDED-AMT
                OR ORDFILE-PAID-AMT IS NOT NUMERIC
                PERFORM 700-PRINT-DIFF
            END-IF.

        510-READ-CUSTOMER.
            READ CUSTFILE-IN NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-EOF-SW
            END-READ.

        520-CHECK-CUSTOMER.
            ADD 1 TO WS-CUST-COUNT.

            PERFORM 530-READD-ONACCT.

            IF CUST-ONACCT-AMT IS NUMERIC
                MOVE CUST-ONACCT-AMT TO WS-FILE-AMT
            ELSE
                MOVE ZERO TO WS-FILE-AMT
            END-IF.

            IF WS-FILE-AMT NOT = WS-ADDED-AMT
                MOVE CUST-KEY TO RPT-DIF-KEY
                MOVE 'ONACCT VS JOURNAL' TO RPT-DIF-WHAT
                PERFORM 700-PRINT-DIFF
            END-IF.

            PERFORM 510-READ-CUSTOMER.

        530-READD-ONACCT.
            MOVE ZERO TO WS-ADDED-AMT.
            MOVE 'N' TO WS-DETAIL-EOF-SW.

            MOVE LOW-VALUES TO ONACCT-KEY.
            MOVE CUST-KEY TO ONACCT-PHONE-KEY.

            START ONACCT-IN KEY IS NOT LESS THAN ONACCT-KEY
                INVALID KEY
                    MOVE 'Y' TO WS-DETAIL-EOF-SW
            END-START.

            PERFORM 540-ONACCT-NEXT
                UNTIL WS-DETAIL-EOF.

        540-ONACCT-NEXT.
            READ ONACCT-IN NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-DETAIL-EOF-SW
            END-READ.

            IF NOT WS-DETAIL-EOF
                IF ONACCT-PHONE-KEY NOT = CUST-KEY
                    MOVE 'Y' TO WS-DETAIL-EOF-SW
                ELSE IF ONACCT-DEPOSIT
                    ADD ONACCT-AMOUNT TO WS-ADDED-AMT
                ELSE
                    SUBTRACT ONACCT-AMOUNT FROM WS-ADDED-AMT
                END-IF
            END-IF.

        610-READ-BACKORDER.
            READ BAKORD-IN NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-EOF-SW
            END-READ.

      * FILLED AND CANCELLED BACKORDERS ARE HISTORY - ONLY AN OPEN
      * ONE STILL PROMISES STOCK TO AN ORDER.
        620-CHECK-BACKORDER.
            IF NOT BAKORD-ST-OPEN
                GO TO 620-READ-NEXT
            END-IF.

            ADD 1 TO WS-BKO-COUNT.

            MOVE BAKORD-INVOICE-NO TO ORDFILE-INVOICE-NO.

            READ ORDFILE-IN
                KEY IS ORDFILE-KEY
                INVALID KEY
                    MOVE 'INVOICE NOT ON ORDFILE' TO RPT-BKO-MSG
                    PERFORM 720-PRINT-BACKORDER
                    GO TO 620-READ-NEXT
            END-READ.

            IF ORDFILE-IS-CREDIT
                MOVE 'INVOICE IS A CREDIT NOTE' TO RPT-BKO-MSG
                PERFORM 720-PRINT-BACKORDER
                GO TO 620-READ-NEXT
            END-IF.

            MOVE ORDFILE-P1A  TO WS-PART-CODE(1).
            MOVE ORDFILE-P2A  TO WS-PART-CODE(2).
            MOVE ORDFILE-P3A  TO WS-PART-CODE(3).
            MOVE ORDFILE-P4A  TO WS-PART-CODE(4).
            MOVE ORDFILE-P5A  TO WS-PART-CODE(5).
            MOVE ORDFILE-P6A  TO WS-PART-CODE(6).
            MOVE ORDFILE-P7A  TO WS-PART-CODE(7).
            MOVE ORDFILE-P8A  TO WS-PART-CODE(8).
            MOVE ORDFILE-P9A  TO WS-PART-CODE(9).
            MOVE ORDFILE-P10A TO WS-PART-CODE(10).

            MOVE 'N' TO WS-FOUND-SW.

            PERFORM 630-MATCH-PART
                VARYING WS-LINE-SUB FROM 1 BY 1
                UNTIL WS-LINE-SUB > 10
                    OR WS-FOUND.

            IF NOT WS-FOUND
                MOVE 'PART NO LONGER ON ANY INVOICE LINE'
                    TO RPT-BKO-MSG
                PERFORM 720-PRINT-BACKORDER
            END-IF.

        620-READ-NEXT.
            PERFORM 610-READ-BACKORDER.

        620-EXIT.
            EXIT.

        630-MATCH-PART.
            IF WS-PART-CODE(WS-LINE-SUB) = BAKORD-PART-CODE
                MOVE 'Y' TO WS-FOUND-SW
            END-IF.

        700-PRINT-DIFF.
            ADD 1 TO WS-DIFF-COUNT.
            MOVE 'FAILED' TO WS-RUN-STATUS.

            MOVE WS-FILE-AMT TO RPT-DIF-FILE-AMT.
            MOVE WS-ADDED-AMT TO RPT-DIF-ADDED-AMT.
            COMPUTE RPT-DIF-DIFF-AMT = WS-FILE-AMT - WS-ADDED-AMT.

            MOVE RPT-DIFF-LINE TO RPT-LINE.
            WRITE RPT-LINE.

        710-PRINT-SECTION.
            MOVE SPACES TO RPT-LINE.
            WRITE RPT-LINE.

            MOVE RPT-SECTION-LINE TO RPT-LINE.
            WRITE RPT-LINE.

        720-PRINT-BACKORDER.
            ADD 1 TO WS-DIFF-COUNT.
            MOVE 'FAILED' TO WS-RUN-STATUS.

            MOVE BAKORD-INVOICE-NO TO RPT-BKO-INVOICE.
            MOVE BAKORD-PART-CODE TO RPT-BKO-PART.
            MOVE BAKORD-QTY TO RPT-BKO-QTY.
            MOVE BAKORD-ENTRY-DATE TO RPT-BKO-DATE.

            MOVE RPT-BKO-LINE TO RPT-LINE.
            WRITE RPT-LINE.

        800-ENDFILE.
            MOVE SPACES TO RPT-LINE.
            WRITE RPT-LINE.

            MOVE WS-PAY-COUNT TO RPT-TOT-PAYS.
            MOVE WS-ORD-COUNT TO RPT-TOT-ORDERS.
            MOVE WS-CUST-COUNT TO RPT-TOT-CUSTS.
            MOVE WS-BKO-COUNT TO RPT-TOT-BKOS.
            MOVE WS-DIFF-COUNT TO RPT-TOT-DIFFS.

            MOVE RPT-TOTAL-LINE TO RPT-LINE.
            WRITE RPT-LINE.

            PERFORM 820-WRITE-RUN-STATUS.

            CLOSE ORDFILE-IN.
            CLOSE ORDHIST-IN.
            CLOSE PAYFILE-IN.
            CLOSE CUSTFILE-IN.
            CLOSE ONACCT-IN.
            CLOSE BAKORD-IN.
            CLOSE CHECK-OUT.
            CLOSE RPTSTAT-FILE.

      * DROP THE RUN RESULT ON THE RPTSTAT STATUS FILE - A FAILED
      * RUN MEANS THE REPORT HAS SOMETHING ON IT TO WORK.
        820-WRITE-RUN-STATUS.
            MOVE 'BOPRGIC' TO RPTSTAT-JOB.
            MOVE WS-CURRENT-DATE TO RPTSTAT-DATE.
            MOVE WS-CURR-HHMMSS TO RPTSTAT-TIME.
            MOVE WS-ORD-COUNT TO RPTSTAT-RECORDS.
            COMPUTE RPTSTAT-GOOD = WS-ORD-COUNT + WS-CUST-COUNT
                + WS-BKO-COUNT.
            MOVE WS-DIFF-COUNT TO RPTSTAT-REJECTS.
            MOVE WS-RUN-STATUS TO RPTSTAT-STATUS.

            WRITE RPTSTAT-RECORD
                INVALID KEY
                    REWRITE RPTSTAT-RECORD
                        INVALID KEY
                            DISPLAY 'BOPRGIC - RPTSTAT WRITE FAILED'
                    END-REWRITE
            END-WRITE.

        999-EXIT.
            STOP RUN.
