        IDENTIFICATION DIVISION.
        PROGRAM-ID.  BOPRGDN.
        AUTHOR. OAKE.

      * NIGHTLY DUNNING RUN - FEEDS THE BOPRGQ COLLECTIONS SCREEN
      * AND SENDS THE REMINDER LETTERS.  WALKS CUSTFILE AND AGES
      * EACH CUSTOMER'S OPEN ORDFILE BALANCES OFF THE PHONE-KEY
      * ALTERNATE PATH THE SAME WAY BOPRGRN AND BOPRGCH DO.  WHAT
      * IS 30 DAYS AND OLDER GOES ON THE CUSTOMER'S COLLFILE RECORD
      * IN THE 30/60/90 BUCKETS, AND COLL-RANK-KEY IS SET SO THE
      * COLLRANK PATH LISTS BROKEN PROMISES FIRST AND THEN THE
      * BIGGEST BALANCES.  A PROMISE TO PAY WHOSE DATE HAS PASSED
      * IS SETTLED AGAINST PAYFILE - THE PAYMENTS ON THE CUSTOMER'S
      * INVOICES DATED FROM THE DAY IT WAS MADE TO THE DAY PROMISED
      * (APPLIED CREDIT NOTES ARE NOT MONEY AND DO NOT COUNT) MUST
      * COVER THE AMOUNT OR THE PROMISE IS BROKEN.  AN ACCOUNT THAT
      * HAS AGED INTO A HIGHER LETTER LEVEL THAN IT HAS ALREADY
      * BEEN SENT GETS THE FIRST (30), SECOND (60) OR FINAL (90)
      * REMINDER ON THE LETTERS PRINT, AND THE LEVEL IS RECORDED SO
      * THE SAME LETTER NEVER GOES TWICE; NO LETTER GOES WHILE A
      * PROMISE IS STILL OPEN.  ONCE NOTHING IS OVERDUE THE LEVEL
      * GOES BACK TO SPACE.  PRINTS A REGISTER OF EVERY LETTER AND
      * EVERY PROMISE SETTLED.  RUN NIGHTLY AFTER THE LAST PAYMENT
      * - SEE THE BOPRGDN JCL MEMBER.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. RS-6000.
        OBJECT-COMPUTER. RS-6000.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CUSTFILE-IN ASSIGN TO CUSTFILE
                ORGANIZATION IS INDEXED
                ACCESS IS SEQUENTIAL
                RECORD KEY IS CUST-KEY
                FILE STATUS IS WS-CUSTFILE-STATUS.

            SELECT ORDFILE-IN ASSIGN TO ORDFILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ORDFILE-KEY
                ALTERNATE RECORD KEY IS ORDFILE-PHONE-KEY
                    WITH DUPLICATES
                FILE STATUS IS WS-ORDFILE-STATUS.

            SELECT PAYFILE-IN ASSIGN TO PAYFILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PAYFILE-KEY
                FILE STATUS IS WS-PAYFILE-STATUS.

            SELECT COLLFILE-IO ASSIGN TO COLLFILE
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS COLL-KEY
                ALTERNATE RECORD KEY IS COLL-RANK-KEY
                    WITH DUPLICATES
                FILE STATUS IS WS-COLLFILE-STATUS.

            SELECT LETTER-OUT ASSIGN TO LETTERS
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LETTER-STATUS.

            SELECT REGISTER-OUT ASSIGN TO DUNPRT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REGISTER-STATUS.

            SELECT RPTSTAT-FILE ASSIGN TO RPTSTAT
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS RPTSTAT-KEY
                FILE STATUS IS WS-RPTSTAT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  CUSTFILE-IN
            LABEL RECORDS ARE STANDARD.
        COPY 'CUSTFILE-LAYOUT'.

        FD  ORDFILE-IN
            LABEL RECORDS ARE STANDARD.
        COPY 'ORDFILE-LAYOUT'.

        FD  PAYFILE-IN
            LABEL RECORDS ARE STANDARD.
        COPY 'PAYFILE-LAYOUT'.

        FD  COLLFILE-IO
            LABEL RECORDS ARE STANDARD.
        COPY 'COLLFILE-LAYOUT'.

        FD  LETTER-OUT
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 100 CHARACTERS.
        01  LTR-LINE                       PIC X(100).

        FD  REGISTER-OUT
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 100 CHARACTERS.
        01  RPT-LINE                       PIC X(100).

        FD  RPTSTAT-FILE
            LABEL RECORDS ARE STANDARD.
        COPY 'RPTSTAT-LAYOUT'.

        WORKING-STORAGE SECTION.

        01 WS-CUSTFILE-STATUS               PIC XX VALUE ZERO.
        01 WS-ORDFILE-STATUS                PIC XX VALUE ZERO.
        01 WS-PAYFILE-STATUS                PIC XX VALUE ZERO.
        01 WS-COLLFILE-STATUS               PIC XX VALUE ZERO.
        01 WS-LETTER-STATUS                 PIC XX VALUE ZERO.
        01 WS-REGISTER-STATUS               PIC XX VALUE ZERO.
        01 WS-RPTSTAT-STATUS                PIC XX VALUE ZERO.
        01 WS-RUN-STATUS                    PIC X(8) VALUE 'GOOD'.

        01 WS-EOF-SW                        PIC X VALUE 'N'.
            88 WS-EOF                        VALUE 'Y'.

        01 WS-ORD-EOF-SW                    PIC X VALUE 'N'.
            88 WS-ORD-EOF                    VALUE 'Y'.

        01 WS-PAY-EOF-SW                    PIC X VALUE 'N'.
            88 WS-PAY-EOF                    VALUE 'Y'.

        01 WS-COLL-FOUND-SW                 PIC X VALUE 'N'.
            88 WS-COLL-FOUND                 VALUE 'Y'.

      * THE LETTER LEVELS - AGED THIS MANY DAYS PAST THE ORDER
      * DATE EARNS THE FIRST, SECOND AND FINAL REMINDER.  THE
      * FIRST LINE IS ALSO WHERE AN ACCOUNT JOINS THE WORKLIST,
      * AND THE LAST IS THE BOPRGCH CREDIT HOLD LINE.
        01 WS-FIRST-DAYS                    PIC 9(3) VALUE 30.
        01 WS-SECOND-DAYS                   PIC 9(3) VALUE 60.
        01 WS-FINAL-DAYS                    PIC 9(3) VALUE 90.

        01 WS-CUST-COUNT                    PIC 9(7) COMP VALUE ZERO.
        01 WS-WORK-COUNT                    PIC 9(7) COMP VALUE ZERO.
        01 WS-LETTER-COUNT                  PIC 9(7) COMP VALUE ZERO.
        01 WS-FIRST-COUNT                   PIC 9(7) COMP VALUE ZERO.
        01 WS-SECOND-COUNT                  PIC 9(7) COMP VALUE ZERO.
        01 WS-FINAL-COUNT                   PIC 9(7) COMP VALUE ZERO.
        01 WS-KEPT-COUNT                    PIC 9(7) COMP VALUE ZERO.
        01 WS-BROKEN-COUNT                  PIC 9(7) COMP VALUE ZERO.
        01 WS-REJECT-COUNT                  PIC 9(7) COMP VALUE ZERO.
        01 WS-LINE-COUNT                    PIC 99 COMP VALUE 99.
        01 WS-PAGE-COUNT                    PIC 9(4) COMP VALUE ZERO.
        01 WS-MAX-LINES                     PIC 99 COMP VALUE 55.
        01 WS-TEXT-SUB                      PIC 9 COMP.
        01 WS-LEVEL-SUB                     PIC 9 COMP.

        01 WS-OWING-AMT                     PIC S9(7)V99 COMP-3.
        01 WS-OVERDUE-AMT                   PIC S9(7)V99 COMP-3.
        01 WS-DAYS30-AMT                    PIC S9(7)V99 COMP-3.
        01 WS-DAYS60-AMT                    PIC S9(7)V99 COMP-3.
        01 WS-DAYS90-AMT                    PIC S9(7)V99 COMP-3.
        01 WS-PROM-PAID                     PIC S9(7)V99 COMP-3.
        01 WS-OLDEST-DAYS                   PIC S9(5) COMP.
        01 WS-LETTER-DUE                    PIC X(1).

        01 WS-CURRENT-DATE.
            05 WS-CURR-YYYY                 PIC 9(4).
            05 WS-CURR-MM                   PIC 9(2).
            05 WS-CURR-DD                   PIC 9(2).

        01 WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE
                                            PIC 9(8).

        01 WS-CURRENT-TIME.
            05 WS-CURR-HHMMSS               PIC 9(6).
            05 FILLER                       PIC 9(2).

        01 WS-ORDER-DATE-NUM                PIC 9(8).
        01 WS-TODAY-INT                     PIC S9(9) COMP.
        01 WS-ORDER-INT                     PIC S9(9) COMP.
        01 WS-AGE-DAYS                      PIC S9(5) COMP.

      * THE BODY OF EACH LETTER, FOUR LINES A LEVEL.
        01 WS-LETTER-TEXT-VALUES.
            05 FILLER                       PIC X(60) VALUE
                'OUR RECORDS SHOW THE AMOUNT BELOW IS NOW PAST DUE.'.
            05 FILLER                       PIC X(60) VALUE
                'IF YOU HAVE ALREADY SENT PAYMENT, PLEASE ACCEPT OUR'.
            05 FILLER                       PIC X(60) VALUE
                'THANKS AND DISREGARD THIS REMINDER.  OTHERWISE PLEASE'.
            05 FILLER                       PIC X(60) VALUE
                'SEND PAYMENT AT YOUR EARLIEST CONVENIENCE.'.
            05 FILLER                       PIC X(60) VALUE
                'SECOND REMINDER - YOUR ACCOUNT IS NOW OVER 60 DAYS'.
            05 FILLER                       PIC X(60) VALUE
                'PAST DUE.  PLEASE SEND PAYMENT IN FULL, OR CALL OUR'.
            05 FILLER                       PIC X(60) VALUE
                'OFFICE TO ARRANGE PAYMENT, WITHIN 10 DAYS OF THE DATE'.
            05 FILLER                       PIC X(60) VALUE
                'OF THIS LETTER.'.
            05 FILLER                       PIC X(60) VALUE
                'FINAL NOTICE - YOUR ACCOUNT IS NOW OVER 90 DAYS PAST'.
            05 FILLER                       PIC X(60) VALUE
                'DUE AND HAS BEEN PLACED ON CREDIT HOLD.  UNLESS'.
            05 FILLER                       PIC X(60) VALUE
                'PAYMENT IN FULL IS RECEIVED WITHIN 10 DAYS THE'.
            05 FILLER                       PIC X(60) VALUE
                'ACCOUNT WILL BE TURNED OVER FOR COLLECTION.'.

        01 WS-LETTER-TEXT-TABLE REDEFINES WS-LETTER-TEXT-VALUES.
            05 WS-LETTER-LEVEL-TEXT OCCURS 3 TIMES.
                10 WS-LETTER-TEXT           PIC X(60) OCCURS 4 TIMES.

        01 LTR-DATE-LINE.
            05 LTR-DATE-CC                  PIC X VALUE '1'.
            05 FILLER                       PIC X(44) VALUE SPACES.
            05 FILLER                       PIC X(5) VALUE 'DATE '.
            05 LTR-DATE                     PIC 9999/99/99.
            05 FILLER                       PIC X(40) VALUE SPACES.

        01 LTR-TEXT-LINE.
            05 LTR-TEXT-CC                  PIC X VALUE SPACE.
            05 FILLER                       PIC X(4) VALUE SPACES.
            05 LTR-TEXT                     PIC X(60).
            05 FILLER                       PIC X(35) VALUE SPACES.

        01 LTR-AMT-LINE.
            05 LTR-AMT-CC                   PIC X VALUE SPACE.
            05 FILLER                       PIC X(4) VALUE SPACES.
            05 LTR-AMT-LABEL                PIC X(30).
            05 LTR-AMT                      PIC ZZ,ZZZ,ZZ9.99-.
            05 FILLER                       PIC X(51) VALUE SPACES.

        01 LTR-PHONE.
            05 FILLER                       PIC X(8) VALUE 'ACCOUNT '.
            05 LTR-PHONE-NO                 PIC X(12).
            05 FILLER                       PIC X(40) VALUE SPACES.

        01 LTR-POSTAL.
            05 LTR-POSTAL-1                 PIC X(3).
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 LTR-POSTAL-2                 PIC X(3).
            05 FILLER                       PIC X(53) VALUE SPACES.

        01 RPT-TITLE-LINE.
            05 RPT-TITLE-CC                 PIC X VALUE '1'.
            05 FILLER                       PIC X(10) VALUE SPACES.
            05 FILLER                       PIC X(40)
                VALUE 'DUNNING AND COLLECTIONS RUN REGISTER'.
            05 FILLER                       PIC X(5) VALUE 'DATE '.
            05 RPT-TITLE-DATE                PIC 9999/99/99.
            05 FILLER                       PIC X(3) VALUE SPACES.
            05 FILLER                       PIC X(5) VALUE 'PAGE '.
            05 RPT-TITLE-PAGE                PIC ZZZ9.
            05 FILLER                       PIC X(22) VALUE SPACES.

        01 RPT-COLUMNS.
            05 RPT-COL-CC                   PIC X VALUE SPACE.
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 FILLER                       PIC X(20) VALUE 'CUSTOMER'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(14) VALUE 'PHONE'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(22) VALUE 'ACTION'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(14)
                VALUE '       OVERDUE'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(5) VALUE ' DAYS'.
            05 FILLER                       PIC X(15) VALUE SPACES.

        01 RPT-DETAIL-LINE.
            05 RPT-DET-CC                   PIC X VALUE SPACE.
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 RPT-NAME                     PIC X(20).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-PHONE                    PIC X(14).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-ACTION                   PIC X(22).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-OVERDUE                  PIC ZZ,ZZZ,ZZ9.99-.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-OLDEST                   PIC ZZZZ9.
            05 FILLER                       PIC X(15) VALUE SPACES.

        01 RPT-TOTAL-LINE.
            05 RPT-TOT-CC                   PIC X VALUE SPACE.
            05 FILLER                       PIC X(1) VALUE SPACES.
            05 RPT-TOT-LABEL                PIC X(40).
            05 RPT-TOT-COUNT                PIC ZZZZ,ZZ9.
            05 FILLER                       PIC X(50) VALUE SPACES.

        PROCEDURE DIVISION.

        000-START-LOGIC.
            OPEN INPUT CUSTFILE-IN.
            OPEN INPUT ORDFILE-IN.
            OPEN INPUT PAYFILE-IN.
            OPEN I-O COLLFILE-IO.
            OPEN OUTPUT LETTER-OUT.
            OPEN OUTPUT REGISTER-OUT.
            OPEN I-O RPTSTAT-FILE.

            ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-CURRENT-TIME FROM TIME.
            MOVE WS-CURRENT-DATE TO RPT-TITLE-DATE.
            MOVE WS-CURRENT-DATE TO LTR-DATE.

            COMPUTE WS-TODAY-INT =
                FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM).

            PERFORM 100-PRINT-HEADERS.

            PERFORM 200-READ-CUSTOMER.

            PERFORM 300-PROCESS-CUSTOMER THRU 301-CUSTOMER-DONE
                UNTIL WS-EOF.

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

        200-READ-CUSTOMER.
            READ CUSTFILE-IN NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-EOF-SW
            END-READ.

        300-PROCESS-CUSTOMER.
            ADD 1 TO WS-CUST-COUNT.

            PERFORM 400-AGE-CUSTOMER.

            MOVE CUST-KEY TO COLL-KEY.
            MOVE 'Y' TO WS-COLL-FOUND-SW.

            READ COLLFILE-IO
                KEY IS COLL-KEY
                INVALID KEY
                    MOVE 'N' TO WS-COLL-FOUND-SW
            END-READ.

      * A CUSTOMER WHO HAS NEVER BEEN OVERDUE NEEDS NO RECORD.
            IF NOT WS-COLL-FOUND
                IF WS-OVERDUE-AMT NOT > ZERO
                    PERFORM 200-READ-CUSTOMER
                    GO TO 301-CUSTOMER-DONE
                END-IF
                PERFORM 310-NEW-COLL-RECORD
            END-IF.

            MOVE CUST-NAME TO COLL-NAME.
            MOVE WS-OVERDUE-AMT TO COLL-OVERDUE-AMT.
            MOVE WS-DAYS30-AMT TO COLL-DAYS30-AMT.
            MOVE WS-DAYS60-AMT TO COLL-DAYS60-AMT.
            MOVE WS-DAYS90-AMT TO COLL-DAYS90-AMT.
            MOVE WS-OLDEST-DAYS TO COLL-OLDEST-DAYS.
            MOVE WS-CURRENT-DATE TO COLL-AGED-DATE.

            IF COLL-PROM-OPEN
                PERFORM 500-SETTLE-PROMISE THRU 509-PROMISE-DONE
            END-IF.

            PERFORM 600-SET-RANK.

            IF WS-OVERDUE-AMT > ZERO
                ADD 1 TO WS-WORK-COUNT
                PERFORM 650-CHECK-LETTER
            ELSE
                MOVE SPACE TO COLL-LETTER-LEVEL
            END-IF.

            IF WS-COLL-FOUND
                REWRITE COLL-RECORD
                    INVALID KEY
                        DISPLAY 'BOPRGDN - COLLFILE REWRITE FAILED '
                            'FOR ' COLL-KEY
                        ADD 1 TO WS-REJECT-COUNT
                        MOVE 'FAILED' TO WS-RUN-STATUS
                END-REWRITE
            ELSE
                WRITE COLL-RECORD
                    INVALID KEY
                        DISPLAY 'BOPRGDN - COLLFILE WRITE FAILED '
                            'FOR ' COLL-KEY
                        ADD 1 TO WS-REJECT-COUNT
                        MOVE 'FAILED' TO WS-RUN-STATUS
                END-WRITE
            END-IF.

            PERFORM 200-READ-CUSTOMER.

        301-CUSTOMER-DONE.
            EXIT.

        310-NEW-COLL-RECORD.
            MOVE SPACES TO COLL-RECORD.
            MOVE CUST-KEY TO COLL-KEY.
            MOVE ZERO TO COLL-RANK-AMT.
            MOVE ZERO TO COLL-PROM-AMT.

      * SAME AGING AS BOPRGRN - AN INVOICE (OR A FINANCE CHARGE)
      * STILL OWING COUNTS FROM ITS ORDER DATE; CREDIT NOTES ARE NOT
      * INVOICES AND ARE SKIPPED.  ONLY 30 DAYS AND OLDER IS
      * OVERDUE.
        400-AGE-CUSTOMER.
            MOVE ZERO TO WS-OVERDUE-AMT.
            MOVE ZERO TO WS-DAYS30-AMT.
            MOVE ZERO TO WS-DAYS60-AMT.
            MOVE ZERO TO WS-DAYS90-AMT.
            MOVE ZERO TO WS-OLDEST-DAYS.
            MOVE 'N' TO WS-ORD-EOF-SW.

            MOVE CUST-KEY TO ORDFILE-PHONE-KEY.

            START ORDFILE-IN KEY IS NOT LESS THAN ORDFILE-PHONE-KEY
                INVALID KEY
                    MOVE 'Y' TO WS-ORD-EOF-SW
            END-START.

            PERFORM 410-AGE-ORDER
                UNTIL WS-ORD-EOF.

        410-AGE-ORDER.
            READ ORDFILE-IN NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-ORD-EOF-SW
            END-READ.

            IF NOT WS-ORD-EOF
                IF ORDFILE-PHONE-KEY NOT = CUST-KEY
                    MOVE 'Y' TO WS-ORD-EOF-SW
                ELSE
                    IF NOT ORDFILE-IS-CREDIT
                        PERFORM 420-AGE-INVOICE
                    END-IF
                END-IF
            END-IF.

        420-AGE-INVOICE.
            COMPUTE WS-OWING-AMT = ORDFILE-ORDER-TOTAL
                + ORDFILE-GST-AMT + ORDFILE-PST-AMT
                - ORDFILE-PAID-AMT.

            IF WS-OWING-AMT > ZERO
                AND ORDFILE-ORDER-DATE IS NUMERIC
                MOVE ORDFILE-ORDER-DATE TO WS-ORDER-DATE-NUM
                COMPUTE WS-ORDER-INT =
                    FUNCTION INTEGER-OF-DATE(WS-ORDER-DATE-NUM)
                COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-ORDER-INT

                IF WS-AGE-DAYS IS NOT LESS THAN WS-FIRST-DAYS
                    ADD WS-OWING-AMT TO WS-OVERDUE-AMT
                    IF WS-AGE-DAYS > WS-OLDEST-DAYS
                        MOVE WS-AGE-DAYS TO WS-OLDEST-DAYS
                    END-IF
                    EVALUATE TRUE
                        WHEN WS-AGE-DAYS < WS-SECOND-DAYS
                            ADD WS-OWING-AMT TO WS-DAYS30-AMT
                        WHEN WS-AGE-DAYS < WS-FINAL-DAYS
                            ADD WS-OWING-AMT TO WS-DAYS60-AMT
                        WHEN OTHER
                            ADD WS-OWING-AMT TO WS-DAYS90-AMT
                    END-EVALUATE
                END-IF
            END-IF.

      * AN OPEN PROMISE IS SETTLED ONCE ITS DATE HAS PASSED - OR AT
      * ONCE IF THE OVERDUE MONEY HAS ALREADY ALL COME IN.
        500-SETTLE-PROMISE.
            IF WS-OVERDUE-AMT NOT > ZERO
                SET COLL-PROM-KEPT TO TRUE
                ADD 1 TO WS-KEPT-COUNT
                MOVE 'PROMISE KEPT' TO RPT-ACTION
                PERFORM 700-PRINT-ACTION
                GO TO 509-PROMISE-DONE
            END-IF.

            IF COLL-PROM-DATE IS NOT LESS THAN WS-CURRENT-DATE
                GO TO 509-PROMISE-DONE
            END-IF.

            MOVE ZERO TO WS-PROM-PAID.
            MOVE 'N' TO WS-ORD-EOF-SW.

            MOVE CUST-KEY TO ORDFILE-PHONE-KEY.

            START ORDFILE-IN KEY IS NOT LESS THAN ORDFILE-PHONE-KEY
                INVALID KEY
                    MOVE 'Y' TO WS-ORD-EOF-SW
            END-START.

            PERFORM 510-PROMISE-ORDER
                UNTIL WS-ORD-EOF.

            IF WS-PROM-PAID IS NOT LESS THAN COLL-PROM-AMT
                SET COLL-PROM-KEPT TO TRUE
                ADD 1 TO WS-KEPT-COUNT
                MOVE 'PROMISE KEPT' TO RPT-ACTION
            ELSE
                SET COLL-PROM-BROKEN TO TRUE
                ADD 1 TO WS-BROKEN-COUNT
                MOVE 'PROMISE BROKEN' TO RPT-ACTION
            END-IF.

            PERFORM 700-PRINT-ACTION.

        509-PROMISE-DONE.
            EXIT.

      * EVERY INVOICE COUNTS HERE, PAID OFF OR NOT - THE PROMISED
      * MONEY MAY WELL HAVE CLEARED ONE.
        510-PROMISE-ORDER.
            READ ORDFILE-IN NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-ORD-EOF-SW
            END-READ.

            IF NOT WS-ORD-EOF
                IF ORDFILE-PHONE-KEY NOT = CUST-KEY
                    MOVE 'Y' TO WS-ORD-EOF-SW
                ELSE
                    IF NOT ORDFILE-IS-CREDIT
                        PERFORM 520-PROMISE-PAYMENTS
                    END-IF
                END-IF
            END-IF.

        520-PROMISE-PAYMENTS.
            MOVE 'N' TO WS-PAY-EOF-SW.
            MOVE ORDFILE-INVOICE-NO TO PAYFILE-INVOICE-NO.
            MOVE ZERO TO PAYFILE-SEQ.

            START PAYFILE-IN KEY IS NOT LESS THAN PAYFILE-KEY
                INVALID KEY
                    MOVE 'Y' TO WS-PAY-EOF-SW
            END-START.

            PERFORM 530-PROMISE-PAYMENT
                UNTIL WS-PAY-EOF.

        530-PROMISE-PAYMENT.
            READ PAYFILE-IN NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-PAY-EOF-SW
            END-READ.

            IF NOT WS-PAY-EOF
                IF PAYFILE-INVOICE-NO NOT = ORDFILE-INVOICE-NO
                    MOVE 'Y' TO WS-PAY-EOF-SW
                ELSE
                    IF PAYFILE-DATE IS NOT LESS THAN COLL-PROM-MADE
                        AND PAYFILE-DATE IS NOT GREATER THAN
                            COLL-PROM-DATE
                        AND NOT PAYFILE-BY-CREDIT
                        ADD PAYFILE-AMOUNT TO WS-PROM-PAID
                    END-IF
                END-IF
            END-IF.

      * COLLRANK ORDER - BROKEN PROMISES, THEN THE REST OF THE
      * OVERDUE, THEN PROMISES STILL TO COME DUE, THEN THE CLEAR.
      * THE AMOUNT IS INVERTED SO THE BIGGEST SORTS FIRST.
        600-SET-RANK.
            IF WS-OVERDUE-AMT NOT > ZERO
                SET COLL-RANK-CLEAR TO TRUE
            ELSE
                IF COLL-PROM-BROKEN
                    SET COLL-RANK-BROKEN TO TRUE
                ELSE
                    IF COLL-PROM-OPEN
                        SET COLL-RANK-PROMISED TO TRUE
                    ELSE
                        SET COLL-RANK-OVERDUE TO TRUE
                    END-IF
                END-IF
            END-IF.

            COMPUTE COLL-RANK-AMT = 9999999.99 - WS-OVERDUE-AMT.

      * THE LETTER THE ACCOUNT HAS AGED INTO GOES ONLY IF IT IS A
      * HIGHER LEVEL THAN THE LAST ONE SENT.  A LEVEL OF SPACE (OR
      * LOW-VALUES ON AN OLD RECORD) SORTS BELOW '1'.
        650-CHECK-LETTER.
            EVALUATE TRUE
                WHEN WS-OLDEST-DAYS IS NOT LESS THAN WS-FINAL-DAYS
                    MOVE '3' TO WS-LETTER-DUE
                WHEN WS-OLDEST-DAYS IS NOT LESS THAN WS-SECOND-DAYS
                    MOVE '2' TO WS-LETTER-DUE
                WHEN OTHER
                    MOVE '1' TO WS-LETTER-DUE
            END-EVALUATE.

            IF WS-LETTER-DUE > COLL-LETTER-LEVEL
                AND NOT COLL-PROM-OPEN
                PERFORM 660-PRINT-LETTER
                MOVE WS-LETTER-DUE TO COLL-LETTER-LEVEL
                MOVE WS-CURRENT-DATE TO COLL-LETTER-DATE
                ADD 1 TO WS-LETTER-COUNT
                EVALUATE WS-LETTER-DUE
                    WHEN '1'
                        ADD 1 TO WS-FIRST-COUNT
                        MOVE 'FIRST REMINDER SENT' TO RPT-ACTION
                    WHEN '2'
                        ADD 1 TO WS-SECOND-COUNT
                        MOVE 'SECOND REMINDER SENT' TO RPT-ACTION
                    WHEN OTHER
                        ADD 1 TO WS-FINAL-COUNT
                        MOVE 'FINAL NOTICE SENT' TO RPT-ACTION
                END-EVALUATE
                PERFORM 700-PRINT-ACTION
            END-IF.

      * ONE PAGE A LETTER, ADDRESSED OFF CUSTFILE.
        660-PRINT-LETTER.
            MOVE LTR-DATE-LINE TO LTR-LINE.
            WRITE LTR-LINE.

            MOVE SPACES TO LTR-LINE.
            WRITE LTR-LINE.

            MOVE CUST-NAME TO LTR-TEXT.
            PERFORM 670-WRITE-TEXT.
            MOVE CUST-ADDR-LINE1 TO LTR-TEXT.
            PERFORM 670-WRITE-TEXT.
            MOVE CUST-ADDR-LINE2 TO LTR-TEXT.
            PERFORM 670-WRITE-TEXT.
            MOVE CUST-ADDR-LINE3 TO LTR-TEXT.
            PERFORM 670-WRITE-TEXT.
            MOVE CUST-POSTAL-1 TO LTR-POSTAL-1.
            MOVE CUST-POSTAL-2 TO LTR-POSTAL-2.
            MOVE LTR-POSTAL TO LTR-TEXT.
            PERFORM 670-WRITE-TEXT.

            MOVE SPACES TO LTR-LINE.
            WRITE LTR-LINE.

            MOVE SPACES TO LTR-PHONE-NO.
            STRING CUST-AREA-CODE DELIMITED BY SIZE
                '-' DELIMITED BY SIZE
                CUST-EXCHANGE DELIMITED BY SIZE
                '-' DELIMITED BY SIZE
                CUST-PHONE-NUM DELIMITED BY SIZE
                INTO LTR-PHONE-NO
            END-STRING.
            MOVE LTR-PHONE TO LTR-TEXT.
            PERFORM 670-WRITE-TEXT.

            MOVE SPACES TO LTR-LINE.
            WRITE LTR-LINE.

            EVALUATE WS-LETTER-DUE
                WHEN '1'
                    MOVE 1 TO WS-LEVEL-SUB
                WHEN '2'
                    MOVE 2 TO WS-LEVEL-SUB
                WHEN OTHER
                    MOVE 3 TO WS-LEVEL-SUB
            END-EVALUATE.

            PERFORM 680-WRITE-BODY
                VARYING WS-TEXT-SUB FROM 1 BY 1
                UNTIL WS-TEXT-SUB > 4.

            MOVE SPACES TO LTR-LINE.
            WRITE LTR-LINE.

            MOVE 'AMOUNT NOW PAST DUE' TO LTR-AMT-LABEL.
            MOVE WS-OVERDUE-AMT TO LTR-AMT.
            MOVE LTR-AMT-LINE TO LTR-LINE.
            WRITE LTR-LINE.

            MOVE '  30 TO 59 DAYS' TO LTR-AMT-LABEL.
            MOVE WS-DAYS30-AMT TO LTR-AMT.
            MOVE LTR-AMT-LINE TO LTR-LINE.
            WRITE LTR-LINE.

            MOVE '  60 TO 89 DAYS' TO LTR-AMT-LABEL.
            MOVE WS-DAYS60-AMT TO LTR-AMT.
            MOVE LTR-AMT-LINE TO LTR-LINE.
            WRITE LTR-LINE.

            MOVE '  90 DAYS AND OVER' TO LTR-AMT-LABEL.
            MOVE WS-DAYS90-AMT TO LTR-AMT.
            MOVE LTR-AMT-LINE TO LTR-LINE.
            WRITE LTR-LINE.

            MOVE SPACES TO LTR-LINE.
            WRITE LTR-LINE.

            MOVE 'ACCOUNTS RECEIVABLE' TO LTR-TEXT.
            PERFORM 670-WRITE-TEXT.

        670-WRITE-TEXT.
            MOVE LTR-TEXT-LINE TO LTR-LINE.
            WRITE LTR-LINE.

        680-WRITE-BODY.
            MOVE WS-LETTER-TEXT(WS-LEVEL-SUB, WS-TEXT-SUB)
                TO LTR-TEXT.
            PERFORM 670-WRITE-TEXT.

        700-PRINT-ACTION.
            IF WS-LINE-COUNT >= WS-MAX-LINES
                PERFORM 100-PRINT-HEADERS
            END-IF.

            ADD 1 TO WS-LINE-COUNT.

            MOVE CUST-NAME TO RPT-NAME.
            MOVE SPACES TO RPT-PHONE.
            STRING CUST-AREA-CODE DELIMITED BY SIZE
                '-' DELIMITED BY SIZE
                CUST-EXCHANGE DELIMITED BY SIZE
                '-' DELIMITED BY SIZE
                CUST-PHONE-NUM DELIMITED BY SIZE
                INTO RPT-PHONE
            END-STRING.
            MOVE WS-OVERDUE-AMT TO RPT-OVERDUE.
            MOVE WS-OLDEST-DAYS TO RPT-OLDEST.

            MOVE RPT-DETAIL-LINE TO RPT-LINE.
            WRITE RPT-LINE.

        800-ENDFILE.
            MOVE 'CUSTOMERS READ' TO RPT-TOT-LABEL.
            MOVE WS-CUST-COUNT TO RPT-TOT-COUNT.
            PERFORM 810-WRITE-TOTAL.

            MOVE 'ACCOUNTS OVERDUE 30 DAYS OR MORE' TO RPT-TOT-LABEL.
            MOVE WS-WORK-COUNT TO RPT-TOT-COUNT.
            PERFORM 810-WRITE-TOTAL.

            MOVE 'FIRST REMINDERS SENT' TO RPT-TOT-LABEL.
            MOVE WS-FIRST-COUNT TO RPT-TOT-COUNT.
            PERFORM 810-WRITE-TOTAL.

            MOVE 'SECOND REMINDERS SENT' TO RPT-TOT-LABEL.
            MOVE WS-SECOND-COUNT TO RPT-TOT-COUNT.
            PERFORM 810-WRITE-TOTAL.

            MOVE 'FINAL NOTICES SENT' TO RPT-TOT-LABEL.
            MOVE WS-FINAL-COUNT TO RPT-TOT-COUNT.
            PERFORM 810-WRITE-TOTAL.

            MOVE 'PROMISES KEPT' TO RPT-TOT-LABEL.
            MOVE WS-KEPT-COUNT TO RPT-TOT-COUNT.
            PERFORM 810-WRITE-TOTAL.

            MOVE 'PROMISES BROKEN' TO RPT-TOT-LABEL.
            MOVE WS-BROKEN-COUNT TO RPT-TOT-COUNT.
            PERFORM 810-WRITE-TOTAL.

            PERFORM 820-WRITE-RUN-STATUS.

            CLOSE CUSTFILE-IN.
            CLOSE ORDFILE-IN.
            CLOSE PAYFILE-IN.
            CLOSE COLLFILE-IO.
            CLOSE LETTER-OUT.
            CLOSE REGISTER-OUT.
            CLOSE RPTSTAT-FILE.

        810-WRITE-TOTAL.
            MOVE RPT-TOTAL-LINE TO RPT-LINE.
            WRITE RPT-LINE.

      * DROP THE RUN RESULT ON THE RPTSTAT STATUS FILE SO THE
      * BOPRGO REPORTS MENU CAN SHOW STAFF WHETHER THE LAST RUN
      * ACTUALLY FINISHED BEFORE THEY SUBMIT IT AGAIN.
        820-WRITE-RUN-STATUS.
            MOVE 'BOPRGDN' TO RPTSTAT-JOB.
            MOVE WS-CURRENT-DATE TO RPTSTAT-DATE.
            MOVE WS-CURR-HHMMSS TO RPTSTAT-TIME.
            MOVE WS-CUST-COUNT TO RPTSTAT-RECORDS.
            MOVE WS-LETTER-COUNT TO RPTSTAT-GOOD.
            MOVE WS-REJECT-COUNT TO RPTSTAT-REJECTS.
            MOVE WS-RUN-STATUS TO RPTSTAT-STATUS.

            WRITE RPTSTAT-RECORD
                INVALID KEY
                    REWRITE RPTSTAT-RECORD
                        INVALID KEY
                            DISPLAY 'BOPRGDN - RPTSTAT WRITE FAILED'
                    END-REWRITE
            END-WRITE.

        999-EXIT.
            STOP RUN.
