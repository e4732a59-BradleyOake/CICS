        COPY 'PERCTL-LAYOUT'.
        COPY 'RPTSTAT-LAYOUT'.
        COPY 'SREPFILE-LAYOUT'.
        COPY 'SHIPFILE-LAYOUT'.
        COPY 'PAYFILE-LAYOUT'.
        COPY 'ROUTEFIL-LAYOUT'.
        COPY 'LOSTSALE-LAYOUT'.
        COPY 'OPERLOG-LAYOUT'.

        01 WS-PC-ERROR              PIC X VALUE 'N'.
        01 WS-VALID-PART-COUNT      PIC 9 VALUE 0.
                10 WS-STK-QTY           PIC 9(4).
                10 WS-STK-ONHAND        PIC S9(7) COMP-3.
                10 WS-STK-FLAG          PIC X.
            05 WS-STK-COSTS OCCURS 10 TIMES.
                10 WS-STK-COST          PIC S9(5)V99 COMP-3.
            05 WS-STK-SOURCE            PIC X(8) VALUE 'BOPRGE'.
            05 WS-STK-DOC-NO            PIC X(7) VALUE SPACES.
            05 WS-STK-OPER              PIC X(4) VALUE SPACES.
        01 WS-STOCK-EDIT-LENGTH   PIC S9(4) COMP VALUE 194.
        01 WS-STK-SUB             PIC 99 COMP.

      * LINES THE STOCK CHECK CAME BACK SHORT ON - THEY GO TO THE

        01 WS-SUPERSEDED-SW     PIC X VALUE 'N'.
        01 WS-SALES-REP         PIC X(4) VALUE SPACES.
        01 WS-SHIPTO-CODE       PIC X(4) VALUE SPACES.
        01 WS-PERIOD-CLOSED-SW  PIC X VALUE 'N'.
        01 WS-CASH-SALE-SW      PIC X VALUE 'N'.
        01 WS-PAY-METHOD        PIC X(1).
        01 WS-PAY-METHOD-DESC   PIC X(6).

        01 WS-EXPIRY-DATE-NUM   PIC 9(8).
        01 WS-EXPIRY-INT        PIC S9(9) COMP.

      * PROMISED DELIVERY DATE - AN ORDER BOOKED AT OR AFTER THE
      * CUTOFF MISSES TODAY'S LOAD, AND ONE WITH A LINE ON
      * BACKORDER IS GIVEN THE ALLOWANCE FOR THE STOCK TO COME IN
      * BEFORE THE ROUTE DAY IS LOOKED FOR.
        01 WS-PROMISE-CUTOFF    PIC X(6) VALUE '120000'.
        01 WS-PROMISE-BO-DAYS   PIC 9(3) VALUE 7.
        01 WS-PROMISE-TIME      PIC X(6).
        01 WS-PROMISE-DATE      PIC X(8).
        01 WS-PROMISE-DATE-NUM  PIC 9(8).
        01 WS-PROMISE-INT       PIC S9(9) COMP.
        01 WS-PROMISE-WEEKS     PIC S9(9) COMP.
        01 WS-PROMISE-DOW       PIC S9(4) COMP.
        01 WS-PROMISE-TRIES     PIC S9(4) COMP.
        01 WS-DAY-NAME-TABLE.
            05 FILLER               PIC X(21) VALUE
                'MONTUEWEDTHUFRISATSUN'.
        01 WS-DAY-NAMES REDEFINES WS-DAY-NAME-TABLE.
            05 WS-DAY-NAME OCCURS 7 TIMES PIC X(3).

        01 WS-SPOOL-TOKEN       PIC X(8).
        01 WS-PRINT-LINE        PIC X(64).
        01 WS-PRINT-LINE-LEN    PIC S9(4) COMP VALUE 64.
            05 WS-ADDED-TAX-AMT      PIC ZZZZ9.99.
            05 WS-ADDED-CONTRACT-FLG PIC X(4) VALUE SPACES.

        01 WS-CASH-SALE-MSG.
            05 FILLER                PIC X(12) VALUE
                'CASH SALE. $'.
            05 WS-CASH-SALE-AMT      PIC ZZZZ9.99.
            05 FILLER                PIC X(9) VALUE
                ' PAID BY '.
            05 WS-CASH-SALE-METHOD   PIC X(6).
            05 FILLER                PIC X(5) VALUE SPACES.

        01 WS-LOST-COUNT            PIC 9 VALUE 0.

        01 WS-LOST-SALE-MSG.
            05 FILLER                PIC X(21) VALUE
                'LOST SALE RECORDED - '.
            05 WS-LOST-SALE-COUNT    PIC 9.
            05 FILLER                PIC X(8) VALUE
                ' LINE(S)'.

        01 WS-QUOTE-SAVED-MSG.
            05 FILLER                PIC X(14) VALUE
                'QUOTE SAVED. $'.
        01 WS-JRNL-ACTION       PIC X.
        01 WS-JRNL-ABSTIME      PIC S9(15) COMP-3.

        01 WS-CRED-OVRD-SW      PIC X VALUE 'N'.
        01 WS-STK-OVRD-SW       PIC X VALUE 'N'.
        01 WS-OLOG-EVENT        PIC X(4).
        01 WS-OLOG-SUBJECT      PIC X(7).
        01 WS-OLOG-ABSTIME      PIC S9(15) COMP-3.

        LINKAGE SECTION.
            01 DFHCOMMAREA.
                05 LK-TRANSFER    PIC X(3).

            PERFORM 601-LOOKUP-CUSTOMER THRU 602-LOOKUP-DONE.

            PERFORM 607-LOOKUP-SHIPTO THRU 608-SHIPTO-DONE.

            IF NAMEL IS LESS THAN 4
                MOVE 'CONTACT NAME MUST BE AT LEAST 4 LONG' TO MSGO
                MOVE 919 TO WS-CURSOR-POS
                GO TO 650-SAVE-QUOTE
            END-IF.

            IF QMODEI EQUALS 'L' OR QMODEI EQUALS 'l'
                GO TO 670-RECORD-LOST-SALE
            END-IF.

            IF QMODEI EQUALS 'C' OR QMODEI EQUALS 'c'
                PERFORM 640-CHECK-CASH-SALE THRU 642-CASH-SALE-OK
            END-IF.

            PERFORM 070-CHECK-PERIOD THRU 072-PERIOD-DONE.

            IF WS-PERIOD-CLOSED-SW EQUALS 'Y'

            PERFORM 620-CHECK-STOCK THRU 622-STOCK-OK.

      * A CASH SALE IS PAID BEFORE THE CUSTOMER LEAVES THE COUNTER -
      * THERE IS NO CREDIT TO CHECK.
            IF WS-CASH-SALE-SW IS NOT EQUAL TO 'Y'
                PERFORM 630-CHECK-CREDIT THRU 632-CREDIT-OK
            END-IF.

            MOVE LOW-VALUES TO ORDFILE-RECORD.

                DATESEP(0)
            END-EXEC.

      * A CASH SALE LEAVES WITH THE CUSTOMER - IT IS BORN BILLED
      * AND FLAGGED SO DISPATCH NEVER SEES IT.
            IF WS-CASH-SALE-SW EQUALS 'Y'
                SET ORDFILE-ST-BILLED TO TRUE
                SET ORDFILE-IS-CASH-SALE TO TRUE
            ELSE
                SET ORDFILE-ST-ENTERED TO TRUE
                MOVE SPACE TO ORDFILE-CASH-SALE
            END-IF.
            SET ORDFILE-IS-ORDER TO TRUE.
            MOVE SPACES TO ORDFILE-ORIG-INVOICE.
            MOVE WS-SALES-REP TO ORDFILE-SALES-REP.
            MOVE WS-SHIPTO-CODE TO ORDFILE-SHIPTO-CODE.
            IF WS-SHIPTO-CODE NOT = SPACES
                MOVE SHIP-INSTRUCTIONS TO ORDFILE-SPECIAL-INSTRUCTIONS
            END-IF.
            MOVE WS-STK-LOC TO ORDFILE-LOCATION.
            MOVE SPACES TO ORDFILE-ROUTE.
            MOVE WS-OPER-ID TO ORDFILE-ENTRY-OPER.
                VARYING WS-COUNTER FROM 1 BY 1
                UNTIL WS-COUNTER > 5.

            MOVE ZERO TO ORDFILE-UNIT-COST(6).
            MOVE ZERO TO ORDFILE-UNIT-COST(7).
            MOVE ZERO TO ORDFILE-UNIT-COST(8).
            MOVE ZERO TO ORDFILE-UNIT-COST(9).
            MOVE ZERO TO ORDFILE-UNIT-COST(10).

            PERFORM 614-STAMP-UNIT-COST
                VARYING WS-STK-SUB FROM 1 BY 1
                UNTIL WS-STK-SUB > 5.

            MOVE WS-ORDER-TOTAL TO ORDFILE-ORDER-TOTAL.

            PERFORM 612-COMPUTE-TAX THRU 613-TAX-DONE.
            MOVE WS-GST-AMT TO ORDFILE-GST-AMT.
            MOVE WS-PST-AMT TO ORDFILE-PST-AMT.

            IF WS-CASH-SALE-SW EQUALS 'Y'
                COMPUTE ORDFILE-PAID-AMT = WS-ORDER-TOTAL
                    + WS-GST-AMT + WS-PST-AMT
            END-IF.

      * STAMP THE EXEMPTION AND CERTIFICATE ON THE ORDER SO THE
      * TAX REGISTER CAN PROVE THE EXEMPT SALE LATER.
            IF WS-CUST-FOUND-SW EQUALS 'Y'
                MOVE SPACES TO ORDFILE-PST-CERT
            END-IF.

            PERFORM 660-PROMISE-DATE THRU 669-PROMISE-DONE.
            MOVE WS-PROMISE-DATE TO ORDFILE-PROMISE-DATE.

            EXEC CICS WRITE FILE('ORDFILE')
                FROM(ORDFILE-RECORD)
                LENGTH(ORDFILE-LENGTH)
            MOVE 'W' TO WS-JRNL-ACTION.
            PERFORM 060-JOURNAL-ORDER THRU 063-JOURNAL-DONE.

      * A SUPERVISOR OVERRIDE THAT WAS ACTUALLY NEEDED GOES ON THE
      * OPERLOG ACTIVITY LOG AGAINST THE NEW INVOICE.
            MOVE ORDFILE-INVOICE-NO TO WS-OLOG-SUBJECT.

            IF WS-CRED-OVRD-SW EQUALS 'Y'
                MOVE 'CRED' TO WS-OLOG-EVENT
                PERFORM 080-LOG-EVENT THRU 083-LOG-DONE
            END-IF.

            IF WS-STK-OVRD-SW EQUALS 'Y'
                MOVE 'STCK' TO WS-OLOG-EVENT
                PERFORM 080-LOG-EVENT THRU 083-LOG-DONE
            END-IF.

            IF WS-CASH-SALE-SW EQUALS 'Y'
                PERFORM 645-POST-CASH-PAYMENT
                MOVE 'PAY' TO WS-OLOG-EVENT
                PERFORM 080-LOG-EVENT THRU 083-LOG-DONE
                PERFORM 780-PRINT-RECEIPT
            END-IF.

            PERFORM 609-SYNC-CUSTOMER THRU 610-CUST-ALREADY-ON-FILE.

            PERFORM 615-RETIRE-QUOTE THRU 616-QUOTE-RETIRED.
                MOVE SPACES TO WS-ADDED-CONTRACT-FLG
            END-IF.

            IF WS-CASH-SALE-SW EQUALS 'Y'
                MOVE WS-INV-TOTAL TO WS-CASH-SALE-AMT
                MOVE WS-PAY-METHOD-DESC TO WS-CASH-SALE-METHOD
                MOVE WS-CASH-SALE-MSG TO MSGO
            ELSE IF WS-BO-COUNT > ZERO
                MOVE WS-BO-COUNT TO WS-ADDED-BO-COUNT
                MOVE WS-ADDED-BO-MSG TO MSGO
            ELSE
            MOVE '  NEW ORDER  ' TO TITLEO.
            MOVE ORDFILE-INVOICE-NO TO INVNUMO.
            MOVE DFHBMPRF TO INVNUMA.
            MOVE ORDFILE-PROMISE-DATE TO PROMDTO.

            EXEC CICS
                SEND MAP('MAP2') MAPSET('BOMAP2') ERASE
        063-JOURNAL-DONE.
            EXIT.

      * OVERRIDES AND PAYMENTS GO ON THE OPERLOG ACTIVITY LOG WITH
      * THE SIGNED-ON OPERATOR AND BRANCH FOR THE BOPRGOA WEEKLY
      * REPORT.  THE CALLER SETS WS-OLOG-EVENT AND WS-OLOG-SUBJECT.
      * A KEY COLLISION BUMPS THE SEQUENCE AND TRIES AGAIN.
        080-LOG-EVENT.
            MOVE WS-OLOG-EVENT TO OLOG-EVENT.
            MOVE WS-OPER-ID TO OLOG-OPER.
            MOVE WS-OPER-LOC TO OLOG-LOC.
            MOVE WS-OLOG-SUBJECT TO OLOG-SUBJECT.
            MOVE EIBTRMID TO OLOG-TERM.
            MOVE 1 TO OLOG-SEQ.

            EXEC CICS ASSIGN ABSTIME(WS-OLOG-ABSTIME) END-EXEC.
            EXEC CICS FORMATTIME ABSTIME(WS-OLOG-ABSTIME)
                YYYYMMDD(OLOG-DATE)
                TIME(OLOG-TIME)
                DATESEP(0)
                TIMESEP(0)
            END-EXEC.

        081-LOG-WRITE.
            EXEC CICS HANDLE CONDITION
                DUPKEY(082-LOG-RETRY)
                DUPREC(082-LOG-RETRY)
            END-EXEC.

            EXEC CICS WRITE FILE('OPERLOG')
                FROM(OLOG-RECORD)
                RIDFLD(OLOG-KEY)
                LENGTH(OLOG-LENGTH)
            END-EXEC.

            GO TO 083-LOG-DONE.

        082-LOG-RETRY.
            ADD 1 TO OLOG-SEQ.

            IF OLOG-SEQ > 999
                GO TO 083-LOG-DONE
            END-IF.

            GO TO 081-LOG-WRITE.

        083-LOG-DONE.
            EXIT.

        601-LOOKUP-CUSTOMER.
            MOVE ARCODEI  TO CUST-AREA-CODE.
            MOVE EXCHNOI  TO CUST-EXCHANGE.
        602-LOOKUP-DONE.
            CONTINUE.

      * A SHIP-TO CODE SENDS THE ORDER TO ONE OF THE CUSTOMER'S
      * SHIPFILE SITES INSTEAD OF THE BILLING ADDRESS.  THE SITE
      * ADDRESS REPLACES WHATEVER IS IN THE ADDRESS FIELDS, SO THE
      * POSTAL EDITS, THE TAXRATE LOOKUP AND EVERYTHING DOWNSTREAM
      * THAT ROUTES BY POSTAL CODE WORK OFF THE SHIP-TO.  THE
      * CONTACT NAME STAYS AS KEYED.  ONLY A CUSTOMER ALREADY ON
      * CUSTFILE CAN HAVE SHIP-TOS.
        607-LOOKUP-SHIPTO.
            MOVE SPACES TO WS-SHIPTO-CODE.

            IF SHIPTOL EQUALS ZERO
                OR SHIPTOI EQUALS SPACES
                GO TO 608-SHIPTO-DONE
            END-IF.

            IF WS-CUST-FOUND-SW IS NOT EQUAL TO 'Y'
                MOVE 'SHIP-TO NEEDS A CUSTOMER ON FILE' TO MSGO
                MOVE -1 TO SHIPTOL
                MOVE DFHUNIMD TO SHIPTOA

                GO TO 910-SEND-MAP-ERR
            END-IF.

            MOVE CUST-KEY TO SHIP-PHONE-KEY.
            MOVE SHIPTOI TO SHIP-CODE.

            EXEC CICS HANDLE CONDITION
                NOTFND(608-SHIPTO-UNKNOWN)
            END-EXEC.

            EXEC CICS READ FILE('SHIPFILE')
                INTO(SHIP-RECORD)
                RIDFLD(SHIP-KEY)
                LENGTH(SHIP-LENGTH)
            END-EXEC.

            MOVE SHIP-CODE TO WS-SHIPTO-CODE.

            MOVE SHIP-ADDR-LINE1 TO ADDLN1I.
            MOVE 20 TO ADDLN1L.
            MOVE SHIP-ADDR-LINE2 TO ADDLN2I.
            MOVE 20 TO ADDLN2L.
            MOVE SHIP-ADDR-LINE3 TO ADDLN3I.
            MOVE 20 TO ADDLN3L.
            MOVE SHIP-POSTAL-1 TO POSTAL1I.
            MOVE SHIP-POSTAL-2 TO POSTAL2I.

            GO TO 608-SHIPTO-DONE.

        608-SHIPTO-UNKNOWN.
            MOVE 'SHIP-TO CODE NOT ON FILE FOR CUSTOMER' TO MSGO
            MOVE -1 TO SHIPTOL
            MOVE DFHUNIMD TO SHIPTOA

            GO TO 910-SEND-MAP-ERR.

        608-SHIPTO-DONE.
            EXIT.

        603-NEXT-INVOICE-NUMBER.
            EXEC CICS HANDLE CONDITION
                NOTFND(604-INVCTL-NOT-FOUND)
            MOVE SPACE TO CUST-HOLD-FLAG.
            MOVE SPACE TO CUST-PST-EXEMPT.
            MOVE SPACES TO CUST-PST-CERT.
            MOVE SPACE TO CUST-FINCHG-EXEMPT.
            MOVE SPACE TO CUST-EINV-FLAG.

            EXEC CICS HANDLE CONDITION
                DUPREC(610-CUST-ALREADY-ON-FILE)
      * NO STOCK IS TAKEN FOR IT, UNLESS A SUPERVISOR KEYS O IN
      * THE OVERRIDE FIELD TO OVERSELL THE SHELF AS BEFORE.  A
      * PART NOT ON THE INVENTORY TABLE AT ALL IS NOT TRACKED AND
      * NEVER BLOCKS.  A CASH SALE CANNOT BACKORDER - THE CUSTOMER
      * IS STANDING AT THE COUNTER - SO A SHORT LINE STOPS IT WITH
      * WHAT IS ON HAND, SHORT OF THE SAME SUPERVISOR OVERRIDE.
        620-CHECK-STOCK.
            MOVE 'C' TO WS-STK-ACTION.
            MOVE 5 TO WS-STK-COUNT.
            IF WS-STK-FLAG(WS-STK-SUB) EQUALS 'S'
                IF (OVRDI EQUALS 'O' OR OVRDI EQUALS 'o')
                    AND WS-OPER-AUTH EQUALS 'S'
                    MOVE 'Y' TO WS-STK-OVRD-SW
                ELSE IF OVRDI EQUALS 'O' OR OVRDI EQUALS 'o'
                    MOVE 'SUPERVISOR AUTHORITY NEEDED TO OVERRIDE'
                        TO MSGO
                    MOVE 439 TO WS-CURSOR-POS

                    GO TO 910-SEND-MAP-ERR
                ELSE IF WS-CASH-SALE-SW EQUALS 'Y'
                    MOVE WS-STK-ONHAND(WS-STK-SUB) TO WS-SHORT-ONHAND
                    MOVE WS-STK-PART(WS-STK-SUB) TO WS-SHORT-PART
                    MOVE WS-SHORT-STOCK-MSG TO MSGO
                    MOVE 439 TO WS-CURSOR-POS

                    GO TO 910-SEND-MAP-ERR
                ELSE
                    MOVE 'Y' TO WS-BO-FLAG(WS-STK-SUB)
                VARYING WS-STK-SUB FROM 1 BY 1
                UNTIL WS-STK-SUB > 5.

            MOVE ORDFILE-INVOICE-NO TO WS-STK-DOC-NO.
            MOVE WS-OPER-ID TO WS-STK-OPER.

            EXEC CICS LINK
                PROGRAM('BOPRGPS')
                COMMAREA(WS-STOCK-EDIT)
            IF CUST-ON-HOLD
                IF (OVRDI EQUALS 'O' OR OVRDI EQUALS 'o')
                    AND WS-OPER-AUTH EQUALS 'S'
                    MOVE 'Y' TO WS-CRED-OVRD-SW
                ELSE
                    MOVE 'CUSTOMER ON CREDIT HOLD - SEE SUPERVISOR'
                        TO MSGO
            END-IF.

            IF (OVRDI EQUALS 'O' OR OVRDI EQUALS 'o')
                AND WS-OPER-AUTH IS NOT EQUAL TO 'S'
                MOVE 'SUPERVISOR AUTHORITY NEEDED TO OVERRIDE'
                    TO MSGO
                MOVE 439 TO WS-CURSOR-POS
        635-NO-ORDERS.
            CONTINUE.

      * A SUPERVISOR'S O STILL SHIPS AN ORDER OVER THE LIMIT, BUT
      * THE LIMIT IS WORKED OUT FIRST SO AN OVERRIDE IS ONLY LOGGED
      * WHEN THE ORDER REALLY WAS OVER.
        633-CHECK-LIMIT.
            IF WS-NEW-ORDER-AMT + WS-OUTSTANDING-AMT
                    > CUST-CREDIT-LIMIT
                AND (OVRDI EQUALS 'O' OR OVRDI EQUALS 'o')
                MOVE 'Y' TO WS-CRED-OVRD-SW
                GO TO 632-CREDIT-OK
            END-IF.

            IF WS-NEW-ORDER-AMT + WS-OUTSTANDING-AMT
                    > CUST-CREDIT-LIMIT
                COMPUTE WS-OVER-LIMIT-AMT =
                ADD WS-EXT-PRICE TO WS-ORDER-TOTAL
            END-IF.

      * EACH LINE'S COST IS THE BRANCH AVERAGE COST THE 620 STOCK
      * CHECK HANDED BACK - FROZEN ON THE ORDER NEXT TO THE UNIT
      * PRICE FOR THE MARGIN REPORT.  A BLANK SLOT OR A PART NOT
      * ON THE INVENTORY TABLE COSTS ZERO.
        614-STAMP-UNIT-COST.
            IF WS-STK-PART(WS-STK-SUB) EQUALS SPACES
                OR WS-STK-FLAG(WS-STK-SUB) EQUALS 'N'
                MOVE ZERO TO ORDFILE-UNIT-COST(WS-STK-SUB)
            ELSE
                MOVE WS-STK-COST(WS-STK-SUB)
                    TO ORDFILE-UNIT-COST(WS-STK-SUB)
            END-IF.

      * CASH-SALE MODE - C IN QMODE BOOKS A WALK-IN SALE, TAKES THE
      * PAYMENT AND PRINTS THE RECEIPT IN ONE PASS.  THE ORDER GOES
      * STRAIGHT TO BILLED, SO THERE ARE NO DELIVERY STAGES TO WALK
      * IN BOPRGD.  ONLY MONEY THAT CHANGED HANDS AT THE COUNTER IS
      * TAKEN HERE - CREDIT NOTES AND ON-ACCOUNT MONEY STILL GO
      * THROUGH BOPRGA.
        640-CHECK-CASH-SALE.
            MOVE 'Y' TO WS-CASH-SALE-SW.
            MOVE PAYMTHI TO WS-PAY-METHOD.

            IF WS-PAY-METHOD EQUALS 'c'
                MOVE 'C' TO WS-PAY-METHOD
            END-IF.
            IF WS-PAY-METHOD EQUALS 'q'
                MOVE 'Q' TO WS-PAY-METHOD
            END-IF.
            IF WS-PAY-METHOD EQUALS 'd'
                MOVE 'D' TO WS-PAY-METHOD
            END-IF.

            EVALUATE WS-PAY-METHOD
                WHEN 'C'
                    MOVE 'CASH' TO WS-PAY-METHOD-DESC
                WHEN 'Q'
                    MOVE 'CHEQUE' TO WS-PAY-METHOD-DESC
                WHEN 'D'
                    MOVE 'CARD' TO WS-PAY-METHOD-DESC
                WHEN OTHER
                    MOVE 'PAY METHOD IS C CASH Q CHEQUE D CARD'
                        TO MSGO
                    MOVE -1 TO PAYMTHL
                    MOVE DFHUNIMD TO PAYMTHA

                    GO TO 910-SEND-MAP-ERR
            END-EVALUATE.

        642-CASH-SALE-OK.
            EXIT.

      * THE CASH SALE'S PAYMENT GOES ON PAYFILE THE SAME AS ONE
      * TAKEN IN BOPRGA - FIRST SEQUENCE UNDER THE NEW INVOICE, FOR
      * THE FULL AMOUNT, WITH THE METHOD AND TERMINAL - SO THE
      * BOPRGRK CASH REPORT PROVES THE DRAWER WITH IT.  PAID-AMT ON
      * THE ORDER WAS SET BEFORE THE WRITE.
        645-POST-CASH-PAYMENT.
            MOVE ORDFILE-INVOICE-NO TO PAYFILE-INVOICE-NO.
            MOVE 1 TO PAYFILE-SEQ.
            MOVE ORDFILE-PAID-AMT TO PAYFILE-AMOUNT.

            IF PAYREFL EQUALS ZERO
                MOVE SPACES TO PAYFILE-REFERENCE
            ELSE
                MOVE PAYREFI TO PAYFILE-REFERENCE
            END-IF.

            MOVE EIBTRMID TO PAYFILE-TERM.
            MOVE WS-PAY-METHOD TO PAYFILE-METHOD.
            MOVE ZERO TO PAYFILE-REV-OF-SEQ.
            MOVE SPACES TO PAYFILE-REV-REASON.
            MOVE ORDFILE-ORDER-DATE TO PAYFILE-DATE.

            EXEC CICS WRITE FILE('PAYFILE')
                FROM(PAYFILE-RECORD)
                RIDFLD(PAYFILE-KEY)
                LENGTH(PAYFILE-LENGTH)
            END-EXEC.

      * THE DELIVERY DATE PROMISED TO THE CUSTOMER.  THE ORDER'S
      * POSTAL PREFIX (THE SHIP-TO'S WHEN THERE IS ONE) FINDS ITS
      * ROUTE DAY ON ROUTEFIL.  START FROM TODAY, OR TOMORROW ONCE
      * THE CUTOFF HAS PASSED, ADD THE BACKORDER ALLOWANCE WHEN A
      * LINE WENT SHORT, THEN WALK FORWARD TO THE FIRST DAY THE
      * ROUTE RUNS.  A CASH SALE IS NOT DELIVERED AND AN UNROUTED
      * PREFIX HAS NO DAY TO PROMISE, SO BOTH ARE LEFT BLANK.
        660-PROMISE-DATE.
            MOVE SPACES TO WS-PROMISE-DATE.

            IF WS-CASH-SALE-SW EQUALS 'Y'
                GO TO 669-PROMISE-DONE
            END-IF.

            MOVE ORDFILE-POSTAL-1 TO ROUTE-PREFIX.

            EXEC CICS HANDLE CONDITION
                NOTFND(669-PROMISE-DONE)
            END-EXEC.

            EXEC CICS READ FILE('ROUTEFIL')
                INTO(ROUTE-RECORD)
                RIDFLD(ROUTE-KEY)
                LENGTH(ROUTE-LENGTH)
            END-EXEC.

            EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                TIME(WS-PROMISE-TIME)
                TIMESEP(0)
            END-EXEC.

            MOVE ORDFILE-ORDER-DATE TO WS-PROMISE-DATE-NUM.
            COMPUTE WS-PROMISE-INT =
                FUNCTION INTEGER-OF-DATE(WS-PROMISE-DATE-NUM).

            IF WS-PROMISE-TIME NOT LESS THAN WS-PROMISE-CUTOFF
                ADD 1 TO WS-PROMISE-INT
            END-IF.

            IF WS-BO-COUNT > ZERO
                ADD WS-PROMISE-BO-DAYS TO WS-PROMISE-INT
            END-IF.

            MOVE ZERO TO WS-PROMISE-TRIES.
            PERFORM 661-DAY-OF-WEEK.
            PERFORM 662-NEXT-DAY
                UNTIL WS-DAY-NAME(WS-PROMISE-DOW) EQUALS ROUTE-DAY
                    OR WS-PROMISE-TRIES > 6.

      * A ROUTE DAY THAT IS NOT MON-SUN NEVER MATCHES - NO PROMISE.
            IF WS-DAY-NAME(WS-PROMISE-DOW) NOT EQUAL ROUTE-DAY
                GO TO 669-PROMISE-DONE
            END-IF.

            COMPUTE WS-PROMISE-DATE-NUM =
                FUNCTION DATE-OF-INTEGER(WS-PROMISE-INT).
            MOVE WS-PROMISE-DATE-NUM TO WS-PROMISE-DATE.

            GO TO 669-PROMISE-DONE.

      * DAY 1 OF THE INTEGER CALENDAR, 1601-01-01, WAS A MONDAY, SO
      * THE REMAINDER OVER 7 GIVES 1=MON THROUGH 7=SUN.
        661-DAY-OF-WEEK.
            COMPUTE WS-PROMISE-WEEKS = (WS-PROMISE-INT - 1) / 7.
            COMPUTE WS-PROMISE-DOW =
                WS-PROMISE-INT - (WS-PROMISE-WEEKS * 7).

        662-NEXT-DAY.
            ADD 1 TO WS-PROMISE-INT.
            ADD 1 TO WS-PROMISE-TRIES.
            PERFORM 661-DAY-OF-WEEK.

        669-PROMISE-DONE.
            EXIT.

      * LOST SALE - L IN QMODE WHEN THE CUSTOMER WON'T WAIT FOR A
      * BACKORDER (OR BALKS AT THE PRICE OR THE DELIVERY DATE) AND
      * THE ORDER IS DROPPED.  NOTHING IS BOOKED; THE SAME STOCK
      * CHECK AS THE ADD PATH RUNS SO THE LINES THAT WERE SHORT
      * ARE KNOWN, AND EACH LOST LINE GOES TO LOSTSALE FOR THE
      * BOPRGLS REPORT AND THE BOPRGPO BUY.  A NO-STOCK LOSS ONLY
      * COUNTS THE SHORT LINES - THE REST COULD HAVE BEEN SOLD.
        670-RECORD-LOST-SALE.
            EVALUATE LSTRSNI
                WHEN 'S'
                WHEN 's'
                    SET LOST-RSN-STOCK TO TRUE
                WHEN 'P'
                WHEN 'p'
                    SET LOST-RSN-PRICE TO TRUE
                WHEN 'D'
                WHEN 'd'
                    SET LOST-RSN-DELIVERY TO TRUE
                WHEN OTHER
                    MOVE 'REASON IS S STOCK P PRICE D DELIVERY'
                        TO MSGO
                    MOVE -1 TO LSTRSNL
                    MOVE DFHUNIMD TO LSTRSNA

                    GO TO 910-SEND-MAP-ERR
            END-EVALUATE.

            PERFORM 620-CHECK-STOCK THRU 622-STOCK-OK.

            EXEC CICS ASSIGN ABSTIME(WS-ABSTIME) END-EXEC.
            EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                YYYYMMDD(LOST-DATE)
                TIME(LOST-TIME)
                DATESEP(0)
                TIMESEP(0)
            END-EXEC.

            MOVE EIBTRMID TO LOST-TERM.
            MOVE WS-STK-LOC TO LOST-LOCATION.
            MOVE LK-CUST-KEY TO LOST-CUST-KEY.
            MOVE NAMEI TO LOST-CUST-NAME.
            MOVE WS-OPER-ID TO LOST-OPER.
            MOVE ZERO TO WS-LOST-COUNT.

            PERFORM 671-WRITE-LOST-LINE THRU 673-LOST-LINE-DONE
                VARYING WS-STK-SUB FROM 1 BY 1
                UNTIL WS-STK-SUB > 5.

            IF WS-LOST-COUNT EQUALS ZERO
                MOVE 'NO LINE IS SHORT - REASON MUST BE P OR D'
                    TO MSGO
                MOVE -1 TO LSTRSNL
                MOVE DFHUNIMD TO LSTRSNA

                GO TO 910-SEND-MAP-ERR
            END-IF.

            MOVE WS-LOST-COUNT TO WS-LOST-SALE-COUNT.

            MOVE LOW-VALUES TO MAP2O.
            MOVE WS-LOST-SALE-MSG TO MSGO.
            MOVE '  NEW ORDER  ' TO TITLEO.
            MOVE DFHBMPRF TO INVNUMA.

            EXEC CICS
                SEND MAP('MAP2') MAPSET('BOMAP2') ERASE
            END-EXEC.

            EXEC CICS RETURN TRANSID('BO03') END-EXEC.

        671-WRITE-LOST-LINE.
            IF WS-STK-PART(WS-STK-SUB) EQUALS SPACES
                GO TO 673-LOST-LINE-DONE
            END-IF.

            IF LOST-RSN-STOCK
                AND WS-STK-FLAG(WS-STK-SUB) IS NOT EQUAL TO 'S'
                GO TO 673-LOST-LINE-DONE
            END-IF.

            MOVE WS-STK-PART(WS-STK-SUB) TO LOST-PART-CODE.
            MOVE WS-STK-SUB TO LOST-LINE.
            MOVE WS-STK-QTY(WS-STK-SUB) TO LOST-QTY.
            MOVE WS-STK-ONHAND(WS-STK-SUB) TO LOST-ONHAND.

            EXEC CICS HANDLE CONDITION
                DUPKEY(673-LOST-LINE-DONE)
                DUPREC(673-LOST-LINE-DONE)
            END-EXEC.

            EXEC CICS WRITE FILE('LOSTSALE')
                FROM(LOST-RECORD)
                RIDFLD(LOST-KEY)
                LENGTH(LOST-LENGTH)
            END-EXEC.

            ADD 1 TO WS-LOST-COUNT.

        673-LOST-LINE-DONE.
            EXIT.

      * QUOTE MODE - PRICE THE ORDER EXACTLY AS THE ADD PATH WOULD
      * (SAME PART LOOKUP, EXTENDED PRICES AND TAX) BUT WRITE IT TO
      * QUOTFILE UNDER THE NEXT QUOCTL NUMBER.  ORDFILE, INVCTL AND
                PERFORM 760-SPOOL-LINE
            END-IF.

      * CASH-SALE RECEIPT - SPOOLED THE SAME WAY AS THE PRINTED
      * QUOTE, OFF THE ORDER JUST WRITTEN (STILL IN ORDFILE-RECORD),
      * WITH HOW THE CUSTOMER PAID UNDER THE TOTAL.
        780-PRINT-RECEIPT.
            EXEC CICS SPOOLOPEN OUTPUT
                NODE(' ')
                CLASS('A')
                TOKEN(WS-SPOOL-TOKEN)
            END-EXEC.

            MOVE SPACES TO WS-PRINT-LINE.
            STRING 'RECEIPT  INVOICE ' DELIMITED BY SIZE
                ORDFILE-INVOICE-NO DELIMITED BY SIZE
                '  ' DELIMITED BY SIZE
                ORDFILE-ORDER-DATE DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            END-STRING.
            PERFORM 760-SPOOL-LINE.

            MOVE ORDFILE-NAME TO WS-PRINT-LINE.
            PERFORM 760-SPOOL-LINE.

            PERFORM 790-PRINT-RECEIPT-LINE
                VARYING WS-PRINT-SLOT FROM 1 BY 1
                UNTIL WS-PRINT-SLOT > 5.

            MOVE SPACES TO WS-PRINT-LINE.
            MOVE ORDFILE-ORDER-TOTAL TO WS-PRINT-AMT.
            STRING 'SUBTOTAL  $' DELIMITED BY SIZE
                WS-PRINT-AMT DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            END-STRING.
            PERFORM 760-SPOOL-LINE.

            MOVE SPACES TO WS-PRINT-LINE.
            MOVE ORDFILE-GST-AMT TO WS-PRINT-AMT.
            STRING 'GST       $' DELIMITED BY SIZE
                WS-PRINT-AMT DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            END-STRING.
            PERFORM 760-SPOOL-LINE.

            MOVE SPACES TO WS-PRINT-LINE.
            MOVE ORDFILE-PST-AMT TO WS-PRINT-AMT.
            STRING 'PST       $' DELIMITED BY SIZE
                WS-PRINT-AMT DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            END-STRING.
            PERFORM 760-SPOOL-LINE.

            MOVE SPACES TO WS-PRINT-LINE.
            MOVE ORDFILE-PAID-AMT TO WS-PRINT-AMT.
            STRING 'TOTAL     $' DELIMITED BY SIZE
                WS-PRINT-AMT DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            END-STRING.
            PERFORM 760-SPOOL-LINE.

            MOVE SPACES TO WS-PRINT-LINE.
            STRING 'PAID BY ' DELIMITED BY SIZE
                WS-PAY-METHOD-DESC DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                PAYFILE-REFERENCE DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            END-STRING.
            PERFORM 760-SPOOL-LINE.

            EXEC CICS SPOOLCLOSE TOKEN(WS-SPOOL-TOKEN) END-EXEC.

        790-PRINT-RECEIPT-LINE.
            MOVE SPACES TO WS-PRINT-LINE.

            EVALUATE WS-PRINT-SLOT
                WHEN 1
                    MOVE ORDFILE-P1A TO WS-PRINT-LINE(1:4)
                    MOVE ORDFILE-P1B TO WS-PRINT-LINE(10:4)
                WHEN 2
                    MOVE ORDFILE-P2A TO WS-PRINT-LINE(1:4)
                    MOVE ORDFILE-P2B TO WS-PRINT-LINE(10:4)
                WHEN 3
                    MOVE ORDFILE-P3A TO WS-PRINT-LINE(1:4)
                    MOVE ORDFILE-P3B TO WS-PRINT-LINE(10:4)
                WHEN 4
                    MOVE ORDFILE-P4A TO WS-PRINT-LINE(1:4)
                    MOVE ORDFILE-P4B TO WS-PRINT-LINE(10:4)
                WHEN 5
                    MOVE ORDFILE-P5A TO WS-PRINT-LINE(1:4)
                    MOVE ORDFILE-P5B TO WS-PRINT-LINE(10:4)
            END-EVALUATE.

            IF WS-PRINT-LINE(1:4) EQUALS SPACES
                OR WS-PRINT-LINE(1:4) EQUALS LOW-VALUES
                CONTINUE
            ELSE
                MOVE ORDFILE-EXT-AMT(WS-PRINT-SLOT)
                    TO WS-PRINT-AMT
                MOVE ' QTY' TO WS-PRINT-LINE(5:4)
                MOVE ' = $' TO WS-PRINT-LINE(15:4)
                MOVE WS-PRINT-AMT TO WS-PRINT-LINE(20:10)
                PERFORM 760-SPOOL-LINE
            END-IF.

        920-DUPLICATE-INVOICE.
            MOVE 'AN ORDER ALREADY EXISTS FOR THAT INVOICE'
                TO MSGO.
