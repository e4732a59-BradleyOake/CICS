        IDENTIFICATION DIVISION.
        PROGRAM-ID.  BOPRGCI.
        AUTHOR. OAKE.

      * CUSTOMER ACCOUNT INQUIRY - THE WHOLE RELATIONSHIP ON ONE
      * SCREEN FOR THE PHONES.  KEY A PHONE NUMBER AND PRESS ENTER.
      * THE TOP HALF SHOWS WHAT THE CUSTOMER OWES SPLIT INTO THE
      * SAME CURRENT / 30 / 60 / 90-PLUS BUCKETS THE BOPRGRN AGING
      * REPORT USES, THE CREDIT LIMIT AND THE ROOM LEFT UNDER IT
      * (THE SAME ARITHMETIC ORDER ENTRY APPLIES), THE HOLD AND PST
      * EXEMPT FLAGS, THE ON-ACCOUNT BALANCE AND THE LAST PAYMENT
      * TAKEN - OFF PAYFILE FOR ANY OF THEIR INVOICES OR A DEPOSIT
      * OFF ONACCT, WHICHEVER IS LATER.  THE LINE AREA LISTS EVERY
      * INVOICE NOT YET BILLED OR STILL CARRYING A BALANCE WITH ITS
      * STATUS, THEN THE OPEN BACKORDERS AGAINST THOSE INVOICES,
      * THEN THE CUSTOMER'S UNEXPIRED QUOTES.  KEY A LINE NUMBER
      * IN XFER AND PRESS PF5 TO SEE THAT INVOICE ON BOPRGI.
      * NOTHING HERE IS EVER UPDATED.  INVOICES ARCHIVED TO ORDHIST
      * HAVE BEEN PAID OFF AND DO NOT APPEAR.  QUOTFILE CARRIES NO
      * PHONE PATH, SO THE QUOTES COME FROM A PASS OF THE WHOLE
      * FILE - THE BOPRGQR RUN KEEPS IT PURGED SMALL.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. RS-6000.
        OBJECT-COMPUTER. RS-6000.

        DATA DIVISION.
        WORKING-STORAGE SECTION.

        COPY 'BOMAPO'.
        COPY 'DFHBMSCA'.
        COPY 'CUSTFILE-LAYOUT'.
        COPY 'ORDFILE-LAYOUT'.
        COPY 'PAYFILE-LAYOUT'.
        COPY 'ONACCT-LAYOUT'.
        COPY 'BAKORD-LAYOUT'.
        COPY 'QUOTFILE-LAYOUT'.
        COPY 'AUDITLOG-LAYOUT'.

        01 WS-TRANSFER-FIELD    PIC X(3).
        01 WS-TRANSFER-LENGTH   PIC S9(4) COMP VALUE 3.
        01 WS-AUDIT-ABSTIME     PIC S9(15) COMP-3.

        01 WS-INV-TRANSFER      PIC X(7).
        01 WS-INV-TRANSFER-LENGTH PIC S9(4) COMP VALUE 7.

      * WHAT IS ON THE SCREEN - THE CUSTOMER AND THE DOCUMENT
      * BEHIND EACH LISTED LINE - RIDES IN THE COMMAREA SO PF5
      * KNOWS WHICH INVOICE A LINE NUMBER MEANS.
        01 WS-CI-SAVE.
            05 WS-CI-SW             PIC X(3) VALUE 'CIQ'.
            05 WS-CI-KEY            PIC X(10).
            05 WS-CI-LINES.
                10 WS-CI-LINE OCCURS 12 TIMES.
                    15 WS-CI-LINE-TYPE  PIC X(3).
                    15 WS-CI-LINE-DOC   PIC X(7).
        01 WS-CI-SAVE-LENGTH    PIC S9(4) COMP VALUE 133.

        01 WS-ABSTIME           PIC S9(15) COMP-3.
        01 WS-TODAY-DATE        PIC X(8).
        01 WS-DATE-NUM          PIC 9(8).
        01 WS-TODAY-INT         PIC S9(9) COMP.
        01 WS-DOC-INT           PIC S9(9) COMP.
        01 WS-AGE-DAYS          PIC S9(9) COMP.
        01 WS-EXPIRY-DATE       PIC X(8).

        01 WS-PHONE-BROWSE-KEY  PIC X(10).

        01 WS-OWING-AMT         PIC S9(9)V99 COMP-3.
        01 WS-DOC-AMT           PIC S9(9)V99 COMP-3.
        01 WS-AGE-CURRENT       PIC S9(9)V99 COMP-3.
        01 WS-AGE-DAYS30        PIC S9(9)V99 COMP-3.
        01 WS-AGE-DAYS60        PIC S9(9)V99 COMP-3.
        01 WS-AGE-DAYS90        PIC S9(9)V99 COMP-3.
        01 WS-OPEN-BAL          PIC S9(9)V99 COMP-3.
        01 WS-ROOM-AMT          PIC S9(9)V99 COMP-3.
        01 WS-LAST-PAY-AMT      PIC S9(9)V99 COMP-3.
        01 WS-LAST-PAY-DATE     PIC X(8).

        01 WS-AMT-DISPLAY       PIC ZZZZZZZ9.99-.
        01 WS-LIMIT-DISPLAY     PIC ZZZZZZ9.99.

      * THE CUSTOMER'S INVOICES OFF THE ORDPHON PASS, KEPT FOR THE
      * PAYFILE AND BAKORD LOOKUPS THAT FOLLOW IT.  A HUNDRED
      * INVOICES ON ORDFILE AT ONCE IS WELL PAST ANY REAL ACCOUNT;
      * THE AGING ABOVE STILL COVERS EVERY ONE OF THEM.
        01 WS-INV-TABLE.
            05 WS-INV-ENTRY OCCURS 100 TIMES.
                10 WS-INV-NO            PIC X(7).
                10 WS-INV-REC-TYPE      PIC X(1).
                10 WS-INV-PART          PIC X(4) OCCURS 10 TIMES.
        01 WS-INV-COUNT         PIC 9(3) COMP VALUE ZERO.
        01 WS-INV-MAX           PIC 9(3) COMP VALUE 100.
        01 WS-INV-SUB           PIC 9(3) COMP.
        01 WS-PART-SUB          PIC 99 COMP.
        01 WS-PRIOR-SUB         PIC 99 COMP.

        01 WS-REPEAT-SW         PIC X VALUE 'N'.
            88 WS-PART-REPEATED         VALUE 'Y'.

        01 WS-LINE-NO           PIC 99 VALUE ZERO.
        01 WS-ITEM-COUNT        PIC 9(3) VALUE ZERO.
        01 WS-ORDER-COUNT       PIC 9(3) VALUE ZERO.
        01 WS-BO-COUNT          PIC 9(3) VALUE ZERO.
        01 WS-QUOTE-COUNT       PIC 9(3) VALUE ZERO.
        01 WS-COUNT-ED          PIC ZZ9.
        01 WS-ORDER-COUNT-ED    PIC ZZ9.
        01 WS-BO-COUNT-ED       PIC ZZ9.
        01 WS-QUOTE-COUNT-ED    PIC ZZ9.

        01 WS-SEL-ONE           PIC 9.
        01 WS-SEL-NO            PIC 99.

        01 WS-LIST-LINE.
            05 WL-LINE              PIC Z9.
            05 FILLER               PIC X(1) VALUE SPACE.
            05 WL-TYPE              PIC X(3).
            05 FILLER               PIC X(1) VALUE SPACE.
            05 WL-DOC               PIC X(7).
            05 FILLER               PIC X(1) VALUE SPACE.
            05 WL-DATE              PIC X(8).
            05 FILLER               PIC X(1) VALUE SPACE.
            05 WL-STATUS            PIC X(11).
            05 FILLER               PIC X(1) VALUE SPACE.
            05 WL-AMT               PIC ZZZZZZ9.99-.
            05 WL-AMT-X REDEFINES WL-AMT
                                    PIC X(11).
            05 FILLER               PIC X(1) VALUE SPACE.
            05 WL-DETAIL            PIC X(22).

        01 WS-BO-DETAIL.
            05 FILLER               PIC X(4) VALUE 'QTY '.
            05 WS-BO-QTY            PIC ZZZ9.
            05 FILLER               PIC X(5) VALUE ' LOC '.
            05 WS-BO-LOC            PIC X(2).
            05 FILLER               PIC X(7) VALUE SPACES.


        01 WS-SIGNON-NAME.
            05 WS-SIGNON-TERMID     PIC X(4).
            05 WS-SIGNON-QID        PIC X(4) VALUE 'SGNQ'.

        01 WS-SIGNON-RECORD.
            05 WS-OPER-ID           PIC X(4).
            05 WS-OPER-AUTH         PIC X(1).
            05 WS-OPER-LOC          PIC X(2).
        01 WS-SIGNON-LENGTH     PIC S9(4) COMP VALUE 7.

        LINKAGE SECTION.
            01 DFHCOMMAREA.
                05 LK-CI-SAVE     PIC X(133).

        PROCEDURE DIVISION.

        000-START-LOGIC.

            EXEC CICS HANDLE AID
                PF4 (999-EXIT)
                PF5 (700-SHOW-INVOICE)
            END-EXEC.

            EXEC CICS HANDLE CONDITION
                MAPFAIL(100-FIRST-TIME)
                NOTFND(400-CUST-NOT-FOUND)
            END-EXEC.

            PERFORM 050-LOG-AUDIT THRU 051-AUDIT-LOGGED.

            IF EIBCALEN = 3
                GO TO 100-FIRST-TIME
            END-IF.

      * THE SAVE AREA HAS TO BE BACK BEFORE THE RECEIVE - A PF5
      * DISPATCHES STRAIGHT OFF IT.
            IF EIBCALEN = 133
                MOVE LK-CI-SAVE TO WS-CI-SAVE
            END-IF.

            EXEC CICS
                RECEIVE MAP('MAPO') MAPSET('BOMAPO')
            END-EXEC.

            GO TO 300-DISPLAY-ACCOUNT.

      * THE SIGNED-ON OPERATOR LIVES IN THE PER-TERMINAL SIGN-ON
      * QUEUE BOPRGS WRITES.  AN EMPTY QUEUE LEAVES THE OPERATOR
      * FIELDS SPACES - NOBODY IS SIGNED ON AT THIS TERMINAL.
        040-GET-OPERATOR.
            MOVE EIBTRMID TO WS-SIGNON-TERMID.
            MOVE SPACES TO WS-SIGNON-RECORD.
            MOVE 7 TO WS-SIGNON-LENGTH.

            EXEC CICS HANDLE CONDITION
                QIDERR(041-NO-OPERATOR)
            END-EXEC.

            EXEC CICS READQ TS QUEUE(WS-SIGNON-NAME)
                INTO(WS-SIGNON-RECORD)
                LENGTH(WS-SIGNON-LENGTH)
                ITEM(1)
            END-EXEC.

        041-NO-OPERATOR.
            EXIT.


        050-LOG-AUDIT.
            MOVE EIBTRMID TO AUDITLOG-TERM.
            MOVE EIBTRNID TO AUDITLOG-TRANS.

            PERFORM 040-GET-OPERATOR THRU 041-NO-OPERATOR.
            MOVE WS-OPER-ID TO AUDITLOG-OPER.

            EXEC CICS ASSIGN ABSTIME(WS-AUDIT-ABSTIME) END-EXEC.

            EXEC CICS FORMATTIME ABSTIME(WS-AUDIT-ABSTIME)
                YYYYMMDD(AUDITLOG-DATE)
                TIME(AUDITLOG-TIME)
                DATESEP(0)
                TIMESEP(0)
            END-EXEC.

            EXEC CICS HANDLE CONDITION
                DUPKEY(051-AUDIT-LOGGED)
                DUPREC(051-AUDIT-LOGGED)
            END-EXEC.

            EXEC CICS WRITE FILE('AUDITLOG')
                FROM(AUDITLOG-RECORD)
                RIDFLD(AUDITLOG-KEY)
                LENGTH(AUDITLOG-LENGTH)
            END-EXEC.

        051-AUDIT-LOGGED.
            EXIT.

        100-FIRST-TIME.
            MOVE LOW-VALUES TO MAPOO.
            MOVE SPACES TO WS-CI-KEY.
            MOVE SPACES TO WS-CI-LINES.

            EXEC CICS
                SEND MAP('MAPO') MAPSET('BOMAPO') ERASE
            END-EXEC.

            EXEC CICS RETURN TRANSID('BO25')
                COMMAREA(WS-CI-SAVE)
                LENGTH(WS-CI-SAVE-LENGTH)
            END-EXEC.

        200-EDIT-PHONE-KEY.
            IF ARCODEL IS NOT EQUAL TO 3
                OR EXCHNOL IS NOT EQUAL TO 3
                OR PHONNUML IS NOT EQUAL TO 4
                MOVE LOW-VALUES TO MAPOO
                MOVE 'KEY A COMPLETE PHONE NUMBER' TO MSGO
                MOVE -1 TO ARCODEL
                MOVE DFHUNIMD TO ARCODEA

                GO TO 910-SEND-MAP-ERR
            END-IF.

            IF ARCODEI IS NOT NUMERIC
                OR EXCHNOI IS NOT NUMERIC
                OR PHONNUMI IS NOT NUMERIC
                MOVE LOW-VALUES TO MAPOO
                MOVE 'PHONE NUMBER MUST BE NUMERIC' TO MSGO
                MOVE -1 TO ARCODEL
                MOVE DFHUNIMD TO ARCODEA

                GO TO 910-SEND-MAP-ERR
            END-IF.

        300-DISPLAY-ACCOUNT.
            PERFORM 200-EDIT-PHONE-KEY.

            MOVE ARCODEI TO CUST-AREA-CODE.
            MOVE EXCHNOI TO CUST-EXCHANGE.
            MOVE PHONNUMI TO CUST-PHONE-NUM.

            EXEC CICS READ FILE('CUSTFILE')
                INTO(CUST-RECORD)
                RIDFLD(CUST-KEY)
                LENGTH(CUST-LENGTH)
            END-EXEC.

            MOVE LOW-VALUES TO MAPOO.
            MOVE CUST-KEY TO WS-CI-KEY.
            MOVE SPACES TO WS-CI-LINES.

            EXEC CICS ASSIGN ABSTIME(WS-ABSTIME) END-EXEC.
            EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-TODAY-DATE)
                DATESEP(0)
            END-EXEC.

            MOVE WS-TODAY-DATE TO WS-DATE-NUM.
            COMPUTE WS-TODAY-INT =
                FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).

            MOVE ZERO TO WS-AGE-CURRENT.
            MOVE ZERO TO WS-AGE-DAYS30.
            MOVE ZERO TO WS-AGE-DAYS60.
            MOVE ZERO TO WS-AGE-DAYS90.
            MOVE ZERO TO WS-OPEN-BAL.
            MOVE ZERO TO WS-LAST-PAY-AMT.
            MOVE SPACES TO WS-LAST-PAY-DATE.
            MOVE ZERO TO WS-INV-COUNT.
            MOVE ZERO TO WS-LINE-NO.
            MOVE ZERO TO WS-ITEM-COUNT.
            MOVE ZERO TO WS-ORDER-COUNT.
            MOVE ZERO TO WS-BO-COUNT.
            MOVE ZERO TO WS-QUOTE-COUNT.

            PERFORM 310-LOAD-ORDERS THRU 319-ORDERS-LOADED.

            PERFORM 340-BACKORDERS-FOR-INVOICE
                VARYING WS-INV-SUB FROM 1 BY 1
                UNTIL WS-INV-SUB > WS-INV-COUNT.

            PERFORM 350-PAYMENTS-FOR-INVOICE THRU 354-PAYMENTS-DONE
                VARYING WS-INV-SUB FROM 1 BY 1
                UNTIL WS-INV-SUB > WS-INV-COUNT.

            PERFORM 360-LAST-DEPOSIT THRU 364-DEPOSITS-DONE.

            PERFORM 370-SCAN-QUOTES THRU 374-QUOTES-DONE.

            PERFORM 390-FILL-ACCOUNT.

            EXEC CICS
                SEND MAP('MAPO') MAPSET('BOMAPO') ERASE CURSOR
            END-EXEC.

            EXEC CICS RETURN TRANSID('BO25')
                COMMAREA(WS-CI-SAVE)
                LENGTH(WS-CI-SAVE-LENGTH)
            END-EXEC.

      * EVERY INVOICE ON THE ORDPHON PATH FOR THE PHONE KEY.  THE
      * BALANCE IS AGED EXACTLY AS BOPRGRN AGES IT - A CREDIT NOTE
      * COUNTS AGAINST WHAT IS OWED AND A HELD CREDIT HAS NOT
      * POSTED, SO IT NEITHER OWES NOR PAYS (IT IS STILL LISTED).
        310-LOAD-ORDERS.
            MOVE CUST-KEY TO WS-PHONE-BROWSE-KEY.
            MOVE LOW-VALUES TO ORDFILE-PHONE-KEY.

      * ORDPHON IS A NON-UNIQUE PATH - EVERY READ BUT A CUSTOMER'S
      * LAST INVOICE RAISES DUPKEY, AND THE RECORD IS GOOD.
            EXEC CICS IGNORE CONDITION DUPKEY END-EXEC.

            EXEC CICS HANDLE CONDITION
                NOTFND(319-ORDERS-LOADED)
                ENDFILE(315-ORDERS-ENDBR)
            END-EXEC.

            EXEC CICS STARTBR FILE('ORDPHON')
                RIDFLD(WS-PHONE-BROWSE-KEY)
            END-EXEC.

        311-NEXT-ORDER.
            EXEC CICS READNEXT FILE('ORDPHON')
                INTO(ORDFILE-RECORD)
                LENGTH(ORDFILE-LENGTH)
                RIDFLD(WS-PHONE-BROWSE-KEY)
            END-EXEC.

            IF ORDFILE-PHONE-KEY IS NOT EQUAL TO CUST-KEY
                GO TO 315-ORDERS-ENDBR
            END-IF.

            COMPUTE WS-DOC-AMT = ORDFILE-ORDER-TOTAL
                + ORDFILE-GST-AMT + ORDFILE-PST-AMT.
            COMPUTE WS-OWING-AMT = WS-DOC-AMT - ORDFILE-PAID-AMT.

            IF ORDFILE-IS-CREDIT
                COMPUTE WS-OWING-AMT = ZERO - WS-OWING-AMT
            END-IF.

            IF ORDFILE-IS-CREDIT AND ORDFILE-ST-HELD
                CONTINUE
            ELSE
                IF WS-OWING-AMT NOT = ZERO
                    PERFORM 320-AGE-INVOICE
                END-IF
            END-IF.

            IF NOT ORDFILE-ST-BILLED
                OR WS-OWING-AMT NOT = ZERO
                ADD 1 TO WS-ORDER-COUNT
                PERFORM 330-LIST-ORDER
            END-IF.

            IF WS-INV-COUNT < WS-INV-MAX
                ADD 1 TO WS-INV-COUNT
                MOVE ORDFILE-INVOICE-NO TO WS-INV-NO(WS-INV-COUNT)
                MOVE ORDFILE-REC-TYPE
                    TO WS-INV-REC-TYPE(WS-INV-COUNT)
                MOVE ORDFILE-P1A TO WS-INV-PART(WS-INV-COUNT 1)
                MOVE ORDFILE-P2A TO WS-INV-PART(WS-INV-COUNT 2)
                MOVE ORDFILE-P3A TO WS-INV-PART(WS-INV-COUNT 3)
                MOVE ORDFILE-P4A TO WS-INV-PART(WS-INV-COUNT 4)
                MOVE ORDFILE-P5A TO WS-INV-PART(WS-INV-COUNT 5)
                MOVE ORDFILE-P6A TO WS-INV-PART(WS-INV-COUNT 6)
                MOVE ORDFILE-P7A TO WS-INV-PART(WS-INV-COUNT 7)
                MOVE ORDFILE-P8A TO WS-INV-PART(WS-INV-COUNT 8)
                MOVE ORDFILE-P9A TO WS-INV-PART(WS-INV-COUNT 9)
                MOVE ORDFILE-P10A TO WS-INV-PART(WS-INV-COUNT 10)
            END-IF.

            GO TO 311-NEXT-ORDER.

        315-ORDERS-ENDBR.
            EXEC CICS ENDBR FILE('ORDPHON') END-EXEC.

        319-ORDERS-LOADED.
            EXIT.

        320-AGE-INVOICE.
            ADD WS-OWING-AMT TO WS-OPEN-BAL.

            IF ORDFILE-ORDER-DATE IS NUMERIC
                MOVE ORDFILE-ORDER-DATE TO WS-DATE-NUM
                COMPUTE WS-DOC-INT =
                    FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-DOC-INT
            ELSE
                MOVE ZERO TO WS-AGE-DAYS
            END-IF.

            EVALUATE TRUE
                WHEN WS-AGE-DAYS < 30
                    ADD WS-OWING-AMT TO WS-AGE-CURRENT
                WHEN WS-AGE-DAYS < 60
                    ADD WS-OWING-AMT TO WS-AGE-DAYS30
                WHEN WS-AGE-DAYS < 90
                    ADD WS-OWING-AMT TO WS-AGE-DAYS60
                WHEN OTHER
                    ADD WS-OWING-AMT TO WS-AGE-DAYS90
            END-EVALUATE.

        330-LIST-ORDER.
            MOVE SPACES TO WS-LIST-LINE.

            EVALUATE TRUE
                WHEN ORDFILE-IS-CREDIT
                    MOVE 'CRN' TO WL-TYPE
                WHEN ORDFILE-IS-FIN-CHARGE
                    MOVE 'FCH' TO WL-TYPE
                WHEN OTHER
                    MOVE 'INV' TO WL-TYPE
            END-EVALUATE.

            EVALUATE TRUE
                WHEN ORDFILE-ST-PICKED
                    MOVE 'PICKED' TO WL-STATUS
                WHEN ORDFILE-ST-OUT-FOR-DEL
                    MOVE 'OUT FOR DEL' TO WL-STATUS
                WHEN ORDFILE-ST-DELIVERED
                    MOVE 'DELIVERED' TO WL-STATUS
                WHEN ORDFILE-ST-BILLED
                    MOVE 'BILLED' TO WL-STATUS
                WHEN ORDFILE-ST-HELD
                    MOVE 'HELD' TO WL-STATUS
                WHEN OTHER
                    MOVE 'ENTERED' TO WL-STATUS
            END-EVALUATE.

            MOVE ORDFILE-INVOICE-NO TO WL-DOC.
            MOVE ORDFILE-ORDER-DATE TO WL-DATE.
            MOVE WS-OWING-AMT TO WL-AMT.
            MOVE WS-DOC-AMT TO WS-AMT-DISPLAY.
            STRING 'OF ' DELIMITED BY SIZE
                WS-AMT-DISPLAY DELIMITED BY SIZE
                INTO WL-DETAIL
            END-STRING.

            PERFORM 380-ADD-LINE.

      * BAKORD IS KEYED PART + DATE + TIME + INVOICE, SO EACH PART
      * ON THE INVOICE IS BROWSED IN TURN LOOKING FOR OPEN RECORDS
      * AGAINST THIS INVOICE - THE SAME WALK BOPRGL MAKES.  A PART
      * KEYED ON TWO LINES OF ONE INVOICE IS ONLY WALKED ONCE.
        340-BACKORDERS-FOR-INVOICE.
            IF WS-INV-REC-TYPE(WS-INV-SUB) EQUALS 'C'
                OR WS-INV-REC-TYPE(WS-INV-SUB) EQUALS 'F'
                CONTINUE
            ELSE
                PERFORM 341-BACKORDERS-FOR-PART THRU 345-PART-DONE
                    VARYING WS-PART-SUB FROM 1 BY 1
                    UNTIL WS-PART-SUB > 10
            END-IF.

        341-BACKORDERS-FOR-PART.
            IF WS-INV-PART(WS-INV-SUB WS-PART-SUB) EQUALS SPACES
                OR WS-INV-PART(WS-INV-SUB WS-PART-SUB)
                    EQUALS LOW-VALUES
                GO TO 345-PART-DONE
            END-IF.

            MOVE 'N' TO WS-REPEAT-SW.
            PERFORM 346-MATCH-PRIOR-PART
                VARYING WS-PRIOR-SUB FROM 1 BY 1
                UNTIL WS-PRIOR-SUB NOT < WS-PART-SUB.

            IF WS-PART-REPEATED
                GO TO 345-PART-DONE
            END-IF.

            MOVE WS-INV-PART(WS-INV-SUB WS-PART-SUB)
                TO BAKORD-PART-CODE.
            MOVE LOW-VALUES TO BAKORD-ENTRY-DATE.
            MOVE LOW-VALUES TO BAKORD-ENTRY-TIME.
            MOVE LOW-VALUES TO BAKORD-INVOICE-NO.

            EXEC CICS HANDLE CONDITION
                NOTFND(345-PART-DONE)
                ENDFILE(344-STOP-BAKORD-BROWSE)
            END-EXEC.

            EXEC CICS STARTBR FILE('BAKORD')
                RIDFLD(BAKORD-KEY)
                GTEQ
            END-EXEC.

        342-NEXT-BAKORD.
            EXEC CICS READNEXT FILE('BAKORD')
                INTO(BAKORD-RECORD)
                LENGTH(BAKORD-LENGTH)
                RIDFLD(BAKORD-KEY)
            END-EXEC.

            IF BAKORD-PART-CODE IS NOT EQUAL TO
                    WS-INV-PART(WS-INV-SUB WS-PART-SUB)
                GO TO 344-STOP-BAKORD-BROWSE
            END-IF.

            IF BAKORD-INVOICE-NO EQUALS WS-INV-NO(WS-INV-SUB)
                AND BAKORD-ST-OPEN
                ADD 1 TO WS-BO-COUNT
                MOVE SPACES TO WS-LIST-LINE
                MOVE 'B/O' TO WL-TYPE
                MOVE BAKORD-INVOICE-NO TO WL-DOC
                MOVE BAKORD-ENTRY-DATE TO WL-DATE
                STRING 'PART ' DELIMITED BY SIZE
                    BAKORD-PART-CODE DELIMITED BY SIZE
                    INTO WL-STATUS
                END-STRING
                MOVE BAKORD-QTY TO WS-BO-QTY
                IF BAKORD-LOCATION EQUALS SPACES
                    OR BAKORD-LOCATION EQUALS LOW-VALUES
                    MOVE '01' TO WS-BO-LOC
                ELSE
                    MOVE BAKORD-LOCATION TO WS-BO-LOC
                END-IF
                MOVE WS-BO-DETAIL TO WL-DETAIL
                PERFORM 380-ADD-LINE
            END-IF.

            GO TO 342-NEXT-BAKORD.

        344-STOP-BAKORD-BROWSE.
            EXEC CICS ENDBR FILE('BAKORD') END-EXEC.

        345-PART-DONE.
            EXIT.

        346-MATCH-PRIOR-PART.
            IF WS-INV-PART(WS-INV-SUB WS-PRIOR-SUB) EQUALS
                    WS-INV-PART(WS-INV-SUB WS-PART-SUB)
                MOVE 'Y' TO WS-REPEAT-SW
            END-IF.

      * THE LAST MONEY TAKEN AGAINST ANY OF THE INVOICES.  AN
      * APPLIED CREDIT NOTE OR ON-ACCOUNT BALANCE MOVED NO NEW
      * MONEY, A REFUND WENT THE OTHER WAY AND A REVERSAL CARRIES A
      * NEGATIVE AMOUNT, SO NONE OF THOSE IS A PAYMENT HERE.
        350-PAYMENTS-FOR-INVOICE.
            MOVE WS-INV-NO(WS-INV-SUB) TO PAYFILE-INVOICE-NO.
            MOVE ZERO TO PAYFILE-SEQ.

            EXEC CICS HANDLE CONDITION
                NOTFND(354-PAYMENTS-DONE)
                ENDFILE(353-PAYMENTS-ENDBR)
            END-EXEC.

            EXEC CICS STARTBR FILE('PAYFILE')
                RIDFLD(PAYFILE-KEY)
                GTEQ
            END-EXEC.

        351-NEXT-PAYMENT.
            EXEC CICS READNEXT FILE('PAYFILE')
                INTO(PAYFILE-RECORD)
                LENGTH(PAYFILE-LENGTH)
                RIDFLD(PAYFILE-KEY)
            END-EXEC.

            IF PAYFILE-INVOICE-NO IS NOT EQUAL TO
                    WS-INV-NO(WS-INV-SUB)
                GO TO 353-PAYMENTS-ENDBR
            END-IF.

            IF PAYFILE-AMOUNT > ZERO
                AND NOT PAYFILE-BY-CREDIT
                AND NOT PAYFILE-BY-ONACCT
                AND NOT PAYFILE-BY-REFUND
                AND PAYFILE-DATE NOT < WS-LAST-PAY-DATE
                MOVE PAYFILE-DATE TO WS-LAST-PAY-DATE
                MOVE PAYFILE-AMOUNT TO WS-LAST-PAY-AMT
            END-IF.

            GO TO 351-NEXT-PAYMENT.

        353-PAYMENTS-ENDBR.
            EXEC CICS ENDBR FILE('PAYFILE') END-EXEC.

        354-PAYMENTS-DONE.
            EXIT.

      * A DEPOSIT TAKEN ON ACCOUNT IS MONEY IN THE DOOR TOO.
        360-LAST-DEPOSIT.
            MOVE CUST-KEY TO ONACCT-PHONE-KEY.
            MOVE LOW-VALUES TO ONACCT-DATE.
            MOVE LOW-VALUES TO ONACCT-TIME.
            MOVE ZERO TO ONACCT-SEQ.

            EXEC CICS HANDLE CONDITION
                NOTFND(364-DEPOSITS-DONE)
                ENDFILE(363-DEPOSITS-ENDBR)
            END-EXEC.

            EXEC CICS STARTBR FILE('ONACCT')
                RIDFLD(ONACCT-KEY)
                GTEQ
            END-EXEC.

        361-NEXT-DEPOSIT.
            EXEC CICS READNEXT FILE('ONACCT')
                INTO(ONACCT-RECORD)
                LENGTH(ONACCT-LENGTH)
                RIDFLD(ONACCT-KEY)
            END-EXEC.

            IF ONACCT-PHONE-KEY IS NOT EQUAL TO CUST-KEY
                GO TO 363-DEPOSITS-ENDBR
            END-IF.

            IF ONACCT-DEPOSIT
                AND ONACCT-DATE NOT < WS-LAST-PAY-DATE
                MOVE ONACCT-DATE TO WS-LAST-PAY-DATE
                MOVE ONACCT-AMOUNT TO WS-LAST-PAY-AMT
            END-IF.

            GO TO 361-NEXT-DEPOSIT.

        363-DEPOSITS-ENDBR.
            EXEC CICS ENDBR FILE('ONACCT') END-EXEC.

        364-DEPOSITS-DONE.
            EXIT.

      * A QUOTE IS GOOD THROUGH ITS EXPIRY DATE.  ONE SAVED BEFORE
      * THE EXPIRY WAS STAMPED RUNS THIRTY DAYS FROM ITS QUOTE DATE,
      * THE SAME RULE THE BOPRGQR PURGE APPLIES.
        370-SCAN-QUOTES.
            MOVE LOW-VALUES TO QUOTFILE-KEY.

            EXEC CICS HANDLE CONDITION
                NOTFND(374-QUOTES-DONE)
                ENDFILE(373-QUOTES-ENDBR)
            END-EXEC.

            EXEC CICS STARTBR FILE('QUOTFILE')
                RIDFLD(QUOTFILE-KEY)
                GTEQ
            END-EXEC.

        371-NEXT-QUOTE.
            EXEC CICS READNEXT FILE('QUOTFILE')
                INTO(QUOTFILE-RECORD)
                LENGTH(QUOTFILE-LENGTH)
                RIDFLD(QUOTFILE-KEY)
            END-EXEC.

            IF QUOTFILE-AREA-CODE IS NOT EQUAL TO CUST-AREA-CODE
                OR QUOTFILE-EXCHANGE IS NOT EQUAL TO CUST-EXCHANGE
                OR QUOTFILE-PHONE-NUM IS NOT EQUAL TO CUST-PHONE-NUM
                GO TO 371-NEXT-QUOTE
            END-IF.

            IF QUOTFILE-EXPIRY-DATE IS NUMERIC
                MOVE QUOTFILE-EXPIRY-DATE TO WS-EXPIRY-DATE
            ELSE
                IF QUOTFILE-QUOTE-DATE IS NUMERIC
                    MOVE QUOTFILE-QUOTE-DATE TO WS-DATE-NUM
                    COMPUTE WS-DOC-INT =
                        FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) + 30
                    COMPUTE WS-DATE-NUM =
                        FUNCTION DATE-OF-INTEGER(WS-DOC-INT)
                    MOVE WS-DATE-NUM TO WS-EXPIRY-DATE
                ELSE
                    GO TO 371-NEXT-QUOTE
                END-IF
            END-IF.

            IF WS-EXPIRY-DATE < WS-TODAY-DATE
                GO TO 371-NEXT-QUOTE
            END-IF.

            ADD 1 TO WS-QUOTE-COUNT.
            MOVE SPACES TO WS-LIST-LINE.
            MOVE 'QTE' TO WL-TYPE.
            MOVE QUOTFILE-QUOTE-NO TO WL-DOC.
            MOVE QUOTFILE-QUOTE-DATE TO WL-DATE.
            MOVE 'QUOTED' TO WL-STATUS.
            COMPUTE WS-DOC-AMT = QUOTFILE-QUOTE-TOTAL
                + QUOTFILE-GST-AMT + QUOTFILE-PST-AMT.
            MOVE WS-DOC-AMT TO WL-AMT.
            STRING 'EXPIRES ' DELIMITED BY SIZE
                WS-EXPIRY-DATE DELIMITED BY SIZE
                INTO WL-DETAIL
            END-STRING.
            PERFORM 380-ADD-LINE.

            GO TO 371-NEXT-QUOTE.

        373-QUOTES-ENDBR.
            EXEC CICS ENDBR FILE('QUOTFILE') END-EXEC.

        374-QUOTES-DONE.
            EXIT.

      * THE SCREEN HOLDS TWELVE LINES.  ANYTHING PAST THAT IS
      * COUNTED BUT NOT SHOWN - THE MESSAGE LINE SAYS SO.
        380-ADD-LINE.
            ADD 1 TO WS-ITEM-COUNT.

            IF WS-LINE-NO < 12
                ADD 1 TO WS-LINE-NO
                MOVE WS-LINE-NO TO WL-LINE
                MOVE WS-LIST-LINE TO LINEO(WS-LINE-NO)
                MOVE WL-TYPE TO WS-CI-LINE-TYPE(WS-LINE-NO)
                MOVE WL-DOC TO WS-CI-LINE-DOC(WS-LINE-NO)
            END-IF.

        390-FILL-ACCOUNT.
            MOVE CUST-AREA-CODE TO ARCODEO.
            MOVE CUST-EXCHANGE TO EXCHNOO.
            MOVE CUST-PHONE-NUM TO PHONNUMO.
            MOVE CUST-NAME TO NAMEO.

            MOVE WS-AGE-CURRENT TO WS-AMT-DISPLAY.
            MOVE WS-AMT-DISPLAY TO AGECURO.
            MOVE WS-AGE-DAYS30 TO WS-AMT-DISPLAY.
            MOVE WS-AMT-DISPLAY TO AGE30O.
            MOVE WS-AGE-DAYS60 TO WS-AMT-DISPLAY.
            MOVE WS-AMT-DISPLAY TO AGE60O.
            MOVE WS-AGE-DAYS90 TO WS-AMT-DISPLAY.
            MOVE WS-AMT-DISPLAY TO AGE90O.
            MOVE WS-OPEN-BAL TO WS-AMT-DISPLAY.
            MOVE WS-AMT-DISPLAY TO BALO.

      * ZERO LIMIT MEANS ORDER ENTRY ENFORCES NO LIMIT AT ALL.
            MOVE CUST-CREDIT-LIMIT TO WS-LIMIT-DISPLAY.
            MOVE WS-LIMIT-DISPLAY TO CRLIMO.

            IF CUST-CREDIT-LIMIT > ZERO
                COMPUTE WS-ROOM-AMT =
                    CUST-CREDIT-LIMIT - WS-OPEN-BAL
                MOVE WS-ROOM-AMT TO WS-AMT-DISPLAY
                MOVE WS-AMT-DISPLAY TO ROOMO
            ELSE
                MOVE 'NO LIMIT' TO ROOMO
            END-IF.

            MOVE CUST-HOLD-FLAG TO HOLDO.
            MOVE CUST-PST-EXEMPT TO PSTEXO.

            IF CUST-ONACCT-AMT IS NUMERIC
                MOVE CUST-ONACCT-AMT TO WS-LIMIT-DISPLAY
            ELSE
                MOVE ZERO TO WS-LIMIT-DISPLAY
            END-IF.
            MOVE WS-LIMIT-DISPLAY TO ONACCTO.

            IF WS-LAST-PAY-DATE EQUALS SPACES
                MOVE 'NONE' TO LPAMTO
            ELSE
                MOVE WS-LAST-PAY-AMT TO WS-LIMIT-DISPLAY
                MOVE WS-LIMIT-DISPLAY TO LPAMTO
                MOVE WS-LAST-PAY-DATE TO LPDATEO
            END-IF.

            MOVE WS-ORDER-COUNT TO WS-ORDER-COUNT-ED.
            MOVE WS-BO-COUNT TO WS-BO-COUNT-ED.
            MOVE WS-QUOTE-COUNT TO WS-QUOTE-COUNT-ED.
            STRING 'OPEN ' DELIMITED BY SIZE
                WS-ORDER-COUNT-ED DELIMITED BY SIZE
                '  BACKORDERS ' DELIMITED BY SIZE
                WS-BO-COUNT-ED DELIMITED BY SIZE
                '  QUOTES ' DELIMITED BY SIZE
                WS-QUOTE-COUNT-ED DELIMITED BY SIZE
                INTO COUNTSO
            END-STRING.

            IF WS-ITEM-COUNT > 12
                MOVE WS-ITEM-COUNT TO WS-COUNT-ED
                STRING 'FIRST 12 OF ' DELIMITED BY SIZE
                    WS-COUNT-ED DELIMITED BY SIZE
                    ' SHOWN - LINE NO + PF5'
                        DELIMITED BY SIZE
                    INTO MSGO
                END-STRING
            ELSE
                MOVE 'KEY A LINE NO AND PF5 TO SEE THE INVOICE'
                    TO MSGO
            END-IF.

            MOVE -1 TO XFERL.

        400-CUST-NOT-FOUND.
            MOVE LOW-VALUES TO MAPOO.
            MOVE SPACES TO WS-CI-KEY.
            MOVE SPACES TO WS-CI-LINES.
            MOVE 'CUSTOMER NOT ON FILE' TO MSGO.
            MOVE -1 TO ARCODEL.

            GO TO 910-SEND-MAP-ERR.

      * PF5 - HAND THE INVOICE ON THE SELECTED LINE TO BOPRGI.  A
      * BACKORDER LINE CARRIES ITS INVOICE TOO; A QUOTE IS NOT AN
      * INVOICE YET AND IS RECALLED FROM ORDER ENTRY INSTEAD.
        700-SHOW-INVOICE.
            IF EIBCALEN IS NOT EQUAL TO 133
                OR WS-CI-KEY EQUALS SPACES
                MOVE LOW-VALUES TO MAPOO
                MOVE 'DISPLAY A CUSTOMER FIRST' TO MSGO
                MOVE -1 TO ARCODEL

                GO TO 910-SEND-MAP-ERR
            END-IF.

            MOVE ZERO TO WS-SEL-NO.

            IF XFERL EQUALS 1 AND XFERI(1:1) IS NUMERIC
                MOVE XFERI(1:1) TO WS-SEL-ONE
                MOVE WS-SEL-ONE TO WS-SEL-NO
            ELSE IF XFERL EQUALS 2 AND XFERI IS NUMERIC
                MOVE XFERI TO WS-SEL-NO
            END-IF.

            IF WS-SEL-NO < 1 OR WS-SEL-NO > 12
                MOVE LOW-VALUES TO MAPOO
                MOVE 'KEY A LINE NUMBER FROM 1 TO 12' TO MSGO
                MOVE -1 TO XFERL

                GO TO 910-SEND-MAP-ERR
            END-IF.

            IF WS-CI-LINE-DOC(WS-SEL-NO) EQUALS SPACES
                MOVE LOW-VALUES TO MAPOO
                MOVE 'NOTHING LISTED ON THAT LINE' TO MSGO
                MOVE -1 TO XFERL

                GO TO 910-SEND-MAP-ERR
            END-IF.

            IF WS-CI-LINE-TYPE(WS-SEL-NO) EQUALS 'QTE'
                MOVE LOW-VALUES TO MAPOO
                MOVE 'A QUOTE IS RECALLED ON ORDER ENTRY' TO MSGO
                MOVE -1 TO XFERL

                GO TO 910-SEND-MAP-ERR
            END-IF.

            MOVE WS-CI-LINE-DOC(WS-SEL-NO) TO WS-INV-TRANSFER.

            EXEC CICS XCTL
                PROGRAM('BOPRGI')
                COMMAREA(WS-INV-TRANSFER)
                LENGTH(WS-INV-TRANSFER-LENGTH)
            END-EXEC.

        910-SEND-MAP-ERR.
            EXEC CICS
                SEND MAP('MAPO') MAPSET('BOMAPO') CURSOR
            END-EXEC.

            EXEC CICS RETURN TRANSID('BO25')
                COMMAREA(WS-CI-SAVE)
                LENGTH(WS-CI-SAVE-LENGTH)
            END-EXEC.

        999-EXIT.
            EXEC CICS XCTL
                PROGRAM('BOPRGM')
                COMMAREA(WS-TRANSFER-FIELD)
                LENGTH(WS-TRANSFER-LENGTH)
            END-EXEC.
