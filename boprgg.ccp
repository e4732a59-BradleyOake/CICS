        IDENTIFICATION DIVISION.
        PROGRAM-ID.  BOPRGG.
        AUTHOR. OAKE.

      * SUPPLIER INVOICE MATCHING - THE SUPPLIER'S BILL IS CHECKED
      * HERE AGAINST THE PURCHASE ORDER AND WHAT BOPRGV SAYS
      * ACTUALLY ARRIVED, INSTEAD OF BY HAND AGAINST THE PO
      * PRINTOUT.  KEY THE SUPPLIER, THEIR INVOICE NUMBER AND THE
      * PO IT BILLS, THEN ONE ROW PER INVOICE LINE: THE PO LINE,
      * THE QUANTITY BILLED AND THE UNIT COST BILLED.  EVERY ROW
      * IS EDITED AND MATCHED BEFORE ANYTHING IS WRITTEN:
      *   Q - BILLED FOR MORE THAN WAS RECEIVED AND NOT ALREADY
      *       BILLED ON AN EARLIER INVOICE (SHORT SHIPMENT)
      *   P - BILLED UNIT COST IS NOT THE COST KEYED AT RECEIPT
      *       (PRICE CREEP)
      * THEN EVERY LINE IS WRITTEN TO SINVFILE AND ITS QUANTITY
      * ADDED TO POFILE-QTY-BILLED.  AN INVOICE WITH NO FLAGS IS
      * MATCHED ('M') AND GOES ON THE NEXT BOPRGAP PAYABLES
      * REGISTER; ONE WITH ANY FLAG IS HELD ('H') AND IS NOT PAID
      * UNTIL A SUPERVISOR LOOKS IT UP HERE AND KEYS ACTION A TO
      * APPROVE IT.  KEY JUST THE SUPPLIER AND INVOICE NUMBER TO
      * LOOK AN INVOICE UP.  BOPRGAU LISTS HELD INVOICES AND
      * RECEIPTS NOT YET BILLED.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. RS-6000.
        OBJECT-COMPUTER. RS-6000.

        DATA DIVISION.
        WORKING-STORAGE SECTION.

        COPY 'BOMAPL'.
        COPY 'DFHBMSCA'.
        COPY 'SINVFILE-LAYOUT'.
        COPY 'POFILE-LAYOUT'.
        COPY 'SUPPFILE-LAYOUT'.
        COPY 'AUDITLOG-LAYOUT'.

        01 WS-TRANSFER-FIELD    PIC X(3).
        01 WS-TRANSFER-LENGTH   PIC S9(4) COMP VALUE 3.
        01 WS-AUDIT-ABSTIME     PIC S9(15) COMP-3.
        01 WS-INV-ABSTIME       PIC S9(15) COMP-3.
        01 WS-INV-DATE          PIC X(8).

        01 WS-INV-SUPP          PIC X(4).
        01 WS-INV-NO            PIC X(10).
        01 WS-INV-PO-NO         PIC X(7).
        01 WS-INV-ACTION        PIC X(1).

        01 WS-ROW-SUB           PIC 99 COMP.
        01 WS-LINE-SUB          PIC 99 COMP.
        01 WS-DUP-SUB           PIC 99 COMP.
        01 WS-SHOWN-COUNT       PIC 99 COMP VALUE ZERO.
        01 WS-KEYED-COUNT       PIC 99 COMP VALUE ZERO.
        01 WS-FLAG-COUNT        PIC 99 COMP VALUE ZERO.
        01 WS-LINE-COUNT        PIC 99 COMP VALUE ZERO.
        01 WS-COUNT-DISPLAY     PIC Z9.
        01 WS-POSTED-MSG        PIC X(40) VALUE SPACES.

        01 WS-PO-LINE           PIC 9(3).
        01 WS-BILL-QTY          PIC 9(5).
        01 WS-BILLED-SO-FAR     PIC 9(5).
        01 WS-UNBILLED          PIC S9(5) COMP-3.
        01 WS-COST-DOLLARS      PIC 9(5).
        01 WS-COST-CENTS        PIC 9(2).
        01 WS-BILL-COST         PIC S9(5)V99 COMP-3.
        01 WS-COST-DISPLAY      PIC ZZ,ZZ9.99.
        01 WS-QTY-DISPLAY       PIC ZZZZ9.
        01 WS-COST-SPLIT        PIC 9(5)V99.
        01 WS-COST-PARTS REDEFINES WS-COST-SPLIT.
            05 WS-SPLIT-DOLLARS     PIC 9(5).
            05 WS-SPLIT-CENTS       PIC 9(2).

        01 WS-HEAD-STATUS       PIC X(1).
        01 WS-HEAD-RELEASE-DATE PIC X(8).
        01 WS-HEAD-APPROVE-OPER PIC X(4).
        01 WS-HEAD-LINE-COUNT   PIC 9(2).

        01 WS-BROWSE-KEY.
            05 WS-BROWSE-SUPP       PIC X(4).
            05 WS-BROWSE-INV-NO     PIC X(10).
            05 WS-BROWSE-LINE       PIC 9(2).

      * ONE ENTRY PER KEYED ROW, MATCHED AGAINST ITS PO LINE IN
      * THE EDIT PASS AND WRITTEN OUT IN THE POSTING PASS.  THE
      * SCREEN ROW IS KEPT SO AN ERROR PUTS THE CURSOR BACK ON IT.
        01 WS-MATCH-TABLE.
            05 WS-MATCH-ENTRY OCCURS 10 TIMES.
                10 WS-MT-ROW            PIC 99 COMP.
                10 WS-MT-PO-LINE        PIC 9(3).
                10 WS-MT-PART           PIC X(4).
                10 WS-MT-QTY            PIC 9(5).
                10 WS-MT-COST           PIC S9(5)V99 COMP-3.
                10 WS-MT-UNBILLED       PIC 9(5).
                10 WS-MT-PO-COST        PIC S9(5)V99 COMP-3.
                10 WS-MT-QTY-FLAG       PIC X(1).
                10 WS-MT-PRICE-FLAG     PIC X(1).

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
                05 LK-TRANSFER    PIC X(3).

        PROCEDURE DIVISION.

        000-START-LOGIC.

            EXEC CICS HANDLE AID
                PF4 (999-EXIT)
            END-EXEC.

            EXEC CICS HANDLE CONDITION
                MAPFAIL(100-FIRST-TIME)
            END-EXEC.

            PERFORM 050-LOG-AUDIT THRU 051-AUDIT-LOGGED.

            IF EIBCALEN = 3
                GO TO 100-FIRST-TIME
            END-IF.

            EXEC CICS
                RECEIVE MAP('MAPL') MAPSET('BOMAPL')
            END-EXEC.

            GO TO 200-MAIN-LOGIC.

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
            MOVE LOW-VALUES TO MAPLO.
            MOVE 'KEY SUPPLIER, INVOICE NO, PO AND LINES' TO MSGO.

            EXEC CICS
                SEND MAP('MAPL') MAPSET('BOMAPL') ERASE
            END-EXEC.

            EXEC CICS RETURN TRANSID('BO22') END-EXEC.

        200-MAIN-LOGIC.

            IF BSUPPL EQUALS ZERO
                OR BSUPPI EQUALS SPACES
                MOVE 'KEY THE SUPPLIER CODE' TO MSGO
                MOVE -1 TO BSUPPL
                MOVE DFHUNIMD TO BSUPPA

                GO TO 910-SEND-MAP-ERR
            END-IF.

            IF BINVNOL EQUALS ZERO
                OR BINVNOI EQUALS SPACES
                MOVE 'KEY THE SUPPLIER INVOICE NUMBER' TO MSGO
                MOVE -1 TO BINVNOL
                MOVE DFHUNIMD TO BINVNOA

                GO TO 910-SEND-MAP-ERR
            END-IF.

            MOVE BSUPPI TO WS-INV-SUPP.
            MOVE BINVNOI TO WS-INV-NO.

            MOVE SPACES TO WS-INV-ACTION.
            IF BACTL > ZERO
                MOVE BACTI TO WS-INV-ACTION
            END-IF.
            IF WS-INV-ACTION EQUALS 'a'
                MOVE 'A' TO WS-INV-ACTION
            END-IF.

      * AN INVOICE ALREADY KEYED IS ONLY EVER LOOKED AT OR
      * APPROVED - THE SAME BILL CANNOT BE KEYED TWICE.
            EXEC CICS HANDLE CONDITION
                NOTFND(500-NEW-INVOICE)
            END-EXEC.

            MOVE WS-INV-SUPP TO SINV-SUPP-CODE.
            MOVE WS-INV-NO TO SINV-INV-NO.
            MOVE 1 TO SINV-LINE.

            EXEC CICS READ FILE('SINVFILE')
                INTO(SINV-RECORD)
                RIDFLD(SINV-KEY)
                LENGTH(SINV-LENGTH)
            END-EXEC.

            IF WS-INV-ACTION EQUALS 'A'
                GO TO 600-APPROVE-INVOICE
            END-IF.

            GO TO 300-DISPLAY-INVOICE.

      * THE WHOLE INVOICE BACK ON THE SCREEN, LINE BY LINE AS IT
      * WAS MATCHED WHEN IT WAS KEYED.
        300-DISPLAY-INVOICE.
            MOVE ZERO TO WS-SHOWN-COUNT.
            MOVE WS-INV-SUPP TO WS-BROWSE-SUPP.
            MOVE WS-INV-NO TO WS-BROWSE-INV-NO.
            MOVE ZERO TO WS-BROWSE-LINE.

            MOVE LOW-VALUES TO MAPLO.

            EXEC CICS HANDLE CONDITION
                NOTFND(320-BROWSE-DONE)
                ENDFILE(320-BROWSE-DONE)
            END-EXEC.

            EXEC CICS STARTBR FILE('SINVFILE')
                RIDFLD(WS-BROWSE-KEY)
            END-EXEC.

            PERFORM 310-SHOW-INV-LINE
                UNTIL WS-BROWSE-SUPP IS NOT EQUAL TO WS-INV-SUPP
                    OR WS-BROWSE-INV-NO IS NOT EQUAL TO WS-INV-NO
                    OR WS-SHOWN-COUNT > 9.

            EXEC CICS ENDBR FILE('SINVFILE') END-EXEC.

            GO TO 330-SHOW-DONE.

      * THE LINES ARE WRITTEN AND APPROVED TOGETHER, SO THE FIRST
      * ONE SPEAKS FOR THE WHOLE INVOICE.
        310-SHOW-INV-LINE.
            EXEC CICS READNEXT FILE('SINVFILE')
                INTO(SINV-RECORD)
                LENGTH(SINV-LENGTH)
                RIDFLD(WS-BROWSE-KEY)
            END-EXEC.

            IF WS-BROWSE-SUPP EQUALS WS-INV-SUPP
                AND WS-BROWSE-INV-NO EQUALS WS-INV-NO
                ADD 1 TO WS-SHOWN-COUNT

                IF WS-SHOWN-COUNT EQUALS 1
                    MOVE SINV-PO-NO TO BPONOO
                    MOVE SINV-STATUS TO WS-HEAD-STATUS
                    MOVE SINV-RELEASE-DATE TO WS-HEAD-RELEASE-DATE
                    MOVE SINV-APPROVE-OPER TO WS-HEAD-APPROVE-OPER
                END-IF

                MOVE SINV-PO-LINE TO LPOLNO(WS-SHOWN-COUNT)
                MOVE SINV-QTY-BILLED TO WS-QTY-DISPLAY
                MOVE WS-QTY-DISPLAY TO LQBILO(WS-SHOWN-COUNT)
                MOVE SINV-UNIT-COST TO WS-COST-SPLIT
                MOVE WS-SPLIT-DOLLARS TO LCDOLO(WS-SHOWN-COUNT)
                MOVE WS-SPLIT-CENTS TO LCCNTO(WS-SHOWN-COUNT)
                MOVE SINV-QTY-UNBILLED TO WS-QTY-DISPLAY
                MOVE WS-QTY-DISPLAY TO LQUNBO(WS-SHOWN-COUNT)
                MOVE SINV-PO-COST TO WS-COST-DISPLAY
                MOVE WS-COST-DISPLAY TO LPOCSTO(WS-SHOWN-COUNT)
                STRING SINV-QTY-VAR-SW SINV-PRICE-VAR-SW
                    DELIMITED BY SIZE INTO LFLAGO(WS-SHOWN-COUNT)
            END-IF.

        320-BROWSE-DONE.
            EXEC CICS ENDBR FILE('SINVFILE') END-EXEC.

        330-SHOW-DONE.
            MOVE WS-INV-SUPP TO BSUPPO.
            MOVE DFHBMFSE TO BSUPPA.
            MOVE WS-INV-NO TO BINVNOO.
            MOVE DFHBMFSE TO BINVNOA.

            IF WS-HEAD-STATUS EQUALS 'R'
                STRING 'RELEASED TO PAYABLES '
                       WS-HEAD-RELEASE-DATE
                    DELIMITED BY SIZE INTO BSTATO
            ELSE IF WS-HEAD-STATUS EQUALS 'H'
                MOVE 'HELD - SUPERVISOR TO APPROVE' TO BSTATO
            ELSE IF WS-HEAD-APPROVE-OPER > SPACES
                STRING 'MATCHED - APPROVED BY '
                       WS-HEAD-APPROVE-OPER
                    DELIMITED BY SIZE INTO BSTATO
            ELSE
                MOVE 'MATCHED - AWAITING REGISTER' TO BSTATO
            END-IF.

            IF WS-POSTED-MSG > SPACES
                MOVE WS-POSTED-MSG TO MSGO
            ELSE IF WS-HEAD-STATUS EQUALS 'H'
                MOVE 'HELD - A SUPERVISOR KEYS A TO APPROVE'
                    TO MSGO
                MOVE -1 TO BACTL
            ELSE
                MOVE 'INVOICE ALREADY KEYED AND MATCHED' TO MSGO
            END-IF.

            GO TO 900-SEND-MAP.

      * A NEW INVOICE.  EVERY ROW IS EDITED AND MATCHED FIRST,
      * THEN EVERY LINE IS POSTED.
        500-NEW-INVOICE.
            EXEC CICS HANDLE CONDITION
                NOTFND(450-PO-LINE-NOT-FOUND)
            END-EXEC.

            IF WS-INV-ACTION EQUALS 'A'
                MOVE 'INVOICE NOT ON FILE - NOTHING TO APPROVE'
                    TO MSGO
                MOVE -1 TO BINVNOL

                GO TO 910-SEND-MAP-ERR
            END-IF.

            IF BPONOL IS NOT EQUAL TO 7
                OR BPONOI IS NOT NUMERIC
                MOVE 'KEY THE 7 DIGIT PO NUMBER IT BILLS' TO MSGO
                MOVE -1 TO BPONOL
                MOVE DFHUNIMD TO BPONOA

                GO TO 910-SEND-MAP-ERR
            END-IF.

            MOVE BPONOI TO WS-INV-PO-NO.

            PERFORM 505-CHECK-SUPPLIER THRU 507-SUPPLIER-CHECKED.

            MOVE ZERO TO WS-KEYED-COUNT.
            MOVE ZERO TO WS-FLAG-COUNT.

            PERFORM 510-EDIT-ROW THRU 519-ROW-DONE
                VARYING WS-ROW-SUB FROM 1 BY 1
                UNTIL WS-ROW-SUB > 10.

            IF WS-KEYED-COUNT EQUALS ZERO
                MOVE 'INVOICE NOT ON FILE - KEY PO AND LINES'
                    TO MSGO
                MOVE -1 TO LPOLNL(1)

                GO TO 910-SEND-MAP-ERR
            END-IF.

            EXEC CICS ASSIGN ABSTIME(WS-INV-ABSTIME) END-EXEC.
            EXEC CICS FORMATTIME ABSTIME(WS-INV-ABSTIME)
                YYYYMMDD(WS-INV-DATE)
                DATESEP(0)
            END-EXEC.

            PERFORM 540-POST-LINE
                VARYING WS-LINE-SUB FROM 1 BY 1
                UNTIL WS-LINE-SUB > WS-KEYED-COUNT.

            MOVE WS-KEYED-COUNT TO WS-COUNT-DISPLAY.

            IF WS-FLAG-COUNT EQUALS ZERO
                STRING 'MATCHED - ' WS-COUNT-DISPLAY
                       ' LINES GO TO PAYABLES'
                    DELIMITED BY SIZE INTO WS-POSTED-MSG
            ELSE
                MOVE WS-FLAG-COUNT TO WS-COUNT-DISPLAY
                STRING 'HELD - ' WS-COUNT-DISPLAY
                       ' LINES DIFFER, SEE FLAGS'
                    DELIMITED BY SIZE INTO WS-POSTED-MSG
            END-IF.

            GO TO 300-DISPLAY-INVOICE.

      * THE SUPPLIER MUST BE ON SUPPFILE.
        505-CHECK-SUPPLIER.
            EXEC CICS HANDLE CONDITION
                NOTFND(506-SUPP-NOT-FOUND)
            END-EXEC.

            MOVE WS-INV-SUPP TO SUPP-CODE.

            EXEC CICS READ FILE('SUPPFILE')
                INTO(SUPP-RECORD)
                RIDFLD(SUPP-KEY)
                LENGTH(SUPP-LENGTH)
            END-EXEC.

            GO TO 507-SUPPLIER-CHECKED.

        506-SUPP-NOT-FOUND.
            MOVE 'NO SUCH SUPPLIER ON SUPPFILE' TO MSGO
            MOVE -1 TO BSUPPL
            MOVE DFHUNIMD TO BSUPPA

            GO TO 910-SEND-MAP-ERR.

        507-SUPPLIER-CHECKED.
            EXEC CICS HANDLE CONDITION
                NOTFND(450-PO-LINE-NOT-FOUND)
            END-EXEC.

      * A BLANK ROW IS SKIPPED.  A KEYED ROW NEEDS ITS PO LINE,
      * QUANTITY AND COST, AND THE PO LINE MUST BE THIS SUPPLIER'S.
        510-EDIT-ROW.
            IF LPOLNL(WS-ROW-SUB) EQUALS ZERO
                AND LQBILL(WS-ROW-SUB) EQUALS ZERO
                GO TO 519-ROW-DONE
            END-IF.

            IF LPOLNI(WS-ROW-SUB) IS NOT NUMERIC
                MOVE 'PO LINE MUST BE NUMERIC' TO MSGO
                MOVE -1 TO LPOLNL(WS-ROW-SUB)
                MOVE DFHUNIMD TO LPOLNA(WS-ROW-SUB)

                GO TO 910-SEND-MAP-ERR
            END-IF.

            MOVE LPOLNI(WS-ROW-SUB) TO WS-PO-LINE.

            IF LQBILL(WS-ROW-SUB) EQUALS ZERO
                OR LQBILI(WS-ROW-SUB) IS NOT NUMERIC
                MOVE 'QUANTITY BILLED MUST BE NUMERIC' TO MSGO
                MOVE -1 TO LQBILL(WS-ROW-SUB)
                MOVE DFHUNIMD TO LQBILA(WS-ROW-SUB)

                GO TO 910-SEND-MAP-ERR
            END-IF.

            MOVE LQBILI(WS-ROW-SUB) TO WS-BILL-QTY.

            IF WS-BILL-QTY EQUALS ZERO
                MOVE 'QUANTITY BILLED CANNOT BE ZERO' TO MSGO
                MOVE -1 TO LQBILL(WS-ROW-SUB)
                MOVE DFHUNIMD TO LQBILA(WS-ROW-SUB)

                GO TO 910-SEND-MAP-ERR
            END-IF.

            PERFORM 515-EDIT-UNIT-COST.

            MOVE ZERO TO WS-DUP-SUB.
            PERFORM 520-CHECK-DUPLICATE
                VARYING WS-LINE-SUB FROM 1 BY 1
                UNTIL WS-LINE-SUB > WS-KEYED-COUNT.

            IF WS-DUP-SUB > ZERO
                MOVE 'THAT PO LINE IS KEYED TWICE' TO MSGO
                MOVE -1 TO LPOLNL(WS-ROW-SUB)
                MOVE DFHUNIMD TO LPOLNA(WS-ROW-SUB)

                GO TO 910-SEND-MAP-ERR
            END-IF.

            MOVE WS-INV-PO-NO TO POFILE-PO-NO.
            MOVE WS-PO-LINE TO POFILE-LINE.

            EXEC CICS READ FILE('POFILE')
                INTO(POFILE-RECORD)
                LENGTH(POFILE-LENGTH)
                RIDFLD(POFILE-KEY)
            END-EXEC.

            IF POFILE-SUPP-CODE IS NOT EQUAL TO WS-INV-SUPP
                MOVE 'THAT PO IS NOT FOR THIS SUPPLIER' TO MSGO
                MOVE -1 TO BPONOL
                MOVE DFHUNIMD TO BPONOA

                GO TO 910-SEND-MAP-ERR
            END-IF.

            PERFORM 530-MATCH-ROW.

        519-ROW-DONE.
            EXIT.

        515-EDIT-UNIT-COST.
            MOVE ZERO TO WS-COST-DOLLARS.
            MOVE ZERO TO WS-COST-CENTS.

            IF LCDOLL(WS-ROW-SUB) EQUALS ZERO
                AND LCCNTL(WS-ROW-SUB) EQUALS ZERO
                MOVE 'KEY THE UNIT COST BILLED ON EACH LINE'
                    TO MSGO
                MOVE -1 TO LCDOLL(WS-ROW-SUB)
                MOVE DFHUNIMD TO LCDOLA(WS-ROW-SUB)

                GO TO 910-SEND-MAP-ERR
            END-IF.

            IF LCDOLL(WS-ROW-SUB) > ZERO
                IF LCDOLI(WS-ROW-SUB) IS NOT NUMERIC
                    MOVE 'COST DOLLARS MUST BE NUMERIC' TO MSGO
                    MOVE -1 TO LCDOLL(WS-ROW-SUB)
                    MOVE DFHUNIMD TO LCDOLA(WS-ROW-SUB)

                    GO TO 910-SEND-MAP-ERR
                ELSE
                    MOVE LCDOLI(WS-ROW-SUB) TO WS-COST-DOLLARS
                END-IF
            END-IF.

            IF LCCNTL(WS-ROW-SUB) > ZERO
                IF LCCNTI(WS-ROW-SUB) IS NOT NUMERIC
                    MOVE 'COST CENTS MUST BE NUMERIC' TO MSGO
                    MOVE -1 TO LCCNTL(WS-ROW-SUB)
                    MOVE DFHUNIMD TO LCCNTA(WS-ROW-SUB)

                    GO TO 910-SEND-MAP-ERR
                ELSE
                    MOVE LCCNTI(WS-ROW-SUB) TO WS-COST-CENTS
                END-IF
            END-IF.

            COMPUTE WS-BILL-COST =
                WS-COST-DOLLARS + (WS-COST-CENTS / 100).

        520-CHECK-DUPLICATE.
            IF WS-MT-PO-LINE(WS-LINE-SUB) EQUALS WS-PO-LINE
                MOVE WS-LINE-SUB TO WS-DUP-SUB
            END-IF.

      * WHAT IS STILL UNBILLED ON THE PO LINE IS WHAT ARRIVED LESS
      * WHAT EARLIER INVOICES ALREADY BILLED.  THE ROW SHOWS IT,
      * THE RECEIVED COST AND ANY FLAGS STRAIGHT AWAY.
        530-MATCH-ROW.
            IF POFILE-QTY-BILLED IS NUMERIC
                MOVE POFILE-QTY-BILLED TO WS-BILLED-SO-FAR
            ELSE
                MOVE ZERO TO WS-BILLED-SO-FAR
            END-IF.

            COMPUTE WS-UNBILLED =
                POFILE-QTY-RECEIVED - WS-BILLED-SO-FAR.

            IF WS-UNBILLED < ZERO
                MOVE ZERO TO WS-UNBILLED
            END-IF.

            ADD 1 TO WS-KEYED-COUNT.
            MOVE WS-ROW-SUB TO WS-MT-ROW(WS-KEYED-COUNT).
            MOVE WS-PO-LINE TO WS-MT-PO-LINE(WS-KEYED-COUNT).
            MOVE POFILE-PART-CODE TO WS-MT-PART(WS-KEYED-COUNT).
            MOVE WS-BILL-QTY TO WS-MT-QTY(WS-KEYED-COUNT).
            MOVE WS-BILL-COST TO WS-MT-COST(WS-KEYED-COUNT).
            MOVE WS-UNBILLED TO WS-MT-UNBILLED(WS-KEYED-COUNT).
            MOVE POFILE-UNIT-COST TO WS-MT-PO-COST(WS-KEYED-COUNT).
            MOVE SPACE TO WS-MT-QTY-FLAG(WS-KEYED-COUNT).
            MOVE SPACE TO WS-MT-PRICE-FLAG(WS-KEYED-COUNT).

            IF WS-BILL-QTY > WS-UNBILLED
                MOVE 'Q' TO WS-MT-QTY-FLAG(WS-KEYED-COUNT)
            END-IF.

            IF WS-BILL-COST IS NOT EQUAL TO POFILE-UNIT-COST
                MOVE 'P' TO WS-MT-PRICE-FLAG(WS-KEYED-COUNT)
            END-IF.

            IF WS-MT-QTY-FLAG(WS-KEYED-COUNT) > SPACE
                OR WS-MT-PRICE-FLAG(WS-KEYED-COUNT) > SPACE
                ADD 1 TO WS-FLAG-COUNT
            END-IF.

      * THE PO LINE CARRIES WHAT HAS NOW BEEN BILLED AGAINST IT
      * AND THE INVOICE LINE IS WRITTEN MATCHED OR HELD - EVERY
      * LINE OF THE INVOICE TAKES THE SAME STATUS.
        540-POST-LINE.
            MOVE WS-INV-PO-NO TO POFILE-PO-NO.
            MOVE WS-MT-PO-LINE(WS-LINE-SUB) TO POFILE-LINE.

            EXEC CICS READ FILE('POFILE')
                INTO(POFILE-RECORD)
                LENGTH(POFILE-LENGTH)
                RIDFLD(POFILE-KEY)
                UPDATE
            END-EXEC.

            IF POFILE-QTY-BILLED IS NOT NUMERIC
                MOVE ZERO TO POFILE-QTY-BILLED
            END-IF.

            ADD WS-MT-QTY(WS-LINE-SUB) TO POFILE-QTY-BILLED.

            EXEC CICS REWRITE FILE('POFILE')
                FROM(POFILE-RECORD)
                LENGTH(POFILE-LENGTH)
            END-EXEC.

            MOVE SPACES TO SINV-RECORD.
            MOVE WS-INV-SUPP TO SINV-SUPP-CODE.
            MOVE WS-INV-NO TO SINV-INV-NO.
            MOVE WS-LINE-SUB TO SINV-LINE.
            MOVE WS-KEYED-COUNT TO SINV-LINE-COUNT.
            MOVE WS-INV-PO-NO TO SINV-PO-NO.
            MOVE WS-MT-PO-LINE(WS-LINE-SUB) TO SINV-PO-LINE.
            MOVE WS-MT-PART(WS-LINE-SUB) TO SINV-PART-CODE.
            MOVE WS-MT-QTY(WS-LINE-SUB) TO SINV-QTY-BILLED.
            MOVE WS-MT-COST(WS-LINE-SUB) TO SINV-UNIT-COST.
            MOVE WS-MT-UNBILLED(WS-LINE-SUB) TO SINV-QTY-UNBILLED.
            MOVE WS-MT-PO-COST(WS-LINE-SUB) TO SINV-PO-COST.
            MOVE WS-MT-QTY-FLAG(WS-LINE-SUB) TO SINV-QTY-VAR-SW.
            MOVE WS-MT-PRICE-FLAG(WS-LINE-SUB) TO SINV-PRICE-VAR-SW.
            MOVE WS-INV-DATE TO SINV-KEY-DATE.
            MOVE WS-OPER-ID TO SINV-KEY-OPER.

            IF WS-FLAG-COUNT EQUALS ZERO
                SET SINV-ST-MATCHED TO TRUE
            ELSE
                SET SINV-ST-HELD TO TRUE
            END-IF.

            EXEC CICS WRITE FILE('SINVFILE')
                FROM(SINV-RECORD)
                RIDFLD(SINV-KEY)
                LENGTH(SINV-LENGTH)
            END-EXEC.

        450-PO-LINE-NOT-FOUND.
            MOVE 'NO SUCH LINE ON THAT PO' TO MSGO.
            MOVE -1 TO LPOLNL(WS-ROW-SUB).
            MOVE DFHUNIMD TO LPOLNA(WS-ROW-SUB).

            GO TO 910-SEND-MAP-ERR.

      * A SUPERVISOR HAS LOOKED AT THE DIFFERENCES AND IS
      * PAYING THE BILL ANYWAY - EVERY LINE BECOMES MATCHED WITH
      * THE APPROVER STAMPED ON IT.
        600-APPROVE-INVOICE.
            IF WS-OPER-AUTH IS NOT EQUAL TO 'S'
                MOVE 'ONLY A SUPERVISOR CAN APPROVE' TO MSGO
                MOVE -1 TO BACTL

                GO TO 910-SEND-MAP-ERR
            END-IF.

            IF NOT SINV-ST-HELD
                MOVE 'ONLY A HELD INVOICE NEEDS APPROVAL' TO MSGO
                MOVE -1 TO BACTL

                GO TO 910-SEND-MAP-ERR
            END-IF.

            MOVE SINV-LINE-COUNT TO WS-LINE-COUNT.

            PERFORM 610-APPROVE-LINE
                VARYING WS-LINE-SUB FROM 1 BY 1
                UNTIL WS-LINE-SUB > WS-LINE-COUNT.

            MOVE 'INVOICE APPROVED FOR PAYMENT' TO WS-POSTED-MSG.

            GO TO 300-DISPLAY-INVOICE.

        610-APPROVE-LINE.
            MOVE WS-INV-SUPP TO SINV-SUPP-CODE.
            MOVE WS-INV-NO TO SINV-INV-NO.
            MOVE WS-LINE-SUB TO SINV-LINE.

            EXEC CICS READ FILE('SINVFILE')
                INTO(SINV-RECORD)
                RIDFLD(SINV-KEY)
                LENGTH(SINV-LENGTH)
                UPDATE
            END-EXEC.

            SET SINV-ST-MATCHED TO TRUE.
            MOVE WS-OPER-ID TO SINV-APPROVE-OPER.

            EXEC CICS REWRITE FILE('SINVFILE')
                FROM(SINV-RECORD)
                LENGTH(SINV-LENGTH)
            END-EXEC.

        900-SEND-MAP.
            EXEC CICS
                SEND MAP('MAPL') MAPSET('BOMAPL') ERASE
            END-EXEC.

            EXEC CICS RETURN TRANSID('BO22') END-EXEC.

        910-SEND-MAP-ERR.
            EXEC CICS
                SEND MAP('MAPL') MAPSET('BOMAPL')
            END-EXEC.

            EXEC CICS RETURN TRANSID('BO22') END-EXEC.

        999-EXIT.
            EXEC CICS XCTL
                PROGRAM('BOPRGM')
                COMMAREA(WS-TRANSFER-FIELD)
                LENGTH(WS-TRANSFER-LENGTH)
            END-EXEC.
