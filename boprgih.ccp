        IDENTIFICATION DIVISION.
        PROGRAM-ID.  BOPRGIH.
        AUTHOR. OAKE.

      * INVOICE CHANGE HISTORY - KEY AN INVOICE NUMBER AND PRESS
      * ENTER, OR PRESS PF11 WITH THE INVOICE UP ON THE BOPRGI
      * INQUIRY SCREEN.  THE INVOICE'S ORDJRNL ENTRIES ARE WALKED
      * IN THE ORDER THEY WERE WRITTEN OVER THE 'JRNLINV' PATH AND
      * EACH ORDER IMAGE IS HELD UP AGAINST THE ONE BEFORE IT - ONLY
      * THE FIELDS THAT MOVED ARE LISTED: NAME AND ADDRESS, EACH
      * PART LINE'S PART, QUANTITY AND UNIT PRICE, THE GOODS TOTAL
      * AND TAXES, PAID, STATUS, ROUTE, SALESPERSON, SHIP-TO,
      * PROMISED DATE AND PST EXEMPTION.  EVERY ROW SAYS WHEN, FROM
      * WHICH TERMINAL AND BY WHICH OPERATOR, WITH THE OLD AND NEW
      * VALUE, SO "WHO CHANGED MY PRICE" IS ANSWERED ON ONE SCREEN.
      * THE FIRST IMAGE SHOWS AS ENTERED, A DELETE OR ARCHIVE AS
      * DELETED AND A PF9 RESTORE AS RESTORED.  A DELETE CARRIES NO
      * OPERATOR ON THE IMAGE - THE TERMINAL AND TIME FIND IT ON
      * AUDITLOG.  TWELVE ROWS TO A PAGE, OLDEST FIRST - PF8 PAGES
      * ON TO LATER CHANGES, PF7 BACK, PF5 SHOWS THE INVOICE ON
      * BOPRGI.  INQUIRY ONLY - NOTHING IS UPDATED HERE.  THE SAME
      * HISTORY PRINTS IN BATCH FROM BOPRGJH.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. RS-6000.
        OBJECT-COMPUTER. RS-6000.

        DATA DIVISION.
        WORKING-STORAGE SECTION.

        COPY 'BOMAPQ'.
        COPY 'DFHBMSCA'.
        COPY 'ORDFILE-LAYOUT'.
        COPY 'ORDJRNL-LAYOUT'.
        COPY 'AUDITLOG-LAYOUT'.

        01 WS-TRANSFER-FIELD    PIC X(3).
        01 WS-TRANSFER-LENGTH   PIC S9(4) COMP VALUE 3.
        01 WS-AUDIT-ABSTIME     PIC S9(15) COMP-3.

        01 WS-HIST-SAVE.
            05 WS-HS-SW             PIC X(3) VALUE 'SIN'.
            05 WS-HS-INVOICE        PIC X(7).
            05 WS-HS-PAGE           PIC 9(3).
        01 WS-HIST-SAVE-LENGTH  PIC S9(4) COMP VALUE 13.

        01 WS-INV-TRANSFER      PIC X(7).
        01 WS-INV-TRANSFER-LENGTH PIC S9(4) COMP VALUE 7.

        01 WS-BROWSE-KEY        PIC X(7).

        01 WS-ROW-COUNT         PIC 99 COMP.
        01 WS-SKIP-COUNT        PIC 9(5) COMP.
        01 WS-CHANGE-COUNT      PIC 9(5) COMP.
        01 WS-ENTRY-COUNT       PIC 9(5) COMP.

        01 WS-WALK-SW           PIC X VALUE 'N'.
            88 WS-WALK-DONE      VALUE 'Y'.

        01 WS-IMAGE-SW          PIC X VALUE 'N'.
            88 WS-HAVE-IMAGE     VALUE 'Y'.

        01 WS-GONE-SW           PIC X VALUE 'N'.
            88 WS-ORDER-GONE     VALUE 'Y'.

        01 WS-NO-LATER-SW       PIC X VALUE 'N'.
            88 WS-NO-LATER       VALUE 'Y'.

        01 WS-HANDOVER-SW       PIC X VALUE 'N'.
            88 WS-HANDED-OVER    VALUE 'Y'.

        01 WS-PAGE-DISPLAY      PIC ZZ9.
        01 WS-COUNT-DISPLAY     PIC ZZZZ9.

      * ONE CHANGE ROW ON ITS WAY TO THE SCREEN.
        01 WS-CHANGE.
            05 WS-CHG-OPER          PIC X(4).
            05 WS-CHG-FIELD         PIC X(10).
            05 WS-CHG-OLD           PIC X(20).
            05 WS-CHG-NEW           PIC X(20).

      * EACH ORDER IMAGE IS BROKEN DOWN INTO THE SAME 46 LABELLED
      * DISPLAY VALUES SO TWO IMAGES COMPARE FIELD BY FIELD.  SLOTS
      * 7 TO 36 ARE THE TEN PART LINES, THREE SLOTS TO A LINE.
        01 WS-SNAP-MAX          PIC 99 COMP VALUE 46.
        01 WS-SNAP-SUB          PIC 99 COMP.
        01 WS-SNAP-NEW.
            05 WS-SNAP-NEW-ENTRY OCCURS 46 TIMES.
                10 WS-SNAP-NEW-LABEL    PIC X(10).
                10 WS-SNAP-NEW-VALUE    PIC X(20).
        01 WS-SNAP-OLD.
            05 WS-SNAP-OLD-ENTRY OCCURS 46 TIMES.
                10 WS-SNAP-OLD-LABEL    PIC X(10).
                10 WS-SNAP-OLD-VALUE    PIC X(20).

        01 WS-PRODUCT-TABLE.
            05 WS-PRODUCT OCCURS 10 TIMES.
                10 WS-PRODUCT-CODE      PIC X(4).
                10 WS-PRODUCT-QTY       PIC X(4).
        01 WS-SLOT              PIC 99 COMP.
        01 WS-SLOT-DISPLAY      PIC Z9.
        01 WS-SNAP-AMT          PIC ZZZZZZ9.99-.

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
                05 LK-HS-INVOICE  PIC X(7).
                05 LK-HS-PAGE     PIC 9(3).

        PROCEDURE DIVISION.

        000-START-LOGIC.

            EXEC CICS HANDLE AID
                PF4 (999-EXIT)
                PF5 (700-SHOW-INVOICE)
                PF7 (400-PAGE-EARLIER)
                PF8 (410-PAGE-LATER)
            END-EXEC.

            EXEC CICS HANDLE CONDITION
                MAPFAIL(100-FIRST-TIME)
            END-EXEC.

            PERFORM 050-LOG-AUDIT THRU 051-AUDIT-LOGGED.

            IF EIBCALEN = 3
                GO TO 100-FIRST-TIME
            END-IF.

      * PF11 ON BOPRGI HANDS OVER THE INVOICE IT IS SHOWING AS A
      * BARE SEVEN-BYTE INVOICE NUMBER.  ITS SCREEN IS STILL UP, SO
      * EVEN AN ERROR SEND ERASES ON THE WAY IN.
            IF EIBCALEN = 7
                SET WS-HANDED-OVER TO TRUE
                MOVE DFHCOMMAREA(1:7) TO WS-HS-INVOICE
                MOVE ZERO TO WS-HS-PAGE
                GO TO 500-SHOW-HISTORY
            END-IF.

            EXEC CICS
                RECEIVE MAP('MAPQ') MAPSET('BOMAPQ')
            END-EXEC.

            GO TO 300-NEW-INVOICE.

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
            MOVE LOW-VALUES TO MAPQO.
            MOVE 'KEY AN INVOICE NUMBER' TO MSGO.

            EXEC CICS
                SEND MAP('MAPQ') MAPSET('BOMAPQ') ERASE
            END-EXEC.

            EXEC CICS RETURN TRANSID('BO27')
                COMMAREA(WS-HIST-SAVE)
                LENGTH(WS-HIST-SAVE-LENGTH)
            END-EXEC.

      * ENTER ALWAYS STARTS THE HISTORY AT ITS FIRST PAGE.
        300-NEW-INVOICE.
            IF INVNUML IS NOT EQUAL TO 7
                MOVE 'KEY THE FULL INVOICE NUMBER' TO MSGO
                MOVE -1 TO INVNUML

                GO TO 910-SEND-MAP-ERR
            END-IF.

            MOVE INVNUMI TO WS-HS-INVOICE.
            MOVE ZERO TO WS-HS-PAGE.

            GO TO 500-SHOW-HISTORY.

      * PF7 / PF8 WORK OFF THE INVOICE ALREADY ON THE SCREEN - THE
      * INVOICE AND PAGE RIDE IN THE COMMAREA.
        400-PAGE-EARLIER.
            PERFORM 420-RESTORE-HISTORY.

            IF WS-HS-PAGE EQUALS ZERO
                MOVE LOW-VALUES TO MAPQO
                MOVE 'ALREADY AT THE FIRST CHANGES' TO MSGO

                GO TO 910-SEND-MAP-ERR
            END-IF.

            SUBTRACT 1 FROM WS-HS-PAGE.

            GO TO 500-SHOW-HISTORY.

        410-PAGE-LATER.
            PERFORM 420-RESTORE-HISTORY.

            ADD 1 TO WS-HS-PAGE.

            GO TO 500-SHOW-HISTORY.

        420-RESTORE-HISTORY.
            IF EIBCALEN IS NOT EQUAL TO 13
                OR LK-TRANSFER IS NOT EQUAL TO 'HIS'
                MOVE LOW-VALUES TO MAPQO
                MOVE 'KEY AN INVOICE AND PRESS ENTER FIRST' TO MSGO
                MOVE -1 TO INVNUML

                GO TO 910-SEND-MAP-ERR
            END-IF.

            MOVE 'HIS' TO WS-HS-SW.
            MOVE LK-HS-INVOICE TO WS-HS-INVOICE.
            MOVE LK-HS-PAGE TO WS-HS-PAGE.

      * THE WHOLE HISTORY IS REBUILT FROM THE FIRST ENTRY EVERY
      * TIME - A CHANGE ROW ONLY EXISTS AS THE DIFFERENCE BETWEEN
      * TWO IMAGES - AND THE ROWS BEFORE THE PAGE ARE COUNTED PAST.
      * PAGING PAST THE LATEST CHANGE STEPS BACK TO THE LAST PAGE
      * THAT HAD ANY.
        500-SHOW-HISTORY.
            MOVE 'HIS' TO WS-HS-SW.

            MOVE LOW-VALUES TO MAPQO.
            MOVE WS-HS-INVOICE TO INVNUMO.

            COMPUTE WS-PAGE-DISPLAY = WS-HS-PAGE + 1.
            MOVE WS-PAGE-DISPLAY TO HPAGEO.

            MOVE 'N' TO WS-WALK-SW.
            MOVE 'N' TO WS-IMAGE-SW.
            MOVE 'N' TO WS-GONE-SW.
            MOVE ZERO TO WS-ROW-COUNT.
            MOVE ZERO TO WS-CHANGE-COUNT.
            MOVE ZERO TO WS-ENTRY-COUNT.
            COMPUTE WS-SKIP-COUNT = WS-HS-PAGE * 12.

            MOVE WS-HS-INVOICE TO WS-BROWSE-KEY.

            EXEC CICS HANDLE CONDITION
                NOTFND(550-HISTORY-SHOWN)
                ENDFILE(540-HISTORY-ENDBR)
            END-EXEC.

      * EVERY ENTRY BUT THE INVOICE'S LAST RAISES DUPKEY ON THE
      * PATH, AND THE RECORD IS GOOD.
            EXEC CICS IGNORE CONDITION DUPKEY END-EXEC.

            EXEC CICS STARTBR FILE('JRNLINV')
                RIDFLD(WS-BROWSE-KEY)
                GTEQ
            END-EXEC.

            PERFORM 520-NEXT-ENTRY THRU 520-EXIT
                UNTIL WS-WALK-DONE.

        540-HISTORY-ENDBR.
            EXEC CICS ENDBR FILE('JRNLINV') END-EXEC.

        550-HISTORY-SHOWN.
            IF WS-ENTRY-COUNT EQUALS ZERO
                MOVE 'SIN' TO WS-HS-SW
                MOVE 'NO JOURNAL ENTRIES FOR THAT INVOICE' TO MSGO
                MOVE -1 TO INVNUML
                MOVE DFHUNIMD TO INVNUMA

                GO TO 910-SEND-MAP-ERR
            END-IF.

            IF WS-ROW-COUNT EQUALS ZERO
                AND WS-HS-PAGE > ZERO
                SUBTRACT 1 FROM WS-HS-PAGE
                SET WS-NO-LATER TO TRUE
                GO TO 500-SHOW-HISTORY
            END-IF.

            MOVE WS-SNAP-OLD-VALUE(1) TO HNAMEO.

            IF WS-NO-LATER
                MOVE 'NO LATER CHANGES' TO MSGO
            ELSE IF WS-CHANGE-COUNT > WS-SKIP-COUNT + 12
                MOVE 'PF8 LATER PF7 EARLIER PF5 INV PF4 MENU'
                    TO MSGO
            ELSE IF WS-HS-PAGE > ZERO
                MOVE 'LATEST CHANGE SHOWN - PF7 EARLIER' TO MSGO
            ELSE
                MOVE WS-CHANGE-COUNT TO WS-COUNT-DISPLAY
                STRING 'ALL ' DELIMITED BY SIZE
                    WS-COUNT-DISPLAY DELIMITED BY SIZE
                    ' CHANGES SHOWN - PF5 INVOICE'
                        DELIMITED BY SIZE
                    INTO MSGO
                END-STRING
            END-IF.

            GO TO 900-SEND-MAP.

      * ONE JOURNAL ENTRY.  THE PATH RETURNS THE NEXT INVOICE'S
      * ENTRIES STRAIGHT AFTER THIS ONE'S, SO A CHANGE OF INVOICE
      * NUMBER ENDS THE WALK.
        520-NEXT-ENTRY.
            EXEC CICS READNEXT FILE('JRNLINV')
                INTO(JRNL-RECORD)
                LENGTH(JRNL-LENGTH)
                RIDFLD(WS-BROWSE-KEY)
            END-EXEC.

            IF JRNL-INVOICE-NO IS NOT EQUAL TO WS-HS-INVOICE
                SET WS-WALK-DONE TO TRUE
                GO TO 520-EXIT
            END-IF.

            ADD 1 TO WS-ENTRY-COUNT.

            MOVE JRNL-ORDER-IMAGE TO ORDFILE-RECORD.
            PERFORM 600-TAKE-SNAPSHOT.

            IF JRNL-IS-DELETE
                MOVE SPACES TO WS-CHG-OPER
            ELSE IF JRNL-IS-WRITE
                AND ORDFILE-ENTRY-OPER > SPACES
                MOVE ORDFILE-ENTRY-OPER TO WS-CHG-OPER
            ELSE
                MOVE ORDFILE-UPD-OPER TO WS-CHG-OPER
            END-IF.

            MOVE 'ORDER' TO WS-CHG-FIELD.
            MOVE SPACES TO WS-CHG-OLD.

            IF JRNL-IS-DELETE
                MOVE 'DELETED' TO WS-CHG-NEW
                PERFORM 650-CHANGE-ROW
                SET WS-ORDER-GONE TO TRUE
            ELSE IF NOT WS-HAVE-IMAGE
                IF JRNL-IS-WRITE
                    MOVE 'ENTERED' TO WS-CHG-NEW
                ELSE
                    MOVE 'FIRST ON JOURNAL' TO WS-CHG-NEW
                END-IF
                PERFORM 650-CHANGE-ROW
            ELSE
                IF WS-ORDER-GONE
                    MOVE 'RESTORED' TO WS-CHG-NEW
                    PERFORM 650-CHANGE-ROW
                    MOVE 'N' TO WS-GONE-SW
                END-IF
                PERFORM 620-COMPARE-FIELD
                    VARYING WS-SNAP-SUB FROM 1 BY 1
                    UNTIL WS-SNAP-SUB > WS-SNAP-MAX
            END-IF.

            MOVE WS-SNAP-NEW TO WS-SNAP-OLD.
            SET WS-HAVE-IMAGE TO TRUE.

        520-EXIT.
            EXIT.

      * BREAK THE ORDER IMAGE NOW IN ORDFILE-RECORD INTO ITS
      * LABELLED DISPLAY VALUES.  AMOUNTS ONLY SHOW WHEN THEY HOLD
      * A GOOD PACKED VALUE - AN UNUSED PART SLOT'S PRICE NEVER DOES.
        600-TAKE-SNAPSHOT.
            MOVE SPACES TO WS-SNAP-NEW.

            MOVE 'NAME' TO WS-SNAP-NEW-LABEL(1).
            MOVE ORDFILE-NAME TO WS-SNAP-NEW-VALUE(1).
            MOVE 'ADDRESS 1' TO WS-SNAP-NEW-LABEL(2).
            MOVE ORDFILE-ADDR-LINE1 TO WS-SNAP-NEW-VALUE(2).
            MOVE 'ADDRESS 2' TO WS-SNAP-NEW-LABEL(3).
            MOVE ORDFILE-ADDR-LINE2 TO WS-SNAP-NEW-VALUE(3).
            MOVE 'ADDRESS 3' TO WS-SNAP-NEW-LABEL(4).
            MOVE ORDFILE-ADDR-LINE3 TO WS-SNAP-NEW-VALUE(4).
            MOVE 'POSTAL' TO WS-SNAP-NEW-LABEL(5).
            MOVE ORDFILE-POSTAL-KEY TO WS-SNAP-NEW-VALUE(5).
            MOVE 'PHONE' TO WS-SNAP-NEW-LABEL(6).
            MOVE ORDFILE-PHONE-KEY TO WS-SNAP-NEW-VALUE(6).

            MOVE ORDFILE-P1A  TO WS-PRODUCT-CODE(1).
            MOVE ORDFILE-P1B  TO WS-PRODUCT-QTY(1).
            MOVE ORDFILE-P2A  TO WS-PRODUCT-CODE(2).
            MOVE ORDFILE-P2B  TO WS-PRODUCT-QTY(2).
            MOVE ORDFILE-P3A  TO WS-PRODUCT-CODE(3).
            MOVE ORDFILE-P3B  TO WS-PRODUCT-QTY(3).
            MOVE ORDFILE-P4A  TO WS-PRODUCT-CODE(4).
            MOVE ORDFILE-P4B  TO WS-PRODUCT-QTY(4).
            MOVE ORDFILE-P5A  TO WS-PRODUCT-CODE(5).
            MOVE ORDFILE-P5B  TO WS-PRODUCT-QTY(5).
            MOVE ORDFILE-P6A  TO WS-PRODUCT-CODE(6).
            MOVE ORDFILE-P6B  TO WS-PRODUCT-QTY(6).
            MOVE ORDFILE-P7A  TO WS-PRODUCT-CODE(7).
            MOVE ORDFILE-P7B  TO WS-PRODUCT-QTY(7).
            MOVE ORDFILE-P8A  TO WS-PRODUCT-CODE(8).
            MOVE ORDFILE-P8B  TO WS-PRODUCT-QTY(8).
            MOVE ORDFILE-P9A  TO WS-PRODUCT-CODE(9).
            MOVE ORDFILE-P9B  TO WS-PRODUCT-QTY(9).
            MOVE ORDFILE-P10A TO WS-PRODUCT-CODE(10).
            MOVE ORDFILE-P10B TO WS-PRODUCT-QTY(10).

            PERFORM 610-SNAP-PART-LINE
                VARYING WS-SLOT FROM 1 BY 1
                UNTIL WS-SLOT > 10.

            MOVE 'GOODS TOT' TO WS-SNAP-NEW-LABEL(37).
            IF ORDFILE-ORDER-TOTAL IS NUMERIC
                MOVE ORDFILE-ORDER-TOTAL TO WS-SNAP-AMT
                MOVE WS-SNAP-AMT TO WS-SNAP-NEW-VALUE(37)
            END-IF.
            MOVE 'GST' TO WS-SNAP-NEW-LABEL(38).
            IF ORDFILE-GST-AMT IS NUMERIC
                MOVE ORDFILE-GST-AMT TO WS-SNAP-AMT
                MOVE WS-SNAP-AMT TO WS-SNAP-NEW-VALUE(38)
            END-IF.
            MOVE 'PST' TO WS-SNAP-NEW-LABEL(39).
            IF ORDFILE-PST-AMT IS NUMERIC
                MOVE ORDFILE-PST-AMT TO WS-SNAP-AMT
                MOVE WS-SNAP-AMT TO WS-SNAP-NEW-VALUE(39)
            END-IF.
            MOVE 'PAID' TO WS-SNAP-NEW-LABEL(40).
            IF ORDFILE-PAID-AMT IS NUMERIC
                MOVE ORDFILE-PAID-AMT TO WS-SNAP-AMT
                MOVE WS-SNAP-AMT TO WS-SNAP-NEW-VALUE(40)
            END-IF.

            MOVE 'STATUS' TO WS-SNAP-NEW-LABEL(41).
            IF ORDFILE-ST-ENTERED
                MOVE 'ENTERED' TO WS-SNAP-NEW-VALUE(41)
            ELSE IF ORDFILE-ST-PICKED
                MOVE 'PICKED' TO WS-SNAP-NEW-VALUE(41)
            ELSE IF ORDFILE-ST-OUT-FOR-DEL
                MOVE 'OUT FOR DELIVERY' TO WS-SNAP-NEW-VALUE(41)
            ELSE IF ORDFILE-ST-DELIVERED
                MOVE 'DELIVERED' TO WS-SNAP-NEW-VALUE(41)
            ELSE IF ORDFILE-ST-BILLED
                MOVE 'BILLED' TO WS-SNAP-NEW-VALUE(41)
            ELSE IF ORDFILE-ST-HELD
                MOVE 'HELD' TO WS-SNAP-NEW-VALUE(41)
            ELSE
                MOVE ORDFILE-STATUS TO WS-SNAP-NEW-VALUE(41)
            END-IF.

            MOVE 'ROUTE' TO WS-SNAP-NEW-LABEL(42).
            MOVE ORDFILE-ROUTE TO WS-SNAP-NEW-VALUE(42).
            MOVE 'SALES REP' TO WS-SNAP-NEW-LABEL(43).
            MOVE ORDFILE-SALES-REP TO WS-SNAP-NEW-VALUE(43).
            MOVE 'SHIP-TO' TO WS-SNAP-NEW-LABEL(44).
            MOVE ORDFILE-SHIPTO-CODE TO WS-SNAP-NEW-VALUE(44).
            MOVE 'PROMISED' TO WS-SNAP-NEW-LABEL(45).
            MOVE ORDFILE-PROMISE-DATE TO WS-SNAP-NEW-VALUE(45).
            MOVE 'PST EXEMPT' TO WS-SNAP-NEW-LABEL(46).
            MOVE ORDFILE-PST-EXEMPT TO WS-SNAP-NEW-VALUE(46).

        610-SNAP-PART-LINE.
            COMPUTE WS-SNAP-SUB = WS-SLOT * 3 + 4.
            MOVE WS-SLOT TO WS-SLOT-DISPLAY.

            STRING 'PART ' DELIMITED BY SIZE
                WS-SLOT-DISPLAY DELIMITED BY SIZE
                INTO WS-SNAP-NEW-LABEL(WS-SNAP-SUB)
            END-STRING.
            MOVE WS-PRODUCT-CODE(WS-SLOT)
                TO WS-SNAP-NEW-VALUE(WS-SNAP-SUB).

            ADD 1 TO WS-SNAP-SUB.
            STRING 'QTY ' DELIMITED BY SIZE
                WS-SLOT-DISPLAY DELIMITED BY SIZE
                INTO WS-SNAP-NEW-LABEL(WS-SNAP-SUB)
            END-STRING.
            MOVE WS-PRODUCT-QTY(WS-SLOT)
                TO WS-SNAP-NEW-VALUE(WS-SNAP-SUB).

            ADD 1 TO WS-SNAP-SUB.
            STRING 'PRICE ' DELIMITED BY SIZE
                WS-SLOT-DISPLAY DELIMITED BY SIZE
                INTO WS-SNAP-NEW-LABEL(WS-SNAP-SUB)
            END-STRING.
            IF WS-PRODUCT-CODE(WS-SLOT) > SPACES
                AND ORDFILE-UNIT-PRICE(WS-SLOT) IS NUMERIC
                MOVE ORDFILE-UNIT-PRICE(WS-SLOT) TO WS-SNAP-AMT
                MOVE WS-SNAP-AMT TO WS-SNAP-NEW-VALUE(WS-SNAP-SUB)
            END-IF.

        620-COMPARE-FIELD.
            IF WS-SNAP-NEW-VALUE(WS-SNAP-SUB) IS NOT EQUAL TO
                WS-SNAP-OLD-VALUE(WS-SNAP-SUB)
                MOVE WS-SNAP-NEW-LABEL(WS-SNAP-SUB) TO WS-CHG-FIELD
                MOVE WS-SNAP-OLD-VALUE(WS-SNAP-SUB) TO WS-CHG-OLD
                MOVE WS-SNAP-NEW-VALUE(WS-SNAP-SUB) TO WS-CHG-NEW
                PERFORM 650-CHANGE-ROW
            END-IF.

      * COUNT THE ROW, AND PUT IT ON THE SCREEN IF IT FALLS ON THE
      * PAGE BEING SHOWN.
        650-CHANGE-ROW.
            ADD 1 TO WS-CHANGE-COUNT.

            IF WS-CHANGE-COUNT > WS-SKIP-COUNT
                AND WS-ROW-COUNT < 12
                ADD 1 TO WS-ROW-COUNT
                MOVE JRNL-DATE TO HDATEO(WS-ROW-COUNT)
                MOVE JRNL-TIME TO HTIMEO(WS-ROW-COUNT)
                MOVE JRNL-TERM TO HTERMO(WS-ROW-COUNT)
                MOVE WS-CHG-OPER TO HOPERO(WS-ROW-COUNT)
                MOVE WS-CHG-FIELD TO HFIELDO(WS-ROW-COUNT)
                MOVE WS-CHG-OLD TO HOLDO(WS-ROW-COUNT)
                MOVE WS-CHG-NEW TO HNEWO(WS-ROW-COUNT)
            END-IF.

      * PF5 - BACK TO THE INVOICE ON THE BOPRGI INQUIRY SCREEN.
        700-SHOW-INVOICE.
            IF EIBCALEN IS NOT EQUAL TO 13
                OR LK-TRANSFER IS NOT EQUAL TO 'HIS'
                MOVE LOW-VALUES TO MAPQO
                MOVE 'KEY AN INVOICE AND PRESS ENTER FIRST' TO MSGO
                MOVE -1 TO INVNUML

                GO TO 910-SEND-MAP-ERR
            END-IF.

            MOVE LK-HS-INVOICE TO WS-INV-TRANSFER.

            EXEC CICS XCTL
                PROGRAM('BOPRGI')
                COMMAREA(WS-INV-TRANSFER)
                LENGTH(WS-INV-TRANSFER-LENGTH)
            END-EXEC.

        900-SEND-MAP.
            EXEC CICS
                SEND MAP('MAPQ') MAPSET('BOMAPQ') ERASE
            END-EXEC.

            EXEC CICS RETURN TRANSID('BO27')
                COMMAREA(WS-HIST-SAVE)
                LENGTH(WS-HIST-SAVE-LENGTH)
            END-EXEC.

        910-SEND-MAP-ERR.
            IF WS-HANDED-OVER
                EXEC CICS
                    SEND MAP('MAPQ') MAPSET('BOMAPQ') ERASE
                END-EXEC
            ELSE
                EXEC CICS
                    SEND MAP('MAPQ') MAPSET('BOMAPQ')
                END-EXEC
            END-IF.

            EXEC CICS RETURN TRANSID('BO27')
                COMMAREA(WS-HIST-SAVE)
                LENGTH(WS-HIST-SAVE-LENGTH)
            END-EXEC.

        999-EXIT.
            EXEC CICS XCTL
                PROGRAM('BOPRGM')
                COMMAREA(WS-TRANSFER-FIELD)
                LENGTH(WS-TRANSFER-LENGTH)
            END-EXEC.
