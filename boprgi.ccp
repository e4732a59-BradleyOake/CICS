        COPY 'ORDJRNL-LAYOUT'.
        COPY 'ORDHIST-LAYOUT'.
        COPY 'AUDITLOG-LAYOUT'.
        COPY 'OPERLOG-LAYOUT'.

        01 WS-TRANSFER-FIELD    PIC X(3).
        01 WS-TRANSFER-LENGTH   PIC S9(4) COMP VALUE 3.
        01 WS-PRINT-UNIT        PIC ZZZZ9.99.
        01 WS-PRINT-EXT         PIC ZZZZ9.99.
        01 WS-INV-TOTAL         PIC S9(7)V99 COMP-3.
        01 WS-PRINT-VIA         PIC X(10).
        01 WS-HIST-TRANSFER     PIC X(7).
        01 WS-HIST-TRANSFER-LENGTH PIC S9(4) COMP VALUE 7.

        01 WS-BROWSE-FILE       PIC X(8).
        01 WS-BROWSE-KEY        PIC X(20).
        01 WS-JRNL-ACTION       PIC X.
        01 WS-JRNL-ABSTIME      PIC S9(15) COMP-3.

        01 WS-OLOG-EVENT        PIC X(4).
        01 WS-OLOG-SUBJECT      PIC X(7).
        01 WS-OLOG-ABSTIME      PIC S9(15) COMP-3.

        01 WS-STMT-ABSTIME      PIC S9(15) COMP-3.
        01 WS-STMT-DATE         PIC X(8).
        01 WS-STMT-COUNT        PIC 9(4) VALUE ZERO.
                10 WS-STK-QTY           PIC 9(4).
                10 WS-STK-ONHAND        PIC S9(7) COMP-3.
                10 WS-STK-FLAG          PIC X.
            05 WS-STK-COSTS OCCURS 10 TIMES.
                10 WS-STK-COST          PIC S9(5)V99 COMP-3 VALUE ZERO.
            05 WS-STK-SOURCE            PIC X(8) VALUE 'BOPRGI'.
            05 WS-STK-DOC-NO            PIC X(7) VALUE SPACES.
            05 WS-STK-OPER              PIC X(4) VALUE SPACES.
        01 WS-STOCK-EDIT-LENGTH   PIC S9(4) COMP VALUE 194.
        01 WS-STK-SUB             PIC 99 COMP.

        01 WS-HANDOVER-SW         PIC X VALUE 'N'.
            88 WS-HANDED-OVER      VALUE 'Y'.

        01 WS-RESTORE-PRODUCT-TABLE.
            05 WS-RESTORE-PRODUCT OCCURS 10 TIMES.
                10 WS-RESTORE-CODE      PIC X(4).
                PF6 (600-PRINT-INVOICE)
                PF9 (700-RESTORE-INVOICE)
                PF10 (750-PRINT-STATEMENT)
                PF11 (800-INVOICE-HISTORY)
            END-EXEC.
        
* DECLARE PARAGRAPH TO BE USED FOR HANDLING SITUATIONS WHERE
            IF EIBCALEN = 3
                GO TO 100-FIRST-TIME
            END-IF.

      * AN INVOICE PICKED OFF THE BOPRGCI ACCOUNT INQUIRY ARRIVES AS
      * A BARE SEVEN-BYTE INVOICE NUMBER AND IS SHOWN AS IF KEYED.
      * THE CALLING SCREEN IS STILL UP, SO THE FIRST SEND ERASES.
            IF EIBCALEN = 7
                SET WS-HANDED-OVER TO TRUE
                MOVE LOW-VALUES TO MAP2I
                MOVE DFHCOMMAREA(1:7) TO INVNUMI
                MOVE 7 TO INVNUML
                GO TO 200-MAIN-LOGIC
            END-IF.
            
            EXEC CICS 
                RECEIVE MAP('MAP2') MAPSET('BOMAP2') 
        063-JOURNAL-DONE.
            EXIT.

      * A RESTORE GOES ON THE OPERLOG ACTIVITY LOG WITH THE
      * SIGNED-ON SUPERVISOR AND BRANCH FOR THE BOPRGOA WEEKLY
      * REPORT.  THE CALLER SETS WS-OLOG-EVENT AND
      * WS-OLOG-SUBJECT.  A KEY COLLISION BUMPS THE SEQUENCE AND
      * TRIES AGAIN.
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

        050-LOG-AUDIT.
            MOVE EIBTRMID TO AUDITLOG-TERM.
            MOVE EIBTRNID TO AUDITLOG-TRANS.

            PERFORM 210-DISPLAY-ORDER.

            IF WS-HANDED-OVER
                EXEC CICS
                    SEND MAP('MAP2') MAPSET('BOMAP2') ERASE
                END-EXEC
            ELSE
                EXEC CICS SEND MAP('MAP2') MAPSET('BOMAP2') END-EXEC
            END-IF.

            EXEC CICS RETURN TRANSID('BO02')
                COMMAREA(WS-PRINT-SAVE)
                LENGTH(WS-PRINT-SAVE-LENGTH)
            MOVE ORDFILE-ADDR-LINE3 TO ADDLN3O.
            MOVE ORDFILE-POSTAL-1 TO POSTAL1O.
            MOVE ORDFILE-POSTAL-2 TO POSTAL2O.
            MOVE ORDFILE-SHIPTO-CODE TO SHIPTOO.
            MOVE ORDFILE-PROMISE-DATE TO PROMDTO.
            
            MOVE ORDFILE-AREA-CODE TO ARCODEO.
            MOVE ORDFILE-EXCHANGE TO EXCHNOO.

            PERFORM 310-DISPLAY-ARCHIVED.

            IF WS-HANDED-OVER
                EXEC CICS
                    SEND MAP('MAP2') MAPSET('BOMAP2') ERASE
                END-EXEC
            ELSE
                EXEC CICS SEND MAP('MAP2') MAPSET('BOMAP2') END-EXEC
            END-IF.

            EXEC CICS RETURN TRANSID('BO02')
                COMMAREA(WS-PRINT-SAVE)
                LENGTH(WS-PRINT-SAVE-LENGTH)
            MOVE ORDHIST-ADDR-LINE3 TO ADDLN3O.
            MOVE ORDHIST-POSTAL-1 TO POSTAL1O.
            MOVE ORDHIST-POSTAL-2 TO POSTAL2O.
            MOVE ORDHIST-SHIPTO-CODE TO SHIPTOO.
            MOVE ORDHIST-PROMISE-DATE TO PROMDTO.

            MOVE ORDHIST-AREA-CODE TO ARCODEO.
            MOVE ORDHIST-EXCHANGE TO EXCHNOO.
            MOVE 'W' TO WS-JRNL-ACTION.
            PERFORM 060-JOURNAL-ORDER THRU 063-JOURNAL-DONE.

            MOVE 'RSTR' TO WS-OLOG-EVENT.
            MOVE ORDFILE-INVOICE-NO TO WS-OLOG-SUBJECT.
            PERFORM 080-LOG-EVENT THRU 083-LOG-DONE.

      * THE PF8 ARCHIVE GAVE THE PARTS BACK TO ON-HAND, SO THE
      * RESTORE TAKES THEM OUT AGAIN - OTHERWISE EVERY ARCHIVE/
      * RESTORE ROUND TRIP INFLATES THE INVENTORY.  A HELD
            MOVE ORDHIST-ROUTE TO ORDFILE-ROUTE.
            MOVE ORDHIST-LOCATION TO ORDFILE-LOCATION.
            MOVE ORDHIST-SALES-REP TO ORDFILE-SALES-REP.
            MOVE ORDHIST-UNIT-COST(1) TO ORDFILE-UNIT-COST(1).
            MOVE ORDHIST-UNIT-COST(2) TO ORDFILE-UNIT-COST(2).
            MOVE ORDHIST-UNIT-COST(3) TO ORDFILE-UNIT-COST(3).
            MOVE ORDHIST-UNIT-COST(4) TO ORDFILE-UNIT-COST(4).
            MOVE ORDHIST-UNIT-COST(5) TO ORDFILE-UNIT-COST(5).
            MOVE ORDHIST-UNIT-COST(6) TO ORDFILE-UNIT-COST(6).
            MOVE ORDHIST-UNIT-COST(7) TO ORDFILE-UNIT-COST(7).
            MOVE ORDHIST-UNIT-COST(8) TO ORDFILE-UNIT-COST(8).
            MOVE ORDHIST-UNIT-COST(9) TO ORDFILE-UNIT-COST(9).
            MOVE ORDHIST-UNIT-COST(10) TO ORDFILE-UNIT-COST(10).
            MOVE ORDHIST-SHIPTO-CODE TO ORDFILE-SHIPTO-CODE.
            MOVE ORDHIST-CASH-SALE TO ORDFILE-CASH-SALE.
            MOVE ORDHIST-PROMISE-DATE TO ORDFILE-PROMISE-DATE.
            MOVE ORDHIST-BILL-DATE TO ORDFILE-BILL-DATE.
            MOVE ORDHIST-INV-SENT-DATE TO ORDFILE-INV-SENT-DATE.
            MOVE ORDHIST-INV-SENT-VIA TO ORDFILE-INV-SENT-VIA.

        740-TAKE-RESTORED-STOCK.
            MOVE ORDFILE-P1A  TO WS-RESTORE-CODE(1).
                VARYING WS-STK-SUB FROM 1 BY 1
                UNTIL WS-STK-SUB > 10.

            MOVE ORDFILE-INVOICE-NO TO WS-STK-DOC-NO.
            MOVE WS-OPER-ID TO WS-STK-OPER.

            EXEC CICS LINK
                PROGRAM('BOPRGPS')
                COMMAREA(WS-STOCK-EDIT)
                LENGTH(WS-PRINT-LINE-LEN)
            END-EXEC.

      * THE NIGHTLY BOPRGIN RUN HAS ALREADY SENT THIS ONE - THE
      * COPY SAYS SO, SO IT IS NEVER MISTAKEN FOR A SECOND BILL.
            IF ORDFILE-INV-SENT-DATE IS NUMERIC
                MOVE SPACES TO WS-PRINT-LINE
                IF ORDFILE-INV-ELECTRONIC
                    MOVE 'ELECTRONIC' TO WS-PRINT-VIA
                ELSE
                    MOVE 'PRINTED' TO WS-PRINT-VIA
                END-IF
                STRING '*** REPRINT - ORIGINAL ' DELIMITED BY SIZE
                    WS-PRINT-VIA DELIMITED BY SPACE
                    ' ' DELIMITED BY SIZE
                    ORDFILE-INV-SENT-DATE DELIMITED BY SIZE
                    ' ***' DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
                EXEC CICS SPOOLWRITE
                    TOKEN(WS-SPOOL-TOKEN)
                    FROM(WS-PRINT-LINE)
                    LENGTH(WS-PRINT-LINE-LEN)
                END-EXEC
            END-IF.

            MOVE SPACES TO WS-PRINT-LINE.
            MOVE ORDFILE-NAME TO WS-PRINT-LINE.
            EXEC CICS SPOOLWRITE
                LENGTH(WS-PRINT-LINE-LEN)
            END-EXEC.

      * THE DELIVERY DATE PROMISED AT ENTRY, WHEN THERE WAS ONE.
            IF ORDFILE-PROMISE-DATE IS NUMERIC
                MOVE SPACES TO WS-PRINT-LINE
                STRING 'PROMISED DELIVERY ' DELIMITED BY SIZE
                    ORDFILE-PROMISE-DATE DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
                EXEC CICS SPOOLWRITE
                    TOKEN(WS-SPOOL-TOKEN)
                    FROM(WS-PRINT-LINE)
                    LENGTH(WS-PRINT-LINE-LEN)
                END-EXEC
            END-IF.

            PERFORM 610-PRINT-PRODUCT
                VARYING WS-PRINT-SLOT FROM 1 BY 1
                UNTIL WS-PRINT-SLOT > 10.

            EXEC CICS SPOOLCLOSE TOKEN(WS-SPOOL-TOKEN) END-EXEC.

            IF ORDFILE-INV-SENT-DATE IS NUMERIC
                MOVE 'REPRINTED - ORIGINAL ALREADY SENT'
                    TO MSGO
            ELSE
                MOVE 'INVOICE PRINTED' TO MSGO
            END-IF.

            GO TO 900-SEND-MAP.

                END-EXEC
            END-IF.

      * CHANGE HISTORY - PF11 WITH AN INVOICE ON THE SCREEN HANDS
      * IT TO THE BOPRGIH SCREEN, WHICH LISTS EVERY FIELD CHANGED
      * ON IT OFF THE ORDER JOURNAL.  PF5 THERE COMES BACK HERE.
        800-INVOICE-HISTORY.
            IF EIBCALEN IS NOT EQUAL TO 10
                OR LK-INVOICE EQUALS SPACES
                MOVE LOW-VALUES TO MAP2O
                MOVE 'DISPLAY AN INVOICE FIRST' TO MSGO
                GO TO 900-SEND-MAP
            END-IF.

            MOVE LK-INVOICE TO WS-HIST-TRANSFER.

            EXEC CICS XCTL
                PROGRAM('BOPRGIH')
                COMMAREA(WS-HIST-TRANSFER)
                LENGTH(WS-HIST-TRANSFER-LENGTH)
            END-EXEC.

        900-SEND-MAP.
            EXEC CICS
                SEND MAP('MAP2') MAPSET('BOMAP2') ERASE
