        IDENTIFICATION DIVISION.
        PROGRAM-ID.  BOPRGSH.
        AUTHOR. OAKE.

      * SHIP-TO MAINTENANCE - THE CONTRACTORS AND FARM ACCOUNTS
      * WHO HAVE GOODS DROPPED AT A YARD OR A JOB SITE RATHER THAN
      * THE BILLING ADDRESS KEEP ONE SHIPFILE RECORD PER SITE
      * UNDER THEIR PHONE KEY.  REACHED BY PF7 OFF THE BOPRGC
      * CUSTOMER SCREEN, WHICH FILLS IN THE PHONE NUMBER.  KEY A
      * SHIP-TO CODE AND PRESS ENTER - AN EXISTING SITE COMES UP
      * FOR CHANGES, A NEW CODE COMES UP EMPTY TO FILL IN.  PRESS
      * ENTER AGAIN TO WRITE IT.  PF8 DELETES THE DISPLAYED SITE.
      * ORDER ENTRY (BOPRGE) AND STANDING ORDERS (BOPRGT) PICK A
      * SITE BY ITS CODE.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. RS-6000.
        OBJECT-COMPUTER. RS-6000.

        DATA DIVISION.
        WORKING-STORAGE SECTION.

        COPY 'BOMAPP'.
        COPY 'DFHBMSCA'.
        COPY 'SHIPFILE-LAYOUT'.
        COPY 'CUSTFILE-LAYOUT'.
        COPY 'AUDITLOG-LAYOUT'.

        01 WS-TRANSFER-FIELD    PIC X(3).
        01 WS-TRANSFER-LENGTH   PIC S9(4) COMP VALUE 3.
        01 WS-AUDIT-ABSTIME     PIC S9(15) COMP-3.

        01 WS-SHIP-SAVE.
            05 WS-SH-SW             PIC X(3) VALUE 'HIN'.
            05 WS-SH-KEY            PIC X(14).
        01 WS-SHIP-SAVE-LENGTH  PIC S9(4) COMP VALUE 17.

        01 WS-POSTAL-CODE.
            05 WS-POSTAL-1.
                10 WS-POSTAL-CHAR-1        PIC X.
                10 WS-POSTAL-CHAR-2        PIC X.
                10 WS-POSTAL-CHAR-3        PIC X.
            05 WS-POSTAL-2.
                10 WS-POSTAL-CHAR-4        PIC X.
                10 WS-POSTAL-CHAR-5        PIC X.
                10 WS-POSTAL-CHAR-6        PIC X.

        01 WS-SIGNON-NAME.
            05 WS-SIGNON-TERMID     PIC X(4).
            05 WS-SIGNON-QID        PIC X(4) VALUE 'SGNQ'.

        01 WS-SIGNON-RECORD.
            05 WS-OPER-ID           PIC X(4).
            05 WS-OPER-AUTH         PIC X(1).
            05 WS-OPER-LOC          PIC X(2).
        01 WS-SIGNON-LENGTH     PIC S9(4) COMP VALUE 7.

      * ENTERED FROM BOPRGC THE COMMAREA IS THAT PROGRAM'S
      * THIRTEEN BYTES - TRANSFER CODE AND CUSTOMER KEY.  OUR OWN
      * IS SEVENTEEN - TRANSFER CODE AND THE FULL SHIP-TO KEY.
        LINKAGE SECTION.
            01 DFHCOMMAREA.
                05 LK-TRANSFER    PIC X(3).
                05 LK-SHIP-KEY.
                    10 LK-CUST-KEY    PIC X(10).
                    10 LK-SHIP-CODE   PIC X(4).

        PROCEDURE DIVISION.

        000-START-LOGIC.

            EXEC CICS HANDLE AID
                PF4 (999-EXIT)
                PF8 (700-DELETE-SHIPTO)
            END-EXEC.

            EXEC CICS HANDLE CONDITION
                MAPFAIL(100-FIRST-TIME)
            END-EXEC.

            PERFORM 050-LOG-AUDIT THRU 051-AUDIT-LOGGED.

            IF EIBCALEN = 3
                GO TO 100-FIRST-TIME
            END-IF.

            IF EIBCALEN = 13
                GO TO 150-FROM-CUSTOMER
            END-IF.

            EXEC CICS
                RECEIVE MAP('MAPP') MAPSET('BOMAPP')
            END-EXEC.

            IF EIBCALEN = 17 AND LK-TRANSFER EQUALS 'HUP'
                MOVE LK-SHIP-KEY TO WS-SH-KEY
                GO TO 500-APPLY-SHIPTO
            END-IF.

            GO TO 300-DISPLAY-SHIPTO.

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
            MOVE LOW-VALUES TO MAPPO.

            EXEC CICS
                SEND MAP('MAPP') MAPSET('BOMAPP') ERASE
            END-EXEC.

            EXEC CICS RETURN TRANSID('BO26')
                COMMAREA(WS-SHIP-SAVE)
                LENGTH(WS-SHIP-SAVE-LENGTH)
            END-EXEC.

      * FROM THE CUSTOMER SCREEN - THE PHONE NUMBER GOES OUT
      * ALREADY KEYED AND MODIFIED, SO THE OPERATOR ONLY HAS TO
      * TYPE THE SHIP-TO CODE.
        150-FROM-CUSTOMER.
            MOVE LOW-VALUES TO MAPPO.
            MOVE LK-CUST-KEY TO CUST-KEY.
            MOVE CUST-AREA-CODE TO ARCODEO.
            MOVE CUST-EXCHANGE TO EXCHNOO.
            MOVE CUST-PHONE-NUM TO PHONNUMO.
            MOVE DFHBMFSE TO ARCODEA.
            MOVE DFHBMFSE TO EXCHNOA.
            MOVE DFHBMFSE TO PHONNUMA.
            MOVE -1 TO SHIPCDL.
            MOVE 'KEY A SHIP-TO CODE AND PRESS ENTER' TO MSGO.

            EXEC CICS
                SEND MAP('MAPP') MAPSET('BOMAPP') ERASE CURSOR
            END-EXEC.

            EXEC CICS RETURN TRANSID('BO26')
                COMMAREA(WS-SHIP-SAVE)
                LENGTH(WS-SHIP-SAVE-LENGTH)
            END-EXEC.

        200-EDIT-PHONE-KEY.
            IF ARCODEL IS NOT EQUAL TO 3
                OR EXCHNOL IS NOT EQUAL TO 3
                OR PHONNUML IS NOT EQUAL TO 4
                MOVE 'KEY A COMPLETE PHONE NUMBER' TO MSGO
                MOVE -1 TO ARCODEL
                MOVE DFHUNIMD TO ARCODEA

                GO TO 910-SEND-MAP-ERR
            END-IF.

            IF ARCODEI IS NOT NUMERIC
                OR EXCHNOI IS NOT NUMERIC
                OR PHONNUMI IS NOT NUMERIC
                MOVE 'PHONE NUMBER MUST BE NUMERIC' TO MSGO
                MOVE -1 TO ARCODEL
                MOVE DFHUNIMD TO ARCODEA

                GO TO 910-SEND-MAP-ERR
            END-IF.

            IF SHIPCDL EQUALS ZERO
                OR SHIPCDI EQUALS SPACES
                MOVE 'KEY A SHIP-TO CODE' TO MSGO
                MOVE -1 TO SHIPCDL
                MOVE DFHUNIMD TO SHIPCDA

                GO TO 910-SEND-MAP-ERR
            END-IF.

      * SHIP-TOS HANG OFF A CUSTFILE RECORD - THE CUSTOMER MUST BE
      * ON FILE BEFORE A SITE CAN BE ADDED UNDER THEM.
        300-DISPLAY-SHIPTO.
            PERFORM 200-EDIT-PHONE-KEY.

            MOVE ARCODEI TO CUST-AREA-CODE.
            MOVE EXCHNOI TO CUST-EXCHANGE.
            MOVE PHONNUMI TO CUST-PHONE-NUM.

            EXEC CICS HANDLE CONDITION
                NOTFND(400-CUST-NOT-FOUND)
            END-EXEC.

            EXEC CICS READ FILE('CUSTFILE')
                INTO(CUST-RECORD)
                RIDFLD(CUST-KEY)
                LENGTH(CUST-LENGTH)
            END-EXEC.

            MOVE CUST-KEY TO SHIP-PHONE-KEY.
            MOVE SHIPCDI TO SHIP-CODE.
            MOVE SHIP-KEY TO WS-SH-KEY.
            MOVE 'HUP' TO WS-SH-SW.

            EXEC CICS HANDLE CONDITION
                NOTFND(350-NEW-SHIPTO)
            END-EXEC.

            EXEC CICS READ FILE('SHIPFILE')
                INTO(SHIP-RECORD)
                RIDFLD(SHIP-KEY)
                LENGTH(SHIP-LENGTH)
            END-EXEC.

            MOVE LOW-VALUES TO MAPPO.
            PERFORM 310-SHOW-KEY.
            MOVE SHIP-NAME TO SNAMEO.
            MOVE SHIP-ADDR-LINE1 TO ADDLN1O.
            MOVE SHIP-ADDR-LINE2 TO ADDLN2O.
            MOVE SHIP-ADDR-LINE3 TO ADDLN3O.
            MOVE SHIP-POSTAL-1 TO POSTAL1O.
            MOVE SHIP-POSTAL-2 TO POSTAL2O.
            MOVE SHIP-INSTRUCTIONS TO DLVINSTO.

      * EVERYTHING DISPLAYED GOES OUT MODIFIED SO IT TRANSMITS
      * BACK WITH THE NEXT ENTER - THE OPERATOR ONLY RE-KEYS WHAT
      * THEY WANT CHANGED.
            MOVE DFHBMFSE TO SNAMEA.
            MOVE DFHBMFSE TO ADDLN1A.
            MOVE DFHBMFSE TO ADDLN2A.
            MOVE DFHBMFSE TO ADDLN3A.
            MOVE DFHBMFSE TO POSTAL1A.
            MOVE DFHBMFSE TO POSTAL2A.
            MOVE DFHBMFSE TO DLVINSTA.

            MOVE 'CHANGE AND PRESS ENTER. PF8 DELETES' TO MSGO.

            EXEC CICS
                SEND MAP('MAPP') MAPSET('BOMAPP') ERASE
            END-EXEC.

            EXEC CICS RETURN TRANSID('BO26')
                COMMAREA(WS-SHIP-SAVE)
                LENGTH(WS-SHIP-SAVE-LENGTH)
            END-EXEC.

      * THE KEY FIELDS ARE PROTECTED ONCE A SITE IS UP - A
      * DIFFERENT SITE MEANS PF4 AND START AGAIN.
        310-SHOW-KEY.
            MOVE CUST-AREA-CODE TO ARCODEO.
            MOVE CUST-EXCHANGE TO EXCHNOO.
            MOVE CUST-PHONE-NUM TO PHONNUMO.
            MOVE CUST-NAME TO CNAMEO.
            MOVE SHIP-CODE TO SHIPCDO.
            MOVE DFHBMPRF TO ARCODEA.
            MOVE DFHBMPRF TO EXCHNOA.
            MOVE DFHBMPRF TO PHONNUMA.
            MOVE DFHBMPRF TO SHIPCDA.

        350-NEW-SHIPTO.
            MOVE LOW-VALUES TO MAPPO.
            PERFORM 310-SHOW-KEY.
            MOVE 'NEW SHIP-TO - FILL IN AND PRESS ENTER' TO MSGO.

            EXEC CICS
                SEND MAP('MAPP') MAPSET('BOMAPP') ERASE
            END-EXEC.

            EXEC CICS RETURN TRANSID('BO26')
                COMMAREA(WS-SHIP-SAVE)
                LENGTH(WS-SHIP-SAVE-LENGTH)
            END-EXEC.

        400-CUST-NOT-FOUND.
            MOVE 'CUSTOMER NOT ON CUSTFILE - ADD THEM FIRST'
                TO MSGO.
            MOVE -1 TO ARCODEL.

            GO TO 910-SEND-MAP-ERR.

      * AN EXISTING SITE IS READ FOR UPDATE AND ONLY WHAT CAME
      * BACK FROM THE SCREEN CHANGES; A NEW ONE (NOTFND) STARTS
      * FROM A CLEAN RECORD IN 550-ADD-SHIPTO.
        500-APPLY-SHIPTO.
            MOVE WS-SH-KEY TO SHIP-KEY.

            EXEC CICS HANDLE CONDITION
                NOTFND(550-ADD-SHIPTO)
            END-EXEC.

            EXEC CICS READ FILE('SHIPFILE')
                INTO(SHIP-RECORD)
                RIDFLD(SHIP-KEY)
                LENGTH(SHIP-LENGTH)
                UPDATE
            END-EXEC.

            PERFORM 510-TAKE-FIELDS.
            PERFORM 520-EDIT-SHIPTO THRU 520-EXIT.

            EXEC CICS REWRITE FILE('SHIPFILE')
                FROM(SHIP-RECORD)
                LENGTH(SHIP-LENGTH)
            END-EXEC.

            MOVE LOW-VALUES TO MAPPO.
            MOVE 'SHIP-TO UPDATED' TO MSGO.
            MOVE 'HIN' TO WS-SH-SW.

            EXEC CICS
                SEND MAP('MAPP') MAPSET('BOMAPP') ERASE
            END-EXEC.

            EXEC CICS RETURN TRANSID('BO26')
                COMMAREA(WS-SHIP-SAVE)
                LENGTH(WS-SHIP-SAVE-LENGTH)
            END-EXEC.

      * A FIELD THAT DID NOT TRANSMIT IS LEFT AS IT STANDS ON THE
      * RECORD - ONLY WHAT THE OPERATOR KEYED (OR BLANKED OUT)
      * CHANGES.
        510-TAKE-FIELDS.
            IF SNAMEL > 0
                MOVE SNAMEI TO SHIP-NAME
            END-IF.
            IF ADDLN1L > 0
                MOVE ADDLN1I TO SHIP-ADDR-LINE1
            END-IF.
            IF ADDLN2L > 0
                MOVE ADDLN2I TO SHIP-ADDR-LINE2
            END-IF.
            IF ADDLN3L > 0
                MOVE ADDLN3I TO SHIP-ADDR-LINE3
            END-IF.
            IF POSTAL1L > 0
                MOVE POSTAL1I TO SHIP-POSTAL-1
            END-IF.
            IF POSTAL2L > 0
                MOVE POSTAL2I TO SHIP-POSTAL-2
            END-IF.
            IF DLVINSTL > 0
                MOVE DLVINSTI TO SHIP-INSTRUCTIONS
            END-IF.

      * THE SAME RULES ORDER ENTRY PUTS ON A KEYED ADDRESS - TWO
      * ADDRESS LINES AND A POSTAL CODE OF THE A9A 9A9 SHAPE, SO
      * AN ORDER TAKING THIS SITE NEVER FAILS ITS OWN EDITS OR
      * MISSES ITS TAXRATE PROVINCE.  AN ERROR RELEASES ANY
      * RECORD HELD FOR UPDATE.
        520-EDIT-SHIPTO.
            IF SHIP-ADDR-LINE1 EQUALS SPACES
                MOVE 'ADDRESS LINE 1 IS REQUIRED' TO MSGO
                MOVE -1 TO ADDLN1L
                MOVE DFHUNIMD TO ADDLN1A

                GO TO 590-EDIT-FAILED
            END-IF.

            IF SHIP-ADDR-LINE2 EQUALS SPACES
                MOVE 'ADDRESS LINE 2 IS REQUIRED' TO MSGO
                MOVE -1 TO ADDLN2L
                MOVE DFHUNIMD TO ADDLN2A

                GO TO 590-EDIT-FAILED
            END-IF.

            MOVE SHIP-POSTAL-1 TO WS-POSTAL-1.
            MOVE SHIP-POSTAL-2 TO WS-POSTAL-2.

            IF WS-POSTAL-CHAR-1 IS NUMERIC
                OR WS-POSTAL-CHAR-1 EQUALS SPACE
                OR WS-POSTAL-CHAR-2 IS NOT NUMERIC
                OR WS-POSTAL-CHAR-3 IS NUMERIC
                OR WS-POSTAL-CHAR-3 EQUALS SPACE
                MOVE 'INVALID POSTAL CODE' TO MSGO
                MOVE -1 TO POSTAL1L
                MOVE DFHUNIMD TO POSTAL1A

                GO TO 590-EDIT-FAILED
            END-IF.

            IF WS-POSTAL-CHAR-4 IS NOT NUMERIC
                OR WS-POSTAL-CHAR-5 IS NUMERIC
                OR WS-POSTAL-CHAR-5 EQUALS SPACE
                OR WS-POSTAL-CHAR-6 IS NOT NUMERIC
                MOVE 'INVALID POSTAL CODE' TO MSGO
                MOVE -1 TO POSTAL2L
                MOVE DFHUNIMD TO POSTAL2A

                GO TO 590-EDIT-FAILED
            END-IF.

        520-EXIT.
            EXIT.

        550-ADD-SHIPTO.
            MOVE SPACES TO SHIP-RECORD.
            MOVE WS-SH-KEY TO SHIP-KEY.

            PERFORM 510-TAKE-FIELDS.
            PERFORM 520-EDIT-SHIPTO THRU 520-EXIT.

            EXEC CICS WRITE FILE('SHIPFILE')
                FROM(SHIP-RECORD)
                RIDFLD(SHIP-KEY)
                LENGTH(SHIP-LENGTH)
            END-EXEC.

            MOVE LOW-VALUES TO MAPPO.
            MOVE 'SHIP-TO ADDED' TO MSGO.
            MOVE 'HIN' TO WS-SH-SW.

            EXEC CICS
                SEND MAP('MAPP') MAPSET('BOMAPP') ERASE
            END-EXEC.

            EXEC CICS RETURN TRANSID('BO26')
                COMMAREA(WS-SHIP-SAVE)
                LENGTH(WS-SHIP-SAVE-LENGTH)
            END-EXEC.

        590-EDIT-FAILED.
            EXEC CICS UNLOCK FILE('SHIPFILE') END-EXEC.

            GO TO 910-SEND-MAP-ERR.

        700-DELETE-SHIPTO.
            IF EIBCALEN IS NOT EQUAL TO 17
                OR LK-TRANSFER IS NOT EQUAL TO 'HUP'
                MOVE LOW-VALUES TO MAPPO
                MOVE 'DISPLAY THE SHIP-TO FIRST' TO MSGO

                GO TO 910-SEND-MAP-ERR
            END-IF.

            MOVE LK-SHIP-KEY TO SHIP-KEY.

            EXEC CICS HANDLE CONDITION
                NOTFND(710-NOT-ON-FILE)
            END-EXEC.

            EXEC CICS DELETE FILE('SHIPFILE')
                RIDFLD(SHIP-KEY)
            END-EXEC.

            MOVE LOW-VALUES TO MAPPO.
            MOVE 'SHIP-TO DELETED' TO MSGO.
            MOVE 'HIN' TO WS-SH-SW.

            EXEC CICS
                SEND MAP('MAPP') MAPSET('BOMAPP') ERASE
            END-EXEC.

            EXEC CICS RETURN TRANSID('BO26')
                COMMAREA(WS-SHIP-SAVE)
                LENGTH(WS-SHIP-SAVE-LENGTH)
            END-EXEC.

        710-NOT-ON-FILE.
            MOVE LOW-VALUES TO MAPPO.
            MOVE 'SHIP-TO NOT ON FILE' TO MSGO.
            MOVE 'HIN' TO WS-SH-SW.

            GO TO 910-SEND-MAP-ERR.

        910-SEND-MAP-ERR.
            EXEC CICS
                SEND MAP('MAPP') MAPSET('BOMAPP')
            END-EXEC.

            EXEC CICS RETURN TRANSID('BO26')
                COMMAREA(WS-SHIP-SAVE)
                LENGTH(WS-SHIP-SAVE-LENGTH)
            END-EXEC.

        999-EXIT.
            EXEC CICS XCTL
                PROGRAM('BOPRGM')
                COMMAREA(WS-TRANSFER-FIELD)
                LENGTH(WS-TRANSFER-LENGTH)
            END-EXEC.
