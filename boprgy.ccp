        IDENTIFICATION DIVISION.
        PROGRAM-ID.  BOPRGY.
        AUTHOR. OAKE.

      * RETURN-TO-VENDOR CREDITS - THE OTHER END OF A RETURN THE
      * BOPRGJ INSPECTION BENCH RAISED.  KEY THE RTV NUMBER AND
      * PRESS ENTER TO SEE THE RETURN: SUPPLIER, BRANCH, PART,
      * QUANTITY, ITS VALUE AT THE COST IT WENT BACK AT, THE DATE
      * RAISED AND WHETHER IT IS STILL OPEN.  WHEN THE SUPPLIER'S
      * CREDIT NOTE ARRIVES, KEY ITS NUMBER AND AMOUNT WITH THE
      * RTV NUMBER AND PRESS ENTER - THE RETURN CLOSES TO 'C'
      * WITH THE CREDIT NUMBER, WHAT THEY ACTUALLY GAVE, THE DATE
      * AND THE OPERATOR, AND DROPS OFF THE BOPRGVO OPEN-RTV
      * REPORT.  A CREDIT SHORT OF THE RETURN'S VALUE STILL
      * CLOSES IT BUT SAYS SO.  A RETURN ALREADY CREDITED CANNOT
      * BE CREDITED AGAIN.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. RS-6000.
        OBJECT-COMPUTER. RS-6000.

        DATA DIVISION.
        WORKING-STORAGE SECTION.

        COPY 'BOMAPK'.
        COPY 'DFHBMSCA'.
        COPY 'RTVFILE-LAYOUT'.
        COPY 'SUPPFILE-LAYOUT'.
        COPY 'AUDITLOG-LAYOUT'.

        01 WS-TRANSFER-FIELD    PIC X(3).
        01 WS-TRANSFER-LENGTH   PIC S9(4) COMP VALUE 3.
        01 WS-AUDIT-ABSTIME     PIC S9(15) COMP-3.
        01 WS-CREDIT-ABSTIME    PIC S9(15) COMP-3.
        01 WS-CREDIT-DATE       PIC X(8).

        01 WS-RTV-VALUE         PIC S9(7)V99 COMP-3.
        01 WS-VALUE-DISPLAY     PIC ZZZ,ZZ9.99.
        01 WS-QTY-DISPLAY       PIC ZZZ9.

        01 WS-CREDIT-DOLLARS    PIC 9(7).
        01 WS-CREDIT-CENTS      PIC 9(2).
        01 WS-CREDIT-AMT        PIC S9(7)V99 COMP-3.
        01 WS-CREDIT-SPLIT      PIC 9(7)V99.
        01 WS-CREDIT-PARTS REDEFINES WS-CREDIT-SPLIT.
            05 WS-SPLIT-DOLLARS     PIC 9(7).
            05 WS-SPLIT-CENTS       PIC 9(2).

        01 WS-STATUS-TEXT       PIC X(30).
        01 WS-POSTED-MSG        PIC X(40).

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
                NOTFND(400-RTV-NOT-FOUND)
            END-EXEC.

            PERFORM 050-LOG-AUDIT THRU 051-AUDIT-LOGGED.

            IF EIBCALEN = 3
                GO TO 100-FIRST-TIME
            END-IF.

            EXEC CICS
                RECEIVE MAP('MAPK') MAPSET('BOMAPK')
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
            MOVE LOW-VALUES TO MAPKO.

            EXEC CICS
                SEND MAP('MAPK') MAPSET('BOMAPK') ERASE
            END-EXEC.

            EXEC CICS RETURN TRANSID('BO21') END-EXEC.

        200-MAIN-LOGIC.

            IF VRTVNOL IS NOT EQUAL TO 7
                MOVE 'RTV NUMBER MUST BE 7 DIGITS' TO MSGO
                MOVE -1 TO VRTVNOL
                MOVE DFHUNIMD TO VRTVNOA

                GO TO 910-SEND-MAP-ERR
            END-IF.

            IF VRTVNOI IS NOT NUMERIC
                MOVE 'RTV NUMBER MUST BE NUMERIC' TO MSGO
                MOVE -1 TO VRTVNOL
                MOVE DFHUNIMD TO VRTVNOA

                GO TO 910-SEND-MAP-ERR
            END-IF.

            MOVE VRTVNOI TO RTV-NO.

            EXEC CICS READ FILE('RTVFILE')
                INTO(RTV-RECORD)
                RIDFLD(RTV-KEY)
                LENGTH(RTV-LENGTH)
            END-EXEC.

      * NO CREDIT NUMBER KEYED - JUST SHOW THE RETURN.
            IF VCRNOL EQUALS ZERO
                OR VCRNOI EQUALS SPACES
                GO TO 300-SHOW-RTV
            END-IF.

            GO TO 500-CREDIT-RTV.

        300-SHOW-RTV.
            PERFORM 310-FILL-SCREEN THRU 316-SUPPLIER-NAMED.

            IF RTV-ST-CREDITED
                MOVE 'RETURN IS CREDITED AND CLOSED' TO MSGO
            ELSE
                MOVE 'KEY THE SUPPLIER CREDIT NO AND AMOUNT'
                    TO MSGO
                MOVE -1 TO VCRNOL
            END-IF.

            GO TO 900-SEND-MAP.

      * THE WHOLE RETURN ONTO A CLEAN SCREEN.  THE RTV NUMBER IS
      * SENT BACK MODIFIED SO THE CREDIT CAN BE KEYED STRAIGHT
      * UNDER IT.
        310-FILL-SCREEN.
            MOVE LOW-VALUES TO MAPKO.

            MOVE RTV-NO TO VRTVNOO.
            MOVE DFHBMFSE TO VRTVNOA.
            MOVE RTV-SUPP-CODE TO VSUPPO.
            MOVE RTV-LOCATION TO VLOCO.
            MOVE RTV-PART-CODE TO VPARTO.
            MOVE RTV-QTY TO WS-QTY-DISPLAY.
            MOVE WS-QTY-DISPLAY TO VQTYO.

            COMPUTE WS-RTV-VALUE = RTV-QTY * RTV-UNIT-COST.
            MOVE WS-RTV-VALUE TO WS-VALUE-DISPLAY.
            MOVE WS-VALUE-DISPLAY TO VVALUEO.
            MOVE RTV-RAISE-DATE TO VRAISEDO.

            MOVE SPACES TO WS-STATUS-TEXT.

            IF RTV-ST-CREDITED
                STRING 'CREDITED ' RTV-CREDIT-DATE
                       ' BY ' RTV-CREDIT-OPER
                    DELIMITED BY SIZE INTO WS-STATUS-TEXT
                MOVE RTV-CREDIT-NO TO VCRNOO
                MOVE RTV-CREDIT-AMT TO WS-CREDIT-SPLIT
                MOVE WS-SPLIT-DOLLARS TO VCRDOLO
                MOVE WS-SPLIT-CENTS TO VCRCNTO
            ELSE
                IF RTV-PRINTED
                    MOVE 'OPEN - DOCUMENT PRINTED' TO WS-STATUS-TEXT
                ELSE
                    MOVE 'OPEN - NOT YET PRINTED' TO WS-STATUS-TEXT
                END-IF
            END-IF.

            MOVE WS-STATUS-TEXT TO VSTATO.

        315-NAME-SUPPLIER.
            EXEC CICS HANDLE CONDITION
                NOTFND(316-SUPPLIER-NAMED)
            END-EXEC.

            MOVE RTV-SUPP-CODE TO SUPP-CODE.

            EXEC CICS READ FILE('SUPPFILE')
                INTO(SUPP-RECORD)
                RIDFLD(SUPP-KEY)
                LENGTH(SUPP-LENGTH)
            END-EXEC.

            MOVE SUPP-NAME TO VSUPPNMO.

        316-SUPPLIER-NAMED.
            EXEC CICS HANDLE CONDITION
                NOTFND(400-RTV-NOT-FOUND)
            END-EXEC.

        400-RTV-NOT-FOUND.
            MOVE LOW-VALUES TO MAPKO.
            MOVE 'RTV NOT FOUND' TO MSGO.
            MOVE -1 TO VRTVNOL.

            GO TO 910-SEND-MAP-ERR.

      * CLOSE THE RETURN AGAINST THE SUPPLIER'S CREDIT NOTE.  THE
      * RECORD IS RE-READ FOR UPDATE AND ITS STATUS CHECKED AGAIN
      * IN CASE SOMEBODY ELSE KEYED THE CREDIT FIRST.
        500-CREDIT-RTV.
            IF RTV-ST-CREDITED
                PERFORM 310-FILL-SCREEN THRU 316-SUPPLIER-NAMED
                MOVE 'RETURN IS ALREADY CREDITED' TO MSGO

                GO TO 910-SEND-MAP-ERR
            END-IF.

            PERFORM 510-EDIT-CREDIT-AMT.

            EXEC CICS READ FILE('RTVFILE')
                INTO(RTV-RECORD)
                RIDFLD(RTV-KEY)
                LENGTH(RTV-LENGTH)
                UPDATE
            END-EXEC.

            IF RTV-ST-CREDITED
                EXEC CICS UNLOCK FILE('RTVFILE') END-EXEC

                MOVE 'RETURN IS ALREADY CREDITED' TO MSGO

                GO TO 910-SEND-MAP-ERR
            END-IF.

            EXEC CICS ASSIGN ABSTIME(WS-CREDIT-ABSTIME) END-EXEC.
            EXEC CICS FORMATTIME ABSTIME(WS-CREDIT-ABSTIME)
                YYYYMMDD(WS-CREDIT-DATE)
                DATESEP(0)
            END-EXEC.

            MOVE VCRNOI TO RTV-CREDIT-NO.
            MOVE WS-CREDIT-AMT TO RTV-CREDIT-AMT.
            MOVE WS-CREDIT-DATE TO RTV-CREDIT-DATE.
            MOVE WS-OPER-ID TO RTV-CREDIT-OPER.
            SET RTV-ST-CREDITED TO TRUE.

            EXEC CICS REWRITE FILE('RTVFILE')
                FROM(RTV-RECORD)
                LENGTH(RTV-LENGTH)
            END-EXEC.

            PERFORM 310-FILL-SCREEN THRU 316-SUPPLIER-NAMED.

            MOVE SPACES TO WS-POSTED-MSG.

            IF WS-CREDIT-AMT < WS-RTV-VALUE
                MOVE 'RTV CLOSED - CREDIT SHORT OF ITS VALUE'
                    TO WS-POSTED-MSG
            ELSE
                STRING 'RTV ' RTV-NO ' CREDITED AND CLOSED'
                    DELIMITED BY SIZE INTO WS-POSTED-MSG
            END-IF.

            MOVE WS-POSTED-MSG TO MSGO.

            GO TO 900-SEND-MAP.

        510-EDIT-CREDIT-AMT.
            MOVE ZERO TO WS-CREDIT-DOLLARS.
            MOVE ZERO TO WS-CREDIT-CENTS.

            IF VCRDOLL EQUALS ZERO
                AND VCRCNTL EQUALS ZERO
                MOVE 'KEY THE AMOUNT THE SUPPLIER CREDITED' TO MSGO
                MOVE -1 TO VCRDOLL
                MOVE DFHUNIMD TO VCRDOLA

                GO TO 910-SEND-MAP-ERR
            END-IF.

            IF VCRDOLL > ZERO
                IF VCRDOLI IS NOT NUMERIC
                    MOVE 'CREDIT DOLLARS MUST BE NUMERIC' TO MSGO
                    MOVE -1 TO VCRDOLL
                    MOVE DFHUNIMD TO VCRDOLA

                    GO TO 910-SEND-MAP-ERR
                ELSE
                    MOVE VCRDOLI TO WS-CREDIT-DOLLARS
                END-IF
            END-IF.

            IF VCRCNTL > ZERO
                IF VCRCNTI IS NOT NUMERIC
                    MOVE 'CREDIT CENTS MUST BE NUMERIC' TO MSGO
                    MOVE -1 TO VCRCNTL
                    MOVE DFHUNIMD TO VCRCNTA

                    GO TO 910-SEND-MAP-ERR
                ELSE
                    MOVE VCRCNTI TO WS-CREDIT-CENTS
                END-IF
            END-IF.

            COMPUTE WS-CREDIT-AMT =
                WS-CREDIT-DOLLARS + (WS-CREDIT-CENTS / 100).

        900-SEND-MAP.
            EXEC CICS
                SEND MAP('MAPK') MAPSET('BOMAPK') ERASE
            END-EXEC.

            EXEC CICS RETURN TRANSID('BO21') END-EXEC.

        910-SEND-MAP-ERR.
            EXEC CICS
                SEND MAP('MAPK') MAPSET('BOMAPK')
            END-EXEC.

            EXEC CICS RETURN TRANSID('BO21') END-EXEC.

        999-EXIT.
            EXEC CICS XCTL
                PROGRAM('BOPRGM')
                COMMAREA(WS-TRANSFER-FIELD)
                LENGTH(WS-TRANSFER-LENGTH)
            END-EXEC.
