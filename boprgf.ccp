        $SET DB2 (DB=INFOSYS,UDB-VERSION=V8)
        IDENTIFICATION DIVISION.
        PROGRAM-ID.  BOPRGF.
        AUTHOR. OAKE.

      * PART MASTER MAINTENANCE - THE SCREEN THE PART TABLES NEVER
      * HAD.  KEY A PART CODE AND PRESS ENTER - AN EXISTING PART
      * COMES UP WITH ITS DESCRIPTION AND CHARGE FLAG FROM
      * BILLM.PART_CODES, THE PRICE IN FORCE TODAY AND THE NEXT
      * FUTURE PRICE FROM BILLM.PART_PRICES, ITS REPLACEMENT CODE
      * FROM BILLM.PART_SUPERSEDE, ITS SUPPLIER ROW FROM
      * BILLM.SUPP_PART AND UP TO FOUR BRANCH ROWS (ON-HAND,
      * REORDER POINT, BIN) FROM BILLM.PART_ONHAND; A NEW CODE
      * COMES UP EMPTY TO FILL IN.  CHANGE WHAT IS WRONG AND PRESS
      * ENTER AGAIN TO APPLY IT.
      *
      * THE SHIPPING WEIGHT (GRAMS) AND CUBE (CUBIC CENTIMETRES)
      * OF ONE UNIT LIVE ON PART_CODES BESIDE THE DESCRIPTION -
      * THE BOPRGLP LOAD PLAN TOTALS THEM PER TRUCK.  BLANK MEANS
      * NOT YET MEASURED; CHARGE CODES SHIP NOTHING AND TAKE
      * NEITHER.
      *
      * A PRICE IS NEVER OVERTYPED IN PLACE - KEY AN EFFECTIVE
      * DATE (TODAY OR LATER) AND THE PRICE, AND A NEW PART_PRICES
      * ROW IS LOADED THAT BOPRGPC PICKS UP WHEN THE DATE COMES
      * AROUND.  KEYING A DATE THAT ALREADY HAS A ROW RE-PRICES
      * THAT ROW.  BLANKING THE REPLACEMENT CODE OR THE SUPPLIER
      * REMOVES THAT ROW.  KEYING A NEW BRANCH ON AN EMPTY BRANCH
      * ROW STARTS TRACKING THE PART THERE WITH NOTHING ON HAND -
      * QUANTITIES THEMSELVES ONLY EVER MOVE THROUGH BOPRGPS.
      * CHARGE CODES CARRY NO STOCK AND TAKE NO BRANCH ROWS.
      *
      * THE WHOLE SCREEN IS GATED ON OPER-AUTH 'S', LIKE DELETE
      * AND RESTORE, AND EVERY VALUE IT CHANGES IS WRITTEN TO THE
      * PARTLOG CHANGE LOG WITH THE SUPERVISOR, THE OLD VALUE AND
      * THE NEW ONE.  NOTHING IS APPLIED UNTIL THE WHOLE SCREEN
      * EDITS CLEAN, AND AN SQL ERROR PART WAY THROUGH BACKS THE
      * LOT OUT.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. RS-6000.
        OBJECT-COMPUTER. RS-6000.

        DATA DIVISION.
        WORKING-STORAGE SECTION.

        COPY 'BOMAPH'.
        COPY 'DFHBMSCA'.
        COPY 'PARTLOG-LAYOUT'.
        COPY 'SUPPFILE-LAYOUT'.
        COPY 'AUDITLOG-LAYOUT'.

        EXEC SQL INCLUDE SQLCA END-EXEC.

        01 WS-SQL-CODE          PIC -9(8).

        EXEC SQL BEGIN DECLARE SECTION END-EXEC.
            01  SQL-PART-CODE               PIC X(8).
            01  SQL-PART-DESC               PIC X(17).
            01  SQL-CHARGE-FLAG             PIC X(1).
            01  SQL-SHIP-WEIGHT             PIC S9(9) COMP.
            01  SQL-SHIP-CUBE               PIC S9(9) COMP.
            01  SQL-EFF-DATE                PIC X(8).
            01  SQL-PART-PRICE              PIC S9(5)V99 COMP-3.
            01  SQL-TODAY                   PIC X(8).
            01  SQL-NEW-PART                PIC X(8).
            01  SQL-REPL-COUNT              PIC S9(9) COMP.
            01  SQL-SUPP-CODE               PIC X(4).
            01  SQL-SUPP-PART-NO            PIC X(10).
            01  SQL-LEAD-DAYS               PIC S9(3) COMP-3.
            01  SQL-LOCATION                PIC X(2).
            01  SQL-QTY-ON-HAND             PIC S9(7) COMP-3.
            01  SQL-REORDER-POINT           PIC S9(7) COMP-3.
            01  SQL-BIN-LOC                 PIC X(6).
            01  SQL-OLD-BIN-LOC             PIC X(6).
        EXEC SQL END DECLARE SECTION END-EXEC.

        EXEC SQL
            DECLARE ONHAND-CURSOR CURSOR FOR
                SELECT LOCATION, QTY_ON_HAND, REORDER_POINT,
                       COALESCE(BIN_LOC, ' ')
                FROM BILLM.PART_ONHAND
                WHERE PART_CODE = :SQL-PART-CODE
                ORDER BY LOCATION
        END-EXEC.

        01 WS-TRANSFER-FIELD    PIC X(3).
        01 WS-TRANSFER-LENGTH   PIC S9(4) COMP VALUE 3.
        01 WS-AUDIT-ABSTIME     PIC S9(15) COMP-3.
        01 WS-ABSTIME           PIC S9(15) COMP-3.
        01 WS-TODAY             PIC X(8).
        01 WS-NOW-TIME          PIC X(6).
        01 WS-ROW-SUB           PIC 99 COMP.

        01 WS-PART-SAVE.
            05 WS-PM-SW             PIC X(3) VALUE 'SIN'.
            05 WS-PM-PART           PIC X(4).
            05 WS-PM-NEW            PIC X(1).
        01 WS-PART-SAVE-LENGTH  PIC S9(4) COMP VALUE 8.

        01 WS-FETCH-SW          PIC X VALUE 'N'.
            88 WS-FETCH-DONE     VALUE 'Y'.

      * THE SCREEN AS KEYED, EDITED - NOTHING TOUCHES A TABLE
      * UNTIL ALL OF IT IS GOOD.
        01 WS-NEW-DESC          PIC X(17).
        01 WS-NEW-CHARGE        PIC X(1).
        01 WS-OLD-CHARGE        PIC X(1).
        01 WS-NEW-WEIGHT        PIC 9(6).
        01 WS-NEW-CUBE          PIC 9(7).
        01 WS-PRICE-KEYED-SW    PIC X VALUE 'N'.
            88 WS-PRICE-KEYED    VALUE 'Y'.
        01 WS-EFF-DATE.
            05 WS-EFF-YYYY          PIC 9(4).
            05 WS-EFF-MM            PIC 9(2).
            05 WS-EFF-DD            PIC 9(2).
        01 WS-EFF-END-NUM       PIC 9(8).
        01 WS-EFF-END-PARTS REDEFINES WS-EFF-END-NUM.
            05 WS-EFF-END-YYYY      PIC 9(4).
            05 WS-EFF-END-MM        PIC 9(2).
            05 WS-EFF-END-DD        PIC 9(2).
        01 WS-EFF-END-INT       PIC S9(9) COMP.
        01 WS-PRICE-DOLLARS     PIC 9(5).
        01 WS-PRICE-CENTS       PIC 9(2).
        01 WS-NEW-PRICE         PIC S9(5)V99 COMP-3.
        01 WS-NEW-REPL          PIC X(4).
        01 WS-NEW-SUPP-CODE     PIC X(4).
        01 WS-NEW-SUPP-PART-NO  PIC X(10).
        01 WS-NEW-LEAD-DAYS     PIC 9(3).
        01 WS-NEW-ROP           PIC 9(5).
        01 WS-OLD-ROP           PIC 9(5).

        01 WS-PRICE-DISPLAY     PIC ZZZZ9.99.
        01 WS-ONHAND-DISPLAY    PIC ZZZZZZ9-.

      * ONE CHANGE-LOG ENTRY, BUILT UP BEFORE 800-WRITE-LOG.
        01 WS-LOG-SEQ           PIC 9(2) VALUE ZERO.
        01 WS-LOG-FIELD         PIC X(8).
        01 WS-LOG-QUAL          PIC X(8).
        01 WS-LOG-OLD           PIC X(20).
        01 WS-LOG-NEW           PIC X(20).
        01 WS-LOG-PRICE         PIC ZZZZ9.99.
        01 WS-LOG-QTY           PIC ZZZZZZ9.
        01 WS-LOG-SUPPLIER.
            05 WS-LOG-SUPP-CODE     PIC X(4).
            05 FILLER               PIC X(1) VALUE SPACE.
            05 WS-LOG-SUPP-PART-NO  PIC X(10).
            05 FILLER               PIC X(5) VALUE SPACES.

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
                05 LK-PM-PART     PIC X(4).
                05 LK-PM-NEW      PIC X(1).

        PROCEDURE DIVISION.

        000-START-LOGIC.

            EXEC SQL
                WHENEVER SQLERROR GO TO 990-SQL-ERR
            END-EXEC.

            EXEC SQL
                WHENEVER SQLWARNING CONTINUE
            END-EXEC.

            EXEC SQL
                WHENEVER NOT FOUND CONTINUE
            END-EXEC.

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
                RECEIVE MAP('MAPH') MAPSET('BOMAPH')
            END-EXEC.

      * SUPERVISORS ONLY - THE SAME GATE AS DELETE AND RESTORE.
            IF WS-OPER-AUTH IS NOT EQUAL TO 'S'
                MOVE LOW-VALUES TO MAPHO
                MOVE 'SUPERVISOR AUTHORITY NEEDED HERE' TO MSGO
                MOVE -1 TO MPARTL

                GO TO 910-SEND-MAP-ERR
            END-IF.

            IF EIBCALEN = 8 AND LK-TRANSFER EQUALS 'SUP'
                MOVE LK-PM-PART TO WS-PM-PART
                MOVE LK-PM-NEW TO WS-PM-NEW
                MOVE 'SUP' TO WS-PM-SW
                GO TO 500-APPLY-CHANGES
            END-IF.

            GO TO 300-DISPLAY-PART.

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

        060-GET-TODAY.
            EXEC CICS ASSIGN ABSTIME(WS-ABSTIME) END-EXEC.

            EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-TODAY)
                TIME(WS-NOW-TIME)
                DATESEP(0)
                TIMESEP(0)
            END-EXEC.

            MOVE WS-TODAY TO SQL-TODAY.

        100-FIRST-TIME.
            MOVE LOW-VALUES TO MAPHO.

            IF WS-OPER-AUTH IS NOT EQUAL TO 'S'
                MOVE 'SUPERVISOR AUTHORITY NEEDED HERE' TO MSGO
            ELSE
                MOVE 'KEY A PART CODE' TO MSGO
            END-IF.

            EXEC CICS
                SEND MAP('MAPH') MAPSET('BOMAPH') ERASE
            END-EXEC.

            EXEC CICS RETURN TRANSID('BO18')
                COMMAREA(WS-PART-SAVE)
                LENGTH(WS-PART-SAVE-LENGTH)
            END-EXEC.

        300-DISPLAY-PART.
            IF MPARTL EQUALS ZERO
                OR MPARTI EQUALS SPACES
                MOVE LOW-VALUES TO MAPHO
                MOVE 'KEY A PART CODE' TO MSGO
                MOVE -1 TO MPARTL

                GO TO 910-SEND-MAP-ERR
            END-IF.

            MOVE MPARTI TO WS-PM-PART.
            MOVE 'SUP' TO WS-PM-SW.

            PERFORM 060-GET-TODAY.

            MOVE SPACES TO SQL-PART-CODE.
            MOVE WS-PM-PART TO SQL-PART-CODE(1:4).

            EXEC SQL SELECT PART_DESC, COALESCE(CHARGE_FLAG, ' '),
                       COALESCE(SHIP_WEIGHT_G, 0),
                       COALESCE(SHIP_CUBE_CC, 0)
                INTO :SQL-PART-DESC, :SQL-CHARGE-FLAG,
                     :SQL-SHIP-WEIGHT, :SQL-SHIP-CUBE
                FROM BILLM.PART_CODES
                WHERE PART_CODE = :SQL-PART-CODE
            END-EXEC.

            IF SQLCODE = 100
                GO TO 350-NEW-PART
            END-IF.

            MOVE 'N' TO WS-PM-NEW.

            MOVE LOW-VALUES TO MAPHO.
            MOVE WS-PM-PART TO MPARTO.
            MOVE SQL-PART-DESC TO MDESCO.

            IF SQL-CHARGE-FLAG EQUALS 'Y'
                MOVE 'Y' TO MCHGO
            ELSE
                MOVE 'N' TO MCHGO
            END-IF.

            IF SQL-SHIP-WEIGHT > ZERO
                MOVE SQL-SHIP-WEIGHT TO WS-NEW-WEIGHT
                MOVE WS-NEW-WEIGHT TO MWGTO
            END-IF.

            IF SQL-SHIP-CUBE > ZERO
                MOVE SQL-SHIP-CUBE TO WS-NEW-CUBE
                MOVE WS-NEW-CUBE TO MCUBEO
            END-IF.

            PERFORM 320-SHOW-PRICES.
            PERFORM 330-SHOW-SUPERSEDE.
            PERFORM 335-SHOW-SUPPLIER.

            MOVE 'N' TO WS-FETCH-SW.

            EXEC SQL OPEN ONHAND-CURSOR END-EXEC.

            PERFORM 340-SHOW-BRANCH THRU 340-EXIT
                VARYING WS-ROW-SUB FROM 1 BY 1
                UNTIL WS-ROW-SUB > 4
                   OR WS-FETCH-DONE.

            EXEC SQL CLOSE ONHAND-CURSOR END-EXEC.

      * EVERYTHING DISPLAYED GOES OUT MODIFIED SO IT TRANSMITS
      * BACK WITH THE NEXT ENTER - THE SUPERVISOR ONLY RE-KEYS
      * WHAT THEY WANT CHANGED.
            MOVE DFHBMFSE TO MDESCA.
            MOVE DFHBMFSE TO MCHGA.
            MOVE DFHBMFSE TO MWGTA.
            MOVE DFHBMFSE TO MCUBEA.
            MOVE DFHBMFSE TO MNEWPA.
            MOVE DFHBMFSE TO MSUPPA.
            MOVE DFHBMFSE TO MSPNOA.
            MOVE DFHBMFSE TO MLEADA.

            MOVE DFHBMPRF TO MPARTA.
            MOVE 'CHANGE WHAT IS WRONG AND PRESS ENTER' TO MSGO.

            EXEC CICS
                SEND MAP('MAPH') MAPSET('BOMAPH') ERASE
            END-EXEC.

            EXEC CICS RETURN TRANSID('BO18')
                COMMAREA(WS-PART-SAVE)
                LENGTH(WS-PART-SAVE-LENGTH)
            END-EXEC.

      * THE PRICE IN FORCE TODAY AND THE NEXT ROW WAITING TO TAKE
      * OVER, SO A FUTURE ROW ALREADY LOADED IS NOT LOADED TWICE.
        320-SHOW-PRICES.
            EXEC SQL SELECT EFF_DATE, PART_PRICE
                INTO :SQL-EFF-DATE, :SQL-PART-PRICE
                FROM BILLM.PART_PRICES
                WHERE PART_CODE = :SQL-PART-CODE
                  AND EFF_DATE =
                      (SELECT MAX(EFF_DATE)
                         FROM BILLM.PART_PRICES
                        WHERE PART_CODE = :SQL-PART-CODE
                          AND EFF_DATE <= :SQL-TODAY)
            END-EXEC.

            IF SQLCODE = 0
                MOVE SQL-PART-PRICE TO WS-PRICE-DISPLAY
                MOVE WS-PRICE-DISPLAY TO MCURPRO
                MOVE SQL-EFF-DATE TO MCUREFO
            END-IF.

            EXEC SQL SELECT EFF_DATE, PART_PRICE
                INTO :SQL-EFF-DATE, :SQL-PART-PRICE
                FROM BILLM.PART_PRICES
                WHERE PART_CODE = :SQL-PART-CODE
                  AND EFF_DATE =
                      (SELECT MIN(EFF_DATE)
                         FROM BILLM.PART_PRICES
                        WHERE PART_CODE = :SQL-PART-CODE
                          AND EFF_DATE > :SQL-TODAY)
            END-EXEC.

            IF SQLCODE = 0
                MOVE SQL-PART-PRICE TO WS-PRICE-DISPLAY
                MOVE WS-PRICE-DISPLAY TO MFUTPRO
                MOVE SQL-EFF-DATE TO MFUTEFO
            END-IF.

        330-SHOW-SUPERSEDE.
            EXEC SQL SELECT NEW_PART
                INTO :SQL-NEW-PART
                FROM BILLM.PART_SUPERSEDE
                WHERE OLD_PART = :SQL-PART-CODE
            END-EXEC.

            IF SQLCODE = 0
                MOVE SQL-NEW-PART(1:4) TO MNEWPO
            END-IF.

        335-SHOW-SUPPLIER.
            EXEC SQL SELECT SUPP_CODE, SUPP_PART_NO, LEAD_DAYS
                INTO :SQL-SUPP-CODE, :SQL-SUPP-PART-NO,
                     :SQL-LEAD-DAYS
                FROM BILLM.SUPP_PART
                WHERE PART_CODE = :SQL-PART-CODE
            END-EXEC.

            IF SQLCODE = 0
                MOVE SQL-SUPP-CODE TO MSUPPO
                MOVE SQL-SUPP-PART-NO TO MSPNOO
                MOVE SQL-LEAD-DAYS TO WS-NEW-LEAD-DAYS
                MOVE WS-NEW-LEAD-DAYS TO MLEADO
            END-IF.

      * A BRANCH ALREADY TRACKING THE PART KEEPS ITS CODE - ONLY
      * THE REORDER POINT AND BIN ARE OPEN.  EMPTY ROWS STAY OPEN
      * FOR A NEW BRANCH.
        340-SHOW-BRANCH.
            EXEC SQL FETCH ONHAND-CURSOR
                INTO :SQL-LOCATION, :SQL-QTY-ON-HAND,
                     :SQL-REORDER-POINT, :SQL-BIN-LOC
            END-EXEC.

            IF SQLCODE = 100
                SET WS-FETCH-DONE TO TRUE
                GO TO 340-EXIT
            END-IF.

            MOVE SQL-LOCATION TO MLOCO(WS-ROW-SUB).
            MOVE SQL-QTY-ON-HAND TO WS-ONHAND-DISPLAY.
            MOVE WS-ONHAND-DISPLAY TO MONHO(WS-ROW-SUB).
            MOVE SQL-REORDER-POINT TO WS-NEW-ROP.
            MOVE WS-NEW-ROP TO MROPO(WS-ROW-SUB).
            MOVE SQL-BIN-LOC TO MBINO(WS-ROW-SUB).

            MOVE DFHBMPRF TO MLOCA(WS-ROW-SUB).
            MOVE DFHBMFSE TO MROPA(WS-ROW-SUB).
            MOVE DFHBMFSE TO MBINA(WS-ROW-SUB).

        340-EXIT.
            EXIT.

        350-NEW-PART.
            MOVE 'Y' TO WS-PM-NEW.

            MOVE LOW-VALUES TO MAPHO.
            MOVE WS-PM-PART TO MPARTO.
            MOVE DFHBMPRF TO MPARTA.
            MOVE 'NEW PART - FILL IN AND PRESS ENTER' TO MSGO.

            EXEC CICS
                SEND MAP('MAPH') MAPSET('BOMAPH') ERASE
            END-EXEC.

            EXEC CICS RETURN TRANSID('BO18')
                COMMAREA(WS-PART-SAVE)
                LENGTH(WS-PART-SAVE-LENGTH)
            END-EXEC.

        500-APPLY-CHANGES.
            PERFORM 060-GET-TODAY.

            MOVE SPACES TO SQL-PART-CODE.
            MOVE WS-PM-PART TO SQL-PART-CODE(1:4).

            PERFORM 510-EDIT-PART.
            PERFORM 520-EDIT-PRICE THRU 520-EXIT.
            PERFORM 530-EDIT-SUPERSEDE THRU 530-EXIT.
            PERFORM 540-EDIT-SUPPLIER THRU 540-EXIT.

            PERFORM 550-EDIT-BRANCH
                VARYING WS-ROW-SUB FROM 1 BY 1
                UNTIL WS-ROW-SUB > 4.

      * THE SCREEN EDITED CLEAN - APPLY IT TABLE BY TABLE, EACH
      * CHANGE LOGGED AS IT GOES.
            MOVE ZERO TO WS-LOG-SEQ.

            PERFORM 610-APPLY-PART THRU 610-EXIT.

            IF WS-PRICE-KEYED
                PERFORM 620-APPLY-PRICE THRU 620-EXIT
            END-IF.

            PERFORM 630-APPLY-SUPERSEDE THRU 630-EXIT.
            PERFORM 640-APPLY-SUPPLIER THRU 640-EXIT.

            PERFORM 650-APPLY-BRANCH THRU 650-EXIT
                VARYING WS-ROW-SUB FROM 1 BY 1
                UNTIL WS-ROW-SUB > 4.

            MOVE LOW-VALUES TO MAPHO.

            IF WS-LOG-SEQ EQUALS ZERO
                MOVE 'NOTHING WAS CHANGED' TO MSGO
            ELSE IF WS-PM-NEW EQUALS 'Y'
                MOVE 'PART ADDED' TO MSGO
            ELSE
                MOVE 'PART UPDATED' TO MSGO
            END-IF.

            MOVE 'SIN' TO WS-PM-SW.

            EXEC CICS
                SEND MAP('MAPH') MAPSET('BOMAPH') ERASE
            END-EXEC.

            EXEC CICS RETURN TRANSID('BO18')
                COMMAREA(WS-PART-SAVE)
                LENGTH(WS-PART-SAVE-LENGTH)
            END-EXEC.

      * DESCRIPTION IS ALWAYS NEEDED.  THE CHARGE FLAG IS Y FOR A
      * NON-STOCK CHARGE CODE, ANYTHING ELSE IS AN ORDINARY PART.
        510-EDIT-PART.
            IF MDESCL EQUALS ZERO
                OR MDESCI EQUALS SPACES
                MOVE 'KEY THE PART DESCRIPTION' TO MSGO
                MOVE -1 TO MDESCL
                MOVE DFHUNIMD TO MDESCA

                GO TO 910-SEND-MAP-ERR
            END-IF.

            MOVE MDESCI TO WS-NEW-DESC.

            MOVE 'N' TO WS-NEW-CHARGE.

            IF MCHGL > ZERO
                IF MCHGI EQUALS 'Y' OR MCHGI EQUALS 'y'
                    MOVE 'Y' TO WS-NEW-CHARGE
                ELSE IF MCHGI IS NOT EQUAL TO 'N'
                    AND MCHGI IS NOT EQUAL TO 'n'
                    AND MCHGI IS NOT EQUAL TO SPACE
                    MOVE 'CHARGE FLAG MUST BE Y OR N' TO MSGO
                    MOVE -1 TO MCHGL
                    MOVE DFHUNIMD TO MCHGA

                    GO TO 910-SEND-MAP-ERR
                END-IF
            END-IF.

            MOVE ZERO TO WS-NEW-WEIGHT.
            MOVE ZERO TO WS-NEW-CUBE.

            IF MWGTL > ZERO
                AND MWGTI IS NOT EQUAL TO SPACES
                IF MWGTI IS NOT NUMERIC
                    MOVE 'WEIGHT MUST BE NUMERIC GRAMS' TO MSGO
                    MOVE -1 TO MWGTL
                    MOVE DFHUNIMD TO MWGTA

                    GO TO 910-SEND-MAP-ERR
                ELSE
                    MOVE MWGTI TO WS-NEW-WEIGHT
                END-IF
            END-IF.

            IF MCUBEL > ZERO
                AND MCUBEI IS NOT EQUAL TO SPACES
                IF MCUBEI IS NOT NUMERIC
                    MOVE 'CUBE MUST BE NUMERIC CUBIC CM' TO MSGO
                    MOVE -1 TO MCUBEL
                    MOVE DFHUNIMD TO MCUBEA

                    GO TO 910-SEND-MAP-ERR
                ELSE
                    MOVE MCUBEI TO WS-NEW-CUBE
                END-IF
            END-IF.

            IF WS-NEW-CHARGE EQUALS 'Y'
                AND (WS-NEW-WEIGHT > ZERO OR WS-NEW-CUBE > ZERO)
                MOVE 'CHARGE CODES HAVE NO WEIGHT OR CUBE' TO MSGO
                MOVE -1 TO MWGTL
                MOVE DFHUNIMD TO MWGTA

                GO TO 910-SEND-MAP-ERR
            END-IF.

      * A NEW PRICE ROW IS ALL THREE FIELDS OR NONE.  A NEW PART
      * MUST COME WITH ONE - BOPRGPC CANNOT SELL A PART WITHOUT A
      * PRICE IN FORCE.  BACK-DATING IS REFUSED: PAST INVOICES
      * WERE PRICED OFF THE ROWS AS THEY STOOD.
        520-EDIT-PRICE.
            MOVE 'N' TO WS-PRICE-KEYED-SW.

            IF MEFFL > ZERO
                OR MPRDL > ZERO
                OR MPRCL > ZERO
                SET WS-PRICE-KEYED TO TRUE
            END-IF.

            IF NOT WS-PRICE-KEYED
                IF WS-PM-NEW EQUALS 'Y'
                    MOVE 'A NEW PART NEEDS A PRICE ROW' TO MSGO
                    MOVE -1 TO MEFFL
                    MOVE DFHUNIMD TO MEFFA

                    GO TO 910-SEND-MAP-ERR
                END-IF
                GO TO 520-EXIT
            END-IF.

            IF MEFFL IS NOT EQUAL TO 8
                OR MEFFI IS NOT NUMERIC
                MOVE 'PRICE DATE MUST BE YYYYMMDD' TO MSGO
                MOVE -1 TO MEFFL
                MOVE DFHUNIMD TO MEFFA

                GO TO 910-SEND-MAP-ERR
            END-IF.

            MOVE MEFFI TO WS-EFF-DATE.

            IF WS-EFF-MM < 1 OR WS-EFF-MM > 12
                OR WS-EFF-DD < 1 OR WS-EFF-DD > 31
                MOVE 'PRICE DATE MUST BE YYYYMMDD' TO MSGO
                MOVE -1 TO MEFFL
                MOVE DFHUNIMD TO MEFFA

                GO TO 910-SEND-MAP-ERR
            END-IF.

            IF WS-EFF-DATE < WS-TODAY
                MOVE 'PRICE DATE CANNOT BE BACK-DATED' TO MSGO
                MOVE -1 TO MEFFL
                MOVE DFHUNIMD TO MEFFA

                GO TO 910-SEND-MAP-ERR
            END-IF.

      * THE LAST DAY OF THE MONTH IS THE DAY BEFORE THE FIRST OF
      * THE NEXT ONE, WHICH GETS FEBRUARY RIGHT IN LEAP YEARS.
            MOVE WS-EFF-YYYY TO WS-EFF-END-YYYY.
            MOVE WS-EFF-MM TO WS-EFF-END-MM.
            ADD 1 TO WS-EFF-END-MM.

            IF WS-EFF-END-MM > 12
                MOVE 1 TO WS-EFF-END-MM
                ADD 1 TO WS-EFF-END-YYYY
            END-IF.

            MOVE 1 TO WS-EFF-END-DD.

            COMPUTE WS-EFF-END-INT =
                FUNCTION INTEGER-OF-DATE(WS-EFF-END-NUM) - 1.
            COMPUTE WS-EFF-END-NUM =
                FUNCTION DATE-OF-INTEGER(WS-EFF-END-INT).

            IF WS-EFF-DD > WS-EFF-END-DD
                MOVE 'PRICE DATE MUST BE YYYYMMDD' TO MSGO
                MOVE -1 TO MEFFL
                MOVE DFHUNIMD TO MEFFA

                GO TO 910-SEND-MAP-ERR
            END-IF.

            MOVE ZERO TO WS-PRICE-DOLLARS.
            MOVE ZERO TO WS-PRICE-CENTS.

            IF MPRDL > ZERO
                IF MPRDI IS NOT NUMERIC
                    MOVE 'PRICE DOLLARS MUST BE NUMERIC' TO MSGO
                    MOVE -1 TO MPRDL
                    MOVE DFHUNIMD TO MPRDA

                    GO TO 910-SEND-MAP-ERR
                ELSE
                    MOVE MPRDI TO WS-PRICE-DOLLARS
                END-IF
            END-IF.

            IF MPRCL > ZERO
                IF MPRCI IS NOT NUMERIC
                    MOVE 'PRICE CENTS MUST BE NUMERIC' TO MSGO
                    MOVE -1 TO MPRCL
                    MOVE DFHUNIMD TO MPRCA

                    GO TO 910-SEND-MAP-ERR
                ELSE
                    MOVE MPRCI TO WS-PRICE-CENTS
                END-IF
            END-IF.

            COMPUTE WS-NEW-PRICE =
                WS-PRICE-DOLLARS + (WS-PRICE-CENTS / 100).

            IF WS-NEW-PRICE EQUALS ZERO
                MOVE 'KEY THE NEW PRICE' TO MSGO
                MOVE -1 TO MPRDL
                MOVE DFHUNIMD TO MPRDA

                GO TO 910-SEND-MAP-ERR
            END-IF.

        520-EXIT.
            EXIT.

      * THE REPLACEMENT MUST BE A LIVE PART IN ITS OWN RIGHT, AND
      * THE PART BEING RETIRED MUST NOT ITSELF BE STANDING IN FOR
      * ANOTHER - BOPRGPC ONLY FOLLOWS ONE STEP OF SUPERSESSION, SO
      * A CHAIN EITHER WAY WOULD SELL A CODE THAT IS DISCONTINUED.
        530-EDIT-SUPERSEDE.
            MOVE SPACES TO WS-NEW-REPL.

            IF MNEWPL > ZERO
                MOVE MNEWPI TO WS-NEW-REPL
            END-IF.

            IF WS-NEW-REPL EQUALS SPACES
                GO TO 530-EXIT
            END-IF.

            IF WS-NEW-REPL EQUALS WS-PM-PART
                MOVE 'A PART CANNOT REPLACE ITSELF' TO MSGO
                MOVE -1 TO MNEWPL
                MOVE DFHUNIMD TO MNEWPA

                GO TO 910-SEND-MAP-ERR
            END-IF.

            MOVE SPACES TO SQL-NEW-PART.
            MOVE WS-NEW-REPL TO SQL-NEW-PART(1:4).

            EXEC SQL SELECT PART_DESC
                INTO :SQL-PART-DESC
                FROM BILLM.PART_CODES
                WHERE PART_CODE = :SQL-NEW-PART
            END-EXEC.

            IF SQLCODE = 100
                MOVE 'REPLACEMENT PART IS NOT ON FILE' TO MSGO
                MOVE -1 TO MNEWPL
                MOVE DFHUNIMD TO MNEWPA

                GO TO 910-SEND-MAP-ERR
            END-IF.

            EXEC SQL SELECT NEW_PART
                INTO :SQL-NEW-PART
                FROM BILLM.PART_SUPERSEDE
                WHERE OLD_PART = :SQL-NEW-PART
            END-EXEC.

            IF SQLCODE = 0
                MOVE 'REPLACEMENT IS ITSELF DISCONTINUED' TO MSGO
                MOVE -1 TO MNEWPL
                MOVE DFHUNIMD TO MNEWPA

                GO TO 910-SEND-MAP-ERR
            END-IF.

      * SEVERAL OLD CODES MAY POINT AT THE SAME PART, SO COUNT
      * THEM RATHER THAN SELECT ONE.
            EXEC SQL SELECT COUNT(*)
                INTO :SQL-REPL-COUNT
                FROM BILLM.PART_SUPERSEDE
                WHERE NEW_PART = :SQL-PART-CODE
            END-EXEC.

            IF SQL-REPL-COUNT > ZERO
                MOVE 'PART ALREADY REPLACES ANOTHER CODE' TO MSGO
                MOVE -1 TO MNEWPL
                MOVE DFHUNIMD TO MNEWPA

                GO TO 910-SEND-MAP-ERR
            END-IF.

        530-EXIT.
            EXIT.

      * THE SUPPLIER MUST BE ON SUPPFILE - BOPRGPO PRINTS THE
      * NAME AND ADDRESS OFF IT.  NO SUPPLIER CODE MEANS NO ROW.
        540-EDIT-SUPPLIER.
            MOVE SPACES TO WS-NEW-SUPP-CODE.
            MOVE SPACES TO WS-NEW-SUPP-PART-NO.
            MOVE ZERO TO WS-NEW-LEAD-DAYS.

            IF MSUPPL > ZERO
                MOVE MSUPPI TO WS-NEW-SUPP-CODE
            END-IF.

            IF MSPNOL > ZERO
                MOVE MSPNOI TO WS-NEW-SUPP-PART-NO
            END-IF.

            IF WS-NEW-SUPP-CODE EQUALS SPACES
                IF WS-NEW-SUPP-PART-NO IS NOT EQUAL TO SPACES
                    MOVE 'KEY THE SUPPLIER CODE' TO MSGO
                    MOVE -1 TO MSUPPL
                    MOVE DFHUNIMD TO MSUPPA

                    GO TO 910-SEND-MAP-ERR
                END-IF
                GO TO 540-EXIT
            END-IF.

            IF MLEADL > ZERO
                IF MLEADI IS NOT NUMERIC
                    MOVE 'LEAD DAYS MUST BE NUMERIC' TO MSGO
                    MOVE -1 TO MLEADL
                    MOVE DFHUNIMD TO MLEADA

                    GO TO 910-SEND-MAP-ERR
                ELSE
                    MOVE MLEADI TO WS-NEW-LEAD-DAYS
                END-IF
            END-IF.

            MOVE WS-NEW-SUPP-CODE TO SUPP-CODE.

            EXEC CICS HANDLE CONDITION
                NOTFND(545-SUPP-MISSING)
            END-EXEC.

            EXEC CICS READ FILE('SUPPFILE')
                INTO(SUPP-RECORD)
                RIDFLD(SUPP-KEY)
                LENGTH(SUPP-LENGTH)
            END-EXEC.

            GO TO 540-EXIT.

        545-SUPP-MISSING.
            MOVE 'SUPPLIER IS NOT ON SUPPFILE' TO MSGO.
            MOVE -1 TO MSUPPL.
            MOVE DFHUNIMD TO MSUPPA.

            GO TO 910-SEND-MAP-ERR.

        540-EXIT.
            EXIT.

      * A BRANCH ROW NEEDS A BRANCH CODE; THE REORDER POINT IS
      * NUMERIC AND BLANK MEANS ZERO.  CHARGE CODES ARE NEVER
      * STOCKED, SO THEY TAKE NO BRANCH ROWS AT ALL.
        550-EDIT-BRANCH.
            IF MLOCL(WS-ROW-SUB) EQUALS ZERO
                OR MLOCI(WS-ROW-SUB) EQUALS SPACES
                IF (MROPL(WS-ROW-SUB) > ZERO
                    AND MROPI(WS-ROW-SUB) IS NOT EQUAL TO SPACES)
                    OR (MBINL(WS-ROW-SUB) > ZERO
                    AND MBINI(WS-ROW-SUB) IS NOT EQUAL TO SPACES)
                    MOVE 'KEY THE BRANCH FOR THAT ROW' TO MSGO
                    MOVE -1 TO MLOCL(WS-ROW-SUB)
                    MOVE DFHUNIMD TO MLOCA(WS-ROW-SUB)

                    GO TO 910-SEND-MAP-ERR
                END-IF
            ELSE
                IF WS-NEW-CHARGE EQUALS 'Y'
                    MOVE 'CHARGE CODES CARRY NO STOCK' TO MSGO
                    MOVE -1 TO MLOCL(WS-ROW-SUB)
                    MOVE DFHUNIMD TO MLOCA(WS-ROW-SUB)

                    GO TO 910-SEND-MAP-ERR
                END-IF

                IF MLOCI(WS-ROW-SUB) IS NOT NUMERIC
                    OR MLOCI(WS-ROW-SUB) EQUALS '00'
                    MOVE 'BRANCH MUST BE 01, 02 AND SO ON' TO MSGO
                    MOVE -1 TO MLOCL(WS-ROW-SUB)
                    MOVE DFHUNIMD TO MLOCA(WS-ROW-SUB)

                    GO TO 910-SEND-MAP-ERR
                END-IF

                IF MROPL(WS-ROW-SUB) > ZERO
                    AND MROPI(WS-ROW-SUB) IS NOT NUMERIC
                    MOVE 'REORDER POINT MUST BE NUMERIC' TO MSGO
                    MOVE -1 TO MROPL(WS-ROW-SUB)
                    MOVE DFHUNIMD TO MROPA(WS-ROW-SUB)

                    GO TO 910-SEND-MAP-ERR
                END-IF
            END-IF.

      * PART_CODES - A NEW PART IS ONE 'PART' ENTRY; AN EXISTING
      * ONE LOGS EACH COLUMN THAT ACTUALLY MOVED.
        610-APPLY-PART.
            IF WS-PM-NEW EQUALS 'Y'
                MOVE WS-NEW-DESC TO SQL-PART-DESC
                MOVE WS-NEW-CHARGE TO SQL-CHARGE-FLAG
                MOVE WS-NEW-WEIGHT TO SQL-SHIP-WEIGHT
                MOVE WS-NEW-CUBE TO SQL-SHIP-CUBE

                EXEC SQL INSERT INTO BILLM.PART_CODES
                    (PART_CODE, PART_DESC, CHARGE_FLAG,
                     SHIP_WEIGHT_G, SHIP_CUBE_CC)
                    VALUES
                    (:SQL-PART-CODE, :SQL-PART-DESC,
                     :SQL-CHARGE-FLAG, :SQL-SHIP-WEIGHT,
                     :SQL-SHIP-CUBE)
                END-EXEC

                MOVE 'PART' TO WS-LOG-FIELD
                MOVE SPACES TO WS-LOG-QUAL
                MOVE SPACES TO WS-LOG-OLD
                MOVE WS-NEW-DESC TO WS-LOG-NEW
                PERFORM 800-WRITE-LOG THRU 809-LOG-WRITTEN

                GO TO 610-EXIT
            END-IF.

            EXEC SQL SELECT PART_DESC, COALESCE(CHARGE_FLAG, ' '),
                       COALESCE(SHIP_WEIGHT_G, 0),
                       COALESCE(SHIP_CUBE_CC, 0)
                INTO :SQL-PART-DESC, :SQL-CHARGE-FLAG,
                     :SQL-SHIP-WEIGHT, :SQL-SHIP-CUBE
                FROM BILLM.PART_CODES
                WHERE PART_CODE = :SQL-PART-CODE
            END-EXEC.

            IF SQL-CHARGE-FLAG EQUALS 'Y'
                MOVE 'Y' TO WS-OLD-CHARGE
            ELSE
                MOVE 'N' TO WS-OLD-CHARGE
            END-IF.

            IF SQL-PART-DESC EQUALS WS-NEW-DESC
                AND WS-OLD-CHARGE EQUALS WS-NEW-CHARGE
                AND SQL-SHIP-WEIGHT EQUALS WS-NEW-WEIGHT
                AND SQL-SHIP-CUBE EQUALS WS-NEW-CUBE
                GO TO 610-EXIT
            END-IF.

            IF SQL-PART-DESC IS NOT EQUAL TO WS-NEW-DESC
                MOVE 'DESC' TO WS-LOG-FIELD
                MOVE SPACES TO WS-LOG-QUAL
                MOVE SQL-PART-DESC TO WS-LOG-OLD
                MOVE WS-NEW-DESC TO WS-LOG-NEW
                PERFORM 800-WRITE-LOG THRU 809-LOG-WRITTEN
            END-IF.

            IF WS-OLD-CHARGE IS NOT EQUAL TO WS-NEW-CHARGE
                MOVE 'CHARGE' TO WS-LOG-FIELD
                MOVE SPACES TO WS-LOG-QUAL
                MOVE WS-OLD-CHARGE TO WS-LOG-OLD
                MOVE WS-NEW-CHARGE TO WS-LOG-NEW
                PERFORM 800-WRITE-LOG THRU 809-LOG-WRITTEN
            END-IF.

            IF SQL-SHIP-WEIGHT IS NOT EQUAL TO WS-NEW-WEIGHT
                MOVE 'WEIGHT' TO WS-LOG-FIELD
                MOVE SPACES TO WS-LOG-QUAL
                MOVE SQL-SHIP-WEIGHT TO WS-LOG-QTY
                MOVE WS-LOG-QTY TO WS-LOG-OLD
                MOVE WS-NEW-WEIGHT TO WS-LOG-QTY
                MOVE WS-LOG-QTY TO WS-LOG-NEW
                PERFORM 800-WRITE-LOG THRU 809-LOG-WRITTEN
            END-IF.

            IF SQL-SHIP-CUBE IS NOT EQUAL TO WS-NEW-CUBE
                MOVE 'CUBE' TO WS-LOG-FIELD
                MOVE SPACES TO WS-LOG-QUAL
                MOVE SQL-SHIP-CUBE TO WS-LOG-QTY
                MOVE WS-LOG-QTY TO WS-LOG-OLD
                MOVE WS-NEW-CUBE TO WS-LOG-QTY
                MOVE WS-LOG-QTY TO WS-LOG-NEW
                PERFORM 800-WRITE-LOG THRU 809-LOG-WRITTEN
            END-IF.

            MOVE WS-NEW-DESC TO SQL-PART-DESC.
            MOVE WS-NEW-CHARGE TO SQL-CHARGE-FLAG.
            MOVE WS-NEW-WEIGHT TO SQL-SHIP-WEIGHT.
            MOVE WS-NEW-CUBE TO SQL-SHIP-CUBE.

            EXEC SQL UPDATE BILLM.PART_CODES
                SET PART_DESC = :SQL-PART-DESC,
                    CHARGE_FLAG = :SQL-CHARGE-FLAG,
                    SHIP_WEIGHT_G = :SQL-SHIP-WEIGHT,
                    SHIP_CUBE_CC = :SQL-SHIP-CUBE
                WHERE PART_CODE = :SQL-PART-CODE
            END-EXEC.

        610-EXIT.
            EXIT.

      * ONE ROW PER EFFECTIVE DATE - THE SAME DATE KEYED AGAIN
      * RE-PRICES THAT ROW RATHER THAN LOADING A SECOND ONE.
        620-APPLY-PRICE.
            MOVE WS-EFF-DATE TO SQL-EFF-DATE.
            MOVE WS-EFF-DATE TO WS-LOG-QUAL.
            MOVE 'PRICE' TO WS-LOG-FIELD.

            EXEC SQL SELECT PART_PRICE
                INTO :SQL-PART-PRICE
                FROM BILLM.PART_PRICES
                WHERE PART_CODE = :SQL-PART-CODE
                  AND EFF_DATE = :SQL-EFF-DATE
            END-EXEC.

            IF SQLCODE = 100
                MOVE WS-NEW-PRICE TO SQL-PART-PRICE

                EXEC SQL INSERT INTO BILLM.PART_PRICES
                    (PART_CODE, EFF_DATE, PART_PRICE)
                    VALUES
                    (:SQL-PART-CODE, :SQL-EFF-DATE, :SQL-PART-PRICE)
                END-EXEC

                MOVE SPACES TO WS-LOG-OLD
                MOVE WS-NEW-PRICE TO WS-LOG-PRICE
                MOVE WS-LOG-PRICE TO WS-LOG-NEW
                PERFORM 800-WRITE-LOG THRU 809-LOG-WRITTEN

                GO TO 620-EXIT
            END-IF.

            IF SQL-PART-PRICE EQUALS WS-NEW-PRICE
                GO TO 620-EXIT
            END-IF.

            MOVE SQL-PART-PRICE TO WS-LOG-PRICE.
            MOVE WS-LOG-PRICE TO WS-LOG-OLD.
            MOVE WS-NEW-PRICE TO WS-LOG-PRICE.
            MOVE WS-LOG-PRICE TO WS-LOG-NEW.
            PERFORM 800-WRITE-LOG THRU 809-LOG-WRITTEN.

            MOVE WS-NEW-PRICE TO SQL-PART-PRICE.

            EXEC SQL UPDATE BILLM.PART_PRICES
                SET PART_PRICE = :SQL-PART-PRICE
                WHERE PART_CODE = :SQL-PART-CODE
                  AND EFF_DATE = :SQL-EFF-DATE
            END-EXEC.

        620-EXIT.
            EXIT.

        630-APPLY-SUPERSEDE.
            MOVE SPACES TO WS-LOG-OLD.

            EXEC SQL SELECT NEW_PART
                INTO :SQL-NEW-PART
                FROM BILLM.PART_SUPERSEDE
                WHERE OLD_PART = :SQL-PART-CODE
            END-EXEC.

            IF SQLCODE = 0
                MOVE SQL-NEW-PART(1:4) TO WS-LOG-OLD
            END-IF.

            IF WS-LOG-OLD(1:4) EQUALS WS-NEW-REPL
                GO TO 630-EXIT
            END-IF.

            MOVE 'REPLACED' TO WS-LOG-FIELD.
            MOVE SPACES TO WS-LOG-QUAL.
            MOVE WS-NEW-REPL TO WS-LOG-NEW.
            PERFORM 800-WRITE-LOG THRU 809-LOG-WRITTEN.

            MOVE SPACES TO SQL-NEW-PART.
            MOVE WS-NEW-REPL TO SQL-NEW-PART(1:4).

            IF WS-NEW-REPL EQUALS SPACES
                EXEC SQL DELETE FROM BILLM.PART_SUPERSEDE
                    WHERE OLD_PART = :SQL-PART-CODE
                END-EXEC
            ELSE IF WS-LOG-OLD EQUALS SPACES
                EXEC SQL INSERT INTO BILLM.PART_SUPERSEDE
                    (OLD_PART, NEW_PART)
                    VALUES
                    (:SQL-PART-CODE, :SQL-NEW-PART)
                END-EXEC
            ELSE
                EXEC SQL UPDATE BILLM.PART_SUPERSEDE
                    SET NEW_PART = :SQL-NEW-PART
                    WHERE OLD_PART = :SQL-PART-CODE
                END-EXEC
            END-IF.

        630-EXIT.
            EXIT.

      * THE SUPPLIER CODE AND THEIR PART NUMBER LOG AS ONE VALUE,
      * THE LEAD TIME ON ITS OWN.
        640-APPLY-SUPPLIER.
            MOVE SPACES TO WS-LOG-SUPP-CODE.
            MOVE SPACES TO WS-LOG-SUPP-PART-NO.
            MOVE ZERO TO SQL-LEAD-DAYS.

            EXEC SQL SELECT SUPP_CODE, SUPP_PART_NO, LEAD_DAYS
                INTO :SQL-SUPP-CODE, :SQL-SUPP-PART-NO,
                     :SQL-LEAD-DAYS
                FROM BILLM.SUPP_PART
                WHERE PART_CODE = :SQL-PART-CODE
            END-EXEC.

            IF SQLCODE = 0
                MOVE SQL-SUPP-CODE TO WS-LOG-SUPP-CODE
                MOVE SQL-SUPP-PART-NO TO WS-LOG-SUPP-PART-NO
            ELSE
                MOVE ZERO TO SQL-LEAD-DAYS
            END-IF.

            IF WS-LOG-SUPP-CODE EQUALS WS-NEW-SUPP-CODE
                AND WS-LOG-SUPP-PART-NO EQUALS WS-NEW-SUPP-PART-NO
                AND SQL-LEAD-DAYS EQUALS WS-NEW-LEAD-DAYS
                GO TO 640-EXIT
            END-IF.

            MOVE SPACES TO WS-LOG-QUAL.

            IF WS-LOG-SUPP-CODE IS NOT EQUAL TO WS-NEW-SUPP-CODE
                OR WS-LOG-SUPP-PART-NO
                    IS NOT EQUAL TO WS-NEW-SUPP-PART-NO
                MOVE 'SUPPLIER' TO WS-LOG-FIELD
                MOVE WS-LOG-SUPPLIER TO WS-LOG-OLD
                MOVE WS-NEW-SUPP-CODE TO WS-LOG-SUPP-CODE
                MOVE WS-NEW-SUPP-PART-NO TO WS-LOG-SUPP-PART-NO
                MOVE WS-LOG-SUPPLIER TO WS-LOG-NEW

                IF WS-LOG-OLD(1:4) EQUALS SPACES
                    MOVE SPACES TO WS-LOG-OLD
                END-IF

                IF WS-NEW-SUPP-CODE EQUALS SPACES
                    MOVE SPACES TO WS-LOG-NEW
                END-IF

                PERFORM 800-WRITE-LOG THRU 809-LOG-WRITTEN
            END-IF.

            IF SQL-LEAD-DAYS IS NOT EQUAL TO WS-NEW-LEAD-DAYS
                AND WS-NEW-SUPP-CODE IS NOT EQUAL TO SPACES
                MOVE 'LEADDAYS' TO WS-LOG-FIELD
                MOVE SQL-LEAD-DAYS TO WS-LOG-QTY
                MOVE WS-LOG-QTY TO WS-LOG-OLD
                MOVE WS-NEW-LEAD-DAYS TO WS-LOG-QTY
                MOVE WS-LOG-QTY TO WS-LOG-NEW
                PERFORM 800-WRITE-LOG THRU 809-LOG-WRITTEN
            END-IF.

            MOVE WS-NEW-SUPP-CODE TO SQL-SUPP-CODE.
            MOVE WS-NEW-SUPP-PART-NO TO SQL-SUPP-PART-NO.
            MOVE WS-NEW-LEAD-DAYS TO SQL-LEAD-DAYS.

            EXEC SQL DELETE FROM BILLM.SUPP_PART
                WHERE PART_CODE = :SQL-PART-CODE
            END-EXEC.

            IF WS-NEW-SUPP-CODE IS NOT EQUAL TO SPACES
                EXEC SQL INSERT INTO BILLM.SUPP_PART
                    (PART_CODE, SUPP_CODE, SUPP_PART_NO, LEAD_DAYS)
                    VALUES
                    (:SQL-PART-CODE, :SQL-SUPP-CODE,
                     :SQL-SUPP-PART-NO, :SQL-LEAD-DAYS)
                END-EXEC
            END-IF.

        640-EXIT.
            EXIT.

      * A BRANCH NOT YET TRACKING THE PART GETS A PART_ONHAND ROW
      * WITH NOTHING ON HAND, IN QUARANTINE OR AT COST - STOCK
      * ONLY EVER ARRIVES THROUGH BOPRGPS.
        650-APPLY-BRANCH.
            IF MLOCL(WS-ROW-SUB) EQUALS ZERO
                OR MLOCI(WS-ROW-SUB) EQUALS SPACES
                GO TO 650-EXIT
            END-IF.

            MOVE MLOCI(WS-ROW-SUB) TO SQL-LOCATION.
            MOVE SQL-LOCATION TO WS-LOG-QUAL.

            MOVE ZERO TO WS-NEW-ROP.
            IF MROPL(WS-ROW-SUB) > ZERO
                MOVE MROPI(WS-ROW-SUB) TO WS-NEW-ROP
            END-IF.

            MOVE SPACES TO SQL-BIN-LOC.
            IF MBINL(WS-ROW-SUB) > ZERO
                MOVE MBINI(WS-ROW-SUB) TO SQL-BIN-LOC
            END-IF.

            EXEC SQL SELECT REORDER_POINT, COALESCE(BIN_LOC, ' ')
                INTO :SQL-REORDER-POINT, :SQL-OLD-BIN-LOC
                FROM BILLM.PART_ONHAND
                WHERE PART_CODE = :SQL-PART-CODE
                  AND LOCATION = :SQL-LOCATION
            END-EXEC.

            IF SQLCODE = 100
                MOVE WS-NEW-ROP TO SQL-REORDER-POINT

                EXEC SQL INSERT INTO BILLM.PART_ONHAND
                    (PART_CODE, LOCATION, QTY_ON_HAND,
                     QTY_QUARANTINE, REORDER_POINT, BIN_LOC,
                     AVG_COST)
                    VALUES
                    (:SQL-PART-CODE, :SQL-LOCATION, 0, 0,
                     :SQL-REORDER-POINT, :SQL-BIN-LOC, 0)
                END-EXEC

                MOVE 'BRANCH' TO WS-LOG-FIELD
                MOVE SPACES TO WS-LOG-OLD
                MOVE 'TRACKED' TO WS-LOG-NEW
                PERFORM 800-WRITE-LOG THRU 809-LOG-WRITTEN

                MOVE 'REORDER' TO WS-LOG-FIELD
                MOVE SPACES TO WS-LOG-OLD
                MOVE WS-NEW-ROP TO WS-LOG-QTY
                MOVE WS-LOG-QTY TO WS-LOG-NEW
                PERFORM 800-WRITE-LOG THRU 809-LOG-WRITTEN

                IF SQL-BIN-LOC IS NOT EQUAL TO SPACES
                    MOVE 'BIN' TO WS-LOG-FIELD
                    MOVE SPACES TO WS-LOG-OLD
                    MOVE SQL-BIN-LOC TO WS-LOG-NEW
                    PERFORM 800-WRITE-LOG THRU 809-LOG-WRITTEN
                END-IF

                GO TO 650-EXIT
            END-IF.

            MOVE SQL-REORDER-POINT TO WS-OLD-ROP.

            IF WS-OLD-ROP EQUALS WS-NEW-ROP
                AND SQL-OLD-BIN-LOC EQUALS SQL-BIN-LOC
                GO TO 650-EXIT
            END-IF.

            IF WS-OLD-ROP IS NOT EQUAL TO WS-NEW-ROP
                MOVE 'REORDER' TO WS-LOG-FIELD
                MOVE WS-OLD-ROP TO WS-LOG-QTY
                MOVE WS-LOG-QTY TO WS-LOG-OLD
                MOVE WS-NEW-ROP TO WS-LOG-QTY
                MOVE WS-LOG-QTY TO WS-LOG-NEW
                PERFORM 800-WRITE-LOG THRU 809-LOG-WRITTEN
            END-IF.

            IF SQL-OLD-BIN-LOC IS NOT EQUAL TO SQL-BIN-LOC
                MOVE 'BIN' TO WS-LOG-FIELD
                MOVE SQL-OLD-BIN-LOC TO WS-LOG-OLD
                MOVE SQL-BIN-LOC TO WS-LOG-NEW
                PERFORM 800-WRITE-LOG THRU 809-LOG-WRITTEN
            END-IF.

            MOVE WS-NEW-ROP TO SQL-REORDER-POINT.

            EXEC SQL UPDATE BILLM.PART_ONHAND
                SET REORDER_POINT = :SQL-REORDER-POINT,
                    BIN_LOC = :SQL-BIN-LOC
                WHERE PART_CODE = :SQL-PART-CODE
                  AND LOCATION = :SQL-LOCATION
            END-EXEC.

        650-EXIT.
            EXIT.

      * ONE PARTLOG ENTRY.  THE SEQUENCE KEEPS THE SEVERAL
      * CHANGES OF ONE ENTER APART; IF THE SAME PART WAS CHANGED
      * FROM ANOTHER TERMINAL IN THE SAME SECOND THE SEQUENCE IS
      * BUMPED PAST IT RATHER THAN LOSING THE ENTRY.
        800-WRITE-LOG.
            ADD 1 TO WS-LOG-SEQ.

            MOVE WS-PM-PART TO PLOG-PART-CODE.
            MOVE WS-TODAY TO PLOG-DATE.
            MOVE WS-NOW-TIME TO PLOG-TIME.
            MOVE WS-LOG-FIELD TO PLOG-FIELD.
            MOVE WS-LOG-QUAL TO PLOG-QUALIFIER.
            MOVE WS-LOG-OLD TO PLOG-OLD-VALUE.
            MOVE WS-LOG-NEW TO PLOG-NEW-VALUE.
            MOVE WS-OPER-ID TO PLOG-OPER.
            MOVE EIBTRMID TO PLOG-TERM.

        801-LOG-WRITE.
            MOVE WS-LOG-SEQ TO PLOG-SEQ.

            EXEC CICS HANDLE CONDITION
                DUPREC(805-LOG-DUP)
            END-EXEC.

            EXEC CICS WRITE FILE('PARTLOG')
                FROM(PLOG-RECORD)
                RIDFLD(PLOG-KEY)
                LENGTH(PLOG-LENGTH)
            END-EXEC.

            GO TO 809-LOG-WRITTEN.

        805-LOG-DUP.
            IF WS-LOG-SEQ < 99
                ADD 1 TO WS-LOG-SEQ
                GO TO 801-LOG-WRITE
            END-IF.

        809-LOG-WRITTEN.
            EXIT.

        910-SEND-MAP-ERR.
            EXEC CICS
                SEND MAP('MAPH') MAPSET('BOMAPH')
            END-EXEC.

            EXEC CICS RETURN TRANSID('BO18')
                COMMAREA(WS-PART-SAVE)
                LENGTH(WS-PART-SAVE-LENGTH)
            END-EXEC.

      * ANY SQL ERROR BACKS OUT EVERYTHING THIS ENTER DID - THE
      * TABLES AND THE CHANGE LOG STAY IN STEP.
        990-SQL-ERR.
            MOVE SQLCODE TO WS-SQL-CODE.

            EXEC CICS SYNCPOINT ROLLBACK END-EXEC.

            MOVE LOW-VALUES TO MAPHO.
            MOVE 'SIN' TO WS-PM-SW.
            STRING 'SQL ERROR ' WS-SQL-CODE ' - NOTHING CHANGED'
                DELIMITED BY SIZE INTO MSGO.

            EXEC CICS
                SEND MAP('MAPH') MAPSET('BOMAPH') ERASE
            END-EXEC.

            EXEC CICS RETURN TRANSID('BO18')
                COMMAREA(WS-PART-SAVE)
                LENGTH(WS-PART-SAVE-LENGTH)
            END-EXEC.

        999-EXIT.
            EXEC CICS XCTL
                PROGRAM('BOPRGM')
                COMMAREA(WS-TRANSFER-FIELD)
                LENGTH(WS-TRANSFER-LENGTH)
            END-EXEC.
