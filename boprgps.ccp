      *                 (INSPECTION PASSED)
      *   'V'  VIEW   - RETURNS QTY_QUARANTINE IN LK-STK-ONHAND,
      *                 FLAGGING 'S' WHEN LESS THAN THE LINE QTY
      *   'R'  RECEIVE - INCREMENTS ON-HAND LIKE 'A' AND ROLLS THE
      *                 SUPPLIER UNIT COST IN LK-STK-COST INTO THE
      *                 BRANCH'S RUNNING AVERAGE COST (AVG_COST):
      *                 (ON-HAND X AVERAGE + QTY X COST) / (ON-HAND
      *                 + QTY).  NOTHING ON HAND, OR NO AVERAGE YET,
      *                 AND THE RECEIPT COST BECOMES THE AVERAGE.
      * LK-STK-COST IS A TRAILER PAST THE ORIGINAL COMMAREA END -
      * ONLY A CALLER LINKING WITH THE LONGER LENGTH (EIBCALEN)
      * HAS ONE.  FOR SUCH A CALLER 'C' AND 'D' HAND BACK EACH
      * LINE'S CURRENT AVERAGE COST THERE SO THE ORDER CAN FREEZE
      * IT NEXT TO THE UNIT PRICE, AND 'R' READS THE RECEIPT COST
      * FROM IT.  WITHOUT THE TRAILER 'R' IS A PLAIN 'A'.
      * A CREDIT NOTE MOVES STOCK THE OPPOSITE WAY TO AN ORDER:
      * WRITING (OR RELEASING) ONE QUARANTINES ('Q'), ARCHIVING
      * ONE UNQUARANTINES ('T'), AND RESTORING ONE QUARANTINES
      * DELIBERATELY HAVE NO PART_ONHAND ROW, SO THEY COME BACK
      * 'N' HERE AND NEVER MOVE OR BLOCK STOCK.  THEY PRICE LIKE
      * ANY OTHER CODE THROUGH BOPRGPC.
      * EVERY QUANTITY THIS SERVICE MOVES ('D', 'A', 'R', 'Q',
      * 'T' AND 'S' - NEVER 'C' OR 'V') ALSO LANDS AS ONE ROW ON
      * THE BILLM.STOCK_LEDGER STOCK CARD, IN THE SAME UNIT OF
      * WORK AS THE PART_ONHAND UPDATE: PART, BRANCH, DATE AND
      * TIME, THE ACTION AS MOVE_TYPE, THE SIGNED CHANGE TO
      * ON-HAND (ONHAND_CHG) AND TO QUARANTINE (QUAR_CHG), BOTH
      * BALANCES AFTER THE MOVE, AND WHO CAUSED IT - SOURCE_PGM,
      * DOC_NO (INVOICE, CREDIT OR PO NUMBER) AND OPER_ID.  THE
      * CALLER PASSES THOSE THREE IN A SECOND TRAILER BEHIND THE
      * COST TRAILER (LK-STK-SOURCE / DOC-NO / OPER); A CALLER
      * LINKING WITHOUT IT IS LEDGERED UNDER ITS TRANSACTION ID.
      * THE BATCH JOBS THAT MOVE PART_ONHAND DIRECTLY (BOPRGRI,
      * BOPRGRO, BOPRGBO, BOPRGCV) WRITE THE SAME ROWS THEMSELVES.
      * BOPRGN SHOWS A PART'S CARD NEWEST FIRST AND BOPRGSP PROVES
      * IT MONTHLY.
      * A LINE WHOSE PART IS A KIT ON THE KITFILE TABLE (SEE
      * KITFILE-LAYOUT) IS EXPLODED HERE INTO ITS COMPONENT PARTS -
      * EVERY ACTION, AND THE LEDGER ROWS, LAND ON THE COMPONENTS
      * AND THE LINE COMES BACK ROLLED UP AS ONE KIT.  CALLERS
      * NEED DO NOTHING DIFFERENT FOR A KIT, SO ORDER ENTRY TAKES
      * THE COMPONENTS AND A CREDIT NOTE ON A KIT QUARANTINES THEM.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
            01  SQL-LOCATION                PIC X(2).
            01  SQL-QTY-ON-HAND             PIC S9(7) COMP-3.
            01  SQL-MOVE-QTY                PIC S9(7) COMP-3.
            01  SQL-UNIT-COST               PIC S9(5)V99 COMP-3.
            01  SQL-AVG-COST                PIC S9(5)V99 COMP-3.
            01  SQL-LEDG-DATE               PIC X(8).
            01  SQL-LEDG-TIME               PIC X(6).
            01  SQL-LEDG-TYPE               PIC X(1).
            01  SQL-LEDG-ONHAND             PIC S9(7) COMP-3.
            01  SQL-LEDG-QUAR               PIC S9(7) COMP-3.
            01  SQL-LEDG-SOURCE             PIC X(8).
            01  SQL-LEDG-DOC-NO             PIC X(7).
            01  SQL-LEDG-OPER               PIC X(4).
        EXEC SQL END DECLARE SECTION END-EXEC.

        01  WS-COST-LENGTH                  PIC S9(4) COMP VALUE 175.
        01  WS-LEDGER-LENGTH                PIC S9(4) COMP VALUE 194.
        01  WS-LEDG-ABSTIME                 PIC S9(15) COMP-3.

        01  WS-PART-ACTION                  PIC X.
        01  WS-PART-FLAG                    PIC X.
        01  WS-PART-ONHAND                  PIC S9(7) COMP-3.
        01  WS-PART-COST                    PIC S9(5)V99 COMP-3.

        01  WS-KIT-TRACKED-SW               PIC X VALUE 'N'.
            88  WS-KIT-TRACKED               VALUE 'Y'.
        01  WS-KIT-FLAG                     PIC X.
        01  WS-KIT-ONHAND                   PIC S9(7) COMP-3.
        01  WS-KIT-CAN-MAKE                 PIC S9(7) COMP-3.
        01  WS-KIT-COST                     PIC S9(5)V99 COMP-3.
        01  WS-KIT-SUB                      PIC 99 COMP.

        COPY 'KITFILE-LAYOUT'.

        LINKAGE SECTION.
            01  DFHCOMMAREA.
                05  LK-STK-ACTION            PIC X.
                    10  LK-STK-QTY           PIC 9(4).
                    10  LK-STK-ONHAND        PIC S9(7) COMP-3.
                    10  LK-STK-FLAG          PIC X.
                05  LK-STK-COSTS OCCURS 10 TIMES
                        INDEXED BY LK-STK-COST-INDEX.
                    10  LK-STK-COST          PIC S9(5)V99 COMP-3.
                05  LK-STK-SOURCE            PIC X(8).
                05  LK-STK-DOC-NO            PIC X(7).
                05  LK-STK-OPER              PIC X(4).

        PROCEDURE DIVISION.

                MOVE '01' TO SQL-LOCATION
            END-IF.

            PERFORM 05-LEDGER-STAMP.

            PERFORM 10-STOCK-LINE THRU 10-EXIT
                VARYING LK-STK-INDEX FROM 1 BY 1
                UNTIL LK-STK-INDEX > LK-STK-COUNT.

            EXEC CICS RETURN END-EXEC.

      * ONE DATE, TIME AND SOURCE FOR EVERY LEDGER ROW THIS LINK
      * WRITES.
        05-LEDGER-STAMP.
            EXEC CICS ASSIGN ABSTIME(WS-LEDG-ABSTIME) END-EXEC.

            EXEC CICS FORMATTIME ABSTIME(WS-LEDG-ABSTIME)
                YYYYMMDD(SQL-LEDG-DATE)
                TIME(SQL-LEDG-TIME)
                DATESEP(0)
                TIMESEP(0)
            END-EXEC.

            IF EIBCALEN NOT < WS-LEDGER-LENGTH
                MOVE LK-STK-SOURCE TO SQL-LEDG-SOURCE
                MOVE LK-STK-DOC-NO TO SQL-LEDG-DOC-NO
                MOVE LK-STK-OPER TO SQL-LEDG-OPER
            ELSE
                MOVE SPACES TO SQL-LEDG-SOURCE
                MOVE EIBTRNID TO SQL-LEDG-SOURCE(1:4)
                MOVE SPACES TO SQL-LEDG-DOC-NO
                MOVE SPACES TO SQL-LEDG-OPER
            END-IF.

        10-STOCK-LINE.
            MOVE SPACE TO LK-STK-FLAG(LK-STK-INDEX).
            MOVE ZERO TO LK-STK-ONHAND(LK-STK-INDEX).
            SET LK-STK-COST-INDEX TO LK-STK-INDEX.
            MOVE ZERO TO SQL-UNIT-COST.

            IF EIBCALEN NOT < WS-COST-LENGTH
                MOVE LK-STK-COST(LK-STK-COST-INDEX) TO SQL-UNIT-COST
                MOVE ZERO TO LK-STK-COST(LK-STK-COST-INDEX)
            END-IF.

            IF LK-STK-PART(LK-STK-INDEX) EQUALS SPACES
                OR LK-STK-PART(LK-STK-INDEX) EQUALS LOW-VALUES
                GO TO 10-EXIT
            END-IF.

      * A KIT ON THE KITFILE TABLE NEVER MOVES STOCK UNDER ITS
      * OWN CODE - THE LINE IS EXPLODED INTO ITS COMPONENTS.
            MOVE LK-STK-PART(LK-STK-INDEX) TO KIT-CODE.

            EXEC CICS HANDLE CONDITION
                NOTFND(12-PLAIN-PART)
            END-EXEC.

            EXEC CICS READ FILE('KITFILE')
                INTO(KIT-RECORD)
                RIDFLD(KIT-KEY)
                LENGTH(KIT-LENGTH)
            END-EXEC.

            PERFORM 50-EXPLODE-KIT.
            GO TO 10-EXIT.

        12-PLAIN-PART.
            MOVE SPACES TO SQL-PART-CODE.
            MOVE LK-STK-PART(LK-STK-INDEX) TO SQL-PART-CODE(1:4).
            MOVE LK-STK-QTY(LK-STK-INDEX) TO SQL-MOVE-QTY.
            MOVE LK-STK-ACTION TO WS-PART-ACTION.

            PERFORM 15-MOVE-PART THRU 15-EXIT.

            MOVE WS-PART-FLAG TO LK-STK-FLAG(LK-STK-INDEX).
            MOVE WS-PART-ONHAND TO LK-STK-ONHAND(LK-STK-INDEX).

            IF EIBCALEN NOT < WS-COST-LENGTH
                MOVE WS-PART-COST TO LK-STK-COST(LK-STK-COST-INDEX)
            END-IF.

        10-EXIT.
            EXIT.

      * ONE ACTION AGAINST ONE PART_ONHAND ROW - SQL-PART-CODE FOR
      * SQL-MOVE-QTY.  THE RESULT COMES BACK IN WS-PART-FLAG,
      * WS-PART-ONHAND AND WS-PART-COST FOR THE CALLING PARAGRAPH
      * TO HAND ON, EITHER STRAIGHT TO THE LINE OR ROLLED UP INTO
      * A KIT.
        15-MOVE-PART.
            MOVE SPACE TO WS-PART-FLAG.
            MOVE ZERO TO WS-PART-ONHAND.
            MOVE ZERO TO WS-PART-COST.

            IF WS-PART-ACTION EQUALS 'D'
                EXEC SQL UPDATE BILLM.PART_ONHAND
                    SET QTY_ON_HAND = QTY_ON_HAND - :SQL-MOVE-QTY
                    WHERE PART_CODE = :SQL-PART-CODE
                      AND LOCATION = :SQL-LOCATION
                END-EXEC
                COMPUTE SQL-LEDG-ONHAND = 0 - SQL-MOVE-QTY
                MOVE ZERO TO SQL-LEDG-QUAR
                PERFORM 40-WRITE-LEDGER
                PERFORM 30-RETURN-COST
                GO TO 15-EXIT
            END-IF.

            IF WS-PART-ACTION EQUALS 'R'
                AND EIBCALEN NOT < WS-COST-LENGTH
                EXEC SQL UPDATE BILLM.PART_ONHAND
                    SET AVG_COST =
                        CASE WHEN QTY_ON_HAND > 0 AND AVG_COST > 0
                             THEN ((QTY_ON_HAND * AVG_COST)
                                   + (:SQL-MOVE-QTY * :SQL-UNIT-COST))
                                  / (QTY_ON_HAND + :SQL-MOVE-QTY)
                             ELSE :SQL-UNIT-COST
                        END,
                        QTY_ON_HAND = QTY_ON_HAND + :SQL-MOVE-QTY
                    WHERE PART_CODE = :SQL-PART-CODE
                      AND LOCATION = :SQL-LOCATION
                END-EXEC
                MOVE SQL-MOVE-QTY TO SQL-LEDG-ONHAND
                MOVE ZERO TO SQL-LEDG-QUAR
                PERFORM 40-WRITE-LEDGER
                GO TO 15-EXIT
            END-IF.

            IF WS-PART-ACTION EQUALS 'A' OR WS-PART-ACTION EQUALS 'R'
                EXEC SQL UPDATE BILLM.PART_ONHAND
                    SET QTY_ON_HAND = QTY_ON_HAND + :SQL-MOVE-QTY
                    WHERE PART_CODE = :SQL-PART-CODE
                      AND LOCATION = :SQL-LOCATION
                END-EXEC
                MOVE SQL-MOVE-QTY TO SQL-LEDG-ONHAND
                MOVE ZERO TO SQL-LEDG-QUAR
                PERFORM 40-WRITE-LEDGER
                GO TO 15-EXIT
            END-IF.

            IF WS-PART-ACTION EQUALS 'Q'
                EXEC SQL UPDATE BILLM.PART_ONHAND
                    SET QTY_QUARANTINE =
                        QTY_QUARANTINE + :SQL-MOVE-QTY
                    WHERE PART_CODE = :SQL-PART-CODE
                      AND LOCATION = :SQL-LOCATION
                END-EXEC
                MOVE ZERO TO SQL-LEDG-ONHAND
                MOVE SQL-MOVE-QTY TO SQL-LEDG-QUAR
                PERFORM 40-WRITE-LEDGER
                GO TO 15-EXIT
            END-IF.

            IF WS-PART-ACTION EQUALS 'T'
                EXEC SQL UPDATE BILLM.PART_ONHAND
                    SET QTY_QUARANTINE =
                        QTY_QUARANTINE - :SQL-MOVE-QTY
                    WHERE PART_CODE = :SQL-PART-CODE
                      AND LOCATION = :SQL-LOCATION
                END-EXEC
                MOVE ZERO TO SQL-LEDG-ONHAND
                COMPUTE SQL-LEDG-QUAR = 0 - SQL-MOVE-QTY
                PERFORM 40-WRITE-LEDGER
                GO TO 15-EXIT
            END-IF.

            IF WS-PART-ACTION EQUALS 'S'
                EXEC SQL UPDATE BILLM.PART_ONHAND
                    SET QTY_QUARANTINE =
                        QTY_QUARANTINE - :SQL-MOVE-QTY,
                    WHERE PART_CODE = :SQL-PART-CODE
                      AND LOCATION = :SQL-LOCATION
                END-EXEC
                MOVE SQL-MOVE-QTY TO SQL-LEDG-ONHAND
                COMPUTE SQL-LEDG-QUAR = 0 - SQL-MOVE-QTY
                PERFORM 40-WRITE-LEDGER
                GO TO 15-EXIT
            END-IF.

            IF WS-PART-ACTION EQUALS 'V'
                EXEC SQL SELECT QTY_QUARANTINE
                    INTO :SQL-QTY-ON-HAND
                    FROM BILLM.PART_ONHAND
                      AND LOCATION = :SQL-LOCATION
                END-EXEC

                MOVE SQL-QTY-ON-HAND TO WS-PART-ONHAND

                IF SQL-QTY-ON-HAND < SQL-MOVE-QTY
                    MOVE 'S' TO WS-PART-FLAG
                END-IF

                GO TO 15-EXIT
            END-IF.

            EXEC SQL SELECT QTY_ON_HAND, AVG_COST
                INTO :SQL-QTY-ON-HAND, :SQL-AVG-COST
                FROM BILLM.PART_ONHAND
                WHERE PART_CODE = :SQL-PART-CODE
                  AND LOCATION = :SQL-LOCATION
            END-EXEC.

            MOVE SQL-QTY-ON-HAND TO WS-PART-ONHAND.
            MOVE SQL-AVG-COST TO WS-PART-COST.

            IF SQL-QTY-ON-HAND < SQL-MOVE-QTY
                MOVE 'S' TO WS-PART-FLAG
            END-IF.

            GO TO 15-EXIT.

            20-NOT-TRACKED.
                MOVE 'N' TO WS-PART-FLAG.

            15-EXIT.
                EXIT.

      * THE AVERAGE COST THE TAKE WENT OUT AT, FOR A CALLER WITH
      * THE COST TRAILER.
            30-RETURN-COST.
                IF EIBCALEN NOT < WS-COST-LENGTH
                    EXEC SQL SELECT AVG_COST
                        INTO :SQL-AVG-COST
                        FROM BILLM.PART_ONHAND
                        WHERE PART_CODE = :SQL-PART-CODE
                          AND LOCATION = :SQL-LOCATION
                    END-EXEC

                    MOVE SQL-AVG-COST TO WS-PART-COST
                END-IF.

      * THE STOCK CARD ROW FOR THE MOVE JUST MADE, CARRYING THE
      * BALANCES IT LEFT BEHIND.  THE TYPE IS THE ACTION ACTUALLY
      * APPLIED - A KIT RECEIVED WHOLE LEDGERS ITS COMPONENTS AS
      * 'A', THE WAY THEY WENT BACK ON THE SHELF.
            40-WRITE-LEDGER.
                MOVE WS-PART-ACTION TO SQL-LEDG-TYPE.

                EXEC SQL INSERT INTO BILLM.STOCK_LEDGER
                    (PART_CODE, LOCATION, MOVE_DATE, MOVE_TIME,
                     MOVE_TYPE, ONHAND_CHG, QUAR_CHG,
                     ONHAND_AFTER, QUAR_AFTER,
                     SOURCE_PGM, DOC_NO, OPER_ID)
                    SELECT PART_CODE, LOCATION, :SQL-LEDG-DATE,
                           :SQL-LEDG-TIME, :SQL-LEDG-TYPE,
                           :SQL-LEDG-ONHAND, :SQL-LEDG-QUAR,
                           QTY_ON_HAND, QTY_QUARANTINE,
                           :SQL-LEDG-SOURCE, :SQL-LEDG-DOC-NO,
                           :SQL-LEDG-OPER
                    FROM BILLM.PART_ONHAND
                    WHERE PART_CODE = :SQL-PART-CODE
                      AND LOCATION = :SQL-LOCATION
                END-EXEC.

      * A KIT LINE - THE ACTION IS APPLIED TO EVERY COMPONENT ON
      * THE KITFILE RECORD FOR THE LINE QUANTITY TIMES THE
      * COMPONENT'S QUANTITY PER KIT.  THE LINE COMES BACK AS ONE
      * KIT: ON-HAND IS THE NUMBER OF WHOLE KITS THE SHELF (OR FOR
      * 'V' THE QUARANTINE) COULD MAKE UP, 'S' IF ANY COMPONENT
      * IS SHORT, 'N' ONLY IF NO COMPONENT IS TRACKED, AND THE
      * COST IS THE SUM OF THE COMPONENT AVERAGE COSTS.  AN
      * UNTRACKED COMPONENT IS SKIPPED AND NEVER BLOCKS THE KIT.
      * A KIT RECEIVED WHOLE ('R') GIVES ITS COMPONENTS BACK LIKE
      * 'A' - THE SUPPLIER'S KIT COST CANNOT BE SPLIT ACROSS THEM.
            50-EXPLODE-KIT.
                MOVE LK-STK-ACTION TO WS-PART-ACTION.

                IF WS-PART-ACTION EQUALS 'R'
                    MOVE 'A' TO WS-PART-ACTION
                END-IF.

                MOVE 'N' TO WS-KIT-TRACKED-SW.
                MOVE SPACE TO WS-KIT-FLAG.
                MOVE ZERO TO WS-KIT-ONHAND.
                MOVE ZERO TO WS-KIT-COST.

                PERFORM 55-KIT-COMPONENT THRU 55-EXIT
                    VARYING WS-KIT-SUB FROM 1 BY 1
                    UNTIL WS-KIT-SUB > 10.

                IF WS-KIT-TRACKED
                    MOVE WS-KIT-FLAG TO LK-STK-FLAG(LK-STK-INDEX)
                    MOVE WS-KIT-ONHAND TO LK-STK-ONHAND(LK-STK-INDEX)
                ELSE
                    MOVE 'N' TO LK-STK-FLAG(LK-STK-INDEX)
                END-IF.

                IF EIBCALEN NOT < WS-COST-LENGTH
                    MOVE WS-KIT-COST TO LK-STK-COST(LK-STK-COST-INDEX)
                END-IF.

            55-KIT-COMPONENT.
                IF KIT-COMP-CODE(WS-KIT-SUB) EQUALS SPACES
                    GO TO 55-EXIT
                END-IF.

                MOVE SPACES TO SQL-PART-CODE.
                MOVE KIT-COMP-CODE(WS-KIT-SUB) TO SQL-PART-CODE(1:4).
                COMPUTE SQL-MOVE-QTY = LK-STK-QTY(LK-STK-INDEX)
                    * KIT-COMP-QTY(WS-KIT-SUB).

                PERFORM 15-MOVE-PART THRU 15-EXIT.

                IF WS-PART-FLAG EQUALS 'N'
                    GO TO 55-EXIT
                END-IF.

                IF WS-PART-FLAG EQUALS 'S'
                    MOVE 'S' TO WS-KIT-FLAG
                END-IF.

                COMPUTE WS-KIT-COST = WS-KIT-COST
                    + WS-PART-COST * KIT-COMP-QTY(WS-KIT-SUB).

                IF WS-PART-ONHAND < ZERO
                    MOVE ZERO TO WS-KIT-CAN-MAKE
                ELSE
                    DIVIDE KIT-COMP-QTY(WS-KIT-SUB) INTO WS-PART-ONHAND
                        GIVING WS-KIT-CAN-MAKE
                END-IF.

                IF NOT WS-KIT-TRACKED
                    OR WS-KIT-CAN-MAKE < WS-KIT-ONHAND
                    MOVE WS-KIT-CAN-MAKE TO WS-KIT-ONHAND
                END-IF.

                MOVE 'Y' TO WS-KIT-TRACKED-SW.

            55-EXIT.
                EXIT.

            99-SQL-ERR.
