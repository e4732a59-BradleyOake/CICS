            01  SQL-NEW-QTY                 PIC S9(7) COMP-3.
            01  SQL-PART-PRICE              PIC S9(5)V99 COMP-3.
            01  SQL-PRICE-DATE              PIC X(8).
            01  SQL-LEDG-DATE               PIC X(8).
            01  SQL-LEDG-TIME               PIC X(6).
            01  SQL-LEDG-TYPE               PIC X(1).
            01  SQL-LEDG-ONHAND             PIC S9(7) COMP-3.
            01  SQL-LEDG-QUAR               PIC S9(7) COMP-3.
            01  SQL-LEDG-SOURCE             PIC X(8).
            01  SQL-LEDG-DOC-NO             PIC X(7).
            01  SQL-LEDG-OPER               PIC X(4).
        EXEC SQL END DECLARE SECTION END-EXEC.

        01 WS-CNTFILE-STATUS                PIC XX VALUE ZERO.
                  AND LOCATION = :SQL-LOCATION
            END-EXEC.

            IF WS-VARIANCE-QTY NOT = ZERO
                PERFORM 410-WRITE-LEDGER
            END-IF.

            SET CNT-ST-POSTED TO TRUE.
            MOVE WS-CURRENT-DATE TO CNT-POSTED-DATE.


            ADD 1 TO WS-POST-COUNT.

      * A POSTED VARIANCE GOES ON THE BILLM.STOCK_LEDGER STOCK CARD
      * AS A COUNT ADJUSTMENT ('J') UNDER WHOEVER COUNTED IT, SO
      * THE CARD STILL ADDS UP TO WHAT THE SHELF HELD.
        410-WRITE-LEDGER.
            MOVE 'J' TO SQL-LEDG-TYPE.
            MOVE WS-VARIANCE-QTY TO SQL-LEDG-ONHAND.
            MOVE ZERO TO SQL-LEDG-QUAR.
            MOVE 'BOPRGCV' TO SQL-LEDG-SOURCE.
            MOVE SPACES TO SQL-LEDG-DOC-NO.
            MOVE CNT-OPER TO SQL-LEDG-OPER.

            ACCEPT WS-CURRENT-TIME FROM TIME.
            MOVE WS-CURRENT-DATE TO SQL-LEDG-DATE.
            MOVE WS-CURR-HHMMSS TO SQL-LEDG-TIME.

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

        800-ENDFILE.
            MOVE WS-REC-COUNT TO RPT-TOT-READ.
            MOVE WS-VAR-COUNT TO RPT-TOT-VAR.
