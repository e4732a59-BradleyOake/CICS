        $SET DB2 (DB=INFOSYS,UDB-VERSION=V8)
        IDENTIFICATION DIVISION.
        PROGRAM-ID.  BOPRGSP.
        AUTHOR. OAKE.

      * MONTHLY STOCK LEDGER PROOF - PROVES FOR EVERY PART AND
      * BRANCH ON BILLM.PART_ONHAND THAT THE OPENING BALANCE PLUS
      * THE MONTH'S MOVEMENTS ON BILLM.STOCK_LEDGER EQUALS THE
      * CLOSING BALANCE, ON HAND AND QUARANTINE BOTH.
      *   OPENING  - LAST MONTH'S CLOSING SNAPSHOT OFF
      *              BILLM.STOCK_BALANCE.
      *   MOVEMENT - THE SUM OF THE LEDGER CHANGES DATED IN THE
      *              MONTH.
      *   CLOSING  - TODAY'S PART_ONHAND BALANCE LESS THE LEDGER
      *              CHANGES DATED AFTER THE MONTH END, SO THE JOB
      *              CAN RUN ANY TIME AFTER THE MONTH HAS CLOSED.
      * A ROW THAT DOES NOT PROVE IS FLAGGED - SOMETHING MOVED
      * QTY_ON_HAND WITHOUT GOING THROUGH BOPRGPS OR ONE OF THE
      * LEDGERED BATCH JOBS.  THE MONTH'S CLOSING BALANCES ARE THEN
      * WRITTEN BACK TO BILLM.STOCK_BALANCE AS NEXT MONTH'S OPENING
      * (A RERUN REPLACES THEM).  ON THE FIRST RUN THERE IS NO
      * SNAPSHOT TO OPEN FROM, SO THE OPENING IS BACKED OUT OF THE
      * CLOSING AND MARKED START RATHER THAN FLAGGED.  A PART NEW
      * SINCE LAST MONTH OPENS AT ZERO.  ROWS WITH NOTHING TO SHOW -
      * NO BALANCE AND NO MOVEMENT - ARE LEFT OFF THE PRINT.
      * THE MONTH COMES FROM A ONE-CARD MONTHIN INPUT (YYYYMM IN
      * COLUMNS 1-6); A DUMMY MONTHIN DD PROVES LAST MONTH.  SEE THE
      * BOPRGSP JCL MEMBER.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. RS-6000.
        OBJECT-COMPUTER. RS-6000.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT MONTHIN-IN ASSIGN TO MONTHIN
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-MONTHIN-STATUS.

            SELECT PROOF-OUT ASSIGN TO PROOFPRT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PROOF-STATUS.

            SELECT RPTSTAT-FILE ASSIGN TO RPTSTAT
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS RPTSTAT-KEY
                FILE STATUS IS WS-RPTSTAT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  MONTHIN-IN
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 80 CHARACTERS.
        01  MONTHIN-CARD                   PIC X(80).

        FD  PROOF-OUT
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 100 CHARACTERS.
        01  RPT-LINE                       PIC X(100).

        FD  RPTSTAT-FILE
            LABEL RECORDS ARE STANDARD.
        COPY 'RPTSTAT-LAYOUT'.

        WORKING-STORAGE SECTION.

        EXEC SQL INCLUDE SQLCA END-EXEC.

        01 WS-SQL-CODE                      PIC -9(8).

        EXEC SQL BEGIN DECLARE SECTION END-EXEC.
            01  SQL-PERIOD                  PIC X(6).
            01  SQL-PRIOR-PERIOD            PIC X(6).
            01  SQL-MONTH-END               PIC X(8).
            01  SQL-SNAP-COUNT              PIC S9(9) COMP.
            01  SQL-LOCATION                PIC X(2).
            01  SQL-PART-CODE               PIC X(8).
            01  SQL-PART-DESC               PIC X(17).
            01  SQL-QTY-ON-HAND             PIC S9(7) COMP-3.
            01  SQL-QTY-QUARANTINE          PIC S9(7) COMP-3.
            01  SQL-LATER-ONHAND            PIC S9(7) COMP-3.
            01  SQL-LATER-QUAR              PIC S9(7) COMP-3.
            01  SQL-MOVE-ONHAND             PIC S9(7) COMP-3.
            01  SQL-MOVE-QUAR               PIC S9(7) COMP-3.
            01  SQL-OPEN-ONHAND             PIC S9(7) COMP-3.
            01  SQL-OPEN-QUAR               PIC S9(7) COMP-3.
            01  SQL-CLOSE-ONHAND            PIC S9(7) COMP-3.
            01  SQL-CLOSE-QUAR              PIC S9(7) COMP-3.
        EXEC SQL END DECLARE SECTION END-EXEC.

      * ONE ROW PER PART AND BRANCH WITH ITS LEDGER TOTALS FOR THE
      * MONTH, ITS LEDGER TOTALS SINCE THE MONTH END AND LAST
      * MONTH'S SNAPSHOT ALONGSIDE.
        EXEC SQL
            DECLARE PROOF-CURSOR CURSOR FOR
                SELECT H.LOCATION, H.PART_CODE,
                       COALESCE(C.PART_DESC, ' '),
                       H.QTY_ON_HAND, H.QTY_QUARANTINE,
                       COALESCE((SELECT SUM(L.ONHAND_CHG)
                                 FROM BILLM.STOCK_LEDGER L
                                 WHERE L.PART_CODE = H.PART_CODE
                                   AND L.LOCATION = H.LOCATION
                                   AND L.MOVE_DATE > :SQL-MONTH-END),
                                0),
                       COALESCE((SELECT SUM(L.QUAR_CHG)
                                 FROM BILLM.STOCK_LEDGER L
                                 WHERE L.PART_CODE = H.PART_CODE
                                   AND L.LOCATION = H.LOCATION
                                   AND L.MOVE_DATE > :SQL-MONTH-END),
                                0),
                       COALESCE((SELECT SUM(L.ONHAND_CHG)
                                 FROM BILLM.STOCK_LEDGER L
                                 WHERE L.PART_CODE = H.PART_CODE
                                   AND L.LOCATION = H.LOCATION
                                   AND SUBSTR(L.MOVE_DATE, 1, 6)
                                       = :SQL-PERIOD),
                                0),
                       COALESCE((SELECT SUM(L.QUAR_CHG)
                                 FROM BILLM.STOCK_LEDGER L
                                 WHERE L.PART_CODE = H.PART_CODE
                                   AND L.LOCATION = H.LOCATION
                                   AND SUBSTR(L.MOVE_DATE, 1, 6)
                                       = :SQL-PERIOD),
                                0),
                       COALESCE(B.QTY_ON_HAND, 0),
                       COALESCE(B.QTY_QUARANTINE, 0)
                FROM BILLM.PART_ONHAND H
                     LEFT OUTER JOIN BILLM.PART_CODES C
                        ON C.PART_CODE = H.PART_CODE
                     LEFT OUTER JOIN BILLM.STOCK_BALANCE B
                        ON B.PART_CODE = H.PART_CODE
                       AND B.LOCATION = H.LOCATION
                       AND B.PERIOD = :SQL-PRIOR-PERIOD
                ORDER BY H.LOCATION, H.PART_CODE
        END-EXEC.

        01 WS-MONTHIN-STATUS                PIC XX VALUE ZERO.
        01 WS-PROOF-STATUS                  PIC XX VALUE ZERO.
        01 WS-RPTSTAT-STATUS                PIC XX VALUE ZERO.
        01 WS-RUN-STATUS                    PIC X(8) VALUE 'GOOD'.

        01 WS-EOF-SW                        PIC X VALUE 'N'.
            88 WS-EOF                        VALUE 'Y'.

        01 WS-FIRST-RUN-SW                  PIC X VALUE 'N'.
            88 WS-FIRST-RUN                  VALUE 'Y'.

        01 WS-REC-COUNT                     PIC 9(7) COMP VALUE ZERO.
        01 WS-PROVED-COUNT                  PIC 9(7) COMP VALUE ZERO.
        01 WS-OUT-COUNT                     PIC 9(7) COMP VALUE ZERO.
        01 WS-START-COUNT                   PIC 9(7) COMP VALUE ZERO.
        01 WS-LINE-COUNT                    PIC 99 COMP VALUE 99.
        01 WS-PAGE-COUNT                    PIC 9(4) COMP VALUE ZERO.
        01 WS-MAX-LINES                     PIC 99 COMP VALUE 55.

        01 WS-PREV-LOCATION                 PIC X(2) VALUE SPACES.

        01 WS-SELECT-MONTH.
            05 WS-SEL-YYYY                  PIC 9(4).
            05 WS-SEL-MM                    PIC 9(2).

        01 WS-PRIOR-MONTH.
            05 WS-PRIOR-YYYY                PIC 9(4).
            05 WS-PRIOR-MM                  PIC 9(2).

        01 WS-ONHAND-DIFF                   PIC S9(7) COMP-3.
        01 WS-QUAR-DIFF                     PIC S9(7) COMP-3.

        01 WS-CURRENT-DATE.
            05 WS-CURR-YYYY                 PIC 9(4).
            05 WS-CURR-MM                   PIC 9(2).
            05 WS-CURR-DD                   PIC 9(2).

        01 WS-CURRENT-TIME.
            05 WS-CURR-HHMMSS               PIC 9(6).
            05 FILLER                       PIC 9(2).

        01 RPT-TITLE-LINE.
            05 RPT-TITLE-CC                 PIC X VALUE '1'.
            05 FILLER                       PIC X(10) VALUE SPACES.
            05 FILLER                       PIC X(24)
                VALUE 'STOCK LEDGER PROOF'.
            05 FILLER                       PIC X(6) VALUE 'MONTH '.
            05 RPT-TITLE-MONTH               PIC X(6).
            05 FILLER                       PIC X(3) VALUE SPACES.
            05 FILLER                       PIC X(7) VALUE 'BRANCH '.
            05 RPT-TITLE-LOC                 PIC X(2).
            05 FILLER                       PIC X(3) VALUE SPACES.
            05 FILLER                       PIC X(5) VALUE 'DATE '.
            05 RPT-TITLE-DATE                PIC 9999/99/99.
            05 FILLER                       PIC X(3) VALUE SPACES.
            05 FILLER                       PIC X(5) VALUE 'PAGE '.
            05 RPT-TITLE-PAGE                PIC ZZZ9.
            05 FILLER                       PIC X(11) VALUE SPACES.

        01 RPT-COLUMN-LINE.
            05 RPT-COL-CC                   PIC X VALUE SPACE.
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 FILLER                       PIC X(8) VALUE 'PARTCODE'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(17)
                VALUE 'DESCRIPTION'.
            05 FILLER                       PIC X(1) VALUE SPACES.
            05 FILLER                       PIC X(4) VALUE 'QTY '.
            05 FILLER                       PIC X(1) VALUE SPACES.
            05 FILLER                       PIC X(9) VALUE '  OPENING'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(9) VALUE ' MOVEMENT'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(9) VALUE '  CLOSING'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(9) VALUE '     DIFF'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(5) VALUE 'PROOF'.
            05 FILLER                       PIC X(16) VALUE SPACES.

        01 RPT-DETAIL-LINE.
            05 RPT-DET-CC                   PIC X VALUE SPACE.
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 RPT-PARTCODE                 PIC X(8).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-DESC                     PIC X(17).
            05 FILLER                       PIC X(1) VALUE SPACES.
            05 RPT-QTY-KIND                 PIC X(4).
            05 FILLER                       PIC X(1) VALUE SPACES.
            05 RPT-OPENING                  PIC ZZZZ,ZZ9-.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-MOVEMENT                 PIC ZZZZ,ZZ9-.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-CLOSING                  PIC ZZZZ,ZZ9-.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-DIFFERENCE               PIC ZZZZ,ZZ9-.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-PROOF                    PIC X(5).
            05 FILLER                       PIC X(16) VALUE SPACES.

        01 RPT-TOTAL-LINE.
            05 RPT-TOT-CC                   PIC X VALUE SPACE.
            05 FILLER                       PIC X(1) VALUE SPACES.
            05 RPT-TOT-LABEL                PIC X(40).
            05 RPT-TOT-COUNT                PIC ZZZZ,ZZ9.
            05 FILLER                       PIC X(50) VALUE SPACES.

        PROCEDURE DIVISION.

        000-START-LOGIC.
            OPEN OUTPUT PROOF-OUT.
            OPEN I-O RPTSTAT-FILE.

            EXEC SQL
                WHENEVER SQLERROR GO TO 99-SQL-ERR
            END-EXEC.

            EXEC SQL
                WHENEVER SQLWARNING CONTINUE
            END-EXEC.

            ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-CURRENT-TIME FROM TIME.
            MOVE WS-CURRENT-DATE TO RPT-TITLE-DATE.

            PERFORM 150-READ-MONTH-CARD.
            PERFORM 160-SET-PERIODS.

            EXEC SQL
                SELECT COUNT(*)
                INTO :SQL-SNAP-COUNT
                FROM BILLM.STOCK_BALANCE
                WHERE PERIOD = :SQL-PRIOR-PERIOD
            END-EXEC.

            IF SQL-SNAP-COUNT = ZERO
                SET WS-FIRST-RUN TO TRUE
            END-IF.

      * A RERUN OF THE MONTH REPLACES ITS SNAPSHOT.
            EXEC SQL
                DELETE FROM BILLM.STOCK_BALANCE
                WHERE PERIOD = :SQL-PERIOD
            END-EXEC.

            EXEC SQL OPEN PROOF-CURSOR END-EXEC.

            PERFORM 200-FETCH-PART.

            IF NOT WS-EOF
                MOVE SQL-LOCATION TO WS-PREV-LOCATION
            END-IF.

            PERFORM 300-PROCESS-RECORD
                UNTIL WS-EOF.

            EXEC SQL CLOSE PROOF-CURSOR END-EXEC.

            PERFORM 800-ENDFILE.

            GO TO 999-EXIT.

        100-PRINT-HEADERS.
            ADD 1 TO WS-PAGE-COUNT.
            MOVE WS-PAGE-COUNT TO RPT-TITLE-PAGE.
            MOVE WS-PREV-LOCATION TO RPT-TITLE-LOC.

            MOVE RPT-TITLE-LINE TO RPT-LINE.
            WRITE RPT-LINE.

            MOVE RPT-COLUMN-LINE TO RPT-LINE.
            WRITE RPT-LINE.

            MOVE ZERO TO WS-LINE-COUNT.

      * NO CARD, OR A BAD ONE, PROVES THE MONTH JUST CLOSED.
        150-READ-MONTH-CARD.
            MOVE WS-CURR-YYYY TO WS-SEL-YYYY.
            MOVE WS-CURR-MM TO WS-SEL-MM.

            IF WS-SEL-MM = 1
                SUBTRACT 1 FROM WS-SEL-YYYY
                MOVE 12 TO WS-SEL-MM
            ELSE
                SUBTRACT 1 FROM WS-SEL-MM
            END-IF.

            OPEN INPUT MONTHIN-IN.

            IF WS-MONTHIN-STATUS = '00'
                READ MONTHIN-IN
                    AT END
                        CONTINUE
                    NOT AT END
                        IF MONTHIN-CARD(1:6) IS NUMERIC
                            MOVE MONTHIN-CARD(1:6)
                                TO WS-SELECT-MONTH
                        END-IF
                END-READ
                CLOSE MONTHIN-IN
            END-IF.

      * THE OPENING SNAPSHOT IS THE MONTH BEFORE.  ANYTHING DATED
      * PAST DAY 99 OF THE MONTH IS AFTER THE MONTH END, WHATEVER
      * THE LENGTH OF THE MONTH.
        160-SET-PERIODS.
            MOVE WS-SELECT-MONTH TO RPT-TITLE-MONTH.
            MOVE WS-SELECT-MONTH TO SQL-PERIOD.

            MOVE WS-SELECT-MONTH TO SQL-MONTH-END(1:6).
            MOVE '99' TO SQL-MONTH-END(7:2).

            MOVE WS-SEL-YYYY TO WS-PRIOR-YYYY.
            MOVE WS-SEL-MM TO WS-PRIOR-MM.

            IF WS-PRIOR-MM = 1
                SUBTRACT 1 FROM WS-PRIOR-YYYY
                MOVE 12 TO WS-PRIOR-MM
            ELSE
                SUBTRACT 1 FROM WS-PRIOR-MM
            END-IF.

            MOVE WS-PRIOR-MONTH TO SQL-PRIOR-PERIOD.

        200-FETCH-PART.
            EXEC SQL FETCH PROOF-CURSOR
                INTO :SQL-LOCATION, :SQL-PART-CODE,
                     :SQL-PART-DESC,
                     :SQL-QTY-ON-HAND, :SQL-QTY-QUARANTINE,
                     :SQL-LATER-ONHAND, :SQL-LATER-QUAR,
                     :SQL-MOVE-ONHAND, :SQL-MOVE-QUAR,
                     :SQL-OPEN-ONHAND, :SQL-OPEN-QUAR
            END-EXEC.

            IF SQLCODE = 100
                SET WS-EOF TO TRUE
            END-IF.

      * A CHANGE OF BRANCH STARTS THE NEW ONE ON A FRESH PAGE.
        300-PROCESS-RECORD.
            IF SQL-LOCATION NOT = WS-PREV-LOCATION
                MOVE SQL-LOCATION TO WS-PREV-LOCATION
                MOVE 99 TO WS-LINE-COUNT
            END-IF.

            COMPUTE SQL-CLOSE-ONHAND =
                SQL-QTY-ON-HAND - SQL-LATER-ONHAND.
            COMPUTE SQL-CLOSE-QUAR =
                SQL-QTY-QUARANTINE - SQL-LATER-QUAR.

            IF WS-FIRST-RUN
                COMPUTE SQL-OPEN-ONHAND =
                    SQL-CLOSE-ONHAND - SQL-MOVE-ONHAND
                COMPUTE SQL-OPEN-QUAR =
                    SQL-CLOSE-QUAR - SQL-MOVE-QUAR
            END-IF.

            COMPUTE WS-ONHAND-DIFF =
                SQL-CLOSE-ONHAND - SQL-OPEN-ONHAND - SQL-MOVE-ONHAND.
            COMPUTE WS-QUAR-DIFF =
                SQL-CLOSE-QUAR - SQL-OPEN-QUAR - SQL-MOVE-QUAR.

            PERFORM 400-WRITE-SNAPSHOT.

            IF SQL-OPEN-ONHAND = ZERO AND SQL-MOVE-ONHAND = ZERO
                    AND SQL-CLOSE-ONHAND = ZERO
                    AND SQL-OPEN-QUAR = ZERO AND SQL-MOVE-QUAR = ZERO
                    AND SQL-CLOSE-QUAR = ZERO
                    AND WS-ONHAND-DIFF = ZERO AND WS-QUAR-DIFF = ZERO
                PERFORM 200-FETCH-PART
            ELSE
                PERFORM 350-PRINT-PROOF
                PERFORM 200-FETCH-PART
            END-IF.

      * TWO LINES A PART - ON HAND, THEN QUARANTINE.
        350-PRINT-PROOF.
            ADD 1 TO WS-REC-COUNT.

            IF WS-FIRST-RUN
                ADD 1 TO WS-START-COUNT
            ELSE IF WS-ONHAND-DIFF = ZERO AND WS-QUAR-DIFF = ZERO
                ADD 1 TO WS-PROVED-COUNT
            ELSE
                ADD 1 TO WS-OUT-COUNT
            END-IF.

            IF WS-LINE-COUNT >= WS-MAX-LINES - 1
                PERFORM 100-PRINT-HEADERS
            END-IF.

            ADD 2 TO WS-LINE-COUNT.

            MOVE SQL-PART-CODE TO RPT-PARTCODE.
            MOVE SQL-PART-DESC TO RPT-DESC.
            MOVE 'OH' TO RPT-QTY-KIND.
            MOVE SQL-OPEN-ONHAND TO RPT-OPENING.
            MOVE SQL-MOVE-ONHAND TO RPT-MOVEMENT.
            MOVE SQL-CLOSE-ONHAND TO RPT-CLOSING.
            MOVE WS-ONHAND-DIFF TO RPT-DIFFERENCE.

            IF WS-FIRST-RUN
                MOVE 'START' TO RPT-PROOF
            ELSE IF WS-ONHAND-DIFF = ZERO
                MOVE 'OK' TO RPT-PROOF
            ELSE
                MOVE '*OUT*' TO RPT-PROOF
            END-IF.

            MOVE RPT-DETAIL-LINE TO RPT-LINE.
            WRITE RPT-LINE.

            MOVE SPACES TO RPT-PARTCODE.
            MOVE SPACES TO RPT-DESC.
            MOVE 'QUAR' TO RPT-QTY-KIND.
            MOVE SQL-OPEN-QUAR TO RPT-OPENING.
            MOVE SQL-MOVE-QUAR TO RPT-MOVEMENT.
            MOVE SQL-CLOSE-QUAR TO RPT-CLOSING.
            MOVE WS-QUAR-DIFF TO RPT-DIFFERENCE.

            IF WS-FIRST-RUN
                MOVE 'START' TO RPT-PROOF
            ELSE IF WS-QUAR-DIFF = ZERO
                MOVE 'OK' TO RPT-PROOF
            ELSE
                MOVE '*OUT*' TO RPT-PROOF
            END-IF.

            MOVE RPT-DETAIL-LINE TO RPT-LINE.
            WRITE RPT-LINE.

      * THE CLOSING BALANCE GOES DOWN AS NEXT MONTH'S OPENING.
        400-WRITE-SNAPSHOT.
            EXEC SQL INSERT INTO BILLM.STOCK_BALANCE
                (PART_CODE, LOCATION, PERIOD,
                 QTY_ON_HAND, QTY_QUARANTINE)
                VALUES (:SQL-PART-CODE, :SQL-LOCATION, :SQL-PERIOD,
                        :SQL-CLOSE-ONHAND, :SQL-CLOSE-QUAR)
            END-EXEC.

        800-ENDFILE.
            PERFORM 810-PRINT-SUMMARY.

            PERFORM 820-WRITE-RUN-STATUS.

            CLOSE PROOF-OUT.
            CLOSE RPTSTAT-FILE.

        810-PRINT-SUMMARY.
            MOVE 'PART/BRANCH ROWS PRINTED' TO RPT-TOT-LABEL.
            MOVE WS-REC-COUNT TO RPT-TOT-COUNT.
            MOVE RPT-TOTAL-LINE TO RPT-LINE.
            WRITE RPT-LINE.

            MOVE 'ROWS PROVED' TO RPT-TOT-LABEL.
            MOVE WS-PROVED-COUNT TO RPT-TOT-COUNT.
            MOVE RPT-TOTAL-LINE TO RPT-LINE.
            WRITE RPT-LINE.

            MOVE 'ROWS OUT - MOVED OUTSIDE THE LEDGER' TO RPT-TOT-LABEL.
            MOVE WS-OUT-COUNT TO RPT-TOT-COUNT.
            MOVE RPT-TOTAL-LINE TO RPT-LINE.
            WRITE RPT-LINE.

            IF WS-FIRST-RUN
                MOVE 'ROWS STARTED - NO OPENING SNAPSHOT'
                    TO RPT-TOT-LABEL
                MOVE WS-START-COUNT TO RPT-TOT-COUNT
                MOVE RPT-TOTAL-LINE TO RPT-LINE
                WRITE RPT-LINE
            END-IF.

        99-SQL-ERR.
            MOVE 'FAILED' TO WS-RUN-STATUS.
            MOVE SQLCODE TO WS-SQL-CODE.
            DISPLAY 'BOPRGSP SQL ERROR ' WS-SQL-CODE.
            PERFORM 800-ENDFILE.
            GO TO 999-EXIT.

      * DROP THE RUN RESULT ON THE RPTSTAT STATUS FILE SO THE
      * BOPRGO REPORTS MENU CAN SHOW STAFF WHETHER THE LAST RUN
      * ACTUALLY FINISHED BEFORE THEY SUBMIT IT AGAIN.  ROWS THAT
      * DID NOT PROVE GO DOWN AS REJECTS.
        820-WRITE-RUN-STATUS.
            MOVE 'BOPRGSP' TO RPTSTAT-JOB.
            MOVE WS-CURRENT-DATE TO RPTSTAT-DATE.
            MOVE WS-CURR-HHMMSS TO RPTSTAT-TIME.
            MOVE WS-REC-COUNT TO RPTSTAT-RECORDS.
            MOVE WS-PROVED-COUNT TO RPTSTAT-GOOD.
            ADD WS-START-COUNT TO RPTSTAT-GOOD.
            MOVE WS-OUT-COUNT TO RPTSTAT-REJECTS.
            MOVE WS-RUN-STATUS TO RPTSTAT-STATUS.

            WRITE RPTSTAT-RECORD
                INVALID KEY
                    REWRITE RPTSTAT-RECORD
                        INVALID KEY
                            DISPLAY 'BOPRGSP - RPTSTAT WRITE FAILED'
                    END-REWRITE
            END-WRITE.

        999-EXIT.
            STOP RUN.
