        $SET DB2 (DB=INFOSYS,UDB-VERSION=V8)
        IDENTIFICATION DIVISION.
        PROGRAM-ID.  BOPRGIV.
        AUTHOR. OAKE.

      * INVENTORY VALUATION AT COST - READS BILLM.PART_ONHAND BY
      * BRANCH AND PART AND EXTENDS EACH ROW'S ON-HAND AND
      * QUARANTINE QUANTITIES AT THE BRANCH'S RUNNING AVERAGE
      * COST (AVG_COST, ROLLED BY BOPRGPS ON EVERY PURCHASE ORDER
      * RECEIPT).  PRINTS A SUBTOTAL PER BRANCH, EACH BRANCH ON
      * ITS OWN PAGE, AND A GRAND TOTAL FOR THE BOOKS.  A PART
      * OVERSOLD BELOW ZERO ON HAND IS LISTED BUT VALUED AT ZERO -
      * STOCK WE DO NOT HAVE IS WORTH NOTHING TO THE LEDGER.
      * ROWS WITH NOTHING ON HAND AND NOTHING IN QUARANTINE ARE
      * LEFT OFF.  RUN AT MONTH END AFTER THE LAST RECEIPTS ARE
      * KEYED - SEE THE BOPRGIV JCL MEMBER.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. RS-6000.
        OBJECT-COMPUTER. RS-6000.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT VALUE-OUT ASSIGN TO VALUEPRT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-VALUE-STATUS.

            SELECT RPTSTAT-FILE ASSIGN TO RPTSTAT
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS RPTSTAT-KEY
                FILE STATUS IS WS-RPTSTAT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  VALUE-OUT
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
            01  SQL-LOCATION                PIC X(2).
            01  SQL-PART-CODE               PIC X(8).
            01  SQL-PART-DESC               PIC X(17).
            01  SQL-QTY-ON-HAND             PIC S9(7) COMP-3.
            01  SQL-QTY-QUARANTINE          PIC S9(7) COMP-3.
            01  SQL-AVG-COST                PIC S9(5)V99 COMP-3.
        EXEC SQL END DECLARE SECTION END-EXEC.

        EXEC SQL
            DECLARE VALUE-CURSOR CURSOR FOR
                SELECT H.LOCATION, H.PART_CODE,
                       COALESCE(C.PART_DESC, ' '),
                       H.QTY_ON_HAND, H.QTY_QUARANTINE,
                       COALESCE(H.AVG_COST, 0)
                FROM BILLM.PART_ONHAND H
                     LEFT OUTER JOIN BILLM.PART_CODES C
                        ON C.PART_CODE = H.PART_CODE
                WHERE H.QTY_ON_HAND <> 0
                   OR H.QTY_QUARANTINE <> 0
                ORDER BY H.LOCATION, H.PART_CODE
        END-EXEC.

        01 WS-VALUE-STATUS                  PIC XX VALUE ZERO.
        01 WS-RPTSTAT-STATUS                PIC XX VALUE ZERO.
        01 WS-RUN-STATUS                    PIC X(8) VALUE 'GOOD'.

        01 WS-EOF-SW                        PIC X VALUE 'N'.
            88 WS-EOF                        VALUE 'Y'.

        01 WS-REC-COUNT                     PIC 9(7) COMP VALUE ZERO.
        01 WS-LINE-COUNT                    PIC 99 COMP VALUE 99.
        01 WS-PAGE-COUNT                    PIC 9(4) COMP VALUE ZERO.
        01 WS-MAX-LINES                     PIC 99 COMP VALUE 55.

        01 WS-PREV-LOCATION                 PIC X(2) VALUE SPACES.

        01 WS-ONHAND-VALUE                  PIC S9(9)V99 COMP-3.
        01 WS-QUAR-VALUE                    PIC S9(9)V99 COMP-3.
        01 WS-BR-ONHAND-VALUE               PIC S9(9)V99 COMP-3
                                             VALUE ZERO.
        01 WS-BR-QUAR-VALUE                 PIC S9(9)V99 COMP-3
                                             VALUE ZERO.
        01 WS-TOT-ONHAND-VALUE              PIC S9(9)V99 COMP-3
                                             VALUE ZERO.
        01 WS-TOT-QUAR-VALUE                PIC S9(9)V99 COMP-3
                                             VALUE ZERO.

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
            05 FILLER                       PIC X(30)
                VALUE 'INVENTORY VALUATION AT COST'.
            05 FILLER                       PIC X(7) VALUE 'BRANCH '.
            05 RPT-TITLE-LOC                 PIC X(2).
            05 FILLER                       PIC X(3) VALUE SPACES.
            05 FILLER                       PIC X(5) VALUE 'DATE '.
            05 RPT-TITLE-DATE                PIC 9999/99/99.
            05 FILLER                       PIC X(3) VALUE SPACES.
            05 FILLER                       PIC X(5) VALUE 'PAGE '.
            05 RPT-TITLE-PAGE                PIC ZZZ9.
            05 FILLER                       PIC X(20) VALUE SPACES.

        01 RPT-COLUMN-LINE.
            05 RPT-COL-CC                   PIC X VALUE SPACE.
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 FILLER                       PIC X(8) VALUE 'PARTCODE'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(17)
                VALUE 'DESCRIPTION'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(9) VALUE '  ON HAND'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(9) VALUE ' AVG COST'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(14)
                VALUE ' ON HAND VALUE'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(9) VALUE ' QUAR QTY'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(14)
                VALUE '    QUAR VALUE'.
            05 FILLER                       PIC X(6) VALUE SPACES.

        01 RPT-DETAIL-LINE.
            05 RPT-DET-CC                   PIC X VALUE SPACE.
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 RPT-PARTCODE                 PIC X(8).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-DESC                     PIC X(17).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-ONHAND                   PIC ZZZZ,ZZ9-.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-AVG-COST                 PIC ZZ,ZZ9.99.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-ONHAND-VALUE             PIC ZZ,ZZZ,ZZ9.99-.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-QUAR-QTY                 PIC ZZZZ,ZZ9-.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-QUAR-VALUE               PIC ZZ,ZZZ,ZZ9.99-.
            05 FILLER                       PIC X(6) VALUE SPACES.

        01 RPT-TOTAL-LINE.
            05 RPT-TOT-CC                   PIC X VALUE SPACE.
            05 FILLER                       PIC X(1) VALUE SPACES.
            05 RPT-TOT-LABEL                PIC X(27).
            05 FILLER                       PIC X(24) VALUE SPACES.
            05 RPT-TOT-ONHAND-VALUE         PIC ZZ,ZZZ,ZZ9.99-.
            05 FILLER                       PIC X(13) VALUE SPACES.
            05 RPT-TOT-QUAR-VALUE           PIC ZZ,ZZZ,ZZ9.99-.
            05 FILLER                       PIC X(6) VALUE SPACES.

        PROCEDURE DIVISION.

        000-START-LOGIC.
            OPEN OUTPUT VALUE-OUT.
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

            EXEC SQL OPEN VALUE-CURSOR END-EXEC.

            PERFORM 200-FETCH-PART.

            IF NOT WS-EOF
                MOVE SQL-LOCATION TO WS-PREV-LOCATION
            END-IF.

            PERFORM 300-PROCESS-RECORD
                UNTIL WS-EOF.

            EXEC SQL CLOSE VALUE-CURSOR END-EXEC.

            IF WS-REC-COUNT > ZERO
                PERFORM 400-BRANCH-TOTAL
            END-IF.

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

        200-FETCH-PART.
            EXEC SQL FETCH VALUE-CURSOR
                INTO :SQL-LOCATION, :SQL-PART-CODE,
                     :SQL-PART-DESC,
                     :SQL-QTY-ON-HAND, :SQL-QTY-QUARANTINE,
                     :SQL-AVG-COST
            END-EXEC.

            IF SQLCODE = 100
                SET WS-EOF TO TRUE
            END-IF.

      * A CHANGE OF BRANCH CLOSES OFF THE LAST ONE AND STARTS THE
      * NEW ONE ON A FRESH PAGE.
        300-PROCESS-RECORD.
            IF SQL-LOCATION NOT = WS-PREV-LOCATION
                PERFORM 400-BRANCH-TOTAL
                MOVE SQL-LOCATION TO WS-PREV-LOCATION
                MOVE 99 TO WS-LINE-COUNT
            END-IF.

            ADD 1 TO WS-REC-COUNT.

            IF WS-LINE-COUNT >= WS-MAX-LINES
                PERFORM 100-PRINT-HEADERS
            END-IF.

            ADD 1 TO WS-LINE-COUNT.

            IF SQL-QTY-ON-HAND > ZERO
                COMPUTE WS-ONHAND-VALUE =
                    SQL-QTY-ON-HAND * SQL-AVG-COST
            ELSE
                MOVE ZERO TO WS-ONHAND-VALUE
            END-IF.

            IF SQL-QTY-QUARANTINE > ZERO
                COMPUTE WS-QUAR-VALUE =
                    SQL-QTY-QUARANTINE * SQL-AVG-COST
            ELSE
                MOVE ZERO TO WS-QUAR-VALUE
            END-IF.

            ADD WS-ONHAND-VALUE TO WS-BR-ONHAND-VALUE.
            ADD WS-QUAR-VALUE TO WS-BR-QUAR-VALUE.

            MOVE SQL-PART-CODE TO RPT-PARTCODE.
            MOVE SQL-PART-DESC TO RPT-DESC.
            MOVE SQL-QTY-ON-HAND TO RPT-ONHAND.
            MOVE SQL-AVG-COST TO RPT-AVG-COST.
            MOVE WS-ONHAND-VALUE TO RPT-ONHAND-VALUE.
            MOVE SQL-QTY-QUARANTINE TO RPT-QUAR-QTY.
            MOVE WS-QUAR-VALUE TO RPT-QUAR-VALUE.

            MOVE RPT-DETAIL-LINE TO RPT-LINE.
            WRITE RPT-LINE.

            PERFORM 200-FETCH-PART.

        400-BRANCH-TOTAL.
            MOVE SPACES TO RPT-TOT-LABEL.
            STRING 'BRANCH ' WS-PREV-LOCATION ' TOTAL'
                DELIMITED BY SIZE INTO RPT-TOT-LABEL.
            MOVE WS-BR-ONHAND-VALUE TO RPT-TOT-ONHAND-VALUE.
            MOVE WS-BR-QUAR-VALUE TO RPT-TOT-QUAR-VALUE.

            MOVE RPT-TOTAL-LINE TO RPT-LINE.
            WRITE RPT-LINE.

            ADD WS-BR-ONHAND-VALUE TO WS-TOT-ONHAND-VALUE.
            ADD WS-BR-QUAR-VALUE TO WS-TOT-QUAR-VALUE.
            MOVE ZERO TO WS-BR-ONHAND-VALUE.
            MOVE ZERO TO WS-BR-QUAR-VALUE.

        800-ENDFILE.
            MOVE 'ALL BRANCHES TOTAL' TO RPT-TOT-LABEL.
            MOVE WS-TOT-ONHAND-VALUE TO RPT-TOT-ONHAND-VALUE.
            MOVE WS-TOT-QUAR-VALUE TO RPT-TOT-QUAR-VALUE.

            MOVE RPT-TOTAL-LINE TO RPT-LINE.
            WRITE RPT-LINE.

            PERFORM 820-WRITE-RUN-STATUS.

            CLOSE VALUE-OUT.
            CLOSE RPTSTAT-FILE.

        99-SQL-ERR.
            MOVE 'FAILED' TO WS-RUN-STATUS.
            MOVE SQLCODE TO WS-SQL-CODE.
            DISPLAY 'BOPRGIV SQL ERROR ' WS-SQL-CODE.
            PERFORM 800-ENDFILE.
            GO TO 999-EXIT.

      * DROP THE RUN RESULT ON THE RPTSTAT STATUS FILE SO THE
      * BOPRGO REPORTS MENU CAN SHOW STAFF WHETHER THE LAST RUN
      * ACTUALLY FINISHED BEFORE THEY SUBMIT IT AGAIN.
        820-WRITE-RUN-STATUS.
            MOVE 'BOPRGIV' TO RPTSTAT-JOB.
            MOVE WS-CURRENT-DATE TO RPTSTAT-DATE.
            MOVE WS-CURR-HHMMSS TO RPTSTAT-TIME.
            MOVE WS-REC-COUNT TO RPTSTAT-RECORDS.
            MOVE WS-REC-COUNT TO RPTSTAT-GOOD.
            MOVE ZERO TO RPTSTAT-REJECTS.
            MOVE WS-RUN-STATUS TO RPTSTAT-STATUS.

            WRITE RPTSTAT-RECORD
                INVALID KEY
                    REWRITE RPTSTAT-RECORD
                        INVALID KEY
                            DISPLAY 'BOPRGIV - RPTSTAT WRITE FAILED'
                    END-REWRITE
            END-WRITE.

        999-EXIT.
            STOP RUN.
