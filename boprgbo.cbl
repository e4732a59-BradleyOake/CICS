      * LEFT OPEN FOR THE NEXT RUN.  A BACKORDER WHOSE INVOICE IS
      * NO LONGER ON ORDFILE (ARCHIVED SINCE THE WANT WAS WRITTEN)
      * IS CLOSED 'X' WITHOUT MOVING ANY STOCK - THE ORDER IS
      * CHECKED BEFORE THE SHELF IS TOUCHED.  A BACKORDERED KIT
      * (A PART CODE ON THE KITFILE TABLE) FILLS ONLY WHEN THE
      * SHELF CAN COVER EVERY TRACKED COMPONENT, AND THEN EACH
      * COMPONENT COMES OUT - THE KIT CODE ITSELF HOLDS NO STOCK.
      * RUN AFTER RECEIVING HAS KEYED THE DAY'S DELIVERIES IN
      * THROUGH BOPRGV - SEE THE BOPRGBO JCL MEMBER.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
                RECORD KEY IS ORDFILE-KEY
                FILE STATUS IS WS-ORDFILE-STATUS.

            SELECT KITFILE-IN ASSIGN TO KITFILE
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS KIT-KEY
                FILE STATUS IS WS-KITFILE-STATUS.

            SELECT RELEASE-OUT ASSIGN TO RELPRT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RELEASE-STATUS.
            LABEL RECORDS ARE STANDARD.
        COPY 'ORDFILE-LAYOUT'.

        FD  KITFILE-IN
            LABEL RECORDS ARE STANDARD.
        COPY 'KITFILE-LAYOUT'.

        FD  RELEASE-OUT
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 100 CHARACTERS.
            01  SQL-LOCATION                PIC X(2).
            01  SQL-QTY-ON-HAND             PIC S9(7) COMP-3.
            01  SQL-MOVE-QTY                PIC S9(7) COMP-3.
            01  SQL-LEDG-DATE               PIC X(8).
            01  SQL-LEDG-TIME               PIC X(6).
            01  SQL-LEDG-TYPE               PIC X(1).
            01  SQL-LEDG-ONHAND             PIC S9(7) COMP-3.
            01  SQL-LEDG-QUAR               PIC S9(7) COMP-3.
            01  SQL-LEDG-SOURCE             PIC X(8).
            01  SQL-LEDG-DOC-NO             PIC X(7).
            01  SQL-LEDG-OPER               PIC X(4).
        EXEC SQL END DECLARE SECTION END-EXEC.

        01 WS-BAKORD-STATUS                 PIC XX VALUE ZERO.
            88 WS-BAKORD-EOF                 VALUE '10'.

        01 WS-ORDFILE-STATUS                PIC XX VALUE ZERO.
        01 WS-KITFILE-STATUS                PIC XX VALUE ZERO.
        01 WS-RELEASE-STATUS                PIC XX VALUE ZERO.
        01 WS-RPTSTAT-STATUS                PIC XX VALUE ZERO.
        01 WS-RUN-STATUS                    PIC X(8) VALUE 'GOOD'.
        01 WS-TRACKED-SW                    PIC X VALUE 'Y'.
            88 WS-NOT-TRACKED                VALUE 'N'.

        01 WS-KIT-COVERED-SW                PIC X VALUE 'Y'.
            88 WS-KIT-COVERED                VALUE 'Y'.

        01 WS-KIT-SUB                       PIC 99 COMP.

        01 WS-REC-COUNT                     PIC 9(7) COMP VALUE ZERO.
        01 WS-FILL-COUNT                    PIC 9(7) COMP VALUE ZERO.
        01 WS-WAIT-COUNT                    PIC 9(7) COMP VALUE ZERO.
        000-START-LOGIC.
            OPEN I-O BAKORD-IO.
            OPEN INPUT ORDFILE-IN.
            OPEN INPUT KITFILE-IN.
            OPEN OUTPUT RELEASE-OUT.
            OPEN I-O RPTSTAT-FILE.

                MOVE '01' TO SQL-LOCATION
            END-IF.

            MOVE BAKORD-PART-CODE TO KIT-CODE.

            READ KITFILE-IN
                INVALID KEY
                    CONTINUE
            END-READ.

            IF WS-KITFILE-STATUS = '00'
                PERFORM 340-TRY-KIT THRU 340-EXIT
                GO TO 310-EXIT
            END-IF.

            EXEC SQL
                WHENEVER NOT FOUND GO TO 320-NOT-TRACKED
            END-EXEC.
                  AND LOCATION = :SQL-LOCATION
            END-EXEC.

            PERFORM 330-WRITE-LEDGER.
            PERFORM 400-MARK-FILLED.
            PERFORM 500-PRINT-RELEASE.

        310-EXIT.
            EXIT.

      * THE FILL GOES ON THE BILLM.STOCK_LEDGER STOCK CARD AS A
      * TAKE AGAINST THE BACKORDERED INVOICE - 'BTCH' STANDS IN
      * FOR THE OPERATOR.
        330-WRITE-LEDGER.
            MOVE 'D' TO SQL-LEDG-TYPE.
            COMPUTE SQL-LEDG-ONHAND = 0 - SQL-MOVE-QTY.
            MOVE ZERO TO SQL-LEDG-QUAR.
            MOVE 'BOPRGBO' TO SQL-LEDG-SOURCE.
            MOVE BAKORD-INVOICE-NO TO SQL-LEDG-DOC-NO.
            MOVE 'BTCH' TO SQL-LEDG-OPER.

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

      * A KIT IS ALL OR NOTHING - EVERY TRACKED COMPONENT MUST BE
      * ON THE SHELF FOR THE BACKORDERED KITS BEFORE ANY OF THEM
      * COMES OFF, OR THE WANT WAITS FOR THE NEXT RUN.  A
      * COMPONENT WITH NO INVENTORY ROW IS NOT TRACKED AND NEVER
      * HOLDS THE KIT BACK.
        340-TRY-KIT.
            EXEC SQL
                WHENEVER NOT FOUND CONTINUE
            END-EXEC.

            MOVE 'Y' TO WS-KIT-COVERED-SW.

            PERFORM 341-CHECK-KIT-COMPONENT
                VARYING WS-KIT-SUB FROM 1 BY 1
                UNTIL WS-KIT-SUB > 10.

            IF NOT WS-KIT-COVERED
                ADD 1 TO WS-WAIT-COUNT
                GO TO 340-EXIT
            END-IF.

            PERFORM 342-TAKE-KIT-COMPONENT
                VARYING WS-KIT-SUB FROM 1 BY 1
                UNTIL WS-KIT-SUB > 10.

            PERFORM 400-MARK-FILLED.
            PERFORM 500-PRINT-RELEASE.

        340-EXIT.
            EXIT.

        341-CHECK-KIT-COMPONENT.
            IF KIT-COMP-CODE(WS-KIT-SUB) > SPACES
                MOVE SPACES TO SQL-PART-CODE
                MOVE KIT-COMP-CODE(WS-KIT-SUB) TO SQL-PART-CODE(1:4)
                COMPUTE SQL-MOVE-QTY =
                    BAKORD-QTY * KIT-COMP-QTY(WS-KIT-SUB)

                EXEC SQL SELECT QTY_ON_HAND
                    INTO :SQL-QTY-ON-HAND
                    FROM BILLM.PART_ONHAND
                    WHERE PART_CODE = :SQL-PART-CODE
                      AND LOCATION = :SQL-LOCATION
                END-EXEC

                IF SQLCODE = 0
                    AND SQL-QTY-ON-HAND < SQL-MOVE-QTY
                    MOVE 'N' TO WS-KIT-COVERED-SW
                END-IF
            END-IF.

        342-TAKE-KIT-COMPONENT.
            IF KIT-COMP-CODE(WS-KIT-SUB) > SPACES
                MOVE SPACES TO SQL-PART-CODE
                MOVE KIT-COMP-CODE(WS-KIT-SUB) TO SQL-PART-CODE(1:4)
                COMPUTE SQL-MOVE-QTY =
                    BAKORD-QTY * KIT-COMP-QTY(WS-KIT-SUB)

                EXEC SQL UPDATE BILLM.PART_ONHAND
                    SET QTY_ON_HAND = QTY_ON_HAND - :SQL-MOVE-QTY
                    WHERE PART_CODE = :SQL-PART-CODE
                      AND LOCATION = :SQL-LOCATION
                END-EXEC

                IF SQLCODE = 0
                    PERFORM 330-WRITE-LEDGER
                END-IF
            END-IF.

        400-MARK-FILLED.
            ADD 1 TO WS-FILL-COUNT.


            CLOSE BAKORD-IO.
            CLOSE ORDFILE-IN.
            CLOSE KITFILE-IN.
            CLOSE RELEASE-OUT.
            CLOSE RPTSTAT-FILE.

