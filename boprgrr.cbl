        $SET DB2 (DB=INFOSYS,UDB-VERSION=V8)
        IDENTIFICATION DIVISION.
        PROGRAM-ID.  BOPRGRR.
        AUTHOR. OAKE.

      * MONTHLY REORDER POINT RECALCULATION - REORDER_POINT ON
      * BILLM.PART_ONHAND DRIVES BOPRGRL, THE BOPRGPO PURCHASE ORDER
      * RUN AND THE BACKORDER LOGIC, SO IT SHOULD FOLLOW WHAT ACTUALLY
      * SELLS.  FOR EVERY STOCKED PART AT EVERY BRANCH THIS JOB TAKES
      * THE LAST 26 WEEKS OF BILLM.ORDER_LINE_HIST SALES AT THAT
      * BRANCH, NETS OFF TYPE 'C' CREDIT NOTES THE SAME WAY BOPRGMG
      * DOES AND LEAVES OUT NON-STOCK CHARGE CODES.  SALES THE COUNTER
      * LOST OVER THE SAME 26 WEEKS FOR WANT OF STOCK OR DELIVERY TIME
      * (LOSTSALE, WRITTEN BY BOPRGE) ARE ADDED ON TOP, THE SAME
      * DEMAND BOPRGPO BUYS AGAINST, SO A PART THAT KEEPS WALKING OUT
      * OF THE DOOR EARNS A HIGHER REORDER POINT RATHER THAN A LOWER
      * ONE; SALES LOST ON PRICE ARE NOT COUNTED.  FROM THAT IT WORKS
      * OUT AN AVERAGE WEEKLY DEMAND.  THE PROPOSED REORDER POINT
      * COVERS THAT AVERAGE THROUGH THE SUPPLIER'S LEAD DAYS (THE
      * LONGEST BILLM.SUPP_PART ROW FOR THE PART, 14 DAYS IF NOBODY
      * SUPPLIES IT) PLUS TWO WEEKS SAFETY STOCK, ROUNDED UP TO A
      * WHOLE UNIT, AND PRINTS NEXT TO THE CURRENT ONE WITH THE LOST
      * QUANTITY BESIDE THE NET SALES.  AN APPROVIN CARD WITH Y IN
      * COLUMN 1 AND THE APPROVER'S OPERATOR ID IN COLUMNS 3-6 POSTS
      * EVERY CHANGED VALUE; ANY FURTHER CARDS EACH NAME A PART
      * (COLUMNS 1-4) AND OPTIONALLY A BRANCH (COLUMNS 6-7) THAT
      * PURCHASING DID NOT ACCEPT, AND THOSE ARE HELD AT THEIR CURRENT
      * VALUE.  EVERY POSTED VALUE GOES ON THE PARTLOG CHANGE LOG UNDER
      * THE APPROVER, THE SAME AS A CHANGE KEYED ON BOPRGF.  A DUMMY
      * APPROVIN DD REPORTS ONLY, SO THE PROPOSALS CAN BE REVIEWED
      * BEFORE ANYTHING MOVES.  THE SECOND SECTION LISTS DEAD STOCK -
      * EVERY STOCKED PART AND BRANCH WITH NO SALE IN TWELVE MONTHS -
      * WITH WHAT IS SITTING ON THE SHELF AT AVERAGE COST.  RUN MONTHLY
      * AFTER THE LAST BOPRGDL LOAD OF THE MONTH - SEE THE BOPRGRR JCL
      * MEMBER.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. RS-6000.
        OBJECT-COMPUTER. RS-6000.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT APPROVIN-IN ASSIGN TO APPROVIN
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-APPROVIN-STATUS.

            SELECT LOSTSALE-IN ASSIGN TO LOSTSALE
                ORGANIZATION IS INDEXED
                ACCESS IS SEQUENTIAL
                RECORD KEY IS LOST-KEY
                FILE STATUS IS WS-LOSTSALE-STATUS.

            SELECT PARTLOG-FILE ASSIGN TO PARTLOG
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS PLOG-KEY
                FILE STATUS IS WS-PARTLOG-STATUS.

            SELECT ROP-OUT ASSIGN TO ROPPRT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ROP-STATUS.

            SELECT RPTSTAT-FILE ASSIGN TO RPTSTAT
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS RPTSTAT-KEY
                FILE STATUS IS WS-RPTSTAT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  APPROVIN-IN
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 80 CHARACTERS.
        01  APPROVIN-CARD.
            05  APPR-POST-FLAG             PIC X.
            05  FILLER                     PIC X.
            05  APPR-OPER                  PIC X(4).
            05  FILLER                     PIC X(74).
        01  APPROVIN-HOLD-CARD.
            05  APPR-HOLD-PART             PIC X(4).
            05  FILLER                     PIC X.
            05  APPR-HOLD-LOC              PIC X(2).
            05  FILLER                     PIC X(73).

        FD  LOSTSALE-IN
            LABEL RECORDS ARE STANDARD.
        COPY 'LOSTSALE-LAYOUT'.

        FD  PARTLOG-FILE
            LABEL RECORDS ARE STANDARD.
        COPY 'PARTLOG-LAYOUT'.

        FD  ROP-OUT
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
            01  SQL-PART-CODE               PIC X(8).
            01  SQL-PART-DESC               PIC X(17).
            01  SQL-LOCATION                PIC X(2).
            01  SQL-QTY-ON-HAND             PIC S9(7) COMP-3.
            01  SQL-REORDER-POINT           PIC S9(7) COMP-3.
            01  SQL-NEW-ROP                 PIC S9(7) COMP-3.
            01  SQL-NET-SOLD                PIC S9(9) COMP-3.
            01  SQL-LEAD-DAYS               PIC S9(3) COMP-3.
            01  SQL-AVG-COST                PIC S9(5)V99 COMP-3.
            01  SQL-LAST-SALE               PIC X(8).
            01  SQL-FROM-DATE               PIC X(8).
            01  SQL-DEAD-DATE               PIC X(8).
        EXEC SQL END DECLARE SECTION END-EXEC.

      * EVERY STOCKED PART AT EVERY BRANCH WITH ITS NET SALES AT
      * THAT BRANCH SINCE THE START OF THE SALES WINDOW AND ITS
      * LONGEST SUPPLIER LEAD TIME (-1 WHEN NOBODY SUPPLIES IT).
      * ORDERS FROM BEFORE BRANCHES WERE KEPT CARRY NO LOCATION
      * AND COUNT AS BRANCH 01.
        EXEC SQL
            DECLARE ROP-CURSOR CURSOR FOR
                SELECT H.PART_CODE, H.LOCATION, C.PART_DESC,
                       H.QTY_ON_HAND, H.REORDER_POINT,
                       COALESCE(
                       (SELECT SUM(CASE WHEN O.REC_TYPE = 'C'
                                        THEN - L.QTY
                                        ELSE L.QTY END)
                          FROM BILLM.ORDER_HIST O
                               INNER JOIN BILLM.ORDER_LINE_HIST L
                                  ON L.INVOICE_NO = O.INVOICE_NO
                         WHERE L.PART_CODE = H.PART_CODE
                           AND COALESCE(NULLIF(O.LOCATION, ' '),
                                        '01') = H.LOCATION
                           AND O.ORDER_DATE >= :SQL-FROM-DATE), 0),
                       COALESCE(
                       (SELECT MAX(S.LEAD_DAYS)
                          FROM BILLM.SUPP_PART S
                         WHERE S.PART_CODE = H.PART_CODE), -1)
                FROM BILLM.PART_ONHAND H, BILLM.PART_CODES C
                WHERE H.PART_CODE = C.PART_CODE
                  AND COALESCE(C.CHARGE_FLAG, 'N') <> 'Y'
                ORDER BY H.PART_CODE, H.LOCATION
        END-EXEC.

      * STOCKED PARTS AND BRANCHES WITH NO SALE SINCE THE DEAD
      * STOCK DATE, WITH THE LAST SALE THEY EVER HAD.
        EXEC SQL
            DECLARE DEAD-CURSOR CURSOR FOR
                SELECT H.PART_CODE, H.LOCATION, C.PART_DESC,
                       H.QTY_ON_HAND, H.REORDER_POINT,
                       COALESCE(H.AVG_COST, 0),
                       COALESCE(
                       (SELECT MAX(O.ORDER_DATE)
                          FROM BILLM.ORDER_HIST O
                               INNER JOIN BILLM.ORDER_LINE_HIST L
                                  ON L.INVOICE_NO = O.INVOICE_NO
                         WHERE L.PART_CODE = H.PART_CODE
                           AND COALESCE(NULLIF(O.LOCATION, ' '),
                                        '01') = H.LOCATION
                           AND O.REC_TYPE <> 'C'), ' ')
                FROM BILLM.PART_ONHAND H, BILLM.PART_CODES C
                WHERE H.PART_CODE = C.PART_CODE
                  AND COALESCE(C.CHARGE_FLAG, 'N') <> 'Y'
                  AND NOT EXISTS
                      (SELECT 1
                         FROM BILLM.ORDER_HIST O
                              INNER JOIN BILLM.ORDER_LINE_HIST L
                                 ON L.INVOICE_NO = O.INVOICE_NO
                        WHERE L.PART_CODE = H.PART_CODE
                          AND COALESCE(NULLIF(O.LOCATION, ' '),
                                       '01') = H.LOCATION
                          AND O.REC_TYPE <> 'C'
                          AND O.ORDER_DATE >= :SQL-DEAD-DATE)
                ORDER BY H.LOCATION, H.PART_CODE
        END-EXEC.

        01 WS-APPROVIN-STATUS               PIC XX VALUE ZERO.
        01 WS-LOSTSALE-STATUS               PIC XX VALUE ZERO.
        01 WS-PARTLOG-STATUS                PIC XX VALUE ZERO.
        01 WS-ROP-STATUS                    PIC XX VALUE ZERO.
        01 WS-RPTSTAT-STATUS                PIC XX VALUE ZERO.
        01 WS-RUN-STATUS                    PIC X(8) VALUE 'GOOD'.

        01 WS-EOF-SW                        PIC X VALUE 'N'.
            88 WS-EOF                        VALUE 'Y'.

        01 WS-CARD-EOF-SW                   PIC X VALUE 'N'.
            88 WS-CARD-EOF                   VALUE 'Y'.

        01 WS-POSTING-SW                    PIC X VALUE 'N'.
            88 WS-POSTING                    VALUE 'Y'.

        01 WS-HELD-SW                       PIC X VALUE 'N'.
            88 WS-HELD                       VALUE 'Y'.

        01 WS-LOST-EOF-SW                   PIC X VALUE 'N'.
            88 WS-LOST-EOF                   VALUE 'Y'.

        01 WS-LOST-FOUND-SW                 PIC X VALUE 'N'.
            88 WS-LOST-FOUND                 VALUE 'Y'.

        01 WS-SECTION-SW                    PIC X VALUE '1'.
            88 WS-ROP-SECTION                VALUE '1'.
            88 WS-DEAD-SECTION               VALUE '2'.

        01 WS-REC-COUNT                     PIC 9(7) COMP VALUE ZERO.
        01 WS-CHANGE-COUNT                  PIC 9(7) COMP VALUE ZERO.
        01 WS-POST-COUNT                    PIC 9(7) COMP VALUE ZERO.
        01 WS-HELD-COUNT                    PIC 9(7) COMP VALUE ZERO.
        01 WS-NOSUPP-COUNT                  PIC 9(7) COMP VALUE ZERO.
        01 WS-DEAD-COUNT                    PIC 9(7) COMP VALUE ZERO.
        01 WS-LINE-COUNT                    PIC 99 COMP VALUE 99.
        01 WS-PAGE-COUNT                    PIC 9(4) COMP VALUE ZERO.
        01 WS-MAX-LINES                     PIC 99 COMP VALUE 55.

      * THE SALES WINDOW, THE SAFETY STOCK AND THE LEAD TIME USED
      * FOR A PART NOBODY SUPPLIES.
        01 WS-SALES-WEEKS                   PIC 9(3) VALUE 26.
        01 WS-SAFETY-DAYS                   PIC 9(3) VALUE 14.
        01 WS-DEFAULT-LEAD                  PIC 9(3) VALUE 14.
        01 WS-DEAD-DAYS                     PIC 9(3) VALUE 365.

        01 WS-DEMAND-QTY                    PIC S9(9) COMP-3.
        01 WS-AVG-WEEKLY                    PIC S9(7)V99 COMP-3.
        01 WS-COVER-DAYS                    PIC S9(5) COMP-3.
        01 WS-ROP-EXACT                     PIC S9(9)V99 COMP-3.
        01 WS-ROP-WHOLE                     PIC S9(9) COMP-3.
        01 WS-DEAD-VALUE                    PIC S9(9)V99 COMP-3.
        01 WS-TOT-DEAD-VALUE                PIC S9(9)V99 COMP-3
                                             VALUE ZERO.

        01 WS-CURRENT-DATE.
            05 WS-CURR-YYYY                 PIC 9(4).
            05 WS-CURR-MM                   PIC 9(2).
            05 WS-CURR-DD                   PIC 9(2).

        01 WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE
                                            PIC 9(8).

        01 WS-CURRENT-TIME.
            05 WS-CURR-HHMMSS               PIC 9(6).
            05 FILLER                       PIC 9(2).

        01 WS-TODAY-INT                     PIC S9(9) COMP.
        01 WS-WORK-INT                      PIC S9(9) COMP.
        01 WS-WORK-DATE-NUM                 PIC 9(8).

      * PARTS PURCHASING HELD BACK ON THE APPROVAL RUN.  A HOLD
      * WITH NO BRANCH HOLDS THE PART AT EVERY BRANCH.
        01 WS-HOLD-COUNT                    PIC 9(4) COMP VALUE ZERO.
        01 WS-HOLD-MAX                      PIC 9(4) COMP VALUE 200.
        01 WS-HOLD-IDX                      PIC 9(4) COMP.

        01 WS-HOLD-TABLE.
            05 WS-HOLD-ENTRY OCCURS 200 TIMES.
                10 WS-HOLD-PART              PIC X(4).
                10 WS-HOLD-LOC               PIC X(2).

      * STOCK AND DELIVERY LOST SALES BY PART AND BRANCH OVER THE
      * SALES WINDOW.
        01 WS-LOST-LOC                      PIC X(2).
        01 WS-LOST-QTY                      PIC S9(7) COMP-3.
        01 WS-LOST-COUNT                    PIC 9(4) COMP VALUE ZERO.
        01 WS-LOST-MAX                      PIC 9(4) COMP VALUE 2000.
        01 WS-LOST-IDX                      PIC 9(4) COMP.

        01 WS-LOST-TABLE.
            05 WS-LOST-ENTRY OCCURS 2000 TIMES.
                10 WS-LOST-PART              PIC X(4).
                10 WS-LOST-ENTRY-LOC         PIC X(2).
                10 WS-LOST-ENTRY-QTY         PIC S9(7) COMP-3.

      * ONE CHANGE-LOG ENTRY PER POSTED VALUE, UNDER THE APPROVER.
        01 WS-APPROVER                      PIC X(4) VALUE SPACES.
        01 WS-LOG-PART                      PIC X(4) VALUE SPACES.
        01 WS-LOG-SEQ                       PIC 9(2) VALUE ZERO.
        01 WS-LOG-QTY                       PIC ZZZZZZ9.

        01 RPT-TITLE-LINE.
            05 RPT-TITLE-CC                 PIC X VALUE '1'.
            05 FILLER                       PIC X(10) VALUE SPACES.
            05 RPT-TITLE-TEXT               PIC X(35).
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 RPT-TITLE-MODE                PIC X(9).
            05 FILLER                       PIC X(4) VALUE SPACES.
            05 FILLER                       PIC X(5) VALUE 'DATE '.
            05 RPT-TITLE-DATE                PIC 9999/99/99.
            05 FILLER                       PIC X(3) VALUE SPACES.
            05 FILLER                       PIC X(5) VALUE 'PAGE '.
            05 RPT-TITLE-PAGE                PIC ZZZ9.
            05 FILLER                       PIC X(13) VALUE SPACES.

        01 RPT-ROP-COLUMNS.
            05 RPT-RCOL-CC                  PIC X VALUE SPACE.
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 FILLER                       PIC X(4) VALUE 'PART'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(3) VALUE 'LOC'.
            05 FILLER                       PIC X(1) VALUE SPACES.
            05 FILLER                       PIC X(17)
                VALUE 'DESCRIPTION'.
            05 FILLER                       PIC X(1) VALUE SPACES.
            05 FILLER                       PIC X(8) VALUE ' ON HAND'.
            05 FILLER                       PIC X(1) VALUE SPACES.
            05 FILLER                       PIC X(8) VALUE ' SOLD 26'.
            05 FILLER                       PIC X(1) VALUE SPACES.
            05 FILLER                       PIC X(7) VALUE 'LOST 26'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(9) VALUE ' AVG/WEEK'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(4) VALUE 'LEAD'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(7) VALUE 'CURRENT'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(7) VALUE 'PROPOSE'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(6) VALUE 'ACTION'.
            05 FILLER                       PIC X(2) VALUE SPACES.

        01 RPT-ROP-LINE.
            05 RPT-RDET-CC                  PIC X VALUE SPACE.
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 RPT-R-PART                   PIC X(4).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-R-LOC                    PIC X(2).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-R-DESC                   PIC X(17).
            05 FILLER                       PIC X(1) VALUE SPACES.
            05 RPT-R-ONHAND                 PIC ZZZ,ZZ9-.
            05 FILLER                       PIC X(1) VALUE SPACES.
            05 RPT-R-SOLD                   PIC ZZZ,ZZ9-.
            05 FILLER                       PIC X(1) VALUE SPACES.
            05 RPT-R-LOST                   PIC ZZZ,ZZ9.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-R-AVG                    PIC ZZ,ZZ9.99.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-R-LEAD                   PIC ZZ9.
            05 RPT-R-LEAD-FLAG              PIC X.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-R-CURRENT                PIC ZZZ,ZZ9.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-R-PROPOSED               PIC ZZZ,ZZ9.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-R-ACTION                 PIC X(8).

        01 RPT-DEAD-COLUMNS.
            05 RPT-DCOL-CC                  PIC X VALUE SPACE.
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 FILLER                       PIC X(3) VALUE 'LOC'.
            05 FILLER                       PIC X(1) VALUE SPACES.
            05 FILLER                       PIC X(4) VALUE 'PART'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(17)
                VALUE 'DESCRIPTION'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(8) VALUE ' ON HAND'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(8) VALUE 'AVG COST'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(11)
                VALUE '   AT COST '.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(9) VALUE 'LAST SALE'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(7) VALUE 'REORDER'.
            05 FILLER                       PIC X(18) VALUE SPACES.

        01 RPT-DEAD-LINE.
            05 RPT-DDET-CC                  PIC X VALUE SPACE.
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 RPT-D-LOC                    PIC X(2).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-D-PART                   PIC X(4).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-D-DESC                   PIC X(17).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-D-ONHAND                 PIC ZZZ,ZZ9-.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-D-COST                   PIC ZZ,ZZ9.99.
            05 FILLER                       PIC X(1) VALUE SPACES.
            05 RPT-D-VALUE                  PIC ZZZ,ZZ9.99-.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-D-LAST-SALE              PIC X(9).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-D-REORDER                PIC ZZZ,ZZ9.
            05 FILLER                       PIC X(18) VALUE SPACES.

        01 RPT-NOTE-LINE.
            05 RPT-NOTE-CC                  PIC X VALUE SPACE.
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 FILLER                       PIC X(50) VALUE
                '* NO SUPPLIER ROW - 14 DAY LEAD TIME ASSUMED'.
            05 FILLER                       PIC X(48) VALUE SPACES.

        01 RPT-TOTAL-LINE.
            05 RPT-TOT-CC                   PIC X VALUE SPACE.
            05 FILLER                       PIC X(1) VALUE SPACES.
            05 FILLER                       PIC X(14)
                VALUE 'PARTS READ -  '.
            05 RPT-TOT-READ                 PIC ZZZ,ZZ9.
            05 FILLER                       PIC X(12)
                VALUE '  CHANGED - '.
            05 RPT-TOT-CHANGED              PIC ZZZ,ZZ9.
            05 FILLER                       PIC X(11)
                VALUE '  POSTED - '.
            05 RPT-TOT-POST                 PIC ZZZ,ZZ9.
            05 FILLER                       PIC X(9)
                VALUE '  HELD - '.
            05 RPT-TOT-HELD                 PIC ZZZ,ZZ9.
            05 FILLER                       PIC X(24) VALUE SPACES.

        01 RPT-DEAD-TOTAL-LINE.
            05 RPT-DTOT-CC                  PIC X VALUE SPACE.
            05 FILLER                       PIC X(1) VALUE SPACES.
            05 FILLER                       PIC X(20)
                VALUE 'DEAD STOCK LINES -  '.
            05 RPT-DTOT-COUNT               PIC ZZZ,ZZ9.
            05 FILLER                       PIC X(17)
                VALUE '  VALUE AT COST $'.
            05 RPT-DTOT-VALUE               PIC ZZ,ZZZ,ZZ9.99-.
            05 FILLER                       PIC X(40) VALUE SPACES.

        PROCEDURE DIVISION.

        000-START-LOGIC.
            OPEN I-O PARTLOG-FILE.
            OPEN OUTPUT ROP-OUT.
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

            PERFORM 150-READ-APPROVAL.
            PERFORM 160-SET-DATES.
            PERFORM 170-LOAD-LOST-DEMAND.

            IF WS-POSTING
                MOVE 'POSTING  ' TO RPT-TITLE-MODE
            ELSE
                MOVE 'REVIEW   ' TO RPT-TITLE-MODE
            END-IF.

      * SECTION 1 - CURRENT AGAINST PROPOSED REORDER POINTS.
            SET WS-ROP-SECTION TO TRUE.
            MOVE 'REORDER POINT RECALCULATION' TO RPT-TITLE-TEXT.
            PERFORM 100-PRINT-HEADERS.

            EXEC SQL OPEN ROP-CURSOR END-EXEC.

            PERFORM 200-FETCH-PART.

            PERFORM 300-PROCESS-PART
                UNTIL WS-EOF.

            EXEC SQL CLOSE ROP-CURSOR END-EXEC.

            MOVE WS-REC-COUNT TO RPT-TOT-READ.
            MOVE WS-CHANGE-COUNT TO RPT-TOT-CHANGED.
            MOVE WS-POST-COUNT TO RPT-TOT-POST.
            MOVE WS-HELD-COUNT TO RPT-TOT-HELD.

            MOVE RPT-TOTAL-LINE TO RPT-LINE.
            WRITE RPT-LINE.

            IF WS-NOSUPP-COUNT > ZERO
                MOVE RPT-NOTE-LINE TO RPT-LINE
                WRITE RPT-LINE
            END-IF.

      * SECTION 2 - DEAD STOCK.
            SET WS-DEAD-SECTION TO TRUE.
            MOVE 'DEAD STOCK - NO SALES IN 12 MONTHS' TO RPT-TITLE-TEXT.
            MOVE SPACES TO RPT-TITLE-MODE.
            PERFORM 100-PRINT-HEADERS.

            PERFORM 600-LIST-DEAD-STOCK.

            PERFORM 800-ENDFILE.

            GO TO 999-EXIT.

        100-PRINT-HEADERS.
            ADD 1 TO WS-PAGE-COUNT.
            MOVE WS-PAGE-COUNT TO RPT-TITLE-PAGE.

            MOVE RPT-TITLE-LINE TO RPT-LINE.
            WRITE RPT-LINE.

            IF WS-ROP-SECTION
                MOVE RPT-ROP-COLUMNS TO RPT-LINE
            ELSE
                MOVE RPT-DEAD-COLUMNS TO RPT-LINE
            END-IF.
            WRITE RPT-LINE.

            MOVE ZERO TO WS-LINE-COUNT.

      * THE FIRST CARD IS THE APPROVAL - Y IN COLUMN 1 POSTS, UNDER
      * THE OPERATOR ID IN COLUMNS 3-6.  EVERY CARD AFTER IT HOLDS
      * ONE PART (OR ONE PART AT ONE BRANCH) AT ITS CURRENT VALUE.
        150-READ-APPROVAL.
            OPEN INPUT APPROVIN-IN.

            IF WS-APPROVIN-STATUS = '00'
                READ APPROVIN-IN
                    AT END
                        MOVE 'Y' TO WS-CARD-EOF-SW
                    NOT AT END
                        IF APPR-POST-FLAG = 'Y'
                            SET WS-POSTING TO TRUE
                            MOVE APPR-OPER TO WS-APPROVER
                        END-IF
                END-READ

                PERFORM 155-READ-HOLD-CARD
                    UNTIL WS-CARD-EOF

                CLOSE APPROVIN-IN
            END-IF.

            IF WS-APPROVER = SPACES
                MOVE 'BTCH' TO WS-APPROVER
            END-IF.

        155-READ-HOLD-CARD.
            READ APPROVIN-IN
                AT END
                    MOVE 'Y' TO WS-CARD-EOF-SW
                NOT AT END
                    IF APPR-HOLD-PART > SPACES
                        IF WS-HOLD-COUNT < WS-HOLD-MAX
                            ADD 1 TO WS-HOLD-COUNT
                            MOVE APPR-HOLD-PART
                                TO WS-HOLD-PART(WS-HOLD-COUNT)
                            MOVE APPR-HOLD-LOC
                                TO WS-HOLD-LOC(WS-HOLD-COUNT)
                        ELSE
                            DISPLAY 'BOPRGRR HOLD TABLE FULL - '
                                APPR-HOLD-PART ' NOT HELD'
                        END-IF
                    END-IF
            END-READ.

      * THE SALES WINDOW STARTS 26 WEEKS BACK; DEAD STOCK IS
      * ANYTHING NOT SOLD SINCE A YEAR AGO TODAY.
        160-SET-DATES.
            COMPUTE WS-TODAY-INT =
                FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM).

            COMPUTE WS-WORK-INT = WS-TODAY-INT - (WS-SALES-WEEKS * 7).
            COMPUTE WS-WORK-DATE-NUM =
                FUNCTION DATE-OF-INTEGER(WS-WORK-INT).
            MOVE WS-WORK-DATE-NUM TO SQL-FROM-DATE.

            COMPUTE WS-WORK-INT = WS-TODAY-INT - WS-DEAD-DAYS.
            COMPUTE WS-WORK-DATE-NUM =
                FUNCTION DATE-OF-INTEGER(WS-WORK-INT).
            MOVE WS-WORK-DATE-NUM TO SQL-DEAD-DATE.

      * TOTAL UP THE STOCK AND DELIVERY LOST SALES SINCE THE START
      * OF THE SALES WINDOW BY PART AND BRANCH.
        170-LOAD-LOST-DEMAND.
            OPEN INPUT LOSTSALE-IN.

            IF WS-LOSTSALE-STATUS NOT = '00'
                DISPLAY 'BOPRGRR - LOSTSALE NOT OPENED, STATUS '
                    WS-LOSTSALE-STATUS ' - NO LOST DEMAND ADDED'
            ELSE
                MOVE 'N' TO WS-LOST-EOF-SW
                PERFORM 175-SCAN-LOST-SALE
                    UNTIL WS-LOST-EOF
                CLOSE LOSTSALE-IN
            END-IF.

        175-SCAN-LOST-SALE.
            READ LOSTSALE-IN NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-LOST-EOF-SW
            END-READ.

            IF NOT WS-LOST-EOF
                IF LOST-DATE NOT < SQL-FROM-DATE
                    AND (LOST-RSN-STOCK OR LOST-RSN-DELIVERY)
                    PERFORM 180-ADD-LOST-SALE
                END-IF
            END-IF.

        180-ADD-LOST-SALE.
            IF LOST-LOCATION > SPACES
                MOVE LOST-LOCATION TO WS-LOST-LOC
            ELSE
                MOVE '01' TO WS-LOST-LOC
            END-IF.

            MOVE SPACES TO SQL-PART-CODE.
            MOVE LOST-PART-CODE TO SQL-PART-CODE(1:4).
            MOVE WS-LOST-LOC TO SQL-LOCATION.

            PERFORM 340-FIND-LOST-DEMAND.

            IF WS-LOST-FOUND
                ADD LOST-QTY TO WS-LOST-ENTRY-QTY(WS-LOST-IDX)
            ELSE
                IF WS-LOST-COUNT < WS-LOST-MAX
                    ADD 1 TO WS-LOST-COUNT
                    MOVE LOST-PART-CODE
                        TO WS-LOST-PART(WS-LOST-COUNT)
                    MOVE WS-LOST-LOC
                        TO WS-LOST-ENTRY-LOC(WS-LOST-COUNT)
                    MOVE LOST-QTY
                        TO WS-LOST-ENTRY-QTY(WS-LOST-COUNT)
                ELSE
                    DISPLAY 'BOPRGRR LOST SALE TABLE FULL - '
                        LOST-PART-CODE ' NOT COUNTED'
                END-IF
            END-IF.

        200-FETCH-PART.
            EXEC SQL FETCH ROP-CURSOR
                INTO :SQL-PART-CODE, :SQL-LOCATION,
                     :SQL-PART-DESC,
                     :SQL-QTY-ON-HAND, :SQL-REORDER-POINT,
                     :SQL-NET-SOLD, :SQL-LEAD-DAYS
            END-EXEC.

            IF SQLCODE = 100
                SET WS-EOF TO TRUE
            END-IF.

        300-PROCESS-PART.
            ADD 1 TO WS-REC-COUNT.

            PERFORM 310-PROPOSE-ROP.

            IF WS-LINE-COUNT >= WS-MAX-LINES
                PERFORM 100-PRINT-HEADERS
            END-IF.

            ADD 1 TO WS-LINE-COUNT.

            MOVE SQL-PART-CODE TO RPT-R-PART.
            MOVE SQL-LOCATION TO RPT-R-LOC.
            MOVE SQL-PART-DESC TO RPT-R-DESC.
            MOVE SQL-QTY-ON-HAND TO RPT-R-ONHAND.
            MOVE SQL-NET-SOLD TO RPT-R-SOLD.
            MOVE WS-LOST-QTY TO RPT-R-LOST.
            MOVE WS-AVG-WEEKLY TO RPT-R-AVG.
            MOVE SQL-REORDER-POINT TO RPT-R-CURRENT.
            MOVE SQL-NEW-ROP TO RPT-R-PROPOSED.

            IF SQL-NEW-ROP = SQL-REORDER-POINT
                MOVE SPACES TO RPT-R-ACTION
            ELSE
                ADD 1 TO WS-CHANGE-COUNT
                PERFORM 320-CHECK-HELD

                IF WS-HELD
                    ADD 1 TO WS-HELD-COUNT
                    MOVE 'HELD' TO RPT-R-ACTION
                ELSE IF WS-POSTING
                    PERFORM 400-POST-ROP
                    MOVE 'POSTED' TO RPT-R-ACTION
                ELSE
                    MOVE 'REVIEW' TO RPT-R-ACTION
                END-IF
            END-IF.

            MOVE RPT-ROP-LINE TO RPT-LINE.
            WRITE RPT-LINE.

            PERFORM 200-FETCH-PART.

      * AVERAGE WEEKLY DEMAND OVER THE WINDOW - NET SALES (A
      * BRANCH THAT TOOK BACK MORE THAN IT SOLD COUNTS AS NO
      * SALES) PLUS WHAT WAS LOST FOR WANT OF STOCK - COVERED FOR
      * THE LEAD TIME PLUS SAFETY STOCK, ROUNDED UP - RUNNING OUT
      * A DAY EARLY COSTS MORE THAN ONE SPARE ON THE SHELF.
        310-PROPOSE-ROP.
            IF SQL-NET-SOLD < ZERO
                MOVE ZERO TO SQL-NET-SOLD
            END-IF.

            PERFORM 340-FIND-LOST-DEMAND.

            COMPUTE WS-DEMAND-QTY = SQL-NET-SOLD + WS-LOST-QTY.

            COMPUTE WS-AVG-WEEKLY ROUNDED =
                WS-DEMAND-QTY / WS-SALES-WEEKS.

            IF SQL-LEAD-DAYS < ZERO
                ADD 1 TO WS-NOSUPP-COUNT
                MOVE WS-DEFAULT-LEAD TO RPT-R-LEAD
                MOVE '*' TO RPT-R-LEAD-FLAG
                COMPUTE WS-COVER-DAYS =
                    WS-DEFAULT-LEAD + WS-SAFETY-DAYS
            ELSE
                MOVE SQL-LEAD-DAYS TO RPT-R-LEAD
                MOVE SPACE TO RPT-R-LEAD-FLAG
                COMPUTE WS-COVER-DAYS =
                    SQL-LEAD-DAYS + WS-SAFETY-DAYS
            END-IF.

            COMPUTE WS-ROP-EXACT =
                WS-DEMAND-QTY * WS-COVER-DAYS / (WS-SALES-WEEKS * 7).
            MOVE WS-ROP-EXACT TO WS-ROP-WHOLE.

            IF WS-ROP-EXACT > WS-ROP-WHOLE
                ADD 1 TO WS-ROP-WHOLE
            END-IF.

            MOVE WS-ROP-WHOLE TO SQL-NEW-ROP.

        320-CHECK-HELD.
            MOVE 'N' TO WS-HELD-SW.

            PERFORM 330-MATCH-HOLD
                VARYING WS-HOLD-IDX FROM 1 BY 1
                UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
                    OR WS-HELD.

        330-MATCH-HOLD.
            IF WS-HOLD-PART(WS-HOLD-IDX) = SQL-PART-CODE(1:4)
                IF WS-HOLD-LOC(WS-HOLD-IDX) = SPACES
                    OR WS-HOLD-LOC(WS-HOLD-IDX) = SQL-LOCATION
                    MOVE 'Y' TO WS-HELD-SW
                END-IF
            END-IF.

      * THE QUANTITY LOST ON THE PART AT THE BRANCH OVER THE
      * WINDOW, ZERO WHEN NOTHING WAS LOST.
        340-FIND-LOST-DEMAND.
            MOVE 'N' TO WS-LOST-FOUND-SW.
            MOVE ZERO TO WS-LOST-QTY.

            PERFORM 345-MATCH-LOST-PART
                VARYING WS-LOST-IDX FROM 1 BY 1
                UNTIL WS-LOST-IDX > WS-LOST-COUNT
                    OR WS-LOST-FOUND.

            IF WS-LOST-FOUND
                SUBTRACT 1 FROM WS-LOST-IDX
                MOVE WS-LOST-ENTRY-QTY(WS-LOST-IDX) TO WS-LOST-QTY
            END-IF.

        345-MATCH-LOST-PART.
            IF WS-LOST-PART(WS-LOST-IDX) = SQL-PART-CODE(1:4)
                AND WS-LOST-ENTRY-LOC(WS-LOST-IDX) = SQL-LOCATION
                MOVE 'Y' TO WS-LOST-FOUND-SW
            END-IF.

      * THE NEW VALUE GOES STRAIGHT ONTO THE BRANCH ROW AND ONTO
      * THE PARTLOG CHANGE LOG, QUALIFIED BY BRANCH, UNDER THE
      * APPROVER - THE SAME ENTRY BOPRGF MAKES FOR A KEYED CHANGE.
        400-POST-ROP.
            EXEC SQL UPDATE BILLM.PART_ONHAND
                SET REORDER_POINT = :SQL-NEW-ROP
                WHERE PART_CODE = :SQL-PART-CODE
                  AND LOCATION = :SQL-LOCATION
            END-EXEC.

            ADD 1 TO WS-POST-COUNT.

            IF SQL-PART-CODE(1:4) NOT = WS-LOG-PART
                MOVE SQL-PART-CODE(1:4) TO WS-LOG-PART
                MOVE ZERO TO WS-LOG-SEQ
            END-IF.

            ADD 1 TO WS-LOG-SEQ.

            MOVE SQL-PART-CODE(1:4) TO PLOG-PART-CODE.
            MOVE WS-CURRENT-DATE TO PLOG-DATE.
            MOVE WS-CURR-HHMMSS TO PLOG-TIME.
            MOVE WS-LOG-SEQ TO PLOG-SEQ.
            SET PLOG-FLD-REORDER TO TRUE.
            MOVE SQL-LOCATION TO PLOG-QUALIFIER.
            MOVE SQL-REORDER-POINT TO WS-LOG-QTY.
            MOVE WS-LOG-QTY TO PLOG-OLD-VALUE.
            MOVE SQL-NEW-ROP TO WS-LOG-QTY.
            MOVE WS-LOG-QTY TO PLOG-NEW-VALUE.
            MOVE WS-APPROVER TO PLOG-OPER.
            MOVE 'BTCH' TO PLOG-TERM.

            WRITE PLOG-RECORD
                INVALID KEY
                    DISPLAY 'BOPRGRR - PARTLOG WRITE FAILED FOR '
                        PLOG-KEY
                    MOVE 'FAILED' TO WS-RUN-STATUS
            END-WRITE.

        600-LIST-DEAD-STOCK.
            MOVE 'N' TO WS-EOF-SW.

            EXEC SQL OPEN DEAD-CURSOR END-EXEC.

            PERFORM 610-FETCH-DEAD.

            PERFORM 620-PRINT-DEAD
                UNTIL WS-EOF.

            EXEC SQL CLOSE DEAD-CURSOR END-EXEC.

            MOVE WS-DEAD-COUNT TO RPT-DTOT-COUNT.
            MOVE WS-TOT-DEAD-VALUE TO RPT-DTOT-VALUE.

            MOVE RPT-DEAD-TOTAL-LINE TO RPT-LINE.
            WRITE RPT-LINE.

        610-FETCH-DEAD.
            EXEC SQL FETCH DEAD-CURSOR
                INTO :SQL-PART-CODE, :SQL-LOCATION,
                     :SQL-PART-DESC,
                     :SQL-QTY-ON-HAND, :SQL-REORDER-POINT,
                     :SQL-AVG-COST, :SQL-LAST-SALE
            END-EXEC.

            IF SQLCODE = 100
                SET WS-EOF TO TRUE
            END-IF.

        620-PRINT-DEAD.
            ADD 1 TO WS-DEAD-COUNT.

            COMPUTE WS-DEAD-VALUE =
                SQL-QTY-ON-HAND * SQL-AVG-COST.
            ADD WS-DEAD-VALUE TO WS-TOT-DEAD-VALUE.

            IF WS-LINE-COUNT >= WS-MAX-LINES
                PERFORM 100-PRINT-HEADERS
            END-IF.

            ADD 1 TO WS-LINE-COUNT.

            MOVE SQL-LOCATION TO RPT-D-LOC.
            MOVE SQL-PART-CODE TO RPT-D-PART.
            MOVE SQL-PART-DESC TO RPT-D-DESC.
            MOVE SQL-QTY-ON-HAND TO RPT-D-ONHAND.
            MOVE SQL-AVG-COST TO RPT-D-COST.
            MOVE WS-DEAD-VALUE TO RPT-D-VALUE.
            MOVE SQL-REORDER-POINT TO RPT-D-REORDER.

            IF SQL-LAST-SALE = SPACES
                MOVE 'NEVER' TO RPT-D-LAST-SALE
            ELSE
                MOVE SQL-LAST-SALE TO RPT-D-LAST-SALE
            END-IF.

            MOVE RPT-DEAD-LINE TO RPT-LINE.
            WRITE RPT-LINE.

            PERFORM 610-FETCH-DEAD.

        800-ENDFILE.
            PERFORM 820-WRITE-RUN-STATUS.

            CLOSE PARTLOG-FILE.
            CLOSE ROP-OUT.
            CLOSE RPTSTAT-FILE.

        99-SQL-ERR.
            MOVE 'FAILED' TO WS-RUN-STATUS.
            MOVE SQLCODE TO WS-SQL-CODE.
            DISPLAY 'BOPRGRR SQL ERROR ' WS-SQL-CODE.
            PERFORM 800-ENDFILE.
            GO TO 999-EXIT.

      * DROP THE RUN RESULT ON THE RPTSTAT STATUS FILE SO THE
      * BOPRGO REPORTS MENU CAN SHOW STAFF WHETHER THE LAST RUN
      * ACTUALLY FINISHED BEFORE THEY SUBMIT IT AGAIN.
        820-WRITE-RUN-STATUS.
            MOVE 'BOPRGRR' TO RPTSTAT-JOB.
            MOVE WS-CURRENT-DATE TO RPTSTAT-DATE.
            MOVE WS-CURR-HHMMSS TO RPTSTAT-TIME.
            MOVE WS-REC-COUNT TO RPTSTAT-RECORDS.
            MOVE WS-POST-COUNT TO RPTSTAT-GOOD.
            MOVE WS-HELD-COUNT TO RPTSTAT-REJECTS.
            MOVE WS-RUN-STATUS TO RPTSTAT-STATUS.

            WRITE RPTSTAT-RECORD
                INVALID KEY
                    REWRITE RPTSTAT-RECORD
                        INVALID KEY
                            DISPLAY 'BOPRGRR - RPTSTAT WRITE FAILED'
                    END-REWRITE
            END-WRITE.

        999-EXIT.
            STOP RUN.
