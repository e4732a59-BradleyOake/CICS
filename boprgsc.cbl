        $SET DB2 (DB=INFOSYS,UDB-VERSION=V8)
        IDENTIFICATION DIVISION.
        PROGRAM-ID.  BOPRGSC.
        AUTHOR. OAKE.

      * MONTHLY SUPPLIER SCORECARD - HOW WELL EACH SUPPLIER HAS
      * ACTUALLY DELIVERED, SO PURCHASING CAN PICK BETWEEN TWO
      * SUPPLIERS THAT CARRY THE SAME PART.  WALKS EVERY POFILE
      * LINE BOPRGPO ORDERED IN THE LAST TWELVE MONTHS AND SCORES
      * IT AGAINST ITS SUPPLIER, THEN PRINTS ONE LINE PER SUPPFILE
      * SUPPLIER (PLUS ANY CODE ON POFILE NO LONGER ON SUPPFILE):
      *   LINES ORDERED
      *   PERCENT OF THOSE RECEIVED COMPLETE (STATUS 'R' - BOPRGV
      *     ONLY DATES A LINE ONCE THE FULL QUANTITY IS IN)
      *   PERCENT ON TIME - RECEIVED COMPLETE ON OR BEFORE THE DUE
      *     DATE, OUT OF THE LINES THAT ARE RECEIVED OR ALREADY DUE
      *     (A LINE NOT DUE YET CANNOT BE LATE)
      *   AVERAGE DAYS LATE ACROSS THE LINES THAT WERE LATE
      *   AVERAGE LEAD TIME ACHIEVED (ORDER DATE TO RECEIPT DATE)
      *     AGAINST THE LEAD DAYS PROMISED ON BILLM.SUPP_PART FOR
      *     THE SAME LINES (THE DUE DATE BOPRGPO SET, WHEN THE
      *     SUPP_PART ROW HAS SINCE BEEN REMOVED)
      *   LINES STILL OPEN AND HOW MANY OF THOSE ARE PAST DUE.
      * THE SECOND SECTION LISTS EVERY OPEN LINE ALREADY PAST ITS
      * DUE DATE, WHATEVER ITS AGE, FOR PURCHASING TO CHASE.  RUN
      * MONTHLY - SEE THE BOPRGSC JCL MEMBER.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. RS-6000.
        OBJECT-COMPUTER. RS-6000.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT POFILE-IN ASSIGN TO POFILE
                ORGANIZATION IS INDEXED
                ACCESS IS SEQUENTIAL
                RECORD KEY IS POFILE-KEY
                FILE STATUS IS WS-POFILE-STATUS.

            SELECT SUPPFILE-IN ASSIGN TO SUPPFILE
                ORGANIZATION IS INDEXED
                ACCESS IS SEQUENTIAL
                RECORD KEY IS SUPP-KEY
                FILE STATUS IS WS-SUPPFILE-STATUS.

            SELECT SCORE-OUT ASSIGN TO SCORPRT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SCORE-STATUS.

            SELECT RPTSTAT-FILE ASSIGN TO RPTSTAT
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS RPTSTAT-KEY
                FILE STATUS IS WS-RPTSTAT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  POFILE-IN
            LABEL RECORDS ARE STANDARD.
        COPY 'POFILE-LAYOUT'.

        FD  SUPPFILE-IN
            LABEL RECORDS ARE STANDARD.
        COPY 'SUPPFILE-LAYOUT'.

        FD  SCORE-OUT
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
            01  SQL-SUPP-CODE               PIC X(4).
            01  SQL-LEAD-DAYS               PIC S9(3) COMP-3.
        EXEC SQL END DECLARE SECTION END-EXEC.

        01 WS-POFILE-STATUS                 PIC XX VALUE ZERO.
        01 WS-SUPPFILE-STATUS               PIC XX VALUE ZERO.
        01 WS-SCORE-STATUS                  PIC XX VALUE ZERO.
        01 WS-RPTSTAT-STATUS                PIC XX VALUE ZERO.
        01 WS-RUN-STATUS                    PIC X(8) VALUE 'GOOD'.

        01 WS-EOF-SW                        PIC X VALUE 'N'.
            88 WS-EOF                        VALUE 'Y'.

        01 WS-FOUND-SW                      PIC X VALUE 'N'.
            88 WS-FOUND                      VALUE 'Y'.

        01 WS-SECTION-SW                    PIC X VALUE '1'.
            88 WS-SCORE-SECTION              VALUE '1'.
            88 WS-PAST-DUE-SECTION           VALUE '2'.

        01 WS-REC-COUNT                     PIC 9(7) COMP VALUE ZERO.
        01 WS-SCORED-COUNT                  PIC 9(7) COMP VALUE ZERO.
        01 WS-PAST-DUE-COUNT                PIC 9(7) COMP VALUE ZERO.
        01 WS-LINE-COUNT                    PIC 99 COMP VALUE 99.
        01 WS-PAGE-COUNT                    PIC 9(4) COMP VALUE ZERO.
        01 WS-MAX-LINES                     PIC 99 COMP VALUE 55.

      * LINES ORDERED WITHIN THIS MANY DAYS OF THE RUN ARE SCORED.
        01 WS-WINDOW-DAYS                   PIC 9(3) VALUE 365.

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
        01 WS-ORDER-INT                     PIC S9(9) COMP.
        01 WS-DUE-INT                       PIC S9(9) COMP.
        01 WS-RECV-INT                      PIC S9(9) COMP.
        01 WS-WORK-DATE-NUM                 PIC 9(8).
        01 WS-FROM-DATE                     PIC X(8).
        01 WS-DAYS                          PIC S9(5) COMP.

      * ONE SCORING BUCKET PER SUPPLIER, LOADED FROM SUPPFILE IN
      * SUPPLIER CODE ORDER.  A CODE FOUND ON POFILE BUT NOT ON
      * SUPPFILE IS ADDED AT THE END.
        01 WS-SUPP-COUNT                    PIC 9(4) COMP VALUE ZERO.
        01 WS-SUPP-MAX                      PIC 9(4) COMP VALUE 300.
        01 WS-SUPP-IDX                      PIC 9(4) COMP.

        01 WS-SUPP-TABLE.
            05 WS-SUPP-ENTRY OCCURS 300 TIMES.
                10 WS-SC-CODE                PIC X(4).
                10 WS-SC-NAME                PIC X(20).
                10 WS-SC-ORDERED             PIC S9(5) COMP-3.
                10 WS-SC-COMPLETE            PIC S9(5) COMP-3.
                10 WS-SC-DUE                 PIC S9(5) COMP-3.
                10 WS-SC-ON-TIME             PIC S9(5) COMP-3.
                10 WS-SC-LATE                PIC S9(5) COMP-3.
                10 WS-SC-LATE-DAYS           PIC S9(7) COMP-3.
                10 WS-SC-LEAD-ACTUAL         PIC S9(7) COMP-3.
                10 WS-SC-LEAD-PROMISED       PIC S9(7) COMP-3.
                10 WS-SC-OPEN                PIC S9(5) COMP-3.
                10 WS-SC-PAST-DUE            PIC S9(5) COMP-3.

        01 WS-PCT                           PIC S9(3)V9 COMP-3.
        01 WS-AVG                           PIC S9(3)V9 COMP-3.

        01 RPT-TITLE-LINE.
            05 RPT-TITLE-CC                 PIC X VALUE '1'.
            05 FILLER                       PIC X(10) VALUE SPACES.
            05 RPT-TITLE-TEXT               PIC X(40).
            05 FILLER                       PIC X(5) VALUE 'DATE '.
            05 RPT-TITLE-DATE                PIC 9999/99/99.
            05 FILLER                       PIC X(3) VALUE SPACES.
            05 FILLER                       PIC X(5) VALUE 'PAGE '.
            05 RPT-TITLE-PAGE                PIC ZZZ9.
            05 FILLER                       PIC X(22) VALUE SPACES.

        01 RPT-SCORE-COLUMNS-1.
            05 RPT-SCOL1-CC                 PIC X VALUE SPACE.
            05 FILLER                       PIC X(29) VALUE SPACES.
            05 FILLER                       PIC X(6) VALUE ' LINES'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(5) VALUE '  PCT'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(5) VALUE '  PCT'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(5) VALUE ' DAYS'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(5) VALUE ' LEAD'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(5) VALUE ' LEAD'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(6) VALUE '  OPEN'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(6) VALUE '  PAST'.
            05 FILLER                       PIC X(13) VALUE SPACES.

        01 RPT-SCORE-COLUMNS-2.
            05 RPT-SCOL2-CC                 PIC X VALUE SPACE.
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 FILLER                       PIC X(4) VALUE 'SUPP'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(20) VALUE 'NAME'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(6) VALUE 'ORDRD'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(5) VALUE ' CMPL'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(5) VALUE ' ONTM'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(5) VALUE ' LATE'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(5) VALUE ' ACTL'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(5) VALUE ' PROM'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(6) VALUE ' LINES'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(6) VALUE '   DUE'.
            05 FILLER                       PIC X(13) VALUE SPACES.

        01 RPT-SCORE-LINE.
            05 RPT-SDET-CC                  PIC X VALUE SPACE.
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 RPT-S-CODE                   PIC X(4).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-S-NAME                   PIC X(20).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-S-ORDERED                PIC ZZ,ZZ9.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-S-CMPL-PCT               PIC ZZ9.9.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-S-ONTIME-PCT             PIC ZZ9.9.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-S-AVG-LATE               PIC ZZ9.9.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-S-LEAD-ACTUAL            PIC ZZ9.9.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-S-LEAD-PROMISED          PIC ZZ9.9.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-S-OPEN                   PIC ZZ,ZZ9.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-S-PAST-DUE               PIC ZZ,ZZ9.
            05 FILLER                       PIC X(13) VALUE SPACES.

        01 RPT-PAST-COLUMNS.
            05 RPT-PCOL-CC                  PIC X VALUE SPACE.
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 FILLER                       PIC X(7) VALUE 'PO NO'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(3) VALUE 'LN '.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(4) VALUE 'SUPP'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(20) VALUE 'NAME'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(4) VALUE 'PART'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(3) VALUE 'LOC'.
            05 FILLER                       PIC X(1) VALUE SPACES.
            05 FILLER                       PIC X(6) VALUE ' ORDRD'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(6) VALUE '  RCVD'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(8) VALUE 'ORDERED'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(8) VALUE 'DUE'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(4) VALUE 'DAYS'.
            05 FILLER                       PIC X(6) VALUE SPACES.

        01 RPT-PAST-LINE.
            05 RPT-PDET-CC                  PIC X VALUE SPACE.
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 RPT-P-PO-NO                  PIC X(7).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-P-LINE                   PIC 9(3).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-P-SUPP                   PIC X(4).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-P-NAME                   PIC X(20).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-P-PART                   PIC X(4).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-P-LOC                    PIC X(2).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-P-ORDERED                PIC ZZ,ZZ9.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-P-RECEIVED               PIC ZZ,ZZ9.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-P-ORDER-DATE             PIC X(8).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-P-DUE-DATE               PIC X(8).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-P-DAYS                   PIC ZZZ9.
            05 FILLER                       PIC X(6) VALUE SPACES.

        01 RPT-TOTAL-LINE.
            05 RPT-TOT-CC                   PIC X VALUE SPACE.
            05 FILLER                       PIC X(1) VALUE SPACES.
            05 RPT-TOT-LABEL                PIC X(40).
            05 RPT-TOT-COUNT                PIC ZZZZ,ZZ9.
            05 FILLER                       PIC X(50) VALUE SPACES.

        PROCEDURE DIVISION.

        000-START-LOGIC.
            OPEN INPUT SUPPFILE-IN.
            OPEN OUTPUT SCORE-OUT.
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

            COMPUTE WS-TODAY-INT =
                FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM).
            COMPUTE WS-WORK-INT = WS-TODAY-INT - WS-WINDOW-DAYS.
            COMPUTE WS-WORK-DATE-NUM =
                FUNCTION DATE-OF-INTEGER(WS-WORK-INT).
            MOVE WS-WORK-DATE-NUM TO WS-FROM-DATE.

            PERFORM 150-LOAD-SUPPLIERS.

            CLOSE SUPPFILE-IN.

      * PASS 1 - SCORE EVERY LINE ORDERED IN THE WINDOW.
            OPEN INPUT POFILE-IN.
            MOVE 'N' TO WS-EOF-SW.
            PERFORM 200-READ-PO-LINE.

            PERFORM 300-SCORE-LINE THRU 390-SCORE-DONE
                UNTIL WS-EOF.

            CLOSE POFILE-IN.

            SET WS-SCORE-SECTION TO TRUE.
            MOVE 'SUPPLIER SCORECARD - LAST 12 MONTHS'
                TO RPT-TITLE-TEXT.
            PERFORM 100-PRINT-HEADERS.

            PERFORM 500-PRINT-SUPPLIER
                VARYING WS-SUPP-IDX FROM 1 BY 1
                UNTIL WS-SUPP-IDX > WS-SUPP-COUNT.

            MOVE 'PO LINES SCORED' TO RPT-TOT-LABEL.
            MOVE WS-SCORED-COUNT TO RPT-TOT-COUNT.
            MOVE RPT-TOTAL-LINE TO RPT-LINE.
            WRITE RPT-LINE.

      * PASS 2 - EVERY OPEN LINE ALREADY PAST DUE.
            SET WS-PAST-DUE-SECTION TO TRUE.
            MOVE 'OPEN PO LINES PAST DUE' TO RPT-TITLE-TEXT.
            PERFORM 100-PRINT-HEADERS.

            OPEN INPUT POFILE-IN.
            MOVE 'N' TO WS-EOF-SW.
            PERFORM 200-READ-PO-LINE.

            PERFORM 600-CHECK-PAST-DUE
                UNTIL WS-EOF.

            CLOSE POFILE-IN.

            MOVE 'OPEN LINES PAST DUE' TO RPT-TOT-LABEL.
            MOVE WS-PAST-DUE-COUNT TO RPT-TOT-COUNT.
            MOVE RPT-TOTAL-LINE TO RPT-LINE.
            WRITE RPT-LINE.

            PERFORM 800-ENDFILE.

            GO TO 999-EXIT.

        100-PRINT-HEADERS.
            ADD 1 TO WS-PAGE-COUNT.
            MOVE WS-PAGE-COUNT TO RPT-TITLE-PAGE.

            MOVE RPT-TITLE-LINE TO RPT-LINE.
            WRITE RPT-LINE.

            IF WS-SCORE-SECTION
                MOVE RPT-SCORE-COLUMNS-1 TO RPT-LINE
                WRITE RPT-LINE
                MOVE RPT-SCORE-COLUMNS-2 TO RPT-LINE
            ELSE
                MOVE RPT-PAST-COLUMNS TO RPT-LINE
            END-IF.
            WRITE RPT-LINE.

            MOVE ZERO TO WS-LINE-COUNT.

        150-LOAD-SUPPLIERS.
            MOVE 'N' TO WS-EOF-SW.

            PERFORM 160-READ-SUPPLIER.

            PERFORM 170-ADD-SUPPLIER
                UNTIL WS-EOF.

        160-READ-SUPPLIER.
            READ SUPPFILE-IN NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-EOF-SW
            END-READ.

        170-ADD-SUPPLIER.
            IF WS-SUPP-COUNT < WS-SUPP-MAX
                ADD 1 TO WS-SUPP-COUNT
                MOVE WS-SUPP-COUNT TO WS-SUPP-IDX
                PERFORM 180-CLEAR-BUCKET
                MOVE SUPP-CODE TO WS-SC-CODE(WS-SUPP-IDX)
                MOVE SUPP-NAME TO WS-SC-NAME(WS-SUPP-IDX)
            ELSE
                DISPLAY 'BOPRGSC SUPPLIER TABLE FULL - '
                    SUPP-CODE ' NOT SCORED'
            END-IF.

            PERFORM 160-READ-SUPPLIER.

        180-CLEAR-BUCKET.
            MOVE ZERO TO WS-SC-ORDERED(WS-SUPP-IDX).
            MOVE ZERO TO WS-SC-COMPLETE(WS-SUPP-IDX).
            MOVE ZERO TO WS-SC-DUE(WS-SUPP-IDX).
            MOVE ZERO TO WS-SC-ON-TIME(WS-SUPP-IDX).
            MOVE ZERO TO WS-SC-LATE(WS-SUPP-IDX).
            MOVE ZERO TO WS-SC-LATE-DAYS(WS-SUPP-IDX).
            MOVE ZERO TO WS-SC-LEAD-ACTUAL(WS-SUPP-IDX).
            MOVE ZERO TO WS-SC-LEAD-PROMISED(WS-SUPP-IDX).
            MOVE ZERO TO WS-SC-OPEN(WS-SUPP-IDX).
            MOVE ZERO TO WS-SC-PAST-DUE(WS-SUPP-IDX).

        200-READ-PO-LINE.
            READ POFILE-IN NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-EOF-SW
            END-READ.

        300-SCORE-LINE.
            ADD 1 TO WS-REC-COUNT.

            IF POFILE-ORDER-DATE < WS-FROM-DATE
                OR POFILE-ORDER-DATE IS NOT NUMERIC
                OR POFILE-DUE-DATE IS NOT NUMERIC
                PERFORM 200-READ-PO-LINE
                GO TO 390-SCORE-DONE
            END-IF.

            PERFORM 310-FIND-SUPPLIER.

            IF NOT WS-FOUND
                PERFORM 200-READ-PO-LINE
                GO TO 390-SCORE-DONE
            END-IF.

            ADD 1 TO WS-SCORED-COUNT.
            ADD 1 TO WS-SC-ORDERED(WS-SUPP-IDX).

            MOVE POFILE-ORDER-DATE TO WS-WORK-DATE-NUM.
            COMPUTE WS-ORDER-INT =
                FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-NUM).
            MOVE POFILE-DUE-DATE TO WS-WORK-DATE-NUM.
            COMPUTE WS-DUE-INT =
                FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-NUM).

            IF POFILE-ST-RECEIVED
                AND POFILE-RECV-DATE IS NUMERIC
                PERFORM 330-SCORE-RECEIPT THRU 339-RECEIPT-DONE
            ELSE
                ADD 1 TO WS-SC-OPEN(WS-SUPP-IDX)
                IF WS-DUE-INT < WS-TODAY-INT
                    ADD 1 TO WS-SC-DUE(WS-SUPP-IDX)
                    ADD 1 TO WS-SC-PAST-DUE(WS-SUPP-IDX)
                END-IF
            END-IF.

            PERFORM 200-READ-PO-LINE.

        390-SCORE-DONE.
            EXIT.

      * THE SUPPLIER'S BUCKET, ADDING ONE FOR A CODE THAT HAS
      * SINCE COME OFF SUPPFILE.
        310-FIND-SUPPLIER.
            MOVE 'N' TO WS-FOUND-SW.

            PERFORM 320-MATCH-SUPPLIER
                VARYING WS-SUPP-IDX FROM 1 BY 1
                UNTIL WS-SUPP-IDX > WS-SUPP-COUNT
                    OR WS-FOUND.

            IF WS-FOUND
                SUBTRACT 1 FROM WS-SUPP-IDX
            ELSE
                IF WS-SUPP-COUNT < WS-SUPP-MAX
                    ADD 1 TO WS-SUPP-COUNT
                    MOVE WS-SUPP-COUNT TO WS-SUPP-IDX
                    PERFORM 180-CLEAR-BUCKET
                    MOVE POFILE-SUPP-CODE TO WS-SC-CODE(WS-SUPP-IDX)
                    MOVE 'NOT ON SUPPFILE' TO WS-SC-NAME(WS-SUPP-IDX)
                    MOVE 'Y' TO WS-FOUND-SW
                ELSE
                    DISPLAY 'BOPRGSC SUPPLIER TABLE FULL - '
                        POFILE-SUPP-CODE ' NOT SCORED'
                END-IF
            END-IF.

        320-MATCH-SUPPLIER.
            IF WS-SC-CODE(WS-SUPP-IDX) = POFILE-SUPP-CODE
                MOVE 'Y' TO WS-FOUND-SW
            END-IF.

      * A COMPLETE LINE IS ON TIME IF IT WAS IN BY THE DUE DATE.
      * THE LEAD TIME ACHIEVED IS ORDER TO RECEIPT; THE PROMISE
      * IS TODAY'S BILLM.SUPP_PART ROW FOR THE SUPPLIER AND PART.
        330-SCORE-RECEIPT.
            ADD 1 TO WS-SC-COMPLETE(WS-SUPP-IDX).
            ADD 1 TO WS-SC-DUE(WS-SUPP-IDX).

            MOVE POFILE-RECV-DATE TO WS-WORK-DATE-NUM.
            COMPUTE WS-RECV-INT =
                FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-NUM).

            IF WS-RECV-INT > WS-DUE-INT
                ADD 1 TO WS-SC-LATE(WS-SUPP-IDX)
                COMPUTE WS-DAYS = WS-RECV-INT - WS-DUE-INT
                ADD WS-DAYS TO WS-SC-LATE-DAYS(WS-SUPP-IDX)
            ELSE
                ADD 1 TO WS-SC-ON-TIME(WS-SUPP-IDX)
            END-IF.

            COMPUTE WS-DAYS = WS-RECV-INT - WS-ORDER-INT.
            ADD WS-DAYS TO WS-SC-LEAD-ACTUAL(WS-SUPP-IDX).

            COMPUTE SQL-LEAD-DAYS = WS-DUE-INT - WS-ORDER-INT.
            MOVE SPACES TO SQL-PART-CODE.
            MOVE POFILE-PART-CODE TO SQL-PART-CODE(1:4).
            MOVE POFILE-SUPP-CODE TO SQL-SUPP-CODE.

            EXEC SQL
                WHENEVER NOT FOUND GO TO 335-NO-SUPP-PART
            END-EXEC.

            EXEC SQL SELECT LEAD_DAYS
                INTO :SQL-LEAD-DAYS
                FROM BILLM.SUPP_PART
                WHERE PART_CODE = :SQL-PART-CODE
                  AND SUPP_CODE = :SQL-SUPP-CODE
            END-EXEC.

        335-NO-SUPP-PART.
            ADD SQL-LEAD-DAYS TO WS-SC-LEAD-PROMISED(WS-SUPP-IDX).

        339-RECEIPT-DONE.
            EXIT.

      * PERCENTAGES AND AVERAGES PRINT BLANK WHERE THERE IS
      * NOTHING TO DIVIDE BY.
        500-PRINT-SUPPLIER.
            IF WS-LINE-COUNT >= WS-MAX-LINES
                PERFORM 100-PRINT-HEADERS
            END-IF.

            ADD 1 TO WS-LINE-COUNT.

            MOVE SPACES TO RPT-SCORE-LINE.
            MOVE WS-SC-CODE(WS-SUPP-IDX) TO RPT-S-CODE.
            MOVE WS-SC-NAME(WS-SUPP-IDX) TO RPT-S-NAME.
            MOVE WS-SC-ORDERED(WS-SUPP-IDX) TO RPT-S-ORDERED.
            MOVE WS-SC-OPEN(WS-SUPP-IDX) TO RPT-S-OPEN.
            MOVE WS-SC-PAST-DUE(WS-SUPP-IDX) TO RPT-S-PAST-DUE.

            IF WS-SC-ORDERED(WS-SUPP-IDX) > ZERO
                COMPUTE WS-PCT ROUNDED =
                    WS-SC-COMPLETE(WS-SUPP-IDX) * 100
                    / WS-SC-ORDERED(WS-SUPP-IDX)
                MOVE WS-PCT TO RPT-S-CMPL-PCT
            END-IF.

            IF WS-SC-DUE(WS-SUPP-IDX) > ZERO
                COMPUTE WS-PCT ROUNDED =
                    WS-SC-ON-TIME(WS-SUPP-IDX) * 100
                    / WS-SC-DUE(WS-SUPP-IDX)
                MOVE WS-PCT TO RPT-S-ONTIME-PCT
            END-IF.

            IF WS-SC-LATE(WS-SUPP-IDX) > ZERO
                COMPUTE WS-AVG ROUNDED =
                    WS-SC-LATE-DAYS(WS-SUPP-IDX)
                    / WS-SC-LATE(WS-SUPP-IDX)
                MOVE WS-AVG TO RPT-S-AVG-LATE
            END-IF.

            IF WS-SC-COMPLETE(WS-SUPP-IDX) > ZERO
                COMPUTE WS-AVG ROUNDED =
                    WS-SC-LEAD-ACTUAL(WS-SUPP-IDX)
                    / WS-SC-COMPLETE(WS-SUPP-IDX)
                MOVE WS-AVG TO RPT-S-LEAD-ACTUAL
                COMPUTE WS-AVG ROUNDED =
                    WS-SC-LEAD-PROMISED(WS-SUPP-IDX)
                    / WS-SC-COMPLETE(WS-SUPP-IDX)
                MOVE WS-AVG TO RPT-S-LEAD-PROMISED
            END-IF.

            MOVE RPT-SCORE-LINE TO RPT-LINE.
            WRITE RPT-LINE.

        600-CHECK-PAST-DUE.
            IF POFILE-ST-OPEN
                AND POFILE-DUE-DATE IS NUMERIC
                AND POFILE-DUE-DATE < WS-CURRENT-DATE
                PERFORM 650-PRINT-PAST-DUE
            END-IF.

            PERFORM 200-READ-PO-LINE.

        650-PRINT-PAST-DUE.
            ADD 1 TO WS-PAST-DUE-COUNT.

            IF WS-LINE-COUNT >= WS-MAX-LINES
                PERFORM 100-PRINT-HEADERS
            END-IF.

            ADD 1 TO WS-LINE-COUNT.

            MOVE POFILE-DUE-DATE TO WS-WORK-DATE-NUM.
            COMPUTE WS-DUE-INT =
                FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-NUM).
            COMPUTE WS-DAYS = WS-TODAY-INT - WS-DUE-INT.

            MOVE 'N' TO WS-FOUND-SW.
            PERFORM 320-MATCH-SUPPLIER
                VARYING WS-SUPP-IDX FROM 1 BY 1
                UNTIL WS-SUPP-IDX > WS-SUPP-COUNT
                    OR WS-FOUND.

            IF WS-FOUND
                SUBTRACT 1 FROM WS-SUPP-IDX
                MOVE WS-SC-NAME(WS-SUPP-IDX) TO RPT-P-NAME
            ELSE
                MOVE 'NOT ON SUPPFILE' TO RPT-P-NAME
            END-IF.

            MOVE POFILE-PO-NO TO RPT-P-PO-NO.
            MOVE POFILE-LINE TO RPT-P-LINE.
            MOVE POFILE-SUPP-CODE TO RPT-P-SUPP.
            MOVE POFILE-PART-CODE TO RPT-P-PART.
            MOVE POFILE-QTY-ORDERED TO RPT-P-ORDERED.
            MOVE POFILE-QTY-RECEIVED TO RPT-P-RECEIVED.
            MOVE POFILE-ORDER-DATE TO RPT-P-ORDER-DATE.
            MOVE POFILE-DUE-DATE TO RPT-P-DUE-DATE.
            MOVE WS-DAYS TO RPT-P-DAYS.

            IF POFILE-LOCATION > SPACES
                MOVE POFILE-LOCATION TO RPT-P-LOC
            ELSE
                MOVE '01' TO RPT-P-LOC
            END-IF.

            MOVE RPT-PAST-LINE TO RPT-LINE.
            WRITE RPT-LINE.

        800-ENDFILE.
            PERFORM 820-WRITE-RUN-STATUS.

            CLOSE SCORE-OUT.
            CLOSE RPTSTAT-FILE.

        99-SQL-ERR.
            MOVE 'FAILED' TO WS-RUN-STATUS.
            MOVE SQLCODE TO WS-SQL-CODE.
            DISPLAY 'BOPRGSC SQL ERROR ' WS-SQL-CODE.
            PERFORM 800-ENDFILE.
            GO TO 999-EXIT.

      * DROP THE RUN RESULT ON THE RPTSTAT STATUS FILE SO THE
      * BOPRGO REPORTS MENU CAN SHOW STAFF WHETHER THE LAST RUN
      * ACTUALLY FINISHED BEFORE THEY SUBMIT IT AGAIN.
        820-WRITE-RUN-STATUS.
            MOVE 'BOPRGSC' TO RPTSTAT-JOB.
            MOVE WS-CURRENT-DATE TO RPTSTAT-DATE.
            MOVE WS-CURR-HHMMSS TO RPTSTAT-TIME.
            MOVE WS-REC-COUNT TO RPTSTAT-RECORDS.
            MOVE WS-SCORED-COUNT TO RPTSTAT-GOOD.
            MOVE WS-PAST-DUE-COUNT TO RPTSTAT-REJECTS.
            MOVE WS-RUN-STATUS TO RPTSTAT-STATUS.

            WRITE RPTSTAT-RECORD
                INVALID KEY
                    REWRITE RPTSTAT-RECORD
                        INVALID KEY
                            DISPLAY 'BOPRGSC - RPTSTAT WRITE FAILED'
                    END-REWRITE
            END-WRITE.

        999-EXIT.
            STOP RUN.
