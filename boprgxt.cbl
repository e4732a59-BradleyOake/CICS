        IDENTIFICATION DIVISION.
        PROGRAM-ID.  BOPRGXT.
        AUTHOR. OAKE.

      * INTER-BRANCH TRANSFER REPORT - WALKS XFRFILE TWICE.
      * SECTION 1 LISTS EVERY TRANSFER LINE STILL IN TRANSIT MORE
      * THAN TWO DAYS AFTER IT WAS SENT, WITH ITS AGE - STOCK THAT
      * LEFT ONE BRANCH AND HAS NOT BEEN KEYED IN AT THE OTHER IS
      * ON NOBODY'S SHELF AND NEEDS CHASING.  SECTION 2 LISTS EVERY
      * LINE RECEIVED OVER OR SHORT OF WHAT WAS SENT SINCE THE LAST
      * RUN, WITH THE DIFFERENCE VALUED AT THE COST THE STOCK WAS
      * SENT AT, AND MARKS EACH ONE PRINTED SO IT APPEARS ONCE.
      * RUN DAILY - SEE THE BOPRGXT JCL MEMBER.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. RS-6000.
        OBJECT-COMPUTER. RS-6000.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT XFRFILE-IO ASSIGN TO XFRFILE
                ORGANIZATION IS INDEXED
                ACCESS IS SEQUENTIAL
                RECORD KEY IS XFRFILE-KEY
                FILE STATUS IS WS-XFRFILE-STATUS.

            SELECT XFR-OUT ASSIGN TO XFRPRT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-XFR-STATUS.

            SELECT RPTSTAT-FILE ASSIGN TO RPTSTAT
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS RPTSTAT-KEY
                FILE STATUS IS WS-RPTSTAT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  XFRFILE-IO
            LABEL RECORDS ARE STANDARD.
        COPY 'XFRFILE-LAYOUT'.

        FD  XFR-OUT
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 100 CHARACTERS.
        01  RPT-LINE                       PIC X(100).

        FD  RPTSTAT-FILE
            LABEL RECORDS ARE STANDARD.
        COPY 'RPTSTAT-LAYOUT'.

        WORKING-STORAGE SECTION.

        01 WS-XFRFILE-STATUS                PIC XX VALUE ZERO.
            88 WS-XFRFILE-OK                 VALUE '00'.
            88 WS-XFRFILE-EOF                VALUE '10'.

        01 WS-XFR-STATUS                    PIC XX VALUE ZERO.
        01 WS-RPTSTAT-STATUS                PIC XX VALUE ZERO.
        01 WS-RUN-STATUS                    PIC X(8) VALUE 'GOOD'.

        01 WS-EOF-SW                        PIC X VALUE 'N'.
            88 WS-EOF                        VALUE 'Y'.

        01 WS-SECTION-SW                    PIC X VALUE '1'.
            88 WS-TRANSIT-SECTION            VALUE '1'.
            88 WS-VARIANCE-SECTION           VALUE '2'.

        01 WS-REC-COUNT                     PIC 9(7) COMP VALUE ZERO.
        01 WS-TRANSIT-COUNT                 PIC 9(7) COMP VALUE ZERO.
        01 WS-LATE-COUNT                    PIC 9(7) COMP VALUE ZERO.
        01 WS-VAR-COUNT                     PIC 9(7) COMP VALUE ZERO.
        01 WS-LINE-COUNT                    PIC 99 COMP VALUE 99.
        01 WS-PAGE-COUNT                    PIC 9(4) COMP VALUE ZERO.
        01 WS-MAX-LINES                     PIC 99 COMP VALUE 55.

      * A LINE STILL IN TRANSIT MORE THAN THIS MANY DAYS AFTER
      * IT WAS SENT IS LATE.
        01 WS-LATE-DAYS                     PIC 9(3) VALUE 2.

        01 WS-CURRENT-DATE.
            05 WS-CURR-YYYY                 PIC 9(4).
            05 WS-CURR-MM                   PIC 9(2).
            05 WS-CURR-DD                   PIC 9(2).

        01 WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE
                                            PIC 9(8).

        01 WS-CURRENT-TIME.
            05 WS-CURR-HHMMSS               PIC 9(6).
            05 FILLER                       PIC 9(2).

        01 WS-SEND-DATE-NUM                 PIC 9(8).
        01 WS-TODAY-INT                     PIC S9(9) COMP.
        01 WS-SEND-INT                      PIC S9(9) COMP.
        01 WS-AGE-DAYS                      PIC S9(5) COMP.
        01 WS-VAR-QTY                       PIC S9(5) COMP-3.
        01 WS-VAR-VALUE                     PIC S9(7)V99 COMP-3.
        01 WS-TOT-VAR-VALUE                 PIC S9(9)V99 COMP-3
                                             VALUE ZERO.

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

        01 RPT-TRANSIT-COLUMNS.
            05 RPT-TCOL-CC                  PIC X VALUE SPACE.
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 FILLER                       PIC X(7) VALUE 'XFER NO'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(3) VALUE 'LN '.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(4) VALUE 'FROM'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(2) VALUE 'TO'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(4) VALUE 'PART'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(4) VALUE 'SENT'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(8) VALUE 'SENT ON'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(4) VALUE 'BY'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(4) VALUE 'DAYS'.
            05 FILLER                       PIC X(42) VALUE SPACES.

        01 RPT-TRANSIT-LINE.
            05 RPT-TDET-CC                  PIC X VALUE SPACE.
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 RPT-T-XFR-NO                 PIC X(7).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-T-LINE                   PIC 9(3).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-T-FROM                   PIC X(2).
            05 FILLER                       PIC X(4) VALUE SPACES.
            05 RPT-T-TO                     PIC X(2).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-T-PART                   PIC X(4).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-T-SENT                   PIC ZZZ9.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-T-SEND-DATE              PIC X(8).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-T-SEND-OPER              PIC X(4).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-T-AGE                    PIC ZZZ9.
            05 FILLER                       PIC X(42) VALUE SPACES.

        01 RPT-VARIANCE-COLUMNS.
            05 RPT-VCOL-CC                  PIC X VALUE SPACE.
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 FILLER                       PIC X(7) VALUE 'XFER NO'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(3) VALUE 'LN '.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(4) VALUE 'FROM'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(2) VALUE 'TO'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(4) VALUE 'PART'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(4) VALUE 'SENT'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(4) VALUE 'RCVD'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(5) VALUE 'DIFF'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(11)
                VALUE '    AT COST'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(8) VALUE 'RCVD ON'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(4) VALUE 'BY'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(5) VALUE 'TYPE'.
            05 FILLER                       PIC X(15) VALUE SPACES.

        01 RPT-VARIANCE-LINE.
            05 RPT-VDET-CC                  PIC X VALUE SPACE.
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 RPT-V-XFR-NO                 PIC X(7).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-V-LINE                   PIC 9(3).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-V-FROM                   PIC X(2).
            05 FILLER                       PIC X(4) VALUE SPACES.
            05 RPT-V-TO                     PIC X(2).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-V-PART                   PIC X(4).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-V-SENT                   PIC ZZZ9.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-V-RECEIVED               PIC ZZZ9.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-V-DIFF                   PIC +ZZZ9.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-V-VALUE                  PIC ZZZ,ZZ9.99-.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-V-RECV-DATE              PIC X(8).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-V-RECV-OPER              PIC X(4).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-V-KIND                   PIC X(5).
            05 FILLER                       PIC X(15) VALUE SPACES.

        01 RPT-TOTAL-LINE.
            05 RPT-TOT-CC                   PIC X VALUE SPACE.
            05 FILLER                       PIC X(1) VALUE SPACES.
            05 RPT-TOT-LABEL                PIC X(40).
            05 RPT-TOT-COUNT                PIC ZZZZ,ZZ9.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-TOT-VALUE                PIC ZZ,ZZZ,ZZ9.99-.
            05 FILLER                       PIC X(34) VALUE SPACES.

        PROCEDURE DIVISION.

        000-START-LOGIC.
            OPEN OUTPUT XFR-OUT.
            OPEN I-O RPTSTAT-FILE.

            ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-CURRENT-TIME FROM TIME.
            MOVE WS-CURRENT-DATE TO RPT-TITLE-DATE.

            COMPUTE WS-TODAY-INT =
                FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM).

      * SECTION 1 - LATE IN TRANSIT.
            SET WS-TRANSIT-SECTION TO TRUE.
            MOVE 'TRANSFERS IN TRANSIT OVER 2 DAYS' TO RPT-TITLE-TEXT.
            PERFORM 150-START-PASS.

            PERFORM 300-CHECK-TRANSIT
                UNTIL WS-EOF.

            CLOSE XFRFILE-IO.

            MOVE 'LINES LATE IN TRANSIT' TO RPT-TOT-LABEL.
            MOVE WS-LATE-COUNT TO RPT-TOT-COUNT.
            MOVE ZERO TO RPT-TOT-VALUE.
            MOVE RPT-TOTAL-LINE TO RPT-LINE.
            WRITE RPT-LINE.

      * SECTION 2 - OVER AND SHORT RECEIPTS NOT YET REPORTED.
            SET WS-VARIANCE-SECTION TO TRUE.
            MOVE 'TRANSFERS RECEIVED OVER OR SHORT' TO RPT-TITLE-TEXT.
            PERFORM 150-START-PASS.

            PERFORM 400-CHECK-VARIANCE
                UNTIL WS-EOF.

            CLOSE XFRFILE-IO.

            MOVE 'LINES RECEIVED OVER OR SHORT' TO RPT-TOT-LABEL.
            MOVE WS-VAR-COUNT TO RPT-TOT-COUNT.
            MOVE WS-TOT-VAR-VALUE TO RPT-TOT-VALUE.
            MOVE RPT-TOTAL-LINE TO RPT-LINE.
            WRITE RPT-LINE.

            PERFORM 800-ENDFILE.

            GO TO 999-EXIT.

        100-PRINT-HEADERS.
            ADD 1 TO WS-PAGE-COUNT.
            MOVE WS-PAGE-COUNT TO RPT-TITLE-PAGE.

            MOVE RPT-TITLE-LINE TO RPT-LINE.
            WRITE RPT-LINE.

            IF WS-TRANSIT-SECTION
                MOVE RPT-TRANSIT-COLUMNS TO RPT-LINE
            ELSE
                MOVE RPT-VARIANCE-COLUMNS TO RPT-LINE
            END-IF.
            WRITE RPT-LINE.

            MOVE ZERO TO WS-LINE-COUNT.

      * EACH SECTION IS ITS OWN PASS OF THE FILE FROM THE TOP,
      * STARTING ON A FRESH PAGE.
        150-START-PASS.
            MOVE 'N' TO WS-EOF-SW.
            OPEN I-O XFRFILE-IO.
            PERFORM 100-PRINT-HEADERS.
            PERFORM 200-READ-XFR.

        200-READ-XFR.
            READ XFRFILE-IO NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-EOF-SW
            END-READ.

        300-CHECK-TRANSIT.
            ADD 1 TO WS-REC-COUNT.

            IF XFRFILE-ST-IN-TRANSIT
                ADD 1 TO WS-TRANSIT-COUNT
                PERFORM 310-AGE-LINE

                IF WS-AGE-DAYS > WS-LATE-DAYS
                    PERFORM 350-PRINT-TRANSIT
                END-IF
            END-IF.

            PERFORM 200-READ-XFR.

        310-AGE-LINE.
            IF XFRFILE-SEND-DATE IS NUMERIC
                MOVE XFRFILE-SEND-DATE TO WS-SEND-DATE-NUM
                COMPUTE WS-SEND-INT =
                    FUNCTION INTEGER-OF-DATE(WS-SEND-DATE-NUM)
                COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-SEND-INT
            ELSE
                MOVE ZERO TO WS-AGE-DAYS
            END-IF.

        350-PRINT-TRANSIT.
            ADD 1 TO WS-LATE-COUNT.

            IF WS-LINE-COUNT >= WS-MAX-LINES
                PERFORM 100-PRINT-HEADERS
            END-IF.

            ADD 1 TO WS-LINE-COUNT.

            MOVE XFRFILE-XFR-NO TO RPT-T-XFR-NO.
            MOVE XFRFILE-LINE TO RPT-T-LINE.
            MOVE XFRFILE-FROM-LOC TO RPT-T-FROM.
            MOVE XFRFILE-TO-LOC TO RPT-T-TO.
            MOVE XFRFILE-PART-CODE TO RPT-T-PART.
            MOVE XFRFILE-QTY-SENT TO RPT-T-SENT.
            MOVE XFRFILE-SEND-DATE TO RPT-T-SEND-DATE.
            MOVE XFRFILE-SEND-OPER TO RPT-T-SEND-OPER.
            MOVE WS-AGE-DAYS TO RPT-T-AGE.

            MOVE RPT-TRANSIT-LINE TO RPT-LINE.
            WRITE RPT-LINE.

        400-CHECK-VARIANCE.
            IF XFRFILE-VAR-TO-REPORT
                PERFORM 450-PRINT-VARIANCE
                PERFORM 460-MARK-REPORTED
            END-IF.

            PERFORM 200-READ-XFR.

      * A SHORTFALL IS STOCK LOST BETWEEN THE BRANCHES, VALUED AT
      * THE COST IT LEFT THE SENDING BRANCH AT.
        450-PRINT-VARIANCE.
            ADD 1 TO WS-VAR-COUNT.

            IF WS-LINE-COUNT >= WS-MAX-LINES
                PERFORM 100-PRINT-HEADERS
            END-IF.

            ADD 1 TO WS-LINE-COUNT.

            COMPUTE WS-VAR-QTY =
                XFRFILE-QTY-RECEIVED - XFRFILE-QTY-SENT.
            COMPUTE WS-VAR-VALUE =
                WS-VAR-QTY * XFRFILE-UNIT-COST.
            ADD WS-VAR-VALUE TO WS-TOT-VAR-VALUE.

            MOVE XFRFILE-XFR-NO TO RPT-V-XFR-NO.
            MOVE XFRFILE-LINE TO RPT-V-LINE.
            MOVE XFRFILE-FROM-LOC TO RPT-V-FROM.
            MOVE XFRFILE-TO-LOC TO RPT-V-TO.
            MOVE XFRFILE-PART-CODE TO RPT-V-PART.
            MOVE XFRFILE-QTY-SENT TO RPT-V-SENT.
            MOVE XFRFILE-QTY-RECEIVED TO RPT-V-RECEIVED.
            MOVE WS-VAR-QTY TO RPT-V-DIFF.
            MOVE WS-VAR-VALUE TO RPT-V-VALUE.
            MOVE XFRFILE-RECV-DATE TO RPT-V-RECV-DATE.
            MOVE XFRFILE-RECV-OPER TO RPT-V-RECV-OPER.

            IF WS-VAR-QTY > ZERO
                MOVE 'OVER' TO RPT-V-KIND
            ELSE
                MOVE 'SHORT' TO RPT-V-KIND
            END-IF.

            MOVE RPT-VARIANCE-LINE TO RPT-LINE.
            WRITE RPT-LINE.

        460-MARK-REPORTED.
            SET XFRFILE-VAR-REPORTED TO TRUE.

            REWRITE XFRFILE-RECORD
                INVALID KEY
                    DISPLAY 'BOPRGXT - XFRFILE REWRITE FAILED FOR '
                        XFRFILE-KEY
                    MOVE 'FAILED' TO WS-RUN-STATUS
            END-REWRITE.

        800-ENDFILE.
            PERFORM 820-WRITE-RUN-STATUS.

            CLOSE XFR-OUT.
            CLOSE RPTSTAT-FILE.

      * DROP THE RUN RESULT ON THE RPTSTAT STATUS FILE SO THE
      * BOPRGO REPORTS MENU CAN SHOW STAFF WHETHER THE LAST RUN
      * ACTUALLY FINISHED BEFORE THEY SUBMIT IT AGAIN.
        820-WRITE-RUN-STATUS.
            MOVE 'BOPRGXT' TO RPTSTAT-JOB.
            MOVE WS-CURRENT-DATE TO RPTSTAT-DATE.
            MOVE WS-CURR-HHMMSS TO RPTSTAT-TIME.
            MOVE WS-REC-COUNT TO RPTSTAT-RECORDS.
            MOVE WS-LATE-COUNT TO RPTSTAT-GOOD.
            MOVE WS-VAR-COUNT TO RPTSTAT-REJECTS.
            MOVE WS-RUN-STATUS TO RPTSTAT-STATUS.

            WRITE RPTSTAT-RECORD
                INVALID KEY
                    REWRITE RPTSTAT-RECORD
                        INVALID KEY
                            DISPLAY 'BOPRGXT - RPTSTAT WRITE FAILED'
                    END-REWRITE
            END-WRITE.

        999-EXIT.
            STOP RUN.
