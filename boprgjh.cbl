        IDENTIFICATION DIVISION.
        PROGRAM-ID.  BOPRGJH.
        AUTHOR. OAKE.

      * INVOICE CHANGE HISTORY REPORT - THE BATCH FORM OF THE
      * BOPRGIH SCREEN, FOR A DISPUTE THAT WANTS IT ON PAPER OR AN
      * AUDITOR WHO WANTS EVERY INVOICE.  EACH INVOICE'S ORDJRNL
      * ENTRIES ARE READ IN THE ORDER THEY WERE WRITTEN OVER THE
      * JRNL-INVOICE-NO ALTERNATE KEY AND EACH ORDER IMAGE IS HELD UP
      * AGAINST THE ONE BEFORE IT - ONE LINE PER FIELD THAT MOVED
      * (NAME AND ADDRESS, EACH PART LINE'S PART, QUANTITY AND UNIT
      * PRICE, THE GOODS TOTAL AND TAXES, PAID, STATUS, ROUTE,
      * SALESPERSON, SHIP-TO, PROMISED DATE, PST EXEMPTION) WITH
      * THE DATE, TIME, TERMINAL AND OPERATOR AND THE OLD AND NEW
      * VALUE.  THE FIRST IMAGE PRINTS AS ENTERED, A DELETE OR
      * ARCHIVE AS DELETED AND A RESTORE AS RESTORED; A DELETE
      * CARRIES NO OPERATOR ON THE IMAGE.  INVIN CARDS NAME THE
      * INVOICES, ONE PER CARD IN COLUMNS 1-7; WITH NO CARDS EVERY
      * INVOICE ON THE JOURNAL IS LISTED.  THE JOURNAL ONLY REACHES
      * BACK AS FAR AS ITS LAST PURGE - AN INVOICE WHOSE EARLIER
      * ENTRIES ARE GONE STARTS AT 'FIRST ON JOURNAL'.  RUN ON
      * REQUEST - SEE THE BOPRGJH JCL MEMBER.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. RS-6000.
        OBJECT-COMPUTER. RS-6000.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT ORDJRNL-IN ASSIGN TO ORDJRNL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS JRNL-KEY
                ALTERNATE RECORD KEY IS JRNL-INVOICE-NO
                    WITH DUPLICATES
                FILE STATUS IS WS-ORDJRNL-STATUS.

            SELECT INVIN-IN ASSIGN TO INVIN
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-INVIN-STATUS.

            SELECT HIST-OUT ASSIGN TO HISTPRT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-HIST-STATUS.

            SELECT RPTSTAT-FILE ASSIGN TO RPTSTAT
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS RPTSTAT-KEY
                FILE STATUS IS WS-RPTSTAT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  ORDJRNL-IN
            LABEL RECORDS ARE STANDARD.
        COPY 'ORDJRNL-LAYOUT'.

        FD  INVIN-IN
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 80 CHARACTERS.
        01  INVIN-CARD.
            05  INVIN-INVOICE               PIC X(7).
            05  FILLER                      PIC X(73).

        FD  HIST-OUT
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 100 CHARACTERS.
        01  RPT-LINE                       PIC X(100).

        FD  RPTSTAT-FILE
            LABEL RECORDS ARE STANDARD.
        COPY 'RPTSTAT-LAYOUT'.

        WORKING-STORAGE SECTION.

        COPY 'ORDFILE-LAYOUT'.

        01 WS-ORDJRNL-STATUS                PIC XX VALUE ZERO.
        01 WS-INVIN-STATUS                  PIC XX VALUE ZERO.
        01 WS-HIST-STATUS                   PIC XX VALUE ZERO.
        01 WS-RPTSTAT-STATUS                PIC XX VALUE ZERO.
        01 WS-RUN-STATUS                    PIC X(8) VALUE 'GOOD'.

        01 WS-CARD-EOF-SW                   PIC X VALUE 'N'.
            88 WS-CARD-EOF                   VALUE 'Y'.

        01 WS-JRNL-EOF-SW                   PIC X VALUE 'N'.
            88 WS-JRNL-EOF                   VALUE 'Y'.

        01 WS-IMAGE-SW                      PIC X VALUE 'N'.
            88 WS-HAVE-IMAGE                 VALUE 'Y'.

        01 WS-GONE-SW                       PIC X VALUE 'N'.
            88 WS-ORDER-GONE                 VALUE 'Y'.

        01 WS-CARD-COUNT                    PIC 9(7) COMP VALUE ZERO.
        01 WS-INVOICE-COUNT                 PIC 9(7) COMP VALUE ZERO.
        01 WS-ENTRY-COUNT                   PIC 9(7) COMP VALUE ZERO.
        01 WS-CHANGE-COUNT                  PIC 9(7) COMP VALUE ZERO.
        01 WS-MISSING-COUNT                 PIC 9(7) COMP VALUE ZERO.
        01 WS-LINE-COUNT                    PIC 99 COMP VALUE 99.
        01 WS-PAGE-COUNT                    PIC 9(4) COMP VALUE ZERO.
        01 WS-MAX-LINES                     PIC 99 COMP VALUE 55.

        01 WS-WANT-INVOICE                  PIC X(7).
        01 WS-CUR-INVOICE                   PIC X(7) VALUE SPACES.

        01 WS-CURRENT-DATE.
            05 WS-CURR-YYYY                 PIC 9(4).
            05 WS-CURR-MM                   PIC 9(2).
            05 WS-CURR-DD                   PIC 9(2).

        01 WS-CURRENT-TIME.
            05 WS-CURR-HHMMSS               PIC 9(6).
            05 FILLER                       PIC 9(2).

      * ONE CHANGE LINE ON ITS WAY TO THE REPORT.
        01 WS-CHANGE.
            05 WS-CHG-OPER                  PIC X(4).
            05 WS-CHG-FIELD                 PIC X(10).
            05 WS-CHG-OLD                   PIC X(20).
            05 WS-CHG-NEW                   PIC X(20).

      * EACH ORDER IMAGE IS BROKEN DOWN INTO THE SAME 46 LABELLED
      * DISPLAY VALUES SO TWO IMAGES COMPARE FIELD BY FIELD.  SLOTS
      * 7 TO 36 ARE THE TEN PART LINES, THREE SLOTS TO A LINE.
      * KEPT THE SAME AS THE BOPRGIH SCREEN.
        01 WS-SNAP-MAX                      PIC 99 COMP VALUE 46.
        01 WS-SNAP-SUB                      PIC 99 COMP.
        01 WS-SNAP-NEW.
            05 WS-SNAP-NEW-ENTRY OCCURS 46 TIMES.
                10 WS-SNAP-NEW-LABEL        PIC X(10).
                10 WS-SNAP-NEW-VALUE        PIC X(20).
        01 WS-SNAP-OLD.
            05 WS-SNAP-OLD-ENTRY OCCURS 46 TIMES.
                10 WS-SNAP-OLD-LABEL        PIC X(10).
                10 WS-SNAP-OLD-VALUE        PIC X(20).

        01 WS-PRODUCT-TABLE.
            05 WS-PRODUCT OCCURS 10 TIMES.
                10 WS-PRODUCT-CODE          PIC X(4).
                10 WS-PRODUCT-QTY           PIC X(4).
        01 WS-SLOT                          PIC 99 COMP.
        01 WS-SLOT-DISPLAY                  PIC Z9.
        01 WS-SNAP-AMT                      PIC ZZZZZZ9.99-.

        01 RPT-TITLE-LINE.
            05 RPT-TITLE-CC                 PIC X VALUE '1'.
            05 FILLER                       PIC X(10) VALUE SPACES.
            05 FILLER                       PIC X(40)
                VALUE 'INVOICE CHANGE HISTORY'.
            05 FILLER                       PIC X(5) VALUE 'DATE '.
            05 RPT-TITLE-DATE               PIC 9999/99/99.
            05 FILLER                       PIC X(3) VALUE SPACES.
            05 FILLER                       PIC X(5) VALUE 'PAGE '.
            05 RPT-TITLE-PAGE               PIC ZZZ9.
            05 FILLER                       PIC X(22) VALUE SPACES.

        01 RPT-COLUMN-LINE.
            05 RPT-COL-CC                   PIC X VALUE SPACE.
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 FILLER                       PIC X(7) VALUE 'INVOICE'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(8) VALUE 'DATE'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(6) VALUE 'TIME'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(4) VALUE 'TERM'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(4) VALUE 'OPER'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(10) VALUE 'FIELD'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(20) VALUE 'OLD VALUE'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(20) VALUE 'NEW VALUE'.
            05 FILLER                       PIC X(5) VALUE SPACES.

        01 RPT-DETAIL-LINE.
            05 RPT-DET-CC                   PIC X VALUE SPACE.
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 RPT-D-INVOICE                PIC X(7).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-D-DATE                   PIC X(8).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-D-TIME                   PIC X(6).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-D-TERM                   PIC X(4).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-D-OPER                   PIC X(4).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-D-FIELD                  PIC X(10).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-D-OLD                    PIC X(20).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-D-NEW                    PIC X(20).
            05 FILLER                       PIC X(5) VALUE SPACES.

        01 RPT-TOTAL-LINE.
            05 RPT-TOT-CC                   PIC X VALUE SPACE.
            05 FILLER                       PIC X(1) VALUE SPACES.
            05 RPT-TOT-LABEL                PIC X(40).
            05 RPT-TOT-COUNT                PIC ZZZZ,ZZ9.
            05 FILLER                       PIC X(50) VALUE SPACES.

        PROCEDURE DIVISION.

        000-START-LOGIC.
            OPEN INPUT ORDJRNL-IN.
            OPEN INPUT INVIN-IN.
            OPEN OUTPUT HIST-OUT.
            OPEN I-O RPTSTAT-FILE.

            ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-CURRENT-TIME FROM TIME.
            MOVE WS-CURRENT-DATE TO RPT-TITLE-DATE.

            PERFORM 100-PRINT-HEADERS.

            PERFORM 150-READ-CARD.

            IF WS-CARD-EOF
                PERFORM 250-LIST-ALL
            ELSE
                PERFORM 200-LIST-CARD
                    UNTIL WS-CARD-EOF
            END-IF.

            MOVE SPACES TO RPT-LINE.
            WRITE RPT-LINE.

            MOVE 'INVOICES LISTED' TO RPT-TOT-LABEL.
            MOVE WS-INVOICE-COUNT TO RPT-TOT-COUNT.
            MOVE RPT-TOTAL-LINE TO RPT-LINE.
            WRITE RPT-LINE.

            MOVE 'JOURNAL ENTRIES READ' TO RPT-TOT-LABEL.
            MOVE WS-ENTRY-COUNT TO RPT-TOT-COUNT.
            MOVE RPT-TOTAL-LINE TO RPT-LINE.
            WRITE RPT-LINE.

            MOVE 'CHANGE LINES PRINTED' TO RPT-TOT-LABEL.
            MOVE WS-CHANGE-COUNT TO RPT-TOT-COUNT.
            MOVE RPT-TOTAL-LINE TO RPT-LINE.
            WRITE RPT-LINE.

            IF WS-MISSING-COUNT > ZERO
                MOVE 'INVOICES NOT ON THE JOURNAL' TO RPT-TOT-LABEL
                MOVE WS-MISSING-COUNT TO RPT-TOT-COUNT
                MOVE RPT-TOTAL-LINE TO RPT-LINE
                WRITE RPT-LINE
            END-IF.

            PERFORM 800-ENDFILE.

            GO TO 999-EXIT.

        100-PRINT-HEADERS.
            ADD 1 TO WS-PAGE-COUNT.
            MOVE WS-PAGE-COUNT TO RPT-TITLE-PAGE.

            MOVE RPT-TITLE-LINE TO RPT-LINE.
            WRITE RPT-LINE.

            MOVE RPT-COLUMN-LINE TO RPT-LINE.
            WRITE RPT-LINE.

            MOVE ZERO TO WS-LINE-COUNT.

      * BLANK CARDS ARE PASSED OVER.  A DUMMY INVIN DD READS AS NO
      * CARDS AT ALL.
        150-READ-CARD.
            READ INVIN-IN
                AT END
                    MOVE 'Y' TO WS-CARD-EOF-SW
            END-READ.

            IF NOT WS-CARD-EOF
                AND INVIN-INVOICE EQUALS SPACES
                GO TO 150-READ-CARD
            END-IF.

        200-LIST-CARD.
            ADD 1 TO WS-CARD-COUNT.

            MOVE INVIN-INVOICE TO WS-WANT-INVOICE.
            MOVE INVIN-INVOICE TO JRNL-INVOICE-NO.
            MOVE SPACES TO WS-CUR-INVOICE.
            MOVE 'N' TO WS-JRNL-EOF-SW.

            START ORDJRNL-IN
                KEY IS EQUAL TO JRNL-INVOICE-NO
                INVALID KEY
                    MOVE 'Y' TO WS-JRNL-EOF-SW
            END-START.

            IF WS-JRNL-EOF
                PERFORM 210-NOT-ON-JOURNAL
            ELSE
                PERFORM 260-READ-ENTRY
                PERFORM 400-LIST-ENTRY
                    UNTIL WS-JRNL-EOF
                       OR JRNL-INVOICE-NO
                          IS NOT EQUAL TO WS-WANT-INVOICE
            END-IF.

            PERFORM 150-READ-CARD.

        210-NOT-ON-JOURNAL.
            ADD 1 TO WS-MISSING-COUNT.

            MOVE SPACES TO JRNL-DATE.
            MOVE SPACES TO JRNL-TIME.
            MOVE SPACES TO JRNL-TERM.
            MOVE WS-WANT-INVOICE TO WS-CUR-INVOICE.
            MOVE SPACES TO WS-CHG-OPER.
            MOVE 'ORDER' TO WS-CHG-FIELD.
            MOVE SPACES TO WS-CHG-OLD.
            MOVE 'NOT ON JOURNAL' TO WS-CHG-NEW.

            PERFORM 660-PRINT-LINE.

      * NO CARDS - WALK THE WHOLE JOURNAL IN INVOICE ORDER.
        250-LIST-ALL.
            MOVE LOW-VALUES TO JRNL-INVOICE-NO.

            START ORDJRNL-IN
                KEY IS NOT LESS THAN JRNL-INVOICE-NO
                INVALID KEY
                    MOVE 'Y' TO WS-JRNL-EOF-SW
            END-START.

            IF NOT WS-JRNL-EOF
                PERFORM 260-READ-ENTRY
            END-IF.

            PERFORM 400-LIST-ENTRY
                UNTIL WS-JRNL-EOF.

        260-READ-ENTRY.
            READ ORDJRNL-IN NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-JRNL-EOF-SW
            END-READ.

      * ONE JOURNAL ENTRY.  A NEW INVOICE NUMBER STARTS THE
      * COMPARISON OVER.
        400-LIST-ENTRY.
            IF JRNL-INVOICE-NO IS NOT EQUAL TO WS-CUR-INVOICE
                MOVE JRNL-INVOICE-NO TO WS-CUR-INVOICE
                MOVE 'N' TO WS-IMAGE-SW
                MOVE 'N' TO WS-GONE-SW
                ADD 1 TO WS-INVOICE-COUNT
            END-IF.

            ADD 1 TO WS-ENTRY-COUNT.

            MOVE JRNL-ORDER-IMAGE TO ORDFILE-RECORD.
            PERFORM 600-TAKE-SNAPSHOT.

            IF JRNL-IS-DELETE
                MOVE SPACES TO WS-CHG-OPER
            ELSE IF JRNL-IS-WRITE
                AND ORDFILE-ENTRY-OPER > SPACES
                MOVE ORDFILE-ENTRY-OPER TO WS-CHG-OPER
            ELSE
                MOVE ORDFILE-UPD-OPER TO WS-CHG-OPER
            END-IF.

            MOVE 'ORDER' TO WS-CHG-FIELD.
            MOVE SPACES TO WS-CHG-OLD.

            IF JRNL-IS-DELETE
                MOVE 'DELETED' TO WS-CHG-NEW
                PERFORM 650-PRINT-CHANGE
                SET WS-ORDER-GONE TO TRUE
            ELSE IF NOT WS-HAVE-IMAGE
                IF JRNL-IS-WRITE
                    MOVE 'ENTERED' TO WS-CHG-NEW
                ELSE
                    MOVE 'FIRST ON JOURNAL' TO WS-CHG-NEW
                END-IF
                PERFORM 650-PRINT-CHANGE
            ELSE
                IF WS-ORDER-GONE
                    MOVE 'RESTORED' TO WS-CHG-NEW
                    PERFORM 650-PRINT-CHANGE
                    MOVE 'N' TO WS-GONE-SW
                END-IF
                PERFORM 620-COMPARE-FIELD
                    VARYING WS-SNAP-SUB FROM 1 BY 1
                    UNTIL WS-SNAP-SUB > WS-SNAP-MAX
            END-IF.

            MOVE WS-SNAP-NEW TO WS-SNAP-OLD.
            SET WS-HAVE-IMAGE TO TRUE.

            PERFORM 260-READ-ENTRY.

      * BREAK THE ORDER IMAGE NOW IN ORDFILE-RECORD INTO ITS
      * LABELLED DISPLAY VALUES.  AMOUNTS ONLY SHOW WHEN THEY HOLD
      * A GOOD PACKED VALUE - AN UNUSED PART SLOT'S PRICE NEVER DOES.
        600-TAKE-SNAPSHOT.
            MOVE SPACES TO WS-SNAP-NEW.

            MOVE 'NAME' TO WS-SNAP-NEW-LABEL(1).
            MOVE ORDFILE-NAME TO WS-SNAP-NEW-VALUE(1).
            MOVE 'ADDRESS 1' TO WS-SNAP-NEW-LABEL(2).
            MOVE ORDFILE-ADDR-LINE1 TO WS-SNAP-NEW-VALUE(2).
            MOVE 'ADDRESS 2' TO WS-SNAP-NEW-LABEL(3).
            MOVE ORDFILE-ADDR-LINE2 TO WS-SNAP-NEW-VALUE(3).
            MOVE 'ADDRESS 3' TO WS-SNAP-NEW-LABEL(4).
            MOVE ORDFILE-ADDR-LINE3 TO WS-SNAP-NEW-VALUE(4).
            MOVE 'POSTAL' TO WS-SNAP-NEW-LABEL(5).
            MOVE ORDFILE-POSTAL-KEY TO WS-SNAP-NEW-VALUE(5).
            MOVE 'PHONE' TO WS-SNAP-NEW-LABEL(6).
            MOVE ORDFILE-PHONE-KEY TO WS-SNAP-NEW-VALUE(6).

            MOVE ORDFILE-P1A  TO WS-PRODUCT-CODE(1).
            MOVE ORDFILE-P1B  TO WS-PRODUCT-QTY(1).
            MOVE ORDFILE-P2A  TO WS-PRODUCT-CODE(2).
            MOVE ORDFILE-P2B  TO WS-PRODUCT-QTY(2).
            MOVE ORDFILE-P3A  TO WS-PRODUCT-CODE(3).
            MOVE ORDFILE-P3B  TO WS-PRODUCT-QTY(3).
            MOVE ORDFILE-P4A  TO WS-PRODUCT-CODE(4).
            MOVE ORDFILE-P4B  TO WS-PRODUCT-QTY(4).
            MOVE ORDFILE-P5A  TO WS-PRODUCT-CODE(5).
            MOVE ORDFILE-P5B  TO WS-PRODUCT-QTY(5).
            MOVE ORDFILE-P6A  TO WS-PRODUCT-CODE(6).
            MOVE ORDFILE-P6B  TO WS-PRODUCT-QTY(6).
            MOVE ORDFILE-P7A  TO WS-PRODUCT-CODE(7).
            MOVE ORDFILE-P7B  TO WS-PRODUCT-QTY(7).
            MOVE ORDFILE-P8A  TO WS-PRODUCT-CODE(8).
            MOVE ORDFILE-P8B  TO WS-PRODUCT-QTY(8).
            MOVE ORDFILE-P9A  TO WS-PRODUCT-CODE(9).
            MOVE ORDFILE-P9B  TO WS-PRODUCT-QTY(9).
            MOVE ORDFILE-P10A TO WS-PRODUCT-CODE(10).
            MOVE ORDFILE-P10B TO WS-PRODUCT-QTY(10).

            PERFORM 610-SNAP-PART-LINE
                VARYING WS-SLOT FROM 1 BY 1
                UNTIL WS-SLOT > 10.

            MOVE 'GOODS TOT' TO WS-SNAP-NEW-LABEL(37).
            IF ORDFILE-ORDER-TOTAL IS NUMERIC
                MOVE ORDFILE-ORDER-TOTAL TO WS-SNAP-AMT
                MOVE WS-SNAP-AMT TO WS-SNAP-NEW-VALUE(37)
            END-IF.
            MOVE 'GST' TO WS-SNAP-NEW-LABEL(38).
            IF ORDFILE-GST-AMT IS NUMERIC
                MOVE ORDFILE-GST-AMT TO WS-SNAP-AMT
                MOVE WS-SNAP-AMT TO WS-SNAP-NEW-VALUE(38)
            END-IF.
            MOVE 'PST' TO WS-SNAP-NEW-LABEL(39).
            IF ORDFILE-PST-AMT IS NUMERIC
                MOVE ORDFILE-PST-AMT TO WS-SNAP-AMT
                MOVE WS-SNAP-AMT TO WS-SNAP-NEW-VALUE(39)
            END-IF.
            MOVE 'PAID' TO WS-SNAP-NEW-LABEL(40).
            IF ORDFILE-PAID-AMT IS NUMERIC
                MOVE ORDFILE-PAID-AMT TO WS-SNAP-AMT
                MOVE WS-SNAP-AMT TO WS-SNAP-NEW-VALUE(40)
            END-IF.

            MOVE 'STATUS' TO WS-SNAP-NEW-LABEL(41).
            IF ORDFILE-ST-ENTERED
                MOVE 'ENTERED' TO WS-SNAP-NEW-VALUE(41)
            ELSE IF ORDFILE-ST-PICKED
                MOVE 'PICKED' TO WS-SNAP-NEW-VALUE(41)
            ELSE IF ORDFILE-ST-OUT-FOR-DEL
                MOVE 'OUT FOR DELIVERY' TO WS-SNAP-NEW-VALUE(41)
            ELSE IF ORDFILE-ST-DELIVERED
                MOVE 'DELIVERED' TO WS-SNAP-NEW-VALUE(41)
            ELSE IF ORDFILE-ST-BILLED
                MOVE 'BILLED' TO WS-SNAP-NEW-VALUE(41)
            ELSE IF ORDFILE-ST-HELD
                MOVE 'HELD' TO WS-SNAP-NEW-VALUE(41)
            ELSE
                MOVE ORDFILE-STATUS TO WS-SNAP-NEW-VALUE(41)
            END-IF.

            MOVE 'ROUTE' TO WS-SNAP-NEW-LABEL(42).
            MOVE ORDFILE-ROUTE TO WS-SNAP-NEW-VALUE(42).
            MOVE 'SALES REP' TO WS-SNAP-NEW-LABEL(43).
            MOVE ORDFILE-SALES-REP TO WS-SNAP-NEW-VALUE(43).
            MOVE 'SHIP-TO' TO WS-SNAP-NEW-LABEL(44).
            MOVE ORDFILE-SHIPTO-CODE TO WS-SNAP-NEW-VALUE(44).
            MOVE 'PROMISED' TO WS-SNAP-NEW-LABEL(45).
            MOVE ORDFILE-PROMISE-DATE TO WS-SNAP-NEW-VALUE(45).
            MOVE 'PST EXEMPT' TO WS-SNAP-NEW-LABEL(46).
            MOVE ORDFILE-PST-EXEMPT TO WS-SNAP-NEW-VALUE(46).

        610-SNAP-PART-LINE.
            COMPUTE WS-SNAP-SUB = WS-SLOT * 3 + 4.
            MOVE WS-SLOT TO WS-SLOT-DISPLAY.

            STRING 'PART ' DELIMITED BY SIZE
                WS-SLOT-DISPLAY DELIMITED BY SIZE
                INTO WS-SNAP-NEW-LABEL(WS-SNAP-SUB)
            END-STRING.
            MOVE WS-PRODUCT-CODE(WS-SLOT)
                TO WS-SNAP-NEW-VALUE(WS-SNAP-SUB).

            ADD 1 TO WS-SNAP-SUB.
            STRING 'QTY ' DELIMITED BY SIZE
                WS-SLOT-DISPLAY DELIMITED BY SIZE
                INTO WS-SNAP-NEW-LABEL(WS-SNAP-SUB)
            END-STRING.
            MOVE WS-PRODUCT-QTY(WS-SLOT)
                TO WS-SNAP-NEW-VALUE(WS-SNAP-SUB).

            ADD 1 TO WS-SNAP-SUB.
            STRING 'PRICE ' DELIMITED BY SIZE
                WS-SLOT-DISPLAY DELIMITED BY SIZE
                INTO WS-SNAP-NEW-LABEL(WS-SNAP-SUB)
            END-STRING.
            IF WS-PRODUCT-CODE(WS-SLOT) > SPACES
                AND ORDFILE-UNIT-PRICE(WS-SLOT) IS NUMERIC
                MOVE ORDFILE-UNIT-PRICE(WS-SLOT) TO WS-SNAP-AMT
                MOVE WS-SNAP-AMT TO WS-SNAP-NEW-VALUE(WS-SNAP-SUB)
            END-IF.

        620-COMPARE-FIELD.
            IF WS-SNAP-NEW-VALUE(WS-SNAP-SUB) IS NOT EQUAL TO
                WS-SNAP-OLD-VALUE(WS-SNAP-SUB)
                MOVE WS-SNAP-NEW-LABEL(WS-SNAP-SUB) TO WS-CHG-FIELD
                MOVE WS-SNAP-OLD-VALUE(WS-SNAP-SUB) TO WS-CHG-OLD
                MOVE WS-SNAP-NEW-VALUE(WS-SNAP-SUB) TO WS-CHG-NEW
                PERFORM 650-PRINT-CHANGE
            END-IF.

        650-PRINT-CHANGE.
            ADD 1 TO WS-CHANGE-COUNT.

            PERFORM 660-PRINT-LINE.

        660-PRINT-LINE.
            IF WS-LINE-COUNT >= WS-MAX-LINES
                PERFORM 100-PRINT-HEADERS
            END-IF.

            ADD 1 TO WS-LINE-COUNT.

            MOVE WS-CUR-INVOICE TO RPT-D-INVOICE.
            MOVE JRNL-DATE TO RPT-D-DATE.
            MOVE JRNL-TIME TO RPT-D-TIME.
            MOVE JRNL-TERM TO RPT-D-TERM.
            MOVE WS-CHG-OPER TO RPT-D-OPER.
            MOVE WS-CHG-FIELD TO RPT-D-FIELD.
            MOVE WS-CHG-OLD TO RPT-D-OLD.
            MOVE WS-CHG-NEW TO RPT-D-NEW.

            MOVE RPT-DETAIL-LINE TO RPT-LINE.
            WRITE RPT-LINE.

        800-ENDFILE.
            PERFORM 820-WRITE-RUN-STATUS.

            CLOSE ORDJRNL-IN.
            CLOSE INVIN-IN.
            CLOSE HIST-OUT.
            CLOSE RPTSTAT-FILE.

      * DROP THE RUN RESULT ON THE RPTSTAT STATUS FILE SO THE
      * BOPRGO REPORTS MENU CAN SHOW STAFF WHETHER THE LAST RUN
      * ACTUALLY FINISHED BEFORE THEY SUBMIT IT AGAIN.
        820-WRITE-RUN-STATUS.
            MOVE 'BOPRGJH' TO RPTSTAT-JOB.
            MOVE WS-CURRENT-DATE TO RPTSTAT-DATE.
            MOVE WS-CURR-HHMMSS TO RPTSTAT-TIME.
            MOVE WS-ENTRY-COUNT TO RPTSTAT-RECORDS.
            MOVE WS-INVOICE-COUNT TO RPTSTAT-GOOD.
            MOVE WS-MISSING-COUNT TO RPTSTAT-REJECTS.
            MOVE WS-RUN-STATUS TO RPTSTAT-STATUS.

            WRITE RPTSTAT-RECORD
                INVALID KEY
                    REWRITE RPTSTAT-RECORD
                        INVALID KEY
                            DISPLAY 'BOPRGJH - RPTSTAT WRITE FAILED'
                    END-REWRITE
            END-WRITE.

        999-EXIT.
            STOP RUN.
