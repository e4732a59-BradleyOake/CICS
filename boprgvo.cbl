        IDENTIFICATION DIVISION.
        PROGRAM-ID.  BOPRGVO.
        AUTHOR. OAKE.

      * OPEN RETURN-TO-VENDOR REPORT - WHAT WE ARE STILL OWED FOR
      * STOCK SENT BACK TO SUPPLIERS.  WALKS RTVFILE AND LISTS
      * EVERY RETURN STILL OPEN (NO SUPPLIER CREDIT KEYED AGAINST
      * IT ON BOPRGY YET) WITH ITS SUPPLIER, BRANCH, PART,
      * QUANTITY, DATE RAISED, AGE IN DAYS, WHETHER THE DOCUMENT
      * HAS PRINTED, AND ITS VALUE AT THE COST IT WENT BACK AT.
      * SECTION 2 TOTALS THE OPEN RETURNS BY SUPPLIER - HOW MANY,
      * HOW MUCH MONEY IS SITTING WITH EACH ONE AND HOW OLD THE
      * OLDEST IS - SO PURCHASING KNOWS WHO TO CHASE FOR CREDIT
      * NOTES.  RUN WEEKLY - SEE THE BOPRGVO JCL MEMBER.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. RS-6000.
        OBJECT-COMPUTER. RS-6000.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT RTVFILE-IN ASSIGN TO RTVFILE
                ORGANIZATION IS INDEXED
                ACCESS IS SEQUENTIAL
                RECORD KEY IS RTV-KEY
                FILE STATUS IS WS-RTVFILE-STATUS.

            SELECT SUPPFILE-IN ASSIGN TO SUPPFILE
                ORGANIZATION IS INDEXED
                ACCESS IS SEQUENTIAL
                RECORD KEY IS SUPP-KEY
                FILE STATUS IS WS-SUPPFILE-STATUS.

            SELECT RTVOPEN-OUT ASSIGN TO RTVOPRT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RTVOPEN-STATUS.

            SELECT RPTSTAT-FILE ASSIGN TO RPTSTAT
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS RPTSTAT-KEY
                FILE STATUS IS WS-RPTSTAT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  RTVFILE-IN
            LABEL RECORDS ARE STANDARD.
        COPY 'RTVFILE-LAYOUT'.

        FD  SUPPFILE-IN
            LABEL RECORDS ARE STANDARD.
        COPY 'SUPPFILE-LAYOUT'.

        FD  RTVOPEN-OUT
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 100 CHARACTERS.
        01  RPT-LINE                       PIC X(100).

        FD  RPTSTAT-FILE
            LABEL RECORDS ARE STANDARD.
        COPY 'RPTSTAT-LAYOUT'.

        WORKING-STORAGE SECTION.

        01 WS-RTVFILE-STATUS                PIC XX VALUE ZERO.
        01 WS-SUPPFILE-STATUS               PIC XX VALUE ZERO.
        01 WS-RTVOPEN-STATUS                PIC XX VALUE ZERO.
        01 WS-RPTSTAT-STATUS                PIC XX VALUE ZERO.
        01 WS-RUN-STATUS                    PIC X(8) VALUE 'GOOD'.

        01 WS-EOF-SW                        PIC X VALUE 'N'.
            88 WS-EOF                        VALUE 'Y'.

        01 WS-FOUND-SW                      PIC X VALUE 'N'.
            88 WS-FOUND                      VALUE 'Y'.

        01 WS-SECTION-SW                    PIC X VALUE '1'.
            88 WS-OPEN-SECTION               VALUE '1'.
            88 WS-SUPPLIER-SECTION           VALUE '2'.

        01 WS-REC-COUNT                     PIC 9(7) COMP VALUE ZERO.
        01 WS-OPEN-COUNT                    PIC 9(7) COMP VALUE ZERO.
        01 WS-OWING-COUNT                   PIC 9(5) COMP VALUE ZERO.
        01 WS-LINE-COUNT                    PIC 99 COMP VALUE 99.
        01 WS-PAGE-COUNT                    PIC 9(4) COMP VALUE ZERO.
        01 WS-MAX-LINES                     PIC 99 COMP VALUE 55.

        01 WS-CURRENT-DATE.
            05 WS-CURR-YYYY                 PIC 9(4).
            05 WS-CURR-MM                   PIC 9(2).
            05 WS-CURR-DD                   PIC 9(2).

        01 WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE
                                            PIC 9(8).

        01 WS-CURRENT-TIME.
            05 WS-CURR-HHMMSS               PIC 9(6).
            05 FILLER                       PIC 9(2).

        01 WS-RAISE-DATE-NUM                PIC 9(8).
        01 WS-TODAY-INT                     PIC S9(9) COMP.
        01 WS-RAISE-INT                     PIC S9(9) COMP.
        01 WS-AGE-DAYS                      PIC S9(5) COMP.
        01 WS-RTV-VALUE                     PIC S9(7)V99 COMP-3.
        01 WS-TOT-VALUE                     PIC S9(9)V99 COMP-3
                                             VALUE ZERO.

      * ONE BUCKET PER SUPPLIER, LOADED FROM SUPPFILE IN SUPPLIER
      * CODE ORDER.  A CODE ON RTVFILE BUT NO LONGER ON SUPPFILE
      * IS ADDED AT THE END.
        01 WS-SUPP-COUNT                    PIC 9(4) COMP VALUE ZERO.
        01 WS-SUPP-MAX                      PIC 9(4) COMP VALUE 300.
        01 WS-SUPP-IDX                      PIC 9(4) COMP.

        01 WS-SUPP-TABLE.
            05 WS-SUPP-ENTRY OCCURS 300 TIMES.
                10 WS-SV-CODE                PIC X(4).
                10 WS-SV-NAME                PIC X(20).
                10 WS-SV-COUNT               PIC S9(5) COMP-3.
                10 WS-SV-VALUE               PIC S9(9)V99 COMP-3.
                10 WS-SV-OLDEST              PIC S9(5) COMP-3.

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

        01 RPT-OPEN-COLUMNS.
            05 RPT-OCOL-CC                  PIC X VALUE SPACE.
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 FILLER                       PIC X(7) VALUE 'RTV NO'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(4) VALUE 'SUPP'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(3) VALUE 'LOC'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(4) VALUE 'PART'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(4) VALUE ' QTY'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(3) VALUE 'RSN'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(8) VALUE 'RAISED'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(4) VALUE 'DAYS'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(5) VALUE 'PRNTD'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(10)
                VALUE '     VALUE'.
            05 FILLER                       PIC X(28) VALUE SPACES.

        01 RPT-OPEN-LINE.
            05 RPT-ODET-CC                  PIC X VALUE SPACE.
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 RPT-O-RTV-NO                 PIC X(7).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-O-SUPP                   PIC X(4).
            05 FILLER                       PIC X(3) VALUE SPACES.
            05 RPT-O-LOC                    PIC X(2).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-O-PART                   PIC X(4).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-O-QTY                    PIC ZZZ9.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-O-REASON                 PIC X(3).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-O-RAISE-DATE             PIC X(8).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-O-AGE                    PIC ZZZ9.
            05 FILLER                       PIC X(4) VALUE SPACES.
            05 RPT-O-PRINTED                PIC X(1).
            05 FILLER                       PIC X(4) VALUE SPACES.
            05 RPT-O-VALUE                  PIC ZZZ,ZZ9.99.
            05 FILLER                       PIC X(28) VALUE SPACES.

        01 RPT-SUPP-COLUMNS.
            05 RPT-SCOL-CC                  PIC X VALUE SPACE.
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 FILLER                       PIC X(4) VALUE 'SUPP'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(20) VALUE 'NAME'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(5) VALUE ' RTVS'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(13)
                VALUE '   VALUE OPEN'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(11)
                VALUE 'OLDEST DAYS'.
            05 FILLER                       PIC X(37) VALUE SPACES.

        01 RPT-SUPP-LINE.
            05 RPT-SDET-CC                  PIC X VALUE SPACE.
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 RPT-S-CODE                   PIC X(4).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-S-NAME                   PIC X(20).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-S-COUNT                  PIC ZZZZ9.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-S-VALUE                  PIC Z,ZZZ,ZZ9.99.
            05 FILLER                       PIC X(3) VALUE SPACES.
            05 FILLER                       PIC X(7) VALUE SPACES.
            05 RPT-S-OLDEST                 PIC ZZZ9.
            05 FILLER                       PIC X(37) VALUE SPACES.

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
            OPEN INPUT SUPPFILE-IN.
            OPEN OUTPUT RTVOPEN-OUT.
            OPEN I-O RPTSTAT-FILE.

            ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-CURRENT-TIME FROM TIME.
            MOVE WS-CURRENT-DATE TO RPT-TITLE-DATE.

            COMPUTE WS-TODAY-INT =
                FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM).

            PERFORM 150-LOAD-SUPPLIERS.

            CLOSE SUPPFILE-IN.

      * SECTION 1 - EVERY OPEN RETURN.
            SET WS-OPEN-SECTION TO TRUE.
            MOVE 'OPEN RETURNS TO VENDOR' TO RPT-TITLE-TEXT.
            PERFORM 100-PRINT-HEADERS.

            OPEN INPUT RTVFILE-IN.
            MOVE 'N' TO WS-EOF-SW.
            PERFORM 200-READ-RTV.

            PERFORM 300-CHECK-RTV
                UNTIL WS-EOF.

            CLOSE RTVFILE-IN.

            MOVE 'OPEN RETURNS' TO RPT-TOT-LABEL.
            MOVE WS-OPEN-COUNT TO RPT-TOT-COUNT.
            MOVE WS-TOT-VALUE TO RPT-TOT-VALUE.
            MOVE RPT-TOTAL-LINE TO RPT-LINE.
            WRITE RPT-LINE.

      * SECTION 2 - THE MONEY SITTING WITH EACH SUPPLIER.
            SET WS-SUPPLIER-SECTION TO TRUE.
            MOVE 'OPEN RETURNS BY SUPPLIER' TO RPT-TITLE-TEXT.
            PERFORM 100-PRINT-HEADERS.

            PERFORM 500-PRINT-SUPPLIER
                VARYING WS-SUPP-IDX FROM 1 BY 1
                UNTIL WS-SUPP-IDX > WS-SUPP-COUNT.

            MOVE 'SUPPLIERS HOLDING RETURNS' TO RPT-TOT-LABEL.
            MOVE WS-OWING-COUNT TO RPT-TOT-COUNT.
            MOVE WS-TOT-VALUE TO RPT-TOT-VALUE.
            MOVE RPT-TOTAL-LINE TO RPT-LINE.
            WRITE RPT-LINE.

            PERFORM 800-ENDFILE.

            GO TO 999-EXIT.

        100-PRINT-HEADERS.
            ADD 1 TO WS-PAGE-COUNT.
            MOVE WS-PAGE-COUNT TO RPT-TITLE-PAGE.

            MOVE RPT-TITLE-LINE TO RPT-LINE.
            WRITE RPT-LINE.

            IF WS-OPEN-SECTION
                MOVE RPT-OPEN-COLUMNS TO RPT-LINE
            ELSE
                MOVE RPT-SUPP-COLUMNS TO RPT-LINE
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
                MOVE SUPP-CODE TO WS-SV-CODE(WS-SUPP-IDX)
                MOVE SUPP-NAME TO WS-SV-NAME(WS-SUPP-IDX)
            ELSE
                DISPLAY 'BOPRGVO SUPPLIER TABLE FULL - '
                    SUPP-CODE ' NOT TOTALLED'
            END-IF.

            PERFORM 160-READ-SUPPLIER.

        180-CLEAR-BUCKET.
            MOVE ZERO TO WS-SV-COUNT(WS-SUPP-IDX).
            MOVE ZERO TO WS-SV-VALUE(WS-SUPP-IDX).
            MOVE ZERO TO WS-SV-OLDEST(WS-SUPP-IDX).

        200-READ-RTV.
            READ RTVFILE-IN NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-EOF-SW
            END-READ.

        300-CHECK-RTV.
            ADD 1 TO WS-REC-COUNT.

            IF RTV-ST-OPEN
                PERFORM 310-AGE-RTV
                PERFORM 350-PRINT-OPEN
                PERFORM 400-FIND-SUPPLIER

                IF WS-FOUND
                    PERFORM 450-ADD-TO-SUPPLIER
                END-IF
            END-IF.

            PERFORM 200-READ-RTV.

        310-AGE-RTV.
            IF RTV-RAISE-DATE IS NUMERIC
                MOVE RTV-RAISE-DATE TO WS-RAISE-DATE-NUM
                COMPUTE WS-RAISE-INT =
                    FUNCTION INTEGER-OF-DATE(WS-RAISE-DATE-NUM)
                COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-RAISE-INT
            ELSE
                MOVE ZERO TO WS-AGE-DAYS
            END-IF.

            COMPUTE WS-RTV-VALUE = RTV-QTY * RTV-UNIT-COST.

        350-PRINT-OPEN.
            ADD 1 TO WS-OPEN-COUNT.
            ADD WS-RTV-VALUE TO WS-TOT-VALUE.

            IF WS-LINE-COUNT >= WS-MAX-LINES
                PERFORM 100-PRINT-HEADERS
            END-IF.

            ADD 1 TO WS-LINE-COUNT.

            MOVE RTV-NO TO RPT-O-RTV-NO.
            MOVE RTV-SUPP-CODE TO RPT-O-SUPP.
            MOVE RTV-LOCATION TO RPT-O-LOC.
            MOVE RTV-PART-CODE TO RPT-O-PART.
            MOVE RTV-QTY TO RPT-O-QTY.
            MOVE RTV-REASON TO RPT-O-REASON.
            MOVE RTV-RAISE-DATE TO RPT-O-RAISE-DATE.
            MOVE WS-AGE-DAYS TO RPT-O-AGE.
            MOVE WS-RTV-VALUE TO RPT-O-VALUE.

            IF RTV-PRINTED
                MOVE 'Y' TO RPT-O-PRINTED
            ELSE
                MOVE 'N' TO RPT-O-PRINTED
            END-IF.

            MOVE RPT-OPEN-LINE TO RPT-LINE.
            WRITE RPT-LINE.

      * THE SUPPLIER'S BUCKET, ADDING ONE FOR A CODE THAT HAS
      * SINCE COME OFF SUPPFILE.
        400-FIND-SUPPLIER.
            MOVE 'N' TO WS-FOUND-SW.

            PERFORM 410-MATCH-SUPPLIER
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
                    MOVE RTV-SUPP-CODE TO WS-SV-CODE(WS-SUPP-IDX)
                    MOVE 'NOT ON SUPPFILE' TO WS-SV-NAME(WS-SUPP-IDX)
                    MOVE 'Y' TO WS-FOUND-SW
                ELSE
                    DISPLAY 'BOPRGVO SUPPLIER TABLE FULL - '
                        RTV-SUPP-CODE ' NOT TOTALLED'
                END-IF
            END-IF.

        410-MATCH-SUPPLIER.
            IF WS-SV-CODE(WS-SUPP-IDX) = RTV-SUPP-CODE
                MOVE 'Y' TO WS-FOUND-SW
            END-IF.

        450-ADD-TO-SUPPLIER.
            ADD 1 TO WS-SV-COUNT(WS-SUPP-IDX).
            ADD WS-RTV-VALUE TO WS-SV-VALUE(WS-SUPP-IDX).

            IF WS-AGE-DAYS > WS-SV-OLDEST(WS-SUPP-IDX)
                MOVE WS-AGE-DAYS TO WS-SV-OLDEST(WS-SUPP-IDX)
            END-IF.

      * ONLY SUPPLIERS ACTUALLY HOLDING SOMETHING OF OURS PRINT.
        500-PRINT-SUPPLIER.
            IF WS-SV-COUNT(WS-SUPP-IDX) > ZERO
                ADD 1 TO WS-OWING-COUNT

                IF WS-LINE-COUNT >= WS-MAX-LINES
                    PERFORM 100-PRINT-HEADERS
                END-IF

                ADD 1 TO WS-LINE-COUNT

                MOVE WS-SV-CODE(WS-SUPP-IDX) TO RPT-S-CODE
                MOVE WS-SV-NAME(WS-SUPP-IDX) TO RPT-S-NAME
                MOVE WS-SV-COUNT(WS-SUPP-IDX) TO RPT-S-COUNT
                MOVE WS-SV-VALUE(WS-SUPP-IDX) TO RPT-S-VALUE
                MOVE WS-SV-OLDEST(WS-SUPP-IDX) TO RPT-S-OLDEST

                MOVE RPT-SUPP-LINE TO RPT-LINE
                WRITE RPT-LINE
            END-IF.

        800-ENDFILE.
            PERFORM 820-WRITE-RUN-STATUS.

            CLOSE RTVOPEN-OUT.
            CLOSE RPTSTAT-FILE.

      * DROP THE RUN RESULT ON THE RPTSTAT STATUS FILE SO THE
      * BOPRGO REPORTS MENU CAN SHOW STAFF WHETHER THE LAST RUN
      * ACTUALLY FINISHED BEFORE THEY SUBMIT IT AGAIN.
        820-WRITE-RUN-STATUS.
            MOVE 'BOPRGVO' TO RPTSTAT-JOB.
            MOVE WS-CURRENT-DATE TO RPTSTAT-DATE.
            MOVE WS-CURR-HHMMSS TO RPTSTAT-TIME.
            MOVE WS-REC-COUNT TO RPTSTAT-RECORDS.
            MOVE WS-OPEN-COUNT TO RPTSTAT-GOOD.
            MOVE ZERO TO RPTSTAT-REJECTS.
            MOVE WS-RUN-STATUS TO RPTSTAT-STATUS.

            WRITE RPTSTAT-RECORD
                INVALID KEY
                    REWRITE RPTSTAT-RECORD
                        INVALID KEY
                            DISPLAY 'BOPRGVO - RPTSTAT WRITE FAILED'
                    END-REWRITE
            END-WRITE.

        999-EXIT.
            STOP RUN.
