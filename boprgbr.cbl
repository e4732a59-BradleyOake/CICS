        IDENTIFICATION DIVISION.
        PROGRAM-ID.  BOPRGBR.
        AUTHOR. OAKE.

      * BANK STATEMENT RECONCILIATION - PROVES THAT WHAT WE BANKED
      * ACTUALLY REACHED THE BANK.  READS THE BANK'S DAILY
      * STATEMENT FILE (SEE COPYBOOK BANKSTMT-LAYOUT), CHECKS IT
      * AGAINST ITS OWN 'T' TRAILER, AND LOADS EVERY LINE ONTO
      * BANKITEM.  THEN EVERY BANK ITEM STILL OPEN - TODAY'S AND
      * ANY CARRIED FROM EARLIER STATEMENTS - IS MATCHED AGAINST
      * THE OPEN BOOK-SIDE ITEMS ON RECNFILE:
      *   A 'DEP' DEPOSIT CREDIT AGAINST THE BOPRGRK DAY-END
      *   DEPOSIT TOTAL FOR A DAY UP TO WS-DEP-DAYS BEFORE IT;
      *   AN 'LBX' LOCKBOX CREDIT AGAINST THE MONEY BOPRGLB
      *   POSTED FOR THAT LOCKBOX DEPOSIT DATE;
      *   AN 'NSF' RETURNED-CHEQUE DEBIT AGAINST A BOPRGA NSF
      *   PAYMENT REVERSAL KEYED WITHIN WS-NSF-DAYS EITHER SIDE.
      * THE AMOUNT MUST AGREE TO THE CENT.  BOTH SIDES OF A MATCH
      * ARE STAMPED CLEARED; ANYTHING LEFT OPEN ON EITHER SIDE
      * PRINTS ON THE EXCEPTION REPORT AND CARRIES FORWARD TO THE
      * NEXT RUN UNTIL IT CLEARS.  AN ITEM STILL OPEN PAST
      * WS-GRACE-DAYS IS OVERDUE AND FAILS THE RUN, AS DOES A
      * STATEMENT THAT DOES NOT AGREE WITH ITS TRAILER - THE
      * OUTCOME GOES ON RPTSTAT SO THE BOPRGO REPORTS MENU SHOWS
      * IT.  RUN EACH BANKING DAY AFTER THE DAY-END AND LOCKBOX
      * JOBS, WHEN THE STATEMENT ARRIVES - SEE THE BOPRGBR JCL
      * MEMBER.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. RS-6000.
        OBJECT-COMPUTER. RS-6000.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT STMT-IN ASSIGN TO BANKSTMT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-STMT-STATUS.

            SELECT BANKITEM-IO ASSIGN TO BANKITEM
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS BANK-KEY
                FILE STATUS IS WS-BANKITEM-STATUS.

            SELECT RECNFILE-IO ASSIGN TO RECNFILE
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS RECN-KEY
                FILE STATUS IS WS-RECNFILE-STATUS.

            SELECT RECON-OUT ASSIGN TO BANKPRT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RECON-STATUS.

            SELECT RPTSTAT-FILE ASSIGN TO RPTSTAT
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS RPTSTAT-KEY
                FILE STATUS IS WS-RPTSTAT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  STMT-IN
            LABEL RECORDS ARE STANDARD.
        COPY 'BANKSTMT-LAYOUT'.

        FD  BANKITEM-IO
            LABEL RECORDS ARE STANDARD.
        COPY 'BANKITEM-LAYOUT'.

        FD  RECNFILE-IO
            LABEL RECORDS ARE STANDARD.
        COPY 'RECNFILE-LAYOUT'.

        FD  RECON-OUT
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 100 CHARACTERS.
        01  RPT-LINE                       PIC X(100).

        FD  RPTSTAT-FILE
            LABEL RECORDS ARE STANDARD.
        COPY 'RPTSTAT-LAYOUT'.

        WORKING-STORAGE SECTION.

        01 WS-STMT-STATUS                   PIC XX VALUE ZERO.
            88 WS-STMT-OK                    VALUE '00'.
            88 WS-STMT-EOF                   VALUE '10'.

        01 WS-BANKITEM-STATUS               PIC XX VALUE ZERO.
        01 WS-RECNFILE-STATUS               PIC XX VALUE ZERO.
        01 WS-RECON-STATUS                  PIC XX VALUE ZERO.
        01 WS-RPTSTAT-STATUS                PIC XX VALUE ZERO.
        01 WS-RUN-STATUS                    PIC X(8) VALUE 'GOOD'.

        01 WS-EOF-SW                        PIC X VALUE 'N'.
            88 WS-EOF                        VALUE 'Y'.

        01 WS-BANK-EOF-SW                   PIC X VALUE 'N'.
            88 WS-BANK-EOF                   VALUE 'Y'.

        01 WS-BOOK-EOF-SW                   PIC X VALUE 'N'.
            88 WS-BOOK-EOF                   VALUE 'Y'.

        01 WS-FOUND-SW                      PIC X VALUE 'N'.
            88 WS-FOUND                      VALUE 'Y'.

        01 WS-STMT-GOOD-SW                  PIC X VALUE 'Y'.
            88 WS-STMT-GOOD                  VALUE 'Y'.

        01 WS-HEADER-SW                     PIC X VALUE 'N'.
        01 WS-TRAILER-SW                    PIC X VALUE 'N'.
        01 WS-OTHER-HDR-SW                  PIC X VALUE 'N'.
        01 WS-CLEAR-HDR-SW                  PIC X VALUE 'N'.

        01 WS-STMT-MSG                      PIC X(40) VALUE SPACES.
        01 WS-STMT-DATE                     PIC X(8) VALUE SPACES.
        01 WS-STMT-ACCOUNT                  PIC X(12) VALUE SPACES.

      * HOW FAR EITHER SIDE OF THE BANK'S POSTING DATE A BOOK ITEM
      * MAY FALL AND STILL MATCH, AND HOW LONG AN ITEM MAY SIT
      * OPEN BEFORE IT IS OVERDUE RATHER THAN IN TRANSIT.
        01 WS-DEP-DAYS                      PIC 9(3) VALUE 5.
        01 WS-LBX-DAYS                      PIC 9(3) VALUE 5.
        01 WS-NSF-DAYS                      PIC 9(3) VALUE 10.
        01 WS-GRACE-DAYS                    PIC 9(3) VALUE 5.

        01 WS-LINE-NO                       PIC 9(5) VALUE ZERO.
        01 WS-DETAIL-COUNT                  PIC 9(7) COMP VALUE ZERO.
        01 WS-LOAD-COUNT                    PIC 9(7) COMP VALUE ZERO.
        01 WS-DUP-COUNT                     PIC 9(7) COMP VALUE ZERO.
        01 WS-OTHER-COUNT                   PIC 9(7) COMP VALUE ZERO.
        01 WS-MATCH-COUNT                   PIC 9(7) COMP VALUE ZERO.
        01 WS-BANK-OPEN-COUNT               PIC 9(7) COMP VALUE ZERO.
        01 WS-BOOK-OPEN-COUNT               PIC 9(7) COMP VALUE ZERO.
        01 WS-OVERDUE-COUNT                 PIC 9(7) COMP VALUE ZERO.

        01 WS-CREDIT-TOTAL                  PIC 9(11)V99 VALUE ZERO.
        01 WS-DEBIT-TOTAL                   PIC 9(11)V99 VALUE ZERO.

        01 WS-WANT-KIND                     PIC X(1).
        01 WS-LOW-DAYS                      PIC 9(3).
        01 WS-HIGH-DAYS                     PIC 9(3).
        01 WS-LOW-DATE                      PIC 9(8).
        01 WS-HIGH-DATE                     PIC 9(8).
        01 WS-ITEM-DATE-NUM                 PIC 9(8).
        01 WS-TODAY-INT                     PIC S9(9) COMP.
        01 WS-ITEM-INT                      PIC S9(9) COMP.
        01 WS-AGE-DAYS                      PIC S9(5) COMP.

        01 WS-CURRENT-DATE.
            05 WS-CURR-YYYY                 PIC 9(4).
            05 WS-CURR-MM                   PIC 9(2).
            05 WS-CURR-DD                   PIC 9(2).
        01 WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE
                                            PIC 9(8).

        01 WS-CURRENT-TIME.
            05 WS-CURR-HHMMSS               PIC 9(6).
            05 FILLER                       PIC 9(2).

        01 RPT-TITLE-LINE.
            05 RPT-TITLE-CC                 PIC X VALUE '1'.
            05 FILLER                       PIC X(10) VALUE SPACES.
            05 FILLER                       PIC X(30)
                VALUE 'BANK STATEMENT RECONCILIATION'.
            05 FILLER                       PIC X(5) VALUE 'DATE '.
            05 RPT-TITLE-DATE                PIC 9999/99/99.
            05 FILLER                       PIC X(44) VALUE SPACES.

        01 RPT-STMT-LINE.
            05 RPT-STM-CC                   PIC X VALUE SPACE.
            05 FILLER                       PIC X(11)
                VALUE ' STATEMENT '.
            05 RPT-STM-DATE                 PIC X(8).
            05 FILLER                       PIC X(9)
                VALUE ' ACCOUNT '.
            05 RPT-STM-ACCOUNT              PIC X(12).
            05 FILLER                       PIC X(3) VALUE ' - '.
            05 RPT-STM-RESULT               PIC X(40).
            05 FILLER                       PIC X(16) VALUE SPACES.

        01 RPT-SECTION-LINE.
            05 RPT-SEC-CC                   PIC X VALUE SPACE.
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 RPT-SEC-TEXT                 PIC X(50).
            05 FILLER                       PIC X(48) VALUE SPACES.

        01 RPT-ITEM-LINE.
            05 RPT-ITM-CC                   PIC X VALUE SPACE.
            05 FILLER                       PIC X(3) VALUE SPACES.
            05 RPT-ITM-DATE                 PIC X(8).
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 RPT-ITM-KIND                 PIC X(8).
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 RPT-ITM-AMT                  PIC ZZZ,ZZZ,ZZ9.99-.
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 RPT-ITM-REF                  PIC X(16).
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 RPT-ITM-AGE                  PIC ZZZZ9.
            05 FILLER                       PIC X(6) VALUE ' DAYS '.
            05 RPT-ITM-NOTE                 PIC X(30).
            05 FILLER                       PIC X(4) VALUE SPACES.

        01 RPT-TOTAL-LINE.
            05 RPT-TOT-CC                   PIC X VALUE SPACE.
            05 FILLER                       PIC X(1) VALUE SPACES.
            05 FILLER                       PIC X(9)
                VALUE 'LOADED - '.
            05 RPT-TOT-LOADED               PIC ZZZZZZ9.
            05 FILLER                       PIC X(11)
                VALUE '  CLEARED -'.
            05 RPT-TOT-CLEARED              PIC ZZZZZZ9.
            05 FILLER                       PIC X(13)
                VALUE '  BANK OPEN -'.
            05 RPT-TOT-BANK-OPEN            PIC ZZZZZZ9.
            05 FILLER                       PIC X(13)
                VALUE '  BOOK OPEN -'.
            05 RPT-TOT-BOOK-OPEN            PIC ZZZZZZ9.
            05 FILLER                       PIC X(12)
                VALUE '  OVERDUE - '.
            05 RPT-TOT-OVERDUE              PIC ZZZZZZ9.
            05 FILLER                       PIC X(5) VALUE SPACES.

        PROCEDURE DIVISION.

        000-START-LOGIC.
            OPEN I-O BANKITEM-IO.
            OPEN I-O RECNFILE-IO.
            OPEN OUTPUT RECON-OUT.
            OPEN I-O RPTSTAT-FILE.

            ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-CURRENT-TIME FROM TIME.
            MOVE WS-CURRENT-DATE TO RPT-TITLE-DATE.

            COMPUTE WS-TODAY-INT =
                FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM).

            MOVE RPT-TITLE-LINE TO RPT-LINE.
            WRITE RPT-LINE.

      * PROVE THE STATEMENT AGAINST ITS OWN TRAILER BEFORE ANY OF
      * IT GOES ON FILE - A SHORT OR GARBLED FILE LOADS NOTHING.
      * THE CARRIED ITEMS ARE STILL MATCHED EITHER WAY, SINCE A
      * BOOK ITEM WRITTEN SINCE THE LAST RUN MAY CLEAR ONE.
            PERFORM 100-CHECK-STATEMENT THRU 100-EXIT.

            IF WS-STMT-GOOD
                PERFORM 200-LOAD-STATEMENT
            ELSE
                MOVE 'FAILED' TO WS-RUN-STATUS
            END-IF.

            MOVE WS-STMT-DATE TO RPT-STM-DATE.
            MOVE WS-STMT-ACCOUNT TO RPT-STM-ACCOUNT.
            MOVE WS-STMT-MSG TO RPT-STM-RESULT.
            MOVE RPT-STMT-LINE TO RPT-LINE.
            WRITE RPT-LINE.

            PERFORM 400-MATCH-BANK-ITEMS.

            PERFORM 600-LIST-BANK-OPEN.
            PERFORM 650-LIST-BOOK-OPEN.

            PERFORM 800-ENDFILE.

            GO TO 999-EXIT.

        100-CHECK-STATEMENT.
            MOVE 'N' TO WS-EOF-SW.

            OPEN INPUT STMT-IN.

            IF WS-STMT-STATUS NOT = '00'
                MOVE 'N' TO WS-STMT-GOOD-SW
                MOVE 'NO BANK STATEMENT TO LOAD' TO WS-STMT-MSG
                GO TO 100-EXIT
            END-IF.

            PERFORM 150-READ-STATEMENT.

            PERFORM 110-CHECK-LINE
                UNTIL WS-EOF.

            CLOSE STMT-IN.

            IF WS-STMT-GOOD
                IF WS-HEADER-SW = 'N'
                    MOVE 'N' TO WS-STMT-GOOD-SW
                    MOVE 'NO HEADER - NOTHING LOADED' TO WS-STMT-MSG
                ELSE IF WS-STMT-DATE IS NOT NUMERIC
                    MOVE 'N' TO WS-STMT-GOOD-SW
                    MOVE 'BAD STATEMENT DATE - NOTHING LOADED'
                        TO WS-STMT-MSG
                ELSE IF WS-TRAILER-SW = 'N'
                    MOVE 'N' TO WS-STMT-GOOD-SW
                    MOVE 'NO TRAILER - NOTHING LOADED' TO WS-STMT-MSG
                ELSE IF BSTM-TRL-COUNT NOT = WS-DETAIL-COUNT
                    OR BSTM-TRL-CREDITS NOT = WS-CREDIT-TOTAL
                    OR BSTM-TRL-DEBITS NOT = WS-DEBIT-TOTAL
                    MOVE 'N' TO WS-STMT-GOOD-SW
                    MOVE 'TRAILER DOES NOT AGREE - NOTHING LOADED'
                        TO WS-STMT-MSG
                END-IF
            END-IF.

        100-EXIT.
            EXIT.

      * READING STOPS AT THE TRAILER, SO IT IS STILL IN THE FD
      * AREA WHEN 100 COMPARES THE TOTALS AGAINST IT.
        110-CHECK-LINE.
            EVALUATE TRUE
                WHEN BSTM-HEADER
                    MOVE 'Y' TO WS-HEADER-SW
                    MOVE BSTM-STMT-DATE TO WS-STMT-DATE
                    MOVE BSTM-ACCOUNT TO WS-STMT-ACCOUNT
                WHEN BSTM-DETAIL
                    ADD 1 TO WS-DETAIL-COUNT
                    PERFORM 120-ADD-DETAIL
                WHEN BSTM-TRAILER
                    MOVE 'Y' TO WS-TRAILER-SW
                WHEN OTHER
                    MOVE 'N' TO WS-STMT-GOOD-SW
                    MOVE 'UNKNOWN RECORD TYPE - NOTHING LOADED'
                        TO WS-STMT-MSG
            END-EVALUATE.

            IF WS-TRAILER-SW = 'N'
                PERFORM 150-READ-STATEMENT
            ELSE
                MOVE 'Y' TO WS-EOF-SW
            END-IF.

        120-ADD-DETAIL.
            IF BSTM-AMOUNT IS NOT NUMERIC
                OR BSTM-POST-DATE IS NOT NUMERIC
                MOVE 'N' TO WS-STMT-GOOD-SW
                MOVE 'BAD DATE OR AMOUNT - NOTHING LOADED'
                    TO WS-STMT-MSG
            ELSE IF BSTM-CREDIT
                ADD BSTM-AMOUNT TO WS-CREDIT-TOTAL
            ELSE
                ADD BSTM-AMOUNT TO WS-DEBIT-TOTAL
            END-IF.

        150-READ-STATEMENT.
            READ STMT-IN
                AT END
                    MOVE 'Y' TO WS-EOF-SW
            END-READ.

      * SECOND PASS - EVERY 'D' LINE GOES ON BANKITEM UNDER THE
      * STATEMENT DATE AND ITS LINE NUMBER.  A KEY ALREADY ON FILE
      * MEANS THIS STATEMENT WAS LOADED BEFORE; THAT LINE IS LEFT
      * AS IT WAS.
        200-LOAD-STATEMENT.
            MOVE 'N' TO WS-EOF-SW.

            OPEN INPUT STMT-IN.

            PERFORM 150-READ-STATEMENT.

            PERFORM 210-LOAD-LINE
                UNTIL WS-EOF.

            CLOSE STMT-IN.

            IF WS-LOAD-COUNT = ZERO
                AND WS-DUP-COUNT > ZERO
                MOVE 'ALREADY LOADED - MATCHING ONLY' TO WS-STMT-MSG
            ELSE
                MOVE 'LOADED CLEAN' TO WS-STMT-MSG
            END-IF.

        210-LOAD-LINE.
            IF BSTM-DETAIL
                ADD 1 TO WS-LINE-NO
                PERFORM 220-WRITE-BANK-ITEM
            END-IF.

            IF BSTM-TRAILER
                MOVE 'Y' TO WS-EOF-SW
            ELSE
                PERFORM 150-READ-STATEMENT
            END-IF.

        220-WRITE-BANK-ITEM.
            MOVE WS-STMT-DATE TO BANK-STMT-DATE.
            MOVE WS-LINE-NO TO BANK-LINE.
            MOVE BSTM-POST-DATE TO BANK-POST-DATE.
            MOVE BSTM-TXN-CODE TO BANK-TXN-CODE.
            MOVE BSTM-DR-CR TO BANK-DR-CR.
            MOVE BSTM-AMOUNT TO BANK-AMOUNT.
            MOVE BSTM-BANK-REF TO BANK-REF.
            MOVE BSTM-DESC TO BANK-DESC.
            MOVE SPACES TO BANK-CLEAR-DATE.
            MOVE SPACES TO BANK-RECN-KEY.

            IF BANK-DEPOSIT OR BANK-LOCKBOX OR BANK-RETURNED
                SET BANK-OPEN TO TRUE
            ELSE
                SET BANK-NOT-OURS TO TRUE
            END-IF.

            WRITE BANK-RECORD
                INVALID KEY
                    ADD 1 TO WS-DUP-COUNT
                NOT INVALID KEY
                    ADD 1 TO WS-LOAD-COUNT
                    IF BANK-NOT-OURS
                        PERFORM 230-LIST-NOT-OURS
                    END-IF
            END-WRITE.

      * SERVICE CHARGES, INTEREST AND THE LIKE - LISTED ONCE, THE
      * DAY THEY LOAD, FOR TREASURY; THEY NEVER CARRY FORWARD.
        230-LIST-NOT-OURS.
            ADD 1 TO WS-OTHER-COUNT.

            IF WS-OTHER-HDR-SW = 'N'
                MOVE 'Y' TO WS-OTHER-HDR-SW
                MOVE SPACES TO RPT-LINE
                WRITE RPT-LINE
                MOVE 'OTHER BANK ENTRIES - FOR TREASURY'
                    TO RPT-SEC-TEXT
                MOVE RPT-SECTION-LINE TO RPT-LINE
                WRITE RPT-LINE
            END-IF.

            PERFORM 500-FORMAT-BANK-ITEM.
            MOVE BANK-DESC TO RPT-ITM-NOTE.
            MOVE RPT-ITEM-LINE TO RPT-LINE.
            WRITE RPT-LINE.

      * WALK EVERY BANK ITEM AND TRY EACH ONE STILL OPEN AGAINST
      * THE OPEN BOOK ITEMS OF THE SAME KIND.
        400-MATCH-BANK-ITEMS.
            MOVE 'N' TO WS-BANK-EOF-SW.
            MOVE LOW-VALUES TO BANK-KEY.

            START BANKITEM-IO KEY IS NOT LESS THAN BANK-KEY
                INVALID KEY
                    MOVE 'Y' TO WS-BANK-EOF-SW
            END-START.

            PERFORM 410-MATCH-NEXT-BANK
                UNTIL WS-BANK-EOF.

        410-MATCH-NEXT-BANK.
            READ BANKITEM-IO NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-BANK-EOF-SW
            END-READ.

            IF NOT WS-BANK-EOF
                IF BANK-OPEN
                    AND BANK-POST-DATE IS NUMERIC
                    PERFORM 420-FIND-BOOK-ITEM THRU 420-EXIT
                    IF WS-FOUND
                        PERFORM 450-CLEAR-PAIR
                    END-IF
                END-IF
            END-IF.

      * SET THE BOOK KIND AND THE DATE WINDOW FOR THE BANK ITEM'S
      * CODE, THEN BROWSE RECNFILE ACROSS THE WINDOW FOR THE FIRST
      * OPEN ITEM OF THE SAME AMOUNT.  RECNFILE IS LEFT POSITIONED
      * ON THAT RECORD FOR THE REWRITE.
        420-FIND-BOOK-ITEM.
            MOVE 'N' TO WS-FOUND-SW.

            EVALUATE TRUE
                WHEN BANK-DEPOSIT
                    MOVE 'D' TO WS-WANT-KIND
                    MOVE WS-DEP-DAYS TO WS-LOW-DAYS
                    MOVE ZERO TO WS-HIGH-DAYS
                WHEN BANK-LOCKBOX
                    MOVE 'L' TO WS-WANT-KIND
                    MOVE WS-LBX-DAYS TO WS-LOW-DAYS
                    MOVE 1 TO WS-HIGH-DAYS
                WHEN OTHER
                    MOVE 'N' TO WS-WANT-KIND
                    MOVE WS-NSF-DAYS TO WS-LOW-DAYS
                    MOVE WS-NSF-DAYS TO WS-HIGH-DAYS
            END-EVALUATE.

            MOVE BANK-POST-DATE TO WS-ITEM-DATE-NUM.
            COMPUTE WS-ITEM-INT =
                FUNCTION INTEGER-OF-DATE(WS-ITEM-DATE-NUM).
            COMPUTE WS-LOW-DATE =
                FUNCTION DATE-OF-INTEGER(WS-ITEM-INT - WS-LOW-DAYS).
            COMPUTE WS-HIGH-DATE =
                FUNCTION DATE-OF-INTEGER(WS-ITEM-INT + WS-HIGH-DAYS).

            MOVE WS-WANT-KIND TO RECN-KIND.
            MOVE WS-LOW-DATE TO RECN-DATE.
            MOVE LOW-VALUES TO RECN-REF.
            MOVE 'N' TO WS-BOOK-EOF-SW.

            START RECNFILE-IO KEY IS NOT LESS THAN RECN-KEY
                INVALID KEY
                    GO TO 420-EXIT
            END-START.

            PERFORM 430-SCAN-BOOK
                UNTIL WS-BOOK-EOF.

        420-EXIT.
            EXIT.

        430-SCAN-BOOK.
            READ RECNFILE-IO NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-BOOK-EOF-SW
            END-READ.

            IF NOT WS-BOOK-EOF
                IF RECN-KIND NOT = WS-WANT-KIND
                    OR RECN-DATE > WS-HIGH-DATE
                    MOVE 'Y' TO WS-BOOK-EOF-SW
                ELSE IF RECN-OPEN
                    AND RECN-AMOUNT = BANK-AMOUNT
                    MOVE 'Y' TO WS-FOUND-SW
                    MOVE 'Y' TO WS-BOOK-EOF-SW
                END-IF
            END-IF.

        450-CLEAR-PAIR.
            SET RECN-CLEARED TO TRUE.
            MOVE WS-CURRENT-DATE TO RECN-CLEAR-DATE.
            MOVE BANK-KEY TO RECN-BANK-KEY.

            REWRITE RECN-RECORD
                INVALID KEY
                    DISPLAY 'BOPRGBR - RECNFILE REWRITE FAILED FOR '
                        RECN-KEY
            END-REWRITE.

            SET BANK-CLEARED TO TRUE.
            MOVE WS-CURRENT-DATE TO BANK-CLEAR-DATE.
            MOVE RECN-KEY TO BANK-RECN-KEY.

            REWRITE BANK-RECORD
                INVALID KEY
                    DISPLAY 'BOPRGBR - BANKITEM REWRITE FAILED FOR '
                        BANK-KEY
            END-REWRITE.

            ADD 1 TO WS-MATCH-COUNT.

            IF WS-CLEAR-HDR-SW = 'N'
                MOVE 'Y' TO WS-CLEAR-HDR-SW
                MOVE SPACES TO RPT-LINE
                WRITE RPT-LINE
                MOVE 'CLEARED THIS RUN' TO RPT-SEC-TEXT
                MOVE RPT-SECTION-LINE TO RPT-LINE
                WRITE RPT-LINE
            END-IF.

            PERFORM 500-FORMAT-BANK-ITEM.
            MOVE SPACES TO RPT-ITM-NOTE.
            STRING 'AGAINST ' DELIMITED BY SIZE
                RECN-SOURCE DELIMITED BY SPACE
                ' ' DELIMITED BY SIZE
                RECN-DATE DELIMITED BY SIZE
                INTO RPT-ITM-NOTE
            END-STRING.
            MOVE RPT-ITEM-LINE TO RPT-LINE.
            WRITE RPT-LINE.

        500-FORMAT-BANK-ITEM.
            MOVE BANK-POST-DATE TO RPT-ITM-DATE.
            MOVE BANK-TXN-CODE TO RPT-ITM-KIND.
            MOVE BANK-REF TO RPT-ITM-REF.

            IF BANK-DR-CR = 'D'
                COMPUTE RPT-ITM-AMT = ZERO - BANK-AMOUNT
            ELSE
                MOVE BANK-AMOUNT TO RPT-ITM-AMT
            END-IF.

            MOVE BANK-POST-DATE TO WS-ITEM-DATE-NUM.
            PERFORM 520-ITEM-AGE.

        510-FORMAT-BOOK-ITEM.
            MOVE RECN-DATE TO RPT-ITM-DATE.
            MOVE RECN-REF TO RPT-ITM-REF.

            EVALUATE TRUE
                WHEN RECN-DEPOSIT
                    MOVE 'DEPOSIT' TO RPT-ITM-KIND
                    MOVE RECN-AMOUNT TO RPT-ITM-AMT
                WHEN RECN-LOCKBOX
                    MOVE 'LOCKBOX' TO RPT-ITM-KIND
                    MOVE RECN-AMOUNT TO RPT-ITM-AMT
                WHEN OTHER
                    MOVE 'NSF REV' TO RPT-ITM-KIND
                    COMPUTE RPT-ITM-AMT = ZERO - RECN-AMOUNT
            END-EVALUATE.

            MOVE RECN-DATE TO WS-ITEM-DATE-NUM.
            PERFORM 520-ITEM-AGE.

        520-ITEM-AGE.
            MOVE ZERO TO WS-AGE-DAYS.

            IF WS-ITEM-DATE-NUM IS NUMERIC
                AND WS-ITEM-DATE-NUM > ZERO
                COMPUTE WS-ITEM-INT =
                    FUNCTION INTEGER-OF-DATE(WS-ITEM-DATE-NUM)
                COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-ITEM-INT
            END-IF.

            IF WS-AGE-DAYS < ZERO
                MOVE ZERO TO WS-AGE-DAYS
            END-IF.

            MOVE WS-AGE-DAYS TO RPT-ITM-AGE.

      * WHAT THE BANK HAS THAT WE CANNOT ACCOUNT FOR - A DEPOSIT
      * FOR THE WRONG AMOUNT, LOCKBOX MONEY BOPRGLB NEVER POSTED,
      * A RETURNED CHEQUE NOBODY HAS REVERSED YET.
        600-LIST-BANK-OPEN.
            MOVE SPACES TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE 'ON THE BANK STATEMENT - NOT IN OUR BOOKS'
                TO RPT-SEC-TEXT.
            MOVE RPT-SECTION-LINE TO RPT-LINE.
            WRITE RPT-LINE.

            MOVE 'N' TO WS-BANK-EOF-SW.
            MOVE LOW-VALUES TO BANK-KEY.

            START BANKITEM-IO KEY IS NOT LESS THAN BANK-KEY
                INVALID KEY
                    MOVE 'Y' TO WS-BANK-EOF-SW
            END-START.

            PERFORM 610-LIST-NEXT-BANK
                UNTIL WS-BANK-EOF.

        610-LIST-NEXT-BANK.
            READ BANKITEM-IO NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-BANK-EOF-SW
            END-READ.

            IF NOT WS-BANK-EOF
                IF BANK-OPEN
                    ADD 1 TO WS-BANK-OPEN-COUNT
                    PERFORM 500-FORMAT-BANK-ITEM
                    PERFORM 700-SET-NOTE
                    MOVE RPT-ITEM-LINE TO RPT-LINE
                    WRITE RPT-LINE
                END-IF
            END-IF.

      * WHAT WE BANKED OR REVERSED THAT THE BANK HAS NOT SHOWN -
      * A DEPOSIT THAT NEVER ARRIVED OR WAS SHORT, A LOCKBOX DAY
      * THE BANK CREDITED DIFFERENTLY, AN NSF REVERSAL WITH NO
      * RETURNED CHEQUE BEHIND IT.
        650-LIST-BOOK-OPEN.
            MOVE SPACES TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE 'IN OUR BOOKS - NOT ON THE BANK STATEMENT'
                TO RPT-SEC-TEXT.
            MOVE RPT-SECTION-LINE TO RPT-LINE.
            WRITE RPT-LINE.

            MOVE 'N' TO WS-BOOK-EOF-SW.
            MOVE LOW-VALUES TO RECN-KEY.

            START RECNFILE-IO KEY IS NOT LESS THAN RECN-KEY
                INVALID KEY
                    MOVE 'Y' TO WS-BOOK-EOF-SW
            END-START.

            PERFORM 660-LIST-NEXT-BOOK
                UNTIL WS-BOOK-EOF.

        660-LIST-NEXT-BOOK.
            READ RECNFILE-IO NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-BOOK-EOF-SW
            END-READ.

            IF NOT WS-BOOK-EOF
                IF RECN-OPEN
                    ADD 1 TO WS-BOOK-OPEN-COUNT
                    PERFORM 510-FORMAT-BOOK-ITEM
                    PERFORM 700-SET-NOTE
                    MOVE RPT-ITEM-LINE TO RPT-LINE
                    WRITE RPT-LINE
                END-IF
            END-IF.

      * AN ITEM A FEW DAYS OLD IS USUALLY JUST IN TRANSIT; ONE
      * PAST THE GRACE PERIOD NEEDS CHASING AND FAILS THE RUN.
        700-SET-NOTE.
            IF WS-AGE-DAYS > WS-GRACE-DAYS
                ADD 1 TO WS-OVERDUE-COUNT
                MOVE 'FAILED' TO WS-RUN-STATUS
                MOVE 'OVERDUE - CHASE' TO RPT-ITM-NOTE
            ELSE
                MOVE 'IN TRANSIT' TO RPT-ITM-NOTE
            END-IF.

        800-ENDFILE.
            MOVE SPACES TO RPT-LINE.
            WRITE RPT-LINE.

            MOVE WS-LOAD-COUNT TO RPT-TOT-LOADED.
            MOVE WS-MATCH-COUNT TO RPT-TOT-CLEARED.
            MOVE WS-BANK-OPEN-COUNT TO RPT-TOT-BANK-OPEN.
            MOVE WS-BOOK-OPEN-COUNT TO RPT-TOT-BOOK-OPEN.
            MOVE WS-OVERDUE-COUNT TO RPT-TOT-OVERDUE.

            MOVE RPT-TOTAL-LINE TO RPT-LINE.
            WRITE RPT-LINE.

            PERFORM 820-WRITE-RUN-STATUS.

            CLOSE BANKITEM-IO.
            CLOSE RECNFILE-IO.
            CLOSE RECON-OUT.
            CLOSE RPTSTAT-FILE.

      * DROP THE RUN RESULT ON THE RPTSTAT STATUS FILE SO THE
      * BOPRGO REPORTS MENU SHOWS AT A GLANCE WHETHER THE BANK
      * AGREES WITH US OR SOMETHING NEEDS CHASING.
        820-WRITE-RUN-STATUS.
            MOVE 'BOPRGBR' TO RPTSTAT-JOB.
            MOVE WS-CURRENT-DATE TO RPTSTAT-DATE.
            MOVE WS-CURR-HHMMSS TO RPTSTAT-TIME.
            MOVE WS-LOAD-COUNT TO RPTSTAT-RECORDS.
            MOVE WS-MATCH-COUNT TO RPTSTAT-GOOD.
            COMPUTE RPTSTAT-REJECTS =
                WS-BANK-OPEN-COUNT + WS-BOOK-OPEN-COUNT.
            MOVE WS-RUN-STATUS TO RPTSTAT-STATUS.

            WRITE RPTSTAT-RECORD
                INVALID KEY
                    REWRITE RPTSTAT-RECORD
                        INVALID KEY
                            DISPLAY 'BOPRGBR - RPTSTAT WRITE FAILED'
                    END-REWRITE
            END-WRITE.

        999-EXIT.
            STOP RUN.
