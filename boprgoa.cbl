        IDENTIFICATION DIVISION.
        PROGRAM-ID.  BOPRGOA.
        AUTHOR. OAKE.

      * WEEKLY OPERATOR ACTIVITY AND SECURITY EXCEPTION REPORT -
      * WHAT THE AUDITORS ASK FOR EVERY YEAR.  THE FIRST SECTION
      * COUNTS, PER BRANCH AND OPERATOR, THE ORDERS KEYED, ORDERS
      * CHANGED AND INVOICES DELETED, THE CREDIT NOTES RAISED,
      * PAYMENTS POSTED AND REVERSED, AND THE SUPERVISOR OVERRIDES
      * USED - CREDIT HOLD OR LIMIT, SHORT STOCK SHIPPED WITH O IN
      * THE OVERRIDE FIELD, AND ARCHIVED INVOICES RESTORED.  ORDERS
      * KEYED AND CREDIT NOTES COME OFF THE ORDJRNL JOURNAL - A
      * WRITE DATED THE SAME DAY AS THE ORDER, UNDER
      * ORDFILE-ENTRY-OPER AND THE ORDER'S BRANCH (A RESTORE
      * REWRITES AN OLD ORDER, SO IT IS NOT COUNTED AGAIN); THE
      * REST COME OFF THE OPERLOG ACTIVITY LOG THE ONLINE SCREENS
      * WRITE.  BATCH WORK SHOWS UNDER ITS OWN STAMP ('BTCH',
      * 'STND' AND SO ON) AS NOT ON OPERFILE.
      * THE SECOND SECTION LISTS THE EXCEPTIONS - SIGN-ONS OUTSIDE
      * BUSINESS HOURS (BEFORE 7 AM, AFTER 7 PM OR AT A WEEKEND),
      * EVERY ID LOCKED BY BAD PASSWORDS OR UNLOCKED, EVERY ID
      * STILL LOCKED, EVERY ID NOBODY HAS SIGNED ON WITH IN SIXTY
      * DAYS (ONE THAT NEVER HAS COUNTS FROM ITS LOAD DATE), AND
      * EVERY AUDITLOG TRANSACTION START IN THE WEEK WITH NO
      * OPERATOR STAMPED.  THE WEEK IS THE SEVEN DAYS ENDING
      * YESTERDAY, OR THE SEVEN DAYS FROM THE DATE IN COLUMNS 1-8
      * OF A WEEKIN CARD (YYYYMMDD) TO RERUN AN EARLIER WEEK.  RUN
      * WEEKLY - SEE THE BOPRGOA JCL MEMBER.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. RS-6000.
        OBJECT-COMPUTER. RS-6000.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT WEEKIN-IN ASSIGN TO WEEKIN
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-WEEKIN-STATUS.

            SELECT ORDJRNL-IN ASSIGN TO ORDJRNL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS JRNL-KEY
                FILE STATUS IS WS-ORDJRNL-STATUS.

            SELECT OPERLOG-IN ASSIGN TO OPERLOG
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OLOG-KEY
                FILE STATUS IS WS-OPERLOG-STATUS.

            SELECT AUDITLOG-IN ASSIGN TO AUDITLOG
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS AUDITLOG-KEY
                FILE STATUS IS WS-AUDITLOG-STATUS.

            SELECT OPERFILE-IN ASSIGN TO OPERFILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OPER-KEY
                FILE STATUS IS WS-OPERFILE-STATUS.

            SELECT ACT-OUT ASSIGN TO ACTPRT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ACT-STATUS.

            SELECT RPTSTAT-FILE ASSIGN TO RPTSTAT
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS RPTSTAT-KEY
                FILE STATUS IS WS-RPTSTAT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  WEEKIN-IN
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 80 CHARACTERS.
        01  WEEKIN-CARD.
            05  WEEKIN-FROM                 PIC X(8).
            05  FILLER                      PIC X(72).

        FD  ORDJRNL-IN
            LABEL RECORDS ARE STANDARD.
        COPY 'ORDJRNL-LAYOUT'.

        FD  OPERLOG-IN
            LABEL RECORDS ARE STANDARD.
        COPY 'OPERLOG-LAYOUT'.

        FD  AUDITLOG-IN
            LABEL RECORDS ARE STANDARD.
        COPY 'AUDITLOG-LAYOUT'.

        FD  OPERFILE-IN
            LABEL RECORDS ARE STANDARD.
        COPY 'OPERFILE-LAYOUT'.

        FD  ACT-OUT
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 100 CHARACTERS.
        01  RPT-LINE                       PIC X(100).

        FD  RPTSTAT-FILE
            LABEL RECORDS ARE STANDARD.
        COPY 'RPTSTAT-LAYOUT'.

        WORKING-STORAGE SECTION.

        COPY 'ORDFILE-LAYOUT'.

        01 WS-WEEKIN-STATUS                 PIC XX VALUE ZERO.
        01 WS-ORDJRNL-STATUS                PIC XX VALUE ZERO.
        01 WS-OPERLOG-STATUS                PIC XX VALUE ZERO.
        01 WS-AUDITLOG-STATUS               PIC XX VALUE ZERO.
        01 WS-OPERFILE-STATUS               PIC XX VALUE ZERO.
        01 WS-ACT-STATUS                    PIC XX VALUE ZERO.
        01 WS-RPTSTAT-STATUS                PIC XX VALUE ZERO.
        01 WS-RUN-STATUS                    PIC X(8) VALUE 'GOOD'.

        01 WS-EOF-SW                        PIC X VALUE 'N'.
            88 WS-EOF                        VALUE 'Y'.

        01 WS-FOUND-SW                      PIC X VALUE 'N'.
            88 WS-FOUND                      VALUE 'Y'.

        01 WS-SECTION-SW                    PIC X VALUE 'A'.
            88 WS-ACTIVITY-SECTION           VALUE 'A'.
            88 WS-EXCEPTION-SECTION          VALUE 'E'.

        01 WS-JRNL-COUNT                    PIC 9(7) COMP VALUE ZERO.
        01 WS-OLOG-COUNT                    PIC 9(7) COMP VALUE ZERO.
        01 WS-EXC-COUNT                     PIC 9(7) COMP VALUE ZERO.
        01 WS-HOURS-COUNT                   PIC 9(7) COMP VALUE ZERO.
        01 WS-LOCK-COUNT                    PIC 9(7) COMP VALUE ZERO.
        01 WS-UNLOCK-COUNT                  PIC 9(7) COMP VALUE ZERO.
        01 WS-LOCKED-COUNT                  PIC 9(7) COMP VALUE ZERO.
        01 WS-UNUSED-COUNT                  PIC 9(7) COMP VALUE ZERO.
        01 WS-NO-OPER-COUNT                 PIC 9(7) COMP VALUE ZERO.
        01 WS-LINE-COUNT                    PIC 99 COMP VALUE 99.
        01 WS-PAGE-COUNT                    PIC 9(4) COMP VALUE ZERO.
        01 WS-MAX-LINES                     PIC 99 COMP VALUE 55.

      * BUSINESS HOURS FOR THE SIGN-ON CHECK, AND HOW LONG AN ID
      * CAN SIT UNUSED BEFORE IT IS REPORTED.
        01 WS-DAY-START                     PIC X(6) VALUE '070000'.
        01 WS-DAY-END                       PIC X(6) VALUE '190000'.
        01 WS-UNUSED-DAYS                   PIC 9(3) VALUE 60.

        01 WS-CURRENT-DATE.
            05 WS-CURR-YYYY                 PIC 9(4).
            05 WS-CURR-MM                   PIC 9(2).
            05 WS-CURR-DD                   PIC 9(2).

        01 WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE
                                            PIC 9(8).

        01 WS-CURRENT-TIME.
            05 WS-CURR-HHMMSS               PIC 9(6).
            05 FILLER                       PIC 9(2).

        01 WS-FROM-DATE                     PIC X(8).
        01 WS-THRU-DATE                     PIC X(8).
        01 WS-TODAY-INT                     PIC S9(9) COMP.
        01 WS-FROM-INT                      PIC S9(9) COMP.
        01 WS-WORK-INT                      PIC S9(9) COMP.
        01 WS-WORK-WEEKS                    PIC S9(9) COMP.
        01 WS-WORK-DATE-NUM                 PIC 9(8).
        01 WS-DOW                           PIC S9(4) COMP.
        01 WS-DAY-NAME-TABLE.
            05 FILLER                       PIC X(21) VALUE
                'MONTUEWEDTHUFRISATSUN'.
        01 WS-DAY-NAMES REDEFINES WS-DAY-NAME-TABLE.
            05 WS-DAY-NAME OCCURS 7 TIMES   PIC X(3).

      * ONE ROW PER BRANCH AND OPERATOR SEEN IN THE WEEK, BUILT UP
      * IN THE ORDER THEY TURN UP AND PRINTED LOWEST KEY FIRST.
      * THE NINE COUNTS RUN IN THE ORDER OF THE REPORT COLUMNS.
        01 WS-ACT-COUNT                     PIC 9(4) COMP VALUE ZERO.
        01 WS-ACT-MAX                       PIC 9(4) COMP VALUE 500.
        01 WS-ACT-TABLE.
            05 WS-ACT-ENTRY OCCURS 500 TIMES.
                10 WS-ACT-KEY.
                    15 WS-ACT-LOC            PIC X(2).
                    15 WS-ACT-OPER           PIC X(4).
                10 WS-ACT-DONE               PIC X(1).
                10 WS-ACT-CNT OCCURS 9 TIMES PIC 9(5) COMP.

        01 WS-COL-KEYED                     PIC 9 VALUE 1.
        01 WS-COL-CHANGED                   PIC 9 VALUE 2.
        01 WS-COL-DELETED                   PIC 9 VALUE 3.
        01 WS-COL-CREDITS                   PIC 9 VALUE 4.
        01 WS-COL-PAYMENTS                  PIC 9 VALUE 5.
        01 WS-COL-REVERSALS                 PIC 9 VALUE 6.
        01 WS-COL-CRED-OVRD                 PIC 9 VALUE 7.
        01 WS-COL-STOCK-OVRD                PIC 9 VALUE 8.
        01 WS-COL-RESTORES                  PIC 9 VALUE 9.

        01 WS-FIND-KEY.
            05 WS-FIND-LOC                  PIC X(2).
            05 WS-FIND-OPER                 PIC X(4).
        01 WS-FIND-COL                      PIC 9.
        01 WS-LOW-KEY                       PIC X(6).
        01 WS-LAST-LOC                      PIC X(2).
        01 WS-SUB                           PIC 9(4) COMP.
        01 WS-HIT-SUB                       PIC 9(4) COMP.
        01 WS-COL                           PIC 9(2) COMP.

        01 WS-BR-TOTALS.
            05 WS-BR-CNT OCCURS 9 TIMES     PIC 9(7) COMP.
        01 WS-ALL-TOTALS.
            05 WS-ALL-CNT OCCURS 9 TIMES    PIC 9(7) COMP.

      * ONE EXCEPTION LINE ON ITS WAY TO THE REPORT.
        01 WS-EXCEPTION.
            05 WS-EXC-DATE                  PIC X(8).
            05 WS-EXC-TIME                  PIC X(6).
            05 WS-EXC-TERM                  PIC X(4).
            05 WS-EXC-OPER                  PIC X(4).
            05 WS-EXC-TYPE                  PIC X(22).
            05 WS-EXC-DETAIL                PIC X(40).

        01 RPT-TITLE-LINE.
            05 RPT-TITLE-CC                 PIC X VALUE '1'.
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 RPT-TITLE-NAME               PIC X(20).
            05 FILLER                       PIC X(5) VALUE 'WEEK '.
            05 RPT-TITLE-FROM               PIC 9999/99/99.
            05 FILLER                       PIC X(4) VALUE ' TO '.
            05 RPT-TITLE-THRU               PIC 9999/99/99.
            05 FILLER                       PIC X(6) VALUE SPACES.
            05 FILLER                       PIC X(5) VALUE 'DATE '.
            05 RPT-TITLE-DATE               PIC 9999/99/99.
            05 FILLER                       PIC X(3) VALUE SPACES.
            05 FILLER                       PIC X(5) VALUE 'PAGE '.
            05 RPT-TITLE-PAGE               PIC ZZZ9.
            05 FILLER                       PIC X(16) VALUE SPACES.

        01 RPT-ACT-HEAD-0.
            05 FILLER                       PIC X(75) VALUE SPACES.
            05 FILLER                       PIC X(20)
                VALUE 'SUPERVISOR OVERRIDES'.
            05 FILLER                       PIC X(5) VALUE SPACES.

        01 RPT-ACT-HEAD-1.
            05 FILLER                       PIC X(32) VALUE SPACES.
            05 FILLER                       PIC X(21)
                VALUE ' ORDERS ORDERS  INVCS'.
            05 FILLER                       PIC X(21)
                VALUE ' CREDIT PAYMTS PAYMTS'.
            05 FILLER                       PIC X(21)
                VALUE ' CREDIT  STOCK  INVCS'.
            05 FILLER                       PIC X(5) VALUE SPACES.

        01 RPT-ACT-HEAD-2.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(4) VALUE 'BR'.
            05 FILLER                       PIC X(6) VALUE 'OPER'.
            05 FILLER                       PIC X(20) VALUE 'NAME'.
            05 FILLER                       PIC X(21)
                VALUE '  KEYED  CHNGD  DELTD'.
            05 FILLER                       PIC X(21)
                VALUE '  NOTES POSTED REVRSD'.
            05 FILLER                       PIC X(21)
                VALUE ' OVRIDE OVRIDE RESTRD'.
            05 FILLER                       PIC X(5) VALUE SPACES.

        01 RPT-ACT-LINE.
            05 RPT-ACT-CC                   PIC X VALUE SPACE.
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 RPT-A-LOC                    PIC X(2).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-A-OPER                   PIC X(4).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-A-NAME                   PIC X(20).
            05 RPT-A-COUNTS.
                10 RPT-A-CNT OCCURS 9 TIMES  PIC Z(6)9.
            05 FILLER                       PIC X(5) VALUE SPACES.

        01 RPT-EXC-HEAD.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(10) VALUE 'DATE'.
            05 FILLER                       PIC X(8) VALUE 'TIME'.
            05 FILLER                       PIC X(6) VALUE 'TERM'.
            05 FILLER                       PIC X(6) VALUE 'OPER'.
            05 FILLER                       PIC X(24) VALUE 'EXCEPTION'.
            05 FILLER                       PIC X(44) VALUE 'DETAIL'.

        01 RPT-EXC-LINE.
            05 RPT-EXC-CC                   PIC X VALUE SPACE.
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 RPT-E-DATE                   PIC X(8).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-E-TIME                   PIC X(6).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-E-TERM                   PIC X(4).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-E-OPER                   PIC X(4).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-E-TYPE                   PIC X(22).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-E-DETAIL                 PIC X(40).
            05 FILLER                       PIC X(4) VALUE SPACES.

        01 RPT-TOTAL-LINE.
            05 RPT-TOT-CC                   PIC X VALUE SPACE.
            05 FILLER                       PIC X(1) VALUE SPACES.
            05 RPT-TOT-LABEL                PIC X(40).
            05 RPT-TOT-COUNT                PIC ZZZZ,ZZ9.
            05 FILLER                       PIC X(50) VALUE SPACES.

        PROCEDURE DIVISION.

        000-START-LOGIC.
            OPEN INPUT WEEKIN-IN.
            OPEN INPUT ORDJRNL-IN.
            OPEN INPUT OPERLOG-IN.
            OPEN INPUT AUDITLOG-IN.
            OPEN INPUT OPERFILE-IN.
            OPEN OUTPUT ACT-OUT.
            OPEN I-O RPTSTAT-FILE.

            ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-CURRENT-TIME FROM TIME.
            MOVE WS-CURRENT-DATE TO RPT-TITLE-DATE.

            PERFORM 150-SET-WEEK.

            PERFORM 300-JOURNAL-PASS.
            PERFORM 350-LOG-PASS.

            MOVE 'OPERATOR ACTIVITY' TO RPT-TITLE-NAME.
            SET WS-ACTIVITY-SECTION TO TRUE.
            PERFORM 100-PRINT-HEADERS.

            PERFORM 400-PRINT-ACTIVITY.

            MOVE 'SECURITY EXCEPTIONS' TO RPT-TITLE-NAME.
            SET WS-EXCEPTION-SECTION TO TRUE.
            PERFORM 100-PRINT-HEADERS.

            PERFORM 500-LOG-EXCEPTIONS.
            PERFORM 550-OPERATOR-EXCEPTIONS.
            PERFORM 600-AUDIT-EXCEPTIONS.

            MOVE SPACES TO RPT-LINE.
            WRITE RPT-LINE.

            MOVE 'SIGN-ONS OUTSIDE BUSINESS HOURS' TO RPT-TOT-LABEL.
            MOVE WS-HOURS-COUNT TO RPT-TOT-COUNT.
            PERFORM 690-PRINT-TOTAL.

            MOVE 'IDS LOCKED IN THE WEEK' TO RPT-TOT-LABEL.
            MOVE WS-LOCK-COUNT TO RPT-TOT-COUNT.
            PERFORM 690-PRINT-TOTAL.

            MOVE 'IDS UNLOCKED IN THE WEEK' TO RPT-TOT-LABEL.
            MOVE WS-UNLOCK-COUNT TO RPT-TOT-COUNT.
            PERFORM 690-PRINT-TOTAL.

            MOVE 'IDS STILL LOCKED' TO RPT-TOT-LABEL.
            MOVE WS-LOCKED-COUNT TO RPT-TOT-COUNT.
            PERFORM 690-PRINT-TOTAL.

            MOVE 'IDS UNUSED OVER 60 DAYS' TO RPT-TOT-LABEL.
            MOVE WS-UNUSED-COUNT TO RPT-TOT-COUNT.
            PERFORM 690-PRINT-TOTAL.

            MOVE 'TRANSACTIONS WITH NO OPERATOR' TO RPT-TOT-LABEL.
            MOVE WS-NO-OPER-COUNT TO RPT-TOT-COUNT.
            PERFORM 690-PRINT-TOTAL.

            PERFORM 800-ENDFILE.

            GO TO 999-EXIT.

        100-PRINT-HEADERS.
            ADD 1 TO WS-PAGE-COUNT.
            MOVE WS-PAGE-COUNT TO RPT-TITLE-PAGE.

            MOVE RPT-TITLE-LINE TO RPT-LINE.
            WRITE RPT-LINE.

            IF WS-ACTIVITY-SECTION
                MOVE RPT-ACT-HEAD-0 TO RPT-LINE
                WRITE RPT-LINE
                MOVE RPT-ACT-HEAD-1 TO RPT-LINE
                WRITE RPT-LINE
                MOVE RPT-ACT-HEAD-2 TO RPT-LINE
                WRITE RPT-LINE
            ELSE
                MOVE RPT-EXC-HEAD TO RPT-LINE
                WRITE RPT-LINE
            END-IF.

            MOVE ZERO TO WS-LINE-COUNT.

      * THE SEVEN DAYS ENDING YESTERDAY, UNLESS A WEEKIN CARD
      * NAMES THE FIRST DAY OF AN EARLIER WEEK.  A DUMMY WEEKIN DD
      * READS AS NO CARD.
        150-SET-WEEK.
            READ WEEKIN-IN
                AT END
                    MOVE SPACES TO WEEKIN-CARD
            END-READ.

            COMPUTE WS-TODAY-INT =
                FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM).
            MOVE ZERO TO WS-FROM-INT.

            IF WEEKIN-FROM IS NUMERIC
                MOVE WEEKIN-FROM TO WS-WORK-DATE-NUM
                COMPUTE WS-FROM-INT =
                    FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-NUM)
                IF WS-FROM-INT NOT > ZERO
                    DISPLAY 'BOPRGOA - WEEKIN DATE ' WEEKIN-FROM
                        ' IS NOT A DATE - LAST SEVEN DAYS USED'
                END-IF
            END-IF.

            IF WS-FROM-INT NOT > ZERO
                COMPUTE WS-FROM-INT = WS-TODAY-INT - 7
            END-IF.

            COMPUTE WS-WORK-DATE-NUM =
                FUNCTION DATE-OF-INTEGER(WS-FROM-INT).
            MOVE WS-WORK-DATE-NUM TO WS-FROM-DATE.
            MOVE WS-WORK-DATE-NUM TO RPT-TITLE-FROM.

            COMPUTE WS-WORK-INT = WS-FROM-INT + 6.
            COMPUTE WS-WORK-DATE-NUM =
                FUNCTION DATE-OF-INTEGER(WS-WORK-INT).
            MOVE WS-WORK-DATE-NUM TO WS-THRU-DATE.
            MOVE WS-WORK-DATE-NUM TO RPT-TITLE-THRU.

      * ORDERS KEYED AND CREDIT NOTES RAISED - EVERY JOURNAL WRITE
      * IN THE WEEK DATED THE SAME DAY AS THE ORDER ITSELF.
      * FINANCE CHARGES ARE THE MONTH-END RUN'S, NOT AN OPERATOR'S.
        300-JOURNAL-PASS.
            MOVE 'N' TO WS-EOF-SW.
            MOVE LOW-VALUES TO JRNL-KEY.
            MOVE WS-FROM-DATE TO JRNL-DATE.

            START ORDJRNL-IN
                KEY IS NOT LESS THAN JRNL-KEY
                INVALID KEY
                    MOVE 'Y' TO WS-EOF-SW
            END-START.

            IF NOT WS-EOF
                PERFORM 320-READ-JOURNAL
            END-IF.

            PERFORM 310-JOURNAL-ENTRY
                UNTIL WS-EOF.

        310-JOURNAL-ENTRY.
            ADD 1 TO WS-JRNL-COUNT.

            MOVE JRNL-ORDER-IMAGE TO ORDFILE-RECORD.

            IF JRNL-IS-WRITE
                AND ORDFILE-ORDER-DATE EQUALS JRNL-DATE
                AND NOT ORDFILE-IS-FIN-CHARGE
                MOVE ORDFILE-LOCATION TO WS-FIND-LOC
                MOVE ORDFILE-ENTRY-OPER TO WS-FIND-OPER
                IF ORDFILE-IS-CREDIT
                    MOVE WS-COL-CREDITS TO WS-FIND-COL
                ELSE
                    MOVE WS-COL-KEYED TO WS-FIND-COL
                END-IF
                PERFORM 380-COUNT-ACTIVITY
            END-IF.

            PERFORM 320-READ-JOURNAL.

        320-READ-JOURNAL.
            READ ORDJRNL-IN NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-EOF-SW
            END-READ.

            IF NOT WS-EOF
                AND JRNL-DATE > WS-THRU-DATE
                MOVE 'Y' TO WS-EOF-SW
            END-IF.

      * EVERYTHING ELSE COMES OFF THE OPERLOG ACTIVITY LOG.
      * SIGN-ONS, LOCKS AND UNLOCKS BELONG TO THE EXCEPTIONS.
        350-LOG-PASS.
            PERFORM 370-START-LOG.

            PERFORM 360-LOG-ENTRY
                UNTIL WS-EOF.

        360-LOG-ENTRY.
            ADD 1 TO WS-OLOG-COUNT.

            MOVE ZERO TO WS-FIND-COL.

            IF OLOG-IS-CHANGE
                MOVE WS-COL-CHANGED TO WS-FIND-COL
            ELSE IF OLOG-IS-DELETE
                MOVE WS-COL-DELETED TO WS-FIND-COL
            ELSE IF OLOG-IS-PAYMENT
                MOVE WS-COL-PAYMENTS TO WS-FIND-COL
            ELSE IF OLOG-IS-REVERSAL
                MOVE WS-COL-REVERSALS TO WS-FIND-COL
            ELSE IF OLOG-IS-CREDIT-OVRD
                MOVE WS-COL-CRED-OVRD TO WS-FIND-COL
            ELSE IF OLOG-IS-STOCK-OVRD
                MOVE WS-COL-STOCK-OVRD TO WS-FIND-COL
            ELSE IF OLOG-IS-RESTORE
                MOVE WS-COL-RESTORES TO WS-FIND-COL
            END-IF.

            IF WS-FIND-COL > ZERO
                MOVE OLOG-LOC TO WS-FIND-LOC
                MOVE OLOG-OPER TO WS-FIND-OPER
                PERFORM 380-COUNT-ACTIVITY
            END-IF.

            PERFORM 375-READ-LOG.

        370-START-LOG.
            MOVE 'N' TO WS-EOF-SW.
            MOVE LOW-VALUES TO OLOG-KEY.
            MOVE WS-FROM-DATE TO OLOG-DATE.

            START OPERLOG-IN
                KEY IS NOT LESS THAN OLOG-KEY
                INVALID KEY
                    MOVE 'Y' TO WS-EOF-SW
            END-START.

            IF NOT WS-EOF
                PERFORM 375-READ-LOG
            END-IF.

        375-READ-LOG.
            READ OPERLOG-IN NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-EOF-SW
            END-READ.

            IF NOT WS-EOF
                AND OLOG-DATE > WS-THRU-DATE
                MOVE 'Y' TO WS-EOF-SW
            END-IF.

      * ADD ONE TO COLUMN WS-FIND-COL OF THE ROW FOR WS-FIND-LOC
      * AND WS-FIND-OPER, STARTING THE ROW IF IT IS NEW.  AN ORDER
      * OR EVENT FROM BEFORE BRANCHES EXISTED BELONGS TO '01'.
        380-COUNT-ACTIVITY.
            IF WS-FIND-LOC NOT > SPACES
                MOVE '01' TO WS-FIND-LOC
            END-IF.

            IF WS-FIND-OPER = LOW-VALUES
                MOVE SPACES TO WS-FIND-OPER
            END-IF.

            MOVE ZERO TO WS-HIT-SUB.
            MOVE 'N' TO WS-FOUND-SW.

            PERFORM 385-MATCH-ENTRY
                VARYING WS-SUB FROM 1 BY 1
                UNTIL WS-SUB > WS-ACT-COUNT
                    OR WS-FOUND.

            IF NOT WS-FOUND
                IF WS-ACT-COUNT < WS-ACT-MAX
                    ADD 1 TO WS-ACT-COUNT
                    MOVE WS-ACT-COUNT TO WS-HIT-SUB
                    MOVE WS-FIND-KEY TO WS-ACT-KEY(WS-HIT-SUB)
                    MOVE 'N' TO WS-ACT-DONE(WS-HIT-SUB)
                    PERFORM 386-CLEAR-COUNT
                        VARYING WS-COL FROM 1 BY 1
                        UNTIL WS-COL > 9
                ELSE
                    DISPLAY 'BOPRGOA ACTIVITY TABLE FULL - '
                        WS-FIND-LOC ' ' WS-FIND-OPER ' NOT COUNTED'
                    MOVE 'FAILED' TO WS-RUN-STATUS
                END-IF
            END-IF.

            IF WS-HIT-SUB > ZERO
                ADD 1 TO WS-ACT-CNT(WS-HIT-SUB, WS-FIND-COL)
            END-IF.

        385-MATCH-ENTRY.
            IF WS-ACT-KEY(WS-SUB) = WS-FIND-KEY
                MOVE WS-SUB TO WS-HIT-SUB
                MOVE 'Y' TO WS-FOUND-SW
            END-IF.

        386-CLEAR-COUNT.
            MOVE ZERO TO WS-ACT-CNT(WS-HIT-SUB, WS-COL).

      * PRINT THE ROWS LOWEST BRANCH AND OPERATOR FIRST, WITH A
      * TOTAL AT EACH CHANGE OF BRANCH AND ONE FOR THE WHOLE SHOP.
        400-PRINT-ACTIVITY.
            MOVE SPACES TO WS-LAST-LOC.
            PERFORM 415-CLEAR-TOTAL
                VARYING WS-COL FROM 1 BY 1
                UNTIL WS-COL > 9.

            PERFORM 410-PRINT-NEXT-OPER
                WS-ACT-COUNT TIMES.

            IF WS-ACT-COUNT > ZERO
                PERFORM 440-PRINT-BRANCH-TOTAL
            END-IF.

            MOVE SPACES TO RPT-A-LOC.
            MOVE SPACES TO RPT-A-OPER.
            MOVE 'ALL BRANCHES' TO RPT-A-NAME.
            PERFORM 445-MOVE-ALL-TOTAL
                VARYING WS-COL FROM 1 BY 1
                UNTIL WS-COL > 9.

            PERFORM 460-PRINT-ACT-LINE.

        410-PRINT-NEXT-OPER.
            MOVE HIGH-VALUES TO WS-LOW-KEY.
            MOVE ZERO TO WS-HIT-SUB.

            PERFORM 420-CHECK-LOWEST
                VARYING WS-SUB FROM 1 BY 1
                UNTIL WS-SUB > WS-ACT-COUNT.

            MOVE 'Y' TO WS-ACT-DONE(WS-HIT-SUB).

            IF WS-ACT-LOC(WS-HIT-SUB) IS NOT EQUAL TO WS-LAST-LOC
                AND WS-LAST-LOC > SPACES
                PERFORM 440-PRINT-BRANCH-TOTAL
            END-IF.

            MOVE WS-ACT-LOC(WS-HIT-SUB) TO WS-LAST-LOC.

            MOVE WS-ACT-LOC(WS-HIT-SUB) TO RPT-A-LOC.
            MOVE WS-ACT-OPER(WS-HIT-SUB) TO RPT-A-OPER.

            IF WS-ACT-OPER(WS-HIT-SUB) = SPACES
                MOVE '(NO OPERATOR)' TO RPT-A-NAME
            ELSE
                MOVE WS-ACT-OPER(WS-HIT-SUB) TO OPER-ID
                READ OPERFILE-IN
                    INVALID KEY
                        MOVE 'NOT ON OPERFILE' TO OPER-NAME
                END-READ
                MOVE OPER-NAME TO RPT-A-NAME
            END-IF.

            PERFORM 430-MOVE-COUNT
                VARYING WS-COL FROM 1 BY 1
                UNTIL WS-COL > 9.

            PERFORM 460-PRINT-ACT-LINE.

        415-CLEAR-TOTAL.
            MOVE ZERO TO WS-BR-CNT(WS-COL).
            MOVE ZERO TO WS-ALL-CNT(WS-COL).

        420-CHECK-LOWEST.
            IF WS-ACT-DONE(WS-SUB) = 'N'
                AND WS-ACT-KEY(WS-SUB) < WS-LOW-KEY
                MOVE WS-ACT-KEY(WS-SUB) TO WS-LOW-KEY
                MOVE WS-SUB TO WS-HIT-SUB
            END-IF.

        430-MOVE-COUNT.
            MOVE WS-ACT-CNT(WS-HIT-SUB, WS-COL) TO RPT-A-CNT(WS-COL).
            ADD WS-ACT-CNT(WS-HIT-SUB, WS-COL) TO WS-BR-CNT(WS-COL).
            ADD WS-ACT-CNT(WS-HIT-SUB, WS-COL) TO WS-ALL-CNT(WS-COL).

        440-PRINT-BRANCH-TOTAL.
            MOVE WS-LAST-LOC TO RPT-A-LOC.
            MOVE SPACES TO RPT-A-OPER.
            MOVE 'BRANCH TOTAL' TO RPT-A-NAME.

            PERFORM 442-MOVE-BRANCH-TOTAL
                VARYING WS-COL FROM 1 BY 1
                UNTIL WS-COL > 9.

            PERFORM 460-PRINT-ACT-LINE.

            MOVE SPACES TO RPT-LINE.
            WRITE RPT-LINE.
            ADD 1 TO WS-LINE-COUNT.

        442-MOVE-BRANCH-TOTAL.
            MOVE WS-BR-CNT(WS-COL) TO RPT-A-CNT(WS-COL).
            MOVE ZERO TO WS-BR-CNT(WS-COL).

        445-MOVE-ALL-TOTAL.
            MOVE WS-ALL-CNT(WS-COL) TO RPT-A-CNT(WS-COL).

        460-PRINT-ACT-LINE.
            IF WS-LINE-COUNT >= WS-MAX-LINES
                PERFORM 100-PRINT-HEADERS
            END-IF.

            ADD 1 TO WS-LINE-COUNT.

            MOVE RPT-ACT-LINE TO RPT-LINE.
            WRITE RPT-LINE.

      * SIGN-ONS OUTSIDE HOURS, LOCKS AND UNLOCKS, IN THE ORDER
      * THEY HAPPENED.  DAY 1 OF THE INTEGER CALENDAR, 1601-01-01,
      * WAS A MONDAY, SO THE REMAINDER OVER 7 GIVES 1=MON THROUGH
      * 7=SUN.
        500-LOG-EXCEPTIONS.
            PERFORM 370-START-LOG.

            PERFORM 510-LOG-EXCEPTION
                UNTIL WS-EOF.

        510-LOG-EXCEPTION.
            MOVE OLOG-DATE TO WS-EXC-DATE.
            MOVE OLOG-TIME TO WS-EXC-TIME.
            MOVE OLOG-TERM TO WS-EXC-TERM.
            MOVE OLOG-OPER TO WS-EXC-OPER.
            MOVE SPACES TO WS-EXC-DETAIL.

            IF OLOG-IS-SIGNON
                AND OLOG-DATE IS NUMERIC
                MOVE OLOG-DATE TO WS-WORK-DATE-NUM
                COMPUTE WS-WORK-INT =
                    FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-NUM)
                COMPUTE WS-WORK-WEEKS = (WS-WORK-INT - 1) / 7
                COMPUTE WS-DOW = WS-WORK-INT - (WS-WORK-WEEKS * 7)
                IF WS-WORK-INT > ZERO
                    AND (WS-DOW > 5
                        OR OLOG-TIME < WS-DAY-START
                        OR OLOG-TIME > WS-DAY-END)
                    ADD 1 TO WS-HOURS-COUNT
                    MOVE 'SIGN-ON OUT OF HOURS' TO WS-EXC-TYPE
                    STRING WS-DAY-NAME(WS-DOW) DELIMITED BY SIZE
                        ' - BRANCH ' DELIMITED BY SIZE
                        OLOG-LOC DELIMITED BY SIZE
                        INTO WS-EXC-DETAIL
                    END-STRING
                    PERFORM 590-PRINT-EXCEPTION
                END-IF
            END-IF.

            IF OLOG-IS-LOCK
                ADD 1 TO WS-LOCK-COUNT
                MOVE 'ID LOCKED' TO WS-EXC-TYPE
                STRING 'ID ' DELIMITED BY SIZE
                    OLOG-SUBJECT(1:4) DELIMITED BY SIZE
                    ' - THREE BAD PASSWORDS' DELIMITED BY SIZE
                    INTO WS-EXC-DETAIL
                END-STRING
                PERFORM 590-PRINT-EXCEPTION
            END-IF.

            IF OLOG-IS-UNLOCK
                ADD 1 TO WS-UNLOCK-COUNT
                MOVE 'ID UNLOCKED' TO WS-EXC-TYPE
                STRING 'ID ' DELIMITED BY SIZE
                    OLOG-SUBJECT(1:4) DELIMITED BY SIZE
                    ' UNLOCKED' DELIMITED BY SIZE
                    INTO WS-EXC-DETAIL
                END-STRING
                PERFORM 590-PRINT-EXCEPTION
            END-IF.

            PERFORM 375-READ-LOG.

      * EVERY ID STILL LOCKED, AND EVERY ID NOT SIGNED ON WITH FOR
      * SIXTY DAYS.  AN OPERATOR WHO HAS NEVER SIGNED ON IS AGED
      * FROM THE DATE THE PASSWORD WAS SET, SO ONE LOADED THIS WEEK
      * IS NOT REPORTED.
        550-OPERATOR-EXCEPTIONS.
            MOVE 'N' TO WS-EOF-SW.
            MOVE LOW-VALUES TO OPER-KEY.

            START OPERFILE-IN
                KEY IS NOT LESS THAN OPER-KEY
                INVALID KEY
                    MOVE 'Y' TO WS-EOF-SW
            END-START.

            IF NOT WS-EOF
                PERFORM 570-READ-OPERATOR
            END-IF.

            PERFORM 560-CHECK-OPERATOR
                UNTIL WS-EOF.

        560-CHECK-OPERATOR.
            MOVE SPACES TO WS-EXC-TIME.
            MOVE SPACES TO WS-EXC-TERM.
            MOVE OPER-ID TO WS-EXC-OPER.
            MOVE SPACES TO WS-EXC-DETAIL.

            IF OPER-LOCKED
                ADD 1 TO WS-LOCKED-COUNT
                MOVE SPACES TO WS-EXC-DATE
                MOVE 'ID STILL LOCKED' TO WS-EXC-TYPE
                MOVE OPER-NAME TO WS-EXC-DETAIL
                PERFORM 590-PRINT-EXCEPTION
            END-IF.

            MOVE SPACES TO WS-EXC-DETAIL.

            IF OPER-LAST-SIGNON IS NUMERIC
                MOVE OPER-LAST-SIGNON TO WS-EXC-DATE
            ELSE IF OPER-PWD-DATE IS NUMERIC
                MOVE OPER-PWD-DATE TO WS-EXC-DATE
                MOVE 'NEVER SIGNED ON' TO WS-EXC-DETAIL(22:19)
            ELSE
                MOVE SPACES TO WS-EXC-DATE
                MOVE 'NEVER SIGNED ON' TO WS-EXC-DETAIL(22:19)
            END-IF.

            IF WS-EXC-DATE = SPACES
                MOVE ZERO TO WS-WORK-INT
            ELSE
                MOVE WS-EXC-DATE TO WS-WORK-DATE-NUM
                COMPUTE WS-WORK-INT =
                    FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-NUM)
            END-IF.

            IF WS-TODAY-INT - WS-WORK-INT > WS-UNUSED-DAYS
                ADD 1 TO WS-UNUSED-COUNT
                MOVE 'UNUSED 60 DAYS' TO WS-EXC-TYPE
                MOVE OPER-NAME TO WS-EXC-DETAIL(1:20)
                PERFORM 590-PRINT-EXCEPTION
            END-IF.

            PERFORM 570-READ-OPERATOR.

        570-READ-OPERATOR.
            READ OPERFILE-IN NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-EOF-SW
            END-READ.

      * EVERY TRANSACTION START IN THE WEEK WITH NO OPERATOR ON
      * IT.  AUDITLOG IS IN TERMINAL ORDER, SO THE WHOLE FILE IS
      * READ.
        600-AUDIT-EXCEPTIONS.
            MOVE 'N' TO WS-EOF-SW.

            PERFORM 620-READ-AUDIT.

            PERFORM 610-CHECK-AUDIT
                UNTIL WS-EOF.

        610-CHECK-AUDIT.
            IF AUDITLOG-DATE NOT < WS-FROM-DATE
                AND AUDITLOG-DATE NOT > WS-THRU-DATE
                AND (AUDITLOG-OPER = SPACES
                    OR AUDITLOG-OPER = LOW-VALUES)
                ADD 1 TO WS-NO-OPER-COUNT
                MOVE AUDITLOG-DATE TO WS-EXC-DATE
                MOVE AUDITLOG-TIME TO WS-EXC-TIME
                MOVE AUDITLOG-TERM TO WS-EXC-TERM
                MOVE SPACES TO WS-EXC-OPER
                MOVE 'NO OPERATOR STAMPED' TO WS-EXC-TYPE
                MOVE SPACES TO WS-EXC-DETAIL
                STRING 'TRANSACTION ' DELIMITED BY SIZE
                    AUDITLOG-TRANS DELIMITED BY SIZE
                    INTO WS-EXC-DETAIL
                END-STRING
                PERFORM 590-PRINT-EXCEPTION
            END-IF.

            PERFORM 620-READ-AUDIT.

        620-READ-AUDIT.
            READ AUDITLOG-IN NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-EOF-SW
            END-READ.

        590-PRINT-EXCEPTION.
            ADD 1 TO WS-EXC-COUNT.

            IF WS-LINE-COUNT >= WS-MAX-LINES
                PERFORM 100-PRINT-HEADERS
            END-IF.

            ADD 1 TO WS-LINE-COUNT.

            MOVE WS-EXC-DATE TO RPT-E-DATE.
            MOVE WS-EXC-TIME TO RPT-E-TIME.
            MOVE WS-EXC-TERM TO RPT-E-TERM.
            MOVE WS-EXC-OPER TO RPT-E-OPER.
            MOVE WS-EXC-TYPE TO RPT-E-TYPE.
            MOVE WS-EXC-DETAIL TO RPT-E-DETAIL.

            MOVE RPT-EXC-LINE TO RPT-LINE.
            WRITE RPT-LINE.

        690-PRINT-TOTAL.
            MOVE RPT-TOTAL-LINE TO RPT-LINE.
            WRITE RPT-LINE.

        800-ENDFILE.
            PERFORM 820-WRITE-RUN-STATUS.

            CLOSE WEEKIN-IN.
            CLOSE ORDJRNL-IN.
            CLOSE OPERLOG-IN.
            CLOSE AUDITLOG-IN.
            CLOSE OPERFILE-IN.
            CLOSE ACT-OUT.
            CLOSE RPTSTAT-FILE.

      * DROP THE RUN RESULT ON THE RPTSTAT STATUS FILE SO THE
      * BOPRGO REPORTS MENU CAN SHOW STAFF WHETHER THE LAST RUN
      * ACTUALLY FINISHED BEFORE THEY SUBMIT IT AGAIN.
        820-WRITE-RUN-STATUS.
            MOVE 'BOPRGOA' TO RPTSTAT-JOB.
            MOVE WS-CURRENT-DATE TO RPTSTAT-DATE.
            MOVE WS-CURR-HHMMSS TO RPTSTAT-TIME.
            COMPUTE RPTSTAT-RECORDS = WS-JRNL-COUNT + WS-OLOG-COUNT.
            MOVE WS-ACT-COUNT TO RPTSTAT-GOOD.
            MOVE WS-EXC-COUNT TO RPTSTAT-REJECTS.
            MOVE WS-RUN-STATUS TO RPTSTAT-STATUS.

            WRITE RPTSTAT-RECORD
                INVALID KEY
                    REWRITE RPTSTAT-RECORD
                        INVALID KEY
                            DISPLAY 'BOPRGOA - RPTSTAT WRITE FAILED'
                    END-REWRITE
            END-WRITE.

        999-EXIT.
            STOP RUN.
