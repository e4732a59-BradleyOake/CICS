        $SET DB2 (DB=INFOSYS,UDB-VERSION=V8)
        IDENTIFICATION DIVISION.
        PROGRAM-ID.  BOPRGN.
        AUTHOR. OAKE.

      * STOCK CARD INQUIRY - KEY A BRANCH (BLANK MEANS THE
      * OPERATOR'S OWN) AND A PART AND PRESS ENTER.  THE HEADING
      * SHOWS THE DESCRIPTION AND WHAT BILLM.PART_ONHAND SAYS IS
      * ON HAND AND IN QUARANTINE RIGHT NOW; THE ROWS BELOW ARE
      * THE PART'S BILLM.STOCK_LEDGER MOVEMENTS AT THAT BRANCH,
      * NEWEST FIRST, TEN TO A PAGE - DATE, TIME, MOVE TYPE, THE
      * CHANGE TO ON-HAND AND TO QUARANTINE, THE ON-HAND BALANCE
      * IT LEFT, AND THE PROGRAM, DOCUMENT AND OPERATOR BEHIND IT.
      * READ DOWN THE BALANCE COLUMN TO SEE HOW ON-HAND GOT TO
      * WHERE IT IS.  PF8 PAGES BACK INTO OLDER MOVEMENTS AND PF7
      * COMES FORWARD AGAIN.  INQUIRY ONLY - NOTHING MOVES HERE.
      * MOVE TYPES ARE THE BOPRGPS ACTION CODES - D TAKE, A GIVE,
      * R RECEIPT, Q QUARANTINE, T UNQUARANTINE, S QUARANTINE TO
      * STOCK - PLUS J FOR A BOPRGCV COUNT ADJUSTMENT.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. RS-6000.
        OBJECT-COMPUTER. RS-6000.

        DATA DIVISION.
        WORKING-STORAGE SECTION.

        COPY 'BOMAPI'.
        COPY 'DFHBMSCA'.
        COPY 'AUDITLOG-LAYOUT'.

        EXEC SQL INCLUDE SQLCA END-EXEC.

        01 WS-SQL-CODE          PIC -9(8).

        EXEC SQL BEGIN DECLARE SECTION END-EXEC.
            01  SQL-PART-CODE               PIC X(8).
            01  SQL-LOCATION                PIC X(2).
            01  SQL-PART-DESC               PIC X(17).
            01  SQL-QTY-ON-HAND             PIC S9(7) COMP-3.
            01  SQL-QTY-QUARANTINE          PIC S9(7) COMP-3.
            01  SQL-LEDG-DATE               PIC X(8).
            01  SQL-LEDG-TIME               PIC X(6).
            01  SQL-LEDG-TYPE               PIC X(1).
            01  SQL-LEDG-ONHAND             PIC S9(7) COMP-3.
            01  SQL-LEDG-QUAR               PIC S9(7) COMP-3.
            01  SQL-LEDG-AFTER              PIC S9(7) COMP-3.
            01  SQL-LEDG-SOURCE             PIC X(8).
            01  SQL-LEDG-DOC-NO             PIC X(7).
            01  SQL-LEDG-OPER               PIC X(4).
        EXEC SQL END DECLARE SECTION END-EXEC.

        EXEC SQL
            DECLARE CARD-CURSOR CURSOR FOR
                SELECT MOVE_DATE, MOVE_TIME, MOVE_TYPE,
                       ONHAND_CHG, QUAR_CHG, ONHAND_AFTER,
                       SOURCE_PGM, DOC_NO, OPER_ID
                FROM BILLM.STOCK_LEDGER
                WHERE PART_CODE = :SQL-PART-CODE
                  AND LOCATION = :SQL-LOCATION
                ORDER BY MOVE_DATE DESC, MOVE_TIME DESC
        END-EXEC.

        01 WS-TRANSFER-FIELD    PIC X(3).
        01 WS-TRANSFER-LENGTH   PIC S9(4) COMP VALUE 3.
        01 WS-AUDIT-ABSTIME     PIC S9(15) COMP-3.

        01 WS-CARD-SAVE.
            05 WS-CS-SW             PIC X(3) VALUE 'SIN'.
            05 WS-CS-LOC            PIC X(2).
            05 WS-CS-PART           PIC X(4).
            05 WS-CS-PAGE           PIC 9(3).
        01 WS-CARD-SAVE-LENGTH  PIC S9(4) COMP VALUE 12.

        01 WS-ROW-SUB           PIC 99 COMP.
        01 WS-ROW-COUNT         PIC 99 COMP.
        01 WS-SKIP-COUNT        PIC 9(5) COMP.

        01 WS-FETCH-SW          PIC X VALUE 'N'.
            88 WS-FETCH-DONE     VALUE 'Y'.

        01 WS-NO-OLDER-SW       PIC X VALUE 'N'.
            88 WS-NO-OLDER       VALUE 'Y'.

        01 WS-QTY-DISPLAY       PIC ZZZZZZ9-.
        01 WS-CHG-DISPLAY       PIC ------9.
        01 WS-PAGE-DISPLAY      PIC ZZ9.

        01 WS-SIGNON-NAME.
            05 WS-SIGNON-TERMID     PIC X(4).
            05 WS-SIGNON-QID        PIC X(4) VALUE 'SGNQ'.

        01 WS-SIGNON-RECORD.
            05 WS-OPER-ID           PIC X(4).
            05 WS-OPER-AUTH         PIC X(1).
            05 WS-OPER-LOC          PIC X(2).
        01 WS-SIGNON-LENGTH     PIC S9(4) COMP VALUE 7.

        LINKAGE SECTION.
            01 DFHCOMMAREA.
                05 LK-TRANSFER    PIC X(3).
                05 LK-CS-LOC      PIC X(2).
                05 LK-CS-PART     PIC X(4).
                05 LK-CS-PAGE     PIC 9(3).

        PROCEDURE DIVISION.

        000-START-LOGIC.

            EXEC SQL
                WHENEVER SQLERROR GO TO 990-SQL-ERR
            END-EXEC.

            EXEC SQL
                WHENEVER SQLWARNING CONTINUE
            END-EXEC.

            EXEC SQL
                WHENEVER NOT FOUND CONTINUE
            END-EXEC.

            EXEC CICS HANDLE AID
                PF4 (999-EXIT)
                PF7 (400-PAGE-NEWER)
                PF8 (410-PAGE-OLDER)
            END-EXEC.

            EXEC CICS HANDLE CONDITION
                MAPFAIL(100-FIRST-TIME)
            END-EXEC.

            PERFORM 050-LOG-AUDIT THRU 051-AUDIT-LOGGED.

            IF EIBCALEN = 3
                GO TO 100-FIRST-TIME
            END-IF.

            EXEC CICS
                RECEIVE MAP('MAPI') MAPSET('BOMAPI')
            END-EXEC.

            GO TO 300-NEW-PART.

      * THE SIGNED-ON OPERATOR LIVES IN THE PER-TERMINAL SIGN-ON
      * QUEUE BOPRGS WRITES.  AN EMPTY QUEUE LEAVES THE OPERATOR
      * FIELDS SPACES - NOBODY IS SIGNED ON AT THIS TERMINAL.
        040-GET-OPERATOR.
            MOVE EIBTRMID TO WS-SIGNON-TERMID.
            MOVE SPACES TO WS-SIGNON-RECORD.
            MOVE 7 TO WS-SIGNON-LENGTH.

            EXEC CICS HANDLE CONDITION
                QIDERR(041-NO-OPERATOR)
            END-EXEC.

            EXEC CICS READQ TS QUEUE(WS-SIGNON-NAME)
                INTO(WS-SIGNON-RECORD)
                LENGTH(WS-SIGNON-LENGTH)
                ITEM(1)
            END-EXEC.

        041-NO-OPERATOR.
            EXIT.

        050-LOG-AUDIT.
            MOVE EIBTRMID TO AUDITLOG-TERM.
            MOVE EIBTRNID TO AUDITLOG-TRANS.

            PERFORM 040-GET-OPERATOR THRU 041-NO-OPERATOR.
            MOVE WS-OPER-ID TO AUDITLOG-OPER.

            EXEC CICS ASSIGN ABSTIME(WS-AUDIT-ABSTIME) END-EXEC.

            EXEC CICS FORMATTIME ABSTIME(WS-AUDIT-ABSTIME)
                YYYYMMDD(AUDITLOG-DATE)
                TIME(AUDITLOG-TIME)
                DATESEP(0)
                TIMESEP(0)
            END-EXEC.

            EXEC CICS HANDLE CONDITION
                DUPKEY(051-AUDIT-LOGGED)
                DUPREC(051-AUDIT-LOGGED)
            END-EXEC.

            EXEC CICS WRITE FILE('AUDITLOG')
                FROM(AUDITLOG-RECORD)
                RIDFLD(AUDITLOG-KEY)
                LENGTH(AUDITLOG-LENGTH)
            END-EXEC.

        051-AUDIT-LOGGED.
            EXIT.

        100-FIRST-TIME.
            MOVE LOW-VALUES TO MAPIO.
            MOVE WS-OPER-LOC TO SLOCO.
            MOVE 'KEY A BRANCH AND PART' TO MSGO.

            EXEC CICS
                SEND MAP('MAPI') MAPSET('BOMAPI') ERASE
            END-EXEC.

            EXEC CICS RETURN TRANSID('BO19')
                COMMAREA(WS-CARD-SAVE)
                LENGTH(WS-CARD-SAVE-LENGTH)
            END-EXEC.

      * ENTER ALWAYS STARTS A FRESH CARD AT THE NEWEST PAGE.
        300-NEW-PART.
            IF SPARTL EQUALS ZERO
                OR SPARTI EQUALS SPACES
                MOVE 'KEY A PART CODE' TO MSGO
                MOVE -1 TO SPARTL

                GO TO 910-SEND-MAP-ERR
            END-IF.

            IF SLOCL > ZERO AND SLOCI > SPACES
                MOVE SLOCI TO WS-CS-LOC
            ELSE IF WS-OPER-LOC > SPACES
                MOVE WS-OPER-LOC TO WS-CS-LOC
            ELSE
                MOVE '01' TO WS-CS-LOC
            END-IF.

            MOVE SPARTI TO WS-CS-PART.
            MOVE ZERO TO WS-CS-PAGE.

            GO TO 500-SHOW-CARD.

      * PF7 / PF8 WORK OFF THE CARD ALREADY ON THE SCREEN - THE
      * BRANCH, PART AND PAGE RIDE IN THE COMMAREA.
        400-PAGE-NEWER.
            PERFORM 420-RESTORE-CARD.

            IF WS-CS-PAGE EQUALS ZERO
                MOVE LOW-VALUES TO MAPIO
                MOVE 'ALREADY AT THE NEWEST MOVEMENTS' TO MSGO

                GO TO 910-SEND-MAP-ERR
            END-IF.

            SUBTRACT 1 FROM WS-CS-PAGE.

            GO TO 500-SHOW-CARD.

        410-PAGE-OLDER.
            PERFORM 420-RESTORE-CARD.

            ADD 1 TO WS-CS-PAGE.

            GO TO 500-SHOW-CARD.

        420-RESTORE-CARD.
            IF EIBCALEN IS NOT EQUAL TO 12
                OR LK-TRANSFER IS NOT EQUAL TO 'CRD'
                MOVE LOW-VALUES TO MAPIO
                MOVE 'KEY A PART AND PRESS ENTER FIRST' TO MSGO
                MOVE -1 TO SPARTL

                GO TO 910-SEND-MAP-ERR
            END-IF.

            MOVE 'CRD' TO WS-CS-SW.
            MOVE LK-CS-LOC TO WS-CS-LOC.
            MOVE LK-CS-PART TO WS-CS-PART.
            MOVE LK-CS-PAGE TO WS-CS-PAGE.

      * THE PAGE IS FOUND BY READING PAST THE NEWER PAGES ON THE
      * CURSOR, SO MOVEMENTS STAMPED IN THE SAME SECOND NEVER
      * FALL BETWEEN TWO PAGES.  PAGING PAST THE OLDEST MOVEMENT
      * STEPS BACK TO THE LAST PAGE THAT HAD ANY.
        500-SHOW-CARD.
            MOVE 'CRD' TO WS-CS-SW.

            MOVE LOW-VALUES TO MAPIO.
            MOVE WS-CS-LOC TO SLOCO.
            MOVE WS-CS-PART TO SPARTO.

            MOVE SPACES TO SQL-PART-CODE.
            MOVE WS-CS-PART TO SQL-PART-CODE(1:4).
            MOVE WS-CS-LOC TO SQL-LOCATION.

            EXEC SQL SELECT PART_DESC
                INTO :SQL-PART-DESC
                FROM BILLM.PART_CODES
                WHERE PART_CODE = :SQL-PART-CODE
            END-EXEC.

            IF SQLCODE = 100
                MOVE 'SIN' TO WS-CS-SW
                MOVE 'PART NOT ON FILE' TO MSGO
                MOVE -1 TO SPARTL
                MOVE DFHUNIMD TO SPARTA

                GO TO 910-SEND-MAP-ERR
            END-IF.

            MOVE SQL-PART-DESC TO SDESCO.

            EXEC SQL SELECT QTY_ON_HAND, QTY_QUARANTINE
                INTO :SQL-QTY-ON-HAND, :SQL-QTY-QUARANTINE
                FROM BILLM.PART_ONHAND
                WHERE PART_CODE = :SQL-PART-CODE
                  AND LOCATION = :SQL-LOCATION
            END-EXEC.

            IF SQLCODE = 0
                MOVE SQL-QTY-ON-HAND TO WS-QTY-DISPLAY
                MOVE WS-QTY-DISPLAY TO SONHO
                MOVE SQL-QTY-QUARANTINE TO WS-QTY-DISPLAY
                MOVE WS-QTY-DISPLAY TO SQUARO
            END-IF.

            COMPUTE WS-PAGE-DISPLAY = WS-CS-PAGE + 1.
            MOVE WS-PAGE-DISPLAY TO SPAGEO.

            MOVE 'N' TO WS-FETCH-SW.
            MOVE ZERO TO WS-ROW-COUNT.
            COMPUTE WS-SKIP-COUNT = WS-CS-PAGE * 10.

            EXEC SQL OPEN CARD-CURSOR END-EXEC.

            IF WS-SKIP-COUNT > ZERO
                PERFORM 520-SKIP-ROW WS-SKIP-COUNT TIMES
            END-IF.

            PERFORM 530-SHOW-ROW THRU 530-EXIT
                VARYING WS-ROW-SUB FROM 1 BY 1
                UNTIL WS-ROW-SUB > 10
                   OR WS-FETCH-DONE.

            EXEC SQL CLOSE CARD-CURSOR END-EXEC.

            IF WS-ROW-COUNT EQUALS ZERO
                AND WS-CS-PAGE > ZERO
                SUBTRACT 1 FROM WS-CS-PAGE
                SET WS-NO-OLDER TO TRUE
                GO TO 500-SHOW-CARD
            END-IF.

            IF WS-NO-OLDER
                MOVE 'NO OLDER MOVEMENTS' TO MSGO
            ELSE IF WS-ROW-COUNT EQUALS ZERO
                MOVE 'NO MOVEMENTS ON FILE AT THAT BRANCH' TO MSGO
            ELSE IF WS-FETCH-DONE
                MOVE 'OLDEST MOVEMENT SHOWN - PF7 NEWER' TO MSGO
            ELSE
                MOVE 'PF8 OLDER  PF7 NEWER  PF4 MENU' TO MSGO
            END-IF.

            GO TO 900-SEND-MAP.

        520-SKIP-ROW.
            IF NOT WS-FETCH-DONE
                EXEC SQL FETCH CARD-CURSOR
                    INTO :SQL-LEDG-DATE, :SQL-LEDG-TIME,
                         :SQL-LEDG-TYPE, :SQL-LEDG-ONHAND,
                         :SQL-LEDG-QUAR, :SQL-LEDG-AFTER,
                         :SQL-LEDG-SOURCE, :SQL-LEDG-DOC-NO,
                         :SQL-LEDG-OPER
                END-EXEC

                IF SQLCODE = 100
                    SET WS-FETCH-DONE TO TRUE
                END-IF
            END-IF.

        530-SHOW-ROW.
            EXEC SQL FETCH CARD-CURSOR
                INTO :SQL-LEDG-DATE, :SQL-LEDG-TIME,
                     :SQL-LEDG-TYPE, :SQL-LEDG-ONHAND,
                     :SQL-LEDG-QUAR, :SQL-LEDG-AFTER,
                     :SQL-LEDG-SOURCE, :SQL-LEDG-DOC-NO,
                     :SQL-LEDG-OPER
            END-EXEC.

            IF SQLCODE = 100
                SET WS-FETCH-DONE TO TRUE
                GO TO 530-EXIT
            END-IF.

            ADD 1 TO WS-ROW-COUNT.

            MOVE SQL-LEDG-DATE TO RDATEO(WS-ROW-SUB).
            MOVE SQL-LEDG-TIME TO RTIMEO(WS-ROW-SUB).
            MOVE SQL-LEDG-TYPE TO RTYPEO(WS-ROW-SUB).
            MOVE SQL-LEDG-ONHAND TO WS-CHG-DISPLAY.
            MOVE WS-CHG-DISPLAY TO RCHGO(WS-ROW-SUB).
            MOVE SQL-LEDG-QUAR TO WS-CHG-DISPLAY.
            MOVE WS-CHG-DISPLAY TO RQCHGO(WS-ROW-SUB).
            MOVE SQL-LEDG-AFTER TO WS-CHG-DISPLAY.
            MOVE WS-CHG-DISPLAY TO RBALO(WS-ROW-SUB).
            MOVE SQL-LEDG-SOURCE TO RSRCO(WS-ROW-SUB).
            MOVE SQL-LEDG-DOC-NO TO RDOCO(WS-ROW-SUB).
            MOVE SQL-LEDG-OPER TO ROPERO(WS-ROW-SUB).

        530-EXIT.
            EXIT.

        900-SEND-MAP.
            EXEC CICS
                SEND MAP('MAPI') MAPSET('BOMAPI') ERASE
            END-EXEC.

            EXEC CICS RETURN TRANSID('BO19')
                COMMAREA(WS-CARD-SAVE)
                LENGTH(WS-CARD-SAVE-LENGTH)
            END-EXEC.

        910-SEND-MAP-ERR.
            EXEC CICS
                SEND MAP('MAPI') MAPSET('BOMAPI')
            END-EXEC.

            EXEC CICS RETURN TRANSID('BO19')
                COMMAREA(WS-CARD-SAVE)
                LENGTH(WS-CARD-SAVE-LENGTH)
            END-EXEC.

        990-SQL-ERR.
            MOVE SQLCODE TO WS-SQL-CODE.

            MOVE LOW-VALUES TO MAPIO.
            MOVE 'SIN' TO WS-CS-SW.
            STRING 'SQL ERROR ' WS-SQL-CODE
                DELIMITED BY SIZE INTO MSGO.

            EXEC CICS
                SEND MAP('MAPI') MAPSET('BOMAPI') ERASE
            END-EXEC.

            EXEC CICS RETURN TRANSID('BO19')
                COMMAREA(WS-CARD-SAVE)
                LENGTH(WS-CARD-SAVE-LENGTH)
            END-EXEC.

        999-EXIT.
            EXEC CICS XCTL
                PROGRAM('BOPRGM')
                COMMAREA(WS-TRANSFER-FIELD)
                LENGTH(WS-TRANSFER-LENGTH)
            END-EXEC.
