        IDENTIFICATION DIVISION.
        PROGRAM-ID.  BOPRGX.
        AUTHOR. OAKE.

      * INTER-BRANCH STOCK TRANSFER - MOVES STOCK BETWEEN THE
      * ORIGINAL SHOP '01' AND THE NEW COUNTER '02' ON A TRANSFER
      * DOCUMENT OF ITS OWN, INSTEAD OF A BOPRGCV COUNT ADJUSTMENT
      * AT BOTH ENDS.
      * SENDING - LEAVE THE TRANSFER NUMBER BLANK, KEY UP TO TEN
      * PART / QUANTITY ROWS AND PRESS ENTER.  STOCK ALWAYS GOES
      * FROM THE OPERATOR'S OWN BRANCH; THE RECEIVING BRANCH
      * DEFAULTS TO THE OTHER ONE.  EVERY PART MUST HAVE A
      * PART_ONHAND ROW AT BOTH BRANCHES AND ENOUGH ON HAND AT THE
      * SENDING ONE.  THE TRANSFER TAKES THE NEXT XFRCTL NUMBER,
      * THE STOCK COMES OFF THE SENDING BRANCH AT ONCE THROUGH
      * BOPRGPS ('D', LEDGERED UNDER THE TRANSFER NUMBER) AND
      * EACH XFRFILE LINE IS WRITTEN IN TRANSIT CARRYING THE
      * AVERAGE COST THE STOCK LEFT AT.
      * RECEIVING - KEY THE TRANSFER NUMBER AND PRESS ENTER.  THE
      * LINES COME UP WITH WHAT WAS SENT; ONLY THE RECEIVING
      * BRANCH MAY KEY WHAT ACTUALLY ARRIVED - A QUANTITY ON EVERY
      * LINE, ZERO IF NONE CAME - AND PRESS ENTER AGAIN.  THE
      * RECEIVED QUANTITIES GO ONTO THE RECEIVING BRANCH THROUGH
      * BOPRGPS ('R' AT THE CARRIED COST, SO ITS AVERAGE COST
      * ROLLS THE SAME AS A SUPPLIER RECEIPT) AND EVERY LINE
      * CLOSES.  A LINE OVER OR SHORT OF WHAT WAS SENT SHOWS THE
      * DIFFERENCE AND IS MARKED FOR THE BOPRGXT TRANSFER REPORT,
      * WHICH ALSO LISTS ANYTHING LEFT IN TRANSIT TOO LONG.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. RS-6000.
        OBJECT-COMPUTER. RS-6000.

        DATA DIVISION.
        WORKING-STORAGE SECTION.

        COPY 'BOMAPJ'.
        COPY 'DFHBMSCA'.
        COPY 'XFRFILE-LAYOUT'.
        COPY 'XFRCTL-LAYOUT'.
        COPY 'AUDITLOG-LAYOUT'.

        01 WS-TRANSFER-FIELD    PIC X(3).
        01 WS-TRANSFER-LENGTH   PIC S9(4) COMP VALUE 3.
        01 WS-AUDIT-ABSTIME     PIC S9(15) COMP-3.
        01 WS-XFR-ABSTIME       PIC S9(15) COMP-3.
        01 WS-XFR-DATE          PIC X(8).
        01 WS-XFR-TIME          PIC X(6).

        01 WS-XFR-SAVE.
            05 WS-XS-SW             PIC X(3) VALUE SPACES.
            05 WS-XS-XFR-NO         PIC X(7).
            05 WS-XS-LINES          PIC 99.
        01 WS-XFR-SAVE-LENGTH   PIC S9(4) COMP VALUE 12.

        01 WS-MY-LOC            PIC X(2).
        01 WS-FROM-LOC          PIC X(2).
        01 WS-TO-LOC            PIC X(2).

        01 WS-ROW-SUB           PIC 99 COMP.
        01 WS-SHOWN-COUNT       PIC 99 COMP VALUE ZERO.
        01 WS-KEYED-COUNT       PIC 99 COMP VALUE ZERO.
        01 WS-VAR-COUNT         PIC 99 COMP VALUE ZERO.
        01 WS-XFR-QTY           PIC 9(4).
        01 WS-VAR-QTY           PIC S9(5) COMP-3.
        01 WS-VAR-DISPLAY       PIC +ZZZ9.
        01 WS-COUNT-DISPLAY     PIC Z9.
        01 WS-ONHAND-DISPLAY    PIC ZZZZZZ9-.
        01 WS-POSTED-MSG        PIC X(40) VALUE SPACES.

        01 WS-HEAD-STATUS       PIC X(1).
        01 WS-HEAD-SEND-DATE    PIC X(8).
        01 WS-HEAD-RECV-DATE    PIC X(8).
        01 WS-HEAD-RECV-OPER    PIC X(4).

        01 WS-BROWSE-KEY.
            05 WS-BROWSE-XFR-NO     PIC X(7).
            05 WS-BROWSE-LINE       PIC 9(3).

      * THE SCREEN ROW EACH KEYED PART CAME FROM, SO AN ERROR ON
      * A STOCK LINE PUTS THE CURSOR BACK ON THE RIGHT ROW.
        01 WS-LINE-ROWS.
            05 WS-ROW-OF-LINE OCCURS 10 TIMES PIC 99 COMP.

        01 WS-STOCK-EDIT.
            05 WS-STK-ACTION            PIC X.
            05 WS-STK-LOC               PIC X(2).
            05 WS-STK-COUNT             PIC 99 VALUE 10.
            05 WS-STK-ENTRY OCCURS 10 TIMES.
                10 WS-STK-PART          PIC X(4).
                10 WS-STK-QTY           PIC 9(4).
                10 WS-STK-ONHAND        PIC S9(7) COMP-3.
                10 WS-STK-FLAG          PIC X.
            05 WS-STK-COSTS OCCURS 10 TIMES.
                10 WS-STK-COST          PIC S9(5)V99 COMP-3.
            05 WS-STK-SOURCE            PIC X(8) VALUE 'BOPRGX'.
            05 WS-STK-DOC-NO            PIC X(7) VALUE SPACES.
            05 WS-STK-OPER              PIC X(4) VALUE SPACES.
        01 WS-STOCK-EDIT-LENGTH   PIC S9(4) COMP VALUE 194.
        01 WS-STK-SUB             PIC 99 COMP.

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
                05 LK-TRANSFER          PIC X(3).
                05 LK-XFR-NO            PIC X(7).
                05 LK-XFR-LINES         PIC 99.

        PROCEDURE DIVISION.

        000-START-LOGIC.

            EXEC CICS HANDLE AID
                PF4 (999-EXIT)
            END-EXEC.

            EXEC CICS HANDLE CONDITION
                MAPFAIL(100-FIRST-TIME)
                NOTFND(400-XFR-NOT-FOUND)
            END-EXEC.

            PERFORM 050-LOG-AUDIT THRU 051-AUDIT-LOGGED.

      * AN OPERATOR RECORD FROM BEFORE BRANCHES WORKS AT '01'.
            IF WS-OPER-LOC > SPACES
                MOVE WS-OPER-LOC TO WS-MY-LOC
            ELSE
                MOVE '01' TO WS-MY-LOC
            END-IF.

            IF EIBCALEN = 3
                GO TO 100-FIRST-TIME
            END-IF.

            EXEC CICS
                RECEIVE MAP('MAPJ') MAPSET('BOMAPJ')
            END-EXEC.

            IF EIBCALEN = 12 AND LK-TRANSFER EQUALS 'RCV'
                MOVE LK-TRANSFER TO WS-XS-SW
                MOVE LK-XFR-NO TO WS-XS-XFR-NO
                MOVE LK-XFR-LINES TO WS-XS-LINES
                GO TO 600-RECEIVE-XFR
            END-IF.

            IF XFRNOL > ZERO
                GO TO 300-DISPLAY-XFR
            END-IF.

            GO TO 500-SEND-XFR.

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
            MOVE LOW-VALUES TO MAPJO.
            PERFORM 200-DEFAULT-BRANCHES.
            MOVE 'KEY PARTS TO SEND, OR A TRANSFER NO' TO MSGO.

            EXEC CICS
                SEND MAP('MAPJ') MAPSET('BOMAPJ') ERASE
            END-EXEC.

            EXEC CICS RETURN TRANSID('BO20') END-EXEC.

      * THERE ARE TWO BRANCHES - THE RECEIVING ONE IS WHICHEVER
      * THE OPERATOR IS NOT AT.
        200-DEFAULT-BRANCHES.
            MOVE WS-MY-LOC TO WS-FROM-LOC.

            IF WS-FROM-LOC EQUALS '01'
                MOVE '02' TO WS-TO-LOC
            ELSE
                MOVE '01' TO WS-TO-LOC
            END-IF.

            MOVE WS-FROM-LOC TO XFROMO.
            MOVE WS-TO-LOC TO XTOO.

        300-DISPLAY-XFR.

            IF XFRNOL IS NOT EQUAL TO 7
                MOVE 'TRANSFER NUMBER MUST BE 7 DIGITS' TO MSGO
                MOVE -1 TO XFRNOL
                MOVE DFHUNIMD TO XFRNOA

                GO TO 910-SEND-MAP-ERR
            END-IF.

            IF XFRNOI IS NOT NUMERIC
                MOVE 'TRANSFER NUMBER MUST BE NUMERIC' TO MSGO
                MOVE -1 TO XFRNOL
                MOVE DFHUNIMD TO XFRNOA

                GO TO 910-SEND-MAP-ERR
            END-IF.

            MOVE XFRNOI TO WS-XS-XFR-NO.
            MOVE XFRNOI TO WS-BROWSE-XFR-NO.
            MOVE ZERO TO WS-BROWSE-LINE.
            MOVE ZERO TO WS-SHOWN-COUNT.

            MOVE LOW-VALUES TO MAPJO.

            EXEC CICS HANDLE CONDITION
                NOTFND(400-XFR-NOT-FOUND)
                ENDFILE(320-BROWSE-DONE)
            END-EXEC.

            EXEC CICS STARTBR FILE('XFRFILE')
                RIDFLD(WS-BROWSE-KEY)
            END-EXEC.

            PERFORM 310-SHOW-XFR-LINE
                UNTIL WS-BROWSE-XFR-NO IS NOT EQUAL TO WS-XS-XFR-NO
                    OR WS-SHOWN-COUNT > 9.

            EXEC CICS ENDBR FILE('XFRFILE') END-EXEC.

            GO TO 330-SHOW-DONE.

      * THE LINES ARE WRITTEN AND RECEIVED TOGETHER, SO THE FIRST
      * ONE SPEAKS FOR THE WHOLE TRANSFER.
        310-SHOW-XFR-LINE.
            EXEC CICS READNEXT FILE('XFRFILE')
                INTO(XFRFILE-RECORD)
                LENGTH(XFRFILE-LENGTH)
                RIDFLD(WS-BROWSE-KEY)
            END-EXEC.

            IF WS-BROWSE-XFR-NO EQUALS WS-XS-XFR-NO
                ADD 1 TO WS-SHOWN-COUNT

                IF WS-SHOWN-COUNT EQUALS 1
                    MOVE XFRFILE-FROM-LOC TO WS-FROM-LOC
                    MOVE XFRFILE-TO-LOC TO WS-TO-LOC
                    MOVE XFRFILE-STATUS TO WS-HEAD-STATUS
                    MOVE XFRFILE-SEND-DATE TO WS-HEAD-SEND-DATE
                    MOVE XFRFILE-RECV-DATE TO WS-HEAD-RECV-DATE
                    MOVE XFRFILE-RECV-OPER TO WS-HEAD-RECV-OPER
                END-IF

                MOVE XFRFILE-PART-CODE TO RPARTO(WS-SHOWN-COUNT)
                MOVE XFRFILE-QTY-SENT TO RQSNTO(WS-SHOWN-COUNT)
                MOVE DFHBMPRF TO RPARTA(WS-SHOWN-COUNT)
                MOVE DFHBMPRF TO RQSNTA(WS-SHOWN-COUNT)

                IF XFRFILE-ST-RECEIVED
                    MOVE XFRFILE-QTY-RECEIVED
                        TO RQRCVO(WS-SHOWN-COUNT)
                    MOVE DFHBMPRF TO RQRCVA(WS-SHOWN-COUNT)
                    PERFORM 315-SHOW-VARIANCE
                END-IF
            END-IF.

        315-SHOW-VARIANCE.
            COMPUTE WS-VAR-QTY =
                XFRFILE-QTY-RECEIVED - XFRFILE-QTY-SENT.

            IF WS-VAR-QTY NOT = ZERO
                MOVE WS-VAR-QTY TO WS-VAR-DISPLAY
                MOVE WS-VAR-DISPLAY TO RVARO(WS-SHOWN-COUNT)
            END-IF.

        320-BROWSE-DONE.
            EXEC CICS ENDBR FILE('XFRFILE') END-EXEC.

      * AN OPEN TRANSFER SHOWN AT ITS RECEIVING BRANCH IS READY
      * TO RECEIVE; ANYWHERE ELSE, OR ONCE RECEIVED, IT IS LOOK
      * ONLY.
        330-SHOW-DONE.
            IF WS-SHOWN-COUNT EQUALS ZERO
                GO TO 400-XFR-NOT-FOUND
            END-IF.

            MOVE WS-XS-XFR-NO TO XFRNOO.
            MOVE WS-FROM-LOC TO XFROMO.
            MOVE WS-TO-LOC TO XTOO.
            MOVE DFHBMPRF TO XFRNOA.
            MOVE DFHBMPRF TO XTOA.

            IF WS-HEAD-STATUS EQUALS 'R'
                STRING 'RECEIVED ' WS-HEAD-RECV-DATE
                       ' BY ' WS-HEAD-RECV-OPER
                    DELIMITED BY SIZE INTO XSTATO
            ELSE
                STRING 'IN TRANSIT SINCE ' WS-HEAD-SEND-DATE
                    DELIMITED BY SIZE INTO XSTATO
            END-IF.

            IF WS-POSTED-MSG > SPACES
                MOVE WS-POSTED-MSG TO MSGO
            ELSE IF WS-HEAD-STATUS EQUALS 'R'
                MOVE 'TRANSFER ALREADY RECEIVED' TO MSGO
            ELSE IF WS-TO-LOC IS NOT EQUAL TO WS-MY-LOC
                MOVE 'ONLY THE RECEIVING BRANCH CAN RECEIVE IT'
                    TO MSGO
            ELSE
                MOVE 'KEY QTY RECEIVED ON EVERY LINE, ENTER'
                    TO MSGO
                MOVE 'RCV' TO WS-XS-SW
                MOVE WS-SHOWN-COUNT TO WS-XS-LINES
                MOVE -1 TO RQRCVL(1)
            END-IF.

            EXEC CICS
                SEND MAP('MAPJ') MAPSET('BOMAPJ') ERASE
            END-EXEC.

            EXEC CICS RETURN TRANSID('BO20')
                COMMAREA(WS-XFR-SAVE)
                LENGTH(WS-XFR-SAVE-LENGTH)
            END-EXEC.

        400-XFR-NOT-FOUND.
            MOVE LOW-VALUES TO MAPJO.
            PERFORM 200-DEFAULT-BRANCHES.
            MOVE 'TRANSFER NOT FOUND' TO MSGO.
            MOVE -1 TO XFRNOL.

            GO TO 910-SEND-MAP-ERR.

      * A NEW TRANSFER OUT OF THE OPERATOR'S BRANCH.  NOTHING IS
      * NUMBERED OR MOVED UNTIL EVERY ROW HAS PASSED ITS EDITS AND
      * BOTH BRANCHES HAVE BEEN CHECKED.
        500-SEND-XFR.
            PERFORM 200-DEFAULT-BRANCHES.

            IF XTOL > ZERO
                MOVE XTOI TO WS-TO-LOC
            END-IF.

            IF (WS-TO-LOC IS NOT EQUAL TO '01'
                    AND WS-TO-LOC IS NOT EQUAL TO '02')
                OR WS-TO-LOC EQUALS WS-FROM-LOC
                MOVE 'SEND TO THE OTHER BRANCH - 01 OR 02' TO MSGO
                MOVE -1 TO XTOL
                MOVE DFHUNIMD TO XTOA

                GO TO 910-SEND-MAP-ERR
            END-IF.

            MOVE ZERO TO WS-KEYED-COUNT.

            PERFORM 510-EDIT-SEND-ROW THRU 519-SEND-ROW-DONE
                VARYING WS-ROW-SUB FROM 1 BY 1
                UNTIL WS-ROW-SUB > 10.

            IF WS-KEYED-COUNT EQUALS ZERO
                MOVE 'KEY AT LEAST ONE PART AND QUANTITY' TO MSGO
                MOVE -1 TO RPARTL(1)

                GO TO 910-SEND-MAP-ERR
            END-IF.

            PERFORM 520-CHECK-RECEIVING.
            PERFORM 530-CHECK-SENDING.
            PERFORM 540-NEXT-XFR-NUMBER THRU 542-XFRCTL-DONE.
            PERFORM 550-TAKE-STOCK.

            PERFORM 560-WRITE-XFR-LINE
                VARYING WS-STK-SUB FROM 1 BY 1
                UNTIL WS-STK-SUB > WS-KEYED-COUNT.

            STRING 'TRANSFER ' XFRCTL-LAST-XFR
                   ' SENT - NOW IN TRANSIT'
                DELIMITED BY SIZE INTO WS-POSTED-MSG.

            MOVE XFRCTL-LAST-XFR TO XFRNOI.
            MOVE 7 TO XFRNOL.

            GO TO 300-DISPLAY-XFR.

      * KEYED ROWS ARE PACKED INTO THE STOCK SERVICE COMMAREA IN
      * SCREEN ORDER AND BECOME TRANSFER LINES 1, 2, 3...
        510-EDIT-SEND-ROW.
            MOVE SPACES TO WS-STK-PART(WS-ROW-SUB).
            MOVE ZERO TO WS-STK-QTY(WS-ROW-SUB).

            IF RPARTL(WS-ROW-SUB) EQUALS ZERO
                AND RQSNTL(WS-ROW-SUB) EQUALS ZERO
                GO TO 519-SEND-ROW-DONE
            END-IF.

            IF RPARTL(WS-ROW-SUB) EQUALS ZERO
                MOVE 'KEY A PART FOR EVERY QUANTITY' TO MSGO
                MOVE -1 TO RPARTL(WS-ROW-SUB)
                MOVE DFHUNIMD TO RPARTA(WS-ROW-SUB)

                GO TO 910-SEND-MAP-ERR
            END-IF.

            IF RQSNTL(WS-ROW-SUB) EQUALS ZERO
                OR RQSNTI(WS-ROW-SUB) IS NOT NUMERIC
                MOVE 'KEY A NUMERIC QUANTITY FOR EVERY PART' TO MSGO
                MOVE -1 TO RQSNTL(WS-ROW-SUB)
                MOVE DFHUNIMD TO RQSNTA(WS-ROW-SUB)

                GO TO 910-SEND-MAP-ERR
            END-IF.

            MOVE RQSNTI(WS-ROW-SUB) TO WS-XFR-QTY.

            IF WS-XFR-QTY EQUALS ZERO
                MOVE 'QUANTITY MUST BE MORE THAN ZERO' TO MSGO
                MOVE -1 TO RQSNTL(WS-ROW-SUB)
                MOVE DFHUNIMD TO RQSNTA(WS-ROW-SUB)

                GO TO 910-SEND-MAP-ERR
            END-IF.

            ADD 1 TO WS-KEYED-COUNT.
            MOVE RPARTI(WS-ROW-SUB) TO WS-STK-PART(WS-KEYED-COUNT).
            MOVE WS-XFR-QTY TO WS-STK-QTY(WS-KEYED-COUNT).
            MOVE WS-ROW-SUB TO WS-ROW-OF-LINE(WS-KEYED-COUNT).

        519-SEND-ROW-DONE.
            EXIT.

      * THE RECEIVING BRANCH MUST STOCK THE PART, OR THE RECEIPT
      * WOULD HAVE NOWHERE TO LAND.  ONLY THE 'N' FLAG MATTERS
      * HERE - WHAT IT HAS ON HAND DOES NOT.
        520-CHECK-RECEIVING.
            MOVE 'C' TO WS-STK-ACTION.
            MOVE WS-TO-LOC TO WS-STK-LOC.
            MOVE WS-KEYED-COUNT TO WS-STK-COUNT.

            EXEC CICS LINK
                PROGRAM('BOPRGPS')
                COMMAREA(WS-STOCK-EDIT)
                LENGTH(WS-STOCK-EDIT-LENGTH)
            END-EXEC.

            PERFORM 525-RECEIVING-FLAG
                VARYING WS-STK-SUB FROM 1 BY 1
                UNTIL WS-STK-SUB > WS-KEYED-COUNT.

        525-RECEIVING-FLAG.
            MOVE WS-ROW-OF-LINE(WS-STK-SUB) TO WS-ROW-SUB.

            IF WS-STK-FLAG(WS-STK-SUB) EQUALS 'N'
                MOVE 'PART NOT STOCKED AT RECEIVING BRANCH' TO MSGO
                MOVE -1 TO RPARTL(WS-ROW-SUB)
                MOVE DFHUNIMD TO RPARTA(WS-ROW-SUB)

                GO TO 910-SEND-MAP-ERR
            END-IF.

            IF WS-STK-FLAG(WS-STK-SUB) EQUALS 'E'
                MOVE 'SQL ERROR CHECKING STOCK - CALL SUPPORT'
                    TO MSGO

                GO TO 910-SEND-MAP-ERR
            END-IF.

        530-CHECK-SENDING.
            MOVE 'C' TO WS-STK-ACTION.
            MOVE WS-FROM-LOC TO WS-STK-LOC.
            MOVE WS-KEYED-COUNT TO WS-STK-COUNT.

            EXEC CICS LINK
                PROGRAM('BOPRGPS')
                COMMAREA(WS-STOCK-EDIT)
                LENGTH(WS-STOCK-EDIT-LENGTH)
            END-EXEC.

            PERFORM 535-SENDING-FLAG
                VARYING WS-STK-SUB FROM 1 BY 1
                UNTIL WS-STK-SUB > WS-KEYED-COUNT.

        535-SENDING-FLAG.
            MOVE WS-ROW-OF-LINE(WS-STK-SUB) TO WS-ROW-SUB.

            IF WS-STK-FLAG(WS-STK-SUB) EQUALS 'N'
                MOVE 'PART NOT STOCKED AT THIS BRANCH' TO MSGO
                MOVE -1 TO RPARTL(WS-ROW-SUB)
                MOVE DFHUNIMD TO RPARTA(WS-ROW-SUB)

                GO TO 910-SEND-MAP-ERR
            END-IF.

            IF WS-STK-FLAG(WS-STK-SUB) EQUALS 'S'
                MOVE WS-STK-ONHAND(WS-STK-SUB) TO WS-ONHAND-DISPLAY
                MOVE SPACES TO MSGO
                STRING 'NOT ENOUGH ON HAND - ONLY ' WS-ONHAND-DISPLAY
                    DELIMITED BY SIZE INTO MSGO
                MOVE -1 TO RQSNTL(WS-ROW-SUB)
                MOVE DFHUNIMD TO RQSNTA(WS-ROW-SUB)

                GO TO 910-SEND-MAP-ERR
            END-IF.

            IF WS-STK-FLAG(WS-STK-SUB) EQUALS 'E'
                MOVE 'SQL ERROR CHECKING STOCK - CALL SUPPORT'
                    TO MSGO

                GO TO 910-SEND-MAP-ERR
            END-IF.

        540-NEXT-XFR-NUMBER.
            EXEC CICS HANDLE CONDITION
                NOTFND(541-XFRCTL-NOT-FOUND)
            END-EXEC.

            EXEC CICS READ FILE('XFRCTL')
                INTO(XFRCTL-RECORD)
                RIDFLD(XFRCTL-KEY)
                LENGTH(XFRCTL-LENGTH)
                UPDATE
            END-EXEC.

            ADD 1 TO XFRCTL-LAST-XFR.

            EXEC CICS REWRITE FILE('XFRCTL')
                FROM(XFRCTL-RECORD)
                LENGTH(XFRCTL-LENGTH)
            END-EXEC.

            GO TO 542-XFRCTL-DONE.

        541-XFRCTL-NOT-FOUND.
            MOVE 'XFRCTL RECORD MISSING - CALL SUPPORT' TO MSGO

            GO TO 910-SEND-MAP-ERR.

        542-XFRCTL-DONE.
            EXEC CICS HANDLE CONDITION
                NOTFND(400-XFR-NOT-FOUND)
            END-EXEC.

      * THE TAKE HANDS BACK THE AVERAGE COST EACH LINE LEFT AT -
      * IT RIDES ON THE TRANSFER LINE TO THE RECEIVING BRANCH.
        550-TAKE-STOCK.
            MOVE 'D' TO WS-STK-ACTION.
            MOVE WS-FROM-LOC TO WS-STK-LOC.
            MOVE WS-KEYED-COUNT TO WS-STK-COUNT.
            MOVE XFRCTL-LAST-XFR TO WS-STK-DOC-NO.
            MOVE WS-OPER-ID TO WS-STK-OPER.

            EXEC CICS LINK
                PROGRAM('BOPRGPS')
                COMMAREA(WS-STOCK-EDIT)
                LENGTH(WS-STOCK-EDIT-LENGTH)
            END-EXEC.

            PERFORM 555-TAKE-FLAG
                VARYING WS-STK-SUB FROM 1 BY 1
                UNTIL WS-STK-SUB > WS-KEYED-COUNT.

            EXEC CICS ASSIGN ABSTIME(WS-XFR-ABSTIME) END-EXEC.
            EXEC CICS FORMATTIME ABSTIME(WS-XFR-ABSTIME)
                YYYYMMDD(WS-XFR-DATE)
                TIME(WS-XFR-TIME)
                DATESEP(0)
                TIMESEP(0)
            END-EXEC.

        555-TAKE-FLAG.
            IF WS-STK-FLAG(WS-STK-SUB) EQUALS 'E'
                EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                MOVE 'SQL ERROR POSTING STOCK - CALL SUPPORT'
                    TO MSGO

                GO TO 910-SEND-MAP-ERR
            END-IF.

        560-WRITE-XFR-LINE.
            MOVE SPACES TO XFRFILE-RECORD.
            MOVE XFRCTL-LAST-XFR TO XFRFILE-XFR-NO.
            MOVE WS-STK-SUB TO XFRFILE-LINE.
            MOVE WS-FROM-LOC TO XFRFILE-FROM-LOC.
            MOVE WS-TO-LOC TO XFRFILE-TO-LOC.
            MOVE WS-STK-PART(WS-STK-SUB) TO XFRFILE-PART-CODE.
            MOVE WS-STK-QTY(WS-STK-SUB) TO XFRFILE-QTY-SENT.
            MOVE ZERO TO XFRFILE-QTY-RECEIVED.
            MOVE WS-STK-COST(WS-STK-SUB) TO XFRFILE-UNIT-COST.
            MOVE WS-XFR-DATE TO XFRFILE-SEND-DATE.
            MOVE WS-XFR-TIME TO XFRFILE-SEND-TIME.
            MOVE WS-OPER-ID TO XFRFILE-SEND-OPER.
            SET XFRFILE-ST-IN-TRANSIT TO TRUE.

            EXEC CICS WRITE FILE('XFRFILE')
                FROM(XFRFILE-RECORD)
                RIDFLD(XFRFILE-KEY)
                LENGTH(XFRFILE-LENGTH)
            END-EXEC.

      * THE RECEIPT IS ALL OR NOTHING - EVERY LINE IS EDITED
      * BEFORE ANY LINE IS TOUCHED, THEN EVERY LINE CLOSES AND
      * WHAT ARRIVED GOES ON HAND AT THE RECEIVING BRANCH IN ONE
      * LINK.  A LINE WHERE NOTHING ARRIVED MOVES NO STOCK.
        600-RECEIVE-XFR.
            PERFORM 610-EDIT-RECV-ROW
                VARYING WS-ROW-SUB FROM 1 BY 1
                UNTIL WS-ROW-SUB > WS-XS-LINES.

            MOVE ZERO TO WS-VAR-COUNT.

            PERFORM 620-CLOSE-XFR-LINE
                VARYING WS-ROW-SUB FROM 1 BY 1
                UNTIL WS-ROW-SUB > WS-XS-LINES.

            PERFORM 630-ADD-STOCK.

            IF WS-VAR-COUNT EQUALS ZERO
                MOVE 'TRANSFER RECEIVED IN FULL' TO WS-POSTED-MSG
            ELSE
                MOVE WS-VAR-COUNT TO WS-COUNT-DISPLAY
                STRING 'RECEIVED - ' WS-COUNT-DISPLAY
                       ' LINES OVER OR SHORT'
                    DELIMITED BY SIZE INTO WS-POSTED-MSG
            END-IF.

            MOVE WS-XS-XFR-NO TO XFRNOI.
            MOVE 7 TO XFRNOL.
            MOVE SPACES TO WS-XS-SW.

            GO TO 300-DISPLAY-XFR.

        610-EDIT-RECV-ROW.
            IF RQRCVL(WS-ROW-SUB) EQUALS ZERO
                MOVE 'KEY THE QTY RECEIVED ON EVERY LINE' TO MSGO
                MOVE -1 TO RQRCVL(WS-ROW-SUB)
                MOVE DFHUNIMD TO RQRCVA(WS-ROW-SUB)

                GO TO 910-SEND-MAP-ERR
            END-IF.

            IF RQRCVI(WS-ROW-SUB) IS NOT NUMERIC
                MOVE 'RECEIVED QUANTITIES MUST BE NUMERIC' TO MSGO
                MOVE -1 TO RQRCVL(WS-ROW-SUB)
                MOVE DFHUNIMD TO RQRCVA(WS-ROW-SUB)

                GO TO 910-SEND-MAP-ERR
            END-IF.

      * SCREEN ROW N IS TRANSFER LINE N - THE LINES WERE WRITTEN
      * IN SCREEN ORDER.  A LINE ALREADY CLOSED MEANS SOMEBODY
      * ELSE RECEIVED THE TRANSFER FIRST.
        620-CLOSE-XFR-LINE.
            MOVE WS-XS-XFR-NO TO XFRFILE-XFR-NO.
            MOVE WS-ROW-SUB TO XFRFILE-LINE.

            EXEC CICS READ FILE('XFRFILE')
                INTO(XFRFILE-RECORD)
                LENGTH(XFRFILE-LENGTH)
                RIDFLD(XFRFILE-KEY)
                UPDATE
            END-EXEC.

            IF XFRFILE-ST-RECEIVED
                EXEC CICS UNLOCK FILE('XFRFILE') END-EXEC
                EXEC CICS SYNCPOINT ROLLBACK END-EXEC

                MOVE 'TRANSFER ALREADY RECEIVED' TO MSGO

                GO TO 910-SEND-MAP-ERR
            END-IF.

            MOVE RQRCVI(WS-ROW-SUB) TO XFRFILE-QTY-RECEIVED.
            MOVE WS-OPER-ID TO XFRFILE-RECV-OPER.
            SET XFRFILE-ST-RECEIVED TO TRUE.

            EXEC CICS ASSIGN ABSTIME(WS-XFR-ABSTIME) END-EXEC.
            EXEC CICS FORMATTIME ABSTIME(WS-XFR-ABSTIME)
                YYYYMMDD(XFRFILE-RECV-DATE)
                DATESEP(0)
            END-EXEC.

            IF XFRFILE-QTY-RECEIVED IS NOT EQUAL TO XFRFILE-QTY-SENT
                SET XFRFILE-VAR-TO-REPORT TO TRUE
                ADD 1 TO WS-VAR-COUNT
            END-IF.

            EXEC CICS REWRITE FILE('XFRFILE')
                FROM(XFRFILE-RECORD)
                LENGTH(XFRFILE-LENGTH)
            END-EXEC.

            MOVE XFRFILE-PART-CODE TO WS-STK-PART(WS-ROW-SUB).
            MOVE XFRFILE-QTY-RECEIVED TO WS-STK-QTY(WS-ROW-SUB).
            MOVE XFRFILE-UNIT-COST TO WS-STK-COST(WS-ROW-SUB).
            MOVE XFRFILE-TO-LOC TO WS-TO-LOC.

            IF XFRFILE-QTY-RECEIVED EQUALS ZERO
                MOVE SPACES TO WS-STK-PART(WS-ROW-SUB)
            END-IF.

        630-ADD-STOCK.
            MOVE 'R' TO WS-STK-ACTION.
            MOVE WS-TO-LOC TO WS-STK-LOC.
            MOVE WS-XS-LINES TO WS-STK-COUNT.
            MOVE WS-XS-XFR-NO TO WS-STK-DOC-NO.
            MOVE WS-OPER-ID TO WS-STK-OPER.

            EXEC CICS LINK
                PROGRAM('BOPRGPS')
                COMMAREA(WS-STOCK-EDIT)
                LENGTH(WS-STOCK-EDIT-LENGTH)
            END-EXEC.

            PERFORM 555-TAKE-FLAG
                VARYING WS-STK-SUB FROM 1 BY 1
                UNTIL WS-STK-SUB > WS-XS-LINES.

        910-SEND-MAP-ERR.
            EXEC CICS
                SEND MAP('MAPJ') MAPSET('BOMAPJ')
            END-EXEC.

            EXEC CICS RETURN TRANSID('BO20')
                COMMAREA(WS-XFR-SAVE)
                LENGTH(WS-XFR-SAVE-LENGTH)
            END-EXEC.

        999-EXIT.
            EXEC CICS XCTL
                PROGRAM('BOPRGM')
                COMMAREA(WS-TRANSFER-FIELD)
                LENGTH(WS-TRANSFER-LENGTH)
            END-EXEC.
