      * SHELF AND WHAT IS IN QTY_ON_HAND FINALLY MEAN THE SAME
      * THING.  KEY A PART WITH NO QUANTITY TO JUST SEE WHAT IS
      * WAITING IN QUARANTINE.
      * R SENDS IT BACK TO THE SUPPLIER INSTEAD: KEY THE REASON
      * AND THE SUPPLIER CODE AND THE QUANTITY LEAVES QUARANTINE
      * ON A NEW RETURN-TO-VENDOR DOCUMENT (NEXT RTVCTL NUMBER,
      * WRITTEN OPEN TO RTVFILE AT THE BRANCH'S AVERAGE COST).
      * THE NIGHTLY BOPRGVD RUN PRINTS IT FOR THE DRIVER AND IT
      * STAYS OPEN UNTIL THE SUPPLIER'S CREDIT IS KEYED ON BOPRGY.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        COPY 'BOMAPG'.
        COPY 'DFHBMSCA'.
        COPY 'DISPFILE-LAYOUT'.
        COPY 'RTVFILE-LAYOUT'.
        COPY 'RTVCTL-LAYOUT'.
        COPY 'SUPPFILE-LAYOUT'.
        COPY 'AUDITLOG-LAYOUT'.

        01 WS-TRANSFER-FIELD    PIC X(3).
        01 WS-TRANSFER-LENGTH   PIC S9(4) COMP VALUE 3.
        01 WS-AUDIT-ABSTIME     PIC S9(15) COMP-3.
        01 WS-DISP-ABSTIME      PIC S9(15) COMP-3.
        01 WS-RTV-ABSTIME       PIC S9(15) COMP-3.
        01 WS-RTV-DATE          PIC X(8).
        01 WS-RTV-COST          PIC S9(5)V99 COMP-3.
        01 WS-POSTED-MSG        PIC X(40).

        01 WS-DISP-LOC          PIC X(2).
        01 WS-DISP-QTY          PIC 9(4).
                10 WS-STK-QTY           PIC 9(4).
                10 WS-STK-ONHAND        PIC S9(7) COMP-3.
                10 WS-STK-FLAG          PIC X.
            05 WS-STK-COSTS OCCURS 10 TIMES.
                10 WS-STK-COST          PIC S9(5)V99 COMP-3 VALUE ZERO.
            05 WS-STK-SOURCE            PIC X(8) VALUE 'BOPRGJ'.
            05 WS-STK-DOC-NO            PIC X(7) VALUE SPACES.
            05 WS-STK-OPER              PIC X(4) VALUE SPACES.
        01 WS-STOCK-EDIT-LENGTH   PIC S9(4) COMP VALUE 194.


        01 WS-SIGNON-NAME.
            END-IF.

            PERFORM 700-SHOW-HELD.
            MOVE 'THAT MUCH IS IN QUARANTINE - S, W OR R'
                TO MSGO.

            GO TO 900-SEND-MAP.
            IF WS-DISP-ACTION EQUALS 'w'
                MOVE 'W' TO WS-DISP-ACTION
            END-IF.
            IF WS-DISP-ACTION EQUALS 'r'
                MOVE 'R' TO WS-DISP-ACTION
            END-IF.

            IF WS-DISP-ACTION IS NOT EQUAL TO 'S'
                AND WS-DISP-ACTION IS NOT EQUAL TO 'W'
                AND WS-DISP-ACTION IS NOT EQUAL TO 'R'
                MOVE 'ACTION IS S STOCK, W WRITE OFF, R RETURN' TO MSGO
                MOVE -1 TO QACTL
                MOVE DFHUNIMD TO QACTA

                GO TO 910-SEND-MAP-ERR
            END-IF.

      * A WRITE-OFF OR A RETURN NEEDS ITS REASON - THAT CODE IS
      * THE WHOLE POINT OF THE PAPER TRAIL.
            IF WS-DISP-ACTION IS NOT EQUAL TO 'S'
                AND (QRSNL EQUALS ZERO OR QRSNI EQUALS SPACES)
                MOVE 'KEY A REASON CODE' TO MSGO
                MOVE -1 TO QRSNL
                MOVE DFHUNIMD TO QRSNA

                GO TO 910-SEND-MAP-ERR
            END-IF.

            IF WS-DISP-ACTION EQUALS 'R'
                PERFORM 520-EDIT-SUPPLIER THRU 522-SUPPLIER-EDITED
            END-IF.

            PERFORM 600-READ-QUARANTINE.

            IF WS-STK-FLAG(1) EQUALS 'E'
                GO TO 910-SEND-MAP-ERR
            END-IF.

            IF WS-DISP-ACTION EQUALS 'R'
                GO TO 550-RETURN-TO-VENDOR
            END-IF.

      * MOVE IT - S SHIFTS QUARANTINE INTO SELLABLE STOCK, W
      * JUST TAKES IT OUT OF QUARANTINE FOR THE SKIP.
            IF WS-DISP-ACTION EQUALS 'S'
            MOVE QPARTI TO WS-STK-PART(1).
            MOVE WS-DISP-QTY TO WS-STK-QTY(1).

      * A WRITE-OFF GOES ON THE STOCK CARD UNDER ITS REASON CODE.
            IF WS-DISP-ACTION EQUALS 'W'
                MOVE QRSNI TO WS-STK-DOC-NO
            ELSE
                MOVE SPACES TO WS-STK-DOC-NO
            END-IF.
            MOVE WS-OPER-ID TO WS-STK-OPER.

            EXEC CICS LINK
                PROGRAM('BOPRGPS')
                COMMAREA(WS-STOCK-EDIT)

            GO TO 900-SEND-MAP.

      * THE SUPPLIER THE GOODS GO BACK TO MUST BE ON SUPPFILE -
      * THE DOCUMENT IS ADDRESSED FROM IT.
        520-EDIT-SUPPLIER.
            IF QSUPPL EQUALS ZERO
                OR QSUPPI EQUALS SPACES
                MOVE 'KEY THE SUPPLIER CODE TO RETURN TO' TO MSGO
                MOVE -1 TO QSUPPL
                MOVE DFHUNIMD TO QSUPPA

                GO TO 910-SEND-MAP-ERR
            END-IF.

            EXEC CICS HANDLE CONDITION
                NOTFND(521-SUPP-NOT-FOUND)
            END-EXEC.

            MOVE QSUPPI TO SUPP-CODE.

            EXEC CICS READ FILE('SUPPFILE')
                INTO(SUPP-RECORD)
                RIDFLD(SUPP-KEY)
                LENGTH(SUPP-LENGTH)
            END-EXEC.

            GO TO 522-SUPPLIER-EDITED.

        521-SUPP-NOT-FOUND.
            MOVE 'NO SUCH SUPPLIER ON SUPPFILE' TO MSGO
            MOVE -1 TO QSUPPL
            MOVE DFHUNIMD TO QSUPPA

            GO TO 910-SEND-MAP-ERR.

        522-SUPPLIER-EDITED.
            EXIT.

      * A RETURN - PRICE IT AT THE BRANCH'S AVERAGE COST, TAKE
      * THE NEXT RTV NUMBER, LIFT THE QUANTITY OUT OF QUARANTINE
      * UNDER THAT NUMBER AND WRITE THE RETURN OPEN AND UNPRINTED.
        550-RETURN-TO-VENDOR.
            PERFORM 560-GET-COST.
            PERFORM 570-NEXT-RTV-NUMBER THRU 572-RTVCTL-DONE.

            MOVE 'T' TO WS-STK-ACTION.
            MOVE WS-DISP-LOC TO WS-STK-LOC.
            MOVE 1 TO WS-STK-COUNT.
            MOVE QPARTI TO WS-STK-PART(1).
            MOVE WS-DISP-QTY TO WS-STK-QTY(1).
            MOVE RTVCTL-LAST-RTV TO WS-STK-DOC-NO.
            MOVE WS-OPER-ID TO WS-STK-OPER.

            EXEC CICS LINK
                PROGRAM('BOPRGPS')
                COMMAREA(WS-STOCK-EDIT)
                LENGTH(WS-STOCK-EDIT-LENGTH)
            END-EXEC.

            IF WS-STK-FLAG(1) EQUALS 'E'
                EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                MOVE 'SQL ERROR MOVING THE STOCK' TO MSGO

                GO TO 910-SEND-MAP-ERR
            END-IF.

            PERFORM 580-WRITE-RTV.

            PERFORM 800-JOURNAL-DISPOSITION
                THRU 801-DISPOSITION-LOGGED.

            PERFORM 600-READ-QUARANTINE.
            PERFORM 700-SHOW-HELD.

            MOVE RTV-NO TO QRTVO.
            MOVE SPACES TO WS-POSTED-MSG.
            STRING 'RTV ' RTV-NO ' RAISED - SENT TO PRINT'
                DELIMITED BY SIZE INTO WS-POSTED-MSG.
            MOVE WS-POSTED-MSG TO MSGO.

            GO TO 900-SEND-MAP.

      * A 'C' CHECK WITH THE COST TRAILER HANDS BACK THE AVERAGE
      * COST - NO QUANTITY, SO IT CANNOT FLAG THE LINE SHORT.
        560-GET-COST.
            MOVE 'C' TO WS-STK-ACTION.
            MOVE WS-DISP-LOC TO WS-STK-LOC.
            MOVE 1 TO WS-STK-COUNT.
            MOVE QPARTI TO WS-STK-PART(1).
            MOVE ZERO TO WS-STK-QTY(1).
            MOVE ZERO TO WS-STK-COST(1).

            EXEC CICS LINK
                PROGRAM('BOPRGPS')
                COMMAREA(WS-STOCK-EDIT)
                LENGTH(WS-STOCK-EDIT-LENGTH)
            END-EXEC.

            MOVE WS-STK-COST(1) TO WS-RTV-COST.

        570-NEXT-RTV-NUMBER.
            EXEC CICS HANDLE CONDITION
                NOTFND(571-RTVCTL-NOT-FOUND)
            END-EXEC.

            EXEC CICS READ FILE('RTVCTL')
                INTO(RTVCTL-RECORD)
                RIDFLD(RTVCTL-KEY)
                LENGTH(RTVCTL-LENGTH)
                UPDATE
            END-EXEC.

            ADD 1 TO RTVCTL-LAST-RTV.

            EXEC CICS REWRITE FILE('RTVCTL')
                FROM(RTVCTL-RECORD)
                LENGTH(RTVCTL-LENGTH)
            END-EXEC.

            GO TO 572-RTVCTL-DONE.

        571-RTVCTL-NOT-FOUND.
            MOVE 'RTVCTL RECORD MISSING - CALL SUPPORT' TO MSGO

            GO TO 910-SEND-MAP-ERR.

        572-RTVCTL-DONE.
            EXIT.

        580-WRITE-RTV.
            EXEC CICS ASSIGN ABSTIME(WS-RTV-ABSTIME) END-EXEC.
            EXEC CICS FORMATTIME ABSTIME(WS-RTV-ABSTIME)
                YYYYMMDD(WS-RTV-DATE)
                DATESEP(0)
            END-EXEC.

            MOVE SPACES TO RTV-RECORD.
            MOVE RTVCTL-LAST-RTV TO RTV-NO.
            MOVE SUPP-CODE TO RTV-SUPP-CODE.
            MOVE WS-DISP-LOC TO RTV-LOCATION.
            MOVE QPARTI TO RTV-PART-CODE.
            MOVE WS-DISP-QTY TO RTV-QTY.
            MOVE WS-RTV-COST TO RTV-UNIT-COST.
            MOVE QRSNI TO RTV-REASON.
            MOVE WS-RTV-DATE TO RTV-RAISE-DATE.
            MOVE WS-OPER-ID TO RTV-RAISE-OPER.
            SET RTV-ST-OPEN TO TRUE.
            SET RTV-TO-PRINT TO TRUE.
            MOVE ZERO TO RTV-CREDIT-AMT.

            EXEC CICS WRITE FILE('RTVFILE')
                FROM(RTV-RECORD)
                RIDFLD(RTV-KEY)
                LENGTH(RTV-LENGTH)
            END-EXEC.

      * ONE 'V' LINE THROUGH THE STOCK SERVICE - THE QUARANTINE
      * QUANTITY COMES BACK IN THE ON-HAND SLOT AND FLAG 'S'
      * MEANS THERE IS LESS THAN THE LINE ASKED FOR.
            MOVE WS-DISP-QTY TO DISP-QTY.
            MOVE WS-OPER-ID TO DISP-OPER.

            IF WS-DISP-ACTION EQUALS 'S'
                MOVE SPACES TO DISP-REASON
            ELSE
                MOVE QRSNI TO DISP-REASON
            END-IF.

            IF WS-DISP-ACTION EQUALS 'R'
                MOVE RTV-NO TO DISP-RTV-NO
            ELSE
                MOVE SPACES TO DISP-RTV-NO
            END-IF.

            EXEC CICS ASSIGN ABSTIME(WS-DISP-ABSTIME) END-EXEC.
