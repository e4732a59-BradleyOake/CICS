        IDENTIFICATION DIVISION.
        PROGRAM-ID.  BOPRGQ.
        AUTHOR. OAKE.

      * COLLECTIONS WORKLIST - THE ACCOUNTS BOPRGCH HAS NOT YET
      * PUT ON HOLD STILL NEED SOMEBODY RINGING THEM.  PRESS ENTER
      * ON A BLANK SCREEN TO LIST THE NEXT TEN TO CALL OFF THE
      * COLLRANK PATH BOPRGDN BUILDS EVERY NIGHT - BROKEN PROMISES
      * FIRST (FLAGGED *), THEN THE REST OF THE OVERDUE ACCOUNTS
      * BIGGEST FIRST.  AN ACCOUNT ALREADY CALLED TODAY, OR WITH A
      * PROMISE STILL TO COME DUE, DROPS OFF THE LIST.  KEY A PHONE
      * NUMBER TO SEE THE ACCOUNT - WHAT IS OVERDUE IN EACH BUCKET,
      * THE LAST CALL, ITS NOTE AND ANY PROMISE ON FILE.  KEY A
      * NOTE AS WELL TO RECORD A CALL (STAMPED WITH THE OPERATOR,
      * DATE AND TIME), AND A PROMISED DATE AND AMOUNT IF THE
      * CUSTOMER MADE ONE.  WHETHER THE PROMISE WAS KEPT IS
      * SETTLED AGAINST PAYFILE BY THE NIGHTLY RUN, NOT HERE.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. RS-6000.
        OBJECT-COMPUTER. RS-6000.

        DATA DIVISION.
        WORKING-STORAGE SECTION.

        COPY 'BOMAPM'.
        COPY 'DFHBMSCA'.
        COPY 'COLLFILE-LAYOUT'.
        COPY 'AUDITLOG-LAYOUT'.

        01 WS-TRANSFER-FIELD    PIC X(3).
        01 WS-TRANSFER-LENGTH   PIC S9(4) COMP VALUE 3.
        01 WS-AUDIT-ABSTIME     PIC S9(15) COMP-3.
        01 WS-ABSTIME           PIC S9(15) COMP-3.

        01 WS-TODAY             PIC X(8).
        01 WS-NOW-TIME          PIC X(6).

        01 WS-ROW-SUB           PIC 99 COMP VALUE ZERO.
        01 WS-LIST-END-SW       PIC X VALUE 'N'.
            88 WS-LIST-END       VALUE 'Y'.

        01 WS-RANK-BROWSE-KEY   PIC X(10).
        01 WS-COLL-KEY-SAVE     PIC X(10).

        01 WS-PROMISE-SW        PIC X VALUE 'N'.
            88 WS-PROMISE-KEYED  VALUE 'Y'.

        01 WS-PROM-DATE.
            05 WS-PROM-YYYY         PIC 9(4).
            05 WS-PROM-MM           PIC 9(2).
            05 WS-PROM-DD           PIC 9(2).
        01 WS-PROM-DOLLARS      PIC 9(7).
        01 WS-PROM-CENTS        PIC 9(2).
        01 WS-PROM-AMT          PIC S9(7)V99 COMP-3.

        01 WS-AMT-DISPLAY       PIC ZZZZZZ9.99.

        01 WS-WORK-LINE.
            05 WS-WK-FLAG           PIC X(1).
            05 FILLER               PIC X(1) VALUE SPACE.
            05 WS-WK-PHONE          PIC X(12).
            05 FILLER               PIC X(1) VALUE SPACE.
            05 WS-WK-NAME           PIC X(14).
            05 FILLER               PIC X(1) VALUE SPACE.
            05 WS-WK-AMT            PIC ZZZZZZ9.99.

        01 WS-BUCKET-LINE.
            05 FILLER               PIC X(3) VALUE '30:'.
            05 WS-BKT-30            PIC ZZZZZ9.99.
            05 FILLER               PIC X(4) VALUE ' 60:'.
            05 WS-BKT-60            PIC ZZZZZ9.99.
            05 FILLER               PIC X(4) VALUE ' 90:'.
            05 WS-BKT-90            PIC ZZZZZ9.99.

        01 WS-CALL-LINE.
            05 FILLER               PIC X(10) VALUE 'LAST CALL '.
            05 WS-CALL-DATE         PIC X(8).
            05 FILLER               PIC X(4) VALUE ' BY '.
            05 WS-CALL-OPER         PIC X(4).
            05 FILLER               PIC X(9) VALUE '  LETTER '.
            05 WS-CALL-LETTER       PIC X(1).

        01 WS-PROM-LINE.
            05 FILLER               PIC X(9) VALUE 'PROMISED '.
            05 WS-PL-AMT            PIC ZZZZZZ9.99.
            05 FILLER               PIC X(4) VALUE ' BY '.
            05 WS-PL-DATE           PIC X(8).
            05 FILLER               PIC X(1) VALUE SPACE.
            05 WS-PL-STATUS         PIC X(6).


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

        PROCEDURE DIVISION.

        000-START-LOGIC.

            EXEC CICS HANDLE AID
                PF4 (999-EXIT)
            END-EXEC.

            EXEC CICS HANDLE CONDITION
                MAPFAIL(100-FIRST-TIME)
                NOTFND(400-ACCOUNT-NOT-FOUND)
            END-EXEC.

            PERFORM 050-LOG-AUDIT THRU 051-AUDIT-LOGGED.

            EXEC CICS ASSIGN ABSTIME(WS-ABSTIME) END-EXEC.
            EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-TODAY)
                TIME(WS-NOW-TIME)
                DATESEP(0)
                TIMESEP(0)
            END-EXEC.

            IF EIBCALEN = 3
                GO TO 100-FIRST-TIME
            END-IF.

            EXEC CICS
                RECEIVE MAP('MAPM') MAPSET('BOMAPM')
            END-EXEC.

            IF ARCODEL EQUALS ZERO
                AND EXCHNOL EQUALS ZERO
                AND PHONNUML EQUALS ZERO
                GO TO 300-LIST-WORKLIST
            END-IF.

            IF NOTEL EQUALS ZERO
                AND PRDATEL EQUALS ZERO
                AND PRDOLL EQUALS ZERO
                AND PRCNTL EQUALS ZERO
                GO TO 450-DISPLAY-ACCOUNT
            END-IF.

            GO TO 500-RECORD-CALL.

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

      * COMING IN FROM THE MENU (OR ENTER ON A BLANK SCREEN) GOES
      * STRAIGHT TO THE LIST - IT IS WHAT THE CLERK CAME FOR.
        100-FIRST-TIME.
            GO TO 300-LIST-WORKLIST.

        200-EDIT-PHONE-KEY.
            IF ARCODEL IS NOT EQUAL TO 3
                OR EXCHNOL IS NOT EQUAL TO 3
                OR PHONNUML IS NOT EQUAL TO 4
                MOVE 'KEY A COMPLETE PHONE NUMBER' TO MSGO
                MOVE -1 TO ARCODEL
                MOVE DFHUNIMD TO ARCODEA

                GO TO 910-SEND-MAP-ERR
            END-IF.

            IF ARCODEI IS NOT NUMERIC
                OR EXCHNOI IS NOT NUMERIC
                OR PHONNUMI IS NOT NUMERIC
                MOVE 'PHONE NUMBER MUST BE NUMERIC' TO MSGO
                MOVE -1 TO ARCODEL
                MOVE DFHUNIMD TO ARCODEA

                GO TO 910-SEND-MAP-ERR
            END-IF.

        300-LIST-WORKLIST.
            MOVE LOW-VALUES TO MAPMO.

            PERFORM 310-LOAD-WORKLIST THRU 319-WORKLIST-LOADED.

            IF WS-ROW-SUB EQUALS ZERO
                MOVE 'NOBODY IS WAITING TO BE CALLED' TO MSGO
            ELSE
                MOVE 'KEY A PHONE TO SEE OR RECORD A CALL' TO MSGO
            END-IF.

            MOVE -1 TO ARCODEL.

            EXEC CICS
                SEND MAP('MAPM') MAPSET('BOMAPM') ERASE
            END-EXEC.

            EXEC CICS RETURN TRANSID('BO23') END-EXEC.

      * THE COLLRANK PATH IS ALREADY IN CALLING ORDER, SO THE LIST
      * IS THE FIRST TEN STILL TO BE RUNG TODAY.  EVERYTHING FROM
      * THE FIRST PROMISED OR CLEAR ACCOUNT ON IS NOT WORKLIST, SO
      * THE BROWSE STOPS THERE.  THE PATH ALLOWS DUPLICATE KEYS
      * (TWO ACCOUNTS OWING THE SAME), SO DUPKEY IS EXPECTED.
        310-LOAD-WORKLIST.
            MOVE ZERO TO WS-ROW-SUB.
            MOVE 'N' TO WS-LIST-END-SW.
            MOVE LOW-VALUES TO WS-RANK-BROWSE-KEY.

            EXEC CICS IGNORE CONDITION DUPKEY END-EXEC.

            EXEC CICS HANDLE CONDITION
                NOTFND(319-WORKLIST-LOADED)
                ENDFILE(316-WORKLIST-END)
            END-EXEC.

            EXEC CICS STARTBR FILE('COLLRANK')
                RIDFLD(WS-RANK-BROWSE-KEY)
                GTEQ
            END-EXEC.

            PERFORM 315-WORKLIST-ROW THRU 317-ROW-EXIT
                UNTIL WS-ROW-SUB > 9
                   OR WS-LIST-END.

            EXEC CICS ENDBR FILE('COLLRANK') END-EXEC.

            GO TO 319-WORKLIST-LOADED.

        315-WORKLIST-ROW.
            EXEC CICS READNEXT FILE('COLLRANK')
                INTO(COLL-RECORD)
                LENGTH(COLL-LENGTH)
                RIDFLD(WS-RANK-BROWSE-KEY)
            END-EXEC.

            IF COLL-RANK-PRI > '2'
                MOVE 'Y' TO WS-LIST-END-SW
                GO TO 317-ROW-EXIT
            END-IF.

            IF COLL-NOTE-DATE EQUALS WS-TODAY
                GO TO 317-ROW-EXIT
            END-IF.

            ADD 1 TO WS-ROW-SUB.

            IF COLL-RANK-BROKEN
                MOVE '*' TO WS-WK-FLAG
            ELSE
                MOVE SPACE TO WS-WK-FLAG
            END-IF.

            MOVE SPACES TO WS-WK-PHONE.
            STRING COLL-AREA-CODE DELIMITED BY SIZE
                '-' DELIMITED BY SIZE
                COLL-EXCHANGE DELIMITED BY SIZE
                '-' DELIMITED BY SIZE
                COLL-PHONE-NUM DELIMITED BY SIZE
                INTO WS-WK-PHONE
            END-STRING.
            MOVE COLL-NAME TO WS-WK-NAME.
            MOVE COLL-OVERDUE-AMT TO WS-WK-AMT.
            MOVE WS-WORK-LINE TO WKLO(WS-ROW-SUB).

            GO TO 317-ROW-EXIT.

        316-WORKLIST-END.
            MOVE 'Y' TO WS-LIST-END-SW.

        317-ROW-EXIT.
            EXIT.

        319-WORKLIST-LOADED.
            EXEC CICS HANDLE CONDITION
                NOTFND(400-ACCOUNT-NOT-FOUND)
            END-EXEC.

        400-ACCOUNT-NOT-FOUND.
            MOVE LOW-VALUES TO MAPMO.
            MOVE 'NOTHING OVERDUE ON FILE FOR THAT PHONE' TO MSGO.
            MOVE -1 TO ARCODEL.

            GO TO 910-SEND-MAP-ERR.

        450-DISPLAY-ACCOUNT.
            PERFORM 200-EDIT-PHONE-KEY.

            MOVE ARCODEI TO COLL-AREA-CODE.
            MOVE EXCHNOI TO COLL-EXCHANGE.
            MOVE PHONNUMI TO COLL-PHONE-NUM.
            MOVE COLL-KEY TO WS-COLL-KEY-SAVE.

            MOVE LOW-VALUES TO MAPMO.

            PERFORM 310-LOAD-WORKLIST THRU 319-WORKLIST-LOADED.

            PERFORM 460-SHOW-ACCOUNT.

            MOVE 'KEY A NOTE (AND ANY PROMISE) TO RECORD'
                TO MSGO.
            MOVE -1 TO NOTEL.

            EXEC CICS
                SEND MAP('MAPM') MAPSET('BOMAPM') ERASE
            END-EXEC.

            EXEC CICS RETURN TRANSID('BO23') END-EXEC.

      * THE WORKLIST BROWSE LEAVES SOMEBODY ELSE IN COLL-RECORD, SO
      * THE ACCOUNT ITSELF IS READ AFTER IT.
        460-SHOW-ACCOUNT.
            MOVE WS-COLL-KEY-SAVE TO COLL-KEY.

            EXEC CICS READ FILE('COLLFILE')
                INTO(COLL-RECORD)
                RIDFLD(COLL-KEY)
                LENGTH(COLL-LENGTH)
            END-EXEC.

            MOVE COLL-AREA-CODE TO ARCODEO.
            MOVE COLL-EXCHANGE TO EXCHNOO.
            MOVE COLL-PHONE-NUM TO PHONNUMO.

            MOVE COLL-OVERDUE-AMT TO WS-AMT-DISPLAY.
            MOVE SPACES TO DTLO(1).
            STRING COLL-NAME DELIMITED BY SIZE
                ' OVERDUE ' DELIMITED BY SIZE
                WS-AMT-DISPLAY DELIMITED BY SIZE
                INTO DTLO(1)
            END-STRING.

            MOVE COLL-DAYS30-AMT TO WS-BKT-30.
            MOVE COLL-DAYS60-AMT TO WS-BKT-60.
            MOVE COLL-DAYS90-AMT TO WS-BKT-90.
            MOVE WS-BUCKET-LINE TO DTLO(2).

            IF COLL-NOTE-DATE > SPACES
                MOVE COLL-NOTE-DATE TO WS-CALL-DATE
                MOVE COLL-NOTE-OPER TO WS-CALL-OPER
            ELSE
                MOVE 'NONE' TO WS-CALL-DATE
                MOVE SPACES TO WS-CALL-OPER
            END-IF.
            IF COLL-LETTER-LEVEL > SPACE
                MOVE COLL-LETTER-LEVEL TO WS-CALL-LETTER
            ELSE
                MOVE '0' TO WS-CALL-LETTER
            END-IF.
            MOVE WS-CALL-LINE TO DTLO(3).

            MOVE COLL-NOTE TO DTLO(4).

            IF COLL-PROM-DATE > SPACES
                MOVE COLL-PROM-AMT TO WS-PL-AMT
                MOVE COLL-PROM-DATE TO WS-PL-DATE
                EVALUATE TRUE
                    WHEN COLL-PROM-KEPT
                        MOVE 'KEPT' TO WS-PL-STATUS
                    WHEN COLL-PROM-BROKEN
                        MOVE 'BROKEN' TO WS-PL-STATUS
                    WHEN OTHER
                        MOVE 'OPEN' TO WS-PL-STATUS
                END-EVALUATE
                MOVE WS-PROM-LINE TO DTLO(5)
            ELSE
                MOVE 'NO PROMISE ON FILE' TO DTLO(5)
            END-IF.

      * A CALL ALWAYS NEEDS ITS NOTE.  A PROMISE NEEDS BOTH A DATE
      * (TODAY OR LATER) AND AN AMOUNT; IT TAKES THE ACCOUNT OFF
      * THE WORKLIST UNTIL THE NIGHTLY RUN FINDS IT BROKEN.
        500-RECORD-CALL.
            PERFORM 200-EDIT-PHONE-KEY.

            IF NOTEL EQUALS ZERO
                MOVE 'KEY A NOTE FOR THE CALL' TO MSGO
                MOVE -1 TO NOTEL
                MOVE DFHUNIMD TO NOTEA

                GO TO 910-SEND-MAP-ERR
            END-IF.

            MOVE 'N' TO WS-PROMISE-SW.

            IF PRDATEL > ZERO
                OR PRDOLL > ZERO
                OR PRCNTL > ZERO
                PERFORM 520-EDIT-PROMISE
                SET WS-PROMISE-KEYED TO TRUE
            END-IF.

            MOVE ARCODEI TO COLL-AREA-CODE.
            MOVE EXCHNOI TO COLL-EXCHANGE.
            MOVE PHONNUMI TO COLL-PHONE-NUM.
            MOVE COLL-KEY TO WS-COLL-KEY-SAVE.

            EXEC CICS READ FILE('COLLFILE')
                INTO(COLL-RECORD)
                RIDFLD(COLL-KEY)
                LENGTH(COLL-LENGTH)
                UPDATE
            END-EXEC.

            MOVE NOTEI TO COLL-NOTE.
            MOVE WS-TODAY TO COLL-NOTE-DATE.
            MOVE WS-NOW-TIME TO COLL-NOTE-TIME.
            MOVE WS-OPER-ID TO COLL-NOTE-OPER.

            IF WS-PROMISE-KEYED
                MOVE WS-TODAY TO COLL-PROM-MADE
                MOVE WS-PROM-DATE TO COLL-PROM-DATE
                MOVE WS-PROM-AMT TO COLL-PROM-AMT
                SET COLL-PROM-OPEN TO TRUE
                SET COLL-RANK-PROMISED TO TRUE
            END-IF.

            EXEC CICS REWRITE FILE('COLLFILE')
                FROM(COLL-RECORD)
                LENGTH(COLL-LENGTH)
            END-EXEC.

            MOVE LOW-VALUES TO MAPMO.

            PERFORM 310-LOAD-WORKLIST THRU 319-WORKLIST-LOADED.

            PERFORM 460-SHOW-ACCOUNT.

            IF WS-PROMISE-KEYED
                MOVE 'CALL AND PROMISE RECORDED' TO MSGO
            ELSE
                MOVE 'CALL RECORDED' TO MSGO
            END-IF.

            MOVE -1 TO ARCODEL.

            EXEC CICS
                SEND MAP('MAPM') MAPSET('BOMAPM') ERASE
            END-EXEC.

            EXEC CICS RETURN TRANSID('BO23') END-EXEC.

        520-EDIT-PROMISE.
            IF PRDATEL IS NOT EQUAL TO 8
                OR PRDATEI IS NOT NUMERIC
                MOVE 'PROMISE DATE MUST BE YYYYMMDD' TO MSGO
                MOVE -1 TO PRDATEL
                MOVE DFHUNIMD TO PRDATEA

                GO TO 910-SEND-MAP-ERR
            END-IF.

            MOVE PRDATEI TO WS-PROM-DATE.

            IF WS-PROM-MM < 1 OR WS-PROM-MM > 12
                OR WS-PROM-DD < 1 OR WS-PROM-DD > 31
                MOVE 'PROMISE DATE MUST BE YYYYMMDD' TO MSGO
                MOVE -1 TO PRDATEL
                MOVE DFHUNIMD TO PRDATEA

                GO TO 910-SEND-MAP-ERR
            END-IF.

            IF WS-PROM-DATE < WS-TODAY
                MOVE 'PROMISE DATE CANNOT BE IN THE PAST' TO MSGO
                MOVE -1 TO PRDATEL
                MOVE DFHUNIMD TO PRDATEA

                GO TO 910-SEND-MAP-ERR
            END-IF.

            MOVE ZERO TO WS-PROM-DOLLARS.
            MOVE ZERO TO WS-PROM-CENTS.

            IF PRDOLL > ZERO
                IF PRDOLI IS NOT NUMERIC
                    MOVE 'PROMISE DOLLARS MUST BE NUMERIC' TO MSGO
                    MOVE -1 TO PRDOLL
                    MOVE DFHUNIMD TO PRDOLA

                    GO TO 910-SEND-MAP-ERR
                ELSE
                    MOVE PRDOLI TO WS-PROM-DOLLARS
                END-IF
            END-IF.

            IF PRCNTL > ZERO
                IF PRCNTI IS NOT NUMERIC
                    MOVE 'PROMISE CENTS MUST BE NUMERIC' TO MSGO
                    MOVE -1 TO PRCNTL
                    MOVE DFHUNIMD TO PRCNTA

                    GO TO 910-SEND-MAP-ERR
                ELSE
                    MOVE PRCNTI TO WS-PROM-CENTS
                END-IF
            END-IF.

            COMPUTE WS-PROM-AMT =
                WS-PROM-DOLLARS + (WS-PROM-CENTS / 100).

            IF WS-PROM-AMT IS NOT GREATER THAN ZERO
                MOVE 'PROMISED AMOUNT MUST BE MORE THAN ZERO'
                    TO MSGO
                MOVE -1 TO PRDOLL
                MOVE DFHUNIMD TO PRDOLA

                GO TO 910-SEND-MAP-ERR
            END-IF.

        910-SEND-MAP-ERR.
            EXEC CICS
                SEND MAP('MAPM') MAPSET('BOMAPM')
            END-EXEC.

            EXEC CICS RETURN TRANSID('BO23') END-EXEC.

        999-EXIT.
            EXEC CICS XCTL
                PROGRAM('BOPRGM')
                COMMAREA(WS-TRANSFER-FIELD)
                LENGTH(WS-TRANSFER-LENGTH)
            END-EXEC.
