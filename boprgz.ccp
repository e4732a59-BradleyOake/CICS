        IDENTIFICATION DIVISION.
        PROGRAM-ID.  BOPRGZ.
        AUTHOR. OAKE.

      * CUSTOMER REFUND SCREEN - GIVES BACK MONEY BOPRGA CAN ONLY
      * EVER APPLY: A CREDIT NOTE WITH NOTHING LEFT TO APPLY IT TO,
      * OR A DEPOSIT SITTING IN CUST-ONACCT-AMT THAT WILL NEVER
      * BECOME AN ORDER.  KEY A CREDIT NOTE NUMBER OR A CUSTOMER
      * PHONE NUMBER AND PRESS ENTER TO SEE WHAT IS LEFT TO
      * REFUND.  KEY THE AMOUNT, A REASON CODE AND THE REASON TO
      * PAY IT OUT - SUPERVISOR ONLY, THE SAME AS A PAYMENT
      * REVERSAL.  A CREDIT NOTE REFUND GOES ON PAYFILE AS A
      * METHOD 'F' RECORD UNDER THE CREDIT NOTE AND INTO ITS
      * PAID-AMT, EXACTLY LIKE APPLYING IT; AN ON-ACCOUNT REFUND
      * COMES OFF CUST-ONACCT-AMT AND JOURNALS AN 'R' MOVEMENT TO
      * ONACCT.  EITHER WAY THE REFUND IS NUMBERED FROM RFNDCTL AND
      * WRITTEN TO RFNDFILE WITH THE OPERATOR, REASON AND PAYEE -
      * THE NIGHTLY BOPRGCQ RUN SENDS IT TO ACCOUNTS PAYABLE AS A
      * CHEQUE REQUISITION, AND THE BOPRGRK DAY-END CASH REPORT
      * TOTALS IT AS MONEY GOING OUT.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. RS-6000.
        OBJECT-COMPUTER. RS-6000.

        DATA DIVISION.
        WORKING-STORAGE SECTION.

        COPY 'BOMAPN'.
        COPY 'DFHBMSCA'.
        COPY 'ORDFILE-LAYOUT'.
        COPY 'ORDJRNL-LAYOUT'.
        COPY 'PAYFILE-LAYOUT'.
        COPY 'CUSTFILE-LAYOUT'.
        COPY 'ONACCT-LAYOUT'.
        COPY 'PERCTL-LAYOUT'.
        COPY 'RFNDCTL-LAYOUT'.
        COPY 'RFNDFILE-LAYOUT'.
        COPY 'AUDITLOG-LAYOUT'.

        01 WS-TRANSFER-FIELD    PIC X(3).
        01 WS-TRANSFER-LENGTH   PIC S9(4) COMP VALUE 3.
        01 WS-AUDIT-ABSTIME     PIC S9(15) COMP-3.
        01 WS-ABSTIME           PIC S9(15) COMP-3.

        01 WS-TODAY             PIC X(8).
        01 WS-NOW-TIME          PIC X(6).

        01 WS-AVAIL-AMT         PIC S9(7)V99 COMP-3.
        01 WS-RFND-AMT          PIC S9(7)V99 COMP-3.
        01 WS-RFND-DOLLARS      PIC 9(7).
        01 WS-RFND-CENTS        PIC 9(2).
        01 WS-NEXT-SEQ          PIC 9(3).
        01 WS-AMT-DISPLAY       PIC ZZZZZZ9.99.

        01 WS-PERIOD-CLOSED-SW  PIC X VALUE 'N'.

        01 WS-BROWSE-KEY.
            05 WS-BROWSE-INVOICE    PIC X(7).
            05 WS-BROWSE-SEQ        PIC 9(3).


        01 WS-SIGNON-NAME.
            05 WS-SIGNON-TERMID     PIC X(4).
            05 WS-SIGNON-QID        PIC X(4) VALUE 'SGNQ'.

        01 WS-SIGNON-RECORD.
            05 WS-OPER-ID           PIC X(4).
            05 WS-OPER-AUTH         PIC X(1).
            05 WS-OPER-LOC          PIC X(2).
        01 WS-SIGNON-LENGTH     PIC S9(4) COMP VALUE 7.


        01 WS-JRNL-ACTION       PIC X.
        01 WS-JRNL-ABSTIME      PIC S9(15) COMP-3.

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
                NOTFND(400-CREDIT-NOT-FOUND)
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
                RECEIVE MAP('MAPN') MAPSET('BOMAPN')
            END-EXEC.

            GO TO 200-MAIN-LOGIC.

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

      * EVERY CHANGE TO ORDFILE DROPS ITS FULL IMAGE ON THE
      * ORDJRNL JOURNAL SO BOPRGRF CAN REPLAY THE DAY OVER LAST
      * NIGHT'S BACKUP.  THE CALLER SETS WS-JRNL-ACTION AND LEAVES
      * THE ORDER IN ORDFILE-RECORD.  A KEY COLLISION (TWO ACTIONS
      * FROM THIS TERMINAL IN THE SAME SECOND) BUMPS THE SEQUENCE
      * AND TRIES AGAIN.
        060-JOURNAL-ORDER.
            MOVE WS-JRNL-ACTION TO JRNL-ACTION.
            MOVE ORDFILE-RECORD TO JRNL-ORDER-IMAGE.
            MOVE EIBTRMID TO JRNL-TERM.
            MOVE 1 TO JRNL-SEQ.

            EXEC CICS ASSIGN ABSTIME(WS-JRNL-ABSTIME) END-EXEC.
            EXEC CICS FORMATTIME ABSTIME(WS-JRNL-ABSTIME)
                YYYYMMDD(JRNL-DATE)
                TIME(JRNL-TIME)
                DATESEP(0)
                TIMESEP(0)
            END-EXEC.

        061-JOURNAL-WRITE.
            EXEC CICS HANDLE CONDITION
                DUPKEY(062-JOURNAL-RETRY)
                DUPREC(062-JOURNAL-RETRY)
            END-EXEC.

            EXEC CICS WRITE FILE('ORDJRNL')
                FROM(JRNL-RECORD)
                RIDFLD(JRNL-KEY)
                LENGTH(JRNL-LENGTH)
            END-EXEC.

            GO TO 063-JOURNAL-DONE.

        062-JOURNAL-RETRY.
            ADD 1 TO JRNL-SEQ.

            IF JRNL-SEQ > 999
                GO TO 063-JOURNAL-DONE
            END-IF.

            GO TO 061-JOURNAL-WRITE.

        063-JOURNAL-DONE.
            EXIT.

      * NOTHING POSTS INTO A MONTH THE LEDGER HAS ALREADY BOOKED -
      * THE BOPRGCL CLOSE SETS PERCTL-CLOSED-THRU AND EVERYTHING
      * DATED THAT MONTH OR EARLIER IS REFUSED.  NO PERCTL RECORD
      * MEANS NOTHING IS CLOSED.
        070-CHECK-PERIOD.
            MOVE 'N' TO WS-PERIOD-CLOSED-SW.

            EXEC CICS HANDLE CONDITION
                NOTFND(072-PERIOD-DONE)
            END-EXEC.

            EXEC CICS READ FILE('PERCTL')
                INTO(PERCTL-RECORD)
                RIDFLD(PERCTL-KEY)
                LENGTH(PERCTL-LENGTH)
            END-EXEC.

            IF PERCTL-CLOSED-THRU IS NOT NUMERIC
                GO TO 072-PERIOD-DONE
            END-IF.

            IF WS-TODAY(1:6) IS NOT GREATER THAN
                    PERCTL-CLOSED-THRU
                MOVE 'Y' TO WS-PERIOD-CLOSED-SW
            END-IF.

        072-PERIOD-DONE.
            EXEC CICS HANDLE CONDITION
                NOTFND(400-CREDIT-NOT-FOUND)
            END-EXEC.

        100-FIRST-TIME.
            MOVE LOW-VALUES TO MAPNO.

            EXEC CICS
                SEND MAP('MAPN') MAPSET('BOMAPN') ERASE
            END-EXEC.

            EXEC CICS RETURN TRANSID('BO24') END-EXEC.

      * ONE OR THE OTHER - A CREDIT NOTE NUMBER REFUNDS THAT
      * CREDIT, A PHONE NUMBER REFUNDS THE CUSTOMER'S ON-ACCOUNT
      * MONEY.  NO AMOUNT JUST SHOWS WHAT IS THERE TO REFUND.
        200-MAIN-LOGIC.
            IF CRDNUML > ZERO
                AND (ARCODEL > ZERO OR EXCHNOL > ZERO
                     OR PHONNUML > ZERO)
                MOVE 'KEY A CREDIT NUMBER OR A PHONE, NOT BOTH'
                    TO MSGO
                MOVE -1 TO CRDNUML

                GO TO 910-SEND-MAP-ERR
            END-IF.

            IF CRDNUML EQUALS ZERO
                AND ARCODEL EQUALS ZERO
                AND EXCHNOL EQUALS ZERO
                AND PHONNUML EQUALS ZERO
                MOVE 'KEY A CREDIT NUMBER OR A PHONE NUMBER' TO MSGO
                MOVE -1 TO CRDNUML

                GO TO 910-SEND-MAP-ERR
            END-IF.

            IF CRDNUML > ZERO
                PERFORM 210-EDIT-CREDIT-NO
            ELSE
                PERFORM 220-EDIT-PHONE-KEY
            END-IF.

            IF RFDOLL EQUALS ZERO AND RFCNTL EQUALS ZERO
                GO TO 300-DISPLAY-BALANCE
            END-IF.

            GO TO 500-POST-REFUND.

        210-EDIT-CREDIT-NO.
            IF CRDNUML IS NOT EQUAL TO 7
                OR CRDNUMI IS NOT NUMERIC
                MOVE 'CREDIT NUMBER MUST BE 7 DIGITS' TO MSGO
                MOVE -1 TO CRDNUML
                MOVE DFHUNIMD TO CRDNUMA

                GO TO 910-SEND-MAP-ERR
            END-IF.

            MOVE CRDNUMI TO ORDFILE-INVOICE-NO.

        220-EDIT-PHONE-KEY.
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

            MOVE ARCODEI TO CUST-AREA-CODE.
            MOVE EXCHNOI TO CUST-EXCHANGE.
            MOVE PHONNUMI TO CUST-PHONE-NUM.

        300-DISPLAY-BALANCE.
            IF CRDNUML > ZERO
                GO TO 320-DISPLAY-CREDIT
            END-IF.

            EXEC CICS HANDLE CONDITION
                NOTFND(410-CUSTOMER-NOT-FOUND)
            END-EXEC.

            EXEC CICS READ FILE('CUSTFILE')
                INTO(CUST-RECORD)
                RIDFLD(CUST-KEY)
                LENGTH(CUST-LENGTH)
            END-EXEC.

            PERFORM 340-SHOW-ONACCT.
            MOVE 'KEY AMOUNT AND REASON TO REFUND' TO MSGO.

            GO TO 900-SEND-MAP.

        320-DISPLAY-CREDIT.
            EXEC CICS READ FILE('ORDFILE')
                INTO(ORDFILE-RECORD)
                LENGTH(ORDFILE-LENGTH)
                RIDFLD(ORDFILE-KEY)
            END-EXEC.

            PERFORM 350-CHECK-CREDIT.
            PERFORM 330-SHOW-CREDIT.
            MOVE 'KEY AMOUNT AND REASON TO REFUND' TO MSGO.

            GO TO 900-SEND-MAP.

      * THE KEYED NUMBER MUST TRANSMIT BACK WITH THE REFUND ENTER,
      * SO IT GOES OUT MODIFIED.
        330-SHOW-CREDIT.
            MOVE LOW-VALUES TO MAPNO.
            MOVE ORDFILE-INVOICE-NO TO CRDNUMO.
            MOVE DFHBMFSE TO CRDNUMA.
            MOVE ORDFILE-NAME TO NAMEO.

            COMPUTE WS-AVAIL-AMT = ORDFILE-ORDER-TOTAL
                + ORDFILE-GST-AMT + ORDFILE-PST-AMT
                - ORDFILE-PAID-AMT.
            MOVE WS-AVAIL-AMT TO WS-AMT-DISPLAY.
            MOVE WS-AMT-DISPLAY TO AVAILO.

        340-SHOW-ONACCT.
            MOVE LOW-VALUES TO MAPNO.
            MOVE CUST-AREA-CODE TO ARCODEO.
            MOVE CUST-EXCHANGE TO EXCHNOO.
            MOVE CUST-PHONE-NUM TO PHONNUMO.
            MOVE DFHBMFSE TO ARCODEA.
            MOVE DFHBMFSE TO EXCHNOA.
            MOVE DFHBMFSE TO PHONNUMA.
            MOVE CUST-NAME TO NAMEO.

            IF CUST-ONACCT-AMT IS NOT NUMERIC
                MOVE ZERO TO CUST-ONACCT-AMT
            END-IF.

            MOVE CUST-ONACCT-AMT TO WS-AVAIL-AMT.
            MOVE WS-AVAIL-AMT TO WS-AMT-DISPLAY.
            MOVE WS-AMT-DISPLAY TO AVAILO.

      * ONLY A RELEASED CREDIT NOTE HAS MONEY TO GIVE BACK - A
      * HELD ONE IS STILL WAITING ON BOPRGW.  THE RECORD MAY BE
      * HELD FOR UPDATE, SO UNLOCK ON THE WAY OUT (HARMLESS IF IT
      * IS NOT).
        350-CHECK-CREDIT.
            IF NOT ORDFILE-IS-CREDIT
                EXEC CICS UNLOCK FILE('ORDFILE') END-EXEC

                MOVE 'THAT NUMBER IS NOT A CREDIT NOTE' TO MSGO
                MOVE -1 TO CRDNUML

                GO TO 910-SEND-MAP-ERR
            END-IF.

            IF ORDFILE-ST-HELD
                EXEC CICS UNLOCK FILE('ORDFILE') END-EXEC

                MOVE 'CREDIT IS WAITING SUPERVISOR APPROVAL'
                    TO MSGO
                MOVE -1 TO CRDNUML

                GO TO 910-SEND-MAP-ERR
            END-IF.

        400-CREDIT-NOT-FOUND.
            MOVE LOW-VALUES TO MAPNO.
            MOVE 'CREDIT NOTE NOT FOUND' TO MSGO.
            MOVE -1 TO CRDNUML.

            GO TO 910-SEND-MAP-ERR.

        410-CUSTOMER-NOT-FOUND.
            MOVE LOW-VALUES TO MAPNO.
            MOVE 'CUSTOMER NOT FOUND' TO MSGO.
            MOVE -1 TO ARCODEL.

            GO TO 910-SEND-MAP-ERR.

      * PAYING MONEY OUT IS A SUPERVISOR'S CALL, AND LIKE ANY
      * POSTING IT IS REFUSED INTO A CLOSED MONTH.
        500-POST-REFUND.
            IF WS-OPER-AUTH IS NOT EQUAL TO 'S'
                MOVE 'SUPERVISOR AUTHORITY NEEDED TO REFUND'
                    TO MSGO
                MOVE -1 TO RFDOLL

                GO TO 910-SEND-MAP-ERR
            END-IF.

            PERFORM 070-CHECK-PERIOD THRU 072-PERIOD-DONE.

            IF WS-PERIOD-CLOSED-SW EQUALS 'Y'
                MOVE 'PERIOD CLOSED - REFUND NOT POSTED' TO MSGO
                MOVE -1 TO RFDOLL

                GO TO 910-SEND-MAP-ERR
            END-IF.

            MOVE ZERO TO WS-RFND-DOLLARS.
            MOVE ZERO TO WS-RFND-CENTS.

            IF RFDOLL > ZERO
                IF RFDOLI IS NOT NUMERIC
                    MOVE 'REFUND DOLLARS MUST BE NUMERIC' TO MSGO
                    MOVE -1 TO RFDOLL
                    MOVE DFHUNIMD TO RFDOLA

                    GO TO 910-SEND-MAP-ERR
                ELSE
                    MOVE RFDOLI TO WS-RFND-DOLLARS
                END-IF
            END-IF.

            IF RFCNTL > ZERO
                IF RFCNTI IS NOT NUMERIC
                    MOVE 'REFUND CENTS MUST BE NUMERIC' TO MSGO
                    MOVE -1 TO RFCNTL
                    MOVE DFHUNIMD TO RFCNTA

                    GO TO 910-SEND-MAP-ERR
                ELSE
                    MOVE RFCNTI TO WS-RFND-CENTS
                END-IF
            END-IF.

            COMPUTE WS-RFND-AMT =
                WS-RFND-DOLLARS + (WS-RFND-CENTS / 100).

            IF WS-RFND-AMT IS NOT GREATER THAN ZERO
                MOVE 'REFUND AMOUNT MUST BE MORE THAN ZERO' TO MSGO
                MOVE -1 TO RFDOLL
                MOVE DFHUNIMD TO RFDOLA

                GO TO 910-SEND-MAP-ERR
            END-IF.

            IF RSNCDL EQUALS ZERO
                OR RSNCDI EQUALS SPACES
                MOVE 'KEY A REFUND REASON CODE' TO MSGO
                MOVE -1 TO RSNCDL
                MOVE DFHUNIMD TO RSNCDA

                GO TO 910-SEND-MAP-ERR
            END-IF.

            IF RSNTXTL EQUALS ZERO
                OR RSNTXTI EQUALS SPACES
                MOVE 'KEY THE REASON FOR THE REFUND' TO MSGO
                MOVE -1 TO RSNTXTL
                MOVE DFHUNIMD TO RSNTXTA

                GO TO 910-SEND-MAP-ERR
            END-IF.

            MOVE SPACES TO RFND-RECORD.
            MOVE RSNCDI TO RFND-REASON.
            MOVE RSNTXTI TO RFND-REASON-TEXT.

            IF CRDNUML > ZERO
                GO TO 600-REFUND-CREDIT
            END-IF.

            GO TO 700-REFUND-ONACCT.

      * PAYMENTS FOR A DOCUMENT SIT UNDER RISING SEQUENCE NUMBERS -
      * BROWSE WHATEVER IS ALREADY THERE AND TAKE THE HIGHEST PLUS
      * ONE.  A DOCUMENT WITH NOTHING ON PAYFILE YET STARTS AT 001.
        520-NEXT-PAYMENT-SEQ.
            MOVE 1 TO WS-NEXT-SEQ.
            MOVE ORDFILE-INVOICE-NO TO WS-BROWSE-INVOICE.
            MOVE ZERO TO WS-BROWSE-SEQ.

            EXEC CICS HANDLE CONDITION
                NOTFND(522-SEQ-DONE)
                ENDFILE(523-SEQ-ENDBR)
            END-EXEC.

            EXEC CICS STARTBR FILE('PAYFILE')
                RIDFLD(WS-BROWSE-KEY)
            END-EXEC.

            PERFORM 521-SEQ-NEXT
                UNTIL WS-BROWSE-INVOICE
                    IS NOT EQUAL TO ORDFILE-INVOICE-NO.

        523-SEQ-ENDBR.
            EXEC CICS ENDBR FILE('PAYFILE') END-EXEC.

            GO TO 522-SEQ-DONE.

        521-SEQ-NEXT.
            EXEC CICS READNEXT FILE('PAYFILE')
                INTO(PAYFILE-RECORD)
                LENGTH(PAYFILE-LENGTH)
                RIDFLD(WS-BROWSE-KEY)
            END-EXEC.

            IF WS-BROWSE-INVOICE EQUALS ORDFILE-INVOICE-NO
                COMPUTE WS-NEXT-SEQ = PAYFILE-SEQ + 1
            END-IF.

        522-SEQ-DONE.
            EXEC CICS HANDLE CONDITION
                NOTFND(400-CREDIT-NOT-FOUND)
            END-EXEC.

      * THE REFUND NUMBER COMES OFF RFNDCTL THE SAME WAY INVOICE
      * NUMBERS COME OFF INVCTL.
        570-NEXT-RFND-NUMBER.
            EXEC CICS HANDLE CONDITION
                NOTFND(571-RFNDCTL-NOT-FOUND)
            END-EXEC.

            EXEC CICS READ FILE('RFNDCTL')
                INTO(RFNDCTL-RECORD)
                RIDFLD(RFNDCTL-KEY)
                LENGTH(RFNDCTL-LENGTH)
                UPDATE
            END-EXEC.

            ADD 1 TO RFNDCTL-LAST-RFND.

            EXEC CICS REWRITE FILE('RFNDCTL')
                FROM(RFNDCTL-RECORD)
                LENGTH(RFNDCTL-LENGTH)
            END-EXEC.

            GO TO 572-RFNDCTL-DONE.

        571-RFNDCTL-NOT-FOUND.
            MOVE 'RFNDCTL RECORD MISSING - CALL SUPPORT' TO MSGO

            GO TO 910-SEND-MAP-ERR.

        572-RFNDCTL-DONE.
            EXEC CICS HANDLE CONDITION
                NOTFND(400-CREDIT-NOT-FOUND)
            END-EXEC.

      * THE CALLER HAS FILLED IN THE TYPE, THE DOCUMENT AND THE
      * PAYEE; THE REST IS WHO, WHEN AND HOW MUCH.  THE CHEQUE
      * REQUISITION DATE STAYS BLANK FOR THE NIGHTLY RUN.
        580-WRITE-REFUND.
            MOVE RFNDCTL-LAST-RFND TO RFND-NO.
            MOVE WS-TODAY TO RFND-DATE.
            MOVE WS-NOW-TIME TO RFND-TIME.
            MOVE WS-RFND-AMT TO RFND-AMOUNT.
            MOVE WS-OPER-ID TO RFND-OPER.
            MOVE EIBTRMID TO RFND-TERM.
            MOVE SPACES TO RFND-REQ-DATE.

            EXEC CICS WRITE FILE('RFNDFILE')
                FROM(RFND-RECORD)
                RIDFLD(RFND-KEY)
                LENGTH(RFND-LENGTH)
            END-EXEC.

      * REFUND A CREDIT NOTE'S UNAPPLIED BALANCE.  THE MONEY GOES
      * ON PAYFILE UNDER THE CREDIT NOTE AS A METHOD 'F' RECORD AND
      * INTO ITS PAID-AMT, THE SAME AS APPLYING IT IN BOPRGA, SO
      * THE STATEMENT AND THE AGING NEED NO CHANGES - A FULLY
      * REFUNDED CREDIT SIMPLY OWES THE CUSTOMER NOTHING MORE.
        600-REFUND-CREDIT.
            EXEC CICS READ FILE('ORDFILE')
                INTO(ORDFILE-RECORD)
                LENGTH(ORDFILE-LENGTH)
                RIDFLD(ORDFILE-KEY)
                UPDATE
            END-EXEC.

            PERFORM 350-CHECK-CREDIT.

            COMPUTE WS-AVAIL-AMT = ORDFILE-ORDER-TOTAL
                + ORDFILE-GST-AMT + ORDFILE-PST-AMT
                - ORDFILE-PAID-AMT.

            IF WS-RFND-AMT > WS-AVAIL-AMT
                EXEC CICS UNLOCK FILE('ORDFILE') END-EXEC

                PERFORM 330-SHOW-CREDIT
                MOVE 'MORE THAN THE CREDIT HAS UNAPPLIED' TO MSGO
                MOVE -1 TO RFDOLL

                GO TO 910-SEND-MAP-ERR
            END-IF.

            PERFORM 570-NEXT-RFND-NUMBER THRU 572-RFNDCTL-DONE.

            PERFORM 520-NEXT-PAYMENT-SEQ THRU 522-SEQ-DONE.

            MOVE ORDFILE-INVOICE-NO TO PAYFILE-INVOICE-NO.
            MOVE WS-NEXT-SEQ TO PAYFILE-SEQ.
            MOVE WS-TODAY TO PAYFILE-DATE.
            MOVE WS-RFND-AMT TO PAYFILE-AMOUNT.
            MOVE RFNDCTL-LAST-RFND TO PAYFILE-REFERENCE.
            MOVE EIBTRMID TO PAYFILE-TERM.
            MOVE 'F' TO PAYFILE-METHOD.
            MOVE ZERO TO PAYFILE-REV-OF-SEQ.
            MOVE RFND-REASON TO PAYFILE-REV-REASON.

            EXEC CICS WRITE FILE('PAYFILE')
                FROM(PAYFILE-RECORD)
                RIDFLD(PAYFILE-KEY)
                LENGTH(PAYFILE-LENGTH)
            END-EXEC.

            ADD WS-RFND-AMT TO ORDFILE-PAID-AMT.
            MOVE WS-OPER-ID TO ORDFILE-UPD-OPER.
            MOVE WS-TODAY TO ORDFILE-UPD-DATE.
            MOVE WS-NOW-TIME TO ORDFILE-UPD-TIME.

            EXEC CICS REWRITE FILE('ORDFILE')
                FROM(ORDFILE-RECORD)
                LENGTH(ORDFILE-LENGTH)
            END-EXEC.

            MOVE 'R' TO WS-JRNL-ACTION.
            PERFORM 060-JOURNAL-ORDER THRU 063-JOURNAL-DONE.

            MOVE 'C' TO RFND-TYPE.
            MOVE ORDFILE-INVOICE-NO TO RFND-CRDNUM.
            MOVE ORDFILE-PHONE-KEY TO RFND-PHONE-KEY.
            MOVE ORDFILE-NAME TO RFND-NAME.
            MOVE ORDFILE-ADDR-LINE1 TO RFND-ADDR-LINE1.
            MOVE ORDFILE-ADDR-LINE2 TO RFND-ADDR-LINE2.
            MOVE ORDFILE-ADDR-LINE3 TO RFND-ADDR-LINE3.
            MOVE ORDFILE-POSTAL-1 TO RFND-POSTAL-1.
            MOVE ORDFILE-POSTAL-2 TO RFND-POSTAL-2.

            PERFORM 580-WRITE-REFUND.

            PERFORM 330-SHOW-CREDIT.
            MOVE RFND-NO TO RFDNOO.
            MOVE 'REFUND POSTED - CHEQUE REQUISITIONED' TO MSGO.

            GO TO 900-SEND-MAP.

      * REFUND MONEY HELD ON ACCOUNT.  IT COMES OFF
      * CUST-ONACCT-AMT AND THE MOVEMENT JOURNALS TO ONACCT AS AN
      * 'R' CARRYING THE REFUND NUMBER, SO THE LEDGER STILL PROVES.
        700-REFUND-ONACCT.
            EXEC CICS HANDLE CONDITION
                NOTFND(410-CUSTOMER-NOT-FOUND)
            END-EXEC.

            EXEC CICS READ FILE('CUSTFILE')
                INTO(CUST-RECORD)
                RIDFLD(CUST-KEY)
                LENGTH(CUST-LENGTH)
                UPDATE
            END-EXEC.

            IF CUST-ONACCT-AMT IS NOT NUMERIC
                MOVE ZERO TO CUST-ONACCT-AMT
            END-IF.

            IF WS-RFND-AMT > CUST-ONACCT-AMT
                EXEC CICS UNLOCK FILE('CUSTFILE') END-EXEC

                PERFORM 340-SHOW-ONACCT
                MOVE 'NOT THAT MUCH HELD ON ACCOUNT' TO MSGO
                MOVE -1 TO RFDOLL

                GO TO 910-SEND-MAP-ERR
            END-IF.

            PERFORM 570-NEXT-RFND-NUMBER THRU 572-RFNDCTL-DONE.

            SUBTRACT WS-RFND-AMT FROM CUST-ONACCT-AMT.

            EXEC CICS REWRITE FILE('CUSTFILE')
                FROM(CUST-RECORD)
                LENGTH(CUST-LENGTH)
            END-EXEC.

            PERFORM 760-JOURNAL-ONACCT THRU 763-ONACCT-LOGGED.

            MOVE 'A' TO RFND-TYPE.
            MOVE SPACES TO RFND-CRDNUM.
            MOVE CUST-KEY TO RFND-PHONE-KEY.
            MOVE CUST-NAME TO RFND-NAME.
            MOVE CUST-ADDR-LINE1 TO RFND-ADDR-LINE1.
            MOVE CUST-ADDR-LINE2 TO RFND-ADDR-LINE2.
            MOVE CUST-ADDR-LINE3 TO RFND-ADDR-LINE3.
            MOVE CUST-POSTAL-1 TO RFND-POSTAL-1.
            MOVE CUST-POSTAL-2 TO RFND-POSTAL-2.

            PERFORM 580-WRITE-REFUND.

            PERFORM 340-SHOW-ONACCT.
            MOVE RFND-NO TO RFDNOO.
            MOVE 'REFUND POSTED - CHEQUE REQUISITIONED' TO MSGO.

            GO TO 900-SEND-MAP.

      * EVERY ON-ACCOUNT MOVEMENT LEAVES A JOURNAL RECORD, THE
      * SAME AS BOPRGA - A SECOND MOVEMENT FOR THE SAME CUSTOMER
      * IN THE SAME SECOND BUMPS THE KEY SEQUENCE AND TRIES AGAIN.
        760-JOURNAL-ONACCT.
            MOVE CUST-KEY TO ONACCT-PHONE-KEY.
            MOVE 'R' TO ONACCT-ACTION.
            MOVE WS-RFND-AMT TO ONACCT-AMOUNT.
            MOVE RFNDCTL-LAST-RFND TO ONACCT-INVOICE-NO.
            MOVE WS-OPER-ID TO ONACCT-OPER.
            MOVE WS-TODAY TO ONACCT-DATE.
            MOVE WS-NOW-TIME TO ONACCT-TIME.
            MOVE 1 TO ONACCT-SEQ.

        761-ONACCT-WRITE.
            EXEC CICS HANDLE CONDITION
                DUPKEY(762-ONACCT-RETRY)
                DUPREC(762-ONACCT-RETRY)
            END-EXEC.

            EXEC CICS WRITE FILE('ONACCT')
                FROM(ONACCT-RECORD)
                RIDFLD(ONACCT-KEY)
                LENGTH(ONACCT-LENGTH)
            END-EXEC.

            GO TO 763-ONACCT-LOGGED.

        762-ONACCT-RETRY.
            ADD 1 TO ONACCT-SEQ.

            IF ONACCT-SEQ > 999
                GO TO 763-ONACCT-LOGGED
            END-IF.

            GO TO 761-ONACCT-WRITE.

        763-ONACCT-LOGGED.
            EXIT.

        900-SEND-MAP.
            EXEC CICS
                SEND MAP('MAPN') MAPSET('BOMAPN') ERASE
            END-EXEC.

            EXEC CICS RETURN TRANSID('BO24') END-EXEC.

        910-SEND-MAP-ERR.
            EXEC CICS
                SEND MAP('MAPN') MAPSET('BOMAPN')
            END-EXEC.

            EXEC CICS RETURN TRANSID('BO24') END-EXEC.

        999-EXIT.
            EXEC CICS XCTL
                PROGRAM('BOPRGM')
                COMMAREA(WS-TRANSFER-FIELD)
                LENGTH(WS-TRANSFER-LENGTH)
            END-EXEC.
