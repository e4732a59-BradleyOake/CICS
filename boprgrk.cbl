      * OWN LINE AND STAYS OUT OF THE PER-TERMINAL SPLIT.  THE
      * DAY COMES FROM THE DAYIN CARD (YYYYMMDD IN COLUMNS 1-8;
      * DUMMY = TODAY).
      * MONEY GOING OUT BALANCES TOO - THE DAY'S CUSTOMER REFUNDS
      * ARE TAKEN OFF THE RFNDFILE REFUND REGISTER BOPRGZ WRITES,
      * TOTALLED BY KIND (CREDIT NOTE OR ON-ACCOUNT), AND THE
      * DEPOSIT LESS THE REFUNDS IS THE DAY'S NET.  REFUNDS ARE PAID
      * BY CHEQUE FROM PAYABLES, NOT OUT OF THE DRAWER, SO THE
      * DEPOSIT TOTAL ITSELF IS UNCHANGED; THE METHOD 'F' PAYFILE
      * RECORDS THEY LEAVE UNDER A CREDIT NOTE ARE NOT PAYMENTS AND
      * ARE NOT COUNTED HERE.
      * THE BANKED DEPOSIT - THE DEPOSIT TOTAL LESS THE LOCKBOX
      * PAYMENTS BOPRGLB POSTED (THE BANK TOOK THOSE ITSELF) AND
      * LESS ANY NSF REVERSALS (THE BANK SHOWS THOSE AS THEIR OWN
      * DEBITS) - GOES ON RECNFILE AS THE DAY'S 'D' ITEM FOR THE
      * BOPRGBR BANK RECONCILIATION TO MATCH AGAINST THE DEPOSIT
      * CREDIT ON THE STATEMENT.  A RERUN OF THE SAME DAY REPLACES
      * THE AMOUNT UNTIL THE BANK HAS CLEARED IT.
      * A PAYMENT WRITTEN BEFORE THE METHOD FIELD EXISTED TOTALS
      * UNDER UNKNOWN.  RUN NIGHTLY WITH THE DAY-END - SEE THE
      * BOPRGRK JCL MEMBER.
                RECORD KEY IS ONACCT-KEY
                FILE STATUS IS WS-ONACCT-STATUS.

            SELECT RFNDFILE-IN ASSIGN TO RFNDFILE
                ORGANIZATION IS INDEXED
                ACCESS IS SEQUENTIAL
                RECORD KEY IS RFND-KEY
                FILE STATUS IS WS-RFNDFILE-STATUS.

            SELECT RECNFILE-IO ASSIGN TO RECNFILE
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS RECN-KEY
                FILE STATUS IS WS-RECNFILE-STATUS.

            SELECT DAYIN-IN ASSIGN TO DAYIN
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DAYIN-STATUS.
            LABEL RECORDS ARE STANDARD.
        COPY 'ONACCT-LAYOUT'.

        FD  RFNDFILE-IN
            LABEL RECORDS ARE STANDARD.
        COPY 'RFNDFILE-LAYOUT'.

        FD  RECNFILE-IO
            LABEL RECORDS ARE STANDARD.
        COPY 'RECNFILE-LAYOUT'.

        FD  DAYIN-IN
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 80 CHARACTERS.
            88 WS-PAYFILE-EOF                VALUE '10'.

        01 WS-ONACCT-STATUS                 PIC XX VALUE ZERO.
        01 WS-RFNDFILE-STATUS               PIC XX VALUE ZERO.
        01 WS-RECNFILE-STATUS               PIC XX VALUE ZERO.
        01 WS-DAYIN-STATUS                  PIC XX VALUE ZERO.
        01 WS-CASH-STATUS                   PIC XX VALUE ZERO.
        01 WS-RPTSTAT-STATUS                PIC XX VALUE ZERO.
                                             VALUE ZERO.
        01 WS-GRAND-AMT                     PIC S9(9)V99 COMP-3
                                             VALUE ZERO.
        01 WS-RFCRD-COUNT                   PIC 9(7) COMP VALUE ZERO.
        01 WS-RFCRD-AMT                     PIC S9(9)V99 COMP-3
                                             VALUE ZERO.
        01 WS-RFONA-COUNT                   PIC 9(7) COMP VALUE ZERO.
        01 WS-RFONA-AMT                     PIC S9(9)V99 COMP-3
                                             VALUE ZERO.
        01 WS-NET-AMT                       PIC S9(9)V99 COMP-3
                                             VALUE ZERO.
        01 WS-NOTBNK-COUNT                  PIC 9(7) COMP VALUE ZERO.
        01 WS-NOTBNK-AMT                    PIC S9(9)V99 COMP-3
                                             VALUE ZERO.
        01 WS-BANKED-COUNT                  PIC 9(7) COMP VALUE ZERO.
        01 WS-BANKED-AMT                    PIC S9(9)V99 COMP-3
                                             VALUE ZERO.

        01 WS-TERM-COUNT                    PIC 9(4) COMP VALUE ZERO.
        01 WS-TERM-MAX                      PIC 9(4) COMP VALUE 50.
        000-START-LOGIC.
            OPEN INPUT PAYFILE-IN.
            OPEN INPUT ONACCT-IN.
            OPEN INPUT RFNDFILE-IN.
            OPEN I-O RECNFILE-IO.
            OPEN OUTPUT CASH-OUT.
            OPEN I-O RPTSTAT-FILE.

            PERFORM 400-PROCESS-ONACCT
                UNTIL WS-EOF.

            MOVE 'N' TO WS-EOF-SW.

            PERFORM 450-READ-REFUND.

            PERFORM 500-PROCESS-REFUND
                UNTIL WS-EOF.

            PERFORM 600-PRINT-METHODS.
            PERFORM 650-PRINT-REFUNDS.
            PERFORM 670-POST-BANK-DEPOSIT THRU 670-EXIT.
            PERFORM 700-PRINT-TERMINALS.

            PERFORM 800-ENDFILE.
            ADD 1 TO WS-REC-COUNT.

            IF PAYFILE-DATE = WS-SELECT-DATE
                AND NOT PAYFILE-BY-REFUND
                ADD 1 TO WS-SEL-COUNT
                PERFORM 310-TALLY-PAYMENT THRU 319-TALLY-DONE
            END-IF.

            PERFORM 250-READ-ONACCT.

        450-READ-REFUND.
            READ RFNDFILE-IN NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-EOF-SW
            END-READ.

        500-PROCESS-REFUND.
            IF RFND-DATE = WS-SELECT-DATE
                IF RFND-OF-CREDIT
                    ADD 1 TO WS-RFCRD-COUNT
                    ADD RFND-AMOUNT TO WS-RFCRD-AMT
                ELSE
                    ADD 1 TO WS-RFONA-COUNT
                    ADD RFND-AMOUNT TO WS-RFONA-AMT
                END-IF
            END-IF.

            PERFORM 450-READ-REFUND.

        310-TALLY-PAYMENT.
            IF PAYFILE-BY-CREDIT
                ADD 1 TO WS-APPL-COUNT

            ADD PAYFILE-AMOUNT TO WS-GRAND-AMT.

            IF PAYFILE-TERM = 'LBX'
                OR PAYFILE-REV-REASON = 'NSF'
                ADD 1 TO WS-NOTBNK-COUNT
                ADD PAYFILE-AMOUNT TO WS-NOTBNK-AMT
            END-IF.

            PERFORM 320-FIND-TERMINAL.

            IF WS-HIT-IDX = ZERO
            MOVE RPT-METHOD-LINE TO RPT-LINE.
            WRITE RPT-LINE.

      * MONEY GOING OUT - REFUND CHEQUES ASKED FOR TODAY, AND THE
      * DEPOSIT NET OF THEM.
        650-PRINT-REFUNDS.
            MOVE SPACES TO RPT-LINE.
            WRITE RPT-LINE.

            MOVE 'REFUNDS - CREDITS - ' TO RPT-MTH-LABEL.
            MOVE WS-RFCRD-COUNT TO RPT-MTH-COUNT.
            MOVE WS-RFCRD-AMT TO RPT-MTH-AMT.
            MOVE RPT-METHOD-LINE TO RPT-LINE.
            WRITE RPT-LINE.

            MOVE 'REFUNDS - ON ACCT - ' TO RPT-MTH-LABEL.
            MOVE WS-RFONA-COUNT TO RPT-MTH-COUNT.
            MOVE WS-RFONA-AMT TO RPT-MTH-AMT.
            MOVE RPT-METHOD-LINE TO RPT-LINE.
            WRITE RPT-LINE.

            MOVE 'NET OF REFUNDS  -   ' TO RPT-MTH-LABEL.
            COMPUTE RPT-MTH-COUNT = WS-RFCRD-COUNT + WS-RFONA-COUNT.
            COMPUTE WS-NET-AMT = WS-GRAND-AMT
                - WS-RFCRD-AMT - WS-RFONA-AMT.
            MOVE WS-NET-AMT TO RPT-MTH-AMT.
            MOVE RPT-METHOD-LINE TO RPT-LINE.
            WRITE RPT-LINE.

      * WHAT WENT ACROSS THE BRANCH COUNTER AT THE BANK - THE
      * DEPOSIT LESS LOCKBOX MONEY AND NSF REVERSALS - ONTO
      * RECNFILE FOR BOPRGBR.  ONCE THE BANK HAS CLEARED THE DAY A
      * RERUN LEAVES THE ITEM ALONE.
        670-POST-BANK-DEPOSIT.
            COMPUTE WS-BANKED-AMT = WS-GRAND-AMT - WS-NOTBNK-AMT.

            MOVE SPACES TO RPT-LINE.
            WRITE RPT-LINE.

            IF WS-NOTBNK-COUNT > ZERO
                MOVE 'LOCKBOX/NSF REV -   ' TO RPT-MTH-LABEL
                MOVE WS-NOTBNK-COUNT TO RPT-MTH-COUNT
                MOVE WS-NOTBNK-AMT TO RPT-MTH-AMT
                MOVE RPT-METHOD-LINE TO RPT-LINE
                WRITE RPT-LINE
            END-IF.

            MOVE 'BANKED DEPOSIT  -   ' TO RPT-MTH-LABEL.
            COMPUTE WS-BANKED-COUNT = WS-SEL-COUNT
                - WS-APPL-COUNT - WS-ONAC-COUNT
                + WS-OADEP-COUNT - WS-NOTBNK-COUNT.
            MOVE WS-BANKED-COUNT TO RPT-MTH-COUNT.
            MOVE WS-BANKED-AMT TO RPT-MTH-AMT.
            MOVE RPT-METHOD-LINE TO RPT-LINE.
            WRITE RPT-LINE.

            IF WS-BANKED-AMT IS NOT GREATER THAN ZERO
                GO TO 670-EXIT
            END-IF.

            MOVE 'D' TO RECN-KIND.
            MOVE WS-SELECT-DATE TO RECN-DATE.
            MOVE 'DEPOSIT' TO RECN-REF.

            READ RECNFILE-IO
                KEY IS RECN-KEY
                INVALID KEY
                    MOVE SPACES TO RECN-STATUS
            END-READ.

            IF RECN-CLEARED
                DISPLAY 'BOPRGRK - DEPOSIT FOR ' WS-SELECT-DATE
                    ' ALREADY CLEARED AT THE BANK - NOT CHANGED'
                GO TO 670-EXIT
            END-IF.

            MOVE WS-BANKED-AMT TO RECN-AMOUNT.
            MOVE WS-BANKED-COUNT TO RECN-COUNT.
            MOVE 'BOPRGRK' TO RECN-SOURCE.
            MOVE SPACES TO RECN-CLEAR-DATE.
            MOVE SPACES TO RECN-BANK-KEY.

            IF RECN-OPEN
                REWRITE RECN-RECORD
                    INVALID KEY
                        DISPLAY 'BOPRGRK - RECNFILE REWRITE FAILED'
                END-REWRITE
            ELSE
                SET RECN-OPEN TO TRUE
                WRITE RECN-RECORD
                    INVALID KEY
                        DISPLAY 'BOPRGRK - RECNFILE WRITE FAILED'
                END-WRITE
            END-IF.

        670-EXIT.
            EXIT.

        700-PRINT-TERMINALS.
            MOVE SPACES TO RPT-LINE.
            WRITE RPT-LINE.

            CLOSE PAYFILE-IN.
            CLOSE ONACCT-IN.
            CLOSE RFNDFILE-IN.
            CLOSE RECNFILE-IO.
            CLOSE CASH-OUT.
            CLOSE RPTSTAT-FILE.

