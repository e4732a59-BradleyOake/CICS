      * CHECKPOINTS AFTER EVERY INPUT RECORD INTO LBXCTL, THE SAME
      * PATTERN AS THE BOPRGRI ORDER IMPORT - A RUN CUT OFF
      * PARTWAY RESTARTS CLEANLY WITHOUT POSTING A PAYMENT TWICE.
      * EVERY PAYMENT POSTED IS ALSO ADDED INTO THE RECNFILE 'L'
      * ITEM FOR THE BANK'S DEPOSIT DATE, SO THE BOPRGBR BANK
      * RECONCILIATION CAN MATCH THE LOCKBOX CREDIT ON THE BANK
      * STATEMENT TO WHAT WAS ACTUALLY POSTED - A REJECTED PAYMENT
      * LEAVES THE TWO APART UNTIL SOMEONE WORKS IT.
      * RUN EACH BANKING DAY WHEN THE FILE ARRIVES - SEE THE
      * BOPRGLB JCL MEMBER.

                RECORD KEY IS LBXCTL-KEY
                FILE STATUS IS WS-LBXCTL-STATUS.

            SELECT RECNFILE-IO ASSIGN TO RECNFILE
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS RECN-KEY
                FILE STATUS IS WS-RECNFILE-STATUS.

            SELECT ORDJRNL-FILE ASSIGN TO ORDJRNL
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
            LABEL RECORDS ARE STANDARD.
        COPY 'LBXCTL-LAYOUT'.

        FD  RECNFILE-IO
            LABEL RECORDS ARE STANDARD.
        COPY 'RECNFILE-LAYOUT'.

        FD  ORDJRNL-FILE
            LABEL RECORDS ARE STANDARD.
        COPY 'ORDJRNL-LAYOUT'.
        01 WS-PAYFILE-STATUS                PIC XX VALUE ZERO.
        01 WS-PERCTL-STATUS                 PIC XX VALUE ZERO.
        01 WS-LBXCTL-STATUS                 PIC XX VALUE ZERO.
        01 WS-RECNFILE-STATUS               PIC XX VALUE ZERO.
        01 WS-ORDJRNL-STATUS                PIC XX VALUE ZERO.
        01 WS-RPTSTAT-STATUS                PIC XX VALUE ZERO.

            OPEN I-O ORDFILE-IO.
            OPEN I-O PAYFILE-IO.
            OPEN I-O LBXCTL-FILE.
            OPEN I-O RECNFILE-IO.
            OPEN I-O ORDJRNL-FILE.
            OPEN I-O RPTSTAT-FILE.


            PERFORM 500-JOURNAL-ORDER.

            PERFORM 450-ADD-RECON-ITEM THRU 450-EXIT.

      * PAYMENTS FOR AN INVOICE SIT UNDER RISING SEQUENCE NUMBERS -
      * BROWSE WHATEVER IS ALREADY THERE AND TAKE THE HIGHEST PLUS
      * ONE, THE SAME AS THE BOPRGA SCREEN.
                END-IF
            END-IF.

      * ONE RECNFILE ITEM PER BANK DEPOSIT DATE, BUILT UP A PAYMENT
      * AT A TIME SO A RESTARTED RUN CARRIES ON THE SAME TOTAL.  A
      * RECORD WITH NO USABLE DEPOSIT DATE COUNTS UNDER THE RUN
      * DATE.
        450-ADD-RECON-ITEM.
            MOVE 'L' TO RECN-KIND.

            IF LBX-DEPOSIT-DATE IS NUMERIC
                MOVE LBX-DEPOSIT-DATE TO RECN-DATE
            ELSE
                MOVE WS-CURRENT-DATE TO RECN-DATE
            END-IF.

            MOVE 'LOCKBOX' TO RECN-REF.

            READ RECNFILE-IO
                KEY IS RECN-KEY
                INVALID KEY
                    MOVE ZERO TO RECN-AMOUNT
                    MOVE ZERO TO RECN-COUNT
                    MOVE 'BOPRGLB' TO RECN-SOURCE
                    MOVE SPACES TO RECN-STATUS
                    MOVE SPACES TO RECN-CLEAR-DATE
                    MOVE SPACES TO RECN-BANK-KEY
            END-READ.

            IF RECN-CLEARED
                DISPLAY 'BOPRGLB - LOCKBOX DAY ' RECN-DATE
                    ' ALREADY CLEARED AT THE BANK - NOT ADDED'
                GO TO 450-EXIT
            END-IF.

            ADD WS-PAY-AMT TO RECN-AMOUNT.
            ADD 1 TO RECN-COUNT.

            IF RECN-OPEN
                REWRITE RECN-RECORD
                    INVALID KEY
                        DISPLAY 'BOPRGLB - RECNFILE REWRITE FAILED'
                END-REWRITE
            ELSE
                SET RECN-OPEN TO TRUE
                WRITE RECN-RECORD
                    INVALID KEY
                        DISPLAY 'BOPRGLB - RECNFILE WRITE FAILED'
                END-WRITE
            END-IF.

        450-EXIT.
            EXIT.

      * EACH POSTED PAYMENT JOURNALS THE ORDER REWRITE THE SAME AS
      * AN ONLINE POSTING, SO BOPRGRF FORWARD RECOVERY REPLAYS
      * LOCKBOX MONEY TOO.  'LBX' STANDS IN FOR THE TERMINAL AND
            CLOSE ORDFILE-IO.
            CLOSE PAYFILE-IO.
            CLOSE LBXCTL-FILE.
            CLOSE RECNFILE-IO.
            CLOSE ORDJRNL-FILE.
            CLOSE RPTSTAT-FILE.

