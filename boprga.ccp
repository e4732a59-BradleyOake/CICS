      * CENTS FIELDS) AND AN OPTIONAL CHEQUE REFERENCE AND THE
      * PAYMENT IS WRITTEN TO PAYFILE UNDER THE NEXT SEQUENCE
      * NUMBER AND ADDED INTO ORDFILE-PAID-AMT.  A PAYMENT LARGER
      * THAN THE AMOUNT OWING IS REFUSED.  EVERY PAYMENT AND
      * REVERSAL GOES ON THE OPERLOG ACTIVITY LOG WITH THE OPERATOR
      * WHO KEYED IT FOR THE BOPRGOA WEEKLY REPORT.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        COPY 'ONACCT-LAYOUT'.
        COPY 'PERCTL-LAYOUT'.
        COPY 'AUDITLOG-LAYOUT'.
        COPY 'RECNFILE-LAYOUT'.
        COPY 'OPERLOG-LAYOUT'.

        01 WS-TRANSFER-FIELD    PIC X(3).
        01 WS-TRANSFER-LENGTH   PIC S9(4) COMP VALUE 3.
        01 WS-JRNL-ACTION       PIC X.
        01 WS-JRNL-ABSTIME      PIC S9(15) COMP-3.

        01 WS-OLOG-EVENT        PIC X(4).
        01 WS-OLOG-SUBJECT      PIC X(7).
        01 WS-OLOG-ABSTIME      PIC S9(15) COMP-3.

        LINKAGE SECTION.
            01 DFHCOMMAREA.
                05 LK-TRANSFER    PIC X(3).
        063-JOURNAL-DONE.
            EXIT.

      * PAYMENTS AND REVERSALS GO ON THE OPERLOG ACTIVITY LOG
      * WITH THE SIGNED-ON OPERATOR AND BRANCH FOR THE BOPRGOA
      * WEEKLY REPORT.  THE CALLER SETS WS-OLOG-EVENT AND
      * WS-OLOG-SUBJECT.  A KEY COLLISION BUMPS THE SEQUENCE AND
      * TRIES AGAIN.
        080-LOG-EVENT.
            MOVE WS-OLOG-EVENT TO OLOG-EVENT.
            MOVE WS-OPER-ID TO OLOG-OPER.
            MOVE WS-OPER-LOC TO OLOG-LOC.
            MOVE WS-OLOG-SUBJECT TO OLOG-SUBJECT.
            MOVE EIBTRMID TO OLOG-TERM.
            MOVE 1 TO OLOG-SEQ.

            EXEC CICS ASSIGN ABSTIME(WS-OLOG-ABSTIME) END-EXEC.
            EXEC CICS FORMATTIME ABSTIME(WS-OLOG-ABSTIME)
                YYYYMMDD(OLOG-DATE)
                TIME(OLOG-TIME)
                DATESEP(0)
                TIMESEP(0)
            END-EXEC.

        081-LOG-WRITE.
            EXEC CICS HANDLE CONDITION
                DUPKEY(082-LOG-RETRY)
                DUPREC(082-LOG-RETRY)
            END-EXEC.

            EXEC CICS WRITE FILE('OPERLOG')
                FROM(OLOG-RECORD)
                RIDFLD(OLOG-KEY)
                LENGTH(OLOG-LENGTH)
            END-EXEC.

            GO TO 083-LOG-DONE.

        082-LOG-RETRY.
            ADD 1 TO OLOG-SEQ.

            IF OLOG-SEQ > 999
                GO TO 083-LOG-DONE
            END-IF.

            GO TO 081-LOG-WRITE.

        083-LOG-DONE.
            EXIT.

        050-LOG-AUDIT.
            MOVE EIBTRMID TO AUDITLOG-TERM.
            MOVE EIBTRNID TO AUDITLOG-TRANS.
            MOVE 'R' TO WS-JRNL-ACTION.
            PERFORM 060-JOURNAL-ORDER THRU 063-JOURNAL-DONE.

            MOVE 'PAY' TO WS-OLOG-EVENT.
            MOVE ORDFILE-INVOICE-NO TO WS-OLOG-SUBJECT.
            PERFORM 080-LOG-EVENT THRU 083-LOG-DONE.

            IF WS-EXCESS-AMT > ZERO
                GO TO 540-POST-EXCESS
            END-IF.
                GO TO 910-SEND-MAP-ERR
            END-IF.

      * A REFUND HAS ALREADY GONE TO PAYABLES AS A CHEQUE - IT IS
      * NOT TAKEN BACK FROM THIS SCREEN.
            IF PAYFILE-BY-REFUND
                MOVE 'CREDIT REFUND - CANNOT REVERSE HERE' TO MSGO
                MOVE -1 TO REVSEQL

                GO TO 910-SEND-MAP-ERR
            END-IF.

            MOVE PAYFILE-AMOUNT TO WS-ORIG-PAY-AMT.
            MOVE PAYFILE-REFERENCE TO WS-ORIG-REFERENCE.
            MOVE PAYFILE-METHOD TO WS-ORIG-METHOD.
                LENGTH(PAYFILE-LENGTH)
            END-EXEC.

      * A BOUNCED CHEQUE ALSO COMES OFF THE BANK ACCOUNT AS A
      * RETURNED ITEM - LEAVE AN 'N' ITEM ON RECNFILE FOR THE
      * BOPRGBR BANK RECONCILIATION TO MATCH IT AGAINST.
            IF REVRSNI EQUALS 'NSF'
                MOVE 'N' TO RECN-KIND
                MOVE PAYFILE-DATE TO RECN-DATE
                MOVE PAYFILE-KEY TO RECN-REF
                MOVE WS-ORIG-PAY-AMT TO RECN-AMOUNT
                MOVE 1 TO RECN-COUNT
                MOVE 'BOPRGA' TO RECN-SOURCE
                SET RECN-OPEN TO TRUE
                MOVE SPACES TO RECN-CLEAR-DATE
                MOVE SPACES TO RECN-BANK-KEY

                EXEC CICS WRITE FILE('RECNFILE')
                    FROM(RECN-RECORD)
                    RIDFLD(RECN-KEY)
                    LENGTH(RECN-LENGTH)
                END-EXEC
            END-IF.

            SUBTRACT WS-ORIG-PAY-AMT FROM ORDFILE-PAID-AMT.
            MOVE WS-OPER-ID TO ORDFILE-UPD-OPER.

            MOVE 'R' TO WS-JRNL-ACTION.
            PERFORM 060-JOURNAL-ORDER THRU 063-JOURNAL-DONE.

            MOVE 'REV' TO WS-OLOG-EVENT.
            MOVE ORDFILE-INVOICE-NO TO WS-OLOG-SUBJECT.
            PERFORM 080-LOG-EVENT THRU 083-LOG-DONE.

            PERFORM 310-SHOW-BALANCE.
            MOVE 'PAYMENT REVERSED - BALANCE IS OWING AGAIN'
                TO MSGO.
            MOVE 'R' TO WS-JRNL-ACTION.
            PERFORM 060-JOURNAL-ORDER THRU 063-JOURNAL-DONE.

            MOVE 'PAY' TO WS-OLOG-EVENT.
            MOVE ORDFILE-INVOICE-NO TO WS-OLOG-SUBJECT.
            PERFORM 080-LOG-EVENT THRU 083-LOG-DONE.

      * THE APPLIED AMOUNT ACCUMULATES IN THE CREDIT NOTE'S OWN
      * PAID-AMT - ITS UNAPPLIED BALANCE SHRINKS TOWARD ZERO.
            MOVE CRDNUMI TO ORDFILE-INVOICE-NO.
