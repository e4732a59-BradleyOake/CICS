        COPY 'CUSTFILE-LAYOUT'.
        COPY 'ORDHIST-LAYOUT'.
        COPY 'AUDITLOG-LAYOUT'.
        COPY 'OPERLOG-LAYOUT'.
        COPY 'TAXRATE-LAYOUT'.
        COPY 'PERCTL-LAYOUT'.
        COPY 'SREPFILE-LAYOUT'.
                10 WS-STK-QTY           PIC 9(4).
                10 WS-STK-ONHAND        PIC S9(7) COMP-3.
                10 WS-STK-FLAG          PIC X.
            05 WS-STK-COSTS OCCURS 10 TIMES.
                10 WS-STK-COST          PIC S9(5)V99 COMP-3.
            05 WS-STK-SOURCE            PIC X(8) VALUE 'BOPRGU'.
            05 WS-STK-DOC-NO            PIC X(7) VALUE SPACES.
            05 WS-STK-OPER              PIC X(4) VALUE SPACES.
        01 WS-STOCK-EDIT-LENGTH   PIC S9(4) COMP VALUE 194.
        01 WS-STK-SUB             PIC 99 COMP.

        01 WS-BAK-KEY-TABLE.
        01 WS-JRNL-ACTION       PIC X.
        01 WS-JRNL-ABSTIME      PIC S9(15) COMP-3.

        01 WS-OLOG-EVENT        PIC X(4).
        01 WS-OLOG-SUBJECT      PIC X(7).
        01 WS-OLOG-ABSTIME      PIC S9(15) COMP-3.

        LINKAGE SECTION.
            01  DFHCOMMAREA.
                05  LK-SAVE                 PIC X(245).
                MOVE ORDFILE-UPD-TIME TO SAVE-UPD-TIME.

                MOVE ORDFILE-SALES-REP TO SREPO, SAVE-SREP.
                MOVE ORDFILE-SHIPTO-CODE TO SHIPTOO.
                MOVE ORDFILE-PROMISE-DATE TO PROMDTO.

                PERFORM 800-UNPROTECT-FOR-UPDATE.

                    TIMESEP(0)
                END-EXEC

                PERFORM 641-LOOKUP-UNIT-COSTS

                PERFORM 637-COMPUTE-ORDER-TOTAL

                PERFORM 643-COMPUTE-TAX THRU 644-TAX-DONE
                MOVE 'R' TO WS-JRNL-ACTION
                PERFORM 060-JOURNAL-ORDER THRU 063-JOURNAL-DONE

                MOVE 'CHNG' TO WS-OLOG-EVENT
                MOVE ORDFILE-INVOICE-NO TO WS-OLOG-SUBJECT
                PERFORM 080-LOG-EVENT THRU 083-LOG-DONE

                PERFORM 609-SYNC-CUSTOMER THRU 610-CUST-ALREADY-ON-FILE
                COMPUTE WS-INV-TOTAL =
                    WS-ORDER-TOTAL + WS-GST-AMT + WS-PST-AMT
                MOVE SPACE TO CUST-HOLD-FLAG.
                MOVE SPACE TO CUST-PST-EXEMPT.
                MOVE SPACES TO CUST-PST-CERT.
                MOVE SPACE TO CUST-FINCHG-EXEMPT.
                MOVE SPACE TO CUST-EINV-FLAG.

                EXEC CICS HANDLE CONDITION
                    DUPREC(610-CUST-ALREADY-ON-FILE)
            063-JOURNAL-DONE.
                EXIT.

      * AN ORDER CHANGED OR DELETED GOES ON THE OPERLOG ACTIVITY
      * LOG WITH THE SIGNED-ON OPERATOR AND BRANCH FOR THE BOPRGOA
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

      * THE RECORD JUST READ FOR UPDATE MUST STILL CARRY THE SAME
      * UPDATE STAMP IT HAD WHEN THIS TERMINAL DISPLAYED IT.  IF
      * ANOTHER DESK (OR THE PAYMENT OR DISPATCH SCREENS) GOT IN
                    VARYING WS-STK-SUB FROM 1 BY 1
                    UNTIL WS-STK-SUB > 10.

                MOVE ORDFILE-INVOICE-NO TO WS-STK-DOC-NO.
                MOVE WS-OPER-ID TO WS-STK-OPER.

                EXEC CICS LINK
                    PROGRAM('BOPRGPS')
                    COMMAREA(WS-STOCK-EDIT)
                    LENGTH(WS-STOCK-EDIT-LENGTH)
                END-EXEC.

      * A LINE STILL CARRYING THE PART IT WAS SOLD WITH KEEPS THE
      * COST FROZEN AT THE SALE.  A NEW OR CHANGED PART TAKES THE
      * BRANCH AVERAGE COST A 'C' STOCK CHECK HANDS BACK NOW.  A
      * BLANK SLOT OR A PART NOT ON THE INVENTORY TABLE COSTS
      * ZERO.
            641-LOOKUP-UNIT-COSTS.
                MOVE 'C' TO WS-STK-ACTION.

                IF ORDFILE-LOCATION > SPACES
                    MOVE ORDFILE-LOCATION TO WS-STK-LOC
                ELSE
                    MOVE '01' TO WS-STK-LOC
                END-IF.

                MOVE 10 TO WS-STK-COUNT.

                PERFORM 648-LOAD-NEW-STOCK-LINE
                    VARYING WS-STK-SUB FROM 1 BY 1
                    UNTIL WS-STK-SUB > 10.

                EXEC CICS LINK
                    PROGRAM('BOPRGPS')
                    COMMAREA(WS-STOCK-EDIT)
                    LENGTH(WS-STOCK-EDIT-LENGTH)
                END-EXEC.

                PERFORM 651-STAMP-UNIT-COST
                    VARYING WS-STK-SUB FROM 1 BY 1
                    UNTIL WS-STK-SUB > 10.

            651-STAMP-UNIT-COST.
                IF WS-STK-PART(WS-STK-SUB) EQUALS SPACES
                    OR WS-STK-FLAG(WS-STK-SUB) EQUALS 'N'
                    OR WS-STK-FLAG(WS-STK-SUB) EQUALS 'E'
                    MOVE ZERO TO ORDFILE-UNIT-COST(WS-STK-SUB)
                ELSE IF WS-STK-PART(WS-STK-SUB) EQUALS
                        WS-OLD-PRODUCT-CODE-1(WS-STK-SUB)
                    AND ORDFILE-UNIT-COST(WS-STK-SUB) IS NUMERIC
                    CONTINUE
                ELSE
                    MOVE WS-STK-COST(WS-STK-SUB)
                        TO ORDFILE-UNIT-COST(WS-STK-SUB)
                END-IF.

            647-LOAD-OLD-STOCK-LINE.
                MOVE ZERO TO WS-STK-COST(WS-STK-SUB).

                IF WS-OLD-PRODUCT-CODE-1(WS-STK-SUB) EQUALS LOW-VALUES
                    OR WS-OLD-PRODUCT-CODE-1(WS-STK-SUB) EQUALS SPACES
                    OR WS-OLD-PRODUCT-CODE-2(WS-STK-SUB)
                END-IF.

            648-LOAD-NEW-STOCK-LINE.
                MOVE ZERO TO WS-STK-COST(WS-STK-SUB).

                IF WS-PRODUCT-CODE-1(WS-STK-SUB) EQUALS LOW-VALUES
                    OR WS-PRODUCT-CODE-1(WS-STK-SUB) EQUALS SPACES
                    MOVE SPACES TO WS-STK-PART(WS-STK-SUB)
                MOVE ORDFILE-ROUTE TO ORDHIST-ROUTE.
                MOVE ORDFILE-LOCATION TO ORDHIST-LOCATION.
                MOVE ORDFILE-SALES-REP TO ORDHIST-SALES-REP.
                MOVE ORDFILE-UNIT-COST(1) TO ORDHIST-UNIT-COST(1).
                MOVE ORDFILE-UNIT-COST(2) TO ORDHIST-UNIT-COST(2).
                MOVE ORDFILE-UNIT-COST(3) TO ORDHIST-UNIT-COST(3).
                MOVE ORDFILE-UNIT-COST(4) TO ORDHIST-UNIT-COST(4).
                MOVE ORDFILE-UNIT-COST(5) TO ORDHIST-UNIT-COST(5).
                MOVE ORDFILE-UNIT-COST(6) TO ORDHIST-UNIT-COST(6).
                MOVE ORDFILE-UNIT-COST(7) TO ORDHIST-UNIT-COST(7).
                MOVE ORDFILE-UNIT-COST(8) TO ORDHIST-UNIT-COST(8).
                MOVE ORDFILE-UNIT-COST(9) TO ORDHIST-UNIT-COST(9).
                MOVE ORDFILE-UNIT-COST(10) TO ORDHIST-UNIT-COST(10).
                MOVE ORDFILE-SHIPTO-CODE TO ORDHIST-SHIPTO-CODE.
                MOVE ORDFILE-CASH-SALE TO ORDHIST-CASH-SALE.
                MOVE ORDFILE-PROMISE-DATE TO ORDHIST-PROMISE-DATE.
                MOVE ORDFILE-BILL-DATE TO ORDHIST-BILL-DATE.
                MOVE ORDFILE-INV-SENT-DATE TO ORDHIST-INV-SENT-DATE.
                MOVE ORDFILE-INV-SENT-VIA TO ORDHIST-INV-SENT-VIA.

                MOVE EIBTRMID TO ORDHIST-DEL-TERM.

                        PERFORM 060-JOURNAL-ORDER
                            THRU 063-JOURNAL-DONE

                        MOVE 'DELE' TO WS-OLOG-EVENT
                        MOVE ORDFILE-INVOICE-NO TO WS-OLOG-SUBJECT
                        PERFORM 080-LOG-EVENT THRU 083-LOG-DONE

                        MOVE LOW-VALUES TO MAP2O
                        MOVE 'FILE DELETED' TO MSGO
                    END-IF
                        VARYING WS-STK-SUB FROM 1 BY 1
                        UNTIL WS-STK-SUB > 10

                    MOVE ORDFILE-INVOICE-NO TO WS-STK-DOC-NO
                    MOVE WS-OPER-ID TO WS-STK-OPER

                    EXEC CICS LINK
                        PROGRAM('BOPRGPS')
                        COMMAREA(WS-STOCK-EDIT)
