      * THERE FROM ORDERS TAKEN ON THE NEW NUMBER, THAT NEWER
      * RECORD IS KEPT) AND THE STRANDED OLD RECORD COMES OFF THE
      * FILE, SO THE ORDER ENTRY LOOKUPS FIND THE RIGHT PERSON.
      * A SUPERVISOR CAN ALSO EXEMPT THE ACCOUNT FROM THE MONTHLY
      * FINANCE CHARGE HERE.  PF7 ON A DISPLAYED CUSTOMER GOES TO
      * THE BOPRGSH SCREEN TO MAINTAIN THEIR SHIP-TO ADDRESSES.
      * A COMMERCIAL ACCOUNT CAN BE SWITCHED TO ELECTRONIC INVOICES
      * FROM THE NIGHTLY BOPRGIN RUN HERE AS WELL.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
            EXEC CICS HANDLE AID
                PF4 (999-EXIT)
                PF6 (600-MERGE-CUSTOMER)
                PF7 (800-SHIPTO-SITES)
                PF8 (700-DELETE-CUSTOMER)
            END-EXEC.

            MOVE CUST-HOLD-FLAG TO HOLDO.
            MOVE CUST-PST-EXEMPT TO PSTEXO.
            MOVE CUST-PST-CERT TO PSTCERTO.
            MOVE CUST-FINCHG-EXEMPT TO FCEXEMO.
            MOVE CUST-EINV-FLAG TO EINVO.

            MOVE 'ENTER=CHANGE PF6 MERGE PF7 SHIP PF8 DEL'
                TO MSGO.

            MOVE 'CUP' TO WS-CM-SW.
                END-EVALUATE
            END-IF.

      * THE FINANCE CHARGE EXEMPTION - E AND THE MONTH-END BOPRGFC
      * RUN NEVER CHARGES THE ACCOUNT, N CHARGES IT AGAIN.  IT IS
      * MONEY WAIVED, SO EITHER WAY IT IS A SUPERVISOR ACTION.
            IF FCEXEML > 0
                IF WS-OPER-AUTH IS NOT EQUAL TO 'S'
                    EXEC CICS UNLOCK FILE('CUSTFILE') END-EXEC
                    MOVE LOW-VALUES TO MAP9O
                    MOVE 'SUPERVISOR NEEDED FOR CHARGE EXEMPTION'
                        TO MSGO
                    MOVE -1 TO FCEXEML

                    GO TO 910-SEND-MAP-ERR
                END-IF
                EVALUATE FCEXEMI
                    WHEN 'E'
                    WHEN 'e'
                        SET CUST-IS-FINCHG-EXEMPT TO TRUE
                    WHEN 'N'
                    WHEN 'n'
                        MOVE SPACE TO CUST-FINCHG-EXEMPT
                    WHEN OTHER
                        EXEC CICS UNLOCK FILE('CUSTFILE') END-EXEC
                        MOVE LOW-VALUES TO MAP9O
                        MOVE 'CHARGE EXEMPT IS E OR N' TO MSGO
                        MOVE -1 TO FCEXEML

                        GO TO 910-SEND-MAP-ERR
                END-EVALUATE
            END-IF.

      * INVOICE DELIVERY - E AND THE NIGHTLY BOPRGIN RUN WRITES
      * THE CUSTOMER'S INVOICES TO THE ELECTRONIC INVOICE FILE,
      * N PUTS THEM BACK ON PAPER.
            IF EINVL > 0
                EVALUATE EINVI
                    WHEN 'E'
                    WHEN 'e'
                        SET CUST-IS-EINV TO TRUE
                    WHEN 'N'
                    WHEN 'n'
                        MOVE SPACE TO CUST-EINV-FLAG
                    WHEN OTHER
                        EXEC CICS UNLOCK FILE('CUSTFILE') END-EXEC
                        MOVE LOW-VALUES TO MAP9O
                        MOVE 'E-INVOICE IS E OR N' TO MSGO
                        MOVE -1 TO EINVL

                        GO TO 910-SEND-MAP-ERR
                END-EVALUATE
            END-IF.

            EXEC CICS REWRITE FILE('CUSTFILE')
                FROM(CUST-RECORD)
                LENGTH(CUST-LENGTH)
                LENGTH(WS-CUST-SAVE-LENGTH)
            END-EXEC.

      * SHIP-TO MAINTENANCE FOR THE DISPLAYED CUSTOMER - BOPRGSH
      * TAKES THE SAME THIRTEEN-BYTE COMMAREA AND COMES UP WITH
      * THE PHONE NUMBER ALREADY FILLED IN.
        800-SHIPTO-SITES.
            IF EIBCALEN IS NOT EQUAL TO 13
                OR LK-TRANSFER IS NOT EQUAL TO 'CUP'
                MOVE LOW-VALUES TO MAP9O
                MOVE 'DISPLAY THE CUSTOMER FIRST' TO MSGO

                GO TO 910-SEND-MAP-ERR
            END-IF.

            MOVE LK-TRANSFER TO WS-CM-SW.
            MOVE LK-CUST-KEY TO WS-CM-KEY.

            EXEC CICS XCTL
                PROGRAM('BOPRGSH')
                COMMAREA(WS-CUST-SAVE)
                LENGTH(WS-CUST-SAVE-LENGTH)
            END-EXEC.

        910-SEND-MAP-ERR.
            EXEC CICS
                SEND MAP('MAP9') MAPSET('BOMAP9')
