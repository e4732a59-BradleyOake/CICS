      * CUSTOMER.  A HISTIN CARD WITH Y IN COLUMN 1 ALSO LISTS
      * INVOICES ARCHIVED TO ORDHIST, FLAGGED 'ARC' - THAT PASS
      * SCANS THE ARCHIVE PER CUSTOMER, SO LEAVE IT OFF UNLESS THE
      * HISTORY IS WANTED.  FINANCE CHARGES RAISED BY BOPRGFC PRINT
      * AS 'FIN' LINES AND COUNT IN THE BALANCE LIKE ANY INVOICE.
      * RUN AT MONTH END - SEE THE BOPRGRM JCL MEMBER.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
                IF WS-HAS-REVERSAL
                    MOVE 'NSF' TO RPT-TYPE
                ELSE
                    IF ORDFILE-IS-FIN-CHARGE
                        MOVE 'FIN' TO RPT-TYPE
                    ELSE
                        MOVE SPACES TO RPT-TYPE
                    END-IF
                END-IF
                ADD WS-LINE-AMT TO WS-STMT-TOTAL
                COMPUTE WS-STMT-OWING = WS-STMT-OWING
