      * TOMORROW'S ROUTE.  MOVING AN ORDER TO DELIVERED NEEDS THE
      * RECEIVER'S NAME OFF THE DRIVER'S SIGNED BOPRGMF MANIFEST -
      * THAT IS THE PROOF OF DELIVERY, STAMPED ON THE ORDER.
      * MOVING AN ORDER TO BILLED STAMPS THE BILL DATE THE NIGHTLY
      * BOPRGIN INVOICE RUN PICKS IT UP BY.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
                TIMESEP(0)
            END-EXEC.

      * BILLED TODAY - THE NIGHTLY BOPRGIN RUN SENDS THE INVOICE.
            IF STATNEWI EQUALS 'B'
                MOVE ORDFILE-UPD-DATE TO ORDFILE-BILL-DATE
                MOVE SPACES TO ORDFILE-INV-SENT-DATE
                MOVE SPACE TO ORDFILE-INV-SENT-VIA
            END-IF.

            EXEC CICS REWRITE FILE('ORDFILE')
                FROM(ORDFILE-RECORD)
                LENGTH(ORDFILE-LENGTH)
