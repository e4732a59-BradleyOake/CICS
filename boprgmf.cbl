      * WITH THE DRIVER AND DISPATCH KEYS EACH STOP OFF IT IN
      * BOPRGD - DELIVERED WITH THE RECEIVER NAME, OR AN
      * UNDELIVERED REASON THAT PUTS THE STOP ON TOMORROW'S ROUTE.
      * A COUNTER CASH SALE (ORDFILE-CASH-SALE) IS NEVER A STOP.
      * RUN EACH MORNING AFTER DISPATCH MARKS THE TRUCK LOADED -
      * SEE THE BOPRGMF JCL MEMBER.

        300-PROCESS-RECORD.
            IF ORDFILE-ST-OUT-FOR-DEL
                AND NOT ORDFILE-IS-CREDIT
                AND NOT ORDFILE-IS-CASH-SALE
                PERFORM 305-STORE-STOP
            ELSE
                ADD 1 TO WS-SKIP-COUNT
