      * WINS FOR THE DAY, AND A PREFIX WITH NO ROUTEFIL RECORD
      * FALLS INTO THE 'ZZ' UNROUTED GROUP AT THE END SO NOTHING
      * IS LOST.  ORDERS ALREADY DELIVERED OR BILLED ARE SKIPPED
      * ON ORDFILE-STATUS AS BEFORE, AND A COUNTER CASH SALE
      * (ORDFILE-CASH-SALE) NEVER ROUTES - THE CUSTOMER CARRIED IT
      * OUT.  RUN NIGHTLY OR ON DEMAND - SEE THE BOPRGRP JCL
      * MEMBER.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        300-GATHER-RECORD.
            IF ORDFILE-ST-DELIVERED OR ORDFILE-ST-BILLED
                OR ORDFILE-IS-CREDIT OR ORDFILE-IS-CASH-SALE
                ADD 1 TO WS-SKIP-COUNT
            ELSE
                PERFORM 310-STORE-STOP
