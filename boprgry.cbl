      * NIGHTLY BOPRGDL LOAD THE CELLS COME OUT OF
      * BILLM.ORDER_HIST IN ONE GROUPED CURSOR - NO MORE WALKING
      * THE WHOLE ORDFILE KSDS, AND THE YEAR-OVER-YEAR NUMBERS
      * SURVIVE THE ARCHIVE PURGE.  FINANCE CHARGES ARE NOT SALES
      * AND ARE LEFT OUT.  RUN MONTHLY OR ON DEMAND
      * AFTER BOPRGDL - SEE THE BOPRGRY JCL MEMBER.

        ENVIRONMENT DIVISION.
                                THEN - ORDER_TOTAL
                                ELSE ORDER_TOTAL END)
                FROM BILLM.ORDER_HIST
                WHERE REC_TYPE <> 'F'
                GROUP BY POSTAL_PFX, SUBSTR(ORDER_DATE, 1, 6)
                ORDER BY 1, 2
        END-EXEC.
