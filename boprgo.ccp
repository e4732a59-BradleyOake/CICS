      * SCREEN SHOWS THE LAST RUN RECORD EACH JOB LEFT ON RPTSTAT
      * (DATE, TIME, COUNTS, GOOD/FAILED) SO NOBODY RESUBMITS A
      * REPORT JUST BECAUSE THEY CANNOT TELL WHETHER THE FIRST ONE
      * RAN.  THE STATUS LINES ALSO SHOW THE EXTRACT ACK MATCH,
      * THE QUOTE CONVERSION COUNTERS, THE BOPRGBR BANK
      * RECONCILIATION AND THE BOPRGIC NIGHTLY RECEIVABLES
      * INTEGRITY CHECK, WHICH ARE NOT SUBMITTED FROM HERE.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        01 WS-TRANSFER-LENGTH   PIC S9(4) COMP VALUE 3.
        01 WS-CARD-LENGTH       PIC S9(4) COMP VALUE 80.

        01 WS-STAT-SUB          PIC 99 COMP.

        01 WS-STAT-JOB-TABLE.
            05 FILLER           PIC X(8) VALUE 'BOPRGR'.
            05 FILLER           PIC X(8) VALUE 'BOPRGPR'.
            05 FILLER           PIC X(8) VALUE 'BOPRGAK'.
            05 FILLER           PIC X(8) VALUE 'QUOTCONV'.
            05 FILLER           PIC X(8) VALUE 'BOPRGBR'.
            05 FILLER           PIC X(8) VALUE 'BOPRGIC'.
        01 FILLER REDEFINES WS-STAT-JOB-TABLE.
            05 WS-STAT-JOB      PIC X(8) OCCURS 9 TIMES.

        01 WS-STAT-LINE.
            05 WS-STAT-LINE-JOB     PIC X(8).
        150-BUILD-STATUS-LINES.
            PERFORM 160-BUILD-ONE-STATUS THRU 162-STATUS-DONE
                VARYING WS-STAT-SUB FROM 1 BY 1
                UNTIL WS-STAT-SUB > 9.

        160-BUILD-ONE-STATUS.
            MOVE WS-STAT-JOB(WS-STAT-SUB) TO RPTSTAT-JOB.
