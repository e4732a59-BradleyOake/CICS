        IDENTIFICATION DIVISION.
        PROGRAM-ID.  BOPRGCQ.
        AUTHOR. OAKE.

      * NIGHTLY REFUND CHEQUE REQUISITION - WALKS RFNDFILE AND SENDS
      * EVERY REFUND KEYED ON BOPRGZ THAT HAS NOT YET GONE TO
      * ACCOUNTS PAYABLE.  ONE 'D' RECORD PER REFUND ON THE CHQREQ
      * INTERFACE FILE WITH THE REFUND NUMBER, THE PAYEE NAME AND
      * ADDRESS TO PUT ON THE CHEQUE, THE AMOUNT, THE CREDIT NOTE
      * OR ON-ACCOUNT BALANCE IT CAME OFF AND WHO APPROVED IT AND
      * WHY, THEN ONE 'T' TRAILER CARRYING THE RECORD COUNT AND THE
      * AMOUNT TOTAL SO THE PAYABLES SIDE CAN PROVE IT GOT
      * EVERYTHING - THE SAME SHAPE AS THE BOPRGRA EXTRACT.  EACH
      * REFUND SENT IS STAMPED WITH RFND-REQ-DATE SO A RERUN NEVER
      * ASKS FOR THE SAME CHEQUE TWICE.  PRINTS THE REFUND REGISTER
      * OF WHAT WENT, WITH TOTALS BY KIND.  RUN NIGHTLY - SEE THE
      * BOPRGCQ JCL MEMBER.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. RS-6000.
        OBJECT-COMPUTER. RS-6000.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT RFNDFILE-IO ASSIGN TO RFNDFILE
                ORGANIZATION IS INDEXED
                ACCESS IS SEQUENTIAL
                RECORD KEY IS RFND-KEY
                FILE STATUS IS WS-RFNDFILE-STATUS.

            SELECT CHQREQ-OUT ASSIGN TO CHQREQ
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-CHQREQ-STATUS.

            SELECT REGISTER-OUT ASSIGN TO RFNDPRT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REGISTER-STATUS.

            SELECT RPTSTAT-FILE ASSIGN TO RPTSTAT
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS RPTSTAT-KEY
                FILE STATUS IS WS-RPTSTAT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  RFNDFILE-IO
            LABEL RECORDS ARE STANDARD.
        COPY 'RFNDFILE-LAYOUT'.

        FD  CHQREQ-OUT
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 200 CHARACTERS.
        01  CHQREQ-RECORD                  PIC X(200).

        FD  REGISTER-OUT
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 100 CHARACTERS.
        01  RPT-LINE                       PIC X(100).

        FD  RPTSTAT-FILE
            LABEL RECORDS ARE STANDARD.
        COPY 'RPTSTAT-LAYOUT'.

        WORKING-STORAGE SECTION.

        01 WS-RFNDFILE-STATUS               PIC XX VALUE ZERO.
        01 WS-CHQREQ-STATUS                 PIC XX VALUE ZERO.
        01 WS-REGISTER-STATUS               PIC XX VALUE ZERO.
        01 WS-RPTSTAT-STATUS                PIC XX VALUE ZERO.
        01 WS-RUN-STATUS                    PIC X(8) VALUE 'GOOD'.

        01 WS-EOF-SW                        PIC X VALUE 'N'.
            88 WS-EOF                        VALUE 'Y'.

        01 WS-REC-COUNT                     PIC 9(7) COMP VALUE ZERO.
        01 WS-SEL-COUNT                     PIC 9(7) VALUE ZERO.
        01 WS-REJECT-COUNT                  PIC 9(7) COMP VALUE ZERO.
        01 WS-CRD-COUNT                     PIC 9(7) COMP VALUE ZERO.
        01 WS-ONA-COUNT                     PIC 9(7) COMP VALUE ZERO.
        01 WS-AMOUNT-TOTAL                  PIC S9(11)V99 COMP-3
                                             VALUE ZERO.
        01 WS-CRD-AMT                       PIC S9(9)V99 COMP-3
                                             VALUE ZERO.
        01 WS-ONA-AMT                       PIC S9(9)V99 COMP-3
                                             VALUE ZERO.
        01 WS-LINE-COUNT                    PIC 99 COMP VALUE 99.
        01 WS-PAGE-COUNT                    PIC 9(4) COMP VALUE ZERO.
        01 WS-MAX-LINES                     PIC 99 COMP VALUE 55.

        01 WS-CURRENT-DATE.
            05 WS-CURR-YYYY                 PIC 9(4).
            05 WS-CURR-MM                   PIC 9(2).
            05 WS-CURR-DD                   PIC 9(2).

        01 WS-CURRENT-TIME.
            05 WS-CURR-HHMMSS               PIC 9(6).
            05 FILLER                       PIC 9(2).

        01 CHQ-DETAIL-RECORD.
            05 CHQ-DET-ID                   PIC X(1) VALUE 'D'.
            05 CHQ-DET-RFND-NO              PIC X(7).
            05 CHQ-DET-RFND-DATE            PIC X(8).
            05 CHQ-DET-NAME                 PIC X(20).
            05 CHQ-DET-ADDR-LINE1           PIC X(20).
            05 CHQ-DET-ADDR-LINE2           PIC X(20).
            05 CHQ-DET-ADDR-LINE3           PIC X(20).
            05 CHQ-DET-POSTAL-1             PIC X(3).
            05 CHQ-DET-POSTAL-2             PIC X(3).
            05 CHQ-DET-AMOUNT               PIC 9(7)V99.
            05 CHQ-DET-TYPE                 PIC X(1).
            05 CHQ-DET-CRDNUM               PIC X(7).
            05 CHQ-DET-PHONE                PIC X(10).
            05 CHQ-DET-REASON               PIC X(3).
            05 CHQ-DET-REASON-TEXT          PIC X(30).
            05 CHQ-DET-OPER                 PIC X(4).
            05 FILLER                       PIC X(34) VALUE SPACES.

        01 CHQ-TRAILER-RECORD.
            05 CHQ-TRL-ID                   PIC X(1) VALUE 'T'.
            05 CHQ-TRL-DATE                 PIC X(8).
            05 CHQ-TRL-COUNT                PIC 9(7).
            05 CHQ-TRL-AMOUNT               PIC 9(11)V99.
            05 FILLER                       PIC X(171) VALUE SPACES.

        01 RPT-TITLE-LINE.
            05 RPT-TITLE-CC                 PIC X VALUE '1'.
            05 FILLER                       PIC X(10) VALUE SPACES.
            05 FILLER                       PIC X(40)
                VALUE 'REFUND CHEQUE REQUISITION REGISTER'.
            05 FILLER                       PIC X(5) VALUE 'DATE '.
            05 RPT-TITLE-DATE                PIC 9999/99/99.
            05 FILLER                       PIC X(3) VALUE SPACES.
            05 FILLER                       PIC X(5) VALUE 'PAGE '.
            05 RPT-TITLE-PAGE                PIC ZZZ9.
            05 FILLER                       PIC X(22) VALUE SPACES.

        01 RPT-COLUMNS.
            05 RPT-COL-CC                   PIC X VALUE SPACE.
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 FILLER                       PIC X(7) VALUE 'REFUND'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(8) VALUE 'KEYED'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(7) VALUE 'OF'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(7) VALUE 'CREDIT'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(20) VALUE 'PAYEE'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(3) VALUE 'RSN'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(4) VALUE 'OPER'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(14)
                VALUE '        AMOUNT'.
            05 FILLER                       PIC X(14) VALUE SPACES.

        01 RPT-DETAIL-LINE.
            05 RPT-DET-CC                   PIC X VALUE SPACE.
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 RPT-RFND-NO                  PIC X(7).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-RFND-DATE                PIC X(8).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-TYPE                     PIC X(7).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-CRDNUM                   PIC X(7).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-NAME                     PIC X(20).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-REASON                   PIC X(3).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-OPER                     PIC X(4).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-AMOUNT                   PIC ZZ,ZZZ,ZZ9.99-.
            05 FILLER                       PIC X(14) VALUE SPACES.

        01 RPT-TOTAL-LINE.
            05 RPT-TOT-CC                   PIC X VALUE SPACE.
            05 FILLER                       PIC X(1) VALUE SPACES.
            05 RPT-TOT-LABEL                PIC X(30).
            05 RPT-TOT-COUNT                PIC ZZZ,ZZ9.
            05 FILLER                       PIC X(3) VALUE SPACES.
            05 RPT-TOT-AMT                  PIC ZZ,ZZZ,ZZ9.99-.
            05 FILLER                       PIC X(44) VALUE SPACES.

        PROCEDURE DIVISION.

        000-START-LOGIC.
            OPEN I-O RFNDFILE-IO.
            OPEN OUTPUT CHQREQ-OUT.
            OPEN OUTPUT REGISTER-OUT.
            OPEN I-O RPTSTAT-FILE.

            ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-CURRENT-TIME FROM TIME.
            MOVE WS-CURRENT-DATE TO RPT-TITLE-DATE.

            PERFORM 100-PRINT-HEADERS.

            PERFORM 200-READ-REFUND.

            PERFORM 300-PROCESS-REFUND
                UNTIL WS-EOF.

            PERFORM 800-ENDFILE.

            GO TO 999-EXIT.

        100-PRINT-HEADERS.
            ADD 1 TO WS-PAGE-COUNT.
            MOVE WS-PAGE-COUNT TO RPT-TITLE-PAGE.

            MOVE RPT-TITLE-LINE TO RPT-LINE.
            WRITE RPT-LINE.

            MOVE RPT-COLUMNS TO RPT-LINE.
            WRITE RPT-LINE.

            MOVE ZERO TO WS-LINE-COUNT.

        200-READ-REFUND.
            READ RFNDFILE-IO NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-EOF-SW
            END-READ.

        300-PROCESS-REFUND.
            ADD 1 TO WS-REC-COUNT.

            IF RFND-REQ-WAITING
                PERFORM 400-REQUISITION-REFUND
                    THRU 409-REQUISITION-EXIT
            END-IF.

            PERFORM 200-READ-REFUND.

      * STAMP THE REFUND FIRST - IF THE REWRITE FAILS THE CHEQUE IS
      * NOT ASKED FOR, AND THE NEXT RUN PICKS IT UP AGAIN.
        400-REQUISITION-REFUND.
            MOVE WS-CURRENT-DATE TO RFND-REQ-DATE.

            REWRITE RFND-RECORD
                INVALID KEY
                    DISPLAY 'BOPRGCQ - RFNDFILE REWRITE FAILED FOR '
                        RFND-NO
                    ADD 1 TO WS-REJECT-COUNT
                    MOVE 'FAILED' TO WS-RUN-STATUS
            END-REWRITE.

            IF WS-RFNDFILE-STATUS NOT = '00'
                GO TO 409-REQUISITION-EXIT
            END-IF.

            MOVE RFND-NO TO CHQ-DET-RFND-NO.
            MOVE RFND-DATE TO CHQ-DET-RFND-DATE.
            MOVE RFND-NAME TO CHQ-DET-NAME.
            MOVE RFND-ADDR-LINE1 TO CHQ-DET-ADDR-LINE1.
            MOVE RFND-ADDR-LINE2 TO CHQ-DET-ADDR-LINE2.
            MOVE RFND-ADDR-LINE3 TO CHQ-DET-ADDR-LINE3.
            MOVE RFND-POSTAL-1 TO CHQ-DET-POSTAL-1.
            MOVE RFND-POSTAL-2 TO CHQ-DET-POSTAL-2.
            MOVE RFND-AMOUNT TO CHQ-DET-AMOUNT.
            MOVE RFND-TYPE TO CHQ-DET-TYPE.
            MOVE RFND-CRDNUM TO CHQ-DET-CRDNUM.
            MOVE RFND-PHONE-KEY TO CHQ-DET-PHONE.
            MOVE RFND-REASON TO CHQ-DET-REASON.
            MOVE RFND-REASON-TEXT TO CHQ-DET-REASON-TEXT.
            MOVE RFND-OPER TO CHQ-DET-OPER.

            MOVE CHQ-DETAIL-RECORD TO CHQREQ-RECORD.
            WRITE CHQREQ-RECORD.

            ADD 1 TO WS-SEL-COUNT.
            ADD RFND-AMOUNT TO WS-AMOUNT-TOTAL.

            IF RFND-OF-CREDIT
                ADD 1 TO WS-CRD-COUNT
                ADD RFND-AMOUNT TO WS-CRD-AMT
                MOVE 'CREDIT' TO RPT-TYPE
            ELSE
                ADD 1 TO WS-ONA-COUNT
                ADD RFND-AMOUNT TO WS-ONA-AMT
                MOVE 'ON ACCT' TO RPT-TYPE
            END-IF.

            PERFORM 500-PRINT-REFUND.

        409-REQUISITION-EXIT.
            EXIT.

        500-PRINT-REFUND.
            IF WS-LINE-COUNT >= WS-MAX-LINES
                PERFORM 100-PRINT-HEADERS
            END-IF.

            ADD 1 TO WS-LINE-COUNT.

            MOVE RFND-NO TO RPT-RFND-NO.
            MOVE RFND-DATE TO RPT-RFND-DATE.
            MOVE RFND-CRDNUM TO RPT-CRDNUM.
            MOVE RFND-NAME TO RPT-NAME.
            MOVE RFND-REASON TO RPT-REASON.
            MOVE RFND-OPER TO RPT-OPER.
            MOVE RFND-AMOUNT TO RPT-AMOUNT.

            MOVE RPT-DETAIL-LINE TO RPT-LINE.
            WRITE RPT-LINE.

        800-ENDFILE.
            MOVE WS-CURRENT-DATE TO CHQ-TRL-DATE.
            MOVE WS-SEL-COUNT TO CHQ-TRL-COUNT.
            MOVE WS-AMOUNT-TOTAL TO CHQ-TRL-AMOUNT.

            MOVE CHQ-TRAILER-RECORD TO CHQREQ-RECORD.
            WRITE CHQREQ-RECORD.

            MOVE SPACES TO RPT-LINE.
            WRITE RPT-LINE.

            MOVE 'CREDIT NOTE REFUNDS' TO RPT-TOT-LABEL.
            MOVE WS-CRD-COUNT TO RPT-TOT-COUNT.
            MOVE WS-CRD-AMT TO RPT-TOT-AMT.
            MOVE RPT-TOTAL-LINE TO RPT-LINE.
            WRITE RPT-LINE.

            MOVE 'ON-ACCOUNT REFUNDS' TO RPT-TOT-LABEL.
            MOVE WS-ONA-COUNT TO RPT-TOT-COUNT.
            MOVE WS-ONA-AMT TO RPT-TOT-AMT.
            MOVE RPT-TOTAL-LINE TO RPT-LINE.
            WRITE RPT-LINE.

            MOVE 'CHEQUES REQUISITIONED' TO RPT-TOT-LABEL.
            MOVE WS-SEL-COUNT TO RPT-TOT-COUNT.
            MOVE WS-AMOUNT-TOTAL TO RPT-TOT-AMT.
            MOVE RPT-TOTAL-LINE TO RPT-LINE.
            WRITE RPT-LINE.

            PERFORM 820-WRITE-RUN-STATUS.

            CLOSE RFNDFILE-IO.
            CLOSE CHQREQ-OUT.
            CLOSE REGISTER-OUT.
            CLOSE RPTSTAT-FILE.

      * DROP THE RUN RESULT ON THE RPTSTAT STATUS FILE SO THE
      * BOPRGO REPORTS MENU CAN SHOW STAFF WHETHER THE LAST RUN
      * ACTUALLY FINISHED BEFORE THEY SUBMIT IT AGAIN.
        820-WRITE-RUN-STATUS.
            MOVE 'BOPRGCQ' TO RPTSTAT-JOB.
            MOVE WS-CURRENT-DATE TO RPTSTAT-DATE.
            MOVE WS-CURR-HHMMSS TO RPTSTAT-TIME.
            MOVE WS-REC-COUNT TO RPTSTAT-RECORDS.
            MOVE WS-SEL-COUNT TO RPTSTAT-GOOD.
            MOVE WS-REJECT-COUNT TO RPTSTAT-REJECTS.
            MOVE WS-RUN-STATUS TO RPTSTAT-STATUS.

            WRITE RPTSTAT-RECORD
                INVALID KEY
                    REWRITE RPTSTAT-RECORD
                        INVALID KEY
                            DISPLAY 'BOPRGCQ - RPTSTAT WRITE FAILED'
                    END-REWRITE
            END-WRITE.

        999-EXIT.
            STOP RUN.
