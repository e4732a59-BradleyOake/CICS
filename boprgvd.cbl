        $SET DB2 (DB=INFOSYS,UDB-VERSION=V8)
        IDENTIFICATION DIVISION.
        PROGRAM-ID.  BOPRGVD.
        AUTHOR. OAKE.

      * NIGHTLY RETURN-TO-VENDOR DOCUMENT PRINT - EVERY RETURN THE
      * BOPRGJ INSPECTION BENCH RAISED SINCE THE LAST RUN PRINTS
      * ON A PAGE OF ITS OWN FOR THE DRIVER TO TAKE BACK WITH THE
      * GOODS: THE RTV NUMBER, THE SUPPLIER'S NAME, ADDRESS AND
      * PHONE FROM SUPPFILE, THE SUPPLIER'S OWN PART NUMBER FROM
      * BILLM.SUPP_PART (SO THEIR WAREHOUSE KNOWS WHAT IT IS
      * LOOKING AT), OUR PART AND DESCRIPTION, THE QUANTITY, THE
      * REASON CODE AND THE VALUE AT THE COST IT WENT BACK AT,
      * WITH A LINE FOR THE SUPPLIER TO SIGN FOR IT.  EACH RETURN
      * PRINTED IS MARKED SO IT PRINTS ONCE; A LOST DOCUMENT IS
      * REPRINTED BY SETTING RTV-PRINT-SW BACK TO 'N'.  A PART THE
      * SUPPLIER HAS NO SUPP_PART ROW FOR PRINTS WITH THE
      * SUPPLIER PART NUMBER BLANK.  RUN NIGHTLY - SEE THE
      * BOPRGVD JCL MEMBER.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. RS-6000.
        OBJECT-COMPUTER. RS-6000.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT RTVFILE-IO ASSIGN TO RTVFILE
                ORGANIZATION IS INDEXED
                ACCESS IS SEQUENTIAL
                RECORD KEY IS RTV-KEY
                FILE STATUS IS WS-RTVFILE-STATUS.

            SELECT SUPPFILE-IN ASSIGN TO SUPPFILE
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS SUPP-KEY
                FILE STATUS IS WS-SUPPFILE-STATUS.

            SELECT RTVPRINT-OUT ASSIGN TO RTVPRT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RTVPRINT-STATUS.

            SELECT RPTSTAT-FILE ASSIGN TO RPTSTAT
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS RPTSTAT-KEY
                FILE STATUS IS WS-RPTSTAT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  RTVFILE-IO
            LABEL RECORDS ARE STANDARD.
        COPY 'RTVFILE-LAYOUT'.

        FD  SUPPFILE-IN
            LABEL RECORDS ARE STANDARD.
        COPY 'SUPPFILE-LAYOUT'.

        FD  RTVPRINT-OUT
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 100 CHARACTERS.
        01  RPT-LINE                       PIC X(100).

        FD  RPTSTAT-FILE
            LABEL RECORDS ARE STANDARD.
        COPY 'RPTSTAT-LAYOUT'.

        WORKING-STORAGE SECTION.

        EXEC SQL INCLUDE SQLCA END-EXEC.

        01 WS-SQL-CODE                      PIC -9(8).

        EXEC SQL BEGIN DECLARE SECTION END-EXEC.
            01  SQL-PART-CODE               PIC X(8).
            01  SQL-PART-DESC               PIC X(17).
            01  SQL-SUPP-CODE               PIC X(4).
            01  SQL-SUPP-PART-NO            PIC X(10).
        EXEC SQL END DECLARE SECTION END-EXEC.

        01 WS-RTVFILE-STATUS                PIC XX VALUE ZERO.
        01 WS-SUPPFILE-STATUS               PIC XX VALUE ZERO.
        01 WS-RTVPRINT-STATUS               PIC XX VALUE ZERO.
        01 WS-RPTSTAT-STATUS                PIC XX VALUE ZERO.
        01 WS-RUN-STATUS                    PIC X(8) VALUE 'GOOD'.

        01 WS-EOF-SW                        PIC X VALUE 'N'.
            88 WS-EOF                        VALUE 'Y'.

        01 WS-REC-COUNT                     PIC 9(7) COMP VALUE ZERO.
        01 WS-PRINT-COUNT                   PIC 9(7) COMP VALUE ZERO.
        01 WS-NO-SUPP-PART                  PIC 9(7) COMP VALUE ZERO.
        01 WS-RTV-VALUE                     PIC S9(7)V99 COMP-3.
        01 WS-TOT-VALUE                     PIC S9(9)V99 COMP-3
                                             VALUE ZERO.

        01 WS-CURRENT-DATE.
            05 WS-CURR-YYYY                 PIC 9(4).
            05 WS-CURR-MM                   PIC 9(2).
            05 WS-CURR-DD                   PIC 9(2).

        01 WS-CURRENT-TIME.
            05 WS-CURR-HHMMSS               PIC 9(6).
            05 FILLER                       PIC 9(2).

        01 RPT-RTV-HEADER.
            05 RPT-HDR-CC                   PIC X VALUE '1'.
            05 FILLER                       PIC X(17)
                VALUE 'RETURN TO VENDOR '.
            05 RPT-HDR-RTV-NO               PIC X(7).
            05 FILLER                       PIC X(7)
                VALUE '  DATE '.
            05 RPT-HDR-DATE                 PIC 9999/99/99.
            05 FILLER                       PIC X(58) VALUE SPACES.

        01 RPT-SUPP-LINE.
            05 RPT-SUPP-CC                  PIC X VALUE '0'.
            05 FILLER                       PIC X(4) VALUE ' TO '.
            05 RPT-SUPP-CODE                PIC X(4).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-SUPP-NAME                PIC X(20).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-SUPP-ADDRESS             PIC X(20).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-SUPP-PHONE               PIC X(10).
            05 FILLER                       PIC X(35) VALUE SPACES.

        01 RPT-FROM-LINE.
            05 RPT-FROM-CC                  PIC X VALUE SPACE.
            05 FILLER                       PIC X(13)
                VALUE ' FROM BRANCH '.
            05 RPT-FROM-LOC                 PIC X(2).
            05 FILLER                       PIC X(9)
                VALUE '  RAISED '.
            05 RPT-FROM-DATE                PIC X(8).
            05 FILLER                       PIC X(4) VALUE ' BY '.
            05 RPT-FROM-OPER                PIC X(4).
            05 FILLER                       PIC X(59) VALUE SPACES.

        01 RPT-COLUMN-LINE.
            05 RPT-COL-CC                   PIC X VALUE '0'.
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 FILLER                       PIC X(10)
                VALUE 'SUPP PART'.
            05 FILLER                       PIC X(3) VALUE SPACES.
            05 FILLER                       PIC X(8) VALUE 'OUR PART'.
            05 FILLER                       PIC X(3) VALUE SPACES.
            05 FILLER                       PIC X(17)
                VALUE 'DESCRIPTION'.
            05 FILLER                       PIC X(3) VALUE SPACES.
            05 FILLER                       PIC X(8) VALUE 'QUANTITY'.
            05 FILLER                       PIC X(3) VALUE SPACES.
            05 FILLER                       PIC X(6) VALUE 'REASON'.
            05 FILLER                       PIC X(3) VALUE SPACES.
            05 FILLER                       PIC X(9) VALUE 'UNIT COST'.
            05 FILLER                       PIC X(3) VALUE SPACES.
            05 FILLER                       PIC X(10)
                VALUE '     VALUE'.
            05 FILLER                       PIC X(12) VALUE SPACES.

        01 RPT-DETAIL-LINE.
            05 RPT-DET-CC                   PIC X VALUE SPACE.
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 RPT-DET-SUPP-PART            PIC X(10).
            05 FILLER                       PIC X(3) VALUE SPACES.
            05 RPT-DET-PART                 PIC X(8).
            05 FILLER                       PIC X(3) VALUE SPACES.
            05 RPT-DET-DESC                 PIC X(17).
            05 FILLER                       PIC X(3) VALUE SPACES.
            05 RPT-DET-QTY                  PIC ZZZZ,ZZ9.
            05 FILLER                       PIC X(3) VALUE SPACES.
            05 RPT-DET-REASON               PIC X(3).
            05 FILLER                       PIC X(6) VALUE SPACES.
            05 RPT-DET-COST                 PIC ZZ,ZZ9.99.
            05 FILLER                       PIC X(3) VALUE SPACES.
            05 RPT-DET-VALUE                PIC ZZZ,ZZ9.99.
            05 FILLER                       PIC X(12) VALUE SPACES.

        01 RPT-QUOTE-LINE.
            05 RPT-QUOTE-CC                 PIC X VALUE '0'.
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 FILLER                       PIC X(48) VALUE
                'PLEASE QUOTE THE RTV NUMBER ON YOUR CREDIT NOTE.'.
            05 FILLER                       PIC X(50) VALUE SPACES.

        01 RPT-SIGN-LINE.
            05 RPT-SIGN-CC                  PIC X VALUE '0'.
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 FILLER                       PIC X(21)
                VALUE 'RECEIVED FOR SUPPLIER'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 FILLER                       PIC X(25)
                VALUE '_________________________'.
            05 FILLER                       PIC X(7)
                VALUE '  DATE '.
            05 FILLER                       PIC X(10)
                VALUE '__________'.
            05 FILLER                       PIC X(33) VALUE SPACES.

        01 RPT-TOTAL-LINE.
            05 RPT-TOT-CC                   PIC X VALUE '1'.
            05 FILLER                       PIC X(1) VALUE SPACES.
            05 FILLER                       PIC X(21)
                VALUE 'RTV DOCUMENTS PRINTED'.
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-TOT-COUNT                PIC ZZZZ,ZZ9.
            05 FILLER                       PIC X(12)
                VALUE '  VALUE -   '.
            05 RPT-TOT-VALUE                PIC ZZ,ZZZ,ZZ9.99.
            05 FILLER                       PIC X(19)
                VALUE '  NO SUPP PART -   '.
            05 RPT-TOT-NO-SUPP              PIC ZZZZ,ZZ9.
            05 FILLER                       PIC X(15) VALUE SPACES.

        PROCEDURE DIVISION.

        000-START-LOGIC.
            OPEN I-O RTVFILE-IO.
            OPEN INPUT SUPPFILE-IN.
            OPEN OUTPUT RTVPRINT-OUT.
            OPEN I-O RPTSTAT-FILE.

            EXEC SQL
                WHENEVER SQLERROR GO TO 99-SQL-ERR
            END-EXEC.

            EXEC SQL
                WHENEVER SQLWARNING CONTINUE
            END-EXEC.

            ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-CURRENT-TIME FROM TIME.
            MOVE WS-CURRENT-DATE TO RPT-HDR-DATE.

            PERFORM 200-READ-RTV.

            PERFORM 300-CHECK-RTV
                UNTIL WS-EOF.

            PERFORM 800-ENDFILE.

            GO TO 999-EXIT.

        200-READ-RTV.
            READ RTVFILE-IO NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-EOF-SW
            END-READ.

        300-CHECK-RTV.
            ADD 1 TO WS-REC-COUNT.

            IF RTV-TO-PRINT
                PERFORM 400-PRINT-RTV
                PERFORM 500-MARK-PRINTED
            END-IF.

            PERFORM 200-READ-RTV.

      * ONE PAGE PER RETURN - IT TRAVELS WITH THE GOODS.
        400-PRINT-RTV.
            ADD 1 TO WS-PRINT-COUNT.

            MOVE RTV-NO TO RPT-HDR-RTV-NO.
            MOVE RPT-RTV-HEADER TO RPT-LINE.
            WRITE RPT-LINE.

            PERFORM 410-NAME-SUPPLIER.

            MOVE RPT-SUPP-LINE TO RPT-LINE.
            WRITE RPT-LINE.

            MOVE RTV-LOCATION TO RPT-FROM-LOC.
            MOVE RTV-RAISE-DATE TO RPT-FROM-DATE.
            MOVE RTV-RAISE-OPER TO RPT-FROM-OPER.
            MOVE RPT-FROM-LINE TO RPT-LINE.
            WRITE RPT-LINE.

            MOVE RPT-COLUMN-LINE TO RPT-LINE.
            WRITE RPT-LINE.

            PERFORM 420-DESCRIBE-PART.

            COMPUTE WS-RTV-VALUE = RTV-QTY * RTV-UNIT-COST.
            ADD WS-RTV-VALUE TO WS-TOT-VALUE.

            MOVE SQL-SUPP-PART-NO TO RPT-DET-SUPP-PART.
            MOVE RTV-PART-CODE TO RPT-DET-PART.
            MOVE SQL-PART-DESC TO RPT-DET-DESC.
            MOVE RTV-QTY TO RPT-DET-QTY.
            MOVE RTV-REASON TO RPT-DET-REASON.
            MOVE RTV-UNIT-COST TO RPT-DET-COST.
            MOVE WS-RTV-VALUE TO RPT-DET-VALUE.

            MOVE RPT-DETAIL-LINE TO RPT-LINE.
            WRITE RPT-LINE.

            MOVE RPT-QUOTE-LINE TO RPT-LINE.
            WRITE RPT-LINE.

            MOVE RPT-SIGN-LINE TO RPT-LINE.
            WRITE RPT-LINE.

        410-NAME-SUPPLIER.
            MOVE RTV-SUPP-CODE TO SUPP-CODE.

            READ SUPPFILE-IN
                KEY IS SUPP-KEY
                INVALID KEY
                    MOVE 'SUPPLIER NOT ON SUPPFILE' TO SUPP-NAME
                    MOVE SPACES TO SUPP-PHONE
                    MOVE SPACES TO SUPP-ADDRESS
            END-READ.

            MOVE RTV-SUPP-CODE TO RPT-SUPP-CODE.
            MOVE SUPP-NAME TO RPT-SUPP-NAME.
            MOVE SUPP-ADDRESS TO RPT-SUPP-ADDRESS.
            MOVE SUPP-PHONE TO RPT-SUPP-PHONE.

      * THE SUPPLIER'S PART NUMBER AND OUR DESCRIPTION.  EITHER
      * ROW MISSING JUST LEAVES THAT COLUMN BLANK.
        420-DESCRIBE-PART.
            MOVE RTV-PART-CODE TO SQL-PART-CODE.
            MOVE RTV-SUPP-CODE TO SQL-SUPP-CODE.

            EXEC SQL SELECT SUPP_PART_NO
                INTO :SQL-SUPP-PART-NO
                FROM BILLM.SUPP_PART
                WHERE PART_CODE = :SQL-PART-CODE
                  AND SUPP_CODE = :SQL-SUPP-CODE
            END-EXEC.

            IF SQLCODE = 100
                MOVE SPACES TO SQL-SUPP-PART-NO
                ADD 1 TO WS-NO-SUPP-PART
            END-IF.

            EXEC SQL SELECT PART_DESC
                INTO :SQL-PART-DESC
                FROM BILLM.PART_CODES
                WHERE PART_CODE = :SQL-PART-CODE
            END-EXEC.

            IF SQLCODE = 100
                MOVE SPACES TO SQL-PART-DESC
            END-IF.

        500-MARK-PRINTED.
            SET RTV-PRINTED TO TRUE.

            REWRITE RTV-RECORD
                INVALID KEY
                    DISPLAY 'BOPRGVD - RTVFILE REWRITE FAILED FOR '
                        RTV-KEY
                    MOVE 'FAILED' TO WS-RUN-STATUS
            END-REWRITE.

        800-ENDFILE.
            MOVE WS-PRINT-COUNT TO RPT-TOT-COUNT.
            MOVE WS-TOT-VALUE TO RPT-TOT-VALUE.
            MOVE WS-NO-SUPP-PART TO RPT-TOT-NO-SUPP.

            MOVE RPT-TOTAL-LINE TO RPT-LINE.
            WRITE RPT-LINE.

            PERFORM 820-WRITE-RUN-STATUS.

            CLOSE RTVFILE-IO.
            CLOSE SUPPFILE-IN.
            CLOSE RTVPRINT-OUT.
            CLOSE RPTSTAT-FILE.

        99-SQL-ERR.
            MOVE 'FAILED' TO WS-RUN-STATUS.
            MOVE SQLCODE TO WS-SQL-CODE.
            DISPLAY 'BOPRGVD SQL ERROR ' WS-SQL-CODE.
            PERFORM 800-ENDFILE.
            GO TO 999-EXIT.

      * DROP THE RUN RESULT ON THE RPTSTAT STATUS FILE SO THE
      * BOPRGO REPORTS MENU CAN SHOW STAFF WHETHER THE LAST RUN
      * ACTUALLY FINISHED BEFORE THEY SUBMIT IT AGAIN.
        820-WRITE-RUN-STATUS.
            MOVE 'BOPRGVD' TO RPTSTAT-JOB.
            MOVE WS-CURRENT-DATE TO RPTSTAT-DATE.
            MOVE WS-CURR-HHMMSS TO RPTSTAT-TIME.
            MOVE WS-REC-COUNT TO RPTSTAT-RECORDS.
            MOVE WS-PRINT-COUNT TO RPTSTAT-GOOD.
            MOVE WS-NO-SUPP-PART TO RPTSTAT-REJECTS.
            MOVE WS-RUN-STATUS TO RPTSTAT-STATUS.

            WRITE RPTSTAT-RECORD
                INVALID KEY
                    REWRITE RPTSTAT-RECORD
                        INVALID KEY
                            DISPLAY 'BOPRGVD - RPTSTAT WRITE FAILED'
                    END-REWRITE
            END-WRITE.

        999-EXIT.
            STOP RUN.
