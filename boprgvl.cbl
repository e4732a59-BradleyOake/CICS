        $SET DB2 (DB=INFOSYS,UDB-VERSION=V8)
        IDENTIFICATION DIVISION.
        PROGRAM-ID.  BOPRGVL.
        AUTHOR. OAKE.

      * VOLUME REBATE AGREEMENT LOAD - READS CARD IMAGES (ONE PER
      * CUSTOMER) AND LOADS THEM INTO BILLM.CUST_REBATE (SEE
      * BOPRGVA FOR THE TABLE), ADDING NEW AGREEMENTS AND
      * REPLACING THE TERMS OF ONES ALREADY THERE, THE SAME WAY THE
      * BOPRGTK TRUCK MASTER IS KEPT.  CARD FORMAT (SEE THE BOPRGVL
      * JCL MEMBER):
      *   COL 1-10   CUSTOMER PHONE KEY (AS ON CUSTFILE)
      *   COL 12-19  FIRST DAY OF THE AGREEMENT YEAR (YYYYMMDD)
      *   COL 21-29  TIER 1 FROM AMOUNT (DOLLARS AND CENTS, NO
      *              POINT - 005000000 IS $50,000.00)
      *   COL 31-34  TIER 1 PERCENTAGE (NO POINT - 0150 IS 1.50)
      *   COL 36-44  TIER 2 FROM AMOUNT   COL 46-49  PERCENTAGE
      *   COL 51-59  TIER 3 FROM AMOUNT   COL 61-64  PERCENTAGE
      * TIER 1 MUST CARRY A PERCENTAGE.  TIERS 2 AND 3 ARE LEFT
      * BLANK WHEN NOT USED; A TIER THAT IS USED MUST START HIGHER
      * AND PAY MORE THAN THE ONE BELOW IT, SO THE HIGHEST TIER
      * REACHED IS ALWAYS THE BEST ONE.  A CARD WITH NO YEAR START
      * DELETES THE CUSTOMER'S AGREEMENT.  CHANGING AN AGREEMENT
      * REPLACES ITS YEAR START AND TIERS BUT KEEPS THE LAST REBATE
      * THE BOPRGVY YEAR-END RUN ISSUED AGAINST IT.  A CARD FOR A
      * CUSTOMER NOT ON CUSTFILE, OR WITH A BAD DATE OR TIER, IS
      * REFUSED AND THE AGREEMENT LEFT AS IT WAS.  PRINTS A
      * ONE-LINE REGISTER OF EVERY CARD AND WHAT WAS DONE WITH IT.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. RS-6000.
        OBJECT-COMPUTER. RS-6000.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT RBTCARD-IN ASSIGN TO RBTCRD
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RBTCARD-STATUS.

            SELECT CUSTFILE-IN ASSIGN TO CUSTFILE
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS CUST-KEY
                FILE STATUS IS WS-CUSTFILE-STATUS.

            SELECT REGISTER-OUT ASSIGN TO RBTLPRT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REGISTER-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  RBTCARD-IN
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 80 CHARACTERS.
        01  RBTCARD-RECORD.
            05  RBTCARD-PHONE               PIC X(10).
            05  FILLER                      PIC X(1).
            05  RBTCARD-START               PIC X(8).
            05  RBTCARD-START-NUM REDEFINES RBTCARD-START
                                            PIC 9(8).
            05  FILLER                      PIC X(1).
            05  RBTCARD-TIER OCCURS 3 TIMES.
                10  RBTCARD-FROM            PIC X(9).
                10  RBTCARD-FROM-NUM REDEFINES RBTCARD-FROM
                                            PIC 9(7)V99.
                10  FILLER                  PIC X(1).
                10  RBTCARD-PCT             PIC X(4).
                10  RBTCARD-PCT-NUM REDEFINES RBTCARD-PCT
                                            PIC 9(2)V99.
                10  FILLER                  PIC X(1).
            05  FILLER                      PIC X(15).

        FD  CUSTFILE-IN
            LABEL RECORDS ARE STANDARD.
        COPY 'CUSTFILE-LAYOUT'.

        FD  REGISTER-OUT
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 80 CHARACTERS.
        01  RPT-LINE                       PIC X(80).

        WORKING-STORAGE SECTION.

        EXEC SQL INCLUDE SQLCA END-EXEC.

        01 WS-SQL-CODE                      PIC -9(8).

        EXEC SQL BEGIN DECLARE SECTION END-EXEC.
            01  SQL-CUST-PHONE              PIC X(10).
            01  SQL-YEAR-START              PIC X(8).
            01  SQL-TIER1-FROM              PIC S9(7)V99 COMP-3.
            01  SQL-TIER1-PCT               PIC S9(2)V99 COMP-3.
            01  SQL-TIER2-FROM              PIC S9(7)V99 COMP-3.
            01  SQL-TIER2-PCT               PIC S9(2)V99 COMP-3.
            01  SQL-TIER3-FROM              PIC S9(7)V99 COMP-3.
            01  SQL-TIER3-PCT               PIC S9(2)V99 COMP-3.
        EXEC SQL END DECLARE SECTION END-EXEC.

        01 WS-RBTCARD-STATUS                PIC XX VALUE ZERO.
        01 WS-CUSTFILE-STATUS               PIC XX VALUE ZERO.
        01 WS-REGISTER-STATUS               PIC XX VALUE ZERO.

        01 WS-EOF-SW                        PIC X VALUE 'N'.
            88 WS-EOF                        VALUE 'Y'.

        01 WS-CARD-OK-SW                    PIC X VALUE 'N'.
            88 WS-CARD-OK                    VALUE 'Y'.

        01 WS-REC-COUNT                     PIC 9(5) COMP VALUE ZERO.
        01 WS-ADD-COUNT                     PIC 9(5) COMP VALUE ZERO.
        01 WS-CHG-COUNT                     PIC 9(5) COMP VALUE ZERO.
        01 WS-DEL-COUNT                     PIC 9(5) COMP VALUE ZERO.
        01 WS-BAD-COUNT                     PIC 9(5) COMP VALUE ZERO.

      * THE CARD'S TIERS, BLANK ONES AS ZERO.
        01 WS-TIER-SUB                      PIC 9 COMP.
        01 WS-TIER-TABLE.
            05 WS-TIER-ENTRY OCCURS 3 TIMES.
                10 WS-TIER-FROM              PIC S9(7)V99 COMP-3.
                10 WS-TIER-PCT               PIC S9(2)V99 COMP-3.

        01 RPT-DETAIL-LINE.
            05 RPT-PHONE                    PIC X(10).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-START                    PIC X(8).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-FROM1                    PIC X(9).
            05 FILLER                       PIC X(1) VALUE SPACES.
            05 RPT-PCT1                     PIC X(4).
            05 FILLER                       PIC X(1) VALUE SPACES.
            05 RPT-FROM2                    PIC X(9).
            05 FILLER                       PIC X(1) VALUE SPACES.
            05 RPT-PCT2                     PIC X(4).
            05 FILLER                       PIC X(1) VALUE SPACES.
            05 RPT-FROM3                    PIC X(9).
            05 FILLER                       PIC X(1) VALUE SPACES.
            05 RPT-PCT3                     PIC X(4).
            05 FILLER                       PIC X(1) VALUE SPACES.
            05 RPT-ACTION                   PIC X(11).
            05 FILLER                       PIC X(2) VALUE SPACES.

        01 RPT-TOTAL-LINE.
            05 FILLER                       PIC X(13)
                VALUE 'CARDS READ - '.
            05 RPT-TOT-READ                 PIC ZZZZ9.
            05 FILLER                       PIC X(9)
                VALUE '  ADDED -'.
            05 RPT-TOT-ADD                  PIC ZZZZ9.
            05 FILLER                       PIC X(11)
                VALUE '  CHANGED -'.
            05 RPT-TOT-CHG                  PIC ZZZZ9.
            05 FILLER                       PIC X(11)
                VALUE '  DELETED -'.
            05 RPT-TOT-DEL                  PIC ZZZZ9.
            05 FILLER                       PIC X(11)
                VALUE '  IN ERROR '.
            05 RPT-TOT-BAD                  PIC ZZZZ9.

        PROCEDURE DIVISION.

        000-START-LOGIC.
            OPEN INPUT RBTCARD-IN.
            OPEN INPUT CUSTFILE-IN.
            OPEN OUTPUT REGISTER-OUT.

            EXEC SQL
                WHENEVER SQLERROR GO TO 99-SQL-ERR
            END-EXEC.

            EXEC SQL
                WHENEVER SQLWARNING CONTINUE
            END-EXEC.

            EXEC SQL
                WHENEVER NOT FOUND CONTINUE
            END-EXEC.

            PERFORM 200-READ-CARD.

            PERFORM 300-PROCESS-CARD
                UNTIL WS-EOF.

            PERFORM 800-ENDFILE.

            GO TO 999-EXIT.

        200-READ-CARD.
            READ RBTCARD-IN
                AT END
                    MOVE 'Y' TO WS-EOF-SW
            END-READ.

        300-PROCESS-CARD.
            ADD 1 TO WS-REC-COUNT.
            PERFORM 330-ECHO-CARD.

            PERFORM 310-EDIT-CARD THRU 310-EXIT.

            IF NOT WS-CARD-OK
                ADD 1 TO WS-BAD-COUNT
            ELSE
                MOVE RBTCARD-PHONE TO SQL-CUST-PHONE
                IF RBTCARD-START = SPACES
                    PERFORM 420-DELETE-AGREEMENT
                ELSE
                    PERFORM 410-APPLY-AGREEMENT
                END-IF
            END-IF.

            MOVE RPT-DETAIL-LINE TO RPT-LINE.
            WRITE RPT-LINE.

            PERFORM 200-READ-CARD.

      * A DELETE CARD NEEDS ONLY THE PHONE KEY - THE CUSTOMER MAY
      * ALREADY HAVE GONE FROM CUSTFILE.  ANYTHING ELSE MUST NAME A
      * CUSTOMER ON FILE, A REAL DATE AND A SENSIBLE LADDER OF
      * TIERS.
        310-EDIT-CARD.
            MOVE 'N' TO WS-CARD-OK-SW.

            IF RBTCARD-PHONE = SPACES
                MOVE 'IN ERROR' TO RPT-ACTION
                GO TO 310-EXIT
            END-IF.

            IF RBTCARD-START = SPACES
                MOVE 'Y' TO WS-CARD-OK-SW
                GO TO 310-EXIT
            END-IF.

            MOVE RBTCARD-PHONE TO CUST-KEY.

            READ CUSTFILE-IN
                KEY IS CUST-KEY
                INVALID KEY
                    MOVE 'NO CUSTOMER' TO RPT-ACTION
                    GO TO 310-EXIT
            END-READ.

            IF RBTCARD-START IS NOT NUMERIC
                MOVE 'BAD START' TO RPT-ACTION
                GO TO 310-EXIT
            END-IF.

            IF FUNCTION INTEGER-OF-DATE(RBTCARD-START-NUM) = ZERO
                MOVE 'BAD START' TO RPT-ACTION
                GO TO 310-EXIT
            END-IF.

            MOVE 'Y' TO WS-CARD-OK-SW.

            PERFORM 315-EDIT-TIER
                VARYING WS-TIER-SUB FROM 1 BY 1
                UNTIL WS-TIER-SUB > 3.

            IF NOT WS-CARD-OK
                MOVE 'BAD TIER' TO RPT-ACTION
                GO TO 310-EXIT
            END-IF.

            IF WS-TIER-PCT(1) NOT > ZERO
                OR (WS-TIER-PCT(2) = ZERO
                    AND WS-TIER-PCT(3) > ZERO)
                MOVE 'BAD TIER' TO RPT-ACTION
                MOVE 'N' TO WS-CARD-OK-SW
                GO TO 310-EXIT
            END-IF.

            IF WS-TIER-PCT(2) > ZERO
                IF WS-TIER-FROM(2) NOT > WS-TIER-FROM(1)
                    OR WS-TIER-PCT(2) NOT > WS-TIER-PCT(1)
                    MOVE 'BAD TIER' TO RPT-ACTION
                    MOVE 'N' TO WS-CARD-OK-SW
                    GO TO 310-EXIT
                END-IF
            END-IF.

            IF WS-TIER-PCT(3) > ZERO
                IF WS-TIER-FROM(3) NOT > WS-TIER-FROM(2)
                    OR WS-TIER-PCT(3) NOT > WS-TIER-PCT(2)
                    MOVE 'BAD TIER' TO RPT-ACTION
                    MOVE 'N' TO WS-CARD-OK-SW
                    GO TO 310-EXIT
                END-IF
            END-IF.

        310-EXIT.
            EXIT.

      * A BLANK TIER IS UNUSED.  A TIER WITH A FROM AMOUNT BUT NO
      * PERCENTAGE IS A KEYING SLIP, NOT AN UNUSED TIER.
        315-EDIT-TIER.
            MOVE ZERO TO WS-TIER-FROM(WS-TIER-SUB).
            MOVE ZERO TO WS-TIER-PCT(WS-TIER-SUB).

            IF RBTCARD-FROM(WS-TIER-SUB) = SPACES
                AND RBTCARD-PCT(WS-TIER-SUB) = SPACES
                CONTINUE
            ELSE
                IF RBTCARD-FROM-NUM(WS-TIER-SUB) IS NOT NUMERIC
                    OR RBTCARD-PCT-NUM(WS-TIER-SUB) IS NOT NUMERIC
                    OR RBTCARD-PCT-NUM(WS-TIER-SUB) = ZERO
                    MOVE 'N' TO WS-CARD-OK-SW
                ELSE
                    MOVE RBTCARD-FROM-NUM(WS-TIER-SUB)
                        TO WS-TIER-FROM(WS-TIER-SUB)
                    MOVE RBTCARD-PCT-NUM(WS-TIER-SUB)
                        TO WS-TIER-PCT(WS-TIER-SUB)
                END-IF
            END-IF.

        330-ECHO-CARD.
            MOVE RBTCARD-PHONE TO RPT-PHONE.
            MOVE RBTCARD-START TO RPT-START.
            MOVE RBTCARD-FROM(1) TO RPT-FROM1.
            MOVE RBTCARD-PCT(1) TO RPT-PCT1.
            MOVE RBTCARD-FROM(2) TO RPT-FROM2.
            MOVE RBTCARD-PCT(2) TO RPT-PCT2.
            MOVE RBTCARD-FROM(3) TO RPT-FROM3.
            MOVE RBTCARD-PCT(3) TO RPT-PCT3.
            MOVE SPACES TO RPT-ACTION.

      * AN AGREEMENT ALREADY ON THE TABLE HAS ITS TERMS REPLACED
      * AND KEEPS ITS LAST REBATE; OTHERWISE IT IS ADDED WITH NO
      * REBATE PAID YET.
        410-APPLY-AGREEMENT.
            MOVE RBTCARD-START TO SQL-YEAR-START.
            MOVE WS-TIER-FROM(1) TO SQL-TIER1-FROM.
            MOVE WS-TIER-PCT(1) TO SQL-TIER1-PCT.
            MOVE WS-TIER-FROM(2) TO SQL-TIER2-FROM.
            MOVE WS-TIER-PCT(2) TO SQL-TIER2-PCT.
            MOVE WS-TIER-FROM(3) TO SQL-TIER3-FROM.
            MOVE WS-TIER-PCT(3) TO SQL-TIER3-PCT.

            EXEC SQL UPDATE BILLM.CUST_REBATE
                SET YEAR_START = :SQL-YEAR-START,
                    TIER1_FROM = :SQL-TIER1-FROM,
                    TIER1_PCT = :SQL-TIER1-PCT,
                    TIER2_FROM = :SQL-TIER2-FROM,
                    TIER2_PCT = :SQL-TIER2-PCT,
                    TIER3_FROM = :SQL-TIER3-FROM,
                    TIER3_PCT = :SQL-TIER3-PCT
                WHERE CUST_PHONE = :SQL-CUST-PHONE
            END-EXEC.

            IF SQLCODE = 100
                EXEC SQL INSERT INTO BILLM.CUST_REBATE
                    (CUST_PHONE, YEAR_START,
                     TIER1_FROM, TIER1_PCT,
                     TIER2_FROM, TIER2_PCT,
                     TIER3_FROM, TIER3_PCT)
                    VALUES (:SQL-CUST-PHONE, :SQL-YEAR-START,
                            :SQL-TIER1-FROM, :SQL-TIER1-PCT,
                            :SQL-TIER2-FROM, :SQL-TIER2-PCT,
                            :SQL-TIER3-FROM, :SQL-TIER3-PCT)
                END-EXEC
                ADD 1 TO WS-ADD-COUNT
                MOVE 'ADDED' TO RPT-ACTION
            ELSE
                ADD 1 TO WS-CHG-COUNT
                MOVE 'CHANGED' TO RPT-ACTION
            END-IF.

        420-DELETE-AGREEMENT.
            EXEC SQL DELETE FROM BILLM.CUST_REBATE
                WHERE CUST_PHONE = :SQL-CUST-PHONE
            END-EXEC.

            IF SQLCODE = 100
                MOVE 'NOT ON FILE' TO RPT-ACTION
            ELSE
                ADD 1 TO WS-DEL-COUNT
                MOVE 'DELETED' TO RPT-ACTION
            END-IF.

        800-ENDFILE.
            MOVE WS-REC-COUNT TO RPT-TOT-READ.
            MOVE WS-ADD-COUNT TO RPT-TOT-ADD.
            MOVE WS-CHG-COUNT TO RPT-TOT-CHG.
            MOVE WS-DEL-COUNT TO RPT-TOT-DEL.
            MOVE WS-BAD-COUNT TO RPT-TOT-BAD.

            MOVE RPT-TOTAL-LINE TO RPT-LINE.
            WRITE RPT-LINE.

            CLOSE RBTCARD-IN.
            CLOSE CUSTFILE-IN.
            CLOSE REGISTER-OUT.

        99-SQL-ERR.
            MOVE SQLCODE TO WS-SQL-CODE.
            DISPLAY 'BOPRGVL SQL ERROR ' WS-SQL-CODE.
            PERFORM 800-ENDFILE.
            GO TO 999-EXIT.

        999-EXIT.
            STOP RUN.
