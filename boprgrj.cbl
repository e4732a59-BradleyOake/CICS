      * REGISTER NEVER SHOWS THE PASSWORD.  EVERY CARD APPLIED
      * STAMPS THE PASSWORD DATE WITH THE LOAD DATE AND CLEARS
      * THE FAIL COUNT AND LOCK - RELOADING AN OPERATOR'S CARD IS
      * THE BATCH WAY TO UNLOCK THEM.  AN OPERATOR ALREADY ON FILE
      * KEEPS THEIR LAST SIGN-ON DATE, AND A RELOAD THAT FREES A
      * LOCKED ID GOES ON THE OPERLOG ACTIVITY LOG AS AN UNLOCK BY
      * 'BTCH' SO THE BOPRGOA WEEKLY REPORT SEES IT.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
                RECORD KEY IS OPER-KEY
                FILE STATUS IS WS-OPERFILE-STATUS.

            SELECT OPERLOG-FILE ASSIGN TO OPERLOG
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS OLOG-KEY
                FILE STATUS IS WS-OPERLOG-STATUS.

            SELECT REGISTER-OUT ASSIGN TO OPERPRT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REGISTER-STATUS.
            LABEL RECORDS ARE STANDARD.
        COPY 'OPERFILE-LAYOUT'.

        FD  OPERLOG-FILE
            LABEL RECORDS ARE STANDARD.
        COPY 'OPERLOG-LAYOUT'.

        FD  REGISTER-OUT
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 80 CHARACTERS.
            88 WS-OPERCARD-EOF               VALUE '10'.

        01 WS-OPERFILE-STATUS               PIC XX VALUE ZERO.
        01 WS-OPERLOG-STATUS                PIC XX VALUE ZERO.
        01 WS-REGISTER-STATUS               PIC XX VALUE ZERO.

        01 WS-EOF-SW                        PIC X VALUE 'N'.
            05 WS-CURR-MM                   PIC 9(2).
            05 WS-CURR-DD                   PIC 9(2).

        01 WS-CURRENT-TIME.
            05 WS-CURR-HHMMSS               PIC 9(6).
            05 FILLER                       PIC 9(2).

        01 WS-NEW-OPER                      PIC X(53).
        01 WS-KEEP-SIGNON                   PIC X(8).
        01 WS-OLD-LOCK-FLAG                 PIC X(1).

        01 WS-REC-COUNT                     PIC 9(5) COMP VALUE ZERO.
        01 WS-ADD-COUNT                     PIC 9(5) COMP VALUE ZERO.
        01 WS-CHG-COUNT                     PIC 9(5) COMP VALUE ZERO.
        000-START-LOGIC.
            OPEN INPUT OPERCARD-IN.
            OPEN I-O OPERFILE-IO.
            OPEN I-O OPERLOG-FILE.
            OPEN OUTPUT REGISTER-OUT.

            ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
            MOVE WS-CURRENT-DATE TO OPER-PWD-DATE.
            MOVE ZERO TO OPER-FAIL-COUNT.
            MOVE SPACE TO OPER-LOCK-FLAG.
            MOVE SPACES TO OPER-LAST-SIGNON.

            WRITE OPER-RECORD
                INVALID KEY
            MOVE RPT-DETAIL-LINE TO RPT-LINE.
            WRITE RPT-LINE.

      * THE CARD REPLACES THE OPERATOR BUT NOT THEIR LAST SIGN-ON
      * DATE - READ WHAT IS ON FILE FIRST TO KEEP IT, AND TO SEE
      * WHETHER THE RELOAD IS FREEING A LOCKED ID.
        320-REWRITE-OPER.
            MOVE OPER-RECORD TO WS-NEW-OPER.

            READ OPERFILE-IO
                INVALID KEY
                    MOVE WS-NEW-OPER TO OPER-RECORD
            END-READ.

            MOVE OPER-LAST-SIGNON TO WS-KEEP-SIGNON.
            MOVE OPER-LOCK-FLAG TO WS-OLD-LOCK-FLAG.
            MOVE WS-NEW-OPER TO OPER-RECORD.
            MOVE WS-KEEP-SIGNON TO OPER-LAST-SIGNON.

            REWRITE OPER-RECORD
                INVALID KEY
                    DISPLAY 'BOPRGRJ - OPERFILE REWRITE FAILED FOR '
                        OPER-ID
            END-REWRITE.

            IF WS-OLD-LOCK-FLAG = 'L'
                PERFORM 330-LOG-UNLOCK
            END-IF.

            ADD 1 TO WS-CHG-COUNT.
            MOVE 'CHANGED' TO RPT-ACTION.

        330-LOG-UNLOCK.
            ACCEPT WS-CURRENT-TIME FROM TIME.
            MOVE WS-CURRENT-DATE TO OLOG-DATE.
            MOVE WS-CURR-HHMMSS TO OLOG-TIME.
            MOVE 'OPLD' TO OLOG-TERM.
            MOVE 1 TO OLOG-SEQ.
            MOVE 'UNLK' TO OLOG-EVENT.
            MOVE 'BTCH' TO OLOG-OPER.
            MOVE OPER-LOCATION TO OLOG-LOC.
            MOVE OPER-ID TO OLOG-SUBJECT.

            PERFORM 340-LOG-WRITE
                WITH TEST AFTER
                UNTIL WS-OPERLOG-STATUS NOT = '22'
                   OR OLOG-SEQ > 999.

        340-LOG-WRITE.
            WRITE OLOG-RECORD
                INVALID KEY
                    ADD 1 TO OLOG-SEQ
            END-WRITE.

        800-ENDFILE.
            MOVE WS-REC-COUNT TO RPT-TOT-READ.
            MOVE WS-ADD-COUNT TO RPT-TOT-ADD.

            CLOSE OPERCARD-IN.
            CLOSE OPERFILE-IO.
            CLOSE OPERLOG-FILE.
            CLOSE REGISTER-OUT.

        999-EXIT.
