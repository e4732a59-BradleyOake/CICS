      * CHANGES, A NEW ID COMES UP EMPTY TO FILL IN.  PRESS ENTER
      * AGAIN TO WRITE IT.  PF8 DELETES THE DISPLAYED TEMPLATE.
      * THE BOPRGRO BATCH JOB TURNS DUE TEMPLATES INTO REAL
      * ORDERS.  A SHIP-TO CODE OFF THE CUSTOMER'S SHIPFILE SITES
      * SENDS THE GENERATED ORDERS THERE; BLANK IS THE BILLING
      * ADDRESS.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        COPY 'DFHBMSCA'.
        COPY 'STNDFILE-LAYOUT'.
        COPY 'CUSTFILE-LAYOUT'.
        COPY 'SHIPFILE-LAYOUT'.
        COPY 'AUDITLOG-LAYOUT'.

        01 WS-TRANSFER-FIELD    PIC X(3).
            MOVE STND-DESC TO SDESCO.
            MOVE STND-FREQUENCY TO FREQO.
            MOVE STND-NEXT-RUN TO NEXTRUNO.
            IF STND-SHIPTO-CODE NOT = LOW-VALUES
                MOVE STND-SHIPTO-CODE TO SHIPTOO
            END-IF.

            PERFORM 310-SHOW-ROW
                VARYING WS-ROW-SUB FROM 1 BY 1
            MOVE DFHBMFSE TO SDESCA.
            MOVE DFHBMFSE TO FREQA.
            MOVE DFHBMFSE TO NEXTRUNA.
            MOVE DFHBMFSE TO SHIPTOA.

            MOVE DFHBMPRF TO STNDIDA.
            MOVE 'CHANGE AND PRESS ENTER. PF8 DELETES' TO MSGO.
                LENGTH(CUST-LENGTH)
            END-EXEC.

      * A SHIP-TO CODE MUST BE ONE OF THIS CUSTOMER'S SHIPFILE
      * SITES.  BLANK IT OUT TO GO BACK TO THE BILLING ADDRESS.
            IF SHIPTOL > 0
                AND SHIPTOI NOT = SPACES
                MOVE CUST-KEY TO SHIP-PHONE-KEY
                MOVE SHIPTOI TO SHIP-CODE

                EXEC CICS HANDLE CONDITION
                    NOTFND(560-SHIPTO-MISSING)
                END-EXEC

                EXEC CICS READ FILE('SHIPFILE')
                    INTO(SHIP-RECORD)
                    RIDFLD(SHIP-KEY)
                    LENGTH(SHIP-LENGTH)
                END-EXEC
            END-IF.

      * A NEW TEMPLATE STARTS FROM A CLEAN RECORD - ROWS NOT KEYED
      * STAY SPACES.  AN EXISTING ONE GOES THROUGH THE DUPREC PATH
      * BELOW, WHICH RE-READS THE FILE RECORD FIRST.
            MOVE SDESCI TO STND-DESC.
            MOVE FREQI TO STND-FREQUENCY.
            MOVE NEXTRUNI TO STND-NEXT-RUN.
            PERFORM 520-TAKE-SHIPTO.

            PERFORM 510-TAKE-ROW
                VARYING WS-ROW-SUB FROM 1 BY 1
                END-IF
            END-IF.

      * THE SHIP-TO FOLLOWS THE SAME RULE AS A ROW - UNTOUCHED
      * STAYS, KEYED OR BLANKED OUT CHANGES.
        520-TAKE-SHIPTO.
            IF SHIPTOL > 0
                MOVE SHIPTOI TO STND-SHIPTO-CODE
            END-IF.

            IF STND-SHIPTO-CODE = LOW-VALUES
                MOVE SPACES TO STND-SHIPTO-CODE
            END-IF.

        530-REWRITE-TEMPLATE.
            EXEC CICS READ FILE('STNDFILE')
                INTO(STND-RECORD)
            MOVE SDESCI TO STND-DESC.
            MOVE FREQI TO STND-FREQUENCY.
            MOVE NEXTRUNI TO STND-NEXT-RUN.
            PERFORM 520-TAKE-SHIPTO.

            PERFORM 510-TAKE-ROW
                VARYING WS-ROW-SUB FROM 1 BY 1

            GO TO 910-SEND-MAP-ERR.

        560-SHIPTO-MISSING.
            MOVE 'SHIP-TO CODE NOT ON FILE FOR CUSTOMER' TO MSGO.
            MOVE -1 TO SHIPTOL.
            MOVE DFHUNIMD TO SHIPTOA.

            GO TO 910-SEND-MAP-ERR.

        700-DELETE-TEMPLATE.
            IF EIBCALEN IS NOT EQUAL TO 7
                OR LK-TRANSFER IS NOT EQUAL TO 'SUP'
