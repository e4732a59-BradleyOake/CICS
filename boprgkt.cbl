        IDENTIFICATION DIVISION.
        PROGRAM-ID.  BOPRGKT.
        AUTHOR. OAKE.

      * KIT DEFINITION LOAD - READS CARD IMAGES (ONE PER KIT
      * COMPONENT, ALL THE CARDS FOR A KIT TOGETHER) AND LOADS THEM
      * INTO THE KITFILE KSDS, ADDING NEW KITS AND REPLACING ONES
      * ALREADY ON FILE, THE SAME WAY THE BOPRGTK TRUCK MASTER IS
      * KEPT.  CARD FORMAT (SEE THE BOPRGKT JCL MEMBER):
      *   COL 1-4    KIT PART CODE (AS SOLD AND PRICED ON
      *              BILLM.PART_CODES)
      *   COL 6-9    COMPONENT PART CODE
      *   COL 11-14  QUANTITY OF THE COMPONENT IN ONE KIT
      *   COL 16-35  KIT DESCRIPTION (TAKEN FROM THE KIT'S FIRST
      *              CARD)
      * THE CARDS FOR A KIT REPLACE ITS WHOLE DEFINITION - A
      * COMPONENT LEFT OFF THE DECK DROPS OUT OF THE KIT.  A KIT
      * WHOSE FIRST CARD HAS NO COMPONENT IS DELETED.  A KIT WITH
      * A BAD CARD (NO QUANTITY, OR MORE THAN TEN COMPONENTS) IS
      * REFUSED WHOLE AND LEFT AS IT WAS, SO A HALF-LOADED KIT
      * NEVER TAKES SHORT STOCK.  PRINTS A REGISTER OF EVERY CARD
      * AND WHAT WAS DONE WITH EACH KIT.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. RS-6000.
        OBJECT-COMPUTER. RS-6000.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT KITCARD-IN ASSIGN TO KITCRD
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-KITCARD-STATUS.

            SELECT KITFILE-IO ASSIGN TO KITFILE
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS KIT-KEY
                FILE STATUS IS WS-KITFILE-STATUS.

            SELECT REGISTER-OUT ASSIGN TO KITPRT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REGISTER-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  KITCARD-IN
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 80 CHARACTERS.
        01  KITCARD-RECORD.
            05  KITCARD-KIT                 PIC X(4).
            05  FILLER                      PIC X(1).
            05  KITCARD-PART                PIC X(4).
            05  FILLER                      PIC X(1).
            05  KITCARD-QTY                 PIC X(4).
            05  FILLER                      PIC X(1).
            05  KITCARD-DESC                PIC X(20).
            05  FILLER                      PIC X(45).

        FD  KITFILE-IO
            LABEL RECORDS ARE STANDARD.
        COPY 'KITFILE-LAYOUT'.

        FD  REGISTER-OUT
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 80 CHARACTERS.
        01  RPT-LINE                       PIC X(80).

        WORKING-STORAGE SECTION.

        01 WS-KITCARD-STATUS                PIC XX VALUE ZERO.
            88 WS-KITCARD-OK                 VALUE '00'.
            88 WS-KITCARD-EOF                VALUE '10'.

        01 WS-KITFILE-STATUS                PIC XX VALUE ZERO.
        01 WS-REGISTER-STATUS               PIC XX VALUE ZERO.

        01 WS-EOF-SW                        PIC X VALUE 'N'.
            88 WS-EOF                        VALUE 'Y'.

        01 WS-DELETE-SW                     PIC X VALUE 'N'.
            88 WS-DELETE-KIT                 VALUE 'Y'.

        01 WS-REFUSE-SW                     PIC X VALUE 'N'.
            88 WS-REFUSE-KIT                 VALUE 'Y'.

      * THE KIT IS BUILT UP FROM ITS CARDS IN THE KITFILE RECORD
      * AREA AND WRITTEN OUT WHEN THE KIT CODE CHANGES OR THE DECK
      * ENDS.
        01 WS-CURR-KIT                      PIC X(4) VALUE SPACES.
        01 WS-COMP-COUNT                    PIC 99 COMP VALUE ZERO.

        01 WS-REC-COUNT                     PIC 9(5) COMP VALUE ZERO.
        01 WS-ADD-COUNT                     PIC 9(5) COMP VALUE ZERO.
        01 WS-CHG-COUNT                     PIC 9(5) COMP VALUE ZERO.
        01 WS-DEL-COUNT                     PIC 9(5) COMP VALUE ZERO.
        01 WS-BAD-COUNT                     PIC 9(5) COMP VALUE ZERO.

        01 RPT-DETAIL-LINE.
            05 FILLER                       PIC X(4) VALUE 'KIT '.
            05 RPT-KIT                      PIC X(4).
            05 FILLER                       PIC X(7) VALUE '  PART '.
            05 RPT-PART                     PIC X(4).
            05 FILLER                       PIC X(6) VALUE '  QTY '.
            05 RPT-QTY                      PIC X(4).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-DESC                     PIC X(20).
            05 FILLER                       PIC X(3) VALUE SPACES.
            05 RPT-ACTION                   PIC X(11).
            05 FILLER                       PIC X(15) VALUE SPACES.

        01 RPT-KIT-LINE.
            05 FILLER                       PIC X(4) VALUE 'KIT '.
            05 RPT-KIT-CODE                 PIC X(4).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-KIT-COMPS                PIC Z9.
            05 FILLER                       PIC X(13)
                VALUE ' COMPONENTS  '.
            05 RPT-KIT-DESC                 PIC X(20).
            05 FILLER                       PIC X(3) VALUE SPACES.
            05 RPT-KIT-ACTION               PIC X(11).
            05 FILLER                       PIC X(21) VALUE SPACES.

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
            OPEN INPUT KITCARD-IN.
            OPEN I-O KITFILE-IO.
            OPEN OUTPUT REGISTER-OUT.

            PERFORM 200-READ-CARD.

            PERFORM 300-PROCESS-CARD
                UNTIL WS-EOF.

            IF WS-CURR-KIT > SPACES
                PERFORM 400-APPLY-KIT
            END-IF.

            PERFORM 800-ENDFILE.

            GO TO 999-EXIT.

        200-READ-CARD.
            READ KITCARD-IN
                AT END
                    MOVE 'Y' TO WS-EOF-SW
            END-READ.

      * A NEW KIT CODE CLOSES OFF THE KIT BEFORE IT.
        300-PROCESS-CARD.
            ADD 1 TO WS-REC-COUNT.
            PERFORM 330-ECHO-CARD.

            IF KITCARD-KIT = SPACES
                ADD 1 TO WS-BAD-COUNT
                MOVE 'IN ERROR' TO RPT-ACTION
            ELSE
                IF KITCARD-KIT IS NOT EQUAL TO WS-CURR-KIT
                    IF WS-CURR-KIT > SPACES
                        PERFORM 400-APPLY-KIT
                    END-IF
                    PERFORM 310-START-KIT
                END-IF
                PERFORM 320-TAKE-COMPONENT THRU 320-EXIT
            END-IF.

            MOVE RPT-DETAIL-LINE TO RPT-LINE.
            WRITE RPT-LINE.

            PERFORM 200-READ-CARD.

        310-START-KIT.
            MOVE KITCARD-KIT TO WS-CURR-KIT.
            MOVE SPACES TO KIT-RECORD.
            MOVE KITCARD-KIT TO KIT-CODE.
            MOVE KITCARD-DESC TO KIT-DESC.

            PERFORM 315-CLEAR-SLOT
                VARYING WS-COMP-COUNT FROM 1 BY 1
                UNTIL WS-COMP-COUNT > 10.

            MOVE ZERO TO WS-COMP-COUNT.
            MOVE 'N' TO WS-DELETE-SW.
            MOVE 'N' TO WS-REFUSE-SW.

            IF KITCARD-PART = SPACES
                SET WS-DELETE-KIT TO TRUE
            END-IF.

        315-CLEAR-SLOT.
            MOVE ZERO TO KIT-COMP-QTY(WS-COMP-COUNT).

      * A DELETE CARD CARRIES NO COMPONENT - ANY FURTHER CARDS FOR
      * THE SAME KIT ARE ECHOED BUT IGNORED.
        320-TAKE-COMPONENT.
            MOVE SPACES TO RPT-ACTION.

            IF WS-DELETE-KIT
                GO TO 320-EXIT
            END-IF.

            IF KITCARD-PART = SPACES
                OR KITCARD-QTY IS NOT NUMERIC
                OR KITCARD-QTY = ZERO
                OR WS-COMP-COUNT = 10
                ADD 1 TO WS-BAD-COUNT
                SET WS-REFUSE-KIT TO TRUE
                MOVE 'IN ERROR' TO RPT-ACTION
            ELSE
                ADD 1 TO WS-COMP-COUNT
                MOVE KITCARD-PART TO KIT-COMP-CODE(WS-COMP-COUNT)
                MOVE KITCARD-QTY TO KIT-COMP-QTY(WS-COMP-COUNT)
            END-IF.

        320-EXIT.
            EXIT.

        330-ECHO-CARD.
            MOVE KITCARD-KIT TO RPT-KIT.
            MOVE KITCARD-PART TO RPT-PART.
            MOVE KITCARD-QTY TO RPT-QTY.
            MOVE KITCARD-DESC TO RPT-DESC.
            MOVE SPACES TO RPT-ACTION.

      * ALL THE CARDS FOR THE KIT ARE IN - REPLACE, ADD, DELETE OR
      * REFUSE IT AND SAY WHICH ON THE REGISTER.
        400-APPLY-KIT.
            MOVE WS-CURR-KIT TO RPT-KIT-CODE.
            MOVE WS-COMP-COUNT TO RPT-KIT-COMPS.
            MOVE KIT-DESC TO RPT-KIT-DESC.

            IF WS-REFUSE-KIT
                MOVE 'REFUSED' TO RPT-KIT-ACTION
            ELSE
                IF WS-DELETE-KIT
                    PERFORM 420-DELETE-KIT
                ELSE
                    PERFORM 410-WRITE-KIT
                END-IF
            END-IF.

            MOVE RPT-KIT-LINE TO RPT-LINE.
            WRITE RPT-LINE.

            MOVE SPACES TO WS-CURR-KIT.

        410-WRITE-KIT.
            WRITE KIT-RECORD
                INVALID KEY
                    PERFORM 415-REWRITE-KIT
                NOT INVALID KEY
                    ADD 1 TO WS-ADD-COUNT
                    MOVE 'ADDED' TO RPT-KIT-ACTION
            END-WRITE.

        415-REWRITE-KIT.
            REWRITE KIT-RECORD
                INVALID KEY
                    DISPLAY 'BOPRGKT - KITFILE REWRITE FAILED FOR '
                        KIT-CODE
            END-REWRITE.

            ADD 1 TO WS-CHG-COUNT.
            MOVE 'CHANGED' TO RPT-KIT-ACTION.

        420-DELETE-KIT.
            DELETE KITFILE-IO
                INVALID KEY
                    MOVE 'NOT ON FILE' TO RPT-KIT-ACTION
                NOT INVALID KEY
                    ADD 1 TO WS-DEL-COUNT
                    MOVE 'DELETED' TO RPT-KIT-ACTION
            END-DELETE.

        800-ENDFILE.
            MOVE WS-REC-COUNT TO RPT-TOT-READ.
            MOVE WS-ADD-COUNT TO RPT-TOT-ADD.
            MOVE WS-CHG-COUNT TO RPT-TOT-CHG.
            MOVE WS-DEL-COUNT TO RPT-TOT-DEL.
            MOVE WS-BAD-COUNT TO RPT-TOT-BAD.

            MOVE RPT-TOTAL-LINE TO RPT-LINE.
            WRITE RPT-LINE.

            CLOSE KITCARD-IN.
            CLOSE KITFILE-IO.
            CLOSE REGISTER-OUT.

        999-EXIT.
            STOP RUN.
