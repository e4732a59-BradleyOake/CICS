        IDENTIFICATION DIVISION.
        PROGRAM-ID.  BOPRGTK.
        AUTHOR. OAKE.

      * TRUCK MASTER LOAD - READS CARD IMAGES (ONE PER TRUCK) AND
      * LOADS THEM INTO THE TRUCKFIL KSDS, ADDING NEW TRUCKS AND
      * REWRITING ONES ALREADY ON FILE, THE SAME WAY THE BOPRGRU
      * ROUTE MASTER IS KEPT.  CARD FORMAT (SEE THE BOPRGTK JCL
      * MEMBER):
      *   COL 1-2    TRUCK (THE ROUTEFIL ROUTE-TRUCK CODE)
      *   COL 4-9    PAYLOAD IN KILOGRAMS
      *   COL 11-16  LOAD SPACE IN LITRES
      *   COL 18-37  DESCRIPTION
      * A TRUCK WITH NO PAYLOAD OR NO LOAD SPACE IS REFUSED - THE
      * BOPRGLP LOAD PLAN WOULD FLAG EVERY ROUTE IT RUNS.  PRINTS A
      * ONE-LINE REGISTER OF EVERY CARD APPLIED.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. RS-6000.
        OBJECT-COMPUTER. RS-6000.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT TRUCKCARD-IN ASSIGN TO TRUCKCRD
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TRUCKCARD-STATUS.

            SELECT TRUCKFIL-IO ASSIGN TO TRUCKFIL
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS TRUCK-KEY
                FILE STATUS IS WS-TRUCKFIL-STATUS.

            SELECT REGISTER-OUT ASSIGN TO TRUCKPRT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REGISTER-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  TRUCKCARD-IN
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 80 CHARACTERS.
        01  TRUCKCARD-RECORD.
            05  TRUCKCARD-TRUCK             PIC X(2).
            05  FILLER                      PIC X(1).
            05  TRUCKCARD-MAX-KG            PIC X(6).
            05  FILLER                      PIC X(1).
            05  TRUCKCARD-MAX-LITRES        PIC X(6).
            05  FILLER                      PIC X(1).
            05  TRUCKCARD-DESC              PIC X(20).
            05  FILLER                      PIC X(43).

        FD  TRUCKFIL-IO
            LABEL RECORDS ARE STANDARD.
        COPY 'TRUCKFIL-LAYOUT'.

        FD  REGISTER-OUT
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 80 CHARACTERS.
        01  RPT-LINE                       PIC X(80).

        WORKING-STORAGE SECTION.

        01 WS-TRUCKCARD-STATUS              PIC XX VALUE ZERO.
            88 WS-TRUCKCARD-OK               VALUE '00'.
            88 WS-TRUCKCARD-EOF              VALUE '10'.

        01 WS-TRUCKFIL-STATUS               PIC XX VALUE ZERO.
        01 WS-REGISTER-STATUS               PIC XX VALUE ZERO.

        01 WS-EOF-SW                        PIC X VALUE 'N'.
            88 WS-EOF                        VALUE 'Y'.

        01 WS-REC-COUNT                     PIC 9(5) COMP VALUE ZERO.
        01 WS-ADD-COUNT                     PIC 9(5) COMP VALUE ZERO.
        01 WS-CHG-COUNT                     PIC 9(5) COMP VALUE ZERO.
        01 WS-BAD-COUNT                     PIC 9(5) COMP VALUE ZERO.

        01 RPT-DETAIL-LINE.
            05 FILLER                       PIC X(6) VALUE 'TRUCK '.
            05 RPT-TRUCK                    PIC X(2).
            05 FILLER                       PIC X(5) VALUE '  KG '.
            05 RPT-MAX-KG                   PIC X(6).
            05 FILLER                       PIC X(9) VALUE '  LITRES '.
            05 RPT-MAX-LITRES               PIC X(6).
            05 FILLER                       PIC X(2) VALUE SPACES.
            05 RPT-DESC                     PIC X(20).
            05 FILLER                       PIC X(3) VALUE SPACES.
            05 RPT-ACTION                   PIC X(8).
            05 FILLER                       PIC X(13) VALUE SPACES.

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
                VALUE '  IN ERROR '.
            05 RPT-TOT-BAD                  PIC ZZZZ9.
            05 FILLER                       PIC X(16) VALUE SPACES.

        PROCEDURE DIVISION.

        000-START-LOGIC.
            OPEN INPUT TRUCKCARD-IN.
            OPEN I-O TRUCKFIL-IO.
            OPEN OUTPUT REGISTER-OUT.

            PERFORM 200-READ-CARD.

            PERFORM 300-PROCESS-CARD
                UNTIL WS-EOF.

            PERFORM 800-ENDFILE.

            GO TO 999-EXIT.

        200-READ-CARD.
            READ TRUCKCARD-IN
                AT END
                    MOVE 'Y' TO WS-EOF-SW
            END-READ.

        300-PROCESS-CARD.
            ADD 1 TO WS-REC-COUNT.

            IF TRUCKCARD-TRUCK = SPACES
                OR TRUCKCARD-MAX-KG IS NOT NUMERIC
                OR TRUCKCARD-MAX-LITRES IS NOT NUMERIC
                OR TRUCKCARD-MAX-KG = ZERO
                OR TRUCKCARD-MAX-LITRES = ZERO
                ADD 1 TO WS-BAD-COUNT
                PERFORM 330-ECHO-CARD
                MOVE 'IN ERROR' TO RPT-ACTION
                MOVE RPT-DETAIL-LINE TO RPT-LINE
                WRITE RPT-LINE
            ELSE
                PERFORM 310-APPLY-CARD
            END-IF.

            PERFORM 200-READ-CARD.

        310-APPLY-CARD.
            MOVE TRUCKCARD-TRUCK TO TRUCK-CODE.
            MOVE TRUCKCARD-DESC TO TRUCK-DESC.
            MOVE TRUCKCARD-MAX-KG TO TRUCK-MAX-KG.
            MOVE TRUCKCARD-MAX-LITRES TO TRUCK-MAX-LITRES.

            WRITE TRUCK-RECORD
                INVALID KEY
                    PERFORM 320-REWRITE-TRUCK
                NOT INVALID KEY
                    ADD 1 TO WS-ADD-COUNT
                    MOVE 'ADDED' TO RPT-ACTION
            END-WRITE.

            PERFORM 330-ECHO-CARD.

            MOVE RPT-DETAIL-LINE TO RPT-LINE.
            WRITE RPT-LINE.

        320-REWRITE-TRUCK.
            REWRITE TRUCK-RECORD
                INVALID KEY
                    DISPLAY 'BOPRGTK - TRUCKFIL REWRITE FAILED FOR '
                        TRUCK-CODE
            END-REWRITE.

            ADD 1 TO WS-CHG-COUNT.
            MOVE 'CHANGED' TO RPT-ACTION.

        330-ECHO-CARD.
            MOVE TRUCKCARD-TRUCK TO RPT-TRUCK.
            MOVE TRUCKCARD-MAX-KG TO RPT-MAX-KG.
            MOVE TRUCKCARD-MAX-LITRES TO RPT-MAX-LITRES.
            MOVE TRUCKCARD-DESC TO RPT-DESC.

        800-ENDFILE.
            MOVE WS-REC-COUNT TO RPT-TOT-READ.
            MOVE WS-ADD-COUNT TO RPT-TOT-ADD.
            MOVE WS-CHG-COUNT TO RPT-TOT-CHG.
            MOVE WS-BAD-COUNT TO RPT-TOT-BAD.

            MOVE RPT-TOTAL-LINE TO RPT-LINE.
            WRITE RPT-LINE.

            CLOSE TRUCKCARD-IN.
            CLOSE TRUCKFIL-IO.
            CLOSE REGISTER-OUT.

        999-EXIT.
            STOP RUN.
