        IDENTIFICATION DIVISION.
        PROGRAM-ID.  BOPRGBS.
        AUTHOR. OAKE.

      * NIGHTLY BATCH STREAM DRIVER - RUNS AS A SMALL STEP AROUND
      * EVERY JOB IN THE BOPRGBS STREAM JCL SO THE NIGHTLY JOBS GO
      * IN A FIXED ORDER AND NONE RUNS AGAINST A PREREQUISITE THAT
      * DID NOT FINISH.  THE ORDER AND THE PREREQUISITES COME FROM
      * THE STRMTBL JOB-DEPENDENCY TABLE (LOADED BY THE BOPRGBT JCL
      * MEMBER), ONE CARD PER JOB IN STREAM ORDER:
      *   COL 1-8    JOB NAME
      *   COL 10     'R' IF THE JOB WRITES ITS OWN RPTSTAT RECORD
      *   COL 12-19, 21-28, 30-37, 39-46  PREREQUISITE JOBS
      * WHAT EACH STEP DOES COMES FROM ITS STRMCARD CARD:
      *   COL 1-6    START, END OR REPORT
      *   COL 8-15   JOB NAME
      *   COL 17-20  GOOD OR FAIL (END CARDS ONLY)
      * START CHECKS EVERY EARLIER JOB IN THE TABLE ENDED GOOD FOR
      * THIS STREAM AND EVERY PREREQUISITE'S RPTSTAT RECORD SHOWS A
      * GOOD RUN ON OR AFTER THE STREAM DATE, THEN STAMPS THE JOB
      * STARTED ON STRMCTL AND ENDS RETURN CODE 0.  A JOB ALREADY
      * GOOD FOR THE STREAM ENDS 4 AND IS SKIPPED, SO A RESUBMITTED
      * STREAM RESTARTS AT THE STEP THAT FAILED, NOT AT THE TOP.
      * ANYTHING ELSE ENDS 16 AND THE JOB DOES NOT RUN - THE STREAM
      * STOPS THERE.  END STAMPS THE JOB'S END AND OUTCOME.  A JOB
      * THAT KEEPS ITS OWN RPTSTAT RECORD IS ONLY GOOD IF THAT
      * RECORD SAYS GOOD FOR THIS RUN; FOR ONE THAT DOES NOT (IDCAMS
      * AND THE OLDER REPORTS) THE RPTSTAT RECORD IS WRITTEN HERE SO
      * THE NEXT JOB AND THE BOPRGO MENU BOTH SEE HOW IT WENT.
      * REPORT PRINTS THE BATCH-WINDOW REPORT - EACH STEP'S START,
      * END AND OUTCOME AND WHERE A RESTART WILL PICK UP.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. RS-6000.
        OBJECT-COMPUTER. RS-6000.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT STRMCARD-IN ASSIGN TO STRMCARD
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-STRMCARD-STATUS.

            SELECT STRMTBL-IN ASSIGN TO STRMTBL
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-STRMTBL-STATUS.

            SELECT STRMCTL-FILE ASSIGN TO STRMCTL
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS STRMCTL-KEY
                FILE STATUS IS WS-STRMCTL-STATUS.

            SELECT REPORT-OUT ASSIGN TO STRMPRT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REPORT-STATUS.

            SELECT RPTSTAT-FILE ASSIGN TO RPTSTAT
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS RPTSTAT-KEY
                FILE STATUS IS WS-RPTSTAT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  STRMCARD-IN
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 80 CHARACTERS.
        01  STRMCARD-RECORD.
            05  STRMCARD-ACTION             PIC X(6).
                88  STRMCARD-START           VALUE 'START'.
                88  STRMCARD-END             VALUE 'END'.
                88  STRMCARD-REPORT          VALUE 'REPORT'.
            05  FILLER                      PIC X(1).
            05  STRMCARD-JOB                PIC X(8).
            05  FILLER                      PIC X(1).
            05  STRMCARD-RESULT             PIC X(4).
                88  STRMCARD-GOOD            VALUE 'GOOD'.
            05  FILLER                      PIC X(60).

        FD  STRMTBL-IN
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 80 CHARACTERS.
        01  STRMTBL-RECORD.
            05  STRMTBL-JOB                 PIC X(8).
            05  FILLER                      PIC X(1).
            05  STRMTBL-OWN-STAT            PIC X(1).
            05  STRMTBL-PREREQ-AREA.
                10  STRMTBL-PREREQ OCCURS 4 TIMES.
                    15  FILLER              PIC X(1).
                    15  STRMTBL-PREREQ-JOB  PIC X(8).
            05  FILLER                      PIC X(34).

        FD  STRMCTL-FILE
            LABEL RECORDS ARE STANDARD.
        COPY 'STRMCTL-LAYOUT'.

        FD  REPORT-OUT
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 100 CHARACTERS.
        01  RPT-LINE                       PIC X(100).

        FD  RPTSTAT-FILE
            LABEL RECORDS ARE STANDARD.
        COPY 'RPTSTAT-LAYOUT'.

        WORKING-STORAGE SECTION.

        01 WS-STRMCARD-STATUS               PIC XX VALUE ZERO.
        01 WS-STRMTBL-STATUS                PIC XX VALUE ZERO.
        01 WS-STRMCTL-STATUS                PIC XX VALUE ZERO.
        01 WS-REPORT-STATUS                 PIC XX VALUE ZERO.
        01 WS-RPTSTAT-STATUS                PIC XX VALUE ZERO.
        01 WS-RUN-STATUS                    PIC X(8) VALUE 'GOOD'.

        01 WS-EOF-SW                        PIC X VALUE 'N'.
            88 WS-EOF                        VALUE 'Y'.

        01 WS-FOUND-SW                      PIC X VALUE 'N'.
            88 WS-FOUND                      VALUE 'Y'.

        01 WS-STREAM-SW                     PIC X VALUE 'N'.
            88 WS-STREAM-ON-FILE             VALUE 'Y'.

        01 WS-CHECK-SW                      PIC X VALUE 'Y'.
            88 WS-CHECK-GOOD                 VALUE 'Y'.

      * THE STEP'S RETURN CODE - 0 RUN THE JOB, 4 ALREADY GOOD FOR
      * THIS STREAM SO SKIP IT, 16 DO NOT RUN IT.
        01 WS-RETURN-CODE                   PIC 9(4) COMP VALUE ZERO.

        01 WS-CURRENT-DATE.
            05 WS-CURR-YYYY                 PIC 9(4).
            05 WS-CURR-MM                   PIC 9(2).
            05 WS-CURR-DD                   PIC 9(2).

        01 WS-CURRENT-TIME.
            05 WS-CURR-HHMMSS               PIC 9(6).
            05 FILLER                       PIC 9(2).

        01 WS-STREAM-DATE                   PIC X(8) VALUE SPACES.
        01 WS-STREAM-START-DATE             PIC X(8) VALUE SPACES.
        01 WS-STREAM-START-TIME             PIC X(6) VALUE SPACES.
        01 WS-STREAM-END-DATE               PIC X(8) VALUE SPACES.
        01 WS-STREAM-END-TIME               PIC X(6) VALUE SPACES.
        01 WS-STREAM-OUTCOME                PIC X(8) VALUE SPACES.
            88 WS-STREAM-OPEN                VALUE 'OPEN'.
            88 WS-STREAM-STOPPED             VALUE 'STOPPED'.
            88 WS-STREAM-COMPLETE            VALUE 'COMPLETE'.

        01 WS-OUTCOME                       PIC X(8).
        01 WS-STARTED-AT                    PIC X(14) VALUE SPACES.
        01 WS-STAT-AT                       PIC X(14) VALUE SPACES.
        01 WS-EDIT-TIME                     PIC X(6).
        01 WS-SAVE-RECORDS                  PIC 9(7).
        01 WS-SAVE-GOOD                     PIC 9(7).
        01 WS-SAVE-REJECTS                  PIC 9(7).

      * THE JOB-DEPENDENCY TABLE, IN STREAM ORDER.
        01 WS-STEP-MAX                      PIC 99 COMP VALUE 50.
        01 WS-STEP-COUNT                    PIC 99 COMP VALUE ZERO.
        01 WS-STEP-IX                       PIC 99 COMP VALUE ZERO.
        01 WS-COUNTER                       PIC 99 COMP.
        01 WS-PRQ                           PIC 9 COMP.
        01 WS-RESTART-IX                    PIC 99 COMP VALUE ZERO.

        01 WS-STEP-TABLE.
            05 WS-STEP-ENTRY OCCURS 50 TIMES.
                10 WS-STEP-JOB               PIC X(8).
                10 WS-STEP-OWN-STAT          PIC X(1).
                10 WS-STEP-PREREQ-AREA.
                    15 WS-STEP-PREREQ OCCURS 4 TIMES.
                        20 FILLER            PIC X(1).
                        20 WS-STEP-PREREQ-JOB PIC X(8).

        01 WS-GOOD-COUNT                    PIC 9(5) COMP VALUE ZERO.
        01 WS-FAILED-COUNT                  PIC 9(5) COMP VALUE ZERO.
        01 WS-BLOCKED-COUNT                 PIC 9(5) COMP VALUE ZERO.
        01 WS-NOTRUN-COUNT                  PIC 9(5) COMP VALUE ZERO.

        01 WS-PRINT-TIME.
            05 WS-PRINT-HH                  PIC X(2).
            05 FILLER                       PIC X(1) VALUE ':'.
            05 WS-PRINT-MI                  PIC X(2).
            05 FILLER                       PIC X(1) VALUE ':'.
            05 WS-PRINT-SS                  PIC X(2).

        01 RPT-TITLE-LINE.
            05 RPT-TITLE-CC                 PIC X VALUE '1'.
            05 FILLER                       PIC X(10) VALUE SPACES.
            05 FILLER                       PIC X(40)
                VALUE 'NIGHTLY BATCH WINDOW REPORT'.
            05 FILLER                       PIC X(5) VALUE 'DATE '.
            05 RPT-TITLE-DATE                PIC 9999/99/99.
            05 FILLER                       PIC X(3) VALUE SPACES.
            05 FILLER                       PIC X(5) VALUE 'PAGE '.
            05 RPT-TITLE-PAGE                PIC ZZZ9.
            05 FILLER                       PIC X(22) VALUE SPACES.

        01 RPT-STREAM-LINE.
            05 RPT-STRM-CC                  PIC X VALUE SPACE.
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 FILLER                       PIC X(12)
                VALUE 'STREAM DATE '.
            05 RPT-STRM-DATE                PIC X(8).
            05 FILLER                       PIC X(11)
                VALUE '   OPENED  '.
            05 RPT-STRM-START-DATE          PIC X(8).
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 RPT-STRM-START-TIME          PIC X(8).
            05 FILLER                       PIC X(11)
                VALUE '   STATUS  '.
            05 RPT-STRM-OUTCOME             PIC X(8).
            05 FILLER                       PIC X(31) VALUE SPACES.

        01 RPT-COLUMNS.
            05 RPT-COL-CC                   PIC X VALUE SPACE.
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 FILLER                       PIC X(2) VALUE 'NO'.
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 FILLER                       PIC X(8) VALUE 'JOB'.
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 FILLER                       PIC X(17)
                VALUE 'STARTED'.
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 FILLER                       PIC X(17)
                VALUE 'ENDED'.
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 FILLER                       PIC X(3) VALUE 'RUN'.
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 FILLER                       PIC X(8) VALUE 'OUTCOME'.
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 FILLER                       PIC X(35)
                VALUE 'PREREQUISITES'.
            05 FILLER                       PIC X(2) VALUE SPACES.

        01 RPT-DETAIL-LINE.
            05 RPT-DET-CC                   PIC X VALUE SPACE.
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 RPT-STEP-NO                  PIC Z9.
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 RPT-JOB                      PIC X(8).
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 RPT-START-DATE               PIC X(8).
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 RPT-START-TIME               PIC X(8).
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 RPT-END-DATE                 PIC X(8).
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 RPT-END-TIME                 PIC X(8).
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 RPT-RUNS                     PIC ZZ9.
            05 FILLER                       PIC X(1) VALUE SPACE.
            05 RPT-OUTCOME                  PIC X(8).
            05 RPT-PREREQS                  PIC X(36).
            05 FILLER                       PIC X(1) VALUE SPACE.

        01 RPT-TOTAL-LINE.
            05 RPT-TOT-CC                   PIC X VALUE SPACE.
            05 FILLER                       PIC X(1) VALUE SPACES.
            05 RPT-TOT-LABEL                PIC X(40).
            05 RPT-TOT-COUNT                PIC ZZZZ,ZZ9.
            05 FILLER                       PIC X(50) VALUE SPACES.

        01 RPT-RESTART-LINE.
            05 RPT-RST-CC                   PIC X VALUE SPACE.
            05 FILLER                       PIC X(1) VALUE SPACES.
            05 FILLER                       PIC X(40)
                VALUE 'STREAM STOPPED - A RESUBMIT RESTARTS AT'.
            05 RPT-RST-JOB                  PIC X(8).
            05 FILLER                       PIC X(50) VALUE SPACES.

        PROCEDURE DIVISION.

        000-START-LOGIC.
            OPEN INPUT STRMCARD-IN.
            OPEN INPUT STRMTBL-IN.
            OPEN I-O STRMCTL-FILE.
            OPEN I-O RPTSTAT-FILE.

            ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-CURRENT-TIME FROM TIME.

            PERFORM 100-READ-CARD.
            PERFORM 110-LOAD-TABLE.
            PERFORM 170-READ-STREAM.

            IF STRMCARD-START
                PERFORM 300-START-STEP THRU 390-START-DONE
            ELSE
                IF STRMCARD-END
                    PERFORM 400-END-STEP THRU 490-END-DONE
                ELSE
                    IF STRMCARD-REPORT
                        PERFORM 500-STREAM-REPORT
                    ELSE
                        DISPLAY 'BOPRGBS - STRMCARD ACTION MUST BE '
                            'START, END OR REPORT'
                        MOVE 16 TO WS-RETURN-CODE
                    END-IF
                END-IF
            END-IF.

            PERFORM 800-ENDFILE.

            GO TO 999-EXIT.

        100-READ-CARD.
            MOVE SPACES TO STRMCARD-RECORD.

            READ STRMCARD-IN
                AT END
                    MOVE SPACES TO STRMCARD-RECORD
            END-READ.

            CLOSE STRMCARD-IN.

      * LOAD THE DEPENDENCY TABLE.  THE CARDS ARE THE STREAM
      * ORDER; A BLANK CARD OR ONE STARTING '*' IS A COMMENT.
        110-LOAD-TABLE.
            PERFORM 120-READ-TABLE.

            PERFORM 130-ADD-TABLE-ENTRY
                UNTIL WS-EOF.

            CLOSE STRMTBL-IN.

        120-READ-TABLE.
            READ STRMTBL-IN
                AT END
                    MOVE 'Y' TO WS-EOF-SW
            END-READ.

        130-ADD-TABLE-ENTRY.
            IF STRMTBL-JOB = SPACES
                OR STRMTBL-JOB(1:1) = '*'
                CONTINUE
            ELSE
                IF WS-STEP-COUNT < WS-STEP-MAX
                    ADD 1 TO WS-STEP-COUNT
                    MOVE STRMTBL-JOB TO WS-STEP-JOB(WS-STEP-COUNT)
                    MOVE STRMTBL-OWN-STAT
                        TO WS-STEP-OWN-STAT(WS-STEP-COUNT)
                    MOVE STRMTBL-PREREQ-AREA
                        TO WS-STEP-PREREQ-AREA(WS-STEP-COUNT)
                ELSE
                    DISPLAY 'BOPRGBS - STRMTBL FULL, IGNORED '
                        STRMTBL-JOB
                END-IF
            END-IF.

            PERFORM 120-READ-TABLE.

        150-FIND-STEP.
            MOVE ZERO TO WS-STEP-IX.

            PERFORM 160-MATCH-STEP
                VARYING WS-COUNTER FROM 1 BY 1
                UNTIL WS-COUNTER > WS-STEP-COUNT
                   OR WS-STEP-IX > ZERO.

        160-MATCH-STEP.
            IF WS-STEP-JOB(WS-COUNTER) = STRMCARD-JOB
                MOVE WS-COUNTER TO WS-STEP-IX
            END-IF.

        170-READ-STREAM.
            MOVE '*STREAM*' TO STRMCTL-JOB.
            MOVE 'Y' TO WS-STREAM-SW.

            READ STRMCTL-FILE
                KEY IS STRMCTL-KEY
                INVALID KEY
                    MOVE 'N' TO WS-STREAM-SW
            END-READ.

            IF WS-STREAM-ON-FILE
                MOVE STRMCTL-STREAM-DATE TO WS-STREAM-DATE
                MOVE STRMCTL-START-DATE TO WS-STREAM-START-DATE
                MOVE STRMCTL-START-TIME TO WS-STREAM-START-TIME
                MOVE STRMCTL-END-DATE TO WS-STREAM-END-DATE
                MOVE STRMCTL-END-TIME TO WS-STREAM-END-TIME
                MOVE STRMCTL-OUTCOME TO WS-STREAM-OUTCOME
            END-IF.

      * START - MAY THIS JOB RUN NOW?
        300-START-STEP.
            PERFORM 150-FIND-STEP.

            IF WS-STEP-IX = ZERO
                DISPLAY 'BOPRGBS - ' STRMCARD-JOB
                    ' IS NOT ON THE STRMTBL TABLE'
                MOVE 16 TO WS-RETURN-CODE
                GO TO 390-START-DONE
            END-IF.

      * NO STREAM, OR LAST NIGHT'S FINISHED - THIS IS A NEW ONE.
      * A STREAM LEFT OPEN OR STOPPED IS BEING RESTARTED AND KEEPS
      * ITS DATE.
            IF NOT WS-STREAM-ON-FILE
                OR WS-STREAM-COMPLETE
                PERFORM 350-OPEN-STREAM
            ELSE
                IF WS-STREAM-STOPPED
                    MOVE 'OPEN' TO WS-STREAM-OUTCOME
                    PERFORM 620-WRITE-STREAM
                END-IF
            END-IF.

            PERFORM 600-READ-STEP.

            IF WS-FOUND
                AND STRMCTL-STREAM-DATE = WS-STREAM-DATE
                AND STRMCTL-GOOD
                DISPLAY 'BOPRGBS - ' STRMCARD-JOB
                    ' ALREADY GOOD FOR STREAM ' WS-STREAM-DATE
                    ' - SKIPPED'
                MOVE 4 TO WS-RETURN-CODE
                GO TO 390-START-DONE
            END-IF.

      * EVERY EARLIER STEP MUST HAVE ENDED GOOD FOR THIS STREAM -
      * THE STREAM STOPS AT THE FIRST FAILURE.
            MOVE 'Y' TO WS-CHECK-SW.
            PERFORM 310-CHECK-EARLIER
                VARYING WS-COUNTER FROM 1 BY 1
                UNTIL WS-COUNTER >= WS-STEP-IX
                   OR NOT WS-CHECK-GOOD.

            IF NOT WS-CHECK-GOOD
                MOVE 16 TO WS-RETURN-CODE
                GO TO 390-START-DONE
            END-IF.

            PERFORM 320-CHECK-PREREQ
                VARYING WS-PRQ FROM 1 BY 1
                UNTIL WS-PRQ > 4.

            PERFORM 600-READ-STEP.

            IF NOT WS-FOUND
                OR STRMCTL-STREAM-DATE NOT = WS-STREAM-DATE
                MOVE ZERO TO STRMCTL-RUNS
            END-IF.

            MOVE STRMCARD-JOB TO STRMCTL-JOB.
            MOVE WS-STREAM-DATE TO STRMCTL-STREAM-DATE.
            MOVE WS-CURRENT-DATE TO STRMCTL-START-DATE.
            MOVE WS-CURR-HHMMSS TO STRMCTL-START-TIME.

            IF STRMCTL-RUNS < 999
                ADD 1 TO STRMCTL-RUNS
            END-IF.

            IF WS-CHECK-GOOD
                MOVE SPACES TO STRMCTL-END-DATE
                MOVE SPACES TO STRMCTL-END-TIME
                MOVE 'RUNNING' TO STRMCTL-OUTCOME
            ELSE
                MOVE WS-CURRENT-DATE TO STRMCTL-END-DATE
                MOVE WS-CURR-HHMMSS TO STRMCTL-END-TIME
                MOVE 'BLOCKED' TO STRMCTL-OUTCOME
                MOVE 16 TO WS-RETURN-CODE
            END-IF.

            PERFORM 610-WRITE-STEP.

            IF NOT WS-CHECK-GOOD
                MOVE 'STOPPED' TO WS-STREAM-OUTCOME
                PERFORM 620-WRITE-STREAM
            END-IF.

        390-START-DONE.
            EXIT.

        310-CHECK-EARLIER.
            MOVE WS-STEP-JOB(WS-COUNTER) TO STRMCTL-JOB.
            MOVE 'Y' TO WS-FOUND-SW.

            READ STRMCTL-FILE
                KEY IS STRMCTL-KEY
                INVALID KEY
                    MOVE 'N' TO WS-FOUND-SW
            END-READ.

            IF NOT WS-FOUND
                OR STRMCTL-STREAM-DATE NOT = WS-STREAM-DATE
                OR NOT STRMCTL-GOOD
                MOVE 'N' TO WS-CHECK-SW
                DISPLAY 'BOPRGBS - ' STRMCARD-JOB ' NOT STARTED - '
                    WS-STEP-JOB(WS-COUNTER)
                    ' HAS NOT ENDED GOOD FOR STREAM ' WS-STREAM-DATE
            END-IF.

      * A PREREQUISITE NEEDS A GOOD RPTSTAT RECORD DATED ON OR
      * AFTER THE STREAM DATE - A STREAM RESTARTED PAST MIDNIGHT
      * STILL COUNTS.
        320-CHECK-PREREQ.
            IF WS-STEP-PREREQ-JOB(WS-STEP-IX, WS-PRQ) > SPACES
                MOVE WS-STEP-PREREQ-JOB(WS-STEP-IX, WS-PRQ)
                    TO RPTSTAT-JOB
                MOVE 'Y' TO WS-FOUND-SW
                READ RPTSTAT-FILE
                    KEY IS RPTSTAT-KEY
                    INVALID KEY
                        MOVE 'N' TO WS-FOUND-SW
                END-READ
                IF NOT WS-FOUND
                    OR RPTSTAT-STATUS NOT = 'GOOD'
                    OR RPTSTAT-DATE < WS-STREAM-DATE
                    MOVE 'N' TO WS-CHECK-SW
                    DISPLAY 'BOPRGBS - ' STRMCARD-JOB
                        ' BLOCKED - PREREQUISITE ' RPTSTAT-JOB
                        ' HAS NO GOOD RUN FOR ' WS-STREAM-DATE
                END-IF
            END-IF.

        350-OPEN-STREAM.
            MOVE WS-CURRENT-DATE TO WS-STREAM-DATE.
            MOVE WS-CURRENT-DATE TO WS-STREAM-START-DATE.
            MOVE WS-CURR-HHMMSS TO WS-STREAM-START-TIME.
            MOVE SPACES TO WS-STREAM-END-DATE.
            MOVE SPACES TO WS-STREAM-END-TIME.
            MOVE 'OPEN' TO WS-STREAM-OUTCOME.

            PERFORM 620-WRITE-STREAM.

      * END - HOW DID THE JOB COME OUT?
        400-END-STEP.
            PERFORM 150-FIND-STEP.

            IF WS-STEP-IX = ZERO
                DISPLAY 'BOPRGBS - ' STRMCARD-JOB
                    ' IS NOT ON THE STRMTBL TABLE'
                MOVE 16 TO WS-RETURN-CODE
                GO TO 490-END-DONE
            END-IF.

            PERFORM 600-READ-STEP.

            IF NOT WS-FOUND
                MOVE STRMCARD-JOB TO STRMCTL-JOB
                MOVE WS-STREAM-DATE TO STRMCTL-STREAM-DATE
                MOVE SPACES TO STRMCTL-START-DATE
                MOVE SPACES TO STRMCTL-START-TIME
                MOVE ZERO TO STRMCTL-RUNS
            END-IF.

            MOVE STRMCTL-START-DATE TO WS-STARTED-AT(1:8).
            MOVE STRMCTL-START-TIME TO WS-STARTED-AT(9:6).

            IF STRMCARD-GOOD
                MOVE 'GOOD' TO WS-OUTCOME
            ELSE
                MOVE 'FAILED' TO WS-OUTCOME
            END-IF.

            IF WS-STEP-OWN-STAT(WS-STEP-IX) = 'R'
                AND STRMCARD-GOOD
                PERFORM 410-CHECK-JOB-RPTSTAT
            ELSE
                PERFORM 420-POST-JOB-RPTSTAT
            END-IF.

            PERFORM 600-READ-STEP.

            IF NOT WS-FOUND
                MOVE STRMCARD-JOB TO STRMCTL-JOB
                MOVE WS-STREAM-DATE TO STRMCTL-STREAM-DATE
                MOVE SPACES TO STRMCTL-START-DATE
                MOVE SPACES TO STRMCTL-START-TIME
                MOVE ZERO TO STRMCTL-RUNS
            END-IF.

            MOVE WS-CURRENT-DATE TO STRMCTL-END-DATE.
            MOVE WS-CURR-HHMMSS TO STRMCTL-END-TIME.
            MOVE WS-OUTCOME TO STRMCTL-OUTCOME.

            PERFORM 610-WRITE-STEP.

            DISPLAY 'BOPRGBS - ' STRMCARD-JOB ' ENDED ' WS-OUTCOME.

            IF WS-OUTCOME NOT = 'GOOD'
                MOVE 'STOPPED' TO WS-STREAM-OUTCOME
                PERFORM 620-WRITE-STREAM
            ELSE
                IF WS-STEP-IX = WS-STEP-COUNT
                    MOVE 'COMPLETE' TO WS-STREAM-OUTCOME
                    MOVE WS-CURRENT-DATE TO WS-STREAM-END-DATE
                    MOVE WS-CURR-HHMMSS TO WS-STREAM-END-TIME
                    PERFORM 620-WRITE-STREAM
                END-IF
            END-IF.

        490-END-DONE.
            EXIT.

      * A JOB THAT KEEPS ITS OWN RPTSTAT RECORD MUST HAVE WRITTEN
      * IT GOOD SINCE THIS RUN STARTED - A CLEAN RETURN CODE OVER A
      * STALE OR FAILED RECORD IS NOT GOOD ENOUGH.
        410-CHECK-JOB-RPTSTAT.
            MOVE STRMCARD-JOB TO RPTSTAT-JOB.
            MOVE 'Y' TO WS-FOUND-SW.

            READ RPTSTAT-FILE
                KEY IS RPTSTAT-KEY
                INVALID KEY
                    MOVE 'N' TO WS-FOUND-SW
            END-READ.

            IF WS-FOUND
                MOVE RPTSTAT-DATE TO WS-STAT-AT(1:8)
                MOVE RPTSTAT-TIME TO WS-STAT-AT(9:6)
            END-IF.

            IF NOT WS-FOUND
                OR RPTSTAT-STATUS NOT = 'GOOD'
                OR WS-STAT-AT < WS-STARTED-AT
                MOVE 'FAILED' TO WS-OUTCOME
                DISPLAY 'BOPRGBS - ' STRMCARD-JOB
                    ' ENDED CLEAN BUT ITS RPTSTAT RECORD IS NOT GOOD'
                    ' FOR THIS RUN'
                PERFORM 420-POST-JOB-RPTSTAT
            END-IF.

      * RECORD THE OUTCOME ON RPTSTAT FOR THE JOB - ITS OWN COUNTS,
      * IF IT KEEPS ANY, ARE LEFT AS THEY ARE.
        420-POST-JOB-RPTSTAT.
            MOVE STRMCARD-JOB TO RPTSTAT-JOB.
            MOVE 'Y' TO WS-FOUND-SW.

            READ RPTSTAT-FILE
                KEY IS RPTSTAT-KEY
                INVALID KEY
                    MOVE 'N' TO WS-FOUND-SW
            END-READ.

            IF WS-FOUND
                MOVE RPTSTAT-RECORDS TO WS-SAVE-RECORDS
                MOVE RPTSTAT-GOOD TO WS-SAVE-GOOD
                MOVE RPTSTAT-REJECTS TO WS-SAVE-REJECTS
            ELSE
                MOVE ZERO TO WS-SAVE-RECORDS
                MOVE ZERO TO WS-SAVE-GOOD
                MOVE ZERO TO WS-SAVE-REJECTS
            END-IF.

            MOVE STRMCARD-JOB TO RPTSTAT-JOB.
            MOVE WS-CURRENT-DATE TO RPTSTAT-DATE.
            MOVE WS-CURR-HHMMSS TO RPTSTAT-TIME.
            MOVE WS-SAVE-RECORDS TO RPTSTAT-RECORDS.
            MOVE WS-SAVE-GOOD TO RPTSTAT-GOOD.
            MOVE WS-SAVE-REJECTS TO RPTSTAT-REJECTS.
            MOVE WS-OUTCOME TO RPTSTAT-STATUS.

            WRITE RPTSTAT-RECORD
                INVALID KEY
                    REWRITE RPTSTAT-RECORD
                        INVALID KEY
                            DISPLAY 'BOPRGBS - RPTSTAT WRITE FAILED'
                    END-REWRITE
            END-WRITE.

      * REPORT - THE BATCH-WINDOW REPORT.
        500-STREAM-REPORT.
            OPEN OUTPUT REPORT-OUT.

            MOVE WS-CURRENT-DATE TO RPT-TITLE-DATE.
            MOVE 1 TO RPT-TITLE-PAGE.
            MOVE RPT-TITLE-LINE TO RPT-LINE.
            WRITE RPT-LINE.

            IF WS-STREAM-ON-FILE
                MOVE WS-STREAM-DATE TO RPT-STRM-DATE
                MOVE WS-STREAM-START-DATE TO RPT-STRM-START-DATE
                MOVE WS-STREAM-START-TIME TO WS-EDIT-TIME
                PERFORM 520-EDIT-TIME
                MOVE WS-PRINT-TIME TO RPT-STRM-START-TIME
                MOVE WS-STREAM-OUTCOME TO RPT-STRM-OUTCOME
            ELSE
                MOVE SPACES TO RPT-STRM-DATE
                MOVE SPACES TO RPT-STRM-START-DATE
                MOVE SPACES TO RPT-STRM-START-TIME
                MOVE 'NONE' TO RPT-STRM-OUTCOME
            END-IF.

            MOVE RPT-STREAM-LINE TO RPT-LINE.
            WRITE RPT-LINE.

            MOVE SPACES TO RPT-LINE.
            WRITE RPT-LINE.

            MOVE RPT-COLUMNS TO RPT-LINE.
            WRITE RPT-LINE.

            PERFORM 510-REPORT-STEP
                VARYING WS-COUNTER FROM 1 BY 1
                UNTIL WS-COUNTER > WS-STEP-COUNT.

            MOVE SPACES TO RPT-LINE.
            WRITE RPT-LINE.

            MOVE 'STEPS ENDED GOOD' TO RPT-TOT-LABEL.
            MOVE WS-GOOD-COUNT TO RPT-TOT-COUNT.
            MOVE RPT-TOTAL-LINE TO RPT-LINE.
            WRITE RPT-LINE.

            MOVE 'STEPS FAILED' TO RPT-TOT-LABEL.
            MOVE WS-FAILED-COUNT TO RPT-TOT-COUNT.
            MOVE RPT-TOTAL-LINE TO RPT-LINE.
            WRITE RPT-LINE.

            MOVE 'STEPS BLOCKED BY A PREREQUISITE' TO RPT-TOT-LABEL.
            MOVE WS-BLOCKED-COUNT TO RPT-TOT-COUNT.
            MOVE RPT-TOTAL-LINE TO RPT-LINE.
            WRITE RPT-LINE.

            MOVE 'STEPS NOT RUN' TO RPT-TOT-LABEL.
            MOVE WS-NOTRUN-COUNT TO RPT-TOT-COUNT.
            MOVE RPT-TOTAL-LINE TO RPT-LINE.
            WRITE RPT-LINE.

            IF WS-RESTART-IX > ZERO
                MOVE SPACES TO RPT-LINE
                WRITE RPT-LINE
                MOVE WS-STEP-JOB(WS-RESTART-IX) TO RPT-RST-JOB
                MOVE RPT-RESTART-LINE TO RPT-LINE
                WRITE RPT-LINE
                MOVE 'FAILED' TO WS-RUN-STATUS
            END-IF.

            PERFORM 820-WRITE-RUN-STATUS.

            CLOSE REPORT-OUT.

      * A STEP WITH NO RECORD FOR THIS STREAM HAS NOT RUN YET.
        510-REPORT-STEP.
            MOVE WS-COUNTER TO RPT-STEP-NO.
            MOVE WS-STEP-JOB(WS-COUNTER) TO RPT-JOB.
            MOVE WS-STEP-PREREQ-AREA(WS-COUNTER) TO RPT-PREREQS.

            MOVE WS-STEP-JOB(WS-COUNTER) TO STRMCTL-JOB.
            MOVE 'Y' TO WS-FOUND-SW.

            READ STRMCTL-FILE
                KEY IS STRMCTL-KEY
                INVALID KEY
                    MOVE 'N' TO WS-FOUND-SW
            END-READ.

            IF WS-FOUND
                AND STRMCTL-STREAM-DATE = WS-STREAM-DATE
                AND WS-STREAM-ON-FILE
                MOVE STRMCTL-START-DATE TO RPT-START-DATE
                MOVE STRMCTL-START-TIME TO WS-EDIT-TIME
                PERFORM 520-EDIT-TIME
                MOVE WS-PRINT-TIME TO RPT-START-TIME
                MOVE STRMCTL-END-DATE TO RPT-END-DATE
                IF STRMCTL-END-TIME = SPACES
                    MOVE SPACES TO RPT-END-TIME
                ELSE
                    MOVE STRMCTL-END-TIME TO WS-EDIT-TIME
                    PERFORM 520-EDIT-TIME
                    MOVE WS-PRINT-TIME TO RPT-END-TIME
                END-IF
                MOVE STRMCTL-RUNS TO RPT-RUNS
                MOVE STRMCTL-OUTCOME TO RPT-OUTCOME
            ELSE
                MOVE SPACES TO RPT-START-DATE
                MOVE SPACES TO RPT-START-TIME
                MOVE SPACES TO RPT-END-DATE
                MOVE SPACES TO RPT-END-TIME
                MOVE ZERO TO RPT-RUNS
                MOVE 'NOT RUN' TO RPT-OUTCOME
            END-IF.

            IF RPT-OUTCOME = 'GOOD'
                ADD 1 TO WS-GOOD-COUNT
            ELSE
                IF WS-RESTART-IX = ZERO
                    MOVE WS-COUNTER TO WS-RESTART-IX
                END-IF
                IF RPT-OUTCOME = 'FAILED'
                    ADD 1 TO WS-FAILED-COUNT
                ELSE
                    IF RPT-OUTCOME = 'BLOCKED'
                        ADD 1 TO WS-BLOCKED-COUNT
                    ELSE
                        ADD 1 TO WS-NOTRUN-COUNT
                    END-IF
                END-IF
            END-IF.

            MOVE RPT-DETAIL-LINE TO RPT-LINE.
            WRITE RPT-LINE.

        520-EDIT-TIME.
            MOVE WS-EDIT-TIME(1:2) TO WS-PRINT-HH.
            MOVE WS-EDIT-TIME(3:2) TO WS-PRINT-MI.
            MOVE WS-EDIT-TIME(5:2) TO WS-PRINT-SS.

        600-READ-STEP.
            MOVE STRMCARD-JOB TO STRMCTL-JOB.
            MOVE 'Y' TO WS-FOUND-SW.

            READ STRMCTL-FILE
                KEY IS STRMCTL-KEY
                INVALID KEY
                    MOVE 'N' TO WS-FOUND-SW
            END-READ.

        610-WRITE-STEP.
            WRITE STRMCTL-RECORD
                INVALID KEY
                    REWRITE STRMCTL-RECORD
                        INVALID KEY
                            DISPLAY 'BOPRGBS - STRMCTL WRITE FAILED '
                                'FOR ' STRMCTL-JOB
                            MOVE 16 TO WS-RETURN-CODE
                    END-REWRITE
            END-WRITE.

        620-WRITE-STREAM.
            MOVE '*STREAM*' TO STRMCTL-JOB.
            MOVE WS-STREAM-DATE TO STRMCTL-STREAM-DATE.
            MOVE WS-STREAM-START-DATE TO STRMCTL-START-DATE.
            MOVE WS-STREAM-START-TIME TO STRMCTL-START-TIME.
            MOVE WS-STREAM-END-DATE TO STRMCTL-END-DATE.
            MOVE WS-STREAM-END-TIME TO STRMCTL-END-TIME.
            MOVE ZERO TO STRMCTL-RUNS.
            MOVE WS-STREAM-OUTCOME TO STRMCTL-OUTCOME.

            PERFORM 610-WRITE-STEP.

            MOVE 'Y' TO WS-STREAM-SW.

        800-ENDFILE.
            CLOSE STRMCTL-FILE.
            CLOSE RPTSTAT-FILE.

            MOVE WS-RETURN-CODE TO RETURN-CODE.

      * DROP THE RUN RESULT ON THE RPTSTAT STATUS FILE SO THE
      * BOPRGO REPORTS MENU CAN SHOW STAFF WHETHER THE LAST RUN
      * ACTUALLY FINISHED BEFORE THEY SUBMIT IT AGAIN.
        820-WRITE-RUN-STATUS.
            MOVE 'BOPRGBS' TO RPTSTAT-JOB.
            MOVE WS-CURRENT-DATE TO RPTSTAT-DATE.
            MOVE WS-CURR-HHMMSS TO RPTSTAT-TIME.
            MOVE WS-STEP-COUNT TO RPTSTAT-RECORDS.
            MOVE WS-GOOD-COUNT TO RPTSTAT-GOOD.
            COMPUTE RPTSTAT-REJECTS = WS-STEP-COUNT - WS-GOOD-COUNT.
            MOVE WS-RUN-STATUS TO RPTSTAT-STATUS.

            WRITE RPTSTAT-RECORD
                INVALID KEY
                    REWRITE RPTSTAT-RECORD
                        INVALID KEY
                            DISPLAY 'BOPRGBS - RPTSTAT WRITE FAILED'
                    END-REWRITE
            END-WRITE.

        999-EXIT.
            STOP RUN.
