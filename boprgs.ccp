      * CHANGE THEIRS BY KEYING THE NEW ONE TWICE IN THE NEW
      * PASSWORD FIELDS - NO MORE PASSWORDS SITTING IN CARD
      * IMAGES IN THE JCL LIBRARY SINCE THE FILE WAS BUILT.
      * EVERY GOOD SIGN-ON, EVERY ID LOCKED BY BAD PASSWORDS AND
      * EVERY UNLOCK GOES ON THE OPERLOG ACTIVITY LOG, AND A GOOD
      * SIGN-ON STAMPS OPER-LAST-SIGNON, SO THE BOPRGOA WEEKLY
      * REPORT CAN SHOW OUT-OF-HOURS SIGN-ONS, LOCKOUTS AND IDS
      * NOBODY HAS USED IN SIXTY DAYS.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        COPY 'BOMAPA'.
        COPY 'DFHBMSCA'.
        COPY 'OPERFILE-LAYOUT'.
        COPY 'OPERLOG-LAYOUT'.

        01 WS-TRANSFER-FIELD    PIC X(3).
        01 WS-TRANSFER-LENGTH   PIC S9(4) COMP VALUE 3.
        01 WS-TODAY-INT         PIC S9(9) COMP.
        01 WS-PWD-INT           PIC S9(9) COMP.

        01 WS-OLOG-EVENT        PIC X(4).
        01 WS-OLOG-SUBJECT      PIC X(7).
        01 WS-OLOG-ABSTIME      PIC S9(15) COMP-3.
        01 WS-WAS-LOCKED-SW     PIC X VALUE 'N'.

        LINKAGE SECTION.
            01 DFHCOMMAREA.
                05 LK-TRANSFER    PIC X(3).
        041-NO-OPERATOR.
            EXIT.

      * SIGN-ONS, LOCKS AND UNLOCKS GO ON THE OPERLOG ACTIVITY LOG
      * WITH THE OPERATOR AND BRANCH IN THE SIGN-ON FIELDS.  THE
      * CALLER SETS WS-OLOG-EVENT AND WS-OLOG-SUBJECT.  A KEY
      * COLLISION BUMPS THE SEQUENCE AND TRIES AGAIN.
        080-LOG-EVENT.
            MOVE WS-OLOG-EVENT TO OLOG-EVENT.
            MOVE WS-OPER-ID TO OLOG-OPER.
            MOVE WS-OPER-LOC TO OLOG-LOC.
            MOVE WS-OLOG-SUBJECT TO OLOG-SUBJECT.
            MOVE EIBTRMID TO OLOG-TERM.
            MOVE 1 TO OLOG-SEQ.

            EXEC CICS ASSIGN ABSTIME(WS-OLOG-ABSTIME) END-EXEC.
            EXEC CICS FORMATTIME ABSTIME(WS-OLOG-ABSTIME)
                YYYYMMDD(OLOG-DATE)
                TIME(OLOG-TIME)
                DATESEP(0)
                TIMESEP(0)
            END-EXEC.

        081-LOG-WRITE.
            EXEC CICS HANDLE CONDITION
                DUPKEY(082-LOG-RETRY)
                DUPREC(082-LOG-RETRY)
            END-EXEC.

            EXEC CICS WRITE FILE('OPERLOG')
                FROM(OLOG-RECORD)
                RIDFLD(OLOG-KEY)
                LENGTH(OLOG-LENGTH)
            END-EXEC.

            GO TO 083-LOG-DONE.

        082-LOG-RETRY.
            ADD 1 TO OLOG-SEQ.

            IF OLOG-SEQ > 999
                GO TO 083-LOG-DONE
            END-IF.

            GO TO 081-LOG-WRITE.

        083-LOG-DONE.
            EXIT.

        200-CHECK-SIGNON.

            IF OPERIDL EQUALS ZERO
                    LENGTH(OPER-LENGTH)
                END-EXEC

      * NOBODY IS SIGNED ON TO BLAME FOR A LOCKOUT - THE LOG
      * CARRIES THE LOCKED ID AND ITS BRANCH.
                IF OPER-LOCKED
                    MOVE SPACES TO WS-SIGNON-RECORD
                    MOVE OPER-LOCATION TO WS-OPER-LOC
                    MOVE 'LOCK' TO WS-OLOG-EVENT
                    MOVE OPER-ID TO WS-OLOG-SUBJECT
                    PERFORM 080-LOG-EVENT THRU 083-LOG-DONE
                END-IF

                GO TO 400-BAD-SIGNON
            END-IF.

                LENGTH(WS-SIGNON-LENGTH)
            END-EXEC.

            MOVE 'SGON' TO WS-OLOG-EVENT.
            MOVE SPACES TO WS-OLOG-SUBJECT.
            PERFORM 080-LOG-EVENT THRU 083-LOG-DONE.

            EXEC CICS XCTL
                PROGRAM('BOPRGM')
                COMMAREA(WS-TRANSFER-FIELD)
        530-GOOD-SIGNON.
            MOVE ZERO TO OPER-FAIL-COUNT.
            MOVE SPACE TO OPER-LOCK-FLAG.
            MOVE WS-TODAY-DATE TO OPER-LAST-SIGNON.

            EXEC CICS REWRITE FILE('OPERFILE')
                FROM(OPER-RECORD)
                UPDATE
            END-EXEC.

            IF OPER-LOCKED
                MOVE 'Y' TO WS-WAS-LOCKED-SW
            END-IF.

            MOVE ZERO TO OPER-FAIL-COUNT.
            MOVE SPACE TO OPER-LOCK-FLAG.

                LENGTH(OPER-LENGTH)
            END-EXEC.

      * ONLY AN ID THAT WAS ACTUALLY LOCKED IS LOGGED - THE
      * SUPERVISOR AS THE OPERATOR, THE ID FREED AS THE SUBJECT.
            IF WS-WAS-LOCKED-SW EQUALS 'Y'
                MOVE 'UNLK' TO WS-OLOG-EVENT
                MOVE OPER-ID TO WS-OLOG-SUBJECT
                PERFORM 080-LOG-EVENT THRU 083-LOG-DONE
            END-IF.

            MOVE LOW-VALUES TO MAPAO.
            MOVE 'ID UNLOCKED' TO MSGO.

