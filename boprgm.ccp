            ELSE IF CHOICEI IS EQUAL TO 'Q'
                OR CHOICEI IS EQUAL TO 'q'
                GO TO 896-CHOICE-Q
            ELSE IF CHOICEI IS EQUAL TO 'P'
                OR CHOICEI IS EQUAL TO 'p'
                GO TO 897-CHOICE-P
            ELSE IF CHOICEI IS EQUAL TO 'L'
                OR CHOICEI IS EQUAL TO 'l'
                GO TO 898-CHOICE-L
            ELSE IF CHOICEI IS EQUAL TO 'T'
                OR CHOICEI IS EQUAL TO 't'
                GO TO 899-CHOICE-T
            ELSE IF CHOICEI IS EQUAL TO 'V'
                OR CHOICEI IS EQUAL TO 'v'
                GO TO 900-CHOICE-V
            ELSE IF CHOICEI IS EQUAL TO 'B'
                OR CHOICEI IS EQUAL TO 'b'
                GO TO 901-CHOICE-B
            ELSE IF CHOICEI IS EQUAL TO 'W'
                OR CHOICEI IS EQUAL TO 'w'
                GO TO 902-CHOICE-W
            ELSE IF CHOICEI IS EQUAL TO 'F'
                OR CHOICEI IS EQUAL TO 'f'
                GO TO 903-CHOICE-F
            ELSE IF CHOICEI IS EQUAL TO 'I'
                OR CHOICEI IS EQUAL TO 'i'
                GO TO 904-CHOICE-I
            ELSE
                GO TO 999-SEND-ERROR-MSG
            END-IF.
                LENGTH(WS-TRANSFER-LENGTH)
            END-EXEC.

        897-CHOICE-P.
            EXEC CICS XCTL
                PROGRAM('BOPRGF')
                COMMAREA(WS-TRANSFER-FIELD)
                LENGTH(WS-TRANSFER-LENGTH)
            END-EXEC.

        898-CHOICE-L.
            EXEC CICS XCTL
                PROGRAM('BOPRGN')
                COMMAREA(WS-TRANSFER-FIELD)
                LENGTH(WS-TRANSFER-LENGTH)
            END-EXEC.

        899-CHOICE-T.
            EXEC CICS XCTL
                PROGRAM('BOPRGX')
                COMMAREA(WS-TRANSFER-FIELD)
                LENGTH(WS-TRANSFER-LENGTH)
            END-EXEC.

        900-CHOICE-V.
            EXEC CICS XCTL
                PROGRAM('BOPRGY')
                COMMAREA(WS-TRANSFER-FIELD)
                LENGTH(WS-TRANSFER-LENGTH)
            END-EXEC.

        901-CHOICE-B.
            EXEC CICS XCTL
                PROGRAM('BOPRGG')
                COMMAREA(WS-TRANSFER-FIELD)
                LENGTH(WS-TRANSFER-LENGTH)
            END-EXEC.

        902-CHOICE-W.
            EXEC CICS XCTL
                PROGRAM('BOPRGQ')
                COMMAREA(WS-TRANSFER-FIELD)
                LENGTH(WS-TRANSFER-LENGTH)
            END-EXEC.

        903-CHOICE-F.
            EXEC CICS XCTL
                PROGRAM('BOPRGZ')
                COMMAREA(WS-TRANSFER-FIELD)
                LENGTH(WS-TRANSFER-LENGTH)
            END-EXEC.

        904-CHOICE-I.
            EXEC CICS XCTL
                PROGRAM('BOPRGCI')
                COMMAREA(WS-TRANSFER-FIELD)
                LENGTH(WS-TRANSFER-LENGTH)
            END-EXEC.

        999-SEND-ERROR-MSG.
            MOVE LOW-VALUES TO MAP1O.
            MOVE 'ENTER 1-9 C S R G A H Q P L T V B W F I' TO MSGO.
            EXEC CICS SEND MAP('MAP1') MAPSET('BOMAP1') END-EXEC.
            EXEC CICS RETURN TRANSID('BO01') END-EXEC.
