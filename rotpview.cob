      *
      *Rotation preview calendar. For each of the next N days this
      *applies the same selection arduino.cob's SETUP-PARA will apply
      *on that day - approved campaigns from CAMPFILE active on the
      *date fill each row first, in file order and capped at the 20
      *entries the rotation tables hold, with MSGFILE/MSG2FILE as
      *the fallback only when no campaign covers the row - and prints
      *what each row will actually rotate through, so a truncated or
      *empty rotation is caught before the sign is already showing it.
      *Flags a day when a row has more candidates than the 20-entry
      *table holds (the rest are silently dropped), when a row ends
      *up with no content at all (row 1 then shows the built-in
                    10 WS-CAMP-LONG-TEXT-T PIC X(40).
                    10 WS-CAMP-AIRED-T PIC X.
            01 WS-CAMPS-DROPPED PIC 9(4) VALUE 0.
            01 WS-CAMPS-UNAPPROVED PIC 9(4) VALUE 0.
            01 WS-FILE1-COUNT PIC 9(4) VALUE 0.
            01 WS-FILE1-TABLE.
                05 WS-FILE1-ENTRY OCCURS 20 TIMES.
                    INTO REPORT-LINE
                PERFORM EMIT-LINE-PARA
            END-IF.
            IF WS-CAMPS-UNAPPROVED > 0
                MOVE SPACES TO REPORT-LINE
                STRING "NOTE: " DELIMITED BY SIZE
                        WS-CAMPS-UNAPPROVED DELIMITED BY SIZE
                        " campaign(s) pending or rejected, not"
                        DELIMITED BY SIZE
                        " previewed"
                        DELIMITED BY SIZE
                    INTO REPORT-LINE
                PERFORM EMIT-LINE-PARA
            END-IF.
            PERFORM VARYING WS-DX FROM 0 BY 1
                    UNTIL WS-DX >= WS-DAYS
                COMPUTE WS-DAY-INT = WS-TODAY-INT + WS-DX
            END-IF.

            STORE-CAMP-PARA.
            IF NOT CAMP-APPROVED
                ADD 1 TO WS-CAMPS-UNAPPROVED
            ELSE
                IF WS-CAMP-COUNT >= 50
                    ADD 1 TO WS-CAMPS-DROPPED
                ELSE
                    ADD 1 TO WS-CAMP-COUNT
                    IF CAMP-FROM-DATE IS NUMERIC
                            AND CAMP-TO-DATE IS NUMERIC
                        MOVE CAMP-FROM-DATE
                            TO WS-CAMP-FROM-T(WS-CAMP-COUNT)
                        MOVE CAMP-TO-DATE TO WS-CAMP-TO-T(WS-CAMP-COUNT)
                    ELSE
                        MOVE 99999999 TO WS-CAMP-FROM-T(WS-CAMP-COUNT)
                        MOVE 0 TO WS-CAMP-TO-T(WS-CAMP-COUNT)
                    END-IF
                    MOVE CAMP-ROW TO WS-CAMP-ROW-T(WS-CAMP-COUNT)
                    MOVE CAMP-DWELL TO WS-CAMP-DWELL-T(WS-CAMP-COUNT)
                    IF CAMP-LONG-LEN IS NUMERIC AND CAMP-LONG-LEN > 0
                        MOVE CAMP-LONG-TEXT
                            TO WS-CAMP-LONG-TEXT-T(WS-CAMP-COUNT)
                    ELSE
                        MOVE CAMP-TEXT
                            TO WS-CAMP-LONG-TEXT-T(WS-CAMP-COUNT)
                    END-IF
                    MOVE 'N' TO WS-CAMP-AIRED-T(WS-CAMP-COUNT)
                END-IF
            END-IF.

            LOAD-FILE1-PARA.
