      *directory with a missing log is fine - a sign that has never
      *errored has no errlog.dat - but a missing SIGNDIRS is an
      *error, return code 8, since it means nothing was collected.
      *Signs retired on the roster are passed over.

        IDENTIFICATION DIVISION.
        PROGRAM-ID. fleetcoll.
                DISPLAY "fleetcoll: skipping roster record with a "
                    "blank sign id or directory."
            ELSE
                IF NOT SIGNDIR-RETIRED
                    ADD 1 TO WS-SIGN-COUNT
                    MOVE SIGNDIR-SIGN-ID TO WS-SIGN-ID
                    MOVE SIGNDIR-PATH TO WS-SIGN-PATH
                    MOVE 'H' TO WS-LOG-KIND
                    MOVE "heartbeat.dat" TO WS-LOG-BASE
                    PERFORM COLLECT-LOG-PARA
                    MOVE 'E' TO WS-LOG-KIND
                    MOVE "errlog.dat" TO WS-LOG-BASE
                    PERFORM COLLECT-LOG-PARA
                    MOVE 'R' TO WS-LOG-KIND
                    MOVE "runlog.dat" TO WS-LOG-BASE
                    PERFORM COLLECT-LOG-PARA
                END-IF
            END-IF.

            COLLECT-LOG-PARA.
