      *the age of its last heartbeat, the runs started today, and the
      *hardware errors logged today. A sign with no heartbeat at all
      *is flagged, since that is exactly the outage that walking the
      *directories one by one kept missing. Retired signs are left
      *out, and a sign signcomm.cob left half set up or half taken
      *down gets a second line saying so. Written to FLEETRPT.OUT
      *and the terminal.

        IDENTIFICATION DIVISION.
                    10 WS-SIGN-LAST-HB-T PIC X(14).
                    10 WS-SIGN-RUNS-T PIC 9(4).
                    10 WS-SIGN-ERRS-T PIC 9(4).
                    10 WS-SIGN-STATE-T PIC X.
            01 WS-SIGNS-DROPPED PIC 9(4) VALUE 0.
            01 WS-SX PIC 9(4).
            01 WS-SIGN-IX PIC 9(4).
            END-IF.

            STORE-SIGN-PARA.
            IF SIGNDIR-SIGN-ID NOT = SPACES AND NOT SIGNDIR-RETIRED
                IF WS-SIGN-COUNT >= 20
                    ADD 1 TO WS-SIGNS-DROPPED
                ELSE
                    ADD 1 TO WS-SIGN-COUNT
                    MOVE SIGNDIR-SIGN-ID
                        TO WS-SIGN-ID-T(WS-SIGN-COUNT)
                    MOVE SIGNDIR-STATUS
                        TO WS-SIGN-STATE-T(WS-SIGN-COUNT)
                    MOVE SPACES TO WS-SIGN-LAST-HB-T(WS-SIGN-COUNT)
                    MOVE 0 TO WS-SIGN-RUNS-T(WS-SIGN-COUNT)
                    MOVE 0 TO WS-SIGN-ERRS-T(WS-SIGN-COUNT)
                    INTO REPORT-LINE
                PERFORM EMIT-LINE-PARA
            END-IF.
            IF WS-SIGN-STATE-T(WS-SX) = 'C'
                MOVE SPACES TO REPORT-LINE
                STRING WS-SIGN-ID-T(WS-SX) DELIMITED BY SIZE
                        " COMMISSIONING NOT COMPLETE - rerun signcomm"
                        DELIMITED BY SIZE
                    INTO REPORT-LINE
                PERFORM EMIT-LINE-PARA
            END-IF.
            IF WS-SIGN-STATE-T(WS-SX) = 'D'
                MOVE SPACES TO REPORT-LINE
                STRING WS-SIGN-ID-T(WS-SX) DELIMITED BY SIZE
                        " DECOMMISSIONING NOT COMPLETE - rerun "
                        DELIMITED BY SIZE
                        "signcomm" DELIMITED BY SIZE
                    INTO REPORT-LINE
                PERFORM EMIT-LINE-PARA
            END-IF.

            TS-TO-SECS-PARA.
            MOVE WS-TS-WORK(1:8) TO WS-TS-DATE.
