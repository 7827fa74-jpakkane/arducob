      *whose last extract predates the current release - or that was
      *never extracted at all - so exactly the right signs get a
      *re-extract after a library change. Pre-release DISTLOG
      *records count as release 0. Retired signs are left out; a
      *sign left half set up or half taken down by signcomm.cob is
      *flagged under its line. Written to LIBRECON.OUT and the
      *terminal; ends with return code 8 when any sign is behind so
      *the job stream can flag it.

                    10 WS-SIGN-RELEASE-T PIC 9(4).
                    10 WS-SIGN-EXTRACT-TS-T PIC X(14).
                    10 WS-SIGN-SEEN-T PIC X.
                    10 WS-SIGN-STATE-T PIC X.
            01 WS-SX PIC 9(4).
            01 WS-SIGN-IX PIC 9(4).
            01 WS-SIGN-FOUND PIC X.
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
                    MOVE 0 TO WS-SIGN-RELEASE-T(WS-SIGN-COUNT)
                    MOVE SPACES
                        TO WS-SIGN-EXTRACT-TS-T(WS-SIGN-COUNT)
                END-IF
            END-IF.
            PERFORM EMIT-LINE-PARA.
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
