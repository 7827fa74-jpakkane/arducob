      *Copyright (C) 2016 Jussi Pakkanen
      *
      *This program is free software: you can redistribute it and/or modify
      *it under the terms of the GNU General Public License as published by
      *the Free Software Foundation, either version 3 of the License, or
      *(at your option) any later version.
      *
      *This program is distributed in the hope that it will be useful,
      *but WITHOUT ANY WARRANTY; without even the implied warranty of
      *MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.  See the
      *GNU General Public License for more details.
      *
      *You should have received a copy of the GNU General Public License
      *along with this program.  If not, see <http://www.gnu.org/licenses/>.
      *
      *Delivery confirmation for an emergency override. Asks for the
      *override number (blank takes the latest issued), takes every
      *sign it was issued to from OVRLOG (ovrlogrec.cpy) and that
      *sign's directory from SIGNDIRS, and reads the OVRACKFILE
      *(ovrackrec.cpy) arduino.cob leaves there when the override
      *first reached the LCD. Lists sign by sign whether the override
      *was written, whether and when the sign started showing it and
      *how many seconds that took from issue, and any cancel. Written
      *to OVRCONF.OUT and the terminal; ends with return code 4 when
      *any sign has not confirmed and 8 when the override is unknown.

        IDENTIFICATION DIVISION.
        PROGRAM-ID. ovrconf.
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT SIGNDIRS ASSIGN TO "signdirs.dat"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-DIRS-STATUS.
                SELECT OVRLOG ASSIGN TO "ovrlog.dat"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-OVRLOG-STATUS.
                SELECT OVRACKFILE ASSIGN USING WS-ACK-NAME
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-ACK-STATUS.
                SELECT REPORT-FILE ASSIGN TO "ovrconf.out"
                    ORGANIZATION LINE SEQUENTIAL.
        DATA DIVISION.
            FILE SECTION.
            FD SIGNDIRS.
                COPY "signdirrec.cpy".
            FD OVRLOG.
                COPY "ovrlogrec.cpy".
            FD OVRACKFILE.
                COPY "ovrackrec.cpy".
            FD REPORT-FILE.
            01 REPORT-LINE PIC X(80).
            WORKING-STORAGE SECTION.
            01 WS-DIRS-STATUS PIC XX.
            01 WS-OVRLOG-STATUS PIC XX.
            01 WS-ACK-STATUS PIC XX.
            01 WS-DIRS-EOF PIC X VALUE 'N'.
                88 DIRS-EOF VALUE 'Y'.
            01 WS-OVRLOG-EOF PIC X VALUE 'N'.
                88 OVRLOG-EOF VALUE 'Y'.
            01 WS-ACK-NAME PIC X(80).
            01 WS-ID-INPUT PIC X(6).
            01 WS-ID-NUMERIC PIC 9(6).
            01 WS-OVR-ID PIC 9(6) VALUE 0.
            01 WS-LAST-ISSUED-ID PIC 9(6) VALUE 0.
            01 WS-ISSUED-TS PIC X(14) VALUE SPACES.
            01 WS-EXPIRY-TS PIC X(14) VALUE SPACES.
            01 WS-OPERATOR PIC X(8) VALUE SPACES.
            01 WS-TEXT1 PIC X(40) VALUE SPACES.
            01 WS-TEXT2 PIC X(40) VALUE SPACES.
            01 WS-ROSTER-COUNT PIC 9(4) VALUE 0.
            01 WS-ROSTER-TABLE.
                05 WS-ROSTER-ENTRY OCCURS 200 TIMES.
                    10 WS-RS-ID-T PIC X(4).
                    10 WS-RS-PATH-T PIC X(60).
            01 WS-RX PIC 9(4).
            01 WS-SIGN-COUNT PIC 9(4) VALUE 0.
            01 WS-SIGNS-DROPPED PIC 9(4) VALUE 0.
            01 WS-SIGN-TABLE.
                05 WS-SIGN-ENTRY OCCURS 200 TIMES.
                    10 WS-SIGN-ID-T PIC X(4).
                    10 WS-SIGN-ISSUED-TS-T PIC X(14).
                    10 WS-SIGN-WRITTEN-T PIC X.
                    10 WS-SIGN-CANCEL-TS-T PIC X(14).
            01 WS-SX PIC 9(4).
            01 WS-SIGN-IX PIC 9(4).
            01 WS-SIGN-FOUND PIC X.
                88 SIGN-FOUND VALUE 'Y'.
            01 WS-SIGN-PATH PIC X(60).
            01 WS-ACK-ID PIC 9(6).
            01 WS-ACK-TS PIC X(14).
            01 WS-DELAY-SECS PIC 9(7).
            01 WS-SLOWEST-SECS PIC 9(7) VALUE 0.
            01 WS-WRITTEN-COUNT PIC 9(4) VALUE 0.
            01 WS-CONFIRMED-COUNT PIC 9(4) VALUE 0.
            01 WS-UNCONFIRMED-COUNT PIC 9(4) VALUE 0.
            01 WS-START-SECS PIC 9(12).
            01 WS-TS-DATE PIC 9(8).
            01 WS-TS-DAYS PIC 9(7).
            01 WS-TS-HH PIC 99.
            01 WS-TS-MM PIC 99.
            01 WS-TS-SS PIC 99.
            01 WS-TS-ABS-SECS PIC 9(12).
            01 WS-TS-WORK PIC X(14).

        PROCEDURE DIVISION.
            PERFORM SCAN-LATEST-PARA.
            IF WS-LAST-ISSUED-ID = 0
                DISPLAY "ovrconf: no override has been issued."
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            DISPLAY "Override number to confirm (blank for "
                WS-LAST-ISSUED-ID "): " WITH NO ADVANCING.
            ACCEPT WS-ID-INPUT.
            IF WS-ID-INPUT = SPACES
                MOVE WS-LAST-ISSUED-ID TO WS-OVR-ID
            ELSE
                IF FUNCTION TRIM(WS-ID-INPUT) IS NUMERIC
                    MOVE FUNCTION TRIM(WS-ID-INPUT) TO WS-ID-NUMERIC
                    MOVE WS-ID-NUMERIC TO WS-OVR-ID
                END-IF
            END-IF.
            PERFORM LOAD-ROSTER-PARA.
            PERFORM SCAN-OVERRIDE-PARA.
            IF WS-SIGN-COUNT = 0
                DISPLAY "ovrconf: override " WS-OVR-ID
                    " was not issued to any sign."
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN OUTPUT REPORT-FILE.
            MOVE SPACES TO REPORT-LINE.
            STRING "Delivery of override " DELIMITED BY SIZE
                    WS-OVR-ID DELIMITED BY SIZE
                    " issued by " DELIMITED BY SIZE
                    WS-OPERATOR DELIMITED BY SIZE
                    " at " DELIMITED BY SIZE
                    WS-ISSUED-TS DELIMITED BY SIZE
                INTO REPORT-LINE.
            PERFORM EMIT-LINE-PARA.
            MOVE SPACES TO REPORT-LINE.
            STRING "Expires " DELIMITED BY SIZE
                    WS-EXPIRY-TS DELIMITED BY SIZE
                INTO REPORT-LINE.
            PERFORM EMIT-LINE-PARA.
            MOVE SPACES TO REPORT-LINE.
            STRING "Row 1: " DELIMITED BY SIZE
                    WS-TEXT1 DELIMITED BY SIZE
                INTO REPORT-LINE.
            PERFORM EMIT-LINE-PARA.
            MOVE SPACES TO REPORT-LINE.
            STRING "Row 2: " DELIMITED BY SIZE
                    WS-TEXT2 DELIMITED BY SIZE
                INTO REPORT-LINE.
            PERFORM EMIT-LINE-PARA.
            PERFORM VARYING WS-SX FROM 1 BY 1
                    UNTIL WS-SX > WS-SIGN-COUNT
                PERFORM REPORT-SIGN-PARA
            END-PERFORM.
            IF WS-SIGNS-DROPPED > 0
                MOVE SPACES TO REPORT-LINE
                STRING "NOTE: " DELIMITED BY SIZE
                        WS-SIGNS-DROPPED DELIMITED BY SIZE
                        " sign(s) beyond the 200 reported"
                        DELIMITED BY SIZE
                    INTO REPORT-LINE
                PERFORM EMIT-LINE-PARA
            END-IF.
            MOVE SPACES TO REPORT-LINE.
            STRING "Signs " DELIMITED BY SIZE
                    WS-SIGN-COUNT DELIMITED BY SIZE
                    ", written " DELIMITED BY SIZE
                    WS-WRITTEN-COUNT DELIMITED BY SIZE
                    ", showing " DELIMITED BY SIZE
                    WS-CONFIRMED-COUNT DELIMITED BY SIZE
                    ", not confirmed " DELIMITED BY SIZE
                    WS-UNCONFIRMED-COUNT DELIMITED BY SIZE
                INTO REPORT-LINE.
            PERFORM EMIT-LINE-PARA.
            MOVE SPACES TO REPORT-LINE.
            STRING "Slowest sign started showing it after "
                    DELIMITED BY SIZE
                    WS-SLOWEST-SECS DELIMITED BY SIZE
                    " seconds" DELIMITED BY SIZE
                INTO REPORT-LINE.
            PERFORM EMIT-LINE-PARA.
            IF WS-UNCONFIRMED-COUNT > 0
                MOVE 4 TO RETURN-CODE
            END-IF.
            CLOSE REPORT-FILE.
            STOP RUN.

            EMIT-LINE-PARA.
            DISPLAY REPORT-LINE.
            WRITE REPORT-LINE.

            SCAN-LATEST-PARA.
            OPEN INPUT OVRLOG.
            IF WS-OVRLOG-STATUS = "00"
                PERFORM UNTIL OVRLOG-EOF
                    READ OVRLOG
                        AT END MOVE 'Y' TO WS-OVRLOG-EOF
                        NOT AT END
                            IF OVL-ISSUE AND OVL-ID IS NUMERIC
                                    AND OVL-ID > WS-LAST-ISSUED-ID
                                MOVE OVL-ID TO WS-LAST-ISSUED-ID
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE OVRLOG
            END-IF.

            LOAD-ROSTER-PARA.
            OPEN INPUT SIGNDIRS.
            IF WS-DIRS-STATUS NOT = "00"
                MOVE 'Y' TO WS-DIRS-EOF
            ELSE
                PERFORM UNTIL DIRS-EOF
                    READ SIGNDIRS
                        AT END MOVE 'Y' TO WS-DIRS-EOF
                        NOT AT END
                            IF SIGNDIR-SIGN-ID NOT = SPACES
                                    AND WS-ROSTER-COUNT < 200
                                ADD 1 TO WS-ROSTER-COUNT
                                MOVE SIGNDIR-SIGN-ID
                                    TO WS-RS-ID-T(WS-ROSTER-COUNT)
                                MOVE SIGNDIR-PATH
                                    TO WS-RS-PATH-T(WS-ROSTER-COUNT)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE SIGNDIRS
            END-IF.

      *A sign journalled more than once for the override (a second
      *issue after a failed write) keeps its first issue time but
      *the latest write result.
            SCAN-OVERRIDE-PARA.
            MOVE 'N' TO WS-OVRLOG-EOF.
            OPEN INPUT OVRLOG.
            IF WS-OVRLOG-STATUS = "00"
                PERFORM UNTIL OVRLOG-EOF
                    READ OVRLOG
                        AT END MOVE 'Y' TO WS-OVRLOG-EOF
                        NOT AT END
                            IF OVL-ID = WS-OVR-ID
                                PERFORM APPLY-LOG-PARA
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE OVRLOG
            END-IF.

            APPLY-LOG-PARA.
            MOVE 'N' TO WS-SIGN-FOUND.
            PERFORM VARYING WS-SIGN-IX FROM 1 BY 1
                    UNTIL SIGN-FOUND OR WS-SIGN-IX > WS-SIGN-COUNT
                IF WS-SIGN-ID-T(WS-SIGN-IX) = OVL-SIGN-ID
                    MOVE 'Y' TO WS-SIGN-FOUND
                END-IF
            END-PERFORM.
            IF SIGN-FOUND
                SUBTRACT 1 FROM WS-SIGN-IX
            END-IF.
            IF OVL-ISSUE
                IF WS-ISSUED-TS = SPACES
                    MOVE OVL-TS TO WS-ISSUED-TS
                    MOVE OVL-EXPIRY-TS TO WS-EXPIRY-TS
                    MOVE OVL-OPERATOR TO WS-OPERATOR
                    MOVE OVL-TEXT1 TO WS-TEXT1
                    MOVE OVL-TEXT2 TO WS-TEXT2
                END-IF
                IF NOT SIGN-FOUND
                    IF WS-SIGN-COUNT >= 200
                        ADD 1 TO WS-SIGNS-DROPPED
                    ELSE
                        ADD 1 TO WS-SIGN-COUNT
                        MOVE WS-SIGN-COUNT TO WS-SIGN-IX
                        MOVE 'Y' TO WS-SIGN-FOUND
                        MOVE OVL-SIGN-ID TO WS-SIGN-ID-T(WS-SIGN-IX)
                        MOVE OVL-TS TO WS-SIGN-ISSUED-TS-T(WS-SIGN-IX)
                        MOVE SPACES
                            TO WS-SIGN-CANCEL-TS-T(WS-SIGN-IX)
                    END-IF
                END-IF
                IF SIGN-FOUND
                    MOVE OVL-RESULT TO WS-SIGN-WRITTEN-T(WS-SIGN-IX)
                END-IF
            END-IF.
            IF OVL-CANCEL AND OVL-WRITTEN AND SIGN-FOUND
                MOVE OVL-TS TO WS-SIGN-CANCEL-TS-T(WS-SIGN-IX)
            END-IF.

      *The sign keeps only its latest acknowledgement, so one for a
      *later override means this one can no longer be proved there.
            REPORT-SIGN-PARA.
            MOVE SPACES TO WS-SIGN-PATH.
            PERFORM VARYING WS-RX FROM 1 BY 1
                    UNTIL WS-RX > WS-ROSTER-COUNT
                IF WS-RS-ID-T(WS-RX) = WS-SIGN-ID-T(WS-SX)
                    MOVE WS-RS-PATH-T(WS-RX) TO WS-SIGN-PATH
                END-IF
            END-PERFORM.
            MOVE 0 TO WS-ACK-ID.
            MOVE SPACES TO WS-ACK-TS.
            IF WS-SIGN-PATH NOT = SPACES
                PERFORM READ-ACK-PARA
            END-IF.
            IF WS-SIGN-WRITTEN-T(WS-SX) = 'Y'
                ADD 1 TO WS-WRITTEN-COUNT
            END-IF.
            MOVE SPACES TO REPORT-LINE.
            IF WS-ACK-ID = WS-OVR-ID
                ADD 1 TO WS-CONFIRMED-COUNT
                PERFORM DELAY-PARA
                STRING WS-SIGN-ID-T(WS-SX) DELIMITED BY SIZE
                        " issued " DELIMITED BY SIZE
                        WS-SIGN-ISSUED-TS-T(WS-SX) DELIMITED BY SIZE
                        " SHOWING since " DELIMITED BY SIZE
                        WS-ACK-TS DELIMITED BY SIZE
                        " after " DELIMITED BY SIZE
                        WS-DELAY-SECS DELIMITED BY SIZE
                        "s" DELIMITED BY SIZE
                    INTO REPORT-LINE
            ELSE
                ADD 1 TO WS-UNCONFIRMED-COUNT
                IF WS-SIGN-WRITTEN-T(WS-SX) NOT = 'Y'
                    STRING WS-SIGN-ID-T(WS-SX) DELIMITED BY SIZE
                            " issued " DELIMITED BY SIZE
                            WS-SIGN-ISSUED-TS-T(WS-SX)
                            DELIMITED BY SIZE
                            " NOT WRITTEN - never reached the sign"
                            DELIMITED BY SIZE
                        INTO REPORT-LINE
                ELSE
                    IF WS-ACK-ID > WS-OVR-ID
                        STRING WS-SIGN-ID-T(WS-SX) DELIMITED BY SIZE
                                " issued " DELIMITED BY SIZE
                                WS-SIGN-ISSUED-TS-T(WS-SX)
                                DELIMITED BY SIZE
                                " NOT CONFIRMED - later override "
                                DELIMITED BY SIZE
                                WS-ACK-ID DELIMITED BY SIZE
                                " shown" DELIMITED BY SIZE
                            INTO REPORT-LINE
                    ELSE
                        STRING WS-SIGN-ID-T(WS-SX) DELIMITED BY SIZE
                                " issued " DELIMITED BY SIZE
                                WS-SIGN-ISSUED-TS-T(WS-SX)
                                DELIMITED BY SIZE
                                " NOT CONFIRMED" DELIMITED BY SIZE
                            INTO REPORT-LINE
                    END-IF
                END-IF
            END-IF.
            PERFORM EMIT-LINE-PARA.
            IF WS-SIGN-CANCEL-TS-T(WS-SX) NOT = SPACES
                MOVE SPACES TO REPORT-LINE
                STRING WS-SIGN-ID-T(WS-SX) DELIMITED BY SIZE
                        " cancelled " DELIMITED BY SIZE
                        WS-SIGN-CANCEL-TS-T(WS-SX) DELIMITED BY SIZE
                    INTO REPORT-LINE
                PERFORM EMIT-LINE-PARA
            END-IF.

            READ-ACK-PARA.
            MOVE SPACES TO WS-ACK-NAME.
            STRING FUNCTION TRIM(WS-SIGN-PATH) DELIMITED BY SIZE
                    "/ovrack.dat" DELIMITED BY SIZE
                INTO WS-ACK-NAME.
            OPEN INPUT OVRACKFILE.
            IF WS-ACK-STATUS = "00"
                READ OVRACKFILE
                    AT END
                        CONTINUE
                    NOT AT END
                        IF OVRACK-ID IS NUMERIC
                            MOVE OVRACK-ID TO WS-ACK-ID
                            MOVE OVRACK-SHOWN-TS TO WS-ACK-TS
                        END-IF
                END-READ
                CLOSE OVRACKFILE
            END-IF.

            DELAY-PARA.
            MOVE WS-SIGN-ISSUED-TS-T(WS-SX) TO WS-TS-WORK.
            PERFORM TS-TO-SECS-PARA.
            MOVE WS-TS-ABS-SECS TO WS-START-SECS.
            MOVE WS-ACK-TS TO WS-TS-WORK.
            PERFORM TS-TO-SECS-PARA.
            IF WS-TS-ABS-SECS > WS-START-SECS
                COMPUTE WS-DELAY-SECS = WS-TS-ABS-SECS - WS-START-SECS
            ELSE
                MOVE 0 TO WS-DELAY-SECS
            END-IF.
            IF WS-DELAY-SECS > WS-SLOWEST-SECS
                MOVE WS-DELAY-SECS TO WS-SLOWEST-SECS
            END-IF.

            TS-TO-SECS-PARA.
            MOVE WS-TS-WORK(1:8) TO WS-TS-DATE.
            MOVE WS-TS-WORK(9:2) TO WS-TS-HH.
            MOVE WS-TS-WORK(11:2) TO WS-TS-MM.
            MOVE WS-TS-WORK(13:2) TO WS-TS-SS.
            COMPUTE WS-TS-DAYS = FUNCTION INTEGER-OF-DATE(WS-TS-DATE).
            COMPUTE WS-TS-ABS-SECS = WS-TS-DAYS * 86400
                + WS-TS-HH * 3600 + WS-TS-MM * 60 + WS-TS-SS.
