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
      *Reads SECLOG (secrec.cpy), where every maintenance and console
      *program records failed sign-ons and refused operators, and
      *lists the events, optionally filtered to a YYYYMMDD date range.
      *Ends with a count per operator id and flags any id with three
      *or more failed sign-ons in the range - one full lock-out of a
      *program or someone trying ids - with return code 4. Blank
      *filters mean everything.

        IDENTIFICATION DIVISION.
        PROGRAM-ID. secrpt.
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT SECLOG ASSIGN TO "seclog.dat"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-SECLOG-STATUS.
                SELECT REPORT-FILE ASSIGN TO "secrpt.out"
                    ORGANIZATION LINE SEQUENTIAL.
        DATA DIVISION.
            FILE SECTION.
            FD SECLOG.
                COPY "secrec.cpy".
            FD REPORT-FILE.
            01 REPORT-LINE PIC X(132).
            WORKING-STORAGE SECTION.
            01 WS-SECLOG-STATUS PIC XX.
            01 WS-SECLOG-EOF PIC X VALUE 'N'.
                88 SECLOG-EOF VALUE 'Y'.
            01 WS-FROM-INPUT PIC X(8).
            01 WS-TO-INPUT PIC X(8).
            01 WS-FROM-DATE PIC X(8) VALUE "00000000".
            01 WS-TO-DATE PIC X(8) VALUE "99999999".
            01 WS-MATCH-COUNT PIC 9(6) VALUE 0.
            01 WS-FAILED-COUNT PIC 9(6) VALUE 0.
            01 WS-REFUSED-COUNT PIC 9(6) VALUE 0.
            01 WS-EVENT-DESC PIC X(14).
            01 WS-OP-COUNT PIC 9(4) VALUE 0.
            01 WS-OP-DROPPED PIC 9(4) VALUE 0.
            01 WS-OP-TABLE.
                05 WS-OP-ENTRY OCCURS 100 TIMES.
                    10 WS-OP-ID-T PIC X(8).
                    10 WS-OP-FAILED-T PIC 9(4).
                    10 WS-OP-REFUSED-T PIC 9(4).
            01 WS-OX PIC 9(4).
            01 WS-OP-IX PIC 9(4).
            01 WS-FLAGGED-COUNT PIC 9(4) VALUE 0.

        PROCEDURE DIVISION.
            DISPLAY "Security log report".
            DISPLAY "From date (YYYYMMDD, blank for all): "
                WITH NO ADVANCING.
            ACCEPT WS-FROM-INPUT.
            IF WS-FROM-INPUT IS NUMERIC
                MOVE WS-FROM-INPUT TO WS-FROM-DATE
            END-IF.
            DISPLAY "To date (YYYYMMDD, blank for all): "
                WITH NO ADVANCING.
            ACCEPT WS-TO-INPUT.
            IF WS-TO-INPUT IS NUMERIC
                MOVE WS-TO-INPUT TO WS-TO-DATE
            END-IF.
            OPEN INPUT SECLOG.
            IF WS-SECLOG-STATUS NOT = "00"
                DISPLAY "No security events on file."
                STOP RUN
            END-IF.
            OPEN OUTPUT REPORT-FILE.
            MOVE "Security events (time program operator event detail)"
                TO REPORT-LINE.
            PERFORM EMIT-LINE-PARA.
            PERFORM UNTIL SECLOG-EOF
                READ SECLOG
                    AT END MOVE 'Y' TO WS-SECLOG-EOF
                    NOT AT END PERFORM FILTER-RECORD-PARA
                END-READ
            END-PERFORM.
            CLOSE SECLOG.
            MOVE SPACES TO REPORT-LINE.
            STRING WS-MATCH-COUNT DELIMITED BY SIZE
                    " event(s) listed: " DELIMITED BY SIZE
                    WS-FAILED-COUNT DELIMITED BY SIZE
                    " failed sign-on(s), " DELIMITED BY SIZE
                    WS-REFUSED-COUNT DELIMITED BY SIZE
                    " refusal(s)." DELIMITED BY SIZE
                INTO REPORT-LINE.
            PERFORM EMIT-LINE-PARA.
            IF WS-OP-COUNT > 0
                MOVE "By operator id (failed sign-ons, refusals)"
                    TO REPORT-LINE
                PERFORM EMIT-LINE-PARA
            END-IF.
            PERFORM VARYING WS-OX FROM 1 BY 1
                    UNTIL WS-OX > WS-OP-COUNT
                PERFORM REPORT-OPERATOR-PARA
            END-PERFORM.
            IF WS-OP-DROPPED > 0
                MOVE SPACES TO REPORT-LINE
                STRING "NOTE: " DELIMITED BY SIZE
                        WS-OP-DROPPED DELIMITED BY SIZE
                        " event(s) for ids beyond the 100 counted"
                        DELIMITED BY SIZE
                    INTO REPORT-LINE
                PERFORM EMIT-LINE-PARA
            END-IF.
            IF WS-FLAGGED-COUNT > 0
                MOVE 4 TO RETURN-CODE
            END-IF.
            CLOSE REPORT-FILE.
            STOP RUN.

            EMIT-LINE-PARA.
            DISPLAY REPORT-LINE.
            WRITE REPORT-LINE.

            FILTER-RECORD-PARA.
            IF SEC-TIMESTAMP(1:8) >= WS-FROM-DATE
                    AND SEC-TIMESTAMP(1:8) <= WS-TO-DATE
                PERFORM PRINT-RECORD-PARA
                PERFORM COUNT-OPERATOR-PARA
            END-IF.

            PRINT-RECORD-PARA.
            ADD 1 TO WS-MATCH-COUNT.
            EVALUATE TRUE
                WHEN SEC-SIGNON-FAILED
                    MOVE "SIGN-ON FAILED" TO WS-EVENT-DESC
                    ADD 1 TO WS-FAILED-COUNT
                WHEN SEC-REFUSED
                    MOVE "REFUSED" TO WS-EVENT-DESC
                    ADD 1 TO WS-REFUSED-COUNT
                WHEN OTHER
                    MOVE "?" TO WS-EVENT-DESC
            END-EVALUATE.
            MOVE SPACES TO REPORT-LINE.
            STRING SEC-TIMESTAMP DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    SEC-PROGRAM DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    SEC-OPERATOR DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    WS-EVENT-DESC DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    FUNCTION TRIM(SEC-DETAIL) DELIMITED BY SIZE
                INTO REPORT-LINE.
            PERFORM EMIT-LINE-PARA.

      *A blank id is counted under blanks like any other id, since a
      *run of empty sign-ons is worth seeing too.
            COUNT-OPERATOR-PARA.
            MOVE 0 TO WS-OP-IX.
            PERFORM VARYING WS-OX FROM 1 BY 1
                    UNTIL WS-OX > WS-OP-COUNT OR WS-OP-IX > 0
                IF WS-OP-ID-T(WS-OX) = SEC-OPERATOR
                    MOVE WS-OX TO WS-OP-IX
                END-IF
            END-PERFORM.
            IF WS-OP-IX = 0
                IF WS-OP-COUNT >= 100
                    ADD 1 TO WS-OP-DROPPED
                ELSE
                    ADD 1 TO WS-OP-COUNT
                    MOVE WS-OP-COUNT TO WS-OP-IX
                    MOVE SEC-OPERATOR TO WS-OP-ID-T(WS-OP-IX)
                    MOVE 0 TO WS-OP-FAILED-T(WS-OP-IX)
                    MOVE 0 TO WS-OP-REFUSED-T(WS-OP-IX)
                END-IF
            END-IF.
            IF WS-OP-IX > 0
                IF SEC-SIGNON-FAILED
                    ADD 1 TO WS-OP-FAILED-T(WS-OP-IX)
                END-IF
                IF SEC-REFUSED
                    ADD 1 TO WS-OP-REFUSED-T(WS-OP-IX)
                END-IF
            END-IF.

            REPORT-OPERATOR-PARA.
            MOVE SPACES TO REPORT-LINE.
            IF WS-OP-FAILED-T(WS-OX) >= 3
                ADD 1 TO WS-FLAGGED-COUNT
                STRING "  " DELIMITED BY SIZE
                        WS-OP-ID-T(WS-OX) DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        WS-OP-FAILED-T(WS-OX) DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        WS-OP-REFUSED-T(WS-OX) DELIMITED BY SIZE
                        " REPEATED FAILED SIGN-ONS" DELIMITED BY SIZE
                    INTO REPORT-LINE
            ELSE
                STRING "  " DELIMITED BY SIZE
                        WS-OP-ID-T(WS-OX) DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        WS-OP-FAILED-T(WS-OX) DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        WS-OP-REFUSED-T(WS-OX) DELIMITED BY SIZE
                    INTO REPORT-LINE
            END-IF.
            PERFORM EMIT-LINE-PARA.
