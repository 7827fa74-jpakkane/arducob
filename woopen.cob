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
      *Open work orders report over WORKFILE (layout in workrec.cpy):
      *one line per order still open, with its sign, reason, the day
      *it was raised and how many days it has been waiting, the meter
      *reading when it was raised and what raised it, followed by the
      *count per reason. Written to WOOPEN.OUT and the terminal. Ends
      *with return code 4 when an order has waited longer than the
      *WS-OVERDUE-DAYS allowed, so the job stream can flag it.

        IDENTIFICATION DIVISION.
        PROGRAM-ID. woopen.
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT WORKFILE ASSIGN TO "workord.dat"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-WORK-STATUS.
                SELECT REPORT-FILE ASSIGN TO "woopen.out"
                    ORGANIZATION LINE SEQUENTIAL.
        DATA DIVISION.
            FILE SECTION.
            FD WORKFILE.
                COPY "workrec.cpy".
            FD REPORT-FILE.
            01 REPORT-LINE PIC X(100).
            WORKING-STORAGE SECTION.
            01 WS-WORK-STATUS PIC XX.
            01 WS-WORK-EOF PIC X VALUE 'N'.
                88 WORK-EOF VALUE 'Y'.
            01 WS-OVERDUE-DAYS PIC 9(4) VALUE 7.
            01 WS-OPEN-COUNT PIC 9(6) VALUE 0.
            01 WS-OVERDUE-COUNT PIC 9(6) VALUE 0.
            01 WS-HOURS-COUNT PIC 9(6) VALUE 0.
            01 WS-DAYS-COUNT PIC 9(6) VALUE 0.
            01 WS-ERRORS-COUNT PIC 9(6) VALUE 0.
            01 WS-REASON-WORD PIC X(8).
            01 WS-TODAY PIC 9(8).
            01 WS-OPENED-DATE PIC 9(8).
            01 WS-AGE-DAYS PIC 9(6).

        PROCEDURE DIVISION.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
            OPEN OUTPUT REPORT-FILE.
            MOVE SPACES TO REPORT-LINE.
            STRING "Open work orders at " DELIMITED BY SIZE
                    WS-TODAY DELIMITED BY SIZE
                    " (order sign reason raised age meter detail)"
                    DELIMITED BY SIZE
                INTO REPORT-LINE.
            PERFORM EMIT-LINE-PARA.
            OPEN INPUT WORKFILE.
            IF WS-WORK-STATUS NOT = "00"
                MOVE 'Y' TO WS-WORK-EOF
            ELSE
                PERFORM UNTIL WORK-EOF
                    READ WORKFILE
                        AT END MOVE 'Y' TO WS-WORK-EOF
                        NOT AT END
                            IF WO-OPEN
                                PERFORM REPORT-ORDER-PARA
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE WORKFILE
            END-IF.
            IF WS-OPEN-COUNT = 0
                MOVE "No open work orders." TO REPORT-LINE
                PERFORM EMIT-LINE-PARA
            ELSE
                MOVE SPACES TO REPORT-LINE
                STRING WS-OPEN-COUNT DELIMITED BY SIZE
                        " open: " DELIMITED BY SIZE
                        WS-HOURS-COUNT DELIMITED BY SIZE
                        " lit-hours, " DELIMITED BY SIZE
                        WS-DAYS-COUNT DELIMITED BY SIZE
                        " calendar, " DELIMITED BY SIZE
                        WS-ERRORS-COUNT DELIMITED BY SIZE
                        " hardware errors" DELIMITED BY SIZE
                    INTO REPORT-LINE
                PERFORM EMIT-LINE-PARA
            END-IF.
            IF WS-OVERDUE-COUNT > 0
                MOVE SPACES TO REPORT-LINE
                STRING WS-OVERDUE-COUNT DELIMITED BY SIZE
                        " order(s) open longer than " DELIMITED BY SIZE
                        WS-OVERDUE-DAYS DELIMITED BY SIZE
                        " days" DELIMITED BY SIZE
                    INTO REPORT-LINE
                PERFORM EMIT-LINE-PARA
                MOVE 4 TO RETURN-CODE
            END-IF.
            CLOSE REPORT-FILE.
            STOP RUN.

            EMIT-LINE-PARA.
            DISPLAY REPORT-LINE.
            WRITE REPORT-LINE.

            REPORT-ORDER-PARA.
            ADD 1 TO WS-OPEN-COUNT.
            EVALUATE TRUE
                WHEN WO-REASON-HOURS
                    MOVE "HOURS" TO WS-REASON-WORD
                    ADD 1 TO WS-HOURS-COUNT
                WHEN WO-REASON-DAYS
                    MOVE "CALENDAR" TO WS-REASON-WORD
                    ADD 1 TO WS-DAYS-COUNT
                WHEN OTHER
                    MOVE "ERRORS" TO WS-REASON-WORD
                    ADD 1 TO WS-ERRORS-COUNT
            END-EVALUATE.
            MOVE 0 TO WS-AGE-DAYS.
            IF WO-OPENED-TS(1:8) IS NUMERIC
                MOVE WO-OPENED-TS(1:8) TO WS-OPENED-DATE
                IF WS-OPENED-DATE > 16010101
                        AND WS-OPENED-DATE < WS-TODAY
                    COMPUTE WS-AGE-DAYS =
                        FUNCTION INTEGER-OF-DATE(WS-TODAY)
                        - FUNCTION INTEGER-OF-DATE(WS-OPENED-DATE)
                END-IF
            END-IF.
            MOVE SPACES TO REPORT-LINE.
            IF WS-AGE-DAYS > WS-OVERDUE-DAYS
                ADD 1 TO WS-OVERDUE-COUNT
                STRING WO-NUMBER DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        WO-SIGN-ID DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        WS-REASON-WORD DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        WO-OPENED-TS(1:8) DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        WS-AGE-DAYS DELIMITED BY SIZE
                        "d " DELIMITED BY SIZE
                        WO-METER-HOURS DELIMITED BY SIZE
                        "h OVERDUE " DELIMITED BY SIZE
                        WO-DETAIL DELIMITED BY SIZE
                    INTO REPORT-LINE
            ELSE
                STRING WO-NUMBER DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        WO-SIGN-ID DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        WS-REASON-WORD DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        WO-OPENED-TS(1:8) DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        WS-AGE-DAYS DELIMITED BY SIZE
                        "d " DELIMITED BY SIZE
                        WO-METER-HOURS DELIMITED BY SIZE
                        "h " DELIMITED BY SIZE
                        WO-DETAIL DELIMITED BY SIZE
                    INTO REPORT-LINE
            END-IF.
            PERFORM EMIT-LINE-PARA.
