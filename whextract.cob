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
      *Daily extract of fleet operations data for the corporate data
      *warehouse, meant to run from the central directory after
      *fleetcoll.cob has rebuilt the fleet logs. Extracts whole days
      *only, from the day after the high-water mark on WHMFILE
      *(whmrec.cpy) through yesterday; the first run goes back 90
      *days, the longest default retention in housekeep.cob, and no
      *run covers more than 92 days. Four pipe-delimited files are
      *written, each named for the last day it covers, such as
      *whexpo.20261014.dat, so an earlier batch not yet collected is
      *never overwritten:
      *  WHEXPO  exposure per sign, date, row and message text from
      *          each sign's EXPOLOG (exporec.cpy), with the approved
      *          campaign it aired under from the sign's CAMPFILE
      *          (dates and account; blank for house content);
      *  WHUPTM  uptime per sign per day from the heartbeats in
      *          fleethb.dat, every in-service sign getting a line
      *          for every day, counting gaps of at most ten minutes
      *          between heartbeats the way litmeter.cob does and
      *          splitting a gap across midnight between the days;
      *  WHALRM  every alarm on a sign's ALARMFILE (alarmrec.cpy)
      *          closed in the range, with time-to-acknowledge and
      *          outage seconds; open alarms wait until they close;
      *  WHERR   hardware errors from fleeterr.dat counted per sign,
      *          date and call, with the first and last failure.
      *Every file starts with an H record (file, batch number, run
      *time, first and last day) and ends with a T record (file,
      *batch number, detail record count and the control totals:
      *cycles and seconds, uptime seconds and heartbeats, outage and
      *acknowledge seconds, error count). Signs retired before the
      *range are left out. The mark is moved on only when all four
      *files are complete, so a failed run is simply run again; a
      *run that overflowed a table leaves the four files empty, so
      *no partial batch can be loaded and then sent again. A
      *summary goes to WHEXTRACT.OUT and the terminal. Ends with
      *return code 8 when SIGNDIRS or an extract file cannot be
      *opened or a table overflowed (mark not moved), otherwise 0;
      *a run with no new whole day writes nothing.

        IDENTIFICATION DIVISION.
        PROGRAM-ID. whextract.
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT SIGNDIRS ASSIGN TO "signdirs.dat"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-DIRS-STATUS.
                SELECT WHMFILE ASSIGN TO "whhwm.dat"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-WHM-STATUS.
                SELECT CAMPFILE ASSIGN USING WS-CAMP-NAME
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-CAMP-STATUS.
                SELECT EXPOLOG ASSIGN USING WS-EXPO-NAME
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-EXPO-STATUS.
                SELECT ALARMFILE ASSIGN USING WS-ALARM-NAME
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-ALARM-STATUS.
                SELECT FLEETHB ASSIGN TO "fleethb.dat"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-FLEETHB-STATUS.
                SELECT FLEETERR ASSIGN TO "fleeterr.dat"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-FLEETERR-STATUS.
                SELECT WHEXPO ASSIGN USING WS-WHEXPO-NAME
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-WHEXPO-STATUS.
                SELECT WHUPTM ASSIGN USING WS-WHUPTM-NAME
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-WHUPTM-STATUS.
                SELECT WHALRM ASSIGN USING WS-WHALRM-NAME
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-WHALRM-STATUS.
                SELECT WHERR ASSIGN USING WS-WHERR-NAME
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-WHERR-STATUS.
                SELECT REPORT-FILE ASSIGN TO "whextract.out"
                    ORGANIZATION LINE SEQUENTIAL.
        DATA DIVISION.
            FILE SECTION.
            FD SIGNDIRS.
                COPY "signdirrec.cpy".
            FD WHMFILE.
                COPY "whmrec.cpy".
            FD CAMPFILE.
                COPY "camprec.cpy".
            FD EXPOLOG.
                COPY "exporec.cpy".
            FD ALARMFILE.
                COPY "alarmrec.cpy".
            FD FLEETHB.
                COPY "fleetrec.cpy"
                    REPLACING ==FLEET-RECORD==  BY ==FLEETHB-RECORD==
                              ==FLEET-SIGN-ID== BY ==FLEETHB-SIGN-ID==
                              ==FLEET-PAYLOAD== BY ==FLEETHB-PAYLOAD==.
            FD FLEETERR.
                COPY "fleetrec.cpy"
                    REPLACING ==FLEET-RECORD==  BY ==FLEETERR-RECORD==
                              ==FLEET-SIGN-ID== BY
                                  ==FLEETERR-SIGN-ID==
                              ==FLEET-PAYLOAD== BY
                                  ==FLEETERR-PAYLOAD==.
            FD WHEXPO.
            01 WHEXPO-LINE PIC X(160).
            FD WHUPTM.
            01 WHUPTM-LINE PIC X(160).
            FD WHALRM.
            01 WHALRM-LINE PIC X(160).
            FD WHERR.
            01 WHERR-LINE PIC X(160).
            FD REPORT-FILE.
            01 REPORT-LINE PIC X(80).
            WORKING-STORAGE SECTION.
            01 WS-DIRS-STATUS PIC XX.
            01 WS-WHM-STATUS PIC XX.
            01 WS-CAMP-STATUS PIC XX.
            01 WS-EXPO-STATUS PIC XX.
            01 WS-ALARM-STATUS PIC XX.
            01 WS-FLEETHB-STATUS PIC XX.
            01 WS-FLEETERR-STATUS PIC XX.
            01 WS-WHEXPO-STATUS PIC XX.
            01 WS-WHUPTM-STATUS PIC XX.
            01 WS-WHALRM-STATUS PIC XX.
            01 WS-WHERR-STATUS PIC XX.
            01 WS-CAMP-NAME PIC X(80).
            01 WS-EXPO-NAME PIC X(80).
            01 WS-ALARM-NAME PIC X(80).
            01 WS-WHEXPO-NAME PIC X(30).
            01 WS-WHUPTM-NAME PIC X(30).
            01 WS-WHALRM-NAME PIC X(30).
            01 WS-WHERR-NAME PIC X(30).
            01 WS-DIRS-EOF PIC X VALUE 'N'.
                88 DIRS-EOF VALUE 'Y'.
            01 WS-CAMP-EOF PIC X VALUE 'N'.
                88 CAMP-EOF VALUE 'Y'.
            01 WS-EXPO-EOF PIC X VALUE 'N'.
                88 EXPO-EOF VALUE 'Y'.
            01 WS-ALARM-EOF PIC X VALUE 'N'.
                88 ALARM-EOF VALUE 'Y'.
            01 WS-HB-EOF PIC X VALUE 'N'.
                88 HB-EOF VALUE 'Y'.
            01 WS-ERR-EOF PIC X VALUE 'N'.
                88 ERR-EOF VALUE 'Y'.
            01 WS-NOW-TS PIC X(14).
            01 WS-TODAY PIC 9(8).
            01 WS-TODAY-INT PIC 9(7).
            01 WS-FROM-DATE PIC 9(8).
            01 WS-THRU-DATE PIC 9(8).
            01 WS-FROM-INT PIC 9(7).
            01 WS-THRU-INT PIC 9(7).
            01 WS-RANGE-DAYS PIC 9(4).
            01 WS-RANGE-CLIPPED PIC X VALUE 'N'.
                88 RANGE-CLIPPED VALUE 'Y'.
            01 WS-HWM-DATE PIC 9(8) VALUE 0.
            01 WS-BATCH-NO PIC 9(6) VALUE 0.
            01 WS-OVERFLOW PIC X VALUE 'N'.
                88 ANY-OVERFLOW VALUE 'Y'.
            01 WS-MAX-GAP PIC 9(4) VALUE 600.
            01 WS-SIGN-COUNT PIC 9(4) VALUE 0.
            01 WS-SIGNS-DROPPED PIC 9(4) VALUE 0.
            01 WS-SIGN-TABLE.
                05 WS-SIGN-ENTRY OCCURS 50 TIMES.
                    10 WS-SIGN-ID-T PIC X(4).
                    10 WS-SIGN-PATH-T PIC X(60).
                    10 WS-SIGN-FIRST-T PIC 9(8).
                    10 WS-SIGN-LAST-T PIC 9(8).
                    10 WS-PREV-TS-T PIC X(14).
                    10 WS-PREV-SECS-T PIC 9(12).
                    10 WS-PREV-DAYS-T PIC 9(7).
            01 WS-UP-TABLE.
                05 WS-UP-SIGN OCCURS 50 TIMES.
                    10 WS-UP-DAY OCCURS 92 TIMES.
                        15 WS-UP-SECS-E PIC 9(5).
                        15 WS-UP-HBS-E PIC 9(6).
            01 WS-SX PIC 9(4).
            01 WS-DX PIC 9(4).
            01 WS-SIGN-IX PIC 9(4).
            01 WS-SIGN-FOUND PIC X.
                88 SIGN-FOUND VALUE 'Y'.
            01 WS-WORK-SIGN-ID PIC X(4).
            01 WS-SC-COUNT PIC 9(4) VALUE 0.
            01 WS-SIGN-CAMP-TABLE.
                05 WS-SC-ENTRY OCCURS 50 TIMES.
                    10 WS-SC-FROM-T PIC 9(8).
                    10 WS-SC-TO-T PIC 9(8).
                    10 WS-SC-ROW-T PIC 9.
                    10 WS-SC-TEXT-T PIC X(40).
                    10 WS-SC-ACCOUNT-T PIC X(6).
            01 WS-CX PIC 9(4).
            01 WS-CAMP-IX PIC 9(4).
            01 WS-AG-COUNT PIC 9(4) VALUE 0.
            01 WS-AG-TABLE.
                05 WS-AG-ENTRY OCCURS 3000 TIMES.
                    10 WS-AG-DATE-T PIC 9(8).
                    10 WS-AG-ROW-T PIC 9.
                    10 WS-AG-TEXT-T PIC X(40).
                    10 WS-AG-CYCLES-T PIC 9(9).
                    10 WS-AG-SECS-T PIC 9(9).
            01 WS-AX PIC 9(4).
            01 WS-AG-IX PIC 9(4).
            01 WS-EB-SIGN-IX PIC 9(4) VALUE 0.
            01 WS-EB-DATE PIC X(8) VALUE SPACES.
            01 WS-EB-COUNT PIC 9(4) VALUE 0.
            01 WS-EB-TABLE.
                05 WS-EB-ENTRY OCCURS 10 TIMES.
                    10 WS-EB-CALL-T PIC X(10).
                    10 WS-EB-ERRORS-T PIC 9(6).
                    10 WS-EB-FIRST-T PIC X(14).
                    10 WS-EB-LAST-T PIC X(14).
            01 WS-EX PIC 9(4).
            01 WS-EB-IX PIC 9(4).
            01 WS-EXPO-RECS PIC 9(9) VALUE 0.
            01 WS-EXPO-CYCLES-TOT PIC 9(12) VALUE 0.
            01 WS-EXPO-SECS-TOT PIC 9(12) VALUE 0.
            01 WS-UP-RECS PIC 9(9) VALUE 0.
            01 WS-UP-SECS-TOT PIC 9(12) VALUE 0.
            01 WS-UP-HBS-TOT PIC 9(12) VALUE 0.
            01 WS-ALM-RECS PIC 9(9) VALUE 0.
            01 WS-ALM-OUTAGE-TOT PIC 9(12) VALUE 0.
            01 WS-ALM-TTA-TOT PIC 9(12) VALUE 0.
            01 WS-ERR-RECS PIC 9(9) VALUE 0.
            01 WS-ERR-COUNT-TOT PIC 9(12) VALUE 0.
            01 WS-OUT-LINE PIC X(160).
            01 WS-FILE-ID PIC X(6).
            01 WS-DETAIL-COUNT PIC 9(9).
            01 WS-TOTAL-1 PIC 9(12).
            01 WS-TOTAL-2 PIC 9(12).
            01 WS-TEXT-OUT PIC X(40).
            01 WS-CAMP-FROM-OUT PIC X(8).
            01 WS-CAMP-TO-OUT PIC X(8).
            01 WS-ACCOUNT-OUT PIC X(6).
            01 WS-DAY-INT PIC 9(7).
            01 WS-DAY-DATE PIC 9(8).
            01 WS-UP-ADD-DAYS PIC 9(7).
            01 WS-UP-ADD-SECS PIC S9(12).
            01 WS-MIDNIGHT-SECS PIC 9(12).
            01 WS-GAP-SECS PIC S9(12).
            01 WS-PCT PIC 9(3)V99.
            01 WS-PCT-EDIT PIC 9(3).99.
            01 WS-RAISED-SECS PIC 9(12).
            01 WS-TTA-SECS PIC S9(12).
            01 WS-TTA-OUT PIC X(9).
            01 WS-TTA-EDIT PIC 9(9).
            01 WS-TS-DATE PIC 9(8).
            01 WS-TS-DAYS PIC 9(7).
            01 WS-TS-HH PIC 99.
            01 WS-TS-MM PIC 99.
            01 WS-TS-SS PIC 99.
            01 WS-TS-ABS-SECS PIC 9(12).
            01 WS-TS-WORK PIC X(14).

        PROCEDURE DIVISION.
            MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-TS.
            MOVE WS-NOW-TS(1:8) TO WS-TODAY.
            PERFORM LOAD-HWM-PARA.
            PERFORM SET-RANGE-PARA.
            IF WS-FROM-INT > WS-THRU-INT
                DISPLAY "whextract: already extracted through "
                    WS-HWM-DATE ", nothing new to send."
                STOP RUN
            END-IF.
            OPEN INPUT SIGNDIRS.
            IF WS-DIRS-STATUS NOT = "00"
                DISPLAY "whextract: cannot open signdirs.dat (status "
                    WS-DIRS-STATUS "), nothing extracted."
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM UNTIL DIRS-EOF
                READ SIGNDIRS
                    AT END MOVE 'Y' TO WS-DIRS-EOF
                    NOT AT END PERFORM STORE-SIGN-PARA
                END-READ
            END-PERFORM.
            CLOSE SIGNDIRS.
            IF WS-SIGNS-DROPPED > 0
                MOVE 'Y' TO WS-OVERFLOW
            END-IF.
            ADD 1 TO WS-BATCH-NO.
            PERFORM OPEN-EXTRACTS-PARA.
            OPEN OUTPUT REPORT-FILE.
            MOVE SPACES TO REPORT-LINE.
            STRING "Warehouse extract batch " DELIMITED BY SIZE
                    WS-BATCH-NO DELIMITED BY SIZE
                    ", days " DELIMITED BY SIZE
                    WS-FROM-DATE DELIMITED BY SIZE
                    " to " DELIMITED BY SIZE
                    WS-THRU-DATE DELIMITED BY SIZE
                    ", " DELIMITED BY SIZE
                    WS-SIGN-COUNT DELIMITED BY SIZE
                    " sign(s)" DELIMITED BY SIZE
                INTO REPORT-LINE.
            PERFORM EMIT-LINE-PARA.
            IF RANGE-CLIPPED
                MOVE "NOTE: range cut to the last 92 days"
                    TO REPORT-LINE
                PERFORM EMIT-LINE-PARA
            END-IF.
            PERFORM WRITE-HEADERS-PARA.
            PERFORM VARYING WS-SX FROM 1 BY 1
                    UNTIL WS-SX > WS-SIGN-COUNT
                PERFORM EXPO-SIGN-PARA
            END-PERFORM.
            PERFORM SCAN-HB-PARA.
            PERFORM VARYING WS-SX FROM 1 BY 1
                    UNTIL WS-SX > WS-SIGN-COUNT
                PERFORM UPTIME-SIGN-PARA
            END-PERFORM.
            PERFORM VARYING WS-SX FROM 1 BY 1
                    UNTIL WS-SX > WS-SIGN-COUNT
                PERFORM ALARM-SIGN-PARA
            END-PERFORM.
            PERFORM SCAN-ERR-PARA.
            PERFORM WRITE-TRAILERS-PARA.
            CLOSE WHEXPO.
            CLOSE WHUPTM.
            CLOSE WHALRM.
            CLOSE WHERR.
            PERFORM REPORT-TOTALS-PARA.
            IF ANY-OVERFLOW
                PERFORM EMPTY-BATCH-PARA
                MOVE SPACES TO REPORT-LINE
                STRING "INCOMPLETE: " DELIMITED BY SIZE
                        WS-SIGNS-DROPPED DELIMITED BY SIZE
                        " sign(s) beyond 50 or a table overflowed;"
                        DELIMITED BY SIZE
                        " mark not moved." DELIMITED BY SIZE
                    INTO REPORT-LINE
                PERFORM EMIT-LINE-PARA
                MOVE "INCOMPLETE: extract files left empty, nothing to"
                    & " collect." TO REPORT-LINE
                PERFORM EMIT-LINE-PARA
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM SAVE-HWM-PARA
                MOVE SPACES TO REPORT-LINE
                STRING "High-water mark moved to " DELIMITED BY SIZE
                        WS-THRU-DATE DELIMITED BY SIZE
                    INTO REPORT-LINE
                PERFORM EMIT-LINE-PARA
            END-IF.
            CLOSE REPORT-FILE.
            STOP RUN.

            EMIT-LINE-PARA.
            DISPLAY REPORT-LINE.
            WRITE REPORT-LINE.

      *An incomplete batch is not left for the warehouse to collect:
      *the four files are opened again and closed with no records.
            EMPTY-BATCH-PARA.
            OPEN OUTPUT WHEXPO.
            CLOSE WHEXPO.
            OPEN OUTPUT WHUPTM.
            CLOSE WHUPTM.
            OPEN OUTPUT WHALRM.
            CLOSE WHALRM.
            OPEN OUTPUT WHERR.
            CLOSE WHERR.

            LOAD-HWM-PARA.
            OPEN INPUT WHMFILE.
            IF WS-WHM-STATUS = "00"
                READ WHMFILE
                    NOT AT END
                        IF WHM-THROUGH-DATE IS NUMERIC
                            MOVE WHM-THROUGH-DATE TO WS-HWM-DATE
                        END-IF
                        IF WHM-BATCH-NO IS NUMERIC
                            MOVE WHM-BATCH-NO TO WS-BATCH-NO
                        END-IF
                END-READ
                CLOSE WHMFILE
            END-IF.

            SAVE-HWM-PARA.
            OPEN OUTPUT WHMFILE.
            MOVE WS-THRU-DATE TO WHM-THROUGH-DATE.
            MOVE WS-BATCH-NO TO WHM-BATCH-NO.
            MOVE WS-NOW-TS TO WHM-RUN-TS.
            WRITE WHM-RECORD.
            CLOSE WHMFILE.

      *Whole days only: yesterday is the last day, since today's logs
      *are still being written.
            SET-RANGE-PARA.
            COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).
            COMPUTE WS-THRU-INT = WS-TODAY-INT - 1.
            COMPUTE WS-THRU-DATE =
                FUNCTION DATE-OF-INTEGER(WS-THRU-INT).
            IF WS-HWM-DATE = 0
                COMPUTE WS-FROM-INT = WS-THRU-INT - 89
            ELSE
                COMPUTE WS-FROM-INT =
                    FUNCTION INTEGER-OF-DATE(WS-HWM-DATE) + 1
            END-IF.
            IF WS-FROM-INT <= WS-THRU-INT
                COMPUTE WS-RANGE-DAYS = WS-THRU-INT - WS-FROM-INT + 1
                IF WS-RANGE-DAYS > 92
                    COMPUTE WS-FROM-INT = WS-THRU-INT - 91
                    MOVE 92 TO WS-RANGE-DAYS
                    MOVE 'Y' TO WS-RANGE-CLIPPED
                END-IF
                COMPUTE WS-FROM-DATE =
                    FUNCTION DATE-OF-INTEGER(WS-FROM-INT)
            END-IF.

      *A sign retired before the range has nothing to send; one
      *retired inside it is extracted up to its retirement, and one
      *commissioned inside it from its commissioning date.
            STORE-SIGN-PARA.
            IF SIGNDIR-SIGN-ID NOT = SPACES
                    AND SIGNDIR-PATH NOT = SPACES
                IF SIGNDIR-RETIRED
                        AND SIGNDIR-STATUS-DATE < WS-FROM-DATE
                    CONTINUE
                ELSE
                    IF WS-SIGN-COUNT >= 50
                        ADD 1 TO WS-SIGNS-DROPPED
                    ELSE
                        ADD 1 TO WS-SIGN-COUNT
                        MOVE WS-SIGN-COUNT TO WS-SX
                        MOVE SIGNDIR-SIGN-ID TO WS-SIGN-ID-T(WS-SX)
                        MOVE SIGNDIR-PATH TO WS-SIGN-PATH-T(WS-SX)
                        MOVE 0 TO WS-SIGN-FIRST-T(WS-SX)
                        MOVE 99999999 TO WS-SIGN-LAST-T(WS-SX)
                        IF SIGNDIR-STATUS-DATE IS NUMERIC
                            IF SIGNDIR-RETIRED
                                MOVE SIGNDIR-STATUS-DATE
                                    TO WS-SIGN-LAST-T(WS-SX)
                            END-IF
                            IF SIGNDIR-IN-SERVICE
                                MOVE SIGNDIR-STATUS-DATE
                                    TO WS-SIGN-FIRST-T(WS-SX)
                            END-IF
                        END-IF
                        MOVE SPACES TO WS-PREV-TS-T(WS-SX)
                        MOVE 0 TO WS-PREV-SECS-T(WS-SX)
                        MOVE 0 TO WS-PREV-DAYS-T(WS-SX)
                        PERFORM VARYING WS-DX FROM 1 BY 1
                                UNTIL WS-DX > 92
                            MOVE 0 TO WS-UP-SECS-E(WS-SX, WS-DX)
                            MOVE 0 TO WS-UP-HBS-E(WS-SX, WS-DX)
                        END-PERFORM
                    END-IF
                END-IF
            END-IF.

            FIND-SIGN-PARA.
            MOVE 'N' TO WS-SIGN-FOUND.
            MOVE 0 TO WS-SIGN-IX.
            PERFORM VARYING WS-SX FROM 1 BY 1
                    UNTIL SIGN-FOUND OR WS-SX > WS-SIGN-COUNT
                IF WS-SIGN-ID-T(WS-SX) = WS-WORK-SIGN-ID
                    MOVE 'Y' TO WS-SIGN-FOUND
                    MOVE WS-SX TO WS-SIGN-IX
                END-IF
            END-PERFORM.

            OPEN-EXTRACTS-PARA.
            MOVE SPACES TO WS-WHEXPO-NAME.
            STRING "whexpo." DELIMITED BY SIZE
                    WS-THRU-DATE DELIMITED BY SIZE
                    ".dat" DELIMITED BY SIZE
                INTO WS-WHEXPO-NAME.
            MOVE SPACES TO WS-WHUPTM-NAME.
            STRING "whuptm." DELIMITED BY SIZE
                    WS-THRU-DATE DELIMITED BY SIZE
                    ".dat" DELIMITED BY SIZE
                INTO WS-WHUPTM-NAME.
            MOVE SPACES TO WS-WHALRM-NAME.
            STRING "whalrm." DELIMITED BY SIZE
                    WS-THRU-DATE DELIMITED BY SIZE
                    ".dat" DELIMITED BY SIZE
                INTO WS-WHALRM-NAME.
            MOVE SPACES TO WS-WHERR-NAME.
            STRING "wherr." DELIMITED BY SIZE
                    WS-THRU-DATE DELIMITED BY SIZE
                    ".dat" DELIMITED BY SIZE
                INTO WS-WHERR-NAME.
            OPEN OUTPUT WHEXPO.
            OPEN OUTPUT WHUPTM.
            OPEN OUTPUT WHALRM.
            OPEN OUTPUT WHERR.
            IF WS-WHEXPO-STATUS NOT = "00"
                    OR WS-WHUPTM-STATUS NOT = "00"
                    OR WS-WHALRM-STATUS NOT = "00"
                    OR WS-WHERR-STATUS NOT = "00"
                DISPLAY "whextract: cannot open the extract files "
                    "(status " WS-WHEXPO-STATUS " " WS-WHUPTM-STATUS
                    " " WS-WHALRM-STATUS " " WS-WHERR-STATUS
                    "), nothing extracted."
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

            WRITE-HEADERS-PARA.
            MOVE "WHEXPO" TO WS-FILE-ID.
            PERFORM BUILD-HEADER-PARA.
            WRITE WHEXPO-LINE FROM WS-OUT-LINE.
            MOVE "WHUPTM" TO WS-FILE-ID.
            PERFORM BUILD-HEADER-PARA.
            WRITE WHUPTM-LINE FROM WS-OUT-LINE.
            MOVE "WHALRM" TO WS-FILE-ID.
            PERFORM BUILD-HEADER-PARA.
            WRITE WHALRM-LINE FROM WS-OUT-LINE.
            MOVE "WHERR" TO WS-FILE-ID.
            PERFORM BUILD-HEADER-PARA.
            WRITE WHERR-LINE FROM WS-OUT-LINE.

            BUILD-HEADER-PARA.
            MOVE SPACES TO WS-OUT-LINE.
            STRING "H|" DELIMITED BY SIZE
                    WS-FILE-ID DELIMITED BY SPACE
                    "|" DELIMITED BY SIZE
                    WS-BATCH-NO DELIMITED BY SIZE
                    "|" DELIMITED BY SIZE
                    WS-NOW-TS DELIMITED BY SIZE
                    "|" DELIMITED BY SIZE
                    WS-FROM-DATE DELIMITED BY SIZE
                    "|" DELIMITED BY SIZE
                    WS-THRU-DATE DELIMITED BY SIZE
                INTO WS-OUT-LINE.

            WRITE-TRAILERS-PARA.
            MOVE "WHEXPO" TO WS-FILE-ID.
            MOVE WS-EXPO-RECS TO WS-DETAIL-COUNT.
            MOVE WS-EXPO-CYCLES-TOT TO WS-TOTAL-1.
            MOVE WS-EXPO-SECS-TOT TO WS-TOTAL-2.
            PERFORM BUILD-TRAILER-PARA.
            WRITE WHEXPO-LINE FROM WS-OUT-LINE.
            MOVE "WHUPTM" TO WS-FILE-ID.
            MOVE WS-UP-RECS TO WS-DETAIL-COUNT.
            MOVE WS-UP-SECS-TOT TO WS-TOTAL-1.
            MOVE WS-UP-HBS-TOT TO WS-TOTAL-2.
            PERFORM BUILD-TRAILER-PARA.
            WRITE WHUPTM-LINE FROM WS-OUT-LINE.
            MOVE "WHALRM" TO WS-FILE-ID.
            MOVE WS-ALM-RECS TO WS-DETAIL-COUNT.
            MOVE WS-ALM-OUTAGE-TOT TO WS-TOTAL-1.
            MOVE WS-ALM-TTA-TOT TO WS-TOTAL-2.
            PERFORM BUILD-TRAILER-PARA.
            WRITE WHALRM-LINE FROM WS-OUT-LINE.
            MOVE "WHERR" TO WS-FILE-ID.
            MOVE WS-ERR-RECS TO WS-DETAIL-COUNT.
            MOVE WS-ERR-COUNT-TOT TO WS-TOTAL-1.
            MOVE 0 TO WS-TOTAL-2.
            PERFORM BUILD-TRAILER-PARA.
            WRITE WHERR-LINE FROM WS-OUT-LINE.

            BUILD-TRAILER-PARA.
            MOVE SPACES TO WS-OUT-LINE.
            STRING "T|" DELIMITED BY SIZE
                    WS-FILE-ID DELIMITED BY SPACE
                    "|" DELIMITED BY SIZE
                    WS-BATCH-NO DELIMITED BY SIZE
                    "|" DELIMITED BY SIZE
                    WS-DETAIL-COUNT DELIMITED BY SIZE
                    "|" DELIMITED BY SIZE
                    WS-TOTAL-1 DELIMITED BY SIZE
                    "|" DELIMITED BY SIZE
                    WS-TOTAL-2 DELIMITED BY SIZE
                INTO WS-OUT-LINE.

            REPORT-TOTALS-PARA.
            MOVE SPACES TO REPORT-LINE.
            STRING "  " DELIMITED BY SIZE
                    WS-WHEXPO-NAME DELIMITED BY SPACE
                    " records=" DELIMITED BY SIZE
                    WS-EXPO-RECS DELIMITED BY SIZE
                    " cycles=" DELIMITED BY SIZE
                    WS-EXPO-CYCLES-TOT DELIMITED BY SIZE
                    " secs=" DELIMITED BY SIZE
                    WS-EXPO-SECS-TOT DELIMITED BY SIZE
                INTO REPORT-LINE.
            PERFORM EMIT-LINE-PARA.
            MOVE SPACES TO REPORT-LINE.
            STRING "  " DELIMITED BY SIZE
                    WS-WHUPTM-NAME DELIMITED BY SPACE
                    " records=" DELIMITED BY SIZE
                    WS-UP-RECS DELIMITED BY SIZE
                    " up-secs=" DELIMITED BY SIZE
                    WS-UP-SECS-TOT DELIMITED BY SIZE
                    " hbs=" DELIMITED BY SIZE
                    WS-UP-HBS-TOT DELIMITED BY SIZE
                INTO REPORT-LINE.
            PERFORM EMIT-LINE-PARA.
            MOVE SPACES TO REPORT-LINE.
            STRING "  " DELIMITED BY SIZE
                    WS-WHALRM-NAME DELIMITED BY SPACE
                    " records=" DELIMITED BY SIZE
                    WS-ALM-RECS DELIMITED BY SIZE
                    " outage=" DELIMITED BY SIZE
                    WS-ALM-OUTAGE-TOT DELIMITED BY SIZE
                    " ack=" DELIMITED BY SIZE
                    WS-ALM-TTA-TOT DELIMITED BY SIZE
                INTO REPORT-LINE.
            PERFORM EMIT-LINE-PARA.
            MOVE SPACES TO REPORT-LINE.
            STRING "  " DELIMITED BY SIZE
                    WS-WHERR-NAME DELIMITED BY SPACE
                    " records=" DELIMITED BY SIZE
                    WS-ERR-RECS DELIMITED BY SIZE
                    " errors=" DELIMITED BY SIZE
                    WS-ERR-COUNT-TOT DELIMITED BY SIZE
                INTO REPORT-LINE.
            PERFORM EMIT-LINE-PARA.

      *Exposure is summed per date, row and text across the hours
      *of each sign's EXPOLOG, then matched to the approved campaign
      *covering that date, row and text as exporpt.cob does.
            EXPO-SIGN-PARA.
            MOVE SPACES TO WS-CAMP-NAME.
            STRING FUNCTION TRIM(WS-SIGN-PATH-T(WS-SX))
                    DELIMITED BY SIZE
                    "/campfile.dat" DELIMITED BY SIZE
                INTO WS-CAMP-NAME.
            MOVE SPACES TO WS-EXPO-NAME.
            STRING FUNCTION TRIM(WS-SIGN-PATH-T(WS-SX))
                    DELIMITED BY SIZE
                    "/expolog.dat" DELIMITED BY SIZE
                INTO WS-EXPO-NAME.
            MOVE 0 TO WS-SC-COUNT.
            MOVE 'N' TO WS-CAMP-EOF.
            OPEN INPUT CAMPFILE.
            IF WS-CAMP-STATUS = "00"
                PERFORM UNTIL CAMP-EOF
                    READ CAMPFILE
                        AT END MOVE 'Y' TO WS-CAMP-EOF
                        NOT AT END PERFORM STORE-SIGN-CAMP-PARA
                    END-READ
                END-PERFORM
                CLOSE CAMPFILE
            END-IF.
            MOVE 0 TO WS-AG-COUNT.
            MOVE 'N' TO WS-EXPO-EOF.
            OPEN INPUT EXPOLOG.
            IF WS-EXPO-STATUS = "00"
                PERFORM UNTIL EXPO-EOF
                    READ EXPOLOG
                        AT END MOVE 'Y' TO WS-EXPO-EOF
                        NOT AT END PERFORM ACCUM-EXPO-PARA
                    END-READ
                END-PERFORM
                CLOSE EXPOLOG
            END-IF.
            PERFORM VARYING WS-AX FROM 1 BY 1
                    UNTIL WS-AX > WS-AG-COUNT
                PERFORM WRITE-EXPO-PARA
            END-PERFORM.

            STORE-SIGN-CAMP-PARA.
            IF CAMP-APPROVED
                    AND CAMP-FROM-DATE IS NUMERIC
                    AND CAMP-TO-DATE IS NUMERIC
                    AND CAMP-FROM-DATE <= WS-THRU-DATE
                    AND CAMP-TO-DATE >= WS-FROM-DATE
                IF WS-SC-COUNT >= 50
                    MOVE 'Y' TO WS-OVERFLOW
                ELSE
                    ADD 1 TO WS-SC-COUNT
                    MOVE CAMP-FROM-DATE TO WS-SC-FROM-T(WS-SC-COUNT)
                    MOVE CAMP-TO-DATE TO WS-SC-TO-T(WS-SC-COUNT)
                    MOVE CAMP-ROW TO WS-SC-ROW-T(WS-SC-COUNT)
                    IF CAMP-LONG-LEN IS NUMERIC AND CAMP-LONG-LEN > 0
                        MOVE CAMP-LONG-TEXT
                            TO WS-SC-TEXT-T(WS-SC-COUNT)
                    ELSE
                        MOVE CAMP-TEXT TO WS-SC-TEXT-T(WS-SC-COUNT)
                    END-IF
                    MOVE CAMP-ACCOUNT TO WS-SC-ACCOUNT-T(WS-SC-COUNT)
                END-IF
            END-IF.

      *The newest keys sit at the end of the table, so the search
      *runs backwards from there.
            ACCUM-EXPO-PARA.
            IF EXPO-DATE IS NUMERIC
                    AND EXPO-DATE >= WS-FROM-DATE
                    AND EXPO-DATE <= WS-THRU-DATE
                    AND EXPO-CYCLES IS NUMERIC
                    AND EXPO-SECS IS NUMERIC
                MOVE 0 TO WS-AG-IX
                PERFORM VARYING WS-AX FROM WS-AG-COUNT BY -1
                        UNTIL WS-AX < 1 OR WS-AG-IX > 0
                    IF WS-AG-DATE-T(WS-AX) = EXPO-DATE
                            AND WS-AG-ROW-T(WS-AX) = EXPO-ROW
                            AND WS-AG-TEXT-T(WS-AX) = EXPO-TEXT
                        MOVE WS-AX TO WS-AG-IX
                    END-IF
                END-PERFORM
                IF WS-AG-IX = 0
                    IF WS-AG-COUNT >= 3000
                        MOVE 'Y' TO WS-OVERFLOW
                    ELSE
                        ADD 1 TO WS-AG-COUNT
                        MOVE WS-AG-COUNT TO WS-AG-IX
                        MOVE EXPO-DATE TO WS-AG-DATE-T(WS-AG-IX)
                        MOVE EXPO-ROW TO WS-AG-ROW-T(WS-AG-IX)
                        MOVE EXPO-TEXT TO WS-AG-TEXT-T(WS-AG-IX)
                        MOVE 0 TO WS-AG-CYCLES-T(WS-AG-IX)
                        MOVE 0 TO WS-AG-SECS-T(WS-AG-IX)
                    END-IF
                END-IF
                IF WS-AG-IX > 0
                    ADD EXPO-CYCLES TO WS-AG-CYCLES-T(WS-AG-IX)
                    ADD EXPO-SECS TO WS-AG-SECS-T(WS-AG-IX)
                END-IF
            END-IF.

            WRITE-EXPO-PARA.
            MOVE 0 TO WS-CAMP-IX.
            PERFORM VARYING WS-CX FROM 1 BY 1
                    UNTIL WS-CX > WS-SC-COUNT OR WS-CAMP-IX > 0
                IF WS-SC-ROW-T(WS-CX) = WS-AG-ROW-T(WS-AX)
                        AND WS-SC-TEXT-T(WS-CX) = WS-AG-TEXT-T(WS-AX)
                        AND WS-SC-FROM-T(WS-CX) <= WS-AG-DATE-T(WS-AX)
                        AND WS-SC-TO-T(WS-CX) >= WS-AG-DATE-T(WS-AX)
                    MOVE WS-CX TO WS-CAMP-IX
                END-IF
            END-PERFORM.
            MOVE SPACES TO WS-CAMP-FROM-OUT.
            MOVE SPACES TO WS-CAMP-TO-OUT.
            MOVE SPACES TO WS-ACCOUNT-OUT.
            IF WS-CAMP-IX > 0
                MOVE WS-SC-FROM-T(WS-CAMP-IX) TO WS-CAMP-FROM-OUT
                MOVE WS-SC-TO-T(WS-CAMP-IX) TO WS-CAMP-TO-OUT
                MOVE WS-SC-ACCOUNT-T(WS-CAMP-IX) TO WS-ACCOUNT-OUT
            END-IF.
            MOVE WS-AG-TEXT-T(WS-AX) TO WS-TEXT-OUT.
            INSPECT WS-TEXT-OUT REPLACING ALL '|' BY '/'.
            MOVE SPACES TO WS-OUT-LINE.
            STRING "D|" DELIMITED BY SIZE
                    WS-SIGN-ID-T(WS-SX) DELIMITED BY SPACE
                    "|" DELIMITED BY SIZE
                    WS-AG-DATE-T(WS-AX) DELIMITED BY SIZE
                    "|" DELIMITED BY SIZE
                    WS-AG-ROW-T(WS-AX) DELIMITED BY SIZE
                    "|" DELIMITED BY SIZE
                    FUNCTION TRIM(WS-TEXT-OUT) DELIMITED BY SIZE
                    "|" DELIMITED BY SIZE
                    WS-CAMP-FROM-OUT DELIMITED BY SPACE
                    "|" DELIMITED BY SIZE
                    WS-CAMP-TO-OUT DELIMITED BY SPACE
                    "|" DELIMITED BY SIZE
                    WS-ACCOUNT-OUT DELIMITED BY SPACE
                    "|" DELIMITED BY SIZE
                    WS-AG-CYCLES-T(WS-AX) DELIMITED BY SIZE
                    "|" DELIMITED BY SIZE
                    WS-AG-SECS-T(WS-AX) DELIMITED BY SIZE
                INTO WS-OUT-LINE.
            WRITE WHEXPO-LINE FROM WS-OUT-LINE.
            ADD 1 TO WS-EXPO-RECS.
            ADD WS-AG-CYCLES-T(WS-AX) TO WS-EXPO-CYCLES-TOT.
            ADD WS-AG-SECS-T(WS-AX) TO WS-EXPO-SECS-TOT.

      *fleethb.dat holds each sign's heartbeats together and in time
      *order. Every heartbeat counts towards its day, and the gap up
      *to it counts as up time when no longer than WS-MAX-GAP, the
      *part before midnight going to the day before. The heartbeat
      *just ahead of the range is read too, for its gap into the
      *first day.
            SCAN-HB-PARA.
            OPEN INPUT FLEETHB.
            IF WS-FLEETHB-STATUS NOT = "00"
                MOVE 'Y' TO WS-HB-EOF
            ELSE
                PERFORM UNTIL HB-EOF
                    READ FLEETHB
                        AT END MOVE 'Y' TO WS-HB-EOF
                        NOT AT END
                            MOVE FLEETHB-SIGN-ID TO WS-WORK-SIGN-ID
                            PERFORM FIND-SIGN-PARA
                            IF SIGN-FOUND
                                AND FLEETHB-PAYLOAD(1:14) IS NUMERIC
                                PERFORM UPTIME-HB-PARA
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE FLEETHB
            END-IF.

            UPTIME-HB-PARA.
            MOVE FLEETHB-PAYLOAD(1:14) TO WS-TS-WORK.
            PERFORM TS-TO-SECS-PARA.
            IF WS-TS-DAYS >= WS-FROM-INT AND WS-TS-DAYS <= WS-THRU-INT
                COMPUTE WS-DX = WS-TS-DAYS - WS-FROM-INT + 1
                ADD 1 TO WS-UP-HBS-E(WS-SIGN-IX, WS-DX)
            END-IF.
            IF WS-PREV-TS-T(WS-SIGN-IX) NOT = SPACES
                COMPUTE WS-GAP-SECS =
                    WS-TS-ABS-SECS - WS-PREV-SECS-T(WS-SIGN-IX)
                IF WS-GAP-SECS > 0 AND WS-GAP-SECS <= WS-MAX-GAP
                    IF WS-PREV-DAYS-T(WS-SIGN-IX) = WS-TS-DAYS
                        MOVE WS-TS-DAYS TO WS-UP-ADD-DAYS
                        MOVE WS-GAP-SECS TO WS-UP-ADD-SECS
                        PERFORM ADD-UPTIME-PARA
                    ELSE
                        COMPUTE WS-MIDNIGHT-SECS = WS-TS-DAYS * 86400
                        MOVE WS-PREV-DAYS-T(WS-SIGN-IX)
                            TO WS-UP-ADD-DAYS
                        COMPUTE WS-UP-ADD-SECS = WS-MIDNIGHT-SECS
                            - WS-PREV-SECS-T(WS-SIGN-IX)
                        PERFORM ADD-UPTIME-PARA
                        MOVE WS-TS-DAYS TO WS-UP-ADD-DAYS
                        COMPUTE WS-UP-ADD-SECS =
                            WS-TS-ABS-SECS - WS-MIDNIGHT-SECS
                        PERFORM ADD-UPTIME-PARA
                    END-IF
                END-IF
            END-IF.
            MOVE FLEETHB-PAYLOAD(1:14) TO WS-PREV-TS-T(WS-SIGN-IX).
            MOVE WS-TS-ABS-SECS TO WS-PREV-SECS-T(WS-SIGN-IX).
            MOVE WS-TS-DAYS TO WS-PREV-DAYS-T(WS-SIGN-IX).

            ADD-UPTIME-PARA.
            IF WS-UP-ADD-DAYS >= WS-FROM-INT
                    AND WS-UP-ADD-DAYS <= WS-THRU-INT
                    AND WS-UP-ADD-SECS > 0
                COMPUTE WS-DX = WS-UP-ADD-DAYS - WS-FROM-INT + 1
                ADD WS-UP-ADD-SECS TO WS-UP-SECS-E(WS-SIGN-IX, WS-DX)
            END-IF.

            UPTIME-SIGN-PARA.
            PERFORM VARYING WS-DX FROM 1 BY 1
                    UNTIL WS-DX > WS-RANGE-DAYS
                COMPUTE WS-DAY-INT = WS-FROM-INT + WS-DX - 1
                COMPUTE WS-DAY-DATE =
                    FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
                IF WS-DAY-DATE >= WS-SIGN-FIRST-T(WS-SX)
                        AND WS-DAY-DATE <= WS-SIGN-LAST-T(WS-SX)
                    PERFORM WRITE-UPTIME-PARA
                END-IF
            END-PERFORM.

            WRITE-UPTIME-PARA.
            IF WS-UP-SECS-E(WS-SX, WS-DX) > 86400
                MOVE 86400 TO WS-UP-SECS-E(WS-SX, WS-DX)
            END-IF.
            COMPUTE WS-PCT ROUNDED =
                WS-UP-SECS-E(WS-SX, WS-DX) * 100 / 86400.
            MOVE WS-PCT TO WS-PCT-EDIT.
            MOVE SPACES TO WS-OUT-LINE.
            STRING "D|" DELIMITED BY SIZE
                    WS-SIGN-ID-T(WS-SX) DELIMITED BY SPACE
                    "|" DELIMITED BY SIZE
                    WS-DAY-DATE DELIMITED BY SIZE
                    "|" DELIMITED BY SIZE
                    WS-UP-SECS-E(WS-SX, WS-DX) DELIMITED BY SIZE
                    "|" DELIMITED BY SIZE
                    WS-PCT-EDIT DELIMITED BY SIZE
                    "|" DELIMITED BY SIZE
                    WS-UP-HBS-E(WS-SX, WS-DX) DELIMITED BY SIZE
                INTO WS-OUT-LINE.
            WRITE WHUPTM-LINE FROM WS-OUT-LINE.
            ADD 1 TO WS-UP-RECS.
            ADD WS-UP-SECS-E(WS-SX, WS-DX) TO WS-UP-SECS-TOT.
            ADD WS-UP-HBS-E(WS-SX, WS-DX) TO WS-UP-HBS-TOT.

      *An alarm is sent once, when it has closed; the close date
      *decides which batch carries it. One never acknowledged has
      *an empty time-to-acknowledge.
            ALARM-SIGN-PARA.
            MOVE SPACES TO WS-ALARM-NAME.
            STRING FUNCTION TRIM(WS-SIGN-PATH-T(WS-SX))
                    DELIMITED BY SIZE
                    "/alarmfile.dat" DELIMITED BY SIZE
                INTO WS-ALARM-NAME.
            MOVE 'N' TO WS-ALARM-EOF.
            OPEN INPUT ALARMFILE.
            IF WS-ALARM-STATUS = "00"
                PERFORM UNTIL ALARM-EOF
                    READ ALARMFILE
                        AT END MOVE 'Y' TO WS-ALARM-EOF
                        NOT AT END
                            IF ALARM-CLOSED
                                AND ALARM-CLOSE-TS(1:8) IS NUMERIC
                                AND ALARM-CLOSE-TS(1:8) >= WS-FROM-DATE
                                AND ALARM-CLOSE-TS(1:8) <= WS-THRU-DATE
                                PERFORM WRITE-ALARM-PARA
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ALARMFILE
            END-IF.

            WRITE-ALARM-PARA.
            MOVE SPACES TO WS-TTA-OUT.
            IF ALARM-ACK-TS IS NUMERIC AND ALARM-TIMESTAMP IS NUMERIC
                MOVE ALARM-TIMESTAMP TO WS-TS-WORK
                PERFORM TS-TO-SECS-PARA
                MOVE WS-TS-ABS-SECS TO WS-RAISED-SECS
                MOVE ALARM-ACK-TS TO WS-TS-WORK
                PERFORM TS-TO-SECS-PARA
                COMPUTE WS-TTA-SECS = WS-TS-ABS-SECS - WS-RAISED-SECS
                IF WS-TTA-SECS < 0
                    MOVE 0 TO WS-TTA-SECS
                END-IF
                MOVE WS-TTA-SECS TO WS-TTA-EDIT
                MOVE WS-TTA-EDIT TO WS-TTA-OUT
                ADD WS-TTA-EDIT TO WS-ALM-TTA-TOT
            END-IF.
            IF ALARM-OUTAGE-SECS NOT NUMERIC
                MOVE 0 TO ALARM-OUTAGE-SECS
            END-IF.
            MOVE SPACES TO WS-OUT-LINE.
            STRING "D|" DELIMITED BY SIZE
                    WS-SIGN-ID-T(WS-SX) DELIMITED BY SPACE
                    "|" DELIMITED BY SIZE
                    ALARM-TIMESTAMP DELIMITED BY SIZE
                    "|" DELIMITED BY SIZE
                    ALARM-HB-TIMESTAMP DELIMITED BY SPACE
                    "|" DELIMITED BY SIZE
                    ALARM-ACK-TS DELIMITED BY SPACE
                    "|" DELIMITED BY SIZE
                    ALARM-ACK-OPERATOR DELIMITED BY SPACE
                    "|" DELIMITED BY SIZE
                    ALARM-CLOSE-TS DELIMITED BY SIZE
                    "|" DELIMITED BY SIZE
                    WS-TTA-OUT DELIMITED BY SPACE
                    "|" DELIMITED BY SIZE
                    ALARM-OUTAGE-SECS DELIMITED BY SIZE
                    "|" DELIMITED BY SIZE
                    ALARM-ESCALATED DELIMITED BY SPACE
                INTO WS-OUT-LINE.
            WRITE WHALRM-LINE FROM WS-OUT-LINE.
            ADD 1 TO WS-ALM-RECS.
            ADD ALARM-OUTAGE-SECS TO WS-ALM-OUTAGE-TOT.

      *fleeterr.dat holds each sign's errors together and in time
      *order, so failures are counted in a bucket per sign and day,
      *one entry per call, written out when the sign or day changes.
            SCAN-ERR-PARA.
            OPEN INPUT FLEETERR.
            IF WS-FLEETERR-STATUS NOT = "00"
                MOVE 'Y' TO WS-ERR-EOF
            ELSE
                PERFORM UNTIL ERR-EOF
                    READ FLEETERR
                        AT END MOVE 'Y' TO WS-ERR-EOF
                        NOT AT END
                            MOVE FLEETERR-SIGN-ID TO WS-WORK-SIGN-ID
                            PERFORM FIND-SIGN-PARA
                            IF SIGN-FOUND
                                AND FLEETERR-PAYLOAD(1:14) IS NUMERIC
                                AND FLEETERR-PAYLOAD(1:8) >=
                                    WS-FROM-DATE
                                AND FLEETERR-PAYLOAD(1:8) <=
                                    WS-THRU-DATE
                                PERFORM ACCUM-ERROR-PARA
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE FLEETERR
            END-IF.
            PERFORM FLUSH-ERRORS-PARA.

            ACCUM-ERROR-PARA.
            IF WS-SIGN-IX NOT = WS-EB-SIGN-IX
                    OR FLEETERR-PAYLOAD(1:8) NOT = WS-EB-DATE
                PERFORM FLUSH-ERRORS-PARA
                MOVE WS-SIGN-IX TO WS-EB-SIGN-IX
                MOVE FLEETERR-PAYLOAD(1:8) TO WS-EB-DATE
            END-IF.
            MOVE 0 TO WS-EB-IX.
            PERFORM VARYING WS-EX FROM 1 BY 1
                    UNTIL WS-EX > WS-EB-COUNT OR WS-EB-IX > 0
                IF WS-EB-CALL-T(WS-EX) = FLEETERR-PAYLOAD(15:10)
                    MOVE WS-EX TO WS-EB-IX
                END-IF
            END-PERFORM.
            IF WS-EB-IX = 0
                IF WS-EB-COUNT >= 10
                    MOVE 'Y' TO WS-OVERFLOW
                ELSE
                    ADD 1 TO WS-EB-COUNT
                    MOVE WS-EB-COUNT TO WS-EB-IX
                    MOVE FLEETERR-PAYLOAD(15:10)
                        TO WS-EB-CALL-T(WS-EB-IX)
                    MOVE 0 TO WS-EB-ERRORS-T(WS-EB-IX)
                    MOVE FLEETERR-PAYLOAD(1:14)
                        TO WS-EB-FIRST-T(WS-EB-IX)
                END-IF
            END-IF.
            IF WS-EB-IX > 0
                ADD 1 TO WS-EB-ERRORS-T(WS-EB-IX)
                MOVE FLEETERR-PAYLOAD(1:14) TO WS-EB-LAST-T(WS-EB-IX)
            END-IF.

            FLUSH-ERRORS-PARA.
            IF WS-EB-SIGN-IX > 0
                PERFORM VARYING WS-EX FROM 1 BY 1
                        UNTIL WS-EX > WS-EB-COUNT
                    PERFORM WRITE-ERROR-PARA
                END-PERFORM
            END-IF.
            MOVE 0 TO WS-EB-COUNT.

            WRITE-ERROR-PARA.
            MOVE WS-EB-CALL-T(WS-EX) TO WS-TEXT-OUT.
            INSPECT WS-TEXT-OUT REPLACING ALL '|' BY '/'.
            MOVE SPACES TO WS-OUT-LINE.
            STRING "D|" DELIMITED BY SIZE
                    WS-SIGN-ID-T(WS-EB-SIGN-IX) DELIMITED BY SPACE
                    "|" DELIMITED BY SIZE
                    WS-EB-DATE DELIMITED BY SIZE
                    "|" DELIMITED BY SIZE
                    FUNCTION TRIM(WS-TEXT-OUT) DELIMITED BY SIZE
                    "|" DELIMITED BY SIZE
                    WS-EB-ERRORS-T(WS-EX) DELIMITED BY SIZE
                    "|" DELIMITED BY SIZE
                    WS-EB-FIRST-T(WS-EX) DELIMITED BY SIZE
                    "|" DELIMITED BY SIZE
                    WS-EB-LAST-T(WS-EX) DELIMITED BY SIZE
                INTO WS-OUT-LINE.
            WRITE WHERR-LINE FROM WS-OUT-LINE.
            ADD 1 TO WS-ERR-RECS.
            ADD WS-EB-ERRORS-T(WS-EX) TO WS-ERR-COUNT-TOT.

            TS-TO-SECS-PARA.
            MOVE WS-TS-WORK(1:8) TO WS-TS-DATE.
            MOVE WS-TS-WORK(9:2) TO WS-TS-HH.
            MOVE WS-TS-WORK(11:2) TO WS-TS-MM.
            MOVE WS-TS-WORK(13:2) TO WS-TS-SS.
            COMPUTE WS-TS-DAYS = FUNCTION INTEGER-OF-DATE(WS-TS-DATE).
            COMPUTE WS-TS-ABS-SECS = WS-TS-DAYS * 86400
                + WS-TS-HH * 3600 + WS-TS-MM * 60 + WS-TS-SS.
