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
      *Lit-hours meter and service check, meant to run from the
      *central directory after fleetcoll.cob has rebuilt the fleet
      *logs. For every sign in service on SIGNDIRS it adds to the
      *sign's meter on METERFILE (litmrec.cpy) the time between
      *consecutive heartbeats in fleethb.dat newer than the meter's
      *high-water mark, leaving out gaps longer than ten minutes
      *(the sign was down) and time in the sign's own DARKFILE
      *windows (the LCD was blank). It then raises an open work order
      *on WORKFILE (workrec.cpy) when the meter has run past the lit
      *hours since the last service in the sign's EQUIPFILE record
      *(equiprec.cpy), when the calendar service interval has run
      *out, or when one hardware call in fleeterr.dat failed more
      *often within an hour than the errrpt.cob threshold (10, or
      *the single-record ERRTHRSH file). A sign already holding an
      *open order for the same reason gets no second one. Written to
      *LITMETER.OUT and the terminal. Ends with return code 8 when
      *SIGNDIRS cannot be read, 4 when a work order was raised.

        IDENTIFICATION DIVISION.
        PROGRAM-ID. litmeter.
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT SIGNDIRS ASSIGN TO "signdirs.dat"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-DIRS-STATUS.
                SELECT EQUIPFILE ASSIGN TO "equip.dat"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-EQP-STATUS.
                SELECT METERFILE ASSIGN TO "litmeter.dat"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-METER-STATUS.
                SELECT WORKFILE ASSIGN TO "workord.dat"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-WORK-STATUS.
                SELECT FLEETHB ASSIGN TO "fleethb.dat"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-FLEETHB-STATUS.
                SELECT FLEETERR ASSIGN TO "fleeterr.dat"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-FLEETERR-STATUS.
                SELECT THRESHFILE ASSIGN TO "errthrsh.dat"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-THRESH-STATUS.
                SELECT DARKFILE ASSIGN USING WS-DARK-NAME
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-DARK-STATUS.
                SELECT REPORT-FILE ASSIGN TO "litmeter.out"
                    ORGANIZATION LINE SEQUENTIAL.
        DATA DIVISION.
            FILE SECTION.
            FD SIGNDIRS.
                COPY "signdirrec.cpy".
            FD EQUIPFILE.
                COPY "equiprec.cpy".
            FD METERFILE.
                COPY "litmrec.cpy".
            FD WORKFILE.
                COPY "workrec.cpy".
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
            FD THRESHFILE.
            01 THRESH-RECORD.
                05 THRESH-VALUE PIC 9(4).
            FD DARKFILE.
            01 DARK-RECORD.
                05 DARK-START-HOUR PIC 99.
                05 DARK-END-HOUR PIC 99.
            FD REPORT-FILE.
            01 REPORT-LINE PIC X(80).
            WORKING-STORAGE SECTION.
            01 WS-DIRS-STATUS PIC XX.
            01 WS-EQP-STATUS PIC XX.
            01 WS-METER-STATUS PIC XX.
            01 WS-WORK-STATUS PIC XX.
            01 WS-FLEETHB-STATUS PIC XX.
            01 WS-FLEETERR-STATUS PIC XX.
            01 WS-THRESH-STATUS PIC XX.
            01 WS-DARK-STATUS PIC XX.
            01 WS-DARK-NAME PIC X(80).
            01 WS-DIRS-EOF PIC X VALUE 'N'.
                88 DIRS-EOF VALUE 'Y'.
            01 WS-EQP-EOF PIC X VALUE 'N'.
                88 EQP-EOF VALUE 'Y'.
            01 WS-METER-EOF PIC X VALUE 'N'.
                88 METER-EOF VALUE 'Y'.
            01 WS-WORK-EOF PIC X VALUE 'N'.
                88 WORK-EOF VALUE 'Y'.
            01 WS-HB-EOF PIC X VALUE 'N'.
                88 HB-EOF VALUE 'Y'.
            01 WS-ERR-EOF PIC X VALUE 'N'.
                88 ERR-EOF VALUE 'Y'.
            01 WS-DARK-EOF PIC X VALUE 'N'.
                88 DARK-EOF VALUE 'Y'.
            01 WS-THRESHOLD PIC 9(4) VALUE 10.
            01 WS-MAX-GAP PIC 9(4) VALUE 600.
            01 WS-SIGN-COUNT PIC 9(4) VALUE 0.
            01 WS-SIGNS-DROPPED PIC 9(4) VALUE 0.
            01 WS-SIGN-TABLE.
                05 WS-SIGN-ENTRY OCCURS 50 TIMES.
                    10 WS-SIGN-ID-T PIC X(4).
                    10 WS-SIGN-PATH-T PIC X(60).
                    10 WS-SIGN-DARK-T PIC X(24).
                    10 WS-LIT-SECS-T PIC 9(10).
                    10 WS-HB-HWM-T PIC X(14).
                    10 WS-ERR-HWM-T PIC X(14).
                    10 WS-SVC-SECS-T PIC 9(10).
                    10 WS-SVC-DATE-T PIC X(8).
                    10 WS-PREV-SECS-T PIC 9(12).
                    10 WS-ADDED-SECS-T PIC 9(10).
                    10 WS-HAS-EQP-T PIC X.
                    10 WS-INSTALL-T PIC 9(8).
                    10 WS-SVC-HOURS-T PIC 9(5).
                    10 WS-SVC-DAYS-T PIC 9(4).
                    10 WS-ERR-HOUR-T PIC X(10).
                    10 WS-ERR-CALL-T PIC X(10).
                    10 WS-ERR-FAILS-T PIC 9(4).
                    10 WS-OPEN-H-T PIC X.
                    10 WS-OPEN-D-T PIC X.
                    10 WS-OPEN-E-T PIC X.
            01 WS-KEEP-COUNT PIC 9(4) VALUE 0.
            01 WS-KEEP-TABLE.
                05 WS-KEEP-REC-T OCCURS 200 TIMES PIC X(60).
            01 WS-SX PIC 9(4).
            01 WS-SIGN-IX PIC 9(4).
            01 WS-SIGN-FOUND PIC X.
                88 SIGN-FOUND VALUE 'Y'.
            01 WS-WORK-SIGN-ID PIC X(4).
            01 WS-DARK-HOURS.
                05 WS-DARK-HOUR-E OCCURS 24 TIMES PIC X.
            01 WS-HX PIC 99.
            01 WS-HOUR-FROM PIC 99.
            01 WS-HOUR-TO PIC 99.
            01 WS-PREV-HOUR PIC 99.
            01 WS-GAP-SECS PIC S9(12).
            01 WS-BK-SIGN-IX PIC 9(4) VALUE 0.
            01 WS-BK-HOUR PIC X(10) VALUE SPACES.
            01 WS-CALL-TABLE.
                05 WS-CALL-ENTRY OCCURS 5 TIMES.
                    10 WS-CALL-NM PIC X(10).
                    10 WS-CALL-FAILS PIC 9(4).
            01 WS-CX PIC 9(4).
            01 WS-CALL-FOUND PIC X.
                88 CALL-FOUND VALUE 'Y'.
            01 WS-REC-HOUR PIC X(10).
            01 WS-NEXT-WO PIC 9(6) VALUE 0.
            01 WS-RAISED-COUNT PIC 9(4) VALUE 0.
            01 WS-NEW-REASON PIC X.
            01 WS-NEW-DETAIL PIC X(40).
            01 WS-LIT-HOURS PIC 9(6).
            01 WS-SINCE-HOURS PIC 9(6).
            01 WS-SINCE-DAYS PIC 9(6).
            01 WS-BASE-DATE PIC 9(8).
            01 WS-TODAY PIC X(8).
            01 WS-TODAY-NUM PIC 9(8).
            01 WS-NOW-TS PIC X(14).
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
            MOVE WS-TODAY TO WS-TODAY-NUM.
            OPEN INPUT SIGNDIRS.
            IF WS-DIRS-STATUS NOT = "00"
                DISPLAY "litmeter: cannot open signdirs.dat (status "
                    WS-DIRS-STATUS "), nothing metered."
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
            PERFORM LOAD-THRESHOLD-PARA.
            PERFORM LOAD-EQUIP-PARA.
            PERFORM LOAD-METER-PARA.
            PERFORM LOAD-ORDERS-PARA.
            PERFORM SCAN-HB-PARA.
            PERFORM SCAN-ERR-PARA.
            PERFORM SAVE-METER-PARA.
            OPEN OUTPUT REPORT-FILE.
            MOVE SPACES TO REPORT-LINE.
            STRING "Lit-hours meter and service check for "
                    DELIMITED BY SIZE
                    WS-TODAY DELIMITED BY SIZE
                INTO REPORT-LINE.
            PERFORM EMIT-LINE-PARA.
            OPEN EXTEND WORKFILE.
            IF WS-WORK-STATUS NOT = "00"
                OPEN OUTPUT WORKFILE
            END-IF.
            PERFORM VARYING WS-SX FROM 1 BY 1
                    UNTIL WS-SX > WS-SIGN-COUNT
                PERFORM CHECK-SIGN-PARA
            END-PERFORM.
            CLOSE WORKFILE.
            IF WS-SIGNS-DROPPED > 0
                MOVE SPACES TO REPORT-LINE
                STRING "NOTE: " DELIMITED BY SIZE
                        WS-SIGNS-DROPPED DELIMITED BY SIZE
                        " sign(s) beyond the 50 metered"
                        DELIMITED BY SIZE
                    INTO REPORT-LINE
                PERFORM EMIT-LINE-PARA
            END-IF.
            MOVE SPACES TO REPORT-LINE.
            STRING WS-RAISED-COUNT DELIMITED BY SIZE
                    " work order(s) raised." DELIMITED BY SIZE
                INTO REPORT-LINE.
            PERFORM EMIT-LINE-PARA.
            CLOSE REPORT-FILE.
            IF WS-RAISED-COUNT > 0
                MOVE 4 TO RETURN-CODE
            END-IF.
            STOP RUN.

            EMIT-LINE-PARA.
            DISPLAY REPORT-LINE.
            WRITE REPORT-LINE.

            STORE-SIGN-PARA.
            IF SIGNDIR-SIGN-ID NOT = SPACES
                    AND SIGNDIR-PATH NOT = SPACES
                    AND NOT SIGNDIR-RETIRED
                IF WS-SIGN-COUNT >= 50
                    ADD 1 TO WS-SIGNS-DROPPED
                ELSE
                    ADD 1 TO WS-SIGN-COUNT
                    MOVE WS-SIGN-COUNT TO WS-SX
                    MOVE SIGNDIR-SIGN-ID TO WS-SIGN-ID-T(WS-SX)
                    MOVE SIGNDIR-PATH TO WS-SIGN-PATH-T(WS-SX)
                    MOVE 0 TO WS-LIT-SECS-T(WS-SX)
                    MOVE SPACES TO WS-HB-HWM-T(WS-SX)
                    MOVE SPACES TO WS-ERR-HWM-T(WS-SX)
                    MOVE 0 TO WS-SVC-SECS-T(WS-SX)
                    MOVE SPACES TO WS-SVC-DATE-T(WS-SX)
                    MOVE 0 TO WS-PREV-SECS-T(WS-SX)
                    MOVE 0 TO WS-ADDED-SECS-T(WS-SX)
                    MOVE 'N' TO WS-HAS-EQP-T(WS-SX)
                    MOVE 0 TO WS-INSTALL-T(WS-SX)
                    MOVE 0 TO WS-SVC-HOURS-T(WS-SX)
                    MOVE 0 TO WS-SVC-DAYS-T(WS-SX)
                    MOVE SPACES TO WS-ERR-HOUR-T(WS-SX)
                    MOVE SPACES TO WS-ERR-CALL-T(WS-SX)
                    MOVE 0 TO WS-ERR-FAILS-T(WS-SX)
                    MOVE 'N' TO WS-OPEN-H-T(WS-SX)
                    MOVE 'N' TO WS-OPEN-D-T(WS-SX)
                    MOVE 'N' TO WS-OPEN-E-T(WS-SX)
                    PERFORM LOAD-SIGN-DARK-PARA
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

      *Scheduled dark windows from the sign's own DARKFILE, same
      *wrapping hour-range convention as arduino.cob, kept per sign
      *as 24 Y/N flags.
            LOAD-SIGN-DARK-PARA.
            PERFORM VARYING WS-HX FROM 1 BY 1 UNTIL WS-HX > 24
                MOVE 'N' TO WS-DARK-HOUR-E(WS-HX)
            END-PERFORM.
            MOVE SPACES TO WS-DARK-NAME.
            STRING FUNCTION TRIM(SIGNDIR-PATH) DELIMITED BY SIZE
                    "/darkfile.dat" DELIMITED BY SIZE
                INTO WS-DARK-NAME.
            MOVE 'N' TO WS-DARK-EOF.
            OPEN INPUT DARKFILE.
            IF WS-DARK-STATUS = "00"
                PERFORM UNTIL DARK-EOF
                    READ DARKFILE
                        AT END MOVE 'Y' TO WS-DARK-EOF
                        NOT AT END PERFORM APPLY-DARK-PARA
                    END-READ
                END-PERFORM
                CLOSE DARKFILE
            END-IF.
            MOVE WS-DARK-HOURS TO WS-SIGN-DARK-T(WS-SX).

            APPLY-DARK-PARA.
            IF DARK-START-HOUR IS NUMERIC
                    AND DARK-END-HOUR IS NUMERIC
                    AND DARK-START-HOUR < 24
                    AND DARK-END-HOUR < 24
                    AND DARK-START-HOUR NOT = DARK-END-HOUR
                MOVE DARK-START-HOUR TO WS-HOUR-FROM
                MOVE DARK-END-HOUR TO WS-HOUR-TO
                IF WS-HOUR-FROM < WS-HOUR-TO
                    PERFORM VARYING WS-HX FROM WS-HOUR-FROM BY 1
                            UNTIL WS-HX >= WS-HOUR-TO
                        MOVE 'Y' TO WS-DARK-HOUR-E(WS-HX + 1)
                    END-PERFORM
                ELSE
                    PERFORM VARYING WS-HX FROM WS-HOUR-FROM BY 1
                            UNTIL WS-HX > 23
                        MOVE 'Y' TO WS-DARK-HOUR-E(WS-HX + 1)
                    END-PERFORM
                    PERFORM VARYING WS-HX FROM 0 BY 1
                            UNTIL WS-HX >= WS-HOUR-TO
                        MOVE 'Y' TO WS-DARK-HOUR-E(WS-HX + 1)
                    END-PERFORM
                END-IF
            END-IF.

            LOAD-THRESHOLD-PARA.
            OPEN INPUT THRESHFILE.
            IF WS-THRESH-STATUS = "00"
                READ THRESHFILE
                    AT END
                        CONTINUE
                    NOT AT END
                        IF THRESH-VALUE IS NUMERIC
                                AND THRESH-VALUE > 0
                            MOVE THRESH-VALUE TO WS-THRESHOLD
                        END-IF
                END-READ
                CLOSE THRESHFILE
            END-IF.

            LOAD-EQUIP-PARA.
            OPEN INPUT EQUIPFILE.
            IF WS-EQP-STATUS NOT = "00"
                MOVE 'Y' TO WS-EQP-EOF
            ELSE
                PERFORM UNTIL EQP-EOF
                    READ EQUIPFILE
                        AT END MOVE 'Y' TO WS-EQP-EOF
                        NOT AT END PERFORM STORE-EQUIP-PARA
                    END-READ
                END-PERFORM
                CLOSE EQUIPFILE
            END-IF.

            STORE-EQUIP-PARA.
            MOVE EQP-SIGN-ID TO WS-WORK-SIGN-ID.
            PERFORM FIND-SIGN-PARA.
            IF SIGN-FOUND
                MOVE 'Y' TO WS-HAS-EQP-T(WS-SIGN-IX)
                IF EQP-INSTALL-DATE IS NUMERIC
                    MOVE EQP-INSTALL-DATE TO WS-INSTALL-T(WS-SIGN-IX)
                END-IF
                IF EQP-SERVICE-HOURS IS NUMERIC
                    MOVE EQP-SERVICE-HOURS
                        TO WS-SVC-HOURS-T(WS-SIGN-IX)
                END-IF
                IF EQP-SERVICE-DAYS IS NUMERIC
                    MOVE EQP-SERVICE-DAYS TO WS-SVC-DAYS-T(WS-SIGN-IX)
                END-IF
            END-IF.

      *Meter records of signs no longer in service are held aside
      *and written back untouched, so a retired sign's reading is
      *never lost.
            LOAD-METER-PARA.
            OPEN INPUT METERFILE.
            IF WS-METER-STATUS NOT = "00"
                MOVE 'Y' TO WS-METER-EOF
            ELSE
                PERFORM UNTIL METER-EOF
                    READ METERFILE
                        AT END MOVE 'Y' TO WS-METER-EOF
                        NOT AT END PERFORM STORE-METER-PARA
                    END-READ
                END-PERFORM
                CLOSE METERFILE
            END-IF.

            STORE-METER-PARA.
            MOVE LTM-SIGN-ID TO WS-WORK-SIGN-ID.
            PERFORM FIND-SIGN-PARA.
            IF SIGN-FOUND
                IF LTM-LIT-SECS IS NUMERIC
                    MOVE LTM-LIT-SECS TO WS-LIT-SECS-T(WS-SIGN-IX)
                END-IF
                MOVE LTM-HB-HWM TO WS-HB-HWM-T(WS-SIGN-IX)
                MOVE LTM-ERR-HWM TO WS-ERR-HWM-T(WS-SIGN-IX)
                IF LTM-SERVICE-SECS IS NUMERIC
                    MOVE LTM-SERVICE-SECS TO WS-SVC-SECS-T(WS-SIGN-IX)
                END-IF
                MOVE LTM-SERVICE-DATE TO WS-SVC-DATE-T(WS-SIGN-IX)
                IF LTM-HB-HWM NOT = SPACES
                    MOVE LTM-HB-HWM TO WS-TS-WORK
                    PERFORM TS-TO-SECS-PARA
                    MOVE WS-TS-ABS-SECS TO WS-PREV-SECS-T(WS-SIGN-IX)
                END-IF
            ELSE
                IF WS-KEEP-COUNT < 200
                    ADD 1 TO WS-KEEP-COUNT
                    MOVE LTM-RECORD TO WS-KEEP-REC-T(WS-KEEP-COUNT)
                END-IF
            END-IF.

            SAVE-METER-PARA.
            OPEN OUTPUT METERFILE.
            PERFORM VARYING WS-SX FROM 1 BY 1
                    UNTIL WS-SX > WS-KEEP-COUNT
                MOVE WS-KEEP-REC-T(WS-SX) TO LTM-RECORD
                WRITE LTM-RECORD
            END-PERFORM.
            PERFORM VARYING WS-SX FROM 1 BY 1
                    UNTIL WS-SX > WS-SIGN-COUNT
                MOVE WS-SIGN-ID-T(WS-SX) TO LTM-SIGN-ID
                MOVE WS-LIT-SECS-T(WS-SX) TO LTM-LIT-SECS
                MOVE WS-HB-HWM-T(WS-SX) TO LTM-HB-HWM
                MOVE WS-ERR-HWM-T(WS-SX) TO LTM-ERR-HWM
                MOVE WS-SVC-SECS-T(WS-SX) TO LTM-SERVICE-SECS
                MOVE WS-SVC-DATE-T(WS-SX) TO LTM-SERVICE-DATE
                WRITE LTM-RECORD
            END-PERFORM.
            CLOSE METERFILE.

      *Open orders are remembered per sign and reason so the same
      *condition is not raised twice; the highest order number on
      *file sets the next one.
            LOAD-ORDERS-PARA.
            OPEN INPUT WORKFILE.
            IF WS-WORK-STATUS NOT = "00"
                MOVE 'Y' TO WS-WORK-EOF
            ELSE
                PERFORM UNTIL WORK-EOF
                    READ WORKFILE
                        AT END MOVE 'Y' TO WS-WORK-EOF
                        NOT AT END PERFORM STORE-ORDER-PARA
                    END-READ
                END-PERFORM
                CLOSE WORKFILE
            END-IF.

            STORE-ORDER-PARA.
            IF WO-NUMBER IS NUMERIC AND WO-NUMBER > WS-NEXT-WO
                MOVE WO-NUMBER TO WS-NEXT-WO
            END-IF.
            IF WO-OPEN
                MOVE WO-SIGN-ID TO WS-WORK-SIGN-ID
                PERFORM FIND-SIGN-PARA
                IF SIGN-FOUND
                    EVALUATE TRUE
                        WHEN WO-REASON-HOURS
                            MOVE 'Y' TO WS-OPEN-H-T(WS-SIGN-IX)
                        WHEN WO-REASON-DAYS
                            MOVE 'Y' TO WS-OPEN-D-T(WS-SIGN-IX)
                        WHEN WO-REASON-ERRORS
                            MOVE 'Y' TO WS-OPEN-E-T(WS-SIGN-IX)
                    END-EVALUATE
                END-IF
            END-IF.

      *fleethb.dat holds each sign's heartbeats together and in time
      *order, the way fleetcoll.cob copies them. The gap up to each
      *new heartbeat counts as lit when it is no longer than
      *WS-MAX-GAP and started outside a dark hour.
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
                                AND FLEETHB-PAYLOAD(1:14) >
                                    WS-HB-HWM-T(WS-SIGN-IX)
                                PERFORM METER-HB-PARA
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE FLEETHB
            END-IF.

            METER-HB-PARA.
            MOVE FLEETHB-PAYLOAD(1:14) TO WS-TS-WORK.
            PERFORM TS-TO-SECS-PARA.
            IF WS-HB-HWM-T(WS-SIGN-IX) NOT = SPACES
                COMPUTE WS-GAP-SECS =
                    WS-TS-ABS-SECS - WS-PREV-SECS-T(WS-SIGN-IX)
                MOVE WS-HB-HWM-T(WS-SIGN-IX)(9:2) TO WS-PREV-HOUR
                MOVE WS-SIGN-DARK-T(WS-SIGN-IX) TO WS-DARK-HOURS
                IF WS-GAP-SECS > 0 AND WS-GAP-SECS <= WS-MAX-GAP
                        AND WS-DARK-HOUR-E(WS-PREV-HOUR + 1) NOT = 'Y'
                    ADD WS-GAP-SECS TO WS-LIT-SECS-T(WS-SIGN-IX)
                    ADD WS-GAP-SECS TO WS-ADDED-SECS-T(WS-SIGN-IX)
                END-IF
            END-IF.
            MOVE FLEETHB-PAYLOAD(1:14) TO WS-HB-HWM-T(WS-SIGN-IX).
            MOVE WS-TS-ABS-SECS TO WS-PREV-SECS-T(WS-SIGN-IX).

      *Failures are counted per sign, hour and call the way errrpt.cob
      *counts them; the first hour over the threshold since the last
      *run is kept for the work order. The error high-water mark only
      *moves to the end of an hour that is over, so the hour still
      *running is read again in full next time and its failures are
      *not split between two runs.
            SCAN-ERR-PARA.
            PERFORM INIT-BUCKET-PARA.
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
                                AND FLEETERR-PAYLOAD(1:14) >
                                    WS-ERR-HWM-T(WS-SIGN-IX)
                                PERFORM ACCUM-ERROR-PARA
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE FLEETERR
            END-IF.
            PERFORM CLOSE-BUCKET-PARA.

            INIT-BUCKET-PARA.
            MOVE "SLEEPING" TO WS-CALL-NM(1).
            MOVE "CLEARLCD" TO WS-CALL-NM(2).
            MOVE "SETLCD1" TO WS-CALL-NM(3).
            MOVE "SETLCD2" TO WS-CALL-NM(4).
            MOVE "OTHER" TO WS-CALL-NM(5).
            PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > 5
                MOVE 0 TO WS-CALL-FAILS(WS-CX)
            END-PERFORM.

            ACCUM-ERROR-PARA.
            MOVE FLEETERR-PAYLOAD(1:10) TO WS-REC-HOUR.
            IF WS-SIGN-IX NOT = WS-BK-SIGN-IX
                    OR WS-REC-HOUR NOT = WS-BK-HOUR
                PERFORM CLOSE-BUCKET-PARA
                MOVE WS-SIGN-IX TO WS-BK-SIGN-IX
                MOVE WS-REC-HOUR TO WS-BK-HOUR
                PERFORM INIT-BUCKET-PARA
            END-IF.
            MOVE 'N' TO WS-CALL-FOUND.
            PERFORM VARYING WS-CX FROM 1 BY 1
                    UNTIL CALL-FOUND OR WS-CX > 4
                IF FLEETERR-PAYLOAD(15:10) = WS-CALL-NM(WS-CX)
                    MOVE 'Y' TO WS-CALL-FOUND
                    ADD 1 TO WS-CALL-FAILS(WS-CX)
                END-IF
            END-PERFORM.
            IF NOT CALL-FOUND
                ADD 1 TO WS-CALL-FAILS(5)
            END-IF.

            CLOSE-BUCKET-PARA.
            IF WS-BK-SIGN-IX > 0
                PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > 5
                    IF WS-CALL-FAILS(WS-CX) > WS-THRESHOLD
                            AND WS-ERR-HOUR-T(WS-BK-SIGN-IX) = SPACES
                        MOVE WS-BK-HOUR
                            TO WS-ERR-HOUR-T(WS-BK-SIGN-IX)
                        MOVE WS-CALL-NM(WS-CX)
                            TO WS-ERR-CALL-T(WS-BK-SIGN-IX)
                        MOVE WS-CALL-FAILS(WS-CX)
                            TO WS-ERR-FAILS-T(WS-BK-SIGN-IX)
                    END-IF
                END-PERFORM
                IF WS-BK-HOUR < WS-NOW-TS(1:10)
                        AND WS-BK-HOUR >
                            WS-ERR-HWM-T(WS-BK-SIGN-IX)(1:10)
                    MOVE SPACES TO WS-ERR-HWM-T(WS-BK-SIGN-IX)
                    STRING WS-BK-HOUR DELIMITED BY SIZE
                            "5959" DELIMITED BY SIZE
                        INTO WS-ERR-HWM-T(WS-BK-SIGN-IX)
                END-IF
            END-IF.

            CHECK-SIGN-PARA.
            COMPUTE WS-LIT-HOURS = WS-LIT-SECS-T(WS-SX) / 3600.
            IF WS-LIT-SECS-T(WS-SX) > WS-SVC-SECS-T(WS-SX)
                COMPUTE WS-SINCE-HOURS =
                    (WS-LIT-SECS-T(WS-SX) - WS-SVC-SECS-T(WS-SX))
                    / 3600
            ELSE
                MOVE 0 TO WS-SINCE-HOURS
            END-IF.
            MOVE SPACES TO REPORT-LINE.
            STRING WS-SIGN-ID-T(WS-SX) DELIMITED BY SIZE
                    " lit-hours=" DELIMITED BY SIZE
                    WS-LIT-HOURS DELIMITED BY SIZE
                    " since-service=" DELIMITED BY SIZE
                    WS-SINCE-HOURS DELIMITED BY SIZE
                    " added-secs=" DELIMITED BY SIZE
                    WS-ADDED-SECS-T(WS-SX) DELIMITED BY SIZE
                INTO REPORT-LINE.
            PERFORM EMIT-LINE-PARA.
            IF WS-HAS-EQP-T(WS-SX) = 'N'
                MOVE SPACES TO REPORT-LINE
                STRING "  no equipment record on equip.dat, "
                        DELIMITED BY SIZE
                        "service intervals not checked"
                        DELIMITED BY SIZE
                    INTO REPORT-LINE
                PERFORM EMIT-LINE-PARA
            END-IF.
            IF WS-SVC-HOURS-T(WS-SX) > 0
                    AND WS-SINCE-HOURS >= WS-SVC-HOURS-T(WS-SX)
                    AND WS-OPEN-H-T(WS-SX) NOT = 'Y'
                MOVE 'H' TO WS-NEW-REASON
                MOVE SPACES TO WS-NEW-DETAIL
                STRING "Service due: " DELIMITED BY SIZE
                        WS-SINCE-HOURS DELIMITED BY SIZE
                        " lit hours since last" DELIMITED BY SIZE
                    INTO WS-NEW-DETAIL
                PERFORM RAISE-ORDER-PARA
            END-IF.
            PERFORM SINCE-DAYS-PARA.
            IF WS-SVC-DAYS-T(WS-SX) > 0
                    AND WS-SINCE-DAYS >= WS-SVC-DAYS-T(WS-SX)
                    AND WS-OPEN-D-T(WS-SX) NOT = 'Y'
                MOVE 'D' TO WS-NEW-REASON
                MOVE SPACES TO WS-NEW-DETAIL
                STRING "Service due: " DELIMITED BY SIZE
                        WS-SINCE-DAYS DELIMITED BY SIZE
                        " days since last" DELIMITED BY SIZE
                    INTO WS-NEW-DETAIL
                PERFORM RAISE-ORDER-PARA
            END-IF.
            IF WS-ERR-HOUR-T(WS-SX) NOT = SPACES
                    AND WS-OPEN-E-T(WS-SX) NOT = 'Y'
                MOVE 'E' TO WS-NEW-REASON
                MOVE SPACES TO WS-NEW-DETAIL
                STRING FUNCTION TRIM(WS-ERR-CALL-T(WS-SX))
                        DELIMITED BY SIZE
                        " failed " DELIMITED BY SIZE
                        WS-ERR-FAILS-T(WS-SX) DELIMITED BY SIZE
                        "x in hour " DELIMITED BY SIZE
                        WS-ERR-HOUR-T(WS-SX) DELIMITED BY SIZE
                    INTO WS-NEW-DETAIL
                PERFORM RAISE-ORDER-PARA
            END-IF.

      *Days are counted from the last service, or from installation
      *for a sign never serviced; without either nothing is due.
            SINCE-DAYS-PARA.
            MOVE 0 TO WS-SINCE-DAYS.
            MOVE 0 TO WS-BASE-DATE.
            IF WS-SVC-DATE-T(WS-SX) IS NUMERIC
                MOVE WS-SVC-DATE-T(WS-SX) TO WS-BASE-DATE
            ELSE
                MOVE WS-INSTALL-T(WS-SX) TO WS-BASE-DATE
            END-IF.
            IF WS-BASE-DATE > 16010101 AND WS-BASE-DATE < WS-TODAY-NUM
                COMPUTE WS-SINCE-DAYS =
                    FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
                    - FUNCTION INTEGER-OF-DATE(WS-BASE-DATE)
            END-IF.

            RAISE-ORDER-PARA.
            ADD 1 TO WS-NEXT-WO.
            ADD 1 TO WS-RAISED-COUNT.
            MOVE SPACES TO WO-RECORD.
            MOVE WS-NEXT-WO TO WO-NUMBER.
            MOVE WS-SIGN-ID-T(WS-SX) TO WO-SIGN-ID.
            MOVE WS-NEW-REASON TO WO-REASON.
            MOVE 'O' TO WO-STATUS.
            MOVE WS-NOW-TS TO WO-OPENED-TS.
            MOVE WS-LIT-HOURS TO WO-METER-HOURS.
            MOVE WS-NEW-DETAIL TO WO-DETAIL.
            WRITE WO-RECORD.
            MOVE SPACES TO REPORT-LINE.
            STRING "  WORK ORDER " DELIMITED BY SIZE
                    WS-NEXT-WO DELIMITED BY SIZE
                    " RAISED: " DELIMITED BY SIZE
                    WS-NEW-DETAIL DELIMITED BY SIZE
                INTO REPORT-LINE.
            PERFORM EMIT-LINE-PARA.

            TS-TO-SECS-PARA.
            MOVE WS-TS-WORK(1:8) TO WS-TS-DATE.
            MOVE WS-TS-WORK(9:2) TO WS-TS-HH.
            MOVE WS-TS-WORK(11:2) TO WS-TS-MM.
            MOVE WS-TS-WORK(13:2) TO WS-TS-SS.
            COMPUTE WS-TS-DAYS = FUNCTION INTEGER-OF-DATE(WS-TS-DATE).
            COMPUTE WS-TS-ABS-SECS = WS-TS-DAYS * 86400
                + WS-TS-HH * 3600 + WS-TS-MM * 60 + WS-TS-SS.
