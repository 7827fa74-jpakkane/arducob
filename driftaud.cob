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
      *Configuration drift audit. For every sign on the SIGNDIRS
      *roster that is in service, rebuilds from LIBFILE (librec.cpy)
      *what libxtrct.cob would extract for it - rows 1 and 2 into
      *msgfile.dat and msg2file.dat, row 8 into geomfile.dat, row 9
      *into schedfile.dat, one line per record in key order - and
      *compares that line by line with the files in the sign's data
      *directory. Each difference is listed by row and library slot
      *as CHANGED (both sides shown), MISSING from the sign, or
      *ADDED at the sign (by line, having no library slot). Only a
      *sign whose librelmk.dat marker (markrec.cpy) claims the
      *current library release is compared; a sign that is behind
      *or was never extracted is listed for librecon.cob to chase.
      *Written to DRIFTAUD.OUT and the terminal; ends with return
      *code 8 when any sign has drifted or the library cannot be
      *opened.

        IDENTIFICATION DIVISION.
        PROGRAM-ID. driftaud.
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT SIGNDIRS ASSIGN TO "signdirs.dat"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-DIRS-STATUS.
                SELECT LIBFILE ASSIGN TO "msglib.dat"
                    ORGANIZATION INDEXED
                    ACCESS MODE DYNAMIC
                    RECORD KEY IS LIB-KEY
                    FILE STATUS IS WS-LIB-STATUS.
                SELECT LIBRELFILE ASSIGN TO "librel.dat"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-LIBREL-STATUS.
                SELECT MARKFILE ASSIGN USING WS-FILE-NAME
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-MARK-STATUS.
                SELECT LIVEFILE ASSIGN USING WS-FILE-NAME
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-LIVE-STATUS.
                SELECT REPORT-FILE ASSIGN TO "driftaud.out"
                    ORGANIZATION LINE SEQUENTIAL.
        DATA DIVISION.
            FILE SECTION.
            FD SIGNDIRS.
                COPY "signdirrec.cpy".
            FD LIBFILE.
                COPY "librec.cpy".
            FD LIBRELFILE.
                COPY "librelrec.cpy".
            FD MARKFILE.
                COPY "markrec.cpy".
            FD LIVEFILE.
            01 LIVE-RECORD PIC X(51).
            FD REPORT-FILE.
            01 REPORT-LINE PIC X(80).
            WORKING-STORAGE SECTION.
            01 WS-DIRS-STATUS PIC XX.
            01 WS-LIB-STATUS PIC XX.
            01 WS-LIBREL-STATUS PIC XX.
            01 WS-MARK-STATUS PIC XX.
            01 WS-LIVE-STATUS PIC XX.
            01 WS-DIRS-EOF PIC X VALUE 'N'.
                88 DIRS-EOF VALUE 'Y'.
            01 WS-LIVE-EOF PIC X VALUE 'N'.
                88 LIVE-EOF VALUE 'Y'.
            01 WS-SCAN-DONE PIC X VALUE 'N'.
                88 SCAN-DONE VALUE 'Y'.
            01 WS-REL-NUMBER PIC 9(4) VALUE 0.
            01 WS-REL-PENDING PIC X VALUE 'N'.
                88 REL-PENDING VALUE 'Y'.
            01 WS-FILE-NAME PIC X(80).
            01 WS-FILE-BASE PIC X(20).
            01 WS-SIGN-COUNT PIC 9(4) VALUE 0.
            01 WS-SIGNS-DROPPED PIC 9(4) VALUE 0.
            01 WS-SIGN-TABLE.
                05 WS-SIGN-ENTRY OCCURS 200 TIMES.
                    10 WS-SIGN-ID-T PIC X(4).
                    10 WS-SIGN-PATH-T PIC X(60).
                    10 WS-SIGN-STATE-T PIC X.
            01 WS-SX PIC 9(4).
            01 WS-MARK-FOUND PIC X.
                88 MARK-FOUND VALUE 'Y'.
            01 WS-MARK-RELEASE PIC 9(4).
            01 WS-EXP-COUNT PIC 9(4) VALUE 0.
            01 WS-EXP-DROPPED PIC 9(4) VALUE 0.
            01 WS-EXP-TABLE.
                05 WS-EXP-ENTRY OCCURS 300 TIMES.
                    10 WS-EX-ROW-T PIC 9.
                    10 WS-EX-SLOT-T PIC 9(4).
                    10 WS-EX-DATA-T PIC X(51).
            01 WS-EX PIC 9(4).
            01 WS-LIVE-COUNT PIC 9(4) VALUE 0.
            01 WS-LIVE-DROPPED PIC 9(4) VALUE 0.
            01 WS-LIVE-MISSING PIC X VALUE 'N'.
                88 LIVE-MISSING VALUE 'Y'.
            01 WS-LIVE-TABLE.
                05 WS-LV-DATA-T OCCURS 300 TIMES PIC X(51).
            01 WS-LX PIC 9(4).
            01 WS-LX-FROM PIC 9(4).
            01 WS-CMP-ROW PIC 9.
            01 WS-CMP-LEN PIC 9(2).
            01 WS-ROW-SEEN PIC 9(4).
            01 WS-SIGN-DIFFS PIC 9(4).
            01 WS-AUDITED-COUNT PIC 9(4) VALUE 0.
            01 WS-DRIFTED-COUNT PIC 9(4) VALUE 0.
            01 WS-SKIPPED-COUNT PIC 9(4) VALUE 0.
            01 WS-DIFF-TOTAL PIC 9(6) VALUE 0.

        PROCEDURE DIVISION.
            PERFORM READ-RELEASE-PARA.
            PERFORM LOAD-ROSTER-PARA.
            IF WS-SIGN-COUNT = 0
                DISPLAY "driftaud: no signs in signdirs.dat, "
                    "nothing to audit."
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN INPUT LIBFILE.
            IF WS-LIB-STATUS NOT = "00"
                DISPLAY "driftaud: cannot open the library (status "
                    WS-LIB-STATUS ")."
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN OUTPUT REPORT-FILE.
            MOVE SPACES TO REPORT-LINE.
            STRING "Sign data files against library release "
                    DELIMITED BY SIZE
                    WS-REL-NUMBER DELIMITED BY SIZE
                INTO REPORT-LINE.
            PERFORM EMIT-LINE-PARA.
            IF REL-PENDING
                MOVE SPACES TO REPORT-LINE
                STRING "NOTE: unpromoted changes are pending on "
                        DELIMITED BY SIZE
                        "the library and may show as drift"
                        DELIMITED BY SIZE
                    INTO REPORT-LINE
                PERFORM EMIT-LINE-PARA
            END-IF.
            PERFORM VARYING WS-SX FROM 1 BY 1
                    UNTIL WS-SX > WS-SIGN-COUNT
                PERFORM AUDIT-SIGN-PARA
            END-PERFORM.
            CLOSE LIBFILE.
            IF WS-SIGNS-DROPPED > 0
                MOVE SPACES TO REPORT-LINE
                STRING "NOTE: " DELIMITED BY SIZE
                        WS-SIGNS-DROPPED DELIMITED BY SIZE
                        " sign(s) beyond the 200 audited"
                        DELIMITED BY SIZE
                    INTO REPORT-LINE
                PERFORM EMIT-LINE-PARA
            END-IF.
            MOVE SPACES TO REPORT-LINE.
            STRING "Signs compared " DELIMITED BY SIZE
                    WS-AUDITED-COUNT DELIMITED BY SIZE
                    ", drifted " DELIMITED BY SIZE
                    WS-DRIFTED-COUNT DELIMITED BY SIZE
                    ", differences " DELIMITED BY SIZE
                    WS-DIFF-TOTAL DELIMITED BY SIZE
                    ", not compared " DELIMITED BY SIZE
                    WS-SKIPPED-COUNT DELIMITED BY SIZE
                INTO REPORT-LINE.
            PERFORM EMIT-LINE-PARA.
            IF WS-DRIFTED-COUNT = 0
                MOVE "Every compared sign matches the library."
                    TO REPORT-LINE
                PERFORM EMIT-LINE-PARA
            ELSE
                MOVE 8 TO RETURN-CODE
            END-IF.
            CLOSE REPORT-FILE.
            STOP RUN.

            EMIT-LINE-PARA.
            DISPLAY REPORT-LINE.
            WRITE REPORT-LINE.

            READ-RELEASE-PARA.
            OPEN INPUT LIBRELFILE.
            IF WS-LIBREL-STATUS = "00"
                READ LIBRELFILE
                    AT END
                        CONTINUE
                    NOT AT END
                        IF LIBREL-NUMBER IS NUMERIC
                            MOVE LIBREL-NUMBER TO WS-REL-NUMBER
                        END-IF
                        IF LIBREL-HAS-PENDING
                            MOVE 'Y' TO WS-REL-PENDING
                        END-IF
                END-READ
                CLOSE LIBRELFILE
            END-IF.

            LOAD-ROSTER-PARA.
            OPEN INPUT SIGNDIRS.
            IF WS-DIRS-STATUS NOT = "00"
                MOVE 'Y' TO WS-DIRS-EOF
            ELSE
                PERFORM UNTIL DIRS-EOF
                    READ SIGNDIRS
                        AT END MOVE 'Y' TO WS-DIRS-EOF
                        NOT AT END PERFORM STORE-SIGN-PARA
                    END-READ
                END-PERFORM
                CLOSE SIGNDIRS
            END-IF.

            STORE-SIGN-PARA.
            IF SIGNDIR-SIGN-ID NOT = SPACES AND NOT SIGNDIR-RETIRED
                IF WS-SIGN-COUNT >= 200
                    ADD 1 TO WS-SIGNS-DROPPED
                ELSE
                    ADD 1 TO WS-SIGN-COUNT
                    MOVE SIGNDIR-SIGN-ID
                        TO WS-SIGN-ID-T(WS-SIGN-COUNT)
                    MOVE SIGNDIR-PATH
                        TO WS-SIGN-PATH-T(WS-SIGN-COUNT)
                    MOVE SIGNDIR-STATUS
                        TO WS-SIGN-STATE-T(WS-SIGN-COUNT)
                END-IF
            END-IF.

      *A sign part way through signcomm.cob, or one that does not
      *claim the current release, cannot be held to the library as
      *it stands and is only listed.
            AUDIT-SIGN-PARA.
            IF WS-SIGN-STATE-T(WS-SX) = 'C'
                    OR WS-SIGN-STATE-T(WS-SX) = 'D'
                ADD 1 TO WS-SKIPPED-COUNT
                MOVE SPACES TO REPORT-LINE
                STRING WS-SIGN-ID-T(WS-SX) DELIMITED BY SIZE
                        " not compared - signcomm not complete"
                        DELIMITED BY SIZE
                    INTO REPORT-LINE
                PERFORM EMIT-LINE-PARA
            ELSE
                PERFORM READ-MARKER-PARA
                IF NOT MARK-FOUND
                    ADD 1 TO WS-SKIPPED-COUNT
                    MOVE SPACES TO REPORT-LINE
                    STRING WS-SIGN-ID-T(WS-SX) DELIMITED BY SIZE
                            " not compared - no release marker, "
                            DELIMITED BY SIZE
                            "never extracted" DELIMITED BY SIZE
                        INTO REPORT-LINE
                    PERFORM EMIT-LINE-PARA
                ELSE
                    IF WS-MARK-RELEASE NOT = WS-REL-NUMBER
                        ADD 1 TO WS-SKIPPED-COUNT
                        MOVE SPACES TO REPORT-LINE
                        STRING WS-SIGN-ID-T(WS-SX) DELIMITED BY SIZE
                                " not compared - claims release "
                                DELIMITED BY SIZE
                                WS-MARK-RELEASE DELIMITED BY SIZE
                                ", re-extract first"
                                DELIMITED BY SIZE
                            INTO REPORT-LINE
                        PERFORM EMIT-LINE-PARA
                    ELSE
                        PERFORM COMPARE-SIGN-PARA
                    END-IF
                END-IF
            END-IF.

            READ-MARKER-PARA.
            MOVE 'N' TO WS-MARK-FOUND.
            MOVE 0 TO WS-MARK-RELEASE.
            MOVE "librelmk.dat" TO WS-FILE-BASE.
            PERFORM BUILD-NAME-PARA.
            OPEN INPUT MARKFILE.
            IF WS-MARK-STATUS = "00"
                READ MARKFILE
                    AT END
                        CONTINUE
                    NOT AT END
                        IF MARK-RELEASE IS NUMERIC
                            MOVE 'Y' TO WS-MARK-FOUND
                            MOVE MARK-RELEASE TO WS-MARK-RELEASE
                        END-IF
                END-READ
                CLOSE MARKFILE
            END-IF.

            BUILD-NAME-PARA.
            MOVE SPACES TO WS-FILE-NAME.
            STRING FUNCTION TRIM(WS-SIGN-PATH-T(WS-SX))
                    DELIMITED BY SIZE
                    "/" DELIMITED BY SIZE
                    FUNCTION TRIM(WS-FILE-BASE) DELIMITED BY SIZE
                INTO WS-FILE-NAME.

            COMPARE-SIGN-PARA.
            ADD 1 TO WS-AUDITED-COUNT.
            MOVE 0 TO WS-SIGN-DIFFS.
            PERFORM COLLECT-LIB-PARA.
            MOVE SPACES TO REPORT-LINE.
            STRING WS-SIGN-ID-T(WS-SX) DELIMITED BY SIZE
                    " claims release " DELIMITED BY SIZE
                    WS-MARK-RELEASE DELIMITED BY SIZE
                    ", " DELIMITED BY SIZE
                    WS-EXP-COUNT DELIMITED BY SIZE
                    " library record(s)" DELIMITED BY SIZE
                INTO REPORT-LINE.
            PERFORM EMIT-LINE-PARA.
            IF WS-EXP-DROPPED > 0
                MOVE SPACES TO REPORT-LINE
                STRING "  NOTE: more than 300 library records, "
                        DELIMITED BY SIZE
                        "the rest not compared" DELIMITED BY SIZE
                    INTO REPORT-LINE
                PERFORM EMIT-LINE-PARA
            END-IF.
            MOVE 1 TO WS-CMP-ROW.
            MOVE 51 TO WS-CMP-LEN.
            MOVE "msgfile.dat" TO WS-FILE-BASE.
            PERFORM COMPARE-FILE-PARA.
            MOVE 2 TO WS-CMP-ROW.
            MOVE "msg2file.dat" TO WS-FILE-BASE.
            PERFORM COMPARE-FILE-PARA.
            MOVE 8 TO WS-CMP-ROW.
            MOVE 12 TO WS-CMP-LEN.
            MOVE "geomfile.dat" TO WS-FILE-BASE.
            PERFORM COMPARE-FILE-PARA.
            MOVE 9 TO WS-CMP-ROW.
            MOVE 8 TO WS-CMP-LEN.
            MOVE "schedfile.dat" TO WS-FILE-BASE.
            PERFORM COMPARE-FILE-PARA.
            MOVE SPACES TO REPORT-LINE.
            IF WS-SIGN-DIFFS = 0
                STRING WS-SIGN-ID-T(WS-SX) DELIMITED BY SIZE
                        " matches the library" DELIMITED BY SIZE
                    INTO REPORT-LINE
            ELSE
                ADD 1 TO WS-DRIFTED-COUNT
                ADD WS-SIGN-DIFFS TO WS-DIFF-TOTAL
                STRING WS-SIGN-ID-T(WS-SX) DELIMITED BY SIZE
                        " DRIFTED - " DELIMITED BY SIZE
                        WS-SIGN-DIFFS DELIMITED BY SIZE
                        " difference(s)" DELIMITED BY SIZE
                    INTO REPORT-LINE
            END-IF.
            PERFORM EMIT-LINE-PARA.

      *Same key-ordered walk of the sign's records as libxtrct.cob;
      *rows other than 1, 2, 8 and 9 are never extracted and so are
      *not held.
            COLLECT-LIB-PARA.
            MOVE 0 TO WS-EXP-COUNT.
            MOVE 0 TO WS-EXP-DROPPED.
            MOVE 'N' TO WS-SCAN-DONE.
            MOVE WS-SIGN-ID-T(WS-SX) TO LIB-SIGN-ID.
            MOVE 0 TO LIB-ROW.
            MOVE 0 TO LIB-SLOT.
            START LIBFILE KEY NOT < LIB-KEY
                INVALID KEY MOVE 'Y' TO WS-SCAN-DONE
            END-START.
            PERFORM UNTIL SCAN-DONE
                READ LIBFILE NEXT RECORD
                    AT END MOVE 'Y' TO WS-SCAN-DONE
                    NOT AT END
                        IF LIB-SIGN-ID NOT = WS-SIGN-ID-T(WS-SX)
                            MOVE 'Y' TO WS-SCAN-DONE
                        ELSE
                            PERFORM STORE-LIB-PARA
                        END-IF
                END-READ
            END-PERFORM.

            STORE-LIB-PARA.
            IF LIB-ROW = 1 OR LIB-ROW = 2 OR LIB-ROW = 8
                    OR LIB-ROW = 9
                IF WS-EXP-COUNT >= 300
                    ADD 1 TO WS-EXP-DROPPED
                ELSE
                    ADD 1 TO WS-EXP-COUNT
                    MOVE LIB-ROW TO WS-EX-ROW-T(WS-EXP-COUNT)
                    MOVE LIB-SLOT TO WS-EX-SLOT-T(WS-EXP-COUNT)
                    MOVE LIB-MSG-DATA TO WS-EX-DATA-T(WS-EXP-COUNT)
                END-IF
            END-IF.

      *The n-th library record of the row is held against the n-th
      *line of its file, which is where libxtrct.cob put it; lines
      *left over at the end of the file were added at the sign.
            COMPARE-FILE-PARA.
            PERFORM LOAD-LIVE-PARA.
            MOVE 0 TO WS-ROW-SEEN.
            PERFORM VARYING WS-EX FROM 1 BY 1
                    UNTIL WS-EX > WS-EXP-COUNT
                IF WS-EX-ROW-T(WS-EX) = WS-CMP-ROW
                    ADD 1 TO WS-ROW-SEEN
                    PERFORM COMPARE-RECORD-PARA
                END-IF
            END-PERFORM.
            IF LIVE-MISSING AND WS-ROW-SEEN > 0
                MOVE SPACES TO REPORT-LINE
                STRING "  " DELIMITED BY SIZE
                        FUNCTION TRIM(WS-FILE-BASE) DELIMITED BY SIZE
                        " is not in the sign's directory"
                        DELIMITED BY SIZE
                    INTO REPORT-LINE
                PERFORM EMIT-LINE-PARA
            END-IF.
            COMPUTE WS-LX-FROM = WS-ROW-SEEN + 1.
            PERFORM VARYING WS-LX FROM WS-LX-FROM BY 1
                    UNTIL WS-LX > WS-LIVE-COUNT
                ADD 1 TO WS-SIGN-DIFFS
                MOVE SPACES TO REPORT-LINE
                STRING "  row " DELIMITED BY SIZE
                        WS-CMP-ROW DELIMITED BY SIZE
                        " line " DELIMITED BY SIZE
                        WS-LX DELIMITED BY SIZE
                        " ADDED at the sign" DELIMITED BY SIZE
                    INTO REPORT-LINE
                PERFORM EMIT-LINE-PARA
                MOVE SPACES TO REPORT-LINE
                STRING "    sign:    " DELIMITED BY SIZE
                        WS-LV-DATA-T(WS-LX)(1:WS-CMP-LEN)
                        DELIMITED BY SIZE
                    INTO REPORT-LINE
                PERFORM EMIT-LINE-PARA
            END-PERFORM.
            IF WS-LIVE-DROPPED > 0
                MOVE SPACES TO REPORT-LINE
                STRING "  NOTE: " DELIMITED BY SIZE
                        FUNCTION TRIM(WS-FILE-BASE) DELIMITED BY SIZE
                        " holds more than 300 lines, the rest "
                        DELIMITED BY SIZE
                        "not compared" DELIMITED BY SIZE
                    INTO REPORT-LINE
                PERFORM EMIT-LINE-PARA
            END-IF.

            COMPARE-RECORD-PARA.
            IF WS-ROW-SEEN > WS-LIVE-COUNT
                ADD 1 TO WS-SIGN-DIFFS
                MOVE SPACES TO REPORT-LINE
                STRING "  row " DELIMITED BY SIZE
                        WS-CMP-ROW DELIMITED BY SIZE
                        " slot " DELIMITED BY SIZE
                        WS-EX-SLOT-T(WS-EX) DELIMITED BY SIZE
                        " MISSING at the sign" DELIMITED BY SIZE
                    INTO REPORT-LINE
                PERFORM EMIT-LINE-PARA
                MOVE SPACES TO REPORT-LINE
                STRING "    library: " DELIMITED BY SIZE
                        WS-EX-DATA-T(WS-EX)(1:WS-CMP-LEN)
                        DELIMITED BY SIZE
                    INTO REPORT-LINE
                PERFORM EMIT-LINE-PARA
            ELSE
                IF WS-EX-DATA-T(WS-EX)(1:WS-CMP-LEN) NOT =
                        WS-LV-DATA-T(WS-ROW-SEEN)(1:WS-CMP-LEN)
                    ADD 1 TO WS-SIGN-DIFFS
                    MOVE SPACES TO REPORT-LINE
                    STRING "  row " DELIMITED BY SIZE
                            WS-CMP-ROW DELIMITED BY SIZE
                            " slot " DELIMITED BY SIZE
                            WS-EX-SLOT-T(WS-EX) DELIMITED BY SIZE
                            " CHANGED at the sign" DELIMITED BY SIZE
                        INTO REPORT-LINE
                    PERFORM EMIT-LINE-PARA
                    MOVE SPACES TO REPORT-LINE
                    STRING "    library: " DELIMITED BY SIZE
                            WS-EX-DATA-T(WS-EX)(1:WS-CMP-LEN)
                            DELIMITED BY SIZE
                        INTO REPORT-LINE
                    PERFORM EMIT-LINE-PARA
                    MOVE SPACES TO REPORT-LINE
                    STRING "    sign:    " DELIMITED BY SIZE
                            WS-LV-DATA-T(WS-ROW-SEEN)(1:WS-CMP-LEN)
                            DELIMITED BY SIZE
                        INTO REPORT-LINE
                    PERFORM EMIT-LINE-PARA
                END-IF
            END-IF.

            LOAD-LIVE-PARA.
            MOVE 0 TO WS-LIVE-COUNT.
            MOVE 0 TO WS-LIVE-DROPPED.
            MOVE 'N' TO WS-LIVE-MISSING.
            MOVE 'N' TO WS-LIVE-EOF.
            PERFORM BUILD-NAME-PARA.
            OPEN INPUT LIVEFILE.
            IF WS-LIVE-STATUS = "00"
                PERFORM UNTIL LIVE-EOF
                    READ LIVEFILE
                        AT END MOVE 'Y' TO WS-LIVE-EOF
                        NOT AT END PERFORM STORE-LIVE-PARA
                    END-READ
                END-PERFORM
                CLOSE LIVEFILE
            ELSE
                MOVE 'Y' TO WS-LIVE-MISSING
            END-IF.

            STORE-LIVE-PARA.
            IF WS-LIVE-COUNT >= 300
                ADD 1 TO WS-LIVE-DROPPED
            ELSE
                ADD 1 TO WS-LIVE-COUNT
                MOVE LIVE-RECORD TO WS-LV-DATA-T(WS-LIVE-COUNT)
            END-IF.
