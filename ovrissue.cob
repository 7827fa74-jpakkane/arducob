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
      *Emergency override, run from the central directory. Issuing
      *writes one override (ovrrec.cpy) with both rows' text and an
      *expiry time into OVRFILE in the data directory of every sign
      *on the SIGNDIRS roster (signdirrec.cpy) that is not retired,
      *or of a list of signs keyed in; arduino.cob picks it up at
      *its next command poll and shows it ahead of rotation,
      *campaigns, dark hours and PAUSE until it expires. Cancelling
      *marks it C in every directory it went to, so the signs go
      *back to their normal content at once. Both texts pass the
      *CTRLFILE character set and banned words as msgmaint.cob's
      *do. Every sign written or missed is journalled to OVRLOG
      *(ovrlogrec.cpy), which also numbers the overrides; run
      *ovrconf.cob afterwards to see which signs really showed it.
      *Ends with return code 8 when the override could not be
      *written to a sign or nothing was done.
      *The operator signs on first against OPERFILE and must hold
      *the emergency override role.
      *OPERFILE and SECLOG are the central operators.dat and
      *seclog.dat, reached through the directory in centdir.dat.

        IDENTIFICATION DIVISION.
        PROGRAM-ID. ovrissue.
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT SIGNDIRS ASSIGN TO "signdirs.dat"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-DIRS-STATUS.
                SELECT CTRLFILE ASSIGN TO "ctrules.dat"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-CTRL-STATUS.
                SELECT OVRLOG ASSIGN TO "ovrlog.dat"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-OVRLOG-STATUS.
                SELECT OVRFILE ASSIGN USING WS-OVR-NAME
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-OVR-STATUS.
                SELECT CENTFILE ASSIGN TO "centdir.dat"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-CENT-STATUS.
                SELECT OPERFILE ASSIGN USING WS-OPERFILE-NAME
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-OPERFILE-STATUS.
                SELECT SECLOG ASSIGN USING WS-SECLOG-NAME
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-SECLOG-STATUS.
        DATA DIVISION.
            FILE SECTION.
            FD SIGNDIRS.
                COPY "signdirrec.cpy".
            FD CTRLFILE.
                COPY "ctrlrec.cpy".
            FD OVRLOG.
                COPY "ovrlogrec.cpy".
            FD OVRFILE.
                COPY "ovrrec.cpy".
            FD CENTFILE.
                COPY "centrec.cpy".
            FD OPERFILE.
                COPY "operrec.cpy".
            FD SECLOG.
                COPY "secrec.cpy".
            WORKING-STORAGE SECTION.
            01 WS-DIRS-STATUS PIC XX.
            01 WS-OVRLOG-STATUS PIC XX.
            01 WS-OVR-STATUS PIC XX.
            01 WS-DIRS-EOF PIC X VALUE 'N'.
                88 DIRS-EOF VALUE 'Y'.
            01 WS-OVRLOG-EOF PIC X VALUE 'N'.
                88 OVRLOG-EOF VALUE 'Y'.
            01 WS-OVR-NAME PIC X(80).
            01 WS-OPERATOR PIC X(8).
            01 WS-ACTION PIC X.
                88 ACTION-ISSUE VALUE 'I'.
                88 ACTION-CANCEL VALUE 'C'.
            01 WS-ACTION-VALID PIC X VALUE 'N'.
                88 ACTION-VALID VALUE 'Y'.
            01 WS-TARGET PIC X.
                88 TARGET-ALL VALUE 'A'.
                88 TARGET-LIST VALUE 'L'.
            01 WS-TARGET-VALID PIC X VALUE 'N'.
                88 TARGET-VALID VALUE 'Y'.
            01 WS-TEXT-INPUT PIC X(40).
            01 WS-TEXT-TRIMMED PIC X(40).
            01 WS-TEXT1 PIC X(40).
            01 WS-TEXT2 PIC X(40).
            01 WS-TEXT-VALID PIC X VALUE 'N'.
                88 TEXT-VALID VALUE 'Y'.
            01 WS-TEXT2-VALID PIC X VALUE 'N'.
                88 TEXT2-VALID VALUE 'Y'.
            01 WS-MINUTES-INPUT PIC X(4).
            01 WS-MINUTES PIC 9(4).
            01 WS-MINUTES-VALID PIC X VALUE 'N'.
                88 MINUTES-VALID VALUE 'Y'.
            01 WS-ID-INPUT PIC X(6).
            01 WS-ID-NUMERIC PIC 9(6).
            01 WS-ID-VALID PIC X VALUE 'N'.
                88 ID-VALID VALUE 'Y'.
            01 WS-SIGN-INPUT PIC X(4).
            01 WS-LIST-DONE PIC X VALUE 'N'.
                88 LIST-DONE VALUE 'Y'.
            01 WS-CONFIRM PIC X.
            01 WS-NOW-TS PIC X(14).
            01 WS-EXPIRY-TS PIC X(14).
            01 WS-OVR-ID PIC 9(6) VALUE 0.
            01 WS-SIGN-OVR-ID PIC 9(6) VALUE 0.
            01 WS-SIGN-ISSUED-TS PIC X(14).
            01 WS-SIGN-OPERATOR PIC X(8).
            01 WS-HIGH-ID PIC 9(6) VALUE 0.
            01 WS-LAST-ISSUED-ID PIC 9(6) VALUE 0.
            01 WS-LAST-EXPIRY-TS PIC X(14) VALUE SPACES.
            01 WS-ROSTER-COUNT PIC 9(4) VALUE 0.
            01 WS-ROSTER-TABLE.
                05 WS-ROSTER-ENTRY OCCURS 200 TIMES.
                    10 WS-RS-ID-T PIC X(4).
                    10 WS-RS-PATH-T PIC X(60).
                    10 WS-RS-STATUS-T PIC X.
                    10 WS-RS-PICK-T PIC X.
            01 WS-RX PIC 9(4).
            01 WS-FIND-ID PIC X(4).
            01 WS-FIND-IX PIC 9(4).
            01 WS-PICKED PIC 9(4) VALUE 0.
            01 WS-WRITTEN PIC 9(4) VALUE 0.
            01 WS-FAILED PIC 9(4) VALUE 0.
            01 WS-SKIPPED PIC 9(4) VALUE 0.
            01 WS-TS-DATE PIC 9(8).
            01 WS-TS-DAYS PIC 9(7).
            01 WS-TS-HH PIC 99.
            01 WS-TS-MM PIC 99.
            01 WS-TS-SS PIC 99.
            01 WS-TS-ABS-SECS PIC 9(12).
            01 WS-TS-REM PIC 9(5).
            01 WS-TS-WORK PIC X(14).
            01 WS-CTRL-STATUS PIC XX.
            01 WS-CTRL-EOF PIC X VALUE 'N'.
                88 CTRL-EOF VALUE 'Y'.
            01 WS-ALLOWED-CHARS PIC X(240) VALUE SPACES.
            01 WS-ALLOWED-LEN PIC 9(4) VALUE 0.
            01 WS-ALLOWED-PTR PIC 9(4) VALUE 1.
            01 WS-BAN-COUNT PIC 9(4) VALUE 0.
            01 WS-BAN-TABLE.
                05 WS-BAN-ENTRY OCCURS 20 TIMES.
                    10 WS-BAN-WORD-T PIC X(40).
                    10 WS-BAN-LEN-T PIC 9(2).
            01 WS-RULE-TEXT PIC X(40).
            01 WS-RULE-UPPER PIC X(40).
            01 WS-RULE-LEN PIC 9(2).
            01 WS-RULE-OK PIC X.
                88 RULE-OK VALUE 'Y'.
            01 WS-RULE-REASON PIC X(60).
            01 WS-ONE-CHAR PIC X.
            01 WS-CHAR-HITS PIC 9(4).
            01 WS-RPX PIC 9(4).
            01 WS-RBX PIC 9(4).
            01 WS-SCAN-LIMIT PIC S9(4).
            01 WS-OPERFILE-STATUS PIC XX.
            01 WS-SECLOG-STATUS PIC XX.
            01 WS-CENT-STATUS PIC XX.
            01 WS-CENTRAL-PATH PIC X(60) VALUE SPACES.
            01 WS-OPERFILE-NAME PIC X(80).
            01 WS-SECLOG-NAME PIC X(80).
            01 WS-CREDENTIAL PIC X(12).
            01 WS-SIGNON-PROGRAM PIC X(9) VALUE "ovrissue".
            01 WS-NEEDED-ROLE PIC 9 VALUE 8.
            01 WS-NEEDED-ROLE-NAME PIC X(20) VALUE "emergency override".
            01 WS-SIGNON-TRIES PIC 9 VALUE 0.
            01 WS-SIGNED-ON PIC X VALUE 'N'.
                88 SIGNED-ON VALUE 'Y'.
            01 WS-OPER-EOF PIC X VALUE 'N'.
                88 OPER-EOF VALUE 'Y'.
            01 WS-OPER-FOUND PIC X VALUE 'N'.
                88 OPER-FOUND VALUE 'Y'.
            01 WS-OPER-STATE PIC X.
            01 WS-OPER-CRED PIC X(12).
            01 WS-OPER-ROLES PIC X(8).
            01 WS-SEC-EVENT PIC X.
            01 WS-SEC-DETAIL PIC X(40).

        PROCEDURE DIVISION.
            DISPLAY "Emergency message override".
            PERFORM SIGN-ON-PARA.
            PERFORM LOAD-RULES-PARA.
            PERFORM LOAD-ROSTER-PARA.
            PERFORM SCAN-LOG-PARA.
            PERFORM UNTIL ACTION-VALID
                DISPLAY "Issue or Cancel an override? (I/C): "
                    WITH NO ADVANCING
                ACCEPT WS-ACTION
                IF ACTION-ISSUE OR ACTION-CANCEL
                    MOVE 'Y' TO WS-ACTION-VALID
                ELSE
                    DISPLAY "Enter I or C."
                END-IF
            END-PERFORM.
            IF ACTION-ISSUE
                PERFORM ISSUE-PARA
            ELSE
                PERFORM CANCEL-PARA
            END-IF.
            DISPLAY "Signs written: " WS-WRITTEN
                ", could not be written: " WS-FAILED.
            IF WS-FAILED > 0
                DISPLAY "Override " WS-OVR-ID ": not every sign "
                    "listed above could be written."
                MOVE 8 TO RETURN-CODE
            END-IF.
            STOP RUN.

            LOAD-ROSTER-PARA.
            OPEN INPUT SIGNDIRS.
            IF WS-DIRS-STATUS NOT = "00"
                DISPLAY "Cannot open signdirs.dat (status "
                    WS-DIRS-STATUS ")."
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM UNTIL DIRS-EOF
                READ SIGNDIRS
                    AT END MOVE 'Y' TO WS-DIRS-EOF
                    NOT AT END PERFORM STORE-ROSTER-PARA
                END-READ
            END-PERFORM.
            CLOSE SIGNDIRS.

            STORE-ROSTER-PARA.
            IF SIGNDIR-SIGN-ID NOT = SPACES AND WS-ROSTER-COUNT < 200
                ADD 1 TO WS-ROSTER-COUNT
                MOVE SIGNDIR-SIGN-ID TO WS-RS-ID-T(WS-ROSTER-COUNT)
                MOVE SIGNDIR-PATH TO WS-RS-PATH-T(WS-ROSTER-COUNT)
                MOVE SIGNDIR-STATUS
                    TO WS-RS-STATUS-T(WS-ROSTER-COUNT)
                MOVE 'N' TO WS-RS-PICK-T(WS-ROSTER-COUNT)
            END-IF.

            FIND-ROSTER-PARA.
            MOVE 0 TO WS-FIND-IX.
            PERFORM VARYING WS-RX FROM 1 BY 1
                    UNTIL WS-RX > WS-ROSTER-COUNT OR WS-FIND-IX > 0
                IF WS-RS-ID-T(WS-RX) = WS-FIND-ID
                    MOVE WS-RX TO WS-FIND-IX
                END-IF
            END-PERFORM.

      *The journal gives the next override number and the override
      *most recently issued, which is what a cancel defaults to.
            SCAN-LOG-PARA.
            OPEN INPUT OVRLOG.
            IF WS-OVRLOG-STATUS = "00"
                PERFORM UNTIL OVRLOG-EOF
                    READ OVRLOG
                        AT END MOVE 'Y' TO WS-OVRLOG-EOF
                        NOT AT END
                            IF OVL-ID IS NUMERIC
                                    AND OVL-ID > WS-HIGH-ID
                                MOVE OVL-ID TO WS-HIGH-ID
                            END-IF
                            IF OVL-ISSUE AND OVL-ID IS NUMERIC
                                    AND OVL-ID >= WS-LAST-ISSUED-ID
                                MOVE OVL-ID TO WS-LAST-ISSUED-ID
                                MOVE OVL-EXPIRY-TS
                                    TO WS-LAST-EXPIRY-TS
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE OVRLOG
            END-IF.

            ISSUE-PARA.
            PERFORM UNTIL TEXT-VALID
                DISPLAY "Row 1 text (max 40 characters, over 5 "
                    "scrolls): " WITH NO ADVANCING
                ACCEPT WS-TEXT-INPUT
                MOVE FUNCTION TRIM(WS-TEXT-INPUT) TO WS-TEXT-TRIMMED
                IF WS-TEXT-TRIMMED = SPACES
                    DISPLAY "Row 1 text cannot be blank."
                ELSE
                    PERFORM CHECK-TEXT-PARA
                    IF RULE-OK
                        MOVE WS-TEXT-TRIMMED TO WS-TEXT1
                        MOVE 'Y' TO WS-TEXT-VALID
                    END-IF
                END-IF
            END-PERFORM.
            PERFORM UNTIL TEXT2-VALID
                DISPLAY "Row 2 text (blank leaves row 2 empty): "
                    WITH NO ADVANCING
                ACCEPT WS-TEXT-INPUT
                MOVE FUNCTION TRIM(WS-TEXT-INPUT) TO WS-TEXT-TRIMMED
                IF WS-TEXT-TRIMMED = SPACES
                    MOVE SPACES TO WS-TEXT2
                    MOVE 'Y' TO WS-TEXT2-VALID
                ELSE
                    PERFORM CHECK-TEXT-PARA
                    IF RULE-OK
                        MOVE WS-TEXT-TRIMMED TO WS-TEXT2
                        MOVE 'Y' TO WS-TEXT2-VALID
                    END-IF
                END-IF
            END-PERFORM.
            PERFORM UNTIL MINUTES-VALID
                DISPLAY "Minutes until it expires (1-9999): "
                    WITH NO ADVANCING
                ACCEPT WS-MINUTES-INPUT
                IF WS-MINUTES-INPUT = SPACES
                    DISPLAY "Enter a number of minutes."
                ELSE
                    IF FUNCTION TRIM(WS-MINUTES-INPUT) IS NUMERIC
                        MOVE FUNCTION TRIM(WS-MINUTES-INPUT)
                            TO WS-MINUTES
                    END-IF
                    IF FUNCTION TRIM(WS-MINUTES-INPUT) IS NUMERIC
                            AND WS-MINUTES > 0
                        MOVE 'Y' TO WS-MINUTES-VALID
                    ELSE
                        DISPLAY "Enter a number of minutes."
                    END-IF
                END-IF
            END-PERFORM.
            PERFORM UNTIL TARGET-VALID
                DISPLAY "All rostered signs or a List of signs? "
                    "(A/L): " WITH NO ADVANCING
                ACCEPT WS-TARGET
                IF TARGET-ALL OR TARGET-LIST
                    MOVE 'Y' TO WS-TARGET-VALID
                ELSE
                    DISPLAY "Enter A or L."
                END-IF
            END-PERFORM.
            IF TARGET-ALL
                PERFORM PICK-ALL-PARA
            ELSE
                PERFORM PICK-LIST-PARA
            END-IF.
            IF WS-PICKED = 0
                DISPLAY "No signs to send to; nothing issued."
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            COMPUTE WS-OVR-ID = WS-HIGH-ID + 1.
            MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-TS.
            MOVE WS-NOW-TS TO WS-TS-WORK.
            PERFORM TS-TO-SECS-PARA.
            COMPUTE WS-TS-ABS-SECS = WS-TS-ABS-SECS + WS-MINUTES * 60.
            PERFORM SECS-TO-TS-PARA.
            MOVE WS-TS-WORK TO WS-EXPIRY-TS.
            DISPLAY "Override " WS-OVR-ID " to " WS-PICKED
                " sign(s), expiring " WS-EXPIRY-TS ".".
            DISPLAY "Issue it now? (Y/N): " WITH NO ADVANCING.
            ACCEPT WS-CONFIRM.
            IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
                DISPLAY "Nothing issued."
                MOVE 4 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM OPEN-LOG-PARA.
            PERFORM VARYING WS-RX FROM 1 BY 1
                    UNTIL WS-RX > WS-ROSTER-COUNT
                IF WS-RS-PICK-T(WS-RX) = 'Y'
                    PERFORM SEND-OVERRIDE-PARA
                END-IF
            END-PERFORM.
            CLOSE OVRLOG.

            CHECK-TEXT-PARA.
            MOVE WS-TEXT-TRIMMED TO WS-RULE-TEXT.
            MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-TEXT-TRIMMED))
                TO WS-RULE-LEN.
            PERFORM CHECK-RULES-PARA.
            IF NOT RULE-OK
                DISPLAY "Rejected: " FUNCTION TRIM(WS-RULE-REASON) "."
            END-IF.

      *A sign being commissioned or decommissioned is still sent the
      *override; only a retired sign is passed over.
            PICK-ALL-PARA.
            PERFORM VARYING WS-RX FROM 1 BY 1
                    UNTIL WS-RX > WS-ROSTER-COUNT
                IF WS-RS-STATUS-T(WS-RX) NOT = 'R'
                    MOVE 'Y' TO WS-RS-PICK-T(WS-RX)
                    ADD 1 TO WS-PICKED
                END-IF
            END-PERFORM.

            PICK-LIST-PARA.
            PERFORM UNTIL LIST-DONE
                DISPLAY "Sign id (blank to finish): "
                    WITH NO ADVANCING
                ACCEPT WS-SIGN-INPUT
                IF WS-SIGN-INPUT = SPACES
                    MOVE 'Y' TO WS-LIST-DONE
                ELSE
                    MOVE WS-SIGN-INPUT TO WS-FIND-ID
                    PERFORM FIND-ROSTER-PARA
                    IF WS-FIND-IX = 0
                        DISPLAY "Sign " WS-SIGN-INPUT
                            " is not on the roster."
                    ELSE
                        IF WS-RS-STATUS-T(WS-FIND-IX) = 'R'
                            DISPLAY "Sign " WS-SIGN-INPUT
                                " is retired."
                        ELSE
                            IF WS-RS-PICK-T(WS-FIND-IX) NOT = 'Y'
                                MOVE 'Y' TO WS-RS-PICK-T(WS-FIND-IX)
                                ADD 1 TO WS-PICKED
                            END-IF
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.

            SEND-OVERRIDE-PARA.
            PERFORM BUILD-NAME-PARA.
            MOVE WS-OVR-ID TO OVR-ID.
            MOVE 'A' TO OVR-STATUS.
            MOVE WS-NOW-TS TO OVR-ISSUED-TS.
            MOVE WS-EXPIRY-TS TO OVR-EXPIRY-TS.
            MOVE WS-OPERATOR TO OVR-OPERATOR.
            MOVE WS-TEXT1 TO OVR-TEXT1.
            MOVE WS-TEXT2 TO OVR-TEXT2.
            MOVE 'I' TO OVL-ACTION.
            PERFORM WRITE-OVERRIDE-PARA.

      *The whole record is rewritten in the sign's directory; a sign
      *whose directory cannot be written is journalled as missed.
            WRITE-OVERRIDE-PARA.
            OPEN OUTPUT OVRFILE.
            IF WS-OVR-STATUS = "00"
                WRITE OVR-RECORD
                CLOSE OVRFILE
                MOVE 'Y' TO OVL-RESULT
                ADD 1 TO WS-WRITTEN
                DISPLAY "  " WS-RS-ID-T(WS-RX) " written"
            ELSE
                MOVE 'N' TO OVL-RESULT
                ADD 1 TO WS-FAILED
                DISPLAY "  " WS-RS-ID-T(WS-RX)
                    " NOT written (status " WS-OVR-STATUS ") in "
                    FUNCTION TRIM(WS-RS-PATH-T(WS-RX))
            END-IF.
            MOVE WS-OVR-ID TO OVL-ID.
            MOVE WS-RS-ID-T(WS-RX) TO OVL-SIGN-ID.
            MOVE FUNCTION CURRENT-DATE(1:14) TO OVL-TS.
            MOVE WS-EXPIRY-TS TO OVL-EXPIRY-TS.
            MOVE WS-OPERATOR TO OVL-OPERATOR.
            MOVE WS-TEXT1 TO OVL-TEXT1.
            MOVE WS-TEXT2 TO OVL-TEXT2.
            WRITE OVL-RECORD.

            BUILD-NAME-PARA.
            MOVE SPACES TO WS-OVR-NAME.
            STRING FUNCTION TRIM(WS-RS-PATH-T(WS-RX))
                    DELIMITED BY SIZE
                    "/override.dat" DELIMITED BY SIZE
                INTO WS-OVR-NAME.

            OPEN-LOG-PARA.
            OPEN EXTEND OVRLOG.
            IF WS-OVRLOG-STATUS NOT = "00"
                OPEN OUTPUT OVRLOG
            END-IF.

      *A cancel goes to every sign the override was issued to. A
      *sign whose directory has since been given a later override
      *keeps that one.
            CANCEL-PARA.
            IF WS-LAST-ISSUED-ID = 0
                DISPLAY "No override has been issued; nothing to "
                    "cancel."
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            DISPLAY "Latest override is " WS-LAST-ISSUED-ID
                ", expiring " WS-LAST-EXPIRY-TS ".".
            PERFORM UNTIL ID-VALID
                DISPLAY "Override number to cancel (blank for "
                    WS-LAST-ISSUED-ID "): " WITH NO ADVANCING
                ACCEPT WS-ID-INPUT
                IF WS-ID-INPUT = SPACES
                    MOVE WS-LAST-ISSUED-ID TO WS-OVR-ID
                    MOVE 'Y' TO WS-ID-VALID
                ELSE
                    IF FUNCTION TRIM(WS-ID-INPUT) IS NUMERIC
                        MOVE FUNCTION TRIM(WS-ID-INPUT)
                            TO WS-ID-NUMERIC
                    END-IF
                    IF FUNCTION TRIM(WS-ID-INPUT) IS NUMERIC
                            AND WS-ID-NUMERIC > 0
                            AND WS-ID-NUMERIC <= WS-HIGH-ID
                        MOVE WS-ID-NUMERIC TO WS-OVR-ID
                        MOVE 'Y' TO WS-ID-VALID
                    ELSE
                        DISPLAY "Enter an override number up to "
                            WS-HIGH-ID "."
                    END-IF
                END-IF
            END-PERFORM.
            PERFORM PICK-ISSUED-PARA.
            IF WS-PICKED = 0
                DISPLAY "Override " WS-OVR-ID " was not issued to "
                    "any sign; nothing cancelled."
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM OPEN-LOG-PARA.
            PERFORM VARYING WS-RX FROM 1 BY 1
                    UNTIL WS-RX > WS-ROSTER-COUNT
                IF WS-RS-PICK-T(WS-RX) = 'Y'
                    PERFORM CANCEL-SIGN-PARA
                END-IF
            END-PERFORM.
            CLOSE OVRLOG.
            IF WS-SKIPPED > 0
                DISPLAY WS-SKIPPED " sign(s) already carry a later "
                    "override and were left alone."
            END-IF.

            PICK-ISSUED-PARA.
            MOVE 'N' TO WS-OVRLOG-EOF.
            OPEN INPUT OVRLOG.
            IF WS-OVRLOG-STATUS = "00"
                PERFORM UNTIL OVRLOG-EOF
                    READ OVRLOG
                        AT END MOVE 'Y' TO WS-OVRLOG-EOF
                        NOT AT END
                            IF OVL-ISSUE AND OVL-ID = WS-OVR-ID
                                PERFORM PICK-LOGGED-PARA
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE OVRLOG
            END-IF.

            PICK-LOGGED-PARA.
            MOVE OVL-SIGN-ID TO WS-FIND-ID.
            PERFORM FIND-ROSTER-PARA.
            IF WS-FIND-IX > 0
                IF WS-RS-PICK-T(WS-FIND-IX) NOT = 'Y'
                    MOVE 'Y' TO WS-RS-PICK-T(WS-FIND-IX)
                    ADD 1 TO WS-PICKED
                END-IF
            END-IF.

      *The sign's record is read back first so the texts and times
      *journalled with the cancel are the ones it was showing; they
      *are kept in working storage, since the record area means
      *nothing once the file is closed.
            CANCEL-SIGN-PARA.
            PERFORM BUILD-NAME-PARA.
            MOVE 0 TO WS-SIGN-OVR-ID.
            MOVE SPACES TO WS-SIGN-ISSUED-TS.
            MOVE SPACES TO WS-SIGN-OPERATOR.
            MOVE SPACES TO WS-EXPIRY-TS.
            MOVE SPACES TO WS-TEXT1.
            MOVE SPACES TO WS-TEXT2.
            OPEN INPUT OVRFILE.
            IF WS-OVR-STATUS = "00"
                READ OVRFILE
                    AT END
                        CONTINUE
                    NOT AT END
                        IF OVR-ID IS NUMERIC
                            MOVE OVR-ID TO WS-SIGN-OVR-ID
                        END-IF
                        MOVE OVR-ISSUED-TS TO WS-SIGN-ISSUED-TS
                        MOVE OVR-OPERATOR TO WS-SIGN-OPERATOR
                        MOVE OVR-EXPIRY-TS TO WS-EXPIRY-TS
                        MOVE OVR-TEXT1 TO WS-TEXT1
                        MOVE OVR-TEXT2 TO WS-TEXT2
                END-READ
                CLOSE OVRFILE
            END-IF.
            IF WS-SIGN-OVR-ID > WS-OVR-ID
                ADD 1 TO WS-SKIPPED
                DISPLAY "  " WS-RS-ID-T(WS-RX) " carries override "
                    WS-SIGN-OVR-ID "; left alone"
            ELSE
                MOVE SPACES TO OVR-RECORD
                MOVE WS-OVR-ID TO OVR-ID
                MOVE 'C' TO OVR-STATUS
                MOVE WS-SIGN-ISSUED-TS TO OVR-ISSUED-TS
                MOVE WS-EXPIRY-TS TO OVR-EXPIRY-TS
                MOVE WS-SIGN-OPERATOR TO OVR-OPERATOR
                MOVE WS-TEXT1 TO OVR-TEXT1
                MOVE WS-TEXT2 TO OVR-TEXT2
                MOVE 'C' TO OVL-ACTION
                PERFORM WRITE-OVERRIDE-PARA
            END-IF.

            TS-TO-SECS-PARA.
            MOVE WS-TS-WORK(1:8) TO WS-TS-DATE.
            MOVE WS-TS-WORK(9:2) TO WS-TS-HH.
            MOVE WS-TS-WORK(11:2) TO WS-TS-MM.
            MOVE WS-TS-WORK(13:2) TO WS-TS-SS.
            COMPUTE WS-TS-DAYS = FUNCTION INTEGER-OF-DATE(WS-TS-DATE).
            COMPUTE WS-TS-ABS-SECS = WS-TS-DAYS * 86400
                + WS-TS-HH * 3600 + WS-TS-MM * 60 + WS-TS-SS.

            SECS-TO-TS-PARA.
            COMPUTE WS-TS-DAYS = WS-TS-ABS-SECS / 86400.
            COMPUTE WS-TS-REM = WS-TS-ABS-SECS - WS-TS-DAYS * 86400.
            COMPUTE WS-TS-DATE = FUNCTION DATE-OF-INTEGER(WS-TS-DAYS).
            COMPUTE WS-TS-HH = WS-TS-REM / 3600.
            COMPUTE WS-TS-MM = (WS-TS-REM - WS-TS-HH * 3600) / 60.
            COMPUTE WS-TS-SS = WS-TS-REM - WS-TS-HH * 3600
                - WS-TS-MM * 60.
            MOVE WS-TS-DATE TO WS-TS-WORK(1:8).
            MOVE WS-TS-HH TO WS-TS-WORK(9:2).
            MOVE WS-TS-MM TO WS-TS-WORK(11:2).
            MOVE WS-TS-SS TO WS-TS-WORK(13:2).

            LOAD-RULES-PARA.
            OPEN INPUT CTRLFILE.
            IF WS-CTRL-STATUS = "00"
                PERFORM UNTIL CTRL-EOF
                    READ CTRLFILE
                        AT END MOVE 'Y' TO WS-CTRL-EOF
                        NOT AT END PERFORM STORE-RULE-PARA
                    END-READ
                END-PERFORM
                CLOSE CTRLFILE
            END-IF.

            STORE-RULE-PARA.
            IF CTRL-TYPE-CHARSET AND CTRL-VALUE NOT = SPACES
                STRING FUNCTION TRIM(CTRL-VALUE) DELIMITED BY SIZE
                    INTO WS-ALLOWED-CHARS
                    WITH POINTER WS-ALLOWED-PTR
                COMPUTE WS-ALLOWED-LEN = WS-ALLOWED-PTR - 1
            END-IF.
            IF CTRL-TYPE-BANNED AND CTRL-VALUE NOT = SPACES
                    AND WS-BAN-COUNT < 20
                ADD 1 TO WS-BAN-COUNT
                MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CTRL-VALUE))
                    TO WS-BAN-WORD-T(WS-BAN-COUNT)
                MOVE FUNCTION LENGTH(FUNCTION TRIM(CTRL-VALUE))
                    TO WS-BAN-LEN-T(WS-BAN-COUNT)
                IF WS-BAN-LEN-T(WS-BAN-COUNT) > 40
                    MOVE 40 TO WS-BAN-LEN-T(WS-BAN-COUNT)
                END-IF
            END-IF.

            CHECK-RULES-PARA.
            MOVE 'Y' TO WS-RULE-OK.
            MOVE SPACES TO WS-RULE-REASON.
            MOVE FUNCTION UPPER-CASE(WS-RULE-TEXT) TO WS-RULE-UPPER.
            IF WS-ALLOWED-LEN > 0
                PERFORM CHECK-CHARSET-PARA
            END-IF.
            IF RULE-OK AND WS-BAN-COUNT > 0
                PERFORM CHECK-BANNED-PARA
            END-IF.

            CHECK-CHARSET-PARA.
            PERFORM VARYING WS-RPX FROM 1 BY 1
                    UNTIL WS-RPX > WS-RULE-LEN OR NOT RULE-OK
                MOVE WS-RULE-TEXT(WS-RPX:1) TO WS-ONE-CHAR
                IF WS-ONE-CHAR NOT = SPACE
                    MOVE 0 TO WS-CHAR-HITS
                    INSPECT WS-ALLOWED-CHARS
                        TALLYING WS-CHAR-HITS FOR ALL WS-ONE-CHAR
                    IF WS-CHAR-HITS = 0
                        MOVE 'N' TO WS-RULE-OK
                        MOVE SPACES TO WS-RULE-REASON
                        STRING "character '" DELIMITED BY SIZE
                                WS-ONE-CHAR DELIMITED BY SIZE
                                "' is not renderable on the sign"
                                DELIMITED BY SIZE
                            INTO WS-RULE-REASON
                    END-IF
                END-IF
            END-PERFORM.

            CHECK-BANNED-PARA.
            PERFORM VARYING WS-RBX FROM 1 BY 1
                    UNTIL WS-RBX > WS-BAN-COUNT OR NOT RULE-OK
                COMPUTE WS-SCAN-LIMIT =
                    WS-RULE-LEN - WS-BAN-LEN-T(WS-RBX) + 1
                PERFORM VARYING WS-RPX FROM 1 BY 1
                        UNTIL WS-RPX > WS-SCAN-LIMIT OR NOT RULE-OK
                    IF WS-RULE-UPPER
                            (WS-RPX:WS-BAN-LEN-T(WS-RBX)) =
                            WS-BAN-WORD-T(WS-RBX)
                            (1:WS-BAN-LEN-T(WS-RBX))
                        MOVE 'N' TO WS-RULE-OK
                        MOVE SPACES TO WS-RULE-REASON
                        STRING "contains the banned word '"
                                DELIMITED BY SIZE
                                FUNCTION TRIM(
                                    WS-BAN-WORD-T(WS-RBX))
                                DELIMITED BY SIZE
                                "'" DELIMITED BY SIZE
                            INTO WS-RULE-REASON
                    END-IF
                END-PERFORM
            END-PERFORM.

      *Sign-on against OPERFILE (operrec.cpy): three tries at an
      *active operator id with its credential, after which the
      *operator must also hold this program's role. Every failure
      *and refusal is written to SECLOG (secrec.cpy).
            SIGN-ON-PARA.
            PERFORM CENTRAL-FILES-PARA.
            PERFORM UNTIL SIGNED-ON OR WS-SIGNON-TRIES >= 3
                DISPLAY "Operator ID: " WITH NO ADVANCING
                ACCEPT WS-OPERATOR
                DISPLAY "Credential: " WITH NO ADVANCING
                ACCEPT WS-CREDENTIAL
                ADD 1 TO WS-SIGNON-TRIES
                PERFORM CHECK-SIGNON-PARA
            END-PERFORM.
            IF NOT SIGNED-ON
                DISPLAY "Sign-on failed."
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            IF WS-OPER-ROLES(WS-NEEDED-ROLE:1) NOT = 'Y'
                MOVE 'R' TO WS-SEC-EVENT
                MOVE SPACES TO WS-SEC-DETAIL
                STRING "role not held: " DELIMITED BY SIZE
                        WS-NEEDED-ROLE-NAME DELIMITED BY SIZE
                    INTO WS-SEC-DETAIL
                PERFORM WRITE-SECLOG-PARA
                DISPLAY "Operator " FUNCTION TRIM(WS-OPERATOR)
                    " does not hold the "
                    FUNCTION TRIM(WS-NEEDED-ROLE-NAME)
                    " role; refused."
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

            CHECK-SIGNON-PARA.
            MOVE 'N' TO WS-OPER-FOUND.
            MOVE 'N' TO WS-OPER-EOF.
            MOVE SPACES TO WS-SEC-DETAIL.
            IF WS-OPERATOR NOT = SPACES
                OPEN INPUT OPERFILE
                IF WS-OPERFILE-STATUS = "00"
                    PERFORM UNTIL OPER-EOF OR OPER-FOUND
                        READ OPERFILE
                            AT END MOVE 'Y' TO WS-OPER-EOF
                            NOT AT END
                                IF OPER-ID = WS-OPERATOR
                                    MOVE 'Y' TO WS-OPER-FOUND
                                    MOVE OPER-STATUS TO WS-OPER-STATE
                                    MOVE OPER-CREDENTIAL
                                        TO WS-OPER-CRED
                                    MOVE OPER-ROLES TO WS-OPER-ROLES
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE OPERFILE
                ELSE
                    MOVE "operator file unavailable" TO WS-SEC-DETAIL
                END-IF
            END-IF.
            EVALUATE TRUE
                WHEN WS-SEC-DETAIL NOT = SPACES
                    CONTINUE
                WHEN WS-OPERATOR = SPACES
                    MOVE "blank operator id" TO WS-SEC-DETAIL
                WHEN NOT OPER-FOUND
                    MOVE "unknown operator id" TO WS-SEC-DETAIL
                WHEN WS-OPER-STATE NOT = 'A'
                    MOVE "operator revoked" TO WS-SEC-DETAIL
                WHEN WS-CREDENTIAL = SPACES
                        OR WS-CREDENTIAL NOT = WS-OPER-CRED
                    MOVE "wrong credential" TO WS-SEC-DETAIL
                WHEN OTHER
                    MOVE 'Y' TO WS-SIGNED-ON
            END-EVALUATE.
            IF NOT SIGNED-ON
                MOVE 'F' TO WS-SEC-EVENT
                PERFORM WRITE-SECLOG-PARA
                DISPLAY "Sign-on refused."
            END-IF.

            WRITE-SECLOG-PARA.
            MOVE FUNCTION CURRENT-DATE(1:14) TO SEC-TIMESTAMP.
            MOVE WS-SIGNON-PROGRAM TO SEC-PROGRAM.
            MOVE WS-OPERATOR TO SEC-OPERATOR.
            MOVE WS-SEC-EVENT TO SEC-EVENT.
            MOVE WS-SEC-DETAIL TO SEC-DETAIL.
            OPEN EXTEND SECLOG.
            IF WS-SECLOG-STATUS NOT = "00"
                OPEN OUTPUT SECLOG
            END-IF.
            WRITE SEC-RECORD.
            CLOSE SECLOG.

      *The operator file and security log are always the central
      *ones, whichever directory the program runs in; without
      *centdir.dat nobody can sign on.
            CENTRAL-FILES-PARA.
            OPEN INPUT CENTFILE.
            IF WS-CENT-STATUS = "00"
                READ CENTFILE
                    NOT AT END MOVE CENT-PATH TO WS-CENTRAL-PATH
                END-READ
                CLOSE CENTFILE
            END-IF.
            IF WS-CENTRAL-PATH = SPACES
                DISPLAY "Central directory not set in centdir.dat; "
                    "sign-on unavailable."
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE SPACES TO WS-OPERFILE-NAME.
            STRING FUNCTION TRIM(WS-CENTRAL-PATH) DELIMITED BY SIZE
                    "/operators.dat" DELIMITED BY SIZE
                INTO WS-OPERFILE-NAME.
            MOVE SPACES TO WS-SECLOG-NAME.
            STRING FUNCTION TRIM(WS-CENTRAL-PATH) DELIMITED BY SIZE
                    "/seclog.dat" DELIMITED BY SIZE
                INTO WS-SECLOG-NAME.
