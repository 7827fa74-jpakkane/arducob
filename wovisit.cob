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
      *Technician's visit entry for the maintenance work orders on
      *WORKFILE (layout and lifecycle in workrec.cpy). Lists the
      *orders still open, takes the order worked and a note of what
      *was done, and closes the order with the visit recorded on it
      *under the signed-on technician's id. A lit-hours or calendar
      *service order (reason H or D) is a service by definition;
      *after a hardware error order the technician says whether a
      *full service was done as well. A service restarts the sign's
      *service intervals: its METERFILE record (litmrec.cpy) takes
      *the current meter reading and today's date, and any other
      *open service order for the same sign is closed by the same
      *visit. Both files are streamed through a temp file for the
      *update, the way alarmack.cob rewrites ALARMFILE.
      *The operator signs on first against OPERFILE and must hold
      *the technician role.
      *OPERFILE and SECLOG are the central operators.dat and
      *seclog.dat, reached through the directory in centdir.dat.

        IDENTIFICATION DIVISION.
        PROGRAM-ID. wovisit.
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT WORKFILE ASSIGN TO "workord.dat"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-WORK-STATUS.
                SELECT WORKTMP ASSIGN TO "worktmp.dat"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-WORKTMP-STATUS.
                SELECT METERFILE ASSIGN TO "litmeter.dat"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-METER-STATUS.
                SELECT METERTMP ASSIGN TO "litmtmp.dat"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-METERTMP-STATUS.
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
            FD WORKFILE.
                COPY "workrec.cpy".
            FD WORKTMP.
            01 WORKTMP-RECORD PIC X(140).
            FD METERFILE.
                COPY "litmrec.cpy".
            FD METERTMP.
            01 METERTMP-RECORD PIC X(60).
            FD CENTFILE.
                COPY "centrec.cpy".
            FD OPERFILE.
                COPY "operrec.cpy".
            FD SECLOG.
                COPY "secrec.cpy".
            WORKING-STORAGE SECTION.
            01 WS-WORK-STATUS PIC XX.
            01 WS-WORKTMP-STATUS PIC XX.
            01 WS-METER-STATUS PIC XX.
            01 WS-METERTMP-STATUS PIC XX.
            01 WS-WORK-EOF PIC X VALUE 'N'.
                88 WORK-EOF VALUE 'Y'.
            01 WS-METER-EOF PIC X VALUE 'N'.
                88 METER-EOF VALUE 'Y'.
            01 WS-TMP-EOF PIC X VALUE 'N'.
                88 TMP-EOF VALUE 'Y'.
            01 WS-OPEN-COUNT PIC 9(6) VALUE 0.
            01 WS-ORDER-INPUT PIC X(6).
            01 WS-ORDER PIC 9(6).
            01 WS-ORDER-VALID PIC X VALUE 'N'.
                88 ORDER-VALID VALUE 'Y'.
            01 WS-ORDER-OPEN PIC X VALUE 'N'.
                88 ORDER-OPEN VALUE 'Y'.
            01 WS-ORDER-SIGN PIC X(4).
            01 WS-ORDER-REASON PIC X.
            01 WS-NOTE PIC X(40).
            01 WS-NOTE-VALID PIC X VALUE 'N'.
                88 NOTE-VALID VALUE 'Y'.
            01 WS-SERVICE-INPUT PIC X.
            01 WS-SERVICE-DONE PIC X VALUE 'N'.
                88 SERVICE-DONE VALUE 'Y'.
            01 WS-SERVICE-VALID PIC X VALUE 'N'.
                88 SERVICE-VALID VALUE 'Y'.
            01 WS-ALSO-CLOSED PIC 9(4) VALUE 0.
            01 WS-METER-FOUND PIC X VALUE 'N'.
                88 METER-FOUND VALUE 'Y'.
            01 WS-NOW-TS PIC X(14).
            01 WS-OPERFILE-STATUS PIC XX.
            01 WS-SECLOG-STATUS PIC XX.
            01 WS-CENT-STATUS PIC XX.
            01 WS-CENTRAL-PATH PIC X(60) VALUE SPACES.
            01 WS-OPERFILE-NAME PIC X(80).
            01 WS-SECLOG-NAME PIC X(80).
            01 WS-OPERATOR PIC X(8).
            01 WS-CREDENTIAL PIC X(12).
            01 WS-SIGNON-PROGRAM PIC X(9) VALUE "wovisit".
            01 WS-NEEDED-ROLE PIC 9 VALUE 7.
            01 WS-NEEDED-ROLE-NAME PIC X(20) VALUE "technician".
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
            DISPLAY "Maintenance visit entry".
            PERFORM SIGN-ON-PARA.
            MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-TS.
            PERFORM LIST-OPEN-PARA.
            IF WS-OPEN-COUNT = 0
                DISPLAY "No open work orders."
                STOP RUN
            END-IF.
            PERFORM UNTIL ORDER-VALID
                DISPLAY "Work order number: " WITH NO ADVANCING
                ACCEPT WS-ORDER-INPUT
                IF FUNCTION TRIM(WS-ORDER-INPUT) IS NUMERIC
                    MOVE FUNCTION TRIM(WS-ORDER-INPUT) TO WS-ORDER
                    PERFORM CHECK-ORDER-PARA
                    IF ORDER-OPEN
                        MOVE 'Y' TO WS-ORDER-VALID
                    ELSE
                        DISPLAY "Work order " WS-ORDER
                            " is not open."
                    END-IF
                ELSE
                    DISPLAY "Enter a work order number."
                END-IF
            END-PERFORM.
            PERFORM UNTIL NOTE-VALID
                DISPLAY "Work done (max 40 characters): "
                    WITH NO ADVANCING
                ACCEPT WS-NOTE
                IF WS-NOTE = SPACES
                    DISPLAY "Say what was done on the visit."
                ELSE
                    MOVE 'Y' TO WS-NOTE-VALID
                END-IF
            END-PERFORM.
            IF WS-ORDER-REASON = 'H' OR WS-ORDER-REASON = 'D'
                MOVE 'Y' TO WS-SERVICE-DONE
            ELSE
                PERFORM UNTIL SERVICE-VALID
                    DISPLAY "Full service done on this visit? (Y/N): "
                        WITH NO ADVANCING
                    ACCEPT WS-SERVICE-INPUT
                    IF WS-SERVICE-INPUT = 'Y' OR WS-SERVICE-INPUT = 'N'
                        MOVE WS-SERVICE-INPUT TO WS-SERVICE-DONE
                        MOVE 'Y' TO WS-SERVICE-VALID
                    ELSE
                        DISPLAY "Enter Y or N."
                    END-IF
                END-PERFORM
            END-IF.
            PERFORM CLOSE-REWRITE-PARA.
            DISPLAY "Work order " WS-ORDER " closed by "
                FUNCTION TRIM(WS-OPERATOR) ".".
            IF WS-ALSO-CLOSED > 0
                DISPLAY WS-ALSO-CLOSED " other open service order(s) "
                    "for sign " WS-ORDER-SIGN " closed by the same "
                    "visit."
            END-IF.
            IF SERVICE-DONE
                PERFORM RESET-METER-PARA
                DISPLAY "Service intervals for sign " WS-ORDER-SIGN
                    " restart today."
            END-IF.
            STOP RUN.

            LIST-OPEN-PARA.
            OPEN INPUT WORKFILE.
            IF WS-WORK-STATUS NOT = "00"
                MOVE 'Y' TO WS-WORK-EOF
            ELSE
                PERFORM UNTIL WORK-EOF
                    READ WORKFILE
                        AT END MOVE 'Y' TO WS-WORK-EOF
                        NOT AT END
                            IF WO-OPEN
                                ADD 1 TO WS-OPEN-COUNT
                                DISPLAY "  " WO-NUMBER " sign "
                                    WO-SIGN-ID " " WO-REASON
                                    " opened " WO-OPENED-TS(1:8) " "
                                    FUNCTION TRIM(WO-DETAIL)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE WORKFILE
            END-IF.

            CHECK-ORDER-PARA.
            MOVE 'N' TO WS-ORDER-OPEN.
            MOVE 'N' TO WS-WORK-EOF.
            OPEN INPUT WORKFILE.
            IF WS-WORK-STATUS NOT = "00"
                MOVE 'Y' TO WS-WORK-EOF
            ELSE
                PERFORM UNTIL WORK-EOF OR ORDER-OPEN
                    READ WORKFILE
                        AT END MOVE 'Y' TO WS-WORK-EOF
                        NOT AT END
                            IF WO-NUMBER = WS-ORDER AND WO-OPEN
                                MOVE 'Y' TO WS-ORDER-OPEN
                                MOVE WO-SIGN-ID TO WS-ORDER-SIGN
                                MOVE WO-REASON TO WS-ORDER-REASON
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE WORKFILE
            END-IF.

      *Every order streams through the temp file verbatim except the
      *one worked and, after a service, the sign's other open service
      *orders, which are closed with the same visit.
            CLOSE-REWRITE-PARA.
            MOVE 'N' TO WS-WORK-EOF.
            OPEN INPUT WORKFILE.
            OPEN OUTPUT WORKTMP.
            PERFORM UNTIL WORK-EOF
                READ WORKFILE
                    AT END MOVE 'Y' TO WS-WORK-EOF
                    NOT AT END
                        IF WO-NUMBER = WS-ORDER AND WO-OPEN
                            PERFORM STAMP-VISIT-PARA
                        ELSE
                            IF SERVICE-DONE AND WO-OPEN
                                    AND WO-SIGN-ID = WS-ORDER-SIGN
                                    AND (WO-REASON-HOURS
                                        OR WO-REASON-DAYS)
                                ADD 1 TO WS-ALSO-CLOSED
                                PERFORM STAMP-VISIT-PARA
                            END-IF
                        END-IF
                        MOVE WO-RECORD TO WORKTMP-RECORD
                        WRITE WORKTMP-RECORD
                END-READ
            END-PERFORM.
            CLOSE WORKFILE.
            CLOSE WORKTMP.
            MOVE 'N' TO WS-TMP-EOF.
            OPEN INPUT WORKTMP.
            OPEN OUTPUT WORKFILE.
            PERFORM UNTIL TMP-EOF
                READ WORKTMP
                    AT END MOVE 'Y' TO WS-TMP-EOF
                    NOT AT END
                        MOVE WORKTMP-RECORD TO WO-RECORD
                        WRITE WO-RECORD
                END-READ
            END-PERFORM.
            CLOSE WORKTMP.
            CLOSE WORKFILE.
            OPEN OUTPUT WORKTMP.
            CLOSE WORKTMP.

            STAMP-VISIT-PARA.
            MOVE 'C' TO WO-STATUS.
            MOVE WS-NOW-TS TO WO-CLOSED-TS.
            MOVE WS-OPERATOR TO WO-TECH-ID.
            MOVE WS-NOTE TO WO-VISIT-NOTE.

      *A sign the meter has never seen gets a record with the service
      *date only; litmeter.cob fills in the reading from there.
            RESET-METER-PARA.
            MOVE 'N' TO WS-METER-EOF.
            OPEN OUTPUT METERTMP.
            OPEN INPUT METERFILE.
            IF WS-METER-STATUS NOT = "00"
                MOVE 'Y' TO WS-METER-EOF
            END-IF.
            PERFORM UNTIL METER-EOF
                READ METERFILE
                    AT END MOVE 'Y' TO WS-METER-EOF
                    NOT AT END
                        IF LTM-SIGN-ID = WS-ORDER-SIGN
                            MOVE 'Y' TO WS-METER-FOUND
                            IF LTM-LIT-SECS IS NUMERIC
                                MOVE LTM-LIT-SECS TO LTM-SERVICE-SECS
                            ELSE
                                MOVE 0 TO LTM-SERVICE-SECS
                            END-IF
                            MOVE WS-NOW-TS(1:8) TO LTM-SERVICE-DATE
                        END-IF
                        MOVE LTM-RECORD TO METERTMP-RECORD
                        WRITE METERTMP-RECORD
                END-READ
            END-PERFORM.
            IF WS-METER-STATUS = "00" OR WS-METER-STATUS = "10"
                CLOSE METERFILE
            END-IF.
            IF NOT METER-FOUND
                MOVE SPACES TO LTM-RECORD
                MOVE WS-ORDER-SIGN TO LTM-SIGN-ID
                MOVE 0 TO LTM-LIT-SECS
                MOVE 0 TO LTM-SERVICE-SECS
                MOVE WS-NOW-TS(1:8) TO LTM-SERVICE-DATE
                MOVE LTM-RECORD TO METERTMP-RECORD
                WRITE METERTMP-RECORD
            END-IF.
            CLOSE METERTMP.
            MOVE 'N' TO WS-TMP-EOF.
            OPEN INPUT METERTMP.
            OPEN OUTPUT METERFILE.
            PERFORM UNTIL TMP-EOF
                READ METERTMP
                    AT END MOVE 'Y' TO WS-TMP-EOF
                    NOT AT END
                        MOVE METERTMP-RECORD TO LTM-RECORD
                        WRITE LTM-RECORD
                END-READ
            END-PERFORM.
            CLOSE METERTMP.
            CLOSE METERFILE.
            OPEN OUTPUT METERTMP.
            CLOSE METERTMP.

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
