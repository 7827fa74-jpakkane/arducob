      *Operator console for the watchdog alarms on ALARMFILE (layout
      *and lifecycle in alarmrec.cpy). Lists the alarms hbwatch.cob
      *has raised that are still open, and lets the operator
      *acknowledge one under the signed-on id, which stops the
      *escalation clock and records who caught the outage and when.
      *Closing stays automatic: hbwatch.cob does that when the
      *heartbeat resumes. The file is streamed through a temp file
      *it can hold any number of records. Records from before the
      *lifecycle existed read back with a blank status and pass
      *through untouched.
      *The operator signs on first against OPERFILE and must hold
      *the alarm handler role.
      *OPERFILE and SECLOG are the central operators.dat and
      *seclog.dat, reached through the directory in centdir.dat.

        IDENTIFICATION DIVISION.
        PROGRAM-ID. alarmack.
                SELECT ALARMTMP ASSIGN TO "alarmtmp.dat"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-ALARMTMP-STATUS.
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
            FD ALARMFILE.
                COPY "alarmrec.cpy".
            FD ALARMTMP.
            01 ALARMTMP-RECORD PIC X(90).
            FD CENTFILE.
                COPY "centrec.cpy".
            FD OPERFILE.
                COPY "operrec.cpy".
            FD SECLOG.
                COPY "secrec.cpy".
            WORKING-STORAGE SECTION.
            01 WS-ALARM-STATUS PIC XX.
            01 WS-ALARMTMP-STATUS PIC XX.
            01 WS-SLOT-OPEN PIC X VALUE 'N'.
                88 SLOT-OPEN VALUE 'Y'.
            01 WS-OPERATOR PIC X(8).
            01 WS-SLOT-INPUT PIC X(6).
            01 WS-SLOT PIC 9(6).
            01 WS-SLOT-VALID PIC X VALUE 'N'.
                88 SLOT-VALID VALUE 'Y'.
            01 WS-NOW-TS PIC X(14).
            01 WS-OPERFILE-STATUS PIC XX.
            01 WS-SECLOG-STATUS PIC XX.
            01 WS-CENT-STATUS PIC XX.
            01 WS-CENTRAL-PATH PIC X(60) VALUE SPACES.
            01 WS-OPERFILE-NAME PIC X(80).
            01 WS-SECLOG-NAME PIC X(80).
            01 WS-CREDENTIAL PIC X(12).
            01 WS-SIGNON-PROGRAM PIC X(9) VALUE "alarmack".
            01 WS-NEEDED-ROLE PIC 9 VALUE 4.
            01 WS-NEEDED-ROLE-NAME PIC X(20) VALUE "alarm handler".
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
            DISPLAY "Watchdog alarm console".
            PERFORM SIGN-ON-PARA.
            MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-TS.
            PERFORM LIST-OPEN-PARA.
            IF WS-OPEN-COUNT = 0
                    END-IF
                END-IF
            END-PERFORM.
            PERFORM ACK-REWRITE-PARA.
            DISPLAY "Alarm " WS-SLOT " acknowledged by "
                FUNCTION TRIM(WS-OPERATOR) ".".
            CLOSE ALARMFILE.
            OPEN OUTPUT ALARMTMP.
            CLOSE ALARMTMP.

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
