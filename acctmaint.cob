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
      *Guided data entry for ACCTFILE (acctfile.dat), the advertiser
      *accounts campaign airtime is sold to (layout in acctrec.cpy).
      *Lets the sales office list, add, or replace an account's name
      *and billing contact, close an account so no new campaign can
      *be booked to it, or open a closed account again. Replacing
      *the name or contact keeps the account's status, so a closed
      *account stays closed until it is opened explicitly. Accounts
      *are never deleted: billstmt.cob still needs the name for
      *statements on campaigns the account already ran.
      *The operator signs on first against OPERFILE and must hold
      *the account manager role.
      *OPERFILE and SECLOG are the central operators.dat and
      *seclog.dat, reached through the directory in centdir.dat.

        IDENTIFICATION DIVISION.
        PROGRAM-ID. acctmaint.
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT ACCTFILE ASSIGN TO "acctfile.dat"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-ACCT-STATUS.
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
            FD ACCTFILE.
                COPY "acctrec.cpy".
            FD CENTFILE.
                COPY "centrec.cpy".
            FD OPERFILE.
                COPY "operrec.cpy".
            FD SECLOG.
                COPY "secrec.cpy".
            WORKING-STORAGE SECTION.
            01 WS-ACCT-STATUS PIC XX.
            01 WS-TABLE-EOF PIC X VALUE 'N'.
                88 TABLE-EOF VALUE 'Y'.
            01 WS-ACCT-COUNT PIC 9(4) VALUE 0.
            01 WS-ACCT-TABLE.
                05 WS-ACCT-ENTRY OCCURS 50 TIMES.
                    10 WS-ACCT-ID-T PIC X(6).
                    10 WS-ACCT-NAME-T PIC X(30).
                    10 WS-ACCT-CONTACT-T PIC X(30).
                    10 WS-ACCT-STATUS-T PIC X.
                    10 WS-ACCT-OPENED-T PIC 9(8).
            01 WS-IX PIC 9(4).
            01 WS-MATCH-IX PIC 9(4) VALUE 0.
            01 WS-ACTION PIC X.
                88 ACTION-ADD VALUE 'A'.
                88 ACTION-REPLACE VALUE 'R'.
                88 ACTION-CLOSE VALUE 'C'.
                88 ACTION-REOPEN VALUE 'O'.
            01 WS-ACTION-VALID PIC X VALUE 'N'.
                88 ACTION-VALID VALUE 'Y'.
            01 WS-ID-INPUT PIC X(6).
            01 WS-ID-VALID PIC X VALUE 'N'.
                88 ID-VALID VALUE 'Y'.
            01 WS-NAME-INPUT PIC X(30).
            01 WS-NAME-VALID PIC X VALUE 'N'.
                88 NAME-VALID VALUE 'Y'.
            01 WS-CONTACT-INPUT PIC X(30).
            01 WS-STATUS-WORD PIC X(6).
            01 WS-OPERFILE-STATUS PIC XX.
            01 WS-SECLOG-STATUS PIC XX.
            01 WS-CENT-STATUS PIC XX.
            01 WS-CENTRAL-PATH PIC X(60) VALUE SPACES.
            01 WS-OPERFILE-NAME PIC X(80).
            01 WS-SECLOG-NAME PIC X(80).
            01 WS-OPERATOR PIC X(8).
            01 WS-CREDENTIAL PIC X(12).
            01 WS-SIGNON-PROGRAM PIC X(9) VALUE "acctmaint".
            01 WS-NEEDED-ROLE PIC 9 VALUE 5.
            01 WS-NEEDED-ROLE-NAME PIC X(20) VALUE "account manager".
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
            DISPLAY "Advertiser account maintenance".
            PERFORM SIGN-ON-PARA.
            PERFORM LOAD-TABLE-PARA.
            PERFORM LIST-TABLE-PARA.
            PERFORM UNTIL ACTION-VALID
                DISPLAY "Add, Replace, Close, or Open an account? "
                    "(A/R/C/O): " WITH NO ADVANCING
                ACCEPT WS-ACTION
                IF ACTION-ADD OR ACTION-REPLACE OR ACTION-CLOSE
                        OR ACTION-REOPEN
                    IF (ACTION-REPLACE OR ACTION-CLOSE
                            OR ACTION-REOPEN)
                            AND WS-ACCT-COUNT = 0
                        DISPLAY "No accounts on file - nothing to "
                            "replace, close or open. Choose Add."
                    ELSE
                        MOVE 'Y' TO WS-ACTION-VALID
                    END-IF
                ELSE
                    DISPLAY "Enter A, R, C, or O."
                END-IF
            END-PERFORM.
            IF ACTION-ADD AND WS-ACCT-COUNT >= 50
                DISPLAY "Account file already has 50 entries."
                STOP RUN
            END-IF.
            PERFORM PROMPT-ID-PARA.
            PERFORM FIND-ACCOUNT-PARA.
            EVALUATE TRUE
                WHEN ACTION-ADD
                    IF WS-MATCH-IX > 0
                        DISPLAY "Account " WS-ID-INPUT " is already "
                            "on file. Use Replace."
                        STOP RUN
                    END-IF
                WHEN OTHER
                    IF WS-MATCH-IX = 0
                        DISPLAY "No account " WS-ID-INPUT " on file."
                        STOP RUN
                    END-IF
            END-EVALUATE.
            EVALUATE TRUE
                WHEN ACTION-CLOSE
                    MOVE 'C' TO WS-ACCT-STATUS-T(WS-MATCH-IX)
                WHEN ACTION-REOPEN
                    MOVE 'O' TO WS-ACCT-STATUS-T(WS-MATCH-IX)
                WHEN OTHER
                    PERFORM PROMPT-NAME-PARA
                    DISPLAY "Billing contact: " WITH NO ADVANCING
                    ACCEPT WS-CONTACT-INPUT
                    IF ACTION-ADD
                        ADD 1 TO WS-ACCT-COUNT
                        MOVE WS-ACCT-COUNT TO WS-MATCH-IX
                        MOVE FUNCTION CURRENT-DATE(1:8)
                            TO WS-ACCT-OPENED-T(WS-MATCH-IX)
                        MOVE 'O' TO WS-ACCT-STATUS-T(WS-MATCH-IX)
                    END-IF
                    MOVE WS-ID-INPUT TO WS-ACCT-ID-T(WS-MATCH-IX)
                    MOVE WS-NAME-INPUT TO WS-ACCT-NAME-T(WS-MATCH-IX)
                    MOVE WS-CONTACT-INPUT
                        TO WS-ACCT-CONTACT-T(WS-MATCH-IX)
            END-EVALUATE.
            PERFORM SAVE-TABLE-PARA.
            DISPLAY "Done.".
            STOP RUN.

            LOAD-TABLE-PARA.
            OPEN INPUT ACCTFILE.
            IF WS-ACCT-STATUS = "00"
                PERFORM UNTIL TABLE-EOF OR WS-ACCT-COUNT = 50
                    READ ACCTFILE
                        AT END MOVE 'Y' TO WS-TABLE-EOF
                        NOT AT END
                            ADD 1 TO WS-ACCT-COUNT
                            MOVE ACCT-ID
                                TO WS-ACCT-ID-T(WS-ACCT-COUNT)
                            MOVE ACCT-NAME
                                TO WS-ACCT-NAME-T(WS-ACCT-COUNT)
                            MOVE ACCT-CONTACT
                                TO WS-ACCT-CONTACT-T(WS-ACCT-COUNT)
                            MOVE ACCT-STATUS
                                TO WS-ACCT-STATUS-T(WS-ACCT-COUNT)
                            IF ACCT-OPENED-DATE IS NUMERIC
                                MOVE ACCT-OPENED-DATE
                                    TO WS-ACCT-OPENED-T(WS-ACCT-COUNT)
                            ELSE
                                MOVE 0
                                    TO WS-ACCT-OPENED-T(WS-ACCT-COUNT)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ACCTFILE
            END-IF.

            SAVE-TABLE-PARA.
            OPEN OUTPUT ACCTFILE.
            PERFORM VARYING WS-IX FROM 1 BY 1
                    UNTIL WS-IX > WS-ACCT-COUNT
                MOVE WS-ACCT-ID-T(WS-IX) TO ACCT-ID
                MOVE WS-ACCT-NAME-T(WS-IX) TO ACCT-NAME
                MOVE WS-ACCT-CONTACT-T(WS-IX) TO ACCT-CONTACT
                MOVE WS-ACCT-STATUS-T(WS-IX) TO ACCT-STATUS
                MOVE WS-ACCT-OPENED-T(WS-IX) TO ACCT-OPENED-DATE
                WRITE ACCT-RECORD
            END-PERFORM.
            CLOSE ACCTFILE.

            LIST-TABLE-PARA.
            IF WS-ACCT-COUNT = 0
                DISPLAY "No accounts on file."
            ELSE
                DISPLAY "Accounts on file:"
                PERFORM VARYING WS-IX FROM 1 BY 1
                        UNTIL WS-IX > WS-ACCT-COUNT
                    IF WS-ACCT-STATUS-T(WS-IX) = 'C'
                        MOVE "CLOSED" TO WS-STATUS-WORD
                    ELSE
                        MOVE "OPEN" TO WS-STATUS-WORD
                    END-IF
                    DISPLAY "  " WS-ACCT-ID-T(WS-IX) " "
                        WS-ACCT-NAME-T(WS-IX) " "
                        FUNCTION TRIM(WS-ACCT-CONTACT-T(WS-IX)) " "
                        WS-STATUS-WORD
                END-PERFORM
            END-IF.

            FIND-ACCOUNT-PARA.
            MOVE 0 TO WS-MATCH-IX.
            PERFORM VARYING WS-IX FROM 1 BY 1
                    UNTIL WS-MATCH-IX > 0 OR WS-IX > WS-ACCT-COUNT
                IF WS-ACCT-ID-T(WS-IX) = WS-ID-INPUT
                    MOVE WS-IX TO WS-MATCH-IX
                END-IF
            END-PERFORM.

            PROMPT-ID-PARA.
            PERFORM UNTIL ID-VALID
                DISPLAY "Account id (up to 6 characters): "
                    WITH NO ADVANCING
                ACCEPT WS-ID-INPUT
                IF WS-ID-INPUT = SPACES OR WS-ID-INPUT(1:1) = SPACE
                    DISPLAY "Account id cannot be blank or start "
                        "with a space."
                ELSE
                    MOVE 'Y' TO WS-ID-VALID
                END-IF
            END-PERFORM.

            PROMPT-NAME-PARA.
            PERFORM UNTIL NAME-VALID
                DISPLAY "Advertiser name: " WITH NO ADVANCING
                ACCEPT WS-NAME-INPUT
                IF WS-NAME-INPUT = SPACES
                    DISPLAY "Name cannot be blank."
                ELSE
                    MOVE 'Y' TO WS-NAME-VALID
                END-IF
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
