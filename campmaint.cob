      *Lets a supervisor list, add, or delete campaign messages in
      *advance, so holiday and promotion content turns itself on and
      *off without anyone swapping rotations at the sign at midnight.
      *A campaign added here is written pending under the signed-on
      *operator's id and does not air until a different
      *operator approves it through campappr.cob. Paid content is
      *booked to an open advertiser account from ACCTFILE with its
      *share of the row's airtime, which billstmt.cob bills against;
      *a blank account marks house content.
      *The operator signs on first against OPERFILE and must hold
      *the content editor role.
      *OPERFILE, SECLOG and ACCTFILE are the central operators.dat,
      *seclog.dat and acctfile.dat kept by acctmaint.cob, reached
      *through the directory in centdir.dat.

        IDENTIFICATION DIVISION.
        PROGRAM-ID. campmaint.
                SELECT CTRLFILE ASSIGN TO "ctrules.dat"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-CTRL-STATUS.
                SELECT ACCTFILE ASSIGN USING WS-ACCTFILE-NAME
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
            FD CAMPFILE.
                COPY "camprec.cpy".
            FD CTRLFILE.
                COPY "ctrlrec.cpy".
            FD ACCTFILE.
                COPY "acctrec.cpy".
            FD CENTFILE.
                COPY "centrec.cpy".
            FD OPERFILE.
                COPY "operrec.cpy".
            FD SECLOG.
                COPY "secrec.cpy".
            WORKING-STORAGE SECTION.
            01 WS-CAMP-STATUS PIC XX.
            01 WS-TABLE-EOF PIC X VALUE 'N'.
                    10 WS-CAMP-DWELL-T PIC 9(4).
                    10 WS-CAMP-LONG-LEN-T PIC 9(2).
                    10 WS-CAMP-LONG-TEXT-T PIC X(40).
                    10 WS-CAMP-STATUS-T PIC X.
                    10 WS-CAMP-ENTERED-T PIC X(8).
                    10 WS-CAMP-DECIDED-BY-T PIC X(8).
                    10 WS-CAMP-DECIDED-TS-T PIC X(14).
                    10 WS-CAMP-REASON-T PIC X(40).
                    10 WS-CAMP-ACCOUNT-T PIC X(6).
                    10 WS-CAMP-PCT-T PIC 9(3).
            01 WS-IX PIC 9(4).
            01 WS-ACCT-STATUS PIC XX.
            01 WS-ACCT-EOF PIC X VALUE 'N'.
                88 ACCT-EOF VALUE 'Y'.
            01 WS-ACCT-INPUT PIC X(6).
            01 WS-ACCT-VALID PIC X VALUE 'N'.
                88 ACCT-VALID VALUE 'Y'.
            01 WS-ACCT-FOUND PIC X.
                88 ACCT-FOUND VALUE 'Y'.
            01 WS-ACCT-NAME PIC X(30).
            01 WS-NEW-ACCOUNT PIC X(6).
            01 WS-PCT-INPUT PIC X(3).
            01 WS-PCT-NUMERIC PIC 9(3).
            01 WS-PCT-VALID PIC X VALUE 'N'.
                88 PCT-VALID VALUE 'Y'.
            01 WS-NEW-PCT PIC 9(3).
            01 WS-OPERATOR PIC X(8).
            01 WS-STATUS-WORD PIC X(8).
            01 WS-TODAY PIC 9(8).
            01 WS-ACTION PIC X.
                88 ACTION-ADD VALUE 'A'.
            01 WS-RPX PIC 9(4).
            01 WS-RBX PIC 9(4).
            01 WS-SCAN-LIMIT PIC S9(4).
            01 WS-OPERFILE-STATUS PIC XX.
            01 WS-SECLOG-STATUS PIC XX.
            01 WS-CENT-STATUS PIC XX.
            01 WS-CENTRAL-PATH PIC X(60) VALUE SPACES.
            01 WS-OPERFILE-NAME PIC X(80).
            01 WS-SECLOG-NAME PIC X(80).
            01 WS-ACCTFILE-NAME PIC X(80).
            01 WS-CREDENTIAL PIC X(12).
            01 WS-SIGNON-PROGRAM PIC X(9) VALUE "campmaint".
            01 WS-NEEDED-ROLE PIC 9 VALUE 1.
            01 WS-NEEDED-ROLE-NAME PIC X(20) VALUE "content editor".
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
            DISPLAY "Sign campaign maintenance".
            PERFORM SIGN-ON-PARA.
            PERFORM LOAD-RULES-PARA.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
            PERFORM LOAD-TABLE-PARA.
                PERFORM PROMPT-ROW-PARA
                PERFORM PROMPT-TEXT-PARA
                PERFORM PROMPT-DWELL-PARA
                PERFORM PROMPT-ACCOUNT-PARA
                IF WS-NEW-ACCOUNT = SPACES
                    MOVE 0 TO WS-NEW-PCT
                ELSE
                    PERFORM PROMPT-SHARE-PARA
                END-IF
                ADD 1 TO WS-CAMP-COUNT
                MOVE WS-FROM-DATE TO WS-CAMP-FROM-T(WS-CAMP-COUNT)
                MOVE WS-TO-DATE TO WS-CAMP-TO-T(WS-CAMP-COUNT)
                    TO WS-CAMP-LONG-LEN-T(WS-CAMP-COUNT)
                MOVE WS-NEW-TEXT
                    TO WS-CAMP-LONG-TEXT-T(WS-CAMP-COUNT)
                MOVE 'P' TO WS-CAMP-STATUS-T(WS-CAMP-COUNT)
                MOVE WS-OPERATOR TO WS-CAMP-ENTERED-T(WS-CAMP-COUNT)
                MOVE SPACES TO WS-CAMP-DECIDED-BY-T(WS-CAMP-COUNT)
                MOVE SPACES TO WS-CAMP-DECIDED-TS-T(WS-CAMP-COUNT)
                MOVE SPACES TO WS-CAMP-REASON-T(WS-CAMP-COUNT)
                MOVE WS-NEW-ACCOUNT TO WS-CAMP-ACCOUNT-T(WS-CAMP-COUNT)
                MOVE WS-NEW-PCT TO WS-CAMP-PCT-T(WS-CAMP-COUNT)
                DISPLAY "Campaign entered pending approval."
            END-IF.
            PERFORM SAVE-TABLE-PARA.
            DISPLAY "Done.".
                                MOVE CAMP-TEXT TO
                                    WS-CAMP-LONG-TEXT-T(WS-CAMP-COUNT)
                            END-IF
                            MOVE CAMP-STATUS
                                TO WS-CAMP-STATUS-T(WS-CAMP-COUNT)
                            MOVE CAMP-ENTERED-BY
                                TO WS-CAMP-ENTERED-T(WS-CAMP-COUNT)
                            MOVE CAMP-DECIDED-BY
                                TO WS-CAMP-DECIDED-BY-T(WS-CAMP-COUNT)
                            MOVE CAMP-DECIDED-TS
                                TO WS-CAMP-DECIDED-TS-T(WS-CAMP-COUNT)
                            MOVE CAMP-REASON
                                TO WS-CAMP-REASON-T(WS-CAMP-COUNT)
                            MOVE CAMP-ACCOUNT
                                TO WS-CAMP-ACCOUNT-T(WS-CAMP-COUNT)
                            IF CAMP-BOOKED-PCT IS NUMERIC
                                MOVE CAMP-BOOKED-PCT
                                    TO WS-CAMP-PCT-T(WS-CAMP-COUNT)
                            ELSE
                                MOVE 0 TO WS-CAMP-PCT-T(WS-CAMP-COUNT)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CAMPFILE
                MOVE WS-CAMP-DWELL-T(WS-IX) TO CAMP-DWELL
                MOVE WS-CAMP-LONG-LEN-T(WS-IX) TO CAMP-LONG-LEN
                MOVE WS-CAMP-LONG-TEXT-T(WS-IX) TO CAMP-LONG-TEXT
                MOVE WS-CAMP-STATUS-T(WS-IX) TO CAMP-STATUS
                MOVE WS-CAMP-ENTERED-T(WS-IX) TO CAMP-ENTERED-BY
                MOVE WS-CAMP-DECIDED-BY-T(WS-IX) TO CAMP-DECIDED-BY
                MOVE WS-CAMP-DECIDED-TS-T(WS-IX) TO CAMP-DECIDED-TS
                MOVE WS-CAMP-REASON-T(WS-IX) TO CAMP-REASON
                MOVE WS-CAMP-ACCOUNT-T(WS-IX) TO CAMP-ACCOUNT
                MOVE WS-CAMP-PCT-T(WS-IX) TO CAMP-BOOKED-PCT
                WRITE CAMP-RECORD
            END-PERFORM.
            CLOSE CAMPFILE.
                DISPLAY "Campaigns on file (today is " WS-TODAY "):"
                PERFORM VARYING WS-IX FROM 1 BY 1
                        UNTIL WS-IX > WS-CAMP-COUNT
                    EVALUATE WS-CAMP-STATUS-T(WS-IX)
                        WHEN 'A'
                            MOVE "APPROVED" TO WS-STATUS-WORD
                        WHEN 'R'
                            MOVE "REJECTED" TO WS-STATUS-WORD
                        WHEN OTHER
                            MOVE "PENDING" TO WS-STATUS-WORD
                    END-EVALUATE
                    IF WS-CAMP-STATUS-T(WS-IX) = 'A'
                            AND WS-TODAY >= WS-CAMP-FROM-T(WS-IX)
                            AND WS-TODAY <= WS-CAMP-TO-T(WS-IX)
                        DISPLAY "  " WS-IX ": row "
                            WS-CAMP-ROW-T(WS-IX) " '"
                            "' dwell "
                            WS-CAMP-DWELL-T(WS-IX) " "
                            WS-CAMP-FROM-T(WS-IX) "-"
                            WS-CAMP-TO-T(WS-IX) " "
                            FUNCTION TRIM(WS-STATUS-WORD)
                    END-IF
                END-PERFORM
            END-IF.
                    END-IF
                END-IF
            END-PERFORM.

      *A blank account books house content. Otherwise the account
      *must be on ACCTFILE and open; with no ACCTFILE at all only
      *house content can be booked.
            PROMPT-ACCOUNT-PARA.
            PERFORM UNTIL ACCT-VALID
                DISPLAY "Advertiser account (blank for house content): "
                    WITH NO ADVANCING
                ACCEPT WS-ACCT-INPUT
                IF WS-ACCT-INPUT = SPACES
                    MOVE SPACES TO WS-NEW-ACCOUNT
                    MOVE 'Y' TO WS-ACCT-VALID
                ELSE
                    PERFORM FIND-ACCOUNT-PARA
                    IF ACCT-FOUND
                        MOVE WS-ACCT-INPUT TO WS-NEW-ACCOUNT
                        DISPLAY "Booked to " FUNCTION TRIM(WS-ACCT-NAME)
                            "."
                        MOVE 'Y' TO WS-ACCT-VALID
                    ELSE
                        DISPLAY "No open account " WS-ACCT-INPUT
                            " on file."
                    END-IF
                END-IF
            END-PERFORM.

            FIND-ACCOUNT-PARA.
            MOVE 'N' TO WS-ACCT-FOUND.
            MOVE 'N' TO WS-ACCT-EOF.
            OPEN INPUT ACCTFILE.
            IF WS-ACCT-STATUS = "00"
                PERFORM UNTIL ACCT-EOF OR ACCT-FOUND
                    READ ACCTFILE
                        AT END MOVE 'Y' TO WS-ACCT-EOF
                        NOT AT END
                            IF ACCT-ID = WS-ACCT-INPUT AND ACCT-OPEN
                                MOVE 'Y' TO WS-ACCT-FOUND
                                MOVE ACCT-NAME TO WS-ACCT-NAME
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ACCTFILE
            END-IF.

            PROMPT-SHARE-PARA.
            PERFORM UNTIL PCT-VALID
                DISPLAY "Booked share of the row's airtime in percent "
                    "(1-100): " WITH NO ADVANCING
                ACCEPT WS-PCT-INPUT
                IF FUNCTION TRIM(WS-PCT-INPUT) IS NUMERIC
                    MOVE FUNCTION TRIM(WS-PCT-INPUT) TO WS-PCT-NUMERIC
                END-IF
                IF FUNCTION TRIM(WS-PCT-INPUT) IS NUMERIC
                        AND WS-PCT-NUMERIC > 0
                        AND WS-PCT-NUMERIC <= 100
                    MOVE WS-PCT-NUMERIC TO WS-NEW-PCT
                    MOVE 'Y' TO WS-PCT-VALID
                ELSE
                    DISPLAY "Enter a share between 1 and 100."
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

      *The operator file, security log and account file are always
      *the central ones, whichever directory the program runs in;
      *without centdir.dat nobody can sign on.
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
            MOVE SPACES TO WS-ACCTFILE-NAME.
            STRING FUNCTION TRIM(WS-CENTRAL-PATH) DELIMITED BY SIZE
                    "/acctfile.dat" DELIMITED BY SIZE
                INTO WS-ACCTFILE-NAME.
