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
      *Second-person review of CAMPFILE (layout in camprec.cpy). Lists
      *every campaign still pending with its row, dates, dwell, full
      *text and the operator who entered it, then lets the approver
      *open one, review it, and approve or reject it with a reason.
      *The approver must be a different operator from the one who
      *entered the campaign, and an attempt on one's own campaign is
      *refused and written to SECLOG; an approved campaign is what
      *arduino.cob, rotpview.cob and signchk.cob take into the
      *rotation, a rejected one stays on file with its reason until
      *campmaint.cob deletes it. Ends with return code 4 when nothing
      *is pending or everything pending was entered by the approver.
      *The operator signs on first against OPERFILE and must hold
      *the campaign approver role.
      *OPERFILE and SECLOG are the central operators.dat and
      *seclog.dat, reached through the directory in centdir.dat.

        IDENTIFICATION DIVISION.
        PROGRAM-ID. campappr.
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT CAMPFILE ASSIGN TO "campfile.dat"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-CAMP-STATUS.
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
            FD CENTFILE.
                COPY "centrec.cpy".
            FD OPERFILE.
                COPY "operrec.cpy".
            FD SECLOG.
                COPY "secrec.cpy".
            WORKING-STORAGE SECTION.
            01 WS-CAMP-STATUS PIC XX.
            01 WS-TABLE-EOF PIC X VALUE 'N'.
                88 TABLE-EOF VALUE 'Y'.
            01 WS-CAMP-COUNT PIC 9(4) VALUE 0.
            01 WS-CAMP-TABLE.
                05 WS-CAMP-ENTRY OCCURS 50 TIMES.
                    10 WS-CAMP-FROM-T PIC 9(8).
                    10 WS-CAMP-TO-T PIC 9(8).
                    10 WS-CAMP-ROW-T PIC 9.
                    10 WS-CAMP-TEXT-T PIC A(5).
                    10 WS-CAMP-DWELL-T PIC 9(4).
                    10 WS-CAMP-LONG-LEN-T PIC 9(2).
                    10 WS-CAMP-LONG-TEXT-T PIC X(40).
                    10 WS-CAMP-STATUS-T PIC X.
                        88 CAMP-PENDING-T VALUE 'P' SPACE.
                    10 WS-CAMP-ENTERED-T PIC X(8).
                    10 WS-CAMP-DECIDED-BY-T PIC X(8).
                    10 WS-CAMP-DECIDED-TS-T PIC X(14).
                    10 WS-CAMP-REASON-T PIC X(40).
                    10 WS-CAMP-ACCOUNT-T PIC X(6).
                    10 WS-CAMP-PCT-T PIC 9(3).
            01 WS-IX PIC 9(4).
            01 WS-PENDING-COUNT PIC 9(4) VALUE 0.
            01 WS-REVIEWABLE-COUNT PIC 9(4) VALUE 0.
            01 WS-OPERATOR PIC X(8).
            01 WS-SLOT-INPUT PIC X(4).
            01 WS-SLOT PIC 9(4).
            01 WS-SLOT-VALID PIC X VALUE 'N'.
                88 SLOT-VALID VALUE 'Y'.
            01 WS-DECISION PIC X.
                88 DECISION-APPROVE VALUE 'A'.
                88 DECISION-REJECT VALUE 'R'.
            01 WS-DECISION-VALID PIC X VALUE 'N'.
                88 DECISION-VALID VALUE 'Y'.
            01 WS-REASON-INPUT PIC X(40).
            01 WS-REASON-VALID PIC X VALUE 'N'.
                88 REASON-VALID VALUE 'Y'.
            01 WS-OPERFILE-STATUS PIC XX.
            01 WS-SECLOG-STATUS PIC XX.
            01 WS-CENT-STATUS PIC XX.
            01 WS-CENTRAL-PATH PIC X(60) VALUE SPACES.
            01 WS-OPERFILE-NAME PIC X(80).
            01 WS-SECLOG-NAME PIC X(80).
            01 WS-CREDENTIAL PIC X(12).
            01 WS-SIGNON-PROGRAM PIC X(9) VALUE "campappr".
            01 WS-NEEDED-ROLE PIC 9 VALUE 2.
            01 WS-NEEDED-ROLE-NAME PIC X(20) VALUE "campaign approver".
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
            DISPLAY "Sign campaign approval".
            PERFORM SIGN-ON-PARA.
            PERFORM LOAD-TABLE-PARA.
            PERFORM LIST-PENDING-PARA.
            IF WS-PENDING-COUNT = 0
                DISPLAY "No campaigns pending approval."
                MOVE 4 TO RETURN-CODE
                STOP RUN
            END-IF.
            IF WS-REVIEWABLE-COUNT = 0
                DISPLAY "Every pending campaign was entered by "
                    FUNCTION TRIM(WS-OPERATOR)
                    "; another operator must approve them."
                MOVE 4 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM PROMPT-SLOT-PARA.
            PERFORM SHOW-CAMP-PARA.
            PERFORM UNTIL DECISION-VALID
                DISPLAY "Approve or Reject this campaign? (A/R): "
                    WITH NO ADVANCING
                ACCEPT WS-DECISION
                IF DECISION-APPROVE OR DECISION-REJECT
                    MOVE 'Y' TO WS-DECISION-VALID
                ELSE
                    DISPLAY "Enter A or R."
                END-IF
            END-PERFORM.
            PERFORM UNTIL REASON-VALID
                DISPLAY "Reason (max 40 characters): "
                    WITH NO ADVANCING
                ACCEPT WS-REASON-INPUT
                IF WS-REASON-INPUT = SPACES
                    DISPLAY "A reason is required for the record."
                ELSE
                    MOVE 'Y' TO WS-REASON-VALID
                END-IF
            END-PERFORM.
            MOVE WS-DECISION TO WS-CAMP-STATUS-T(WS-SLOT).
            MOVE WS-OPERATOR TO WS-CAMP-DECIDED-BY-T(WS-SLOT).
            MOVE FUNCTION CURRENT-DATE(1:14)
                TO WS-CAMP-DECIDED-TS-T(WS-SLOT).
            MOVE FUNCTION TRIM(WS-REASON-INPUT)
                TO WS-CAMP-REASON-T(WS-SLOT).
            PERFORM SAVE-TABLE-PARA.
            IF DECISION-APPROVE
                DISPLAY "Campaign " WS-SLOT " approved."
            ELSE
                DISPLAY "Campaign " WS-SLOT " rejected."
            END-IF.
            STOP RUN.

            LOAD-TABLE-PARA.
            OPEN INPUT CAMPFILE.
            IF WS-CAMP-STATUS = "00"
                PERFORM UNTIL TABLE-EOF OR WS-CAMP-COUNT = 50
                    READ CAMPFILE
                        AT END MOVE 'Y' TO WS-TABLE-EOF
                        NOT AT END
                            ADD 1 TO WS-CAMP-COUNT
                            MOVE CAMP-FROM-DATE
                                TO WS-CAMP-FROM-T(WS-CAMP-COUNT)
                            MOVE CAMP-TO-DATE
                                TO WS-CAMP-TO-T(WS-CAMP-COUNT)
                            MOVE CAMP-ROW
                                TO WS-CAMP-ROW-T(WS-CAMP-COUNT)
                            MOVE CAMP-TEXT
                                TO WS-CAMP-TEXT-T(WS-CAMP-COUNT)
                            MOVE CAMP-DWELL
                                TO WS-CAMP-DWELL-T(WS-CAMP-COUNT)
                            IF CAMP-LONG-LEN IS NUMERIC
                                    AND CAMP-LONG-LEN > 0
                                MOVE CAMP-LONG-LEN TO
                                    WS-CAMP-LONG-LEN-T(WS-CAMP-COUNT)
                                MOVE CAMP-LONG-TEXT TO
                                    WS-CAMP-LONG-TEXT-T(WS-CAMP-COUNT)
                            ELSE
                                MOVE 5 TO
                                    WS-CAMP-LONG-LEN-T(WS-CAMP-COUNT)
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
            END-IF.

            SAVE-TABLE-PARA.
            OPEN OUTPUT CAMPFILE.
            PERFORM VARYING WS-IX FROM 1 BY 1
                    UNTIL WS-IX > WS-CAMP-COUNT
                MOVE WS-CAMP-FROM-T(WS-IX) TO CAMP-FROM-DATE
                MOVE WS-CAMP-TO-T(WS-IX) TO CAMP-TO-DATE
                MOVE WS-CAMP-ROW-T(WS-IX) TO CAMP-ROW
                MOVE WS-CAMP-TEXT-T(WS-IX) TO CAMP-TEXT
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

            LIST-PENDING-PARA.
            PERFORM VARYING WS-IX FROM 1 BY 1
                    UNTIL WS-IX > WS-CAMP-COUNT
                IF CAMP-PENDING-T(WS-IX)
                    IF WS-PENDING-COUNT = 0
                        DISPLAY "Campaigns pending approval:"
                    END-IF
                    ADD 1 TO WS-PENDING-COUNT
                    IF WS-CAMP-ENTERED-T(WS-IX) NOT = WS-OPERATOR
                        ADD 1 TO WS-REVIEWABLE-COUNT
                    END-IF
                    DISPLAY "  " WS-IX ": row "
                        WS-CAMP-ROW-T(WS-IX) " '"
                        FUNCTION TRIM(WS-CAMP-LONG-TEXT-T(WS-IX))
                        "' dwell "
                        WS-CAMP-DWELL-T(WS-IX) " "
                        WS-CAMP-FROM-T(WS-IX) "-"
                        WS-CAMP-TO-T(WS-IX) " entered by "
                        FUNCTION TRIM(WS-CAMP-ENTERED-T(WS-IX))
                END-IF
            END-PERFORM.

      *The campaign must still be pending, and the approver may not
      *be the operator who entered it. A campaign carried over from
      *before the approval step has no entering operator on file and
      *may be reviewed by anyone. A blank entry quits without a
      *decision.
            PROMPT-SLOT-PARA.
            PERFORM UNTIL SLOT-VALID
                DISPLAY "Campaign number to review (blank to quit): "
                    WITH NO ADVANCING
                ACCEPT WS-SLOT-INPUT
                IF WS-SLOT-INPUT = SPACES
                    DISPLAY "No campaign reviewed."
                    STOP RUN
                END-IF
                IF FUNCTION TRIM(WS-SLOT-INPUT) IS NUMERIC
                    MOVE FUNCTION TRIM(WS-SLOT-INPUT) TO WS-SLOT
                END-IF
                IF FUNCTION TRIM(WS-SLOT-INPUT) IS NOT NUMERIC
                        OR WS-SLOT = 0
                        OR WS-SLOT > WS-CAMP-COUNT
                    DISPLAY "Enter a campaign number between 1 "
                        "and " WS-CAMP-COUNT "."
                ELSE
                    IF NOT CAMP-PENDING-T(WS-SLOT)
                        DISPLAY "Campaign " WS-SLOT
                            " is not pending approval."
                    ELSE
                        IF WS-CAMP-ENTERED-T(WS-SLOT) = WS-OPERATOR
                            DISPLAY "You entered campaign " WS-SLOT
                                "; a different operator must "
                                "approve it."
                            MOVE 'R' TO WS-SEC-EVENT
                            MOVE "approval of own campaign"
                                TO WS-SEC-DETAIL
                            PERFORM WRITE-SECLOG-PARA
                        ELSE
                            MOVE 'Y' TO WS-SLOT-VALID
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.

            SHOW-CAMP-PARA.
            DISPLAY "Campaign " WS-SLOT ":".
            DISPLAY "  Row:        " WS-CAMP-ROW-T(WS-SLOT).
            DISPLAY "  Effective:  " WS-CAMP-FROM-T(WS-SLOT)
                " to " WS-CAMP-TO-T(WS-SLOT).
            DISPLAY "  Dwell:      " WS-CAMP-DWELL-T(WS-SLOT)
                " cycles".
            DISPLAY "  Text:       '"
                WS-CAMP-LONG-TEXT-T(WS-SLOT)
                (1:WS-CAMP-LONG-LEN-T(WS-SLOT)) "'".
            DISPLAY "  Length:     " WS-CAMP-LONG-LEN-T(WS-SLOT).
            DISPLAY "  Entered by: " WS-CAMP-ENTERED-T(WS-SLOT).
            IF WS-CAMP-ACCOUNT-T(WS-SLOT) = SPACES
                DISPLAY "  Account:    house content"
            ELSE
                DISPLAY "  Account:    " WS-CAMP-ACCOUNT-T(WS-SLOT)
                    " booked " WS-CAMP-PCT-T(WS-SLOT) "% of row airtime"
            END-IF.

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
