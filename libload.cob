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
      *Bulk load of LIBFILE (layout in librec.cpy) from the
      *comma-delimited file marketing sends, LIBLOAD.CSV, one record
      *per line: sign id, row, slot, message text, dwell. The whole
      *file is applied in one mode chosen at the start: Add, Replace,
      *or Delete (delete needs only sign id, row, and slot). Only the
      *message rows 1 and 2 can be loaded this way; geometry and
      *schedule stay with libmaint.cob. Every line gets the same
      *checks libmaint.cob applies to a keyed-in record, including
      *the CTRLFILE character set and banned words, and a line that
      *fails any of them or cannot be applied to the library is
      *written to LIBLOAD.ERR with its line number and the reason.
      *The load report with its control totals goes to LIBLOAD.OUT
      *and the terminal. Any change marks LIBRELFILE pending, as
      *libmaint.cob does. Returns 8 when the library or the input
      *cannot be opened, 4 when any line was rejected.
      *The operator signs on first against OPERFILE and must hold
      *the content editor role.
      *OPERFILE and SECLOG are the central operators.dat and
      *seclog.dat, reached through the directory in centdir.dat.

        IDENTIFICATION DIVISION.
        PROGRAM-ID. libload.
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT LIBFILE ASSIGN TO "msglib.dat"
                    ORGANIZATION INDEXED
                    ACCESS MODE DYNAMIC
                    RECORD KEY IS LIB-KEY
                    FILE STATUS IS WS-LIB-STATUS.
                SELECT LOADFILE ASSIGN TO "libload.csv"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-LOAD-STATUS.
                SELECT ERRFILE ASSIGN TO "libload.err"
                    ORGANIZATION LINE SEQUENTIAL.
                SELECT CTRLFILE ASSIGN TO "ctrules.dat"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-CTRL-STATUS.
                SELECT LIBRELFILE ASSIGN TO "librel.dat"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-LIBREL-STATUS.
                SELECT REPORT-FILE ASSIGN TO "libload.out"
                    ORGANIZATION LINE SEQUENTIAL.
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
            FD LIBFILE.
                COPY "librec.cpy".
            FD LOADFILE.
            01 LOAD-LINE PIC X(120).
            FD ERRFILE.
            01 ERR-LINE PIC X(200).
            FD CTRLFILE.
                COPY "ctrlrec.cpy".
            FD LIBRELFILE.
                COPY "librelrec.cpy".
            FD REPORT-FILE.
            01 REPORT-LINE PIC X(80).
            FD CENTFILE.
                COPY "centrec.cpy".
            FD OPERFILE.
                COPY "operrec.cpy".
            FD SECLOG.
                COPY "secrec.cpy".
            WORKING-STORAGE SECTION.
            01 WS-LIB-STATUS PIC XX.
            01 WS-LOAD-STATUS PIC XX.
            01 WS-LOAD-EOF PIC X VALUE 'N'.
                88 LOAD-EOF VALUE 'Y'.
            01 WS-ACTION PIC X.
                88 ACTION-ADD VALUE 'A'.
                88 ACTION-REPLACE VALUE 'R'.
                88 ACTION-DELETE VALUE 'D'.
            01 WS-ACTION-VALID PIC X VALUE 'N'.
                88 ACTION-VALID VALUE 'Y'.
            01 WS-MODE-WORD PIC X(7).
            01 WS-LINE-NO PIC 9(5) VALUE 0.
            01 WS-FIELD-COUNT PIC 9(2).
            01 WS-TOO-MANY PIC X.
                88 TOO-MANY-FIELDS VALUE 'Y'.
            01 WS-F-SIGN PIC X(10).
            01 WS-F-ROW PIC X(4).
            01 WS-F-SLOT PIC X(6).
            01 WS-F-TEXT PIC X(60).
            01 WS-F-DWELL PIC X(6).
            01 WS-SIGN-ID PIC X(4).
            01 WS-NEW-ROW PIC 9.
            01 WS-SLOT PIC 9(4).
            01 WS-NEW-TEXT PIC X(40).
            01 WS-NEW-LEN PIC 9(2).
            01 WS-NEW-DWELL PIC 9(4).
            01 WS-LINE-OK PIC X.
                88 LINE-OK VALUE 'Y'.
            01 WS-REJECT-REASON PIC X(60).
            01 WS-COUNT-READ PIC 9(5) VALUE 0.
            01 WS-COUNT-ADDED PIC 9(5) VALUE 0.
            01 WS-COUNT-REPLACED PIC 9(5) VALUE 0.
            01 WS-COUNT-DELETED PIC 9(5) VALUE 0.
            01 WS-COUNT-REJECTED PIC 9(5) VALUE 0.
            01 WS-LIBREL-STATUS PIC XX.
            01 WS-CHANGE-MADE PIC X VALUE 'N'.
                88 CHANGE-MADE VALUE 'Y'.
            01 WS-REL-NUMBER PIC 9(4) VALUE 0.
            01 WS-REL-TS PIC X(14) VALUE SPACES.
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
            01 WS-OPERATOR PIC X(8).
            01 WS-CREDENTIAL PIC X(12).
            01 WS-SIGNON-PROGRAM PIC X(9) VALUE "libload".
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
            DISPLAY "Central message library bulk load".
            PERFORM SIGN-ON-PARA.
            PERFORM UNTIL ACTION-VALID
                DISPLAY "Add, Replace, or Delete the records in "
                    "libload.csv? (A/R/D): " WITH NO ADVANCING
                ACCEPT WS-ACTION
                IF ACTION-ADD OR ACTION-REPLACE OR ACTION-DELETE
                    MOVE 'Y' TO WS-ACTION-VALID
                ELSE
                    DISPLAY "Enter A, R, or D."
                END-IF
            END-PERFORM.
            EVALUATE TRUE
                WHEN ACTION-ADD
                    MOVE "ADD" TO WS-MODE-WORD
                WHEN ACTION-REPLACE
                    MOVE "REPLACE" TO WS-MODE-WORD
                WHEN OTHER
                    MOVE "DELETE" TO WS-MODE-WORD
            END-EVALUATE.
            PERFORM LOAD-RULES-PARA.
            OPEN INPUT LOADFILE.
            IF WS-LOAD-STATUS NOT = "00"
                DISPLAY "Cannot open libload.csv (status "
                    WS-LOAD-STATUS ")."
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM OPEN-LIB-PARA.
            OPEN OUTPUT ERRFILE.
            OPEN OUTPUT REPORT-FILE.
            MOVE SPACES TO REPORT-LINE.
            STRING "LIBRARY BULK LOAD - MODE " DELIMITED BY SIZE
                    WS-MODE-WORD DELIMITED BY SIZE
                    " - RUN " DELIMITED BY SIZE
                    FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    FUNCTION CURRENT-DATE(9:4) DELIMITED BY SIZE
                INTO REPORT-LINE.
            PERFORM EMIT-LINE-PARA.
            PERFORM UNTIL LOAD-EOF
                READ LOADFILE
                    AT END MOVE 'Y' TO WS-LOAD-EOF
                    NOT AT END
                        ADD 1 TO WS-LINE-NO
                        IF LOAD-LINE NOT = SPACES
                            ADD 1 TO WS-COUNT-READ
                            PERFORM LOAD-ONE-PARA
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE LOADFILE.
            CLOSE LIBFILE.
            CLOSE ERRFILE.
            IF CHANGE-MADE
                PERFORM MARK-PENDING-PARA
            END-IF.
            PERFORM TOTALS-PARA.
            CLOSE REPORT-FILE.
            IF WS-COUNT-REJECTED > 0
                MOVE 4 TO RETURN-CODE
            END-IF.
            STOP RUN.

      *One line of the input: split it, check it, and apply it in
      *the chosen mode. Anything that stops it goes to ERRFILE.
            LOAD-ONE-PARA.
            MOVE 'Y' TO WS-LINE-OK.
            MOVE SPACES TO WS-REJECT-REASON.
            PERFORM SPLIT-LINE-PARA.
            IF LINE-OK
                PERFORM CHECK-KEY-PARA
            END-IF.
            IF LINE-OK AND NOT ACTION-DELETE
                PERFORM CHECK-TEXT-PARA
            END-IF.
            IF LINE-OK AND NOT ACTION-DELETE
                PERFORM CHECK-DWELL-PARA
            END-IF.
            IF LINE-OK
                PERFORM APPLY-LINE-PARA
            END-IF.
            IF NOT LINE-OK
                PERFORM REJECT-LINE-PARA
            END-IF.

            SPLIT-LINE-PARA.
            MOVE SPACES TO WS-F-SIGN WS-F-ROW WS-F-SLOT WS-F-TEXT
                WS-F-DWELL.
            MOVE 0 TO WS-FIELD-COUNT.
            MOVE 'N' TO WS-TOO-MANY.
            UNSTRING LOAD-LINE DELIMITED BY ","
                INTO WS-F-SIGN WS-F-ROW WS-F-SLOT WS-F-TEXT
                    WS-F-DWELL
                TALLYING IN WS-FIELD-COUNT
                ON OVERFLOW MOVE 'Y' TO WS-TOO-MANY
            END-UNSTRING.
            IF TOO-MANY-FIELDS
                MOVE 'N' TO WS-LINE-OK
                MOVE "more than 5 fields (comma in the text?)"
                    TO WS-REJECT-REASON
            ELSE
                IF ACTION-DELETE AND WS-FIELD-COUNT < 3
                    MOVE 'N' TO WS-LINE-OK
                    MOVE "needs sign id, row and slot"
                        TO WS-REJECT-REASON
                END-IF
                IF NOT ACTION-DELETE AND WS-FIELD-COUNT < 5
                    MOVE 'N' TO WS-LINE-OK
                    MOVE "needs sign id, row, slot, text and dwell"
                        TO WS-REJECT-REASON
                END-IF
            END-IF.

            CHECK-KEY-PARA.
            IF FUNCTION TRIM(WS-F-SIGN) = SPACES
                MOVE 'N' TO WS-LINE-OK
                MOVE "sign id is blank" TO WS-REJECT-REASON
            ELSE
                IF FUNCTION LENGTH(FUNCTION TRIM(WS-F-SIGN)) > 4
                    MOVE 'N' TO WS-LINE-OK
                    MOVE "sign id longer than 4 characters"
                        TO WS-REJECT-REASON
                ELSE
                    MOVE FUNCTION TRIM(WS-F-SIGN) TO WS-SIGN-ID
                END-IF
            END-IF.
            IF LINE-OK
                IF FUNCTION TRIM(WS-F-ROW) = '1'
                        OR FUNCTION TRIM(WS-F-ROW) = '2'
                    MOVE FUNCTION TRIM(WS-F-ROW) TO WS-NEW-ROW
                ELSE
                    MOVE 'N' TO WS-LINE-OK
                    MOVE "row must be 1 or 2" TO WS-REJECT-REASON
                END-IF
            END-IF.
            IF LINE-OK
                IF FUNCTION TRIM(WS-F-SLOT) = SPACES
                    MOVE 'N' TO WS-LINE-OK
                    MOVE "slot is blank" TO WS-REJECT-REASON
                ELSE
                    IF FUNCTION TRIM(WS-F-SLOT) IS NUMERIC
                            AND FUNCTION LENGTH(
                                FUNCTION TRIM(WS-F-SLOT)) NOT > 4
                        MOVE FUNCTION TRIM(WS-F-SLOT) TO WS-SLOT
                    ELSE
                        MOVE 0 TO WS-SLOT
                    END-IF
                    IF WS-SLOT = 0
                        MOVE 'N' TO WS-LINE-OK
                        MOVE "slot must be between 1 and 9999"
                            TO WS-REJECT-REASON
                    END-IF
                END-IF
            END-IF.

            CHECK-TEXT-PARA.
            IF FUNCTION TRIM(WS-F-TEXT) = SPACES
                MOVE 'N' TO WS-LINE-OK
                MOVE "message is blank" TO WS-REJECT-REASON
            ELSE
                IF FUNCTION LENGTH(FUNCTION TRIM(WS-F-TEXT)) > 40
                    MOVE 'N' TO WS-LINE-OK
                    MOVE "message longer than 40 characters"
                        TO WS-REJECT-REASON
                ELSE
                    MOVE FUNCTION TRIM(WS-F-TEXT) TO WS-RULE-TEXT
                    MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-F-TEXT))
                        TO WS-RULE-LEN
                    PERFORM CHECK-RULES-PARA
                    IF RULE-OK
                        MOVE WS-RULE-TEXT TO WS-NEW-TEXT
                        MOVE WS-RULE-LEN TO WS-NEW-LEN
                    ELSE
                        MOVE 'N' TO WS-LINE-OK
                        MOVE WS-RULE-REASON TO WS-REJECT-REASON
                    END-IF
                END-IF
            END-IF.

            CHECK-DWELL-PARA.
            MOVE 0 TO WS-NEW-DWELL.
            IF FUNCTION TRIM(WS-F-DWELL) IS NUMERIC
                    AND FUNCTION LENGTH(FUNCTION TRIM(WS-F-DWELL))
                        NOT > 4
                MOVE FUNCTION TRIM(WS-F-DWELL) TO WS-NEW-DWELL
            END-IF.
            IF WS-NEW-DWELL = 0
                MOVE 'N' TO WS-LINE-OK
                MOVE "dwell time must be between 1 and 9999"
                    TO WS-REJECT-REASON
            END-IF.

            APPLY-LINE-PARA.
            MOVE WS-SIGN-ID TO LIB-SIGN-ID.
            MOVE WS-NEW-ROW TO LIB-ROW.
            MOVE WS-SLOT TO LIB-SLOT.
            IF ACTION-DELETE
                DELETE LIBFILE
                IF WS-LIB-STATUS = "00"
                    ADD 1 TO WS-COUNT-DELETED
                    MOVE 'Y' TO WS-CHANGE-MADE
                ELSE
                    MOVE 'N' TO WS-LINE-OK
                    MOVE "no such record to delete"
                        TO WS-REJECT-REASON
                END-IF
            ELSE
                MOVE SPACES TO LIB-MSG-DATA
                MOVE WS-NEW-TEXT(1:5) TO LIB-TEXT
                MOVE WS-NEW-DWELL TO LIB-DWELL
                MOVE WS-NEW-LEN TO LIB-LONG-LEN
                MOVE WS-NEW-TEXT TO LIB-LONG-TEXT
                IF ACTION-ADD
                    WRITE LIB-RECORD
                    IF WS-LIB-STATUS = "00"
                        ADD 1 TO WS-COUNT-ADDED
                        MOVE 'Y' TO WS-CHANGE-MADE
                    ELSE
                        MOVE 'N' TO WS-LINE-OK
                        MOVE "record already on file"
                            TO WS-REJECT-REASON
                    END-IF
                ELSE
                    REWRITE LIB-RECORD
                    IF WS-LIB-STATUS = "00"
                        ADD 1 TO WS-COUNT-REPLACED
                        MOVE 'Y' TO WS-CHANGE-MADE
                    ELSE
                        MOVE 'N' TO WS-LINE-OK
                        MOVE "no such record to replace"
                            TO WS-REJECT-REASON
                    END-IF
                END-IF
            END-IF.

            REJECT-LINE-PARA.
            ADD 1 TO WS-COUNT-REJECTED.
            MOVE SPACES TO ERR-LINE.
            STRING "LINE " DELIMITED BY SIZE
                    WS-LINE-NO DELIMITED BY SIZE
                    ": " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-REJECT-REASON) DELIMITED BY SIZE
                    " | " DELIMITED BY SIZE
                    FUNCTION TRIM(LOAD-LINE TRAILING)
                    DELIMITED BY SIZE
                INTO ERR-LINE.
            WRITE ERR-LINE.

            TOTALS-PARA.
            MOVE SPACES TO REPORT-LINE.
            STRING "  LINES READ      " DELIMITED BY SIZE
                    WS-COUNT-READ DELIMITED BY SIZE
                INTO REPORT-LINE.
            PERFORM EMIT-LINE-PARA.
            MOVE SPACES TO REPORT-LINE.
            STRING "  ADDED           " DELIMITED BY SIZE
                    WS-COUNT-ADDED DELIMITED BY SIZE
                INTO REPORT-LINE.
            PERFORM EMIT-LINE-PARA.
            MOVE SPACES TO REPORT-LINE.
            STRING "  REPLACED        " DELIMITED BY SIZE
                    WS-COUNT-REPLACED DELIMITED BY SIZE
                INTO REPORT-LINE.
            PERFORM EMIT-LINE-PARA.
            MOVE SPACES TO REPORT-LINE.
            STRING "  DELETED         " DELIMITED BY SIZE
                    WS-COUNT-DELETED DELIMITED BY SIZE
                INTO REPORT-LINE.
            PERFORM EMIT-LINE-PARA.
            MOVE SPACES TO REPORT-LINE.
            STRING "  REJECTED        " DELIMITED BY SIZE
                    WS-COUNT-REJECTED DELIMITED BY SIZE
                    "  (see libload.err)" DELIMITED BY SIZE
                INTO REPORT-LINE.
            PERFORM EMIT-LINE-PARA.
            IF WS-COUNT-READ NOT = WS-COUNT-ADDED + WS-COUNT-REPLACED
                    + WS-COUNT-DELETED + WS-COUNT-REJECTED
                MOVE "  *** CONTROL TOTALS DO NOT BALANCE ***"
                    TO REPORT-LINE
                PERFORM EMIT-LINE-PARA
                MOVE 8 TO RETURN-CODE
            END-IF.
            IF CHANGE-MADE
                MOVE SPACES TO REPORT-LINE
                STRING "Changes recorded as pending; promote with "
                        DELIMITED BY SIZE
                        "librelse before extracting." DELIMITED BY SIZE
                    INTO REPORT-LINE
                PERFORM EMIT-LINE-PARA
            END-IF.

            EMIT-LINE-PARA.
            DISPLAY REPORT-LINE.
            WRITE REPORT-LINE.

      *Every completed library change accumulates as pending on
      *LIBRELFILE until librelse.cob freezes the batch into the next
      *numbered release. The release number and its timestamp are
      *carried over untouched here.
            MARK-PENDING-PARA.
            MOVE 0 TO WS-REL-NUMBER.
            MOVE SPACES TO WS-REL-TS.
            OPEN INPUT LIBRELFILE.
            IF WS-LIBREL-STATUS = "00"
                READ LIBRELFILE
                    AT END
                        CONTINUE
                    NOT AT END
                        IF LIBREL-NUMBER IS NUMERIC
                            MOVE LIBREL-NUMBER TO WS-REL-NUMBER
                        END-IF
                        MOVE LIBREL-TS TO WS-REL-TS
                END-READ
                CLOSE LIBRELFILE
            END-IF.
            MOVE WS-REL-NUMBER TO LIBREL-NUMBER.
            MOVE 'Y' TO LIBREL-PENDING.
            MOVE WS-REL-TS TO LIBREL-TS.
            OPEN OUTPUT LIBRELFILE.
            WRITE LIBREL-RECORD.
            CLOSE LIBRELFILE.

            OPEN-LIB-PARA.
            OPEN I-O LIBFILE.
            IF WS-LIB-STATUS = "35"
                OPEN OUTPUT LIBFILE
                CLOSE LIBFILE
                OPEN I-O LIBFILE
            END-IF.
            IF WS-LIB-STATUS NOT = "00"
                DISPLAY "Cannot open the library (status "
                    WS-LIB-STATUS ")."
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

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
