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
      *Commissioning and decommissioning of a sign, run from the
      *central directory. Commissioning puts the sign on the SIGNDIRS
      *roster (signdirrec.cpy) with its data directory, clones every
      *LIBFILE record (librec.cpy) of a template sign already in
      *service under the new sign id, and creates the empty data and
      *log files the sign and fleetcoll.cob expect in its directory;
      *the directory itself must already exist. The new directory
      *also gets a centdir.dat (centrec.cpy) naming the central
      *directory, through which the sign-side programs reach the
      *central operator, security and account files. Decommissioning
      *removes the sign's records from LIBFILE but keeps its roster
      *record, marked retired, so fleetrpt.cob, librecon.cob,
      *fleetcoll.cob and billstmt.cob pass it over while its history
      *stays on file. Each transaction first marks the roster record
      *C or D and only sets the final status once every step has
      *worked, so a sign left half set up or half taken down shows
      *on the reports and at the start of the next run here; running
      *the same transaction again finishes it. Library changes are
      *marked pending on LIBRELFILE as libmaint.cob does. Ends with
      *return code 8 when the transaction is refused or a step fails.
      *The operator signs on first against OPERFILE and must hold
      *the fleet administrator role.
      *OPERFILE and SECLOG are the central operators.dat and
      *seclog.dat, reached through the directory in centdir.dat.

        IDENTIFICATION DIVISION.
        PROGRAM-ID. signcomm.
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
                SELECT NEWFILE ASSIGN USING WS-NEW-NAME
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-NEW-STATUS.
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
            FD LIBFILE.
                COPY "librec.cpy".
            FD LIBRELFILE.
                COPY "librelrec.cpy".
            FD NEWFILE.
            01 NEW-RECORD PIC X(80).
            FD CENTFILE.
                COPY "centrec.cpy".
            FD OPERFILE.
                COPY "operrec.cpy".
            FD SECLOG.
                COPY "secrec.cpy".
            WORKING-STORAGE SECTION.
            01 WS-DIRS-STATUS PIC XX.
            01 WS-LIB-STATUS PIC XX.
            01 WS-NEW-STATUS PIC XX.
            01 WS-DIRS-EOF PIC X VALUE 'N'.
                88 DIRS-EOF VALUE 'Y'.
            01 WS-TODAY PIC X(8).
            01 WS-ACTION PIC X.
                88 ACTION-COMMISSION VALUE 'C'.
                88 ACTION-DECOMMISSION VALUE 'D'.
            01 WS-ACTION-VALID PIC X VALUE 'N'.
                88 ACTION-VALID VALUE 'Y'.
            01 WS-SIGN-ID PIC X(4).
            01 WS-SIGN-VALID PIC X VALUE 'N'.
                88 SIGN-VALID VALUE 'Y'.
            01 WS-SIGN-PATH PIC X(60).
            01 WS-PATH-VALID PIC X VALUE 'N'.
                88 PATH-VALID VALUE 'Y'.
            01 WS-TEMPLATE-ID PIC X(4).
            01 WS-TEMPLATE-VALID PIC X VALUE 'N'.
                88 TEMPLATE-VALID VALUE 'Y'.
            01 WS-CONFIRM PIC X.
            01 WS-ROSTER-COUNT PIC 9(4) VALUE 0.
            01 WS-ROSTER-DROPPED PIC 9(4) VALUE 0.
            01 WS-ROSTER-TABLE.
                05 WS-ROSTER-ENTRY OCCURS 200 TIMES.
                    10 WS-RS-ID-T PIC X(4).
                    10 WS-RS-PATH-T PIC X(60).
                    10 WS-RS-STATUS-T PIC X.
                    10 WS-RS-DATE-T PIC X(8).
                    10 WS-RS-TEMPLATE-T PIC X(4).
            01 WS-RX PIC 9(4).
            01 WS-SIGN-IX PIC 9(4).
            01 WS-TEMPLATE-IX PIC 9(4).
            01 WS-FIND-ID PIC X(4).
            01 WS-FIND-IX PIC 9(4).
            01 WS-UNFINISHED PIC 9(4) VALUE 0.
            01 WS-CLONE-COUNT PIC 9(4) VALUE 0.
            01 WS-CLONE-DROPPED PIC 9(4) VALUE 0.
            01 WS-CLONE-TABLE.
                05 WS-CLONE-ENTRY OCCURS 300 TIMES.
                    10 WS-CL-ROW-T PIC 9.
                    10 WS-CL-SLOT-T PIC 9(4).
                    10 WS-CL-DATA-T PIC X(51).
            01 WS-CX PIC 9(4).
            01 WS-SCAN-ID PIC X(4).
            01 WS-SCAN-DONE PIC X.
                88 SCAN-DONE VALUE 'Y'.
            01 WS-LIB-ADDED PIC 9(4) VALUE 0.
            01 WS-LIB-PRESENT PIC 9(4) VALUE 0.
            01 WS-LIB-DELETED PIC 9(4) VALUE 0.
            01 WS-STEP-ERRORS PIC 9(4) VALUE 0.
            01 WS-NEW-NAME PIC X(80).
            01 WS-FILE-BASE PIC X(20).
            01 WS-FILES-MADE PIC 9(4) VALUE 0.
            01 WS-LIBREL-STATUS PIC XX.
            01 WS-CHANGE-MADE PIC X VALUE 'N'.
                88 CHANGE-MADE VALUE 'Y'.
            01 WS-REL-NUMBER PIC 9(4) VALUE 0.
            01 WS-REL-TS PIC X(14) VALUE SPACES.
            01 WS-OPERFILE-STATUS PIC XX.
            01 WS-SECLOG-STATUS PIC XX.
            01 WS-CENT-STATUS PIC XX.
            01 WS-CENTRAL-PATH PIC X(60) VALUE SPACES.
            01 WS-OPERFILE-NAME PIC X(80).
            01 WS-SECLOG-NAME PIC X(80).
            01 WS-OPERATOR PIC X(8).
            01 WS-CREDENTIAL PIC X(12).
            01 WS-SIGNON-PROGRAM PIC X(9) VALUE "signcomm".
            01 WS-NEEDED-ROLE PIC 9 VALUE 6.
            01 WS-NEEDED-ROLE-NAME PIC X(20)
                VALUE "fleet administrator".
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
            DISPLAY "Sign commissioning and decommissioning".
            PERFORM SIGN-ON-PARA.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
            PERFORM LOAD-ROSTER-PARA.
            PERFORM LIST-UNFINISHED-PARA.
            PERFORM UNTIL ACTION-VALID
                DISPLAY "Commission or Decommission a sign? (C/D): "
                    WITH NO ADVANCING
                ACCEPT WS-ACTION
                IF ACTION-COMMISSION OR ACTION-DECOMMISSION
                    MOVE 'Y' TO WS-ACTION-VALID
                ELSE
                    DISPLAY "Enter C or D."
                END-IF
            END-PERFORM.
            PERFORM UNTIL SIGN-VALID
                DISPLAY "Sign id (up to 4 characters): "
                    WITH NO ADVANCING
                ACCEPT WS-SIGN-ID
                IF WS-SIGN-ID = SPACES
                    DISPLAY "Sign id cannot be blank."
                ELSE
                    MOVE 'Y' TO WS-SIGN-VALID
                END-IF
            END-PERFORM.
            MOVE WS-SIGN-ID TO WS-FIND-ID.
            PERFORM FIND-ROSTER-PARA.
            MOVE WS-FIND-IX TO WS-SIGN-IX.
            IF ACTION-COMMISSION
                PERFORM COMMISSION-PARA
            ELSE
                PERFORM DECOMMISSION-PARA
            END-IF.
            DISPLAY "Done.".
            STOP RUN.

      *The whole roster is held in the table and written back in
      *full, so a roster too big for the table must not be touched.
            LOAD-ROSTER-PARA.
            OPEN INPUT SIGNDIRS.
            IF WS-DIRS-STATUS = "00"
                PERFORM UNTIL DIRS-EOF
                    READ SIGNDIRS
                        AT END MOVE 'Y' TO WS-DIRS-EOF
                        NOT AT END PERFORM STORE-ROSTER-PARA
                    END-READ
                END-PERFORM
                CLOSE SIGNDIRS
            ELSE
                IF WS-DIRS-STATUS NOT = "35"
                    DISPLAY "Cannot open signdirs.dat (status "
                        WS-DIRS-STATUS ")."
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF.
            IF WS-ROSTER-DROPPED > 0
                DISPLAY "signdirs.dat holds more than 200 records; "
                    "nothing changed."
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

            STORE-ROSTER-PARA.
            IF WS-ROSTER-COUNT >= 200
                ADD 1 TO WS-ROSTER-DROPPED
            ELSE
                ADD 1 TO WS-ROSTER-COUNT
                MOVE SIGNDIR-SIGN-ID TO WS-RS-ID-T(WS-ROSTER-COUNT)
                MOVE SIGNDIR-PATH TO WS-RS-PATH-T(WS-ROSTER-COUNT)
                MOVE SIGNDIR-STATUS
                    TO WS-RS-STATUS-T(WS-ROSTER-COUNT)
                MOVE SIGNDIR-STATUS-DATE
                    TO WS-RS-DATE-T(WS-ROSTER-COUNT)
                MOVE SIGNDIR-TEMPLATE-ID
                    TO WS-RS-TEMPLATE-T(WS-ROSTER-COUNT)
            END-IF.

            SAVE-ROSTER-PARA.
            OPEN OUTPUT SIGNDIRS.
            PERFORM VARYING WS-RX FROM 1 BY 1
                    UNTIL WS-RX > WS-ROSTER-COUNT
                MOVE WS-RS-ID-T(WS-RX) TO SIGNDIR-SIGN-ID
                MOVE WS-RS-PATH-T(WS-RX) TO SIGNDIR-PATH
                MOVE WS-RS-STATUS-T(WS-RX) TO SIGNDIR-STATUS
                MOVE WS-RS-DATE-T(WS-RX) TO SIGNDIR-STATUS-DATE
                MOVE WS-RS-TEMPLATE-T(WS-RX) TO SIGNDIR-TEMPLATE-ID
                WRITE SIGNDIR-RECORD
            END-PERFORM.
            CLOSE SIGNDIRS.

            FIND-ROSTER-PARA.
            MOVE 0 TO WS-FIND-IX.
            PERFORM VARYING WS-RX FROM 1 BY 1
                    UNTIL WS-RX > WS-ROSTER-COUNT OR WS-FIND-IX > 0
                IF WS-RS-ID-T(WS-RX) = WS-FIND-ID
                    MOVE WS-RX TO WS-FIND-IX
                END-IF
            END-PERFORM.

            LIST-UNFINISHED-PARA.
            PERFORM VARYING WS-RX FROM 1 BY 1
                    UNTIL WS-RX > WS-ROSTER-COUNT
                IF WS-RS-STATUS-T(WS-RX) = 'C'
                    ADD 1 TO WS-UNFINISHED
                    DISPLAY "  " WS-RS-ID-T(WS-RX)
                        " commissioning not complete (started "
                        WS-RS-DATE-T(WS-RX) ")"
                END-IF
                IF WS-RS-STATUS-T(WS-RX) = 'D'
                    ADD 1 TO WS-UNFINISHED
                    DISPLAY "  " WS-RS-ID-T(WS-RX)
                        " decommissioning not complete (started "
                        WS-RS-DATE-T(WS-RX) ")"
                END-IF
            END-PERFORM.
            IF WS-UNFINISHED > 0
                DISPLAY "Rerun the same transaction for these signs "
                    "to finish it."
            END-IF.

      *A new sign goes on the roster as C before anything else is
      *touched; a sign already there as C is picked up again with
      *the directory and template it was started with.
            COMMISSION-PARA.
            IF WS-SIGN-IX > 0
                IF WS-RS-STATUS-T(WS-SIGN-IX) NOT = 'C'
                    DISPLAY "Sign " WS-SIGN-ID " is already on the "
                        "roster (status " WS-RS-STATUS-T(WS-SIGN-IX)
                        ")."
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE WS-RS-PATH-T(WS-SIGN-IX) TO WS-SIGN-PATH
                MOVE WS-RS-TEMPLATE-T(WS-SIGN-IX) TO WS-TEMPLATE-ID
                DISPLAY "Resuming commissioning of " WS-SIGN-ID
                    " in " FUNCTION TRIM(WS-SIGN-PATH)
                    " from template " WS-TEMPLATE-ID "."
            ELSE
                IF WS-ROSTER-COUNT >= 200
                    DISPLAY "Roster is full; nothing changed."
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
                PERFORM PROMPT-PATH-PARA
                PERFORM PROMPT-TEMPLATE-PARA
                ADD 1 TO WS-ROSTER-COUNT
                MOVE WS-ROSTER-COUNT TO WS-SIGN-IX
                MOVE WS-SIGN-ID TO WS-RS-ID-T(WS-SIGN-IX)
                MOVE WS-SIGN-PATH TO WS-RS-PATH-T(WS-SIGN-IX)
                MOVE 'C' TO WS-RS-STATUS-T(WS-SIGN-IX)
                MOVE WS-TODAY TO WS-RS-DATE-T(WS-SIGN-IX)
                MOVE WS-TEMPLATE-ID TO WS-RS-TEMPLATE-T(WS-SIGN-IX)
                PERFORM SAVE-ROSTER-PARA
            END-IF.
            PERFORM OPEN-LIB-PARA.
            PERFORM CLONE-LIBRARY-PARA.
            CLOSE LIBFILE.
            IF CHANGE-MADE
                PERFORM MARK-PENDING-PARA
            END-IF.
            DISPLAY "Library: " WS-LIB-ADDED " record(s) cloned from "
                WS-TEMPLATE-ID ", " WS-LIB-PRESENT
                " already there.".
            PERFORM CREATE-FILES-PARA.
            DISPLAY "Directory: " WS-FILES-MADE " file(s) created.".
            IF WS-STEP-ERRORS > 0
                DISPLAY "Sign " WS-SIGN-ID " left in commissioning; "
                    "correct the above and rerun."
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE 'A' TO WS-RS-STATUS-T(WS-SIGN-IX).
            MOVE WS-TODAY TO WS-RS-DATE-T(WS-SIGN-IX).
            PERFORM SAVE-ROSTER-PARA.
            DISPLAY "Sign " WS-SIGN-ID " commissioned. Promote with "
                "librelse, then run libxtrct in its directory.".

            PROMPT-PATH-PARA.
            PERFORM UNTIL PATH-VALID
                DISPLAY "Sign data directory: " WITH NO ADVANCING
                ACCEPT WS-SIGN-PATH
                IF WS-SIGN-PATH = SPACES
                    DISPLAY "Directory cannot be blank."
                ELSE
                    MOVE 'Y' TO WS-PATH-VALID
                END-IF
            END-PERFORM.

            PROMPT-TEMPLATE-PARA.
            PERFORM UNTIL TEMPLATE-VALID
                DISPLAY "Template sign id to clone: "
                    WITH NO ADVANCING
                ACCEPT WS-TEMPLATE-ID
                MOVE WS-TEMPLATE-ID TO WS-FIND-ID
                PERFORM FIND-ROSTER-PARA
                MOVE WS-FIND-IX TO WS-TEMPLATE-IX
                IF WS-TEMPLATE-ID = SPACES OR WS-TEMPLATE-IX = 0
                    DISPLAY "Template must be a sign on the roster."
                ELSE
                    IF WS-RS-STATUS-T(WS-TEMPLATE-IX) = 'A'
                            OR WS-RS-STATUS-T(WS-TEMPLATE-IX) = SPACE
                        MOVE 'Y' TO WS-TEMPLATE-VALID
                    ELSE
                        DISPLAY "Template must be a sign in service."
                    END-IF
                END-IF
            END-PERFORM.

      *The template's records are read into the table first and only
      *then written under the new id, so the writes never disturb
      *the sequential read. A record already there from an earlier,
      *interrupted run is left as it is.
            CLONE-LIBRARY-PARA.
            MOVE WS-TEMPLATE-ID TO WS-SCAN-ID.
            PERFORM COLLECT-KEYS-PARA.
            IF WS-CLONE-DROPPED > 0
                DISPLAY "Template " WS-TEMPLATE-ID " has more than "
                    "300 library records; nothing cloned."
                ADD 1 TO WS-STEP-ERRORS
            ELSE
                IF WS-CLONE-COUNT = 0
                    DISPLAY "Template " WS-TEMPLATE-ID " has no "
                        "library records; nothing cloned."
                    ADD 1 TO WS-STEP-ERRORS
                END-IF
                PERFORM VARYING WS-CX FROM 1 BY 1
                        UNTIL WS-CX > WS-CLONE-COUNT
                    MOVE WS-SIGN-ID TO LIB-SIGN-ID
                    MOVE WS-CL-ROW-T(WS-CX) TO LIB-ROW
                    MOVE WS-CL-SLOT-T(WS-CX) TO LIB-SLOT
                    MOVE WS-CL-DATA-T(WS-CX) TO LIB-MSG-DATA
                    WRITE LIB-RECORD
                    EVALUATE WS-LIB-STATUS
                        WHEN "00"
                            ADD 1 TO WS-LIB-ADDED
                            MOVE 'Y' TO WS-CHANGE-MADE
                        WHEN "22"
                            ADD 1 TO WS-LIB-PRESENT
                        WHEN OTHER
                            DISPLAY "Cannot add row " LIB-ROW
                                " slot " LIB-SLOT " (status "
                                WS-LIB-STATUS ")."
                            ADD 1 TO WS-STEP-ERRORS
                    END-EVALUATE
                END-PERFORM
            END-IF.

            COLLECT-KEYS-PARA.
            MOVE 0 TO WS-CLONE-COUNT.
            MOVE 0 TO WS-CLONE-DROPPED.
            MOVE 'N' TO WS-SCAN-DONE.
            MOVE WS-SCAN-ID TO LIB-SIGN-ID.
            MOVE 0 TO LIB-ROW.
            MOVE 0 TO LIB-SLOT.
            START LIBFILE KEY NOT < LIB-KEY
                INVALID KEY MOVE 'Y' TO WS-SCAN-DONE
            END-START.
            PERFORM UNTIL SCAN-DONE
                READ LIBFILE NEXT RECORD
                    AT END MOVE 'Y' TO WS-SCAN-DONE
                    NOT AT END
                        IF LIB-SIGN-ID NOT = WS-SCAN-ID
                            MOVE 'Y' TO WS-SCAN-DONE
                        ELSE
                            PERFORM STORE-KEY-PARA
                        END-IF
                END-READ
            END-PERFORM.

            STORE-KEY-PARA.
            IF WS-CLONE-COUNT >= 300
                ADD 1 TO WS-CLONE-DROPPED
            ELSE
                ADD 1 TO WS-CLONE-COUNT
                MOVE LIB-ROW TO WS-CL-ROW-T(WS-CLONE-COUNT)
                MOVE LIB-SLOT TO WS-CL-SLOT-T(WS-CLONE-COUNT)
                MOVE LIB-MSG-DATA TO WS-CL-DATA-T(WS-CLONE-COUNT)
            END-IF.

      *The files the sign reads at start-up and the logs fleetcoll
      *collects. A file already in the directory is never emptied;
      *centdir.dat is always rewritten so it names this central
      *directory.
            CREATE-FILES-PARA.
            MOVE "msgfile.dat" TO WS-FILE-BASE.
            PERFORM CREATE-ONE-PARA.
            MOVE "msg2file.dat" TO WS-FILE-BASE.
            PERFORM CREATE-ONE-PARA.
            MOVE "geomfile.dat" TO WS-FILE-BASE.
            PERFORM CREATE-ONE-PARA.
            MOVE "schedfile.dat" TO WS-FILE-BASE.
            PERFORM CREATE-ONE-PARA.
            MOVE "campfile.dat" TO WS-FILE-BASE.
            PERFORM CREATE-ONE-PARA.
            MOVE "darkfile.dat" TO WS-FILE-BASE.
            PERFORM CREATE-ONE-PARA.
            MOVE "cmdfile.dat" TO WS-FILE-BASE.
            PERFORM CREATE-ONE-PARA.
            MOVE "heartbeat.dat" TO WS-FILE-BASE.
            PERFORM CREATE-ONE-PARA.
            MOVE "errlog.dat" TO WS-FILE-BASE.
            PERFORM CREATE-ONE-PARA.
            MOVE "runlog.dat" TO WS-FILE-BASE.
            PERFORM CREATE-ONE-PARA.
            MOVE "expolog.dat" TO WS-FILE-BASE.
            PERFORM CREATE-ONE-PARA.
            PERFORM CREATE-CENTDIR-PARA.

            CREATE-CENTDIR-PARA.
            MOVE SPACES TO WS-NEW-NAME.
            STRING FUNCTION TRIM(WS-SIGN-PATH) DELIMITED BY SIZE
                    "/centdir.dat" DELIMITED BY SIZE
                INTO WS-NEW-NAME.
            OPEN OUTPUT NEWFILE.
            IF WS-NEW-STATUS = "00"
                MOVE WS-CENTRAL-PATH TO NEW-RECORD
                WRITE NEW-RECORD
                ADD 1 TO WS-FILES-MADE
                CLOSE NEWFILE
            ELSE
                DISPLAY "Cannot create " FUNCTION TRIM(WS-NEW-NAME)
                    " (status " WS-NEW-STATUS ")."
                ADD 1 TO WS-STEP-ERRORS
            END-IF.

            CREATE-ONE-PARA.
            MOVE SPACES TO WS-NEW-NAME.
            STRING FUNCTION TRIM(WS-SIGN-PATH) DELIMITED BY SIZE
                    "/" DELIMITED BY SIZE
                    FUNCTION TRIM(WS-FILE-BASE) DELIMITED BY SIZE
                INTO WS-NEW-NAME.
            OPEN INPUT NEWFILE.
            IF WS-NEW-STATUS = "00"
                CLOSE NEWFILE
            ELSE
                OPEN OUTPUT NEWFILE
                IF WS-NEW-STATUS = "00"
                    ADD 1 TO WS-FILES-MADE
                    CLOSE NEWFILE
                ELSE
                    DISPLAY "Cannot create " FUNCTION TRIM(WS-NEW-NAME)
                        " (status " WS-NEW-STATUS ")."
                    ADD 1 TO WS-STEP-ERRORS
                END-IF
            END-IF.

      *The roster record goes to D first and only to R once the
      *sign's library records are gone; its data directory is left
      *as it stands.
            DECOMMISSION-PARA.
            IF WS-SIGN-IX = 0
                DISPLAY "Sign " WS-SIGN-ID " is not on the roster."
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            IF WS-RS-STATUS-T(WS-SIGN-IX) = 'R'
                DISPLAY "Sign " WS-SIGN-ID " was already retired on "
                    WS-RS-DATE-T(WS-SIGN-IX) "."
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            DISPLAY "Retire sign " WS-SIGN-ID " in "
                FUNCTION TRIM(WS-RS-PATH-T(WS-SIGN-IX))
                " and remove its library records? (Y/N): "
                WITH NO ADVANCING.
            ACCEPT WS-CONFIRM.
            IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
                DISPLAY "Nothing changed."
                STOP RUN
            END-IF.
            MOVE 'D' TO WS-RS-STATUS-T(WS-SIGN-IX).
            MOVE WS-TODAY TO WS-RS-DATE-T(WS-SIGN-IX).
            PERFORM SAVE-ROSTER-PARA.
            PERFORM OPEN-LIB-PARA.
            PERFORM REMOVE-LIBRARY-PARA.
            CLOSE LIBFILE.
            IF CHANGE-MADE
                PERFORM MARK-PENDING-PARA
            END-IF.
            DISPLAY "Library: " WS-LIB-DELETED " record(s) removed.".
            IF WS-STEP-ERRORS > 0
                DISPLAY "Sign " WS-SIGN-ID " left in decommissioning; "
                    "correct the above and rerun."
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE 'R' TO WS-RS-STATUS-T(WS-SIGN-IX).
            MOVE WS-TODAY TO WS-RS-DATE-T(WS-SIGN-IX).
            PERFORM SAVE-ROSTER-PARA.
            DISPLAY "Sign " WS-SIGN-ID " retired.".

            REMOVE-LIBRARY-PARA.
            MOVE WS-SIGN-ID TO WS-SCAN-ID.
            PERFORM COLLECT-KEYS-PARA.
            IF WS-CLONE-DROPPED > 0
                DISPLAY "More than 300 library records; the rest go "
                    "on the next run."
                ADD 1 TO WS-STEP-ERRORS
            END-IF.
            PERFORM VARYING WS-CX FROM 1 BY 1
                    UNTIL WS-CX > WS-CLONE-COUNT
                MOVE WS-SIGN-ID TO LIB-SIGN-ID
                MOVE WS-CL-ROW-T(WS-CX) TO LIB-ROW
                MOVE WS-CL-SLOT-T(WS-CX) TO LIB-SLOT
                DELETE LIBFILE
                IF WS-LIB-STATUS = "00"
                    ADD 1 TO WS-LIB-DELETED
                    MOVE 'Y' TO WS-CHANGE-MADE
                ELSE
                    DISPLAY "Cannot remove row " LIB-ROW " slot "
                        LIB-SLOT " (status " WS-LIB-STATUS ")."
                    ADD 1 TO WS-STEP-ERRORS
                END-IF
            END-PERFORM.

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
