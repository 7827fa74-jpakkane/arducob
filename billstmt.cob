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
      *Month-end advertiser statements from proof of play. Run from
      *the central directory: walks SIGNDIRS and for every sign
      *joins that sign's EXPOLOG (exporec.cpy) to its approved
      *CAMPFILE campaigns booked to an advertiser account (camprec.cpy)
      *by date, row and text, the way exporpt.cob does, and prices
      *each exposure record by the rate card in RATEFILE (raterec.cpy)
      *for its row and hour; a record logged before the hour was
      *carried is priced at the row's average rate over the sign's
      *lit hours. Each booked day in the month is then held against
      *the booking: the campaign's share (CAMP-BOOKED-PCT) of the
      *hours the sign is lit, that is outside its DARKFILE windows.
      *A day that aired less than that, or not at all because the
      *sign was down or paused, gets a make-good credit for the
      *airtime short, valued at the row's average lit-hour rate and
      *written to MKGOODFILE (mkgoodrec.cpy) for scheduling; rerunning
      *a month replaces that month's credits. The amount due is the
      *exposure actually delivered. One statement per account from
      *ACCTFILE (acctrec.cpy) is written to BILLSTMT.OUT and the
      *terminal. A sign retired on the roster before the month began
      *is passed over; one retired during the month is still billed
      *for what it aired. Prompts for the month, blank for last
      *month; only a month already over can be billed, since days
      *still to come would be credited as short. Ends with return
      *code 8 when SIGNDIRS cannot be read, 4 when nothing was billed
      *or a campaign names an account not on ACCTFILE.

        IDENTIFICATION DIVISION.
        PROGRAM-ID. billstmt.
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT SIGNDIRS ASSIGN TO "signdirs.dat"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-DIRS-STATUS.
                SELECT ACCTFILE ASSIGN TO "acctfile.dat"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-ACCT-STATUS.
                SELECT RATEFILE ASSIGN TO "ratecard.dat"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-RATE-STATUS.
                SELECT CAMPFILE ASSIGN USING WS-CAMP-NAME
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-CAMP-STATUS.
                SELECT EXPOLOG ASSIGN USING WS-EXPO-NAME
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-EXPO-STATUS.
                SELECT DARKFILE ASSIGN USING WS-DARK-NAME
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-DARK-STATUS.
                SELECT MKGOODFILE ASSIGN TO "mkgood.dat"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-MKG-STATUS.
                SELECT MKGOODTMP ASSIGN TO "mkgood.tmp"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-MKGTMP-STATUS.
                SELECT REPORT-FILE ASSIGN TO "billstmt.out"
                    ORGANIZATION LINE SEQUENTIAL.
        DATA DIVISION.
            FILE SECTION.
            FD SIGNDIRS.
                COPY "signdirrec.cpy".
            FD ACCTFILE.
                COPY "acctrec.cpy".
            FD RATEFILE.
                COPY "raterec.cpy".
            FD CAMPFILE.
                COPY "camprec.cpy".
            FD EXPOLOG.
                COPY "exporec.cpy".
            FD DARKFILE.
            01 DARK-RECORD.
                05 DARK-START-HOUR PIC 99.
                05 DARK-END-HOUR PIC 99.
            FD MKGOODFILE.
                COPY "mkgoodrec.cpy".
            FD MKGOODTMP.
            01 MKGOODTMP-RECORD PIC X(100).
            FD REPORT-FILE.
            01 REPORT-LINE PIC X(90).
            WORKING-STORAGE SECTION.
            01 WS-DIRS-STATUS PIC XX.
            01 WS-ACCT-STATUS PIC XX.
            01 WS-RATE-STATUS PIC XX.
            01 WS-CAMP-STATUS PIC XX.
            01 WS-EXPO-STATUS PIC XX.
            01 WS-DARK-STATUS PIC XX.
            01 WS-MKG-STATUS PIC XX.
            01 WS-MKGTMP-STATUS PIC XX.
            01 WS-CAMP-NAME PIC X(80).
            01 WS-EXPO-NAME PIC X(80).
            01 WS-DARK-NAME PIC X(80).
            01 WS-DIRS-EOF PIC X VALUE 'N'.
                88 DIRS-EOF VALUE 'Y'.
            01 WS-ACCT-EOF PIC X VALUE 'N'.
                88 ACCT-EOF VALUE 'Y'.
            01 WS-RATE-EOF PIC X VALUE 'N'.
                88 RATE-EOF VALUE 'Y'.
            01 WS-CAMP-EOF PIC X VALUE 'N'.
                88 CAMP-EOF VALUE 'Y'.
            01 WS-EXPO-EOF PIC X VALUE 'N'.
                88 EXPO-EOF VALUE 'Y'.
            01 WS-DARK-EOF PIC X VALUE 'N'.
                88 DARK-EOF VALUE 'Y'.
            01 WS-MKG-EOF PIC X VALUE 'N'.
                88 MKG-EOF VALUE 'Y'.
            01 WS-TMP-EOF PIC X VALUE 'N'.
                88 TMP-EOF VALUE 'Y'.
            01 WS-MONTH-INPUT PIC X(6).
            01 WS-MONTH PIC 9(6).
            01 WS-MONTH-VALID PIC X VALUE 'N'.
                88 MONTH-VALID VALUE 'Y'.
            01 WS-YEAR PIC 9(4).
            01 WS-MM PIC 99.
            01 WS-TODAY PIC 9(8).
            01 WS-MONTH-FIRST PIC 9(8).
            01 WS-MONTH-LAST PIC 9(8).
            01 WS-NEXT-FIRST PIC 9(8).
            01 WS-FIRST-INT PIC 9(7).
            01 WS-LAST-INT PIC 9(7).
            01 WS-MONTH-DAYS PIC 99.
            01 WS-DAY-INT PIC 9(7).
            01 WS-DAY-DATE PIC 9(8).
            01 WS-ACCT-COUNT PIC 9(4) VALUE 0.
            01 WS-ACCT-TABLE.
                05 WS-ACCT-ENTRY OCCURS 50 TIMES.
                    10 WS-ACCT-ID-T PIC X(6).
                    10 WS-ACCT-NAME-T PIC X(30).
                    10 WS-ACCT-CONTACT-T PIC X(30).
            01 WS-RATE-TABLE.
                05 WS-RATE-ROW-E OCCURS 2 TIMES.
                    10 WS-RATE-HOUR-E OCCURS 24 TIMES PIC 9(3)V99.
            01 WS-AVG-RATES.
                05 WS-AVG-RATE-E OCCURS 2 TIMES PIC 9(3)V9999.
            01 WS-RATE-SUM PIC 9(5)V99.
            01 WS-PRICE-RATE PIC 9(3)V9999.
            01 WS-DARK-HOURS.
                05 WS-DARK-HOUR-E OCCURS 24 TIMES PIC X.
            01 WS-LIT-HOURS PIC 99.
            01 WS-HX PIC 99.
            01 WS-RX PIC 9.
            01 WS-HOUR-FROM PIC 99.
            01 WS-HOUR-TO PIC 99.
            01 WS-SIGN-ID PIC X(4).
            01 WS-SIGN-PATH PIC X(60).
            01 WS-SIGN-COUNT PIC 9(4) VALUE 0.
            01 WS-SC-COUNT PIC 9(4) VALUE 0.
            01 WS-SC-TABLE.
                05 WS-SC-ENTRY OCCURS 50 TIMES.
                    10 WS-SC-ACCOUNT-T PIC X(6).
                    10 WS-SC-ROW-T PIC 9.
                    10 WS-SC-TEXT-T PIC X(40).
                    10 WS-SC-FROM-T PIC 9(8).
                    10 WS-SC-TO-T PIC 9(8).
                    10 WS-SC-PCT-T PIC 9(3).
                    10 WS-SC-CHARGE-T PIC 9(7)V9999.
                    10 WS-SC-DAY-SECS-T OCCURS 31 TIMES PIC 9(6).
            01 WS-CAMPS-DROPPED PIC 9(4) VALUE 0.
            01 WS-ST-COUNT PIC 9(4) VALUE 0.
            01 WS-ST-TABLE.
                05 WS-ST-ENTRY OCCURS 200 TIMES.
                    10 WS-ST-ACCOUNT-T PIC X(6).
                    10 WS-ST-SIGN-T PIC X(4).
                    10 WS-ST-ROW-T PIC 9.
                    10 WS-ST-TEXT-T PIC X(40).
                    10 WS-ST-PCT-T PIC 9(3).
                    10 WS-ST-AIRED-T PIC 9(8).
                    10 WS-ST-CHARGE-T PIC 9(7)V99.
                    10 WS-ST-BOOKED-DAYS-T PIC 99.
                    10 WS-ST-SHORT-DAYS-T PIC 99.
                    10 WS-ST-SHORT-SECS-T PIC 9(8).
                    10 WS-ST-CREDIT-T PIC 9(7)V99.
                    10 WS-ST-PRINTED-T PIC X.
            01 WS-LINES-DROPPED PIC 9(4) VALUE 0.
            01 WS-CX PIC 9(4).
            01 WS-DX PIC 9(4).
            01 WS-AX PIC 9(4).
            01 WS-SX PIC 9(4).
            01 WS-MATCH-IX PIC 9(4).
            01 WS-BOOKED-SECS PIC 9(6).
            01 WS-SHORT-SECS PIC 9(6).
            01 WS-CREDIT PIC 9(7)V99.
            01 WS-ACCT-LINES PIC 9(4).
            01 WS-ACCT-CHARGES PIC 9(8)V99.
            01 WS-ACCT-CREDITS PIC 9(8)V99.
            01 WS-TOTAL-CHARGES PIC 9(8)V99 VALUE 0.
            01 WS-TOTAL-CREDITS PIC 9(8)V99 VALUE 0.
            01 WS-ACCTS-BILLED PIC 9(4) VALUE 0.
            01 WS-UNKNOWN-LINES PIC 9(4) VALUE 0.
            01 WS-MKG-WRITTEN PIC 9(6) VALUE 0.
            01 WS-MONEY-EDIT PIC Z(7)9.99.
            01 WS-MONEY-EDIT2 PIC Z(7)9.99.

        PROCEDURE DIVISION.
            DISPLAY "Advertiser month-end statements".
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
            PERFORM UNTIL MONTH-VALID
                DISPLAY "Statement month (YYYYMM, blank for last "
                    "month): " WITH NO ADVANCING
                ACCEPT WS-MONTH-INPUT
                IF WS-MONTH-INPUT = SPACES
                    MOVE WS-TODAY(1:6) TO WS-MONTH-FIRST(1:6)
                    MOVE "01" TO WS-MONTH-FIRST(7:2)
                    COMPUTE WS-DAY-INT =
                        FUNCTION INTEGER-OF-DATE(WS-MONTH-FIRST) - 1
                    COMPUTE WS-DAY-DATE =
                        FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
                    MOVE WS-DAY-DATE(1:6) TO WS-MONTH
                    MOVE 'Y' TO WS-MONTH-VALID
                ELSE
                    IF WS-MONTH-INPUT IS NUMERIC
                            AND WS-MONTH-INPUT(5:2) >= "01"
                            AND WS-MONTH-INPUT(5:2) <= "12"
                        IF WS-MONTH-INPUT < WS-TODAY(1:6)
                            MOVE WS-MONTH-INPUT TO WS-MONTH
                            MOVE 'Y' TO WS-MONTH-VALID
                        ELSE
                            DISPLAY "Only a completed month can be "
                                "billed."
                        END-IF
                    ELSE
                        DISPLAY "Enter six digits, e.g. 201612."
                    END-IF
                END-IF
            END-PERFORM.
            PERFORM SET-MONTH-PARA.
            OPEN INPUT SIGNDIRS.
            IF WS-DIRS-STATUS NOT = "00"
                DISPLAY "billstmt: cannot open signdirs.dat (status "
                    WS-DIRS-STATUS "), nothing billed."
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM LOAD-ACCOUNTS-PARA.
            PERFORM LOAD-RATES-PARA.
            PERFORM PURGE-MONTH-PARA.
            OPEN EXTEND MKGOODFILE.
            IF WS-MKG-STATUS NOT = "00"
                OPEN OUTPUT MKGOODFILE
            END-IF.
            PERFORM UNTIL DIRS-EOF
                READ SIGNDIRS
                    AT END MOVE 'Y' TO WS-DIRS-EOF
                    NOT AT END PERFORM BILL-SIGN-PARA
                END-READ
            END-PERFORM.
            CLOSE SIGNDIRS.
            CLOSE MKGOODFILE.
            OPEN OUTPUT REPORT-FILE.
            MOVE SPACES TO REPORT-LINE.
            STRING "Advertiser statements for " DELIMITED BY SIZE
                    WS-MONTH DELIMITED BY SIZE
                    " (" DELIMITED BY SIZE
                    WS-MONTH-FIRST DELIMITED BY SIZE
                    "-" DELIMITED BY SIZE
                    WS-MONTH-LAST DELIMITED BY SIZE
                    "), " DELIMITED BY SIZE
                    WS-SIGN-COUNT DELIMITED BY SIZE
                    " sign(s)" DELIMITED BY SIZE
                INTO REPORT-LINE.
            PERFORM EMIT-LINE-PARA.
            IF WS-CAMPS-DROPPED > 0 OR WS-LINES-DROPPED > 0
                MOVE SPACES TO REPORT-LINE
                STRING "NOTE: " DELIMITED BY SIZE
                        WS-CAMPS-DROPPED DELIMITED BY SIZE
                        " campaign(s) beyond 50 on a sign and "
                        DELIMITED BY SIZE
                        WS-LINES-DROPPED DELIMITED BY SIZE
                        " beyond 200 in all were not billed"
                        DELIMITED BY SIZE
                    INTO REPORT-LINE
                PERFORM EMIT-LINE-PARA
            END-IF.
            PERFORM VARYING WS-AX FROM 1 BY 1
                    UNTIL WS-AX > WS-ACCT-COUNT
                PERFORM STATEMENT-PARA
            END-PERFORM.
            PERFORM UNKNOWN-ACCOUNTS-PARA.
            MOVE SPACES TO REPORT-LINE.
            PERFORM EMIT-LINE-PARA.
            MOVE WS-TOTAL-CHARGES TO WS-MONEY-EDIT.
            MOVE WS-TOTAL-CREDITS TO WS-MONEY-EDIT2.
            MOVE SPACES TO REPORT-LINE.
            STRING "Month total: " DELIMITED BY SIZE
                    WS-ACCTS-BILLED DELIMITED BY SIZE
                    " account(s) billed, charges " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-MONEY-EDIT) DELIMITED BY SIZE
                    ", make-good credit " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-MONEY-EDIT2) DELIMITED BY SIZE
                INTO REPORT-LINE.
            PERFORM EMIT-LINE-PARA.
            MOVE SPACES TO REPORT-LINE.
            STRING "Make-good record(s) written to mkgood.dat: "
                    DELIMITED BY SIZE
                    WS-MKG-WRITTEN DELIMITED BY SIZE
                INTO REPORT-LINE.
            PERFORM EMIT-LINE-PARA.
            CLOSE REPORT-FILE.
            IF WS-ACCTS-BILLED = 0 OR WS-UNKNOWN-LINES > 0
                MOVE 4 TO RETURN-CODE
            END-IF.
            STOP RUN.

            EMIT-LINE-PARA.
            DISPLAY REPORT-LINE.
            WRITE REPORT-LINE.

      *First and last day of the statement month; the day after the
      *last is the first of the next month, one day back.
            SET-MONTH-PARA.
            MOVE WS-MONTH(1:4) TO WS-YEAR.
            MOVE WS-MONTH(5:2) TO WS-MM.
            COMPUTE WS-MONTH-FIRST = WS-MONTH * 100 + 1.
            IF WS-MM = 12
                COMPUTE WS-NEXT-FIRST = (WS-YEAR + 1) * 10000 + 101
            ELSE
                COMPUTE WS-NEXT-FIRST = WS-MONTH-FIRST + 100
            END-IF.
            COMPUTE WS-FIRST-INT =
                FUNCTION INTEGER-OF-DATE(WS-MONTH-FIRST).
            COMPUTE WS-LAST-INT =
                FUNCTION INTEGER-OF-DATE(WS-NEXT-FIRST) - 1.
            COMPUTE WS-MONTH-LAST =
                FUNCTION DATE-OF-INTEGER(WS-LAST-INT).
            COMPUTE WS-MONTH-DAYS = WS-LAST-INT - WS-FIRST-INT + 1.

            LOAD-ACCOUNTS-PARA.
            OPEN INPUT ACCTFILE.
            IF WS-ACCT-STATUS = "00"
                PERFORM UNTIL ACCT-EOF OR WS-ACCT-COUNT = 50
                    READ ACCTFILE
                        AT END MOVE 'Y' TO WS-ACCT-EOF
                        NOT AT END
                            ADD 1 TO WS-ACCT-COUNT
                            MOVE ACCT-ID TO WS-ACCT-ID-T(WS-ACCT-COUNT)
                            MOVE ACCT-NAME
                                TO WS-ACCT-NAME-T(WS-ACCT-COUNT)
                            MOVE ACCT-CONTACT
                                TO WS-ACCT-CONTACT-T(WS-ACCT-COUNT)
                    END-READ
                END-PERFORM
                CLOSE ACCTFILE
            END-IF.

            LOAD-RATES-PARA.
            PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > 2
                PERFORM VARYING WS-HX FROM 1 BY 1 UNTIL WS-HX > 24
                    MOVE 0 TO WS-RATE-HOUR-E(WS-RX, WS-HX)
                END-PERFORM
            END-PERFORM.
            OPEN INPUT RATEFILE.
            IF WS-RATE-STATUS = "00"
                PERFORM UNTIL RATE-EOF
                    READ RATEFILE
                        AT END MOVE 'Y' TO WS-RATE-EOF
                        NOT AT END PERFORM APPLY-RATE-PARA
                    END-READ
                END-PERFORM
                CLOSE RATEFILE
            ELSE
                DISPLAY "billstmt: no ratecard.dat, exposure is "
                    "priced at zero."
            END-IF.

            APPLY-RATE-PARA.
            IF (RATE-ROW = 1 OR RATE-ROW = 2)
                    AND RATE-START-HOUR IS NUMERIC
                    AND RATE-END-HOUR IS NUMERIC
                    AND RATE-PER-MIN IS NUMERIC
                    AND RATE-START-HOUR < 24
                    AND RATE-END-HOUR < 24
                    AND RATE-START-HOUR NOT = RATE-END-HOUR
                MOVE RATE-ROW TO WS-RX
                MOVE RATE-START-HOUR TO WS-HOUR-FROM
                MOVE RATE-END-HOUR TO WS-HOUR-TO
                IF WS-HOUR-FROM < WS-HOUR-TO
                    PERFORM VARYING WS-HX FROM WS-HOUR-FROM BY 1
                            UNTIL WS-HX >= WS-HOUR-TO
                        MOVE RATE-PER-MIN
                            TO WS-RATE-HOUR-E(WS-RX, WS-HX + 1)
                    END-PERFORM
                ELSE
                    PERFORM VARYING WS-HX FROM WS-HOUR-FROM BY 1
                            UNTIL WS-HX > 23
                        MOVE RATE-PER-MIN
                            TO WS-RATE-HOUR-E(WS-RX, WS-HX + 1)
                    END-PERFORM
                    PERFORM VARYING WS-HX FROM 0 BY 1
                            UNTIL WS-HX >= WS-HOUR-TO
                        MOVE RATE-PER-MIN
                            TO WS-RATE-HOUR-E(WS-RX, WS-HX + 1)
                    END-PERFORM
                END-IF
            END-IF.

      *A rerun of the same month replaces its make-good credits: the
      *file is streamed through a temp file without that month's
      *records before this run appends its own.
            PURGE-MONTH-PARA.
            OPEN INPUT MKGOODFILE.
            IF WS-MKG-STATUS = "00"
                OPEN OUTPUT MKGOODTMP
                PERFORM UNTIL MKG-EOF
                    READ MKGOODFILE
                        AT END MOVE 'Y' TO WS-MKG-EOF
                        NOT AT END
                            IF MKG-MONTH NOT = WS-MONTH
                                MOVE MKG-RECORD TO MKGOODTMP-RECORD
                                WRITE MKGOODTMP-RECORD
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE MKGOODFILE
                CLOSE MKGOODTMP
                OPEN INPUT MKGOODTMP
                OPEN OUTPUT MKGOODFILE
                PERFORM UNTIL TMP-EOF
                    READ MKGOODTMP
                        AT END MOVE 'Y' TO WS-TMP-EOF
                        NOT AT END
                            MOVE MKGOODTMP-RECORD TO MKG-RECORD
                            WRITE MKG-RECORD
                    END-READ
                END-PERFORM
                CLOSE MKGOODTMP
                CLOSE MKGOODFILE
                OPEN OUTPUT MKGOODTMP
                CLOSE MKGOODTMP
            END-IF.

            BILL-SIGN-PARA.
            IF SIGNDIR-SIGN-ID = SPACES OR SIGNDIR-PATH = SPACES
                DISPLAY "billstmt: skipping roster record with a "
                    "blank sign id or directory."
            ELSE
                IF SIGNDIR-RETIRED
                        AND SIGNDIR-STATUS-DATE < WS-MONTH-FIRST
                    CONTINUE
                ELSE
                    ADD 1 TO WS-SIGN-COUNT
                    MOVE SIGNDIR-SIGN-ID TO WS-SIGN-ID
                    MOVE SIGNDIR-PATH TO WS-SIGN-PATH
                    MOVE SPACES TO WS-CAMP-NAME
                    STRING FUNCTION TRIM(WS-SIGN-PATH) DELIMITED BY SIZE
                            "/campfile.dat" DELIMITED BY SIZE
                        INTO WS-CAMP-NAME
                    MOVE SPACES TO WS-EXPO-NAME
                    STRING FUNCTION TRIM(WS-SIGN-PATH) DELIMITED BY SIZE
                            "/expolog.dat" DELIMITED BY SIZE
                        INTO WS-EXPO-NAME
                    MOVE SPACES TO WS-DARK-NAME
                    STRING FUNCTION TRIM(WS-SIGN-PATH) DELIMITED BY SIZE
                            "/darkfile.dat" DELIMITED BY SIZE
                        INTO WS-DARK-NAME
                    PERFORM LOAD-SIGN-CAMPS-PARA
                    IF WS-SC-COUNT > 0
                        PERFORM LOAD-SIGN-DARK-PARA
                        PERFORM SCAN-SIGN-EXPO-PARA
                        PERFORM VARYING WS-CX FROM 1 BY 1
                                UNTIL WS-CX > WS-SC-COUNT
                            PERFORM SETTLE-CAMP-PARA
                        END-PERFORM
                    END-IF
                END-IF
            END-IF.

      *Only approved campaigns booked to an account and overlapping
      *the statement month are billed; house content is not.
            LOAD-SIGN-CAMPS-PARA.
            MOVE 0 TO WS-SC-COUNT.
            MOVE 'N' TO WS-CAMP-EOF.
            OPEN INPUT CAMPFILE.
            IF WS-CAMP-STATUS = "00"
                PERFORM UNTIL CAMP-EOF
                    READ CAMPFILE
                        AT END MOVE 'Y' TO WS-CAMP-EOF
                        NOT AT END PERFORM STORE-SIGN-CAMP-PARA
                    END-READ
                END-PERFORM
                CLOSE CAMPFILE
            END-IF.

            STORE-SIGN-CAMP-PARA.
            IF CAMP-APPROVED
                    AND CAMP-ACCOUNT NOT = SPACES
                    AND CAMP-FROM-DATE IS NUMERIC
                    AND CAMP-TO-DATE IS NUMERIC
                    AND CAMP-FROM-DATE <= WS-MONTH-LAST
                    AND CAMP-TO-DATE >= WS-MONTH-FIRST
                    AND (CAMP-ROW = 1 OR CAMP-ROW = 2)
                IF WS-SC-COUNT >= 50
                    ADD 1 TO WS-CAMPS-DROPPED
                ELSE
                    ADD 1 TO WS-SC-COUNT
                    MOVE CAMP-ACCOUNT TO WS-SC-ACCOUNT-T(WS-SC-COUNT)
                    MOVE CAMP-ROW TO WS-SC-ROW-T(WS-SC-COUNT)
                    IF CAMP-LONG-LEN IS NUMERIC AND CAMP-LONG-LEN > 0
                        MOVE CAMP-LONG-TEXT
                            TO WS-SC-TEXT-T(WS-SC-COUNT)
                    ELSE
                        MOVE CAMP-TEXT TO WS-SC-TEXT-T(WS-SC-COUNT)
                    END-IF
                    MOVE CAMP-FROM-DATE TO WS-SC-FROM-T(WS-SC-COUNT)
                    MOVE CAMP-TO-DATE TO WS-SC-TO-T(WS-SC-COUNT)
                    IF CAMP-BOOKED-PCT IS NUMERIC
                        MOVE CAMP-BOOKED-PCT
                            TO WS-SC-PCT-T(WS-SC-COUNT)
                    ELSE
                        MOVE 0 TO WS-SC-PCT-T(WS-SC-COUNT)
                    END-IF
                    MOVE 0 TO WS-SC-CHARGE-T(WS-SC-COUNT)
                    PERFORM VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > 31
                        MOVE 0 TO WS-SC-DAY-SECS-T(WS-SC-COUNT, WS-DX)
                    END-PERFORM
                END-IF
            END-IF.

      *The sign's lit hours are the hours outside its DARKFILE
      *windows (same wrapping hour ranges arduino.cob applies), and
      *each row's average rate is taken over those hours only.
            LOAD-SIGN-DARK-PARA.
            PERFORM VARYING WS-HX FROM 1 BY 1 UNTIL WS-HX > 24
                MOVE 'N' TO WS-DARK-HOUR-E(WS-HX)
            END-PERFORM.
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
            MOVE 0 TO WS-LIT-HOURS.
            PERFORM VARYING WS-HX FROM 1 BY 1 UNTIL WS-HX > 24
                IF WS-DARK-HOUR-E(WS-HX) NOT = 'Y'
                    ADD 1 TO WS-LIT-HOURS
                END-IF
            END-PERFORM.
            PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > 2
                MOVE 0 TO WS-RATE-SUM
                PERFORM VARYING WS-HX FROM 1 BY 1 UNTIL WS-HX > 24
                    IF WS-DARK-HOUR-E(WS-HX) NOT = 'Y'
                        ADD WS-RATE-HOUR-E(WS-RX, WS-HX)
                            TO WS-RATE-SUM
                    END-IF
                END-PERFORM
                IF WS-LIT-HOURS > 0
                    COMPUTE WS-AVG-RATE-E(WS-RX) ROUNDED =
                        WS-RATE-SUM / WS-LIT-HOURS
                ELSE
                    MOVE 0 TO WS-AVG-RATE-E(WS-RX)
                END-IF
            END-PERFORM.

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

            SCAN-SIGN-EXPO-PARA.
            MOVE 'N' TO WS-EXPO-EOF.
            OPEN INPUT EXPOLOG.
            IF WS-EXPO-STATUS = "00"
                PERFORM UNTIL EXPO-EOF
                    READ EXPOLOG
                        AT END MOVE 'Y' TO WS-EXPO-EOF
                        NOT AT END PERFORM PRICE-EXPO-PARA
                    END-READ
                END-PERFORM
                CLOSE EXPOLOG
            END-IF.

      *An exposure record is billed to the first campaign it matches,
      *so two bookings of the same text on the same row are never
      *both charged for one airing.
            PRICE-EXPO-PARA.
            IF EXPO-DATE IS NUMERIC
                    AND EXPO-DATE >= WS-MONTH-FIRST
                    AND EXPO-DATE <= WS-MONTH-LAST
                    AND EXPO-SECS IS NUMERIC
                    AND (EXPO-ROW = 1 OR EXPO-ROW = 2)
                MOVE 0 TO WS-MATCH-IX
                PERFORM VARYING WS-CX FROM 1 BY 1
                        UNTIL WS-MATCH-IX > 0 OR WS-CX > WS-SC-COUNT
                    IF EXPO-ROW = WS-SC-ROW-T(WS-CX)
                            AND EXPO-TEXT = WS-SC-TEXT-T(WS-CX)
                            AND EXPO-DATE >= WS-SC-FROM-T(WS-CX)
                            AND EXPO-DATE <= WS-SC-TO-T(WS-CX)
                        MOVE WS-CX TO WS-MATCH-IX
                    END-IF
                END-PERFORM
                IF WS-MATCH-IX > 0
                    COMPUTE WS-DX =
                        FUNCTION INTEGER-OF-DATE(EXPO-DATE)
                        - WS-FIRST-INT + 1
                    ADD EXPO-SECS
                        TO WS-SC-DAY-SECS-T(WS-MATCH-IX, WS-DX)
                    MOVE EXPO-ROW TO WS-RX
                    IF EXPO-HOUR IS NUMERIC AND EXPO-HOUR < 24
                        MOVE WS-RATE-HOUR-E(WS-RX, EXPO-HOUR + 1)
                            TO WS-PRICE-RATE
                    ELSE
                        MOVE WS-AVG-RATE-E(WS-RX) TO WS-PRICE-RATE
                    END-IF
                    COMPUTE WS-SC-CHARGE-T(WS-MATCH-IX) =
                        WS-SC-CHARGE-T(WS-MATCH-IX)
                        + EXPO-SECS * WS-PRICE-RATE / 60
                END-IF
            END-IF.

      *Every day of the month inside the campaign's dates is a booked
      *day. The booking is the campaign's share of the sign's lit
      *hours; a day short of it earns a make-good for the gap.
            SETTLE-CAMP-PARA.
            IF WS-ST-COUNT >= 200
                ADD 1 TO WS-LINES-DROPPED
            ELSE
                ADD 1 TO WS-ST-COUNT
                MOVE WS-SC-ACCOUNT-T(WS-CX)
                    TO WS-ST-ACCOUNT-T(WS-ST-COUNT)
                MOVE WS-SIGN-ID TO WS-ST-SIGN-T(WS-ST-COUNT)
                MOVE WS-SC-ROW-T(WS-CX) TO WS-ST-ROW-T(WS-ST-COUNT)
                MOVE WS-SC-TEXT-T(WS-CX) TO WS-ST-TEXT-T(WS-ST-COUNT)
                MOVE WS-SC-PCT-T(WS-CX) TO WS-ST-PCT-T(WS-ST-COUNT)
                COMPUTE WS-ST-CHARGE-T(WS-ST-COUNT) ROUNDED =
                    WS-SC-CHARGE-T(WS-CX)
                MOVE 0 TO WS-ST-AIRED-T(WS-ST-COUNT)
                MOVE 0 TO WS-ST-BOOKED-DAYS-T(WS-ST-COUNT)
                MOVE 0 TO WS-ST-SHORT-DAYS-T(WS-ST-COUNT)
                MOVE 0 TO WS-ST-SHORT-SECS-T(WS-ST-COUNT)
                MOVE 0 TO WS-ST-CREDIT-T(WS-ST-COUNT)
                MOVE 'N' TO WS-ST-PRINTED-T(WS-ST-COUNT)
                COMPUTE WS-BOOKED-SECS =
                    WS-LIT-HOURS * 3600 * WS-SC-PCT-T(WS-CX) / 100
                PERFORM VARYING WS-DX FROM 1 BY 1
                        UNTIL WS-DX > WS-MONTH-DAYS
                    PERFORM SETTLE-DAY-PARA
                END-PERFORM
            END-IF.

            SETTLE-DAY-PARA.
            COMPUTE WS-DAY-INT = WS-FIRST-INT + WS-DX - 1.
            COMPUTE WS-DAY-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-INT).
            IF WS-DAY-DATE >= WS-SC-FROM-T(WS-CX)
                    AND WS-DAY-DATE <= WS-SC-TO-T(WS-CX)
                ADD 1 TO WS-ST-BOOKED-DAYS-T(WS-ST-COUNT)
                ADD WS-SC-DAY-SECS-T(WS-CX, WS-DX)
                    TO WS-ST-AIRED-T(WS-ST-COUNT)
                IF WS-SC-DAY-SECS-T(WS-CX, WS-DX) < WS-BOOKED-SECS
                    COMPUTE WS-SHORT-SECS =
                        WS-BOOKED-SECS - WS-SC-DAY-SECS-T(WS-CX, WS-DX)
                    COMPUTE WS-CREDIT ROUNDED = WS-SHORT-SECS
                        * WS-AVG-RATE-E(WS-SC-ROW-T(WS-CX)) / 60
                    ADD 1 TO WS-ST-SHORT-DAYS-T(WS-ST-COUNT)
                    ADD WS-SHORT-SECS TO WS-ST-SHORT-SECS-T(WS-ST-COUNT)
                    ADD WS-CREDIT TO WS-ST-CREDIT-T(WS-ST-COUNT)
                    MOVE WS-MONTH TO MKG-MONTH
                    MOVE WS-SC-ACCOUNT-T(WS-CX) TO MKG-ACCOUNT
                    MOVE WS-SIGN-ID TO MKG-SIGN-ID
                    MOVE WS-SC-ROW-T(WS-CX) TO MKG-ROW
                    MOVE WS-DAY-DATE TO MKG-DATE
                    MOVE WS-BOOKED-SECS TO MKG-BOOKED-SECS
                    MOVE WS-SC-DAY-SECS-T(WS-CX, WS-DX)
                        TO MKG-AIRED-SECS
                    MOVE WS-SHORT-SECS TO MKG-SHORT-SECS
                    MOVE WS-CREDIT TO MKG-CREDIT
                    MOVE WS-SC-TEXT-T(WS-CX) TO MKG-TEXT
                    WRITE MKG-RECORD
                    ADD 1 TO WS-MKG-WRITTEN
                END-IF
            END-IF.

            STATEMENT-PARA.
            MOVE 0 TO WS-ACCT-LINES.
            MOVE 0 TO WS-ACCT-CHARGES.
            MOVE 0 TO WS-ACCT-CREDITS.
            PERFORM VARYING WS-SX FROM 1 BY 1
                    UNTIL WS-SX > WS-ST-COUNT
                IF WS-ST-ACCOUNT-T(WS-SX) = WS-ACCT-ID-T(WS-AX)
                    IF WS-ACCT-LINES = 0
                        PERFORM STATEMENT-HEAD-PARA
                    END-IF
                    ADD 1 TO WS-ACCT-LINES
                    PERFORM STATEMENT-LINE-PARA
                END-IF
            END-PERFORM.
            IF WS-ACCT-LINES > 0
                ADD 1 TO WS-ACCTS-BILLED
                ADD WS-ACCT-CHARGES TO WS-TOTAL-CHARGES
                ADD WS-ACCT-CREDITS TO WS-TOTAL-CREDITS
                MOVE WS-ACCT-CREDITS TO WS-MONEY-EDIT2
                MOVE SPACES TO REPORT-LINE
                STRING "  Make-good credit issued (airtime owed): "
                        DELIMITED BY SIZE
                        FUNCTION TRIM(WS-MONEY-EDIT2)
                        DELIMITED BY SIZE
                    INTO REPORT-LINE
                PERFORM EMIT-LINE-PARA
                MOVE WS-ACCT-CHARGES TO WS-MONEY-EDIT
                MOVE SPACES TO REPORT-LINE
                STRING "  Amount due for exposure delivered:   "
                        DELIMITED BY SIZE
                        FUNCTION TRIM(WS-MONEY-EDIT) DELIMITED BY SIZE
                    INTO REPORT-LINE
                PERFORM EMIT-LINE-PARA
            END-IF.

            STATEMENT-HEAD-PARA.
            MOVE SPACES TO REPORT-LINE.
            PERFORM EMIT-LINE-PARA.
            MOVE SPACES TO REPORT-LINE.
            STRING "Statement " DELIMITED BY SIZE
                    WS-MONTH DELIMITED BY SIZE
                    " account " DELIMITED BY SIZE
                    WS-ACCT-ID-T(WS-AX) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-ACCT-NAME-T(WS-AX))
                    DELIMITED BY SIZE
                INTO REPORT-LINE.
            PERFORM EMIT-LINE-PARA.
            IF WS-ACCT-CONTACT-T(WS-AX) NOT = SPACES
                MOVE SPACES TO REPORT-LINE
                STRING "  Attn: " DELIMITED BY SIZE
                        FUNCTION TRIM(WS-ACCT-CONTACT-T(WS-AX))
                        DELIMITED BY SIZE
                    INTO REPORT-LINE
                PERFORM EMIT-LINE-PARA
            END-IF.

            STATEMENT-LINE-PARA.
            MOVE 'Y' TO WS-ST-PRINTED-T(WS-SX).
            ADD WS-ST-CHARGE-T(WS-SX) TO WS-ACCT-CHARGES.
            ADD WS-ST-CREDIT-T(WS-SX) TO WS-ACCT-CREDITS.
            MOVE WS-ST-CHARGE-T(WS-SX) TO WS-MONEY-EDIT.
            MOVE SPACES TO REPORT-LINE.
            STRING "  sign " DELIMITED BY SIZE
                    WS-ST-SIGN-T(WS-SX) DELIMITED BY SIZE
                    " row " DELIMITED BY SIZE
                    WS-ST-ROW-T(WS-SX) DELIMITED BY SIZE
                    " '" DELIMITED BY SIZE
                    FUNCTION TRIM(WS-ST-TEXT-T(WS-SX))
                    DELIMITED BY SIZE
                    "' share " DELIMITED BY SIZE
                    WS-ST-PCT-T(WS-SX) DELIMITED BY SIZE
                    "% aired-secs=" DELIMITED BY SIZE
                    WS-ST-AIRED-T(WS-SX) DELIMITED BY SIZE
                    " charge " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-MONEY-EDIT) DELIMITED BY SIZE
                INTO REPORT-LINE.
            PERFORM EMIT-LINE-PARA.
            IF WS-ST-SHORT-DAYS-T(WS-SX) > 0
                MOVE WS-ST-CREDIT-T(WS-SX) TO WS-MONEY-EDIT2
                MOVE SPACES TO REPORT-LINE
                STRING "    make-good: " DELIMITED BY SIZE
                        WS-ST-SHORT-DAYS-T(WS-SX) DELIMITED BY SIZE
                        " of " DELIMITED BY SIZE
                        WS-ST-BOOKED-DAYS-T(WS-SX) DELIMITED BY SIZE
                        " booked day(s) short by " DELIMITED BY SIZE
                        WS-ST-SHORT-SECS-T(WS-SX) DELIMITED BY SIZE
                        " secs, credit " DELIMITED BY SIZE
                        FUNCTION TRIM(WS-MONEY-EDIT2)
                        DELIMITED BY SIZE
                    INTO REPORT-LINE
                PERFORM EMIT-LINE-PARA
            END-IF.

      *A campaign booked to an account that is not on ACCTFILE still
      *aired; it is listed so the booking can be put right rather
      *than silently going unbilled.
            UNKNOWN-ACCOUNTS-PARA.
            PERFORM VARYING WS-SX FROM 1 BY 1
                    UNTIL WS-SX > WS-ST-COUNT
                IF WS-ST-PRINTED-T(WS-SX) = 'N'
                    IF WS-UNKNOWN-LINES = 0
                        MOVE SPACES TO REPORT-LINE
                        PERFORM EMIT-LINE-PARA
                        MOVE SPACES TO REPORT-LINE
                        STRING "*** Campaigns booked to an account "
                                DELIMITED BY SIZE
                                "not on acctfile.dat ***"
                                DELIMITED BY SIZE
                            INTO REPORT-LINE
                        PERFORM EMIT-LINE-PARA
                    END-IF
                    ADD 1 TO WS-UNKNOWN-LINES
                    MOVE WS-ST-CHARGE-T(WS-SX) TO WS-MONEY-EDIT
                    MOVE SPACES TO REPORT-LINE
                    STRING "  account " DELIMITED BY SIZE
                            WS-ST-ACCOUNT-T(WS-SX) DELIMITED BY SIZE
                            " sign " DELIMITED BY SIZE
                            WS-ST-SIGN-T(WS-SX) DELIMITED BY SIZE
                            " row " DELIMITED BY SIZE
                            WS-ST-ROW-T(WS-SX) DELIMITED BY SIZE
                            " '" DELIMITED BY SIZE
                            FUNCTION TRIM(WS-ST-TEXT-T(WS-SX))
                            DELIMITED BY SIZE
                            "' charge " DELIMITED BY SIZE
                            FUNCTION TRIM(WS-MONEY-EDIT)
                            DELIMITED BY SIZE
                        INTO REPORT-LINE
                    PERFORM EMIT-LINE-PARA
                END-IF
            END-PERFORM.
