                SELECT TOKFILE ASSIGN TO "tokval.dat"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-TOK-STATUS.
                SELECT OVRFILE ASSIGN TO "override.dat"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-OVR-STATUS.
                SELECT OVRACKFILE ASSIGN TO "ovrack.dat"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-OVRACK-STATUS.
        DATA DIVISION.
            FILE SECTION.
            FD MSGFILE.
                COPY "exporec.cpy".
            FD TOKFILE.
                COPY "tokrec.cpy".
            FD OVRFILE.
                COPY "ovrrec.cpy".
            FD OVRACKFILE.
                COPY "ovrackrec.cpy".
            WORKING-STORAGE SECTION.
            01 WS-MSG-STATUS PIC XX.
            01 WS-CKPT-STATUS PIC XX.
                05 WS-EXPO-MS2-E OCCURS 20 TIMES
                    PIC 9(9) VALUE 0.
            01 WS-EX PIC 9(4).
            01 WS-EXPO-DATE PIC 9(8).
            01 WS-EXPO-HOUR PIC 99 VALUE 99.
            01 WS-TOK-STATUS PIC XX.
            01 WS-TOK-EOF PIC X VALUE 'N'.
                88 TOK-EOF VALUE 'Y'.
            01 WS-TS-WORK PIC X(14).
            01 WS-NOW-ABS-SECS PIC 9(12).
            01 WS-TOK-AGE-SECS PIC S9(12).
            01 WS-OVR-STATUS PIC XX.
            01 WS-OVRACK-STATUS PIC XX.
            01 WS-OVR-ACTIVE PIC X VALUE 'N'.
                88 OVERRIDE-ACTIVE VALUE 'Y'.
            01 WS-OVR-FOUND PIC X VALUE 'N'.
                88 OVR-FOUND VALUE 'Y'.
            01 WS-OVR-SHOWN PIC X VALUE 'N'.
                88 OVR-SHOWN VALUE 'Y'.
            01 WS-OVR-ID PIC 9(6) VALUE 0.
            01 WS-OVR-ACKED-ID PIC 9(6) VALUE 0.
            01 WS-OVR-EXPIRY-TS PIC X(14).
            01 WS-OVR-NOW-TS PIC X(14).
            01 WS-OVR-TEXT1 PIC X(40).
            01 WS-OVR-TEXT2 PIC X(40).
            01 WS-OVR-LEN1 PIC 9(2) VALUE 0.
            01 WS-OVR-LEN2 PIC 9(2) VALUE 0.
            01 WS-OVR-POS1 PIC 9(4) VALUE 0.
            01 WS-OVR-POS2 PIC 9(4) VALUE 0.
            01 WS-OVR-BUF PIC X(45).
            01 WS-OVR-SAVE-CTXT PIC A(5).
            01 WS-OVR-SAVE-CTXT2 PIC A(5).

        PROCEDURE DIVISION.
            PERFORM SETUP-PARA.
                CLOSE CAMPFILE
            END-IF.

      *Only a campaign a second operator has approved through
      *campappr.cob airs; pending and rejected records are skipped.
            APPLY-CAMPAIGN-PARA.
            IF CAMP-APPROVED
                    AND CAMP-FROM-DATE IS NUMERIC
                    AND CAMP-TO-DATE IS NUMERIC
                    AND WS-TODAY >= CAMP-FROM-DATE
                    AND WS-TODAY <= CAMP-TO-DATE
                IF CAMP-ROW = 1 AND WS-MSG-COUNT1 < 20
            IF WS-CYCLES-SINCE-POLL >= WS-CKPT-INTERVAL
                MOVE 0 TO WS-CYCLES-SINCE-POLL
                PERFORM POLL-COMMAND-PARA
                PERFORM LOAD-OVERRIDE-PARA
            END-IF.
            IF OVERRIDE-ACTIVE
                MOVE FUNCTION CURRENT-DATE(1:14) TO WS-OVR-NOW-TS
                IF WS-OVR-NOW-TS >= WS-OVR-EXPIRY-TS
                    MOVE 'N' TO WS-OVR-ACTIVE
                END-IF
            END-IF.
            IF STOP-REQUESTED
                CONTINUE
            ELSE
                IF OVERRIDE-ACTIVE
                    PERFORM OVERRIDE-CYCLE-PARA
                ELSE
                    IF SIGN-PAUSED
                        PERFORM PAUSED-CYCLE-PARA
                    ELSE
                        PERFORM ACTIVE-CYCLE-PARA
                    END-IF
                END-IF
            END-IF.


            PAUSED-CYCLE-PARA.
            PERFORM GET-SCHED-DELAY-PARA.
            PERFORM CHECK-EXPO-HOUR-PARA.
            CALL "sleeping" USING WS-SLEEP-DELAY.
            PERFORM CHECK-SLEEPING-PARA.
            CALL "clearlcd".
            PERFORM SAVE-CKPT-IF-DUE-PARA.
            PERFORM SEND-HEARTBEAT-PARA.

      *Emergency override from ovrissue.cob, read from OVRFILE at
      *every command poll. While one is in force it takes both rows
      *ahead of rotation, campaigns, dark hours and PAUSE; rotation
      *simply stands still underneath and carries on where it was
      *once the override expires or is cancelled. The first cycle
      *that gets it onto the LCD is recorded in OVRACKFILE as proof
      *of delivery for ovrconf.cob; a restart part-way through an
      *override finds its own acknowledgement there and keeps the
      *original time.
            LOAD-OVERRIDE-PARA.
            MOVE 'N' TO WS-OVR-FOUND.
            MOVE FUNCTION CURRENT-DATE(1:14) TO WS-OVR-NOW-TS.
            OPEN INPUT OVRFILE.
            IF WS-OVR-STATUS = "00"
                READ OVRFILE
                    AT END
                        CONTINUE
                    NOT AT END
                        IF OVR-ACTIVE AND OVR-ID IS NUMERIC
                                AND WS-OVR-NOW-TS < OVR-EXPIRY-TS
                            MOVE 'Y' TO WS-OVR-FOUND
                        END-IF
                END-READ
                CLOSE OVRFILE
            END-IF.
            IF OVR-FOUND
                IF NOT OVERRIDE-ACTIVE OR OVR-ID NOT = WS-OVR-ID
                    PERFORM START-OVERRIDE-PARA
                END-IF
                MOVE OVR-EXPIRY-TS TO WS-OVR-EXPIRY-TS
                MOVE 'Y' TO WS-OVR-ACTIVE
            ELSE
                MOVE 'N' TO WS-OVR-ACTIVE
            END-IF.

            START-OVERRIDE-PARA.
            MOVE OVR-ID TO WS-OVR-ID.
            MOVE OVR-TEXT1 TO WS-OVR-TEXT1.
            MOVE OVR-TEXT2 TO WS-OVR-TEXT2.
            MOVE 0 TO WS-OVR-LEN1.
            MOVE 0 TO WS-OVR-LEN2.
            IF WS-OVR-TEXT1 NOT = SPACES
                MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-OVR-TEXT1))
                    TO WS-OVR-LEN1
            END-IF.
            IF WS-OVR-TEXT2 NOT = SPACES
                MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-OVR-TEXT2))
                    TO WS-OVR-LEN2
            END-IF.
            MOVE 0 TO WS-OVR-POS1.
            MOVE 0 TO WS-OVR-POS2.
            MOVE 0 TO WS-OVR-ACKED-ID.
            OPEN INPUT OVRACKFILE.
            IF WS-OVRACK-STATUS = "00"
                READ OVRACKFILE
                    AT END
                        CONTINUE
                    NOT AT END
                        IF OVRACK-ID IS NUMERIC
                            MOVE OVRACK-ID TO WS-OVR-ACKED-ID
                        END-IF
                END-READ
                CLOSE OVRACKFILE
            END-IF.

      *The rotation's own CTXT and CTXT2 are put back after the
      *override rows are written, so a checkpoint taken meanwhile
      *still describes the rotation. Override cycles count as run
      *cycles but not as exposure of any rotation slot.
            OVERRIDE-CYCLE-PARA.
            PERFORM GET-SCHED-DELAY-PARA.
            PERFORM CHECK-EXPO-HOUR-PARA.
            CALL "sleeping" USING WS-SLEEP-DELAY.
            PERFORM CHECK-SLEEPING-PARA.
            CALL "clearlcd".
            PERFORM CHECK-CLEARLCD-PARA.
            MOVE CTXT TO WS-OVR-SAVE-CTXT.
            MOVE CTXT2 TO WS-OVR-SAVE-CTXT2.
            IF WS-OVR-LEN1 > 5
                PERFORM SCROLL-OVR1-PARA
            ELSE
                MOVE WS-OVR-TEXT1(1:5) TO CTXT
            END-IF.
            IF WS-OVR-LEN2 > 5
                PERFORM SCROLL-OVR2-PARA
            ELSE
                MOVE WS-OVR-TEXT2(1:5) TO CTXT2
            END-IF.
            MOVE 0 TO OFFSET1.
            MOVE 0 TO OFFSET2.
            MOVE 'Y' TO WS-OVR-SHOWN.
            CALL "setlcd" USING INDEX1, OFFSET1, CTXT.
            PERFORM CHECK-SETLCD1-PARA.
            IF RETURN-CODE NOT = 0
                MOVE 'N' TO WS-OVR-SHOWN
            END-IF.
            CALL "setlcd" USING INDEX2, OFFSET2, CTXT2.
            PERFORM CHECK-SETLCD2-PARA.
            IF RETURN-CODE NOT = 0
                MOVE 'N' TO WS-OVR-SHOWN
            END-IF.
            MOVE WS-OVR-SAVE-CTXT TO CTXT.
            MOVE WS-OVR-SAVE-CTXT2 TO CTXT2.
            IF OVR-SHOWN AND WS-OVR-ACKED-ID NOT = WS-OVR-ID
                PERFORM WRITE-OVRACK-PARA
            END-IF.
            ADD 1 TO WS-RUN-CYCLES.
            PERFORM SAVE-CKPT-IF-DUE-PARA.
            PERFORM SEND-HEARTBEAT-PARA.

            SCROLL-OVR1-PARA.
            IF WS-OVR-POS1 = 0 OR WS-OVR-POS1 > WS-OVR-LEN1
                MOVE 1 TO WS-OVR-POS1
            END-IF.
            MOVE SPACES TO WS-OVR-BUF.
            MOVE WS-OVR-TEXT1 TO WS-OVR-BUF(1:40).
            MOVE WS-OVR-BUF(WS-OVR-POS1:5) TO CTXT.
            ADD 1 TO WS-OVR-POS1.

            SCROLL-OVR2-PARA.
            IF WS-OVR-POS2 = 0 OR WS-OVR-POS2 > WS-OVR-LEN2
                MOVE 1 TO WS-OVR-POS2
            END-IF.
            MOVE SPACES TO WS-OVR-BUF.
            MOVE WS-OVR-TEXT2 TO WS-OVR-BUF(1:40).
            MOVE WS-OVR-BUF(WS-OVR-POS2:5) TO CTXT2.
            ADD 1 TO WS-OVR-POS2.

            WRITE-OVRACK-PARA.
            MOVE WS-OVR-ID TO OVRACK-ID.
            MOVE FUNCTION CURRENT-DATE(1:14) TO OVRACK-SHOWN-TS.
            OPEN OUTPUT OVRACKFILE.
            IF WS-OVRACK-STATUS = "00"
                WRITE OVRACK-RECORD
                CLOSE OVRACKFILE
                MOVE WS-OVR-ID TO WS-OVR-ACKED-ID
            END-IF.

      *The checkpoint is rewritten every WS-CKPT-INTERVAL cycles
      *rather than every cycle to spare the controller's SD card;
      *losing a few cycles of checkpoint on a power cut is the
                SUBTRACT OFFSET1 FROM OFFSET2
                MOVE CTXT TO CTXT2
            END-IF.
            PERFORM CHECK-EXPO-HOUR-PARA.
            IF IN-DARK-WINDOW
                CONTINUE
            ELSE
            WRITE RUN-LOG-RECORD.
            CLOSE RUNLOG.

      *Every cycle, lit, dark, paused or overridden, checks for the
      *turn of the hour, so the counters of an hour that ends while
      *nothing is being counted still go out under that hour.
            CHECK-EXPO-HOUR-PARA.
            IF WS-CURRENT-HOUR NOT = WS-EXPO-HOUR
                PERFORM WRITE-EXPOLOG-PARA
                MOVE FUNCTION CURRENT-DATE(1:8) TO WS-EXPO-DATE
                MOVE WS-CURRENT-HOUR TO WS-EXPO-HOUR
            END-IF.

      *Proof of play: the exposure counters accumulate per rotation
      *entry while the run cycles and are flushed to EXPOLOG at the
      *end of the run and ahead of a RELOAD, since a reload rebuilds
      *the rotation tables underneath the slot numbers. They are also
      *flushed when the hour turns, so every record carries the date
      *and hour its exposure fell in for pricing by hour band.
            WRITE-EXPOLOG-PARA.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
            OPEN EXTEND EXPOLOG.
            PERFORM VARYING WS-EX FROM 1 BY 1
                    UNTIL WS-EX > WS-MSG-COUNT1
                IF WS-EXPO-CYC1-E(WS-EX) > 0
                    MOVE WS-EXPO-DATE TO EXPO-DATE
                    MOVE WS-EXPO-HOUR TO EXPO-HOUR
                    MOVE 1 TO EXPO-ROW
                    MOVE WS-EX TO EXPO-SLOT
                    IF WS-MSG-ORIG-TEXT1(WS-EX) NOT = SPACES
            PERFORM VARYING WS-EX FROM 1 BY 1
                    UNTIL WS-EX > WS-MSG-COUNT2
                IF WS-EXPO-CYC2-E(WS-EX) > 0
                    MOVE WS-EXPO-DATE TO EXPO-DATE
                    MOVE WS-EXPO-HOUR TO EXPO-HOUR
                    MOVE 2 TO EXPO-ROW
                    MOVE WS-EX TO EXPO-SLOT
                    IF WS-MSG-ORIG-TEXT2(WS-EX) NOT = SPACES
