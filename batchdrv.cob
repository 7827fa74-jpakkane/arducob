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
      *Nightly batch driver. Runs the steps listed in BATCHSTP
      *(bstprec.cpy) in file order, each through the shell, and
      *records every step's start, end and return code in the batch
      *control log BATCHCTL (bctlrec.cpy). A return code above the
      *step's BSTP-MAX-RC stops the stream there; at or below it the
      *run carries on, noting a warning when it is not zero.
      *Before running anything the control log is read back. If the
      *last run did not complete, this invocation restarts that run
      *under its own run date: steps that already ended within
      *their threshold are skipped, so housekeep.cob's archive is
      *never run twice, and the stream resumes at the step that
      *failed. A step the machine went down in (started, never
      *ended) is run again unless BSTP-RERUN says it must not be, in
      *which case it is logged as failed with return code 999 and
      *the run stops for it to be checked; the next invocation then
      *reruns it. A run that already completed today is not
      *repeated. Ends with a one-page summary in BATCHDRV.OUT and on
      *the terminal, and return code 8 when the stream stopped, 4
      *when a step warned, otherwise 0.

        IDENTIFICATION DIVISION.
        PROGRAM-ID. batchdrv.
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT BATCHSTP ASSIGN TO "batchstp.dat"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-STP-STATUS.
                SELECT BATCHCTL ASSIGN TO "batchctl.dat"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-CTL-STATUS.
                SELECT REPORT-FILE ASSIGN TO "batchdrv.out"
                    ORGANIZATION LINE SEQUENTIAL.
        DATA DIVISION.
            FILE SECTION.
            FD BATCHSTP.
                COPY "bstprec.cpy".
            FD BATCHCTL.
                COPY "bctlrec.cpy".
            FD REPORT-FILE.
            01 REPORT-LINE PIC X(80).
            WORKING-STORAGE SECTION.
            01 WS-STP-STATUS PIC XX.
            01 WS-CTL-STATUS PIC XX.
            01 WS-STP-EOF PIC X VALUE 'N'.
                88 STP-EOF VALUE 'Y'.
            01 WS-CTL-EOF PIC X VALUE 'N'.
                88 CTL-EOF VALUE 'Y'.
            01 WS-NOW-TS PIC X(14).
            01 WS-TODAY PIC X(8).
            01 WS-STEP-COUNT PIC 9(4) VALUE 0.
            01 WS-STEPS-DROPPED PIC 9(4) VALUE 0.
            01 WS-STEP-TABLE.
                05 WS-STEP-ENTRY OCCURS 20 TIMES.
                    10 WS-STEP-SEQ-T PIC 9(2).
                    10 WS-STEP-NAME-T PIC X(9).
                    10 WS-STEP-MAX-RC-T PIC 9(2).
                    10 WS-STEP-RERUN-T PIC X.
                    10 WS-STEP-COMMAND-T PIC X(60).
                    10 WS-STEP-PRIOR-T PIC X.
                    10 WS-STEP-STATE-T PIC X.
                    10 WS-STEP-START-T PIC X(14).
                    10 WS-STEP-END-T PIC X(14).
                    10 WS-STEP-RC-T PIC 9(3).
            01 WS-SX PIC 9(4).
            01 WS-STEP-IX PIC 9(4).
            01 WS-LAST-RUN-DATE PIC X(8) VALUE SPACES.
            01 WS-LAST-RUN-END PIC X VALUE SPACE.
            01 WS-RUN-DATE PIC X(8).
            01 WS-RUN-KIND PIC X.
                88 RUN-RESTARTED VALUE 'R'.
            01 WS-RUN-START-TS PIC X(14).
            01 WS-RUN-END-TS PIC X(14).
            01 WS-STREAM-STOPPED PIC X VALUE 'N'.
                88 STREAM-STOPPED VALUE 'Y'.
            01 WS-STOP-STEP PIC X(9) VALUE SPACES.
            01 WS-ANY-WARNED PIC X VALUE 'N'.
                88 ANY-WARNED VALUE 'Y'.
            01 WS-RUN-COUNT PIC 9(4) VALUE 0.
            01 WS-SKIP-COUNT PIC 9(4) VALUE 0.
            01 WS-NOT-RUN-COUNT PIC 9(4) VALUE 0.
            01 WS-COMMAND PIC X(60).
            01 WS-SYS-STATUS PIC S9(9).
            01 WS-SYS-EXIT PIC 9(9).
            01 WS-SYS-SIGNAL PIC 9(9).
            01 WS-STEP-RC PIC 9(3).
            01 WS-CTL-EVENT PIC X.
            01 WS-CTL-SEQ PIC 9(2).
            01 WS-CTL-STEP PIC X(9).
            01 WS-CTL-RC PIC 9(3).
            01 WS-CTL-RESULT PIC X.
            01 WS-HMS-TS PIC X(14).
            01 WS-HMS PIC X(8).
            01 WS-START-HMS PIC X(8).
            01 WS-END-HMS PIC X(8).
            01 WS-RC-EDIT PIC X(3).
            01 WS-RESULT-DESC PIC X(32).

        PROCEDURE DIVISION.
            MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-TS.
            MOVE WS-NOW-TS(1:8) TO WS-TODAY.
            DISPLAY "Nightly batch driver".
            PERFORM LOAD-STEPS-PARA.
            IF WS-STEP-COUNT = 0
                DISPLAY "batchdrv: no steps in batchstp.dat, "
                    "nothing to run."
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            IF WS-STEPS-DROPPED > 0
                DISPLAY "batchdrv: batchstp.dat lists more than 20 "
                    "steps; nothing run."
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM SCAN-CONTROL-PARA.
            IF WS-LAST-RUN-DATE NOT = SPACES
                    AND WS-LAST-RUN-END NOT = 'C'
                MOVE WS-LAST-RUN-DATE TO WS-RUN-DATE
                MOVE 'R' TO WS-RUN-KIND
                DISPLAY "batchdrv: restarting the run for "
                    WS-RUN-DATE
            ELSE
                IF WS-LAST-RUN-DATE = WS-TODAY
                    DISPLAY "batchdrv: the run for " WS-TODAY
                        " already completed; nothing to do."
                    STOP RUN
                END-IF
                MOVE WS-TODAY TO WS-RUN-DATE
                MOVE 'N' TO WS-RUN-KIND
                PERFORM VARYING WS-SX FROM 1 BY 1
                        UNTIL WS-SX > WS-STEP-COUNT
                    MOVE SPACE TO WS-STEP-PRIOR-T(WS-SX)
                END-PERFORM
            END-IF.
            MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-START-TS.
            MOVE 'B' TO WS-CTL-EVENT.
            MOVE 0 TO WS-CTL-SEQ.
            MOVE SPACES TO WS-CTL-STEP.
            MOVE 0 TO WS-CTL-RC.
            MOVE WS-RUN-KIND TO WS-CTL-RESULT.
            PERFORM WRITE-CONTROL-PARA.
            PERFORM VARYING WS-SX FROM 1 BY 1
                    UNTIL WS-SX > WS-STEP-COUNT
                PERFORM RUN-STEP-PARA
            END-PERFORM.
            MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-END-TS.
            MOVE 'Z' TO WS-CTL-EVENT.
            MOVE 0 TO WS-CTL-SEQ.
            MOVE SPACES TO WS-CTL-STEP.
            MOVE 0 TO WS-CTL-RC.
            IF STREAM-STOPPED
                MOVE 'S' TO WS-CTL-RESULT
            ELSE
                MOVE 'C' TO WS-CTL-RESULT
            END-IF.
            PERFORM WRITE-CONTROL-PARA.
            PERFORM WRITE-SUMMARY-PARA.
            IF STREAM-STOPPED
                MOVE 8 TO RETURN-CODE
            ELSE
                IF ANY-WARNED
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF.
            STOP RUN.

            EMIT-LINE-PARA.
            DISPLAY REPORT-LINE.
            WRITE REPORT-LINE.

            LOAD-STEPS-PARA.
            OPEN INPUT BATCHSTP.
            IF WS-STP-STATUS = "00"
                PERFORM UNTIL STP-EOF
                    READ BATCHSTP
                        AT END MOVE 'Y' TO WS-STP-EOF
                        NOT AT END PERFORM STORE-STEP-PARA
                    END-READ
                END-PERFORM
                CLOSE BATCHSTP
            END-IF.

            STORE-STEP-PARA.
            IF BSTP-NAME NOT = SPACES
                IF WS-STEP-COUNT >= 20
                    ADD 1 TO WS-STEPS-DROPPED
                ELSE
                    ADD 1 TO WS-STEP-COUNT
                    MOVE BSTP-SEQ TO WS-STEP-SEQ-T(WS-STEP-COUNT)
                    MOVE BSTP-NAME TO WS-STEP-NAME-T(WS-STEP-COUNT)
                    MOVE BSTP-MAX-RC
                        TO WS-STEP-MAX-RC-T(WS-STEP-COUNT)
                    MOVE BSTP-RERUN TO WS-STEP-RERUN-T(WS-STEP-COUNT)
                    MOVE BSTP-COMMAND
                        TO WS-STEP-COMMAND-T(WS-STEP-COUNT)
                    MOVE SPACE TO WS-STEP-PRIOR-T(WS-STEP-COUNT)
                    MOVE 'N' TO WS-STEP-STATE-T(WS-STEP-COUNT)
                    MOVE SPACES TO WS-STEP-START-T(WS-STEP-COUNT)
                    MOVE SPACES TO WS-STEP-END-T(WS-STEP-COUNT)
                    MOVE 0 TO WS-STEP-RC-T(WS-STEP-COUNT)
                END-IF
            END-IF.

      *Replays the control log so that, for the latest run date on
      *file, each step's prior outcome is known: D ended within its
      *threshold, F failed, I started and never ended. A later B
      *record for the same date is that run being restarted.
            SCAN-CONTROL-PARA.
            OPEN INPUT BATCHCTL.
            IF WS-CTL-STATUS = "00"
                PERFORM UNTIL CTL-EOF
                    READ BATCHCTL
                        AT END MOVE 'Y' TO WS-CTL-EOF
                        NOT AT END PERFORM APPLY-CONTROL-PARA
                    END-READ
                END-PERFORM
                CLOSE BATCHCTL
            END-IF.

            APPLY-CONTROL-PARA.
            IF BCTL-RUN-START
                IF BCTL-RUN-DATE NOT = WS-LAST-RUN-DATE
                    MOVE BCTL-RUN-DATE TO WS-LAST-RUN-DATE
                    PERFORM VARYING WS-SX FROM 1 BY 1
                            UNTIL WS-SX > WS-STEP-COUNT
                        MOVE SPACE TO WS-STEP-PRIOR-T(WS-SX)
                    END-PERFORM
                END-IF
                MOVE SPACE TO WS-LAST-RUN-END
            ELSE
                IF BCTL-RUN-DATE = WS-LAST-RUN-DATE
                    PERFORM APPLY-RUN-EVENT-PARA
                END-IF
            END-IF.

            APPLY-RUN-EVENT-PARA.
            EVALUATE TRUE
                WHEN BCTL-RUN-END
                    MOVE BCTL-RESULT TO WS-LAST-RUN-END
                WHEN BCTL-STEP-START
                    PERFORM FIND-STEP-PARA
                    IF WS-STEP-IX > 0
                        MOVE 'I' TO WS-STEP-PRIOR-T(WS-STEP-IX)
                    END-IF
                WHEN BCTL-STEP-END
                    PERFORM FIND-STEP-PARA
                    IF WS-STEP-IX > 0
                        IF BCTL-FAILED
                            MOVE 'F' TO WS-STEP-PRIOR-T(WS-STEP-IX)
                        ELSE
                            MOVE 'D' TO WS-STEP-PRIOR-T(WS-STEP-IX)
                        END-IF
                    END-IF
            END-EVALUATE.

            FIND-STEP-PARA.
            MOVE 0 TO WS-STEP-IX.
            PERFORM VARYING WS-SX FROM 1 BY 1
                    UNTIL WS-SX > WS-STEP-COUNT OR WS-STEP-IX > 0
                IF WS-STEP-NAME-T(WS-SX) = BCTL-STEP
                    MOVE WS-SX TO WS-STEP-IX
                END-IF
            END-PERFORM.

            RUN-STEP-PARA.
            EVALUATE TRUE
                WHEN RUN-RESTARTED AND WS-STEP-PRIOR-T(WS-SX) = 'D'
                    MOVE 'K' TO WS-STEP-STATE-T(WS-SX)
                    ADD 1 TO WS-SKIP-COUNT
                    DISPLAY "batchdrv: step " WS-STEP-SEQ-T(WS-SX)
                        " " WS-STEP-NAME-T(WS-SX)
                        " already done in this run, skipped"
                    MOVE 'K' TO WS-CTL-EVENT
                    MOVE WS-STEP-SEQ-T(WS-SX) TO WS-CTL-SEQ
                    MOVE WS-STEP-NAME-T(WS-SX) TO WS-CTL-STEP
                    MOVE 0 TO WS-CTL-RC
                    MOVE SPACE TO WS-CTL-RESULT
                    PERFORM WRITE-CONTROL-PARA
                WHEN STREAM-STOPPED
                    MOVE 'N' TO WS-STEP-STATE-T(WS-SX)
                    ADD 1 TO WS-NOT-RUN-COUNT
                WHEN WS-STEP-PRIOR-T(WS-SX) = 'I'
                        AND WS-STEP-RERUN-T(WS-SX) = 'N'
                    PERFORM HOLD-STEP-PARA
                WHEN OTHER
                    PERFORM EXECUTE-STEP-PARA
            END-EVALUATE.

      *The step was running when the last attempt died and is not
      *safe to start again blind. Logging it as failed stops the
      *stream here; once it has been checked, the next invocation
      *treats it as an ordinary failed step and reruns it.
            HOLD-STEP-PARA.
            MOVE 'I' TO WS-STEP-STATE-T(WS-SX).
            MOVE 999 TO WS-STEP-RC-T(WS-SX).
            MOVE 'Y' TO WS-STREAM-STOPPED.
            MOVE WS-STEP-NAME-T(WS-SX) TO WS-STOP-STEP.
            DISPLAY "batchdrv: step " WS-STEP-SEQ-T(WS-SX) " "
                WS-STEP-NAME-T(WS-SX)
                " was interrupted last time and is not rerun "
                "automatically; check it, then run batchdrv again.".
            MOVE 'E' TO WS-CTL-EVENT.
            MOVE WS-STEP-SEQ-T(WS-SX) TO WS-CTL-SEQ.
            MOVE WS-STEP-NAME-T(WS-SX) TO WS-CTL-STEP.
            MOVE 999 TO WS-CTL-RC.
            MOVE 'F' TO WS-CTL-RESULT.
            PERFORM WRITE-CONTROL-PARA.

      *The shell hands back a wait status: the exit code times 256,
      *plus the signal number if the step was killed. A killed or
      *unstartable step is given return code 999.
            EXECUTE-STEP-PARA.
            ADD 1 TO WS-RUN-COUNT.
            MOVE FUNCTION CURRENT-DATE(1:14)
                TO WS-STEP-START-T(WS-SX).
            DISPLAY "batchdrv: step " WS-STEP-SEQ-T(WS-SX) " "
                WS-STEP-NAME-T(WS-SX) " started "
                WS-STEP-START-T(WS-SX).
            MOVE 'S' TO WS-CTL-EVENT.
            MOVE WS-STEP-SEQ-T(WS-SX) TO WS-CTL-SEQ.
            MOVE WS-STEP-NAME-T(WS-SX) TO WS-CTL-STEP.
            MOVE 0 TO WS-CTL-RC.
            MOVE SPACE TO WS-CTL-RESULT.
            PERFORM WRITE-CONTROL-PARA.
            MOVE WS-STEP-COMMAND-T(WS-SX) TO WS-COMMAND.
            CALL "SYSTEM" USING WS-COMMAND.
            MOVE RETURN-CODE TO WS-SYS-STATUS.
            MOVE 0 TO RETURN-CODE.
            IF WS-SYS-STATUS < 0
                MOVE 999 TO WS-STEP-RC
            ELSE
                DIVIDE WS-SYS-STATUS BY 256 GIVING WS-SYS-EXIT
                    REMAINDER WS-SYS-SIGNAL
                IF WS-SYS-SIGNAL NOT = 0 OR WS-SYS-EXIT > 998
                    MOVE 999 TO WS-STEP-RC
                ELSE
                    MOVE WS-SYS-EXIT TO WS-STEP-RC
                END-IF
            END-IF.
            MOVE WS-STEP-RC TO WS-STEP-RC-T(WS-SX).
            MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STEP-END-T(WS-SX).
            IF WS-STEP-RC = 0
                MOVE 'O' TO WS-STEP-STATE-T(WS-SX)
            ELSE
                IF WS-STEP-RC <= WS-STEP-MAX-RC-T(WS-SX)
                    MOVE 'W' TO WS-STEP-STATE-T(WS-SX)
                    MOVE 'Y' TO WS-ANY-WARNED
                ELSE
                    MOVE 'F' TO WS-STEP-STATE-T(WS-SX)
                    MOVE 'Y' TO WS-STREAM-STOPPED
                    MOVE WS-STEP-NAME-T(WS-SX) TO WS-STOP-STEP
                END-IF
            END-IF.
            DISPLAY "batchdrv: step " WS-STEP-SEQ-T(WS-SX) " "
                WS-STEP-NAME-T(WS-SX) " ended "
                WS-STEP-END-T(WS-SX) " rc " WS-STEP-RC.
            MOVE 'E' TO WS-CTL-EVENT.
            MOVE WS-STEP-SEQ-T(WS-SX) TO WS-CTL-SEQ.
            MOVE WS-STEP-NAME-T(WS-SX) TO WS-CTL-STEP.
            MOVE WS-STEP-RC TO WS-CTL-RC.
            MOVE WS-STEP-STATE-T(WS-SX) TO WS-CTL-RESULT.
            PERFORM WRITE-CONTROL-PARA.

      *Opened and closed around every record so the log on disk is
      *current while a step is running.
            WRITE-CONTROL-PARA.
            OPEN EXTEND BATCHCTL.
            IF WS-CTL-STATUS NOT = "00"
                OPEN OUTPUT BATCHCTL
            END-IF.
            MOVE WS-RUN-DATE TO BCTL-RUN-DATE.
            MOVE WS-CTL-EVENT TO BCTL-EVENT.
            MOVE FUNCTION CURRENT-DATE(1:14) TO BCTL-TS.
            MOVE WS-CTL-SEQ TO BCTL-SEQ.
            MOVE WS-CTL-STEP TO BCTL-STEP.
            MOVE WS-CTL-RC TO BCTL-RC.
            MOVE WS-CTL-RESULT TO BCTL-RESULT.
            WRITE BCTL-RECORD.
            CLOSE BATCHCTL.

            WRITE-SUMMARY-PARA.
            OPEN OUTPUT REPORT-FILE.
            MOVE SPACES TO REPORT-LINE.
            IF RUN-RESTARTED
                STRING "Nightly batch summary, run date "
                        DELIMITED BY SIZE
                        WS-RUN-DATE DELIMITED BY SIZE
                        " (restarted)" DELIMITED BY SIZE
                    INTO REPORT-LINE
            ELSE
                STRING "Nightly batch summary, run date "
                        DELIMITED BY SIZE
                        WS-RUN-DATE DELIMITED BY SIZE
                    INTO REPORT-LINE
            END-IF.
            PERFORM EMIT-LINE-PARA.
            MOVE SPACES TO REPORT-LINE.
            STRING "This attempt started " DELIMITED BY SIZE
                    WS-RUN-START-TS DELIMITED BY SIZE
                    ", ended " DELIMITED BY SIZE
                    WS-RUN-END-TS DELIMITED BY SIZE
                INTO REPORT-LINE.
            PERFORM EMIT-LINE-PARA.
            MOVE SPACES TO REPORT-LINE.
            PERFORM EMIT-LINE-PARA.
            MOVE "Seq Step      Started  Ended    RC  Max Result"
                TO REPORT-LINE.
            PERFORM EMIT-LINE-PARA.
            PERFORM VARYING WS-SX FROM 1 BY 1
                    UNTIL WS-SX > WS-STEP-COUNT
                PERFORM REPORT-STEP-PARA
            END-PERFORM.
            MOVE SPACES TO REPORT-LINE.
            PERFORM EMIT-LINE-PARA.
            MOVE SPACES TO REPORT-LINE.
            STRING WS-RUN-COUNT DELIMITED BY SIZE
                    " step(s) run, " DELIMITED BY SIZE
                    WS-SKIP-COUNT DELIMITED BY SIZE
                    " skipped as already done, " DELIMITED BY SIZE
                    WS-NOT-RUN-COUNT DELIMITED BY SIZE
                    " not run." DELIMITED BY SIZE
                INTO REPORT-LINE.
            PERFORM EMIT-LINE-PARA.
            MOVE SPACES TO REPORT-LINE.
            IF STREAM-STOPPED
                STRING "RUN STOPPED at step " DELIMITED BY SIZE
                        FUNCTION TRIM(WS-STOP-STEP) DELIMITED BY SIZE
                        "; run batchdrv again to restart from it."
                        DELIMITED BY SIZE
                    INTO REPORT-LINE
            ELSE
                IF ANY-WARNED
                    MOVE "Run complete, with warnings."
                        TO REPORT-LINE
                ELSE
                    MOVE "Run complete." TO REPORT-LINE
                END-IF
            END-IF.
            PERFORM EMIT-LINE-PARA.
            CLOSE REPORT-FILE.

            REPORT-STEP-PARA.
            MOVE WS-STEP-START-T(WS-SX) TO WS-HMS-TS.
            PERFORM FORMAT-HMS-PARA.
            MOVE WS-HMS TO WS-START-HMS.
            MOVE WS-STEP-END-T(WS-SX) TO WS-HMS-TS.
            PERFORM FORMAT-HMS-PARA.
            MOVE WS-HMS TO WS-END-HMS.
            MOVE WS-STEP-RC-T(WS-SX) TO WS-RC-EDIT.
            EVALUATE WS-STEP-STATE-T(WS-SX)
                WHEN 'O'
                    MOVE "OK" TO WS-RESULT-DESC
                WHEN 'W'
                    MOVE "WARNING, CARRIED ON" TO WS-RESULT-DESC
                WHEN 'F'
                    MOVE "FAILED, STREAM STOPPED" TO WS-RESULT-DESC
                WHEN 'K'
                    MOVE "DONE IN AN EARLIER ATTEMPT"
                        TO WS-RESULT-DESC
                    MOVE SPACES TO WS-RC-EDIT
                WHEN 'I'
                    MOVE "INTERRUPTED EARLIER, CHECK IT"
                        TO WS-RESULT-DESC
                WHEN OTHER
                    MOVE "NOT RUN" TO WS-RESULT-DESC
                    MOVE SPACES TO WS-RC-EDIT
            END-EVALUATE.
            MOVE SPACES TO REPORT-LINE.
            STRING WS-STEP-SEQ-T(WS-SX) DELIMITED BY SIZE
                    "  " DELIMITED BY SIZE
                    WS-STEP-NAME-T(WS-SX) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    WS-START-HMS DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    WS-END-HMS DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    WS-RC-EDIT DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    WS-STEP-MAX-RC-T(WS-SX) DELIMITED BY SIZE
                    "  " DELIMITED BY SIZE
                    WS-RESULT-DESC DELIMITED BY SIZE
                INTO REPORT-LINE.
            PERFORM EMIT-LINE-PARA.

            FORMAT-HMS-PARA.
            IF WS-HMS-TS = SPACES
                MOVE SPACES TO WS-HMS
            ELSE
                MOVE SPACES TO WS-HMS
                STRING WS-HMS-TS(9:2) DELIMITED BY SIZE
                        ":" DELIMITED BY SIZE
                        WS-HMS-TS(11:2) DELIMITED BY SIZE
                        ":" DELIMITED BY SIZE
                        WS-HMS-TS(13:2) DELIMITED BY SIZE
                    INTO WS-HMS
            END-IF.
