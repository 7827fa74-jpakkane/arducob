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
      *Shared record layout for BATCHCTL (batchctl.dat), the batch
      *control log batchdrv.cob appends to. Every record carries the
      *run date it belongs to, so a run restarted the next morning
      *still adds to the same run. A run opens with B (new or
      *restarted), each step writes S when it starts and E with its
      *return code and result when it ends (K when a restart skips
      *it as already done), and the run closes with Z (complete or
      *stopped). The S record is written and the file closed before
      *the step runs, so a step the machine died in is an S without
      *an E.
        01 BCTL-RECORD.
            05 BCTL-RUN-DATE PIC X(8).
            05 BCTL-EVENT PIC X.
                88 BCTL-RUN-START VALUE 'B'.
                88 BCTL-STEP-START VALUE 'S'.
                88 BCTL-STEP-END VALUE 'E'.
                88 BCTL-STEP-SKIPPED VALUE 'K'.
                88 BCTL-RUN-END VALUE 'Z'.
            05 BCTL-TS PIC X(14).
            05 BCTL-SEQ PIC 9(2).
            05 BCTL-STEP PIC X(9).
            05 BCTL-RC PIC 9(3).
            05 BCTL-RESULT PIC X.
                88 BCTL-NEW-RUN VALUE 'N'.
                88 BCTL-RESTARTED VALUE 'R'.
                88 BCTL-OK VALUE 'O'.
                88 BCTL-WARNED VALUE 'W'.
                88 BCTL-FAILED VALUE 'F'.
                88 BCTL-COMPLETE VALUE 'C'.
                88 BCTL-STOPPED VALUE 'S'.
