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
      *Shared record layout for BATCHSTP (batchstp.dat), the
      *hand-maintained list of the nightly steps batchdrv.cob runs,
      *one record per step in running order. BSTP-MAX-RC is the
      *highest return code on which the stream carries on; anything
      *above it stops the run there. BSTP-RERUN 'N' marks a step
      *that must not simply be run again if the machine went down
      *while it was running (housekeep.cob, whose archive append
      *would be repeated); the driver then stops for the step to be
      *checked instead of restarting it. BSTP-COMMAND is the line
      *handed to the shell, input redirection included for a step
      *that prompts.
        01 BSTP-RECORD.
            05 BSTP-SEQ PIC 9(2).
            05 BSTP-NAME PIC X(9).
            05 BSTP-MAX-RC PIC 9(2).
            05 BSTP-RERUN PIC X.
                88 BSTP-NO-RERUN VALUE 'N'.
            05 BSTP-COMMAND PIC X(60).
