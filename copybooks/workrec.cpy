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
      *Shared record layout for WORKFILE (workord.dat), the maintenance
      *work orders. litmeter.cob raises one, open, when a sign runs
      *past its lit-hours or calendar service interval (reason H or
      *D) or its hardware failures in fleeterr.dat cross the errrpt
      *threshold within an hour (reason E); it never raises a second
      *open order for the same sign and reason. wovisit.cob records
      *the technician's visit on it and closes it; woopen.cob lists
      *the orders still open.
        01 WO-RECORD.
            05 WO-NUMBER PIC 9(6).
            05 WO-SIGN-ID PIC X(4).
            05 WO-REASON PIC X.
                88 WO-REASON-HOURS VALUE 'H'.
                88 WO-REASON-DAYS VALUE 'D'.
                88 WO-REASON-ERRORS VALUE 'E'.
            05 WO-STATUS PIC X.
                88 WO-OPEN VALUE 'O'.
                88 WO-CLOSED VALUE 'C'.
            05 WO-OPENED-TS PIC X(14).
            05 WO-METER-HOURS PIC 9(6).
            05 WO-DETAIL PIC X(40).
            05 WO-CLOSED-TS PIC X(14).
            05 WO-TECH-ID PIC X(8).
            05 WO-VISIT-NOTE PIC X(40).
