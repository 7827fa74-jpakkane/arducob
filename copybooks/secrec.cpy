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
      *Shared record layout for SECLOG (seclog.dat), the security
      *log. A program appends one record for every failed sign-on
      *(F: unknown or blank id, revoked operator, wrong credential,
      *operator file unavailable) and every refusal of a signed-on
      *operator (R: role not held, or an action the rules forbid
      *such as approving one's own campaign). secrpt.cob reports it.
        01 SEC-RECORD.
            05 SEC-TIMESTAMP PIC X(14).
            05 SEC-PROGRAM PIC X(9).
            05 SEC-OPERATOR PIC X(8).
            05 SEC-EVENT PIC X.
                88 SEC-SIGNON-FAILED VALUE 'F'.
                88 SEC-REFUSED VALUE 'R'.
            05 SEC-DETAIL PIC X(40).
