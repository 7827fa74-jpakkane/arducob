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
      *Shared record layout for MKGOODFILE (mkgood.dat), the make-good
      *credits billstmt.cob issues: one record per campaign per booked
      *day that delivered less than its booked share of the sign's
      *lit hours, or nothing at all. MKG-BOOKED-SECS is what the
      *booking promised that day, MKG-AIRED-SECS what EXPOLOG shows,
      *MKG-SHORT-SECS the airtime owed back, and MKG-CREDIT its value
      *at the row's average rate over the lit hours. Rerunning a
      *month's statements replaces that month's credits.
        01 MKG-RECORD.
            05 MKG-MONTH PIC 9(6).
            05 MKG-ACCOUNT PIC X(6).
            05 MKG-SIGN-ID PIC X(4).
            05 MKG-ROW PIC 9.
            05 MKG-DATE PIC 9(8).
            05 MKG-BOOKED-SECS PIC 9(6).
            05 MKG-AIRED-SECS PIC 9(6).
            05 MKG-SHORT-SECS PIC 9(6).
            05 MKG-CREDIT PIC 9(7)V99.
            05 MKG-TEXT PIC X(40).
