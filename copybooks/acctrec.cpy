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
      *Shared record layout for ACCTFILE (acctfile.dat), the
      *advertiser accounts that book campaign airtime, kept in the
      *central directory and maintained through acctmaint.cob. A
      *campaign is tied to an account by CAMP-ACCOUNT in camprec.cpy
      *and billstmt.cob prints one month-end statement per account.
      *An account is closed rather than removed, so statements for
      *campaigns it already ran can still be produced; campmaint.cob
      *only books new campaigns to an open account.
        01 ACCT-RECORD.
            05 ACCT-ID PIC X(6).
            05 ACCT-NAME PIC X(30).
            05 ACCT-CONTACT PIC X(30).
            05 ACCT-STATUS PIC X.
                88 ACCT-OPEN VALUE 'O'.
                88 ACCT-CLOSED VALUE 'C'.
            05 ACCT-OPENED-DATE PIC 9(8).
