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
      *Shared record layout for OVRLOG (ovrlog.dat), the central
      *journal ovrissue.cob appends to: one record per sign each
      *time an override is issued to it (I) or cancelled on it (C),
      *saying whether OVRFILE could be written in its directory.
      *ovrconf.cob reports delivery from it and ovrissue.cob takes
      *the next override number from the highest OVL-ID on file.
        01 OVL-RECORD.
            05 OVL-ID PIC 9(6).
            05 OVL-ACTION PIC X.
                88 OVL-ISSUE VALUE 'I'.
                88 OVL-CANCEL VALUE 'C'.
            05 OVL-SIGN-ID PIC X(4).
            05 OVL-TS PIC X(14).
            05 OVL-EXPIRY-TS PIC X(14).
            05 OVL-OPERATOR PIC X(8).
            05 OVL-RESULT PIC X.
                88 OVL-WRITTEN VALUE 'Y'.
                88 OVL-NOT-WRITTEN VALUE 'N'.
            05 OVL-TEXT1 PIC X(40).
            05 OVL-TEXT2 PIC X(40).
