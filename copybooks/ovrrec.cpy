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
      *Shared record layout for OVRFILE (override.dat), the emergency
      *override placed in a sign's data directory by ovrissue.cob.
      *While OVR-STATUS is A and the clock is short of OVR-EXPIRY-TS
      *arduino.cob shows OVR-TEXT1 and OVR-TEXT2 on the two rows in
      *place of everything else, dark hours and PAUSE included.
      *Cancelling rewrites the record as C rather than deleting it,
      *so the directory still says which override it last carried.
        01 OVR-RECORD.
            05 OVR-ID PIC 9(6).
            05 OVR-STATUS PIC X.
                88 OVR-ACTIVE VALUE 'A'.
                88 OVR-CANCELLED VALUE 'C'.
            05 OVR-ISSUED-TS PIC X(14).
            05 OVR-EXPIRY-TS PIC X(14).
            05 OVR-OPERATOR PIC X(8).
            05 OVR-TEXT1 PIC X(40).
            05 OVR-TEXT2 PIC X(40).
