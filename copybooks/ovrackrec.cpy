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
      *Shared record layout for OVRACKFILE (ovrack.dat), written by
      *arduino.cob in its data directory the first time an override
      *actually reaches the LCD. It holds one record, for the latest
      *override shown; ovrconf.cob collects it to prove delivery.
        01 OVRACK-RECORD.
            05 OVRACK-ID PIC 9(6).
            05 OVRACK-SHOWN-TS PIC X(14).
