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
      *Shared record layout for EQUIPFILE (equip.dat), one record per
      *sign describing its display hardware for maintenance: when it
      *was installed and how often it is due a service, both in lit
      *hours (EQP-SERVICE-HOURS) and in calendar days
      *(EQP-SERVICE-DAYS); zero switches that interval off.
      *Maintained by hand alongside signdirs.dat. litmeter.cob raises
      *a work order when either interval runs out.
        01 EQP-RECORD.
            05 EQP-SIGN-ID PIC X(4).
            05 EQP-INSTALL-DATE PIC 9(8).
            05 EQP-SERVICE-HOURS PIC 9(5).
            05 EQP-SERVICE-DAYS PIC 9(4).
            05 EQP-MODEL PIC X(20).
