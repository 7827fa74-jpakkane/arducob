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
      *Shared record layout for METERFILE (litmeter.dat), the lit-hours
      *meter litmeter.cob keeps per sign. LTM-LIT-SECS is the running
      *total of seconds the sign was up outside its DARKFILE windows,
      *counted from the heartbeats in fleethb.dat; LTM-HB-HWM is the
      *newest heartbeat already counted and LTM-ERR-HWM the newest
      *fleeterr.dat record already judged, so each run only adds what
      *is new. LTM-SERVICE-SECS and LTM-SERVICE-DATE are the meter
      *reading and date of the last service, set by wovisit.cob.
        01 LTM-RECORD.
            05 LTM-SIGN-ID PIC X(4).
            05 LTM-LIT-SECS PIC 9(10).
            05 LTM-HB-HWM PIC X(14).
            05 LTM-ERR-HWM PIC X(14).
            05 LTM-SERVICE-SECS PIC 9(10).
            05 LTM-SERVICE-DATE PIC X(8).
