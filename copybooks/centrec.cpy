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
      *Shared record layout for CENTFILE (centdir.dat), a single
      *record naming the central directory that holds signdirs.dat,
      *the library and the other fleet-wide files. The central
      *directory keeps its own copy naming itself, and signcomm.cob
      *writes one into every sign directory it commissions, so a
      *program running in either place reaches the central
      *operators.dat, seclog.dat and acctfile.dat by full path. The
      *path is written out from the root, since the same value is
      *read from inside every sign directory.
        01 CENT-RECORD.
            05 CENT-PATH PIC X(60).
