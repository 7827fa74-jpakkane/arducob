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
      *Shared record layout for WHMFILE (whhwm.dat), the single
      *high-water mark record whextract.cob keeps for the warehouse
      *extract: the last day already extracted, the number of the
      *last batch sent and when it ran. Only whole days are ever
      *extracted, and the mark is moved on only once every extract
      *file of a batch has been written, so a rerun picks up from
      *the day after the mark and cannot send a day twice.
        01 WHM-RECORD.
            05 WHM-THROUGH-DATE PIC 9(8).
            05 WHM-BATCH-NO PIC 9(6).
            05 WHM-RUN-TS PIC X(14).
