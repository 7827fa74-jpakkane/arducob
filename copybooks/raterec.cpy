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
      *Shared record layout for RATEFILE (ratecard.dat), the airtime
      *rate card billstmt.cob prices proof-of-play exposure with.
      *Maintained by hand in the central directory: one record per
      *row and hour band, the band running from RATE-START-HOUR up
      *to but not including RATE-END-HOUR with the same wrapping
      *convention as SCHEDFILE and DARKFILE (22-06 covers the night),
      *and RATE-PER-MIN the price of one minute on that row in that
      *band. An hour no band covers is not billed.
        01 RATE-RECORD.
            05 RATE-ROW PIC 9.
            05 RATE-START-HOUR PIC 99.
            05 RATE-END-HOUR PIC 99.
            05 RATE-PER-MIN PIC 9(3)V99.
