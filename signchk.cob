      *MSG2FILE for zero or non-numeric dwells, GEOMFILE for a mid
      *point past the maximum or a wrap the bounce arithmetic would
      *drive past the maximum, SCHEDFILE for bad hours, zero delays
      *and overlapping hour ranges, active approved CAMPFILE entries
      *for zero dwells, and CKPTFILE against the message tables
      *arduino.cob would actually load today (campaigns first, file
      *rotation as the fallback). Prints a pass/fail line per file
      *with the offending record numbers to SIGNCHK.OUT and the
      *terminal, and ends with return code 8 on any failure so the
      *start job can refuse to launch a sign with bad data.

        IDENTIFICATION DIVISION.
        PROGRAM-ID. signchk.
                IF CAMP-FROM-DATE > CAMP-TO-DATE
                    PERFORM FLAG-CAMP-ORDER-PARA
                END-IF
                IF CAMP-APPROVED
                        AND WS-TODAY >= CAMP-FROM-DATE
                        AND WS-TODAY <= CAMP-TO-DATE
                    IF CAMP-DWELL IS NOT NUMERIC OR CAMP-DWELL = 0
                        PERFORM FLAG-CAMP-DWELL-PARA
