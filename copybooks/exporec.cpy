      *an entry, the unresolved text is logged so the join to
      *CAMPFILE still matches. Like the other growing logs, old
      *records are retired into dated archives by housekeep.cob.
      *EXPO-HOUR is the hour of day the exposure fell in: the sign
      *flushes its counters whenever the hour turns, so no record
      *spans two hours and billstmt.cob can price it against the
      *rate card's hour bands. Records logged before the hour was
      *carried have it blank.
        01 EXPO-RECORD.
            05 EXPO-DATE PIC 9(8).
            05 EXPO-ROW PIC 9.
            05 EXPO-TEXT PIC X(40).
            05 EXPO-CYCLES PIC 9(6).
            05 EXPO-SECS PIC 9(6).
            05 EXPO-HOUR PIC 99.
