      *carries its full text in CAMP-LONG-TEXT with its length in
      *CAMP-LONG-LEN and scrolls as a marquee, exactly like the long
      *form in msgrec.cpy.
      *A campaign is entered pending (CAMP-STATUS 'P') with the id of
      *the operator who keyed it in CAMP-ENTERED-BY, and only airs
      *once a second, different operator has approved it through
      *campappr.cob. The approver's id, the time of the decision and
      *the reason given are kept in CAMP-DECIDED-BY, CAMP-DECIDED-TS
      *and CAMP-REASON. A record written before the approval step
      *existed has a blank status and is treated as pending, so it
      *goes through review like any other.
      *Paid airtime carries the advertiser account it was sold to in
      *CAMP-ACCOUNT (acctrec.cpy) and the booked share of the row's
      *lit time, in percent, in CAMP-BOOKED-PCT; billstmt.cob prices
      *the exposure and issues make-goods against that share. House
      *content has a blank account and is not billed.
        01 CAMP-RECORD.
            05 CAMP-FROM-DATE PIC 9(8).
            05 CAMP-TO-DATE PIC 9(8).
            05 CAMP-DWELL PIC 9(4).
            05 CAMP-LONG-LEN PIC 9(2).
            05 CAMP-LONG-TEXT PIC X(40).
            05 CAMP-STATUS PIC X.
                88 CAMP-PENDING VALUE 'P' SPACE.
                88 CAMP-APPROVED VALUE 'A'.
                88 CAMP-REJECTED VALUE 'R'.
            05 CAMP-ENTERED-BY PIC X(8).
            05 CAMP-DECIDED-BY PIC X(8).
            05 CAMP-DECIDED-TS PIC X(14).
            05 CAMP-REASON PIC X(40).
            05 CAMP-ACCOUNT PIC X(6).
            05 CAMP-BOOKED-PCT PIC 9(3).
