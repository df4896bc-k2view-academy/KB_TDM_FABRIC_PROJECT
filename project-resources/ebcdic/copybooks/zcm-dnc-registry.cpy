      *----------------------------------------------------------------*
      *    ZCM-DNC-REGISTRY - DO-NOT-CALL REGISTRY RECORD, ONE PER     *
      *    BLOCKED TELEPHONE NUMBER.  THE NATIONAL REGISTRY DOWNLOAD   *
      *    AND THE INTERNAL (CUSTOMER-REQUESTED) DO-NOT-CALL LIST ARE  *
      *    BOTH RECEIVED IN THIS LAYOUT: THE NUMBER AS TEN DIGITS, THE *
      *    SAME FORM ZCM250 LEAVES MOBILEPHONE AND OFFICEPHONE IN, AND *
      *    THE DATE THE NUMBER WAS REGISTERED.                         *
      *----------------------------------------------------------------*
        01  DNC-REGISTRY-RECORD.
            05  DNC-PHONE-NUMBER           PIC X(10).
            05  DNC-REGISTRY-DATE          PIC 9(08).
