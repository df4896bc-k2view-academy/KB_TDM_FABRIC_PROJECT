      *----------------------------------------------------------------*
      *    ZCM-PHONE-SUPPRESS - DO-NOT-CALL HIT RECORD, ONE PER        *
      *    CONTACT PHONE FIELD FOUND ON A DO-NOT-CALL REGISTRY BY THE  *
      *    ZCM470 SCRUB.  A NUMBER ON BOTH REGISTRIES GETS ONE RECORD  *
      *    PER REGISTRY.  THE FILE IS REBUILT EACH RUN IN CONTACT ID   *
      *    ORDER SO THE CAMPAIGN SELECTION (ZCM220) CAN MATCH-MERGE IT *
      *    AGAINST THE EXTRACT IN PHONE-CHANNEL MODE.                  *
      *----------------------------------------------------------------*
        01  PHONE-SUPPRESS-RECORD.
            05  PS-CONTACT-ID              PIC 9(09).
            05  PS-PHONE-FIELD             PIC X(01).
                88  PS-MOBILEPHONE                    VALUE "M".
                88  PS-OFFICEPHONE                    VALUE "O".
            05  PS-PHONE-NUMBER            PIC X(10).
            05  PS-REGISTRY                PIC X(01).
                88  PS-NATIONAL-REGISTRY              VALUE "N".
                88  PS-INTERNAL-REGISTRY              VALUE "I".
            05  PS-REGISTRY-DATE           PIC 9(08).
            05  PS-RUN-ID                  PIC X(08).
