      *----------------------------------------------------------------*
      *    ZCM-ADDRESS-REF - SOURCE ADDRESS TABLE, RECEIVED AS ITS OWN *
      *    INDEXED REFERENCE FILE (ADDRREF) KEYED ON AR-ADDRESS-ID.    *
      *    EVERY ADDRESS THE SOURCE HOLDS IS HERE, SO BOTH THE         *
      *    PRIMARYADDRESS_ADDRESS_ID AND SECONDARYADDRESS_ADDRESS_ID   *
      *    POINTERS ON A CONTACT CAN BE FOLLOWED.  THE FIELDS MIRROR   *
      *    THE ADDRESS-RECORD GROUP EMBEDDED IN CONTACT-RECORD.        *
      *----------------------------------------------------------------*
        01  ADDRESS-REF-RECORD.
            05  AR-ADDRESS-ID              PIC 9(05).
            05  AR-STREET1                 PIC X(50).
            05  AR-STREET2                 PIC X(50).
            05  AR-CITY                    PIC X(50).
            05  AR-STATE                   PIC X(50).
            05  AR-COUNTRY                 PIC X(50).
            05  AR-POSTALCODE              PIC X(50).
            05  AR-LATITUDE                PIC X(50).
            05  AR-LONGITUDE               PIC X(50).
            05  AR-INVALID                 PIC X(50).
