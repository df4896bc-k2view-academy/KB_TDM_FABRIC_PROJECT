      *----------------------------------------------------------------*
      *    ZCM-EMAIL-REF - SOURCE EMAIL TABLE, RECEIVED AS ITS OWN     *
      *    INDEXED REFERENCE FILE (EMAILREF) KEYED ON ER-EMAIL-ID.     *
      *    EVERY EMAIL THE SOURCE HOLDS IS HERE, SO BOTH THE           *
      *    PRIMARYEMAIL_EMAIL_ID AND SECONDARYEMAIL_EMAIL_ID POINTERS  *
      *    ON A CONTACT CAN BE FOLLOWED.  THE FIELDS MIRROR THE        *
      *    EMAIL-RECORD GROUP EMBEDDED IN CONTACT-RECORD.              *
      *----------------------------------------------------------------*
        01  EMAIL-REF-RECORD.
            05  ER-EMAIL-ID                PIC 9(09).
            05  ER-EMAILADDRESS            PIC X(50).
            05  ER-ISINVALID               PIC X(50).
            05  ER-OPTOUT                  PIC X(50).
