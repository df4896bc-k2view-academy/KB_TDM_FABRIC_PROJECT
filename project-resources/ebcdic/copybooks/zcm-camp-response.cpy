      *----------------------------------------------------------------*
      *    ZCM-CAMP-RESPONSE - INBOUND CAMPAIGN RESPONSE RECORD FROM   *
      *    THE EMAIL VENDOR, ONE PER CONTACT RESPONSE TO A CAMPAIGN.   *
      *    KEYED BY CONTACT ID AND THE CH-RUN-ID OF THE ZCM220 RUN     *
      *    THAT SELECTED THE CONTACT, SO EACH RESPONSE JOINS BACK TO   *
      *    ITS ZCM-CAMP-HISTORY RECORD.                                *
      *----------------------------------------------------------------*
        01  CAMP-RESPONSE-RECORD.
            05  RSP-CONTACT-ID             PIC 9(09).
            05  RSP-RUN-ID                 PIC X(08).
            05  RSP-RESPONSE-TYPE          PIC X(01).
                88  RSP-HARD-BOUNCE                   VALUE "B".
                88  RSP-UNSUBSCRIBE                   VALUE "U".
                88  RSP-RESPONDED                     VALUE "R".
                88  RSP-TYPE-VALID                    VALUE "B" "U" "R".
            05  RSP-RESPONSE-DATE          PIC 9(08).
