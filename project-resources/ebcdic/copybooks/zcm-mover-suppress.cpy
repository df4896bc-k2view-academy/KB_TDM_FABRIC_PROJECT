      *----------------------------------------------------------------*
      *    ZCM-MOVER-SUPPRESS - MOVED, LEFT NO FORWARDING ADDRESS      *
      *    SUPPRESSION RECORD, ONE PER CONTACT THE CHANGE-OF-ADDRESS   *
      *    RUN (ZCM460) MATCHED EXACTLY TO A NO-FORWARDING MOVE.  THE  *
      *    FILE IS CUMULATIVE (OPENED EXTEND).  IT CARRIES THE OLD     *
      *    STREET1 AND POSTALCODE SO THE CAMPAIGN SCRUB (ZCM220) STOPS *
      *    MAILING THE CONTACT ONLY WHILE THE EXTRACT STILL SHOWS THE  *
      *    ADDRESS THE CONTACT LEFT.                                   *
      *----------------------------------------------------------------*
        01  MOVER-SUPPRESS-RECORD.
            05  MVS-CONTACT-ID             PIC 9(09).
            05  MVS-OLD-STREET1            PIC X(50).
            05  MVS-OLD-POSTALCODE         PIC X(50).
            05  MVS-EFFECTIVE-DATE         PIC 9(08).
            05  MVS-RUN-ID                 PIC X(08).
