      *----------------------------------------------------------------*
      *    ZCM-SALES-OWNER - SALES OWNER MASTER RECORD, ONE ROW PER    *
      *    SALES REP, IN ASCENDING SO-OWNER-ID SEQUENCE.  SO-OWNER-ID  *
      *    IS THE VALUE CARRIED IN PERSON-RECORD OWNEDSECURABLEITEM_ID *
      *    AND IN ACCTMST AM-OWNER, WHICH MAY INSTEAD CARRY THE REP'S  *
      *    SO-OWNER-NAME.                                              *
      *    A TERMINATED REP KEEPS THEIR ROW SO THE CONTACTS AND        *
      *    ACCOUNTS STILL POINTING AT THEM CAN BE FOUND AND MOVED.     *
      *----------------------------------------------------------------*
        01  SALES-OWNER-RECORD.
            05  SO-OWNER-ID                PIC 9(05).
            05  SO-OWNER-NAME              PIC X(50).
            05  SO-STATUS                  PIC X(01).
                88  SO-STATUS-ACTIVE                  VALUE "A".
                88  SO-STATUS-TERMINATED              VALUE "T".
            05  SO-TERRITORY               PIC X(06).
            05  SO-TERMINATION-DATE        PIC 9(08).
