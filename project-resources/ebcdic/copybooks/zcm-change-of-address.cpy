      *----------------------------------------------------------------*
      *    ZCM-CHANGE-OF-ADDRESS - POSTAL CHANGE-OF-ADDRESS RECORD,    *
      *    ONE PER MOVER ON THE MONTHLY FILE BOUGHT FROM THE POSTAL    *
      *    LICENSEE.  THE MOVER IS IDENTIFIED BY NAME AND THE OLD      *
      *    ADDRESS; THE NEW ADDRESS IS PRESENT ONLY WHEN THE MOVER     *
      *    LEFT A FORWARDING ADDRESS (MOVE TYPE "F").  A MOVE TYPE OF  *
      *    "N" MEANS MOVED, LEFT NO FORWARDING ADDRESS.                *
      *----------------------------------------------------------------*
        01  CHANGE-OF-ADDRESS-RECORD.
            05  COA-NAME.
                10  COA-FIRSTNAME          PIC X(50).
                10  COA-LASTNAME           PIC X(50).
            05  COA-OLD-ADDRESS.
                10  COA-OLD-STREET1        PIC X(50).
                10  COA-OLD-CITY           PIC X(50).
                10  COA-OLD-STATE          PIC X(50).
                10  COA-OLD-POSTALCODE     PIC X(50).
            05  COA-MOVE-TYPE              PIC X(01).
                88  COA-FORWARDED                     VALUE "F".
                88  COA-NO-FORWARDING                 VALUE "N".
            05  COA-EFFECTIVE-DATE         PIC 9(08).
            05  COA-NEW-ADDRESS.
                10  COA-NEW-STREET1        PIC X(50).
                10  COA-NEW-STREET2        PIC X(50).
                10  COA-NEW-CITY           PIC X(50).
                10  COA-NEW-STATE          PIC X(50).
                10  COA-NEW-COUNTRY        PIC X(50).
                10  COA-NEW-POSTALCODE     PIC X(50).
