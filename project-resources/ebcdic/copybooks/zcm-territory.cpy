      *----------------------------------------------------------------*
      *    ZCM-TERRITORY - SALES TERRITORY TABLE, ONE ROW PER STATE /  *
      *    POSTALCODE RANGE, IN TR-STATE / TR-POSTAL-FROM SEQUENCE.  A *
      *    CONTACT BELONGS TO THE FIRST ROW WHOSE TR-STATE EQUALS ITS  *
      *    ADDRESS-RECORD STATE AND WHOSE RANGE HOLDS THE FIRST TEN    *
      *    BYTES OF ITS POSTALCODE.  A BLANK TR-POSTAL-FROM HAS NO     *
      *    LOWER LIMIT AND A BLANK TR-POSTAL-THRU HAS NO UPPER LIMIT,  *
      *    SO A ROW WITH BOTH BLANK COVERS THE WHOLE STATE.            *
      *    TR-DEFAULT-OWNER-ID IS THE REP WHO PICKS UP A CONTACT IN    *
      *    THE TERRITORY WHEN NOBODY ELSE CAN TAKE IT.                 *
      *----------------------------------------------------------------*
        01  TERRITORY-RECORD.
            05  TR-STATE                   PIC X(50).
            05  TR-POSTAL-FROM             PIC X(10).
            05  TR-POSTAL-THRU             PIC X(10).
            05  TR-TERRITORY               PIC X(06).
            05  TR-DEFAULT-OWNER-ID        PIC 9(05).
