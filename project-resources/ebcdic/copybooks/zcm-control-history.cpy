      *----------------------------------------------------------------*
      *    ZCM-CONTROL-HISTORY - CUMULATIVE NIGHTLY CONTROL TOTALS.    *
      *    ONE RECORD PER ZCM-CONTROL RECORD A NIGHTLY WINDOW WROTE TO *
      *    CTLOUT, STAMPED WITH THE ZCM-EXTRACT-GEN BUSINESS DATE AND  *
      *    GENERATION OF THAT WINDOW.  BUSINESS DATE PLUS RUN ID IS    *
      *    THE KEY: THE POSTING RUN (ZCM500) OPENS THE FILE EXTEND,    *
      *    KEEPS IT IN BUSINESS-DATE ORDER, AND NEVER POSTS A RUN ID   *
      *    TWICE FOR THE SAME DATE.  THE TREND RUN (ZCM510) READS IT   *
      *    TO COMPARE EACH PROGRAM'S COUNTS WITH ITS RECENT NIGHTLY    *
      *    AVERAGE.                                                    *
      *----------------------------------------------------------------*
        01  CONTROL-HISTORY-RECORD.
            05  CTH-BUSINESS-DATE          PIC 9(08).
            05  CTH-GENERATION-NUMBER      PIC 9(06).
            05  CTH-RUN-ID                 PIC X(08).
            05  CTH-PROGRAM-ID             PIC X(08).
            05  CTH-RECORDS-IN             PIC 9(09).
            05  CTH-RECORDS-OUT            PIC 9(09).
            05  CTH-RECORDS-REJECTED       PIC 9(09).
