      *----------------------------------------------------------------*
      *    ZCM-DELTA-HISTORY - CUMULATIVE CONTACT DELTA HISTORY.  ONE  *
      *    RECORD PER ZCM200 ADD/CHANGE/DELETE TRANSACTION, STAMPED    *
      *    WITH THE ZCM-EXTRACT-GEN BUSINESS DATE AND GENERATION OF    *
      *    THE EXTRACT THAT PRODUCED IT.  THE FILE IS CUMULATIVE       *
      *    (OPENED EXTEND BY EACH POSTING RUN, ZCM420) AND IS IN       *
      *    BUSINESS-DATE ORDER, SO THE LATEST RECORD FOR AN ID ON OR   *
      *    BEFORE A DATE IS THE CONTACT AS IT STOOD THAT DAY (ZCM430). *
      *    THE ACTION, FLAGS, AND IMAGE ARE THE ZCM-CONTACT-TRAN       *
      *    FIELDS UNCHANGED.                                           *
      *----------------------------------------------------------------*
        01  DELTA-HISTORY-RECORD.
            05  DH-BUSINESS-DATE           PIC 9(08).
            05  DH-GENERATION-NUMBER       PIC 9(06).
            05  DH-RUN-ID                  PIC X(08).
            05  DH-ACTION                  PIC X(01).
                88  DH-ACTION-ADD                     VALUE "A".
                88  DH-ACTION-CHANGE                  VALUE "C".
                88  DH-ACTION-DELETE                  VALUE "D".
            05  DH-CHANGE-FLAGS.
                10  DH-CHG-TOP-LEVEL       PIC X(01).
                10  DH-CHG-PERSON          PIC X(01).
                10  DH-CHG-ADDRESS         PIC X(01).
                10  DH-CHG-EMAIL           PIC X(01).
                10  DH-CHG-CUSTOM          PIC X(01).
            05  DH-CONTACT-IMAGE           PIC X(1409).
