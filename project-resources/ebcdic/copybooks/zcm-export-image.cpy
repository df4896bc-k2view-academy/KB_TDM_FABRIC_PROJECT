      *----------------------------------------------------------------*
      *    ZCM-EXPORT-IMAGE - FIXED-FORMAT COPY OF EACH CONTACT-       *
      *    RECORD THE CRM EXPORT (ZCM290) SENT, WRITTEN ALONGSIDE THE  *
      *    DELIMITED FEED WITH THE EXPORTING RUN ID.  THE CRM IMPORT   *
      *    CONFLICT CHECK (ZCM520) COMPARES IT WITH THE RECORD THE CRM *
      *    SENDS BACK AND WITH THE CURRENT CONTACT-IDX RECORD TO TELL  *
      *    WHICH SIDE CHANGED WHICH GROUP SINCE THE EXPORT.            *
      *----------------------------------------------------------------*
        01  EXPORT-IMAGE-RECORD.
            05  EXI-RUN-ID                 PIC X(08).
            05  EXI-CONTACT-IMAGE          PIC X(1409).
