001100*  08/22/2026 DAS   ORIGINAL PROGRAM - DELIMITED, QUOTED-TEXT  *
001200*                   EXPORT OF THE MASKED CONTACT FILE FOR THE  *
001300*                   DOWNSTREAM CRM INTEGRATION.                *
001310*  10/15/2026 DAS   ADDED THE EXPIMAGE FILE: A FIXED-FORMAT    *
001320*                   COPY OF EVERY EXPORTED CONTACT-RECORD WITH *
001330*                   THE RUN ID, FOR ZCM520 TO CHECK WHAT THE   *
001340*                   CRM SENDS BACK.  THE FILE IS CUMULATIVE    *
001350*                   (OPENED EXTEND) SO AN IMPORT OF AN OLDER   *
001360*                   EXPORT STILL FINDS ITS IMAGE.              *
001400***************************************************************
001500*  PURPOSE.                                                    *
001600*  THE CRM TEAM CANNOT READ THE FIXED-FORMAT CONTACT-RECORD    *
004900            FILE STATUS IS WS-PARM-FILE-STATUS.
005000     SELECT EXPORT-OUT     ASSIGN TO EXPRTOUT
005100            ORGANIZATION IS SEQUENTIAL.
005110     SELECT EXPORT-IMAGE   ASSIGN TO EXPIMAGE
005120            ORGANIZATION IS SEQUENTIAL
005130            FILE STATUS IS WS-EXPI-FILE-STATUS.
005200     SELECT CONTROL-OUT    ASSIGN TO CTLOUT
005300            ORGANIZATION IS SEQUENTIAL
005400            FILE STATUS IS WS-CTL-FILE-STATUS.
007600     RECORDING MODE IS F
007700     LABEL RECORDS ARE STANDARD.
007800 01  EXPORT-LINE                    PIC X(6000).
007810 FD  EXPORT-IMAGE
007820     RECORDING MODE IS F
007830     LABEL RECORDS ARE STANDARD.
007840     COPY "zcm-export-image".
007900 FD  CONTROL-OUT
008000     RECORDING MODE IS F
008100     LABEL RECORDS ARE STANDARD.
009900 77  WS-RUNPARM-FILE-STATUS         PIC X(02)   VALUE ZERO.
010000     88  WS-RUNPARM-OK                          VALUE "00".
010100     88  WS-RUNPARM-NOT-FOUND                   VALUE "35".
010110 77  WS-EXPI-FILE-STATUS            PIC X(02)   VALUE ZERO.
010120     88  WS-EXPI-OK                             VALUE "00".
010130     88  WS-EXPI-NOT-FOUND                      VALUE "35".
010200 77  WS-RUN-ID                      PIC X(08)   VALUE SPACES.
010300 77  WS-EXPORT-MODE                 PIC X(01)   VALUE "F".
010400     88  WS-FULL-EXPORT                         VALUE "F".
015600     END-IF
015700     OPEN INPUT  CONTACT-IDX
015800     OPEN OUTPUT EXPORT-OUT
015810     OPEN EXTEND EXPORT-IMAGE
015820     IF WS-EXPI-NOT-FOUND
015830         OPEN OUTPUT EXPORT-IMAGE
015840     END-IF
015900     IF WS-ACCOUNT-EXPORT
016000         MOVE WS-ACCOUNT-FROM
016100             TO ACCOUNT_ID OF CONTACT-IDX-RECORD
019100     PERFORM 5600-WRITE-ROW
019200         THRU 5600-WRITE-ROW-EXIT
019300     ADD 1 TO WS-EXPORT-COUNT
019310     MOVE WS-RUN-ID          TO EXI-RUN-ID
019320     MOVE CONTACT-IDX-RECORD TO EXI-CONTACT-IMAGE
019330     WRITE EXPORT-IMAGE-RECORD
019400     PERFORM 8000-READ-NEXT-CONTACT
019500         THRU 8000-READ-NEXT-CONTACT-EXIT.
020100 2000-EXPORT-CONTACT-EXIT.
060100         THRU 9600-WRITE-CONTROL-RECORD-EXIT
060200     DISPLAY "ZCM290 - CONTACTS EXPORTED  : " WS-EXPORT-COUNT
060300     CLOSE CONTACT-IDX
060400     CLOSE EXPORT-OUT
060410     CLOSE EXPORT-IMAGE.
060500 3000-FINALIZE-EXIT.
060600     EXIT.
060700*----------------------------------------------------------------*
