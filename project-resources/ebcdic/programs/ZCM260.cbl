001330*                   CONTACTMSK/CONTACTIN AT ZCM390 STREAMS)   *
001340*                   STAMPS ITS CONTROL RECORD ZCM260-N SO     *
001350*                   ZCM240 CAN SUM THE PARTITIONS.            *
001360*  10/15/2026 DAS   THE CONTROL RECORD NOW SPLITS THE PAIRS   *
001370*                   CHECKED INTO CLEAN (OUT) AND QUARANTINED  *
001380*                   (REJECTED) RECORDS SO THE NIGHTLY HISTORY *
001390*                   SHOWS A RISING QUARANTINE COUNT.  RECORDS-*
001395*                   IN IS UNCHANGED.                          *
001400***************************************************************
001500*  PURPOSE.                                                    *
001600*  ZCM110 MASKS SSNCSTM AND CREDITCARDCSTM, BUT USERS PASTE    *
009600 77  WS-QUARANTINE-COUNT            PIC 9(09)   VALUE ZERO COMP.
009700 77  WS-RECORD-HIT-SW               PIC X(01)   VALUE "N".
009800     88  WS-RECORD-HIT                          VALUE "Y".
009810 77  WS-QUARANTINE-RECORDS          PIC 9(09)   VALUE ZERO COMP.
009900 01  WS-SCAN-WORK-AREA.
010000     05  WS-SCAN-BUFFER             PIC X(50).
010100     05  WS-SCAN-FIELD-NAME         PIC X(20).
020100         PERFORM 4000-VERIFY-MASKING
020200             THRU 4000-VERIFY-MASKING-EXIT
020300     END-IF
020310     IF WS-RECORD-HIT
020320         ADD 1 TO WS-QUARANTINE-RECORDS
020330     END-IF
020400     PERFORM 8000-READ-MASKED
020500         THRU 8000-READ-MASKED-EXIT
020600     PERFORM 8100-READ-RAW
057350     END-IF
057400     MOVE WS-RUN-ID         TO CTL-RUN-ID
057500     MOVE WS-RECORD-COUNT   TO CTL-RECORDS-IN
057600     SUBTRACT WS-QUARANTINE-RECORDS FROM WS-RECORD-COUNT
057610         GIVING CTL-RECORDS-OUT
057700     MOVE WS-QUARANTINE-RECORDS
057710                            TO CTL-RECORDS-REJECTED
057800     WRITE CONTROL-RECORD
057900     CLOSE CONTROL-OUT.
058000 9600-WRITE-CONTROL-RECORD-EXIT.
