000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ZCM490.
000300 AUTHOR.        D SPRINGER.
000400 INSTALLATION.  DATA MGMT - CUSTOMER EXTRACTS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700***************************************************************
000800*  MODIFICATION HISTORY                                        *
000900*  ------------------------------------------------------------*
001000*  DATE       INIT  DESCRIPTION                                *
001100*  10/15/2026 DAS   ORIGINAL PROGRAM - ADDRESS AND EMAIL       *
001200*                   POINTER VALIDATION AGAINST THE ADDRREF     *
001300*                   AND EMAILREF REFERENCE FILES.              *
001400***************************************************************
001500*  PURPOSE.                                                    *
001600*  EVERY CONTACT CARRIES PRIMARY AND SECONDARY ADDRESS AND     *
001700*  EMAIL POINTERS, BUT ONLY ONE EMBEDDED ADDRESS-RECORD AND    *
001800*  EMAIL-RECORD REACH US.  THE SOURCE'S ADDRESS AND EMAIL      *
001900*  TABLES NOW ARRIVE AS INDEXED REFERENCE FILES (ZCM-ADDRESS-  *
002000*  REF ON ADDRREF, ZCM-EMAIL-REF ON EMAILREF).  THIS RUN WALKS *
002100*  THE CONTACT EXTRACT AND REPORTS, BY CATEGORY:               *
002200*    - PRIMARYADDRESS_ADDRESS_ID NOT EQUAL TO THE EMBEDDED       *
002300*      ADDRESS-ID, AND PRIMARYEMAIL_EMAIL_ID NOT EQUAL TO THE  *
002400*      EMBEDDED EMAIL-ID;                                      *
002500*    - A PRIMARY OR SECONDARY POINTER THAT IS NOT ON ITS         *
002600*      REFERENCE FILE (DANGLING).  A ZERO POINTER MEANS NONE   *
002700*      AND IS NOT CHECKED;                                     *
002800*    - AN EMBEDDED ADDRESS OR EMAIL THAT NO LONGER AGREES WITH   *
002900*      THE REFERENCE ROW ITS ID POINTS AT;                     *
003000*    - A SECONDARY POINTER THAT REPEATS THE PRIMARY, WHICH       *
003100*      LEAVES ZCM220 NOTHING TO FALL BACK TO.                  *
003200*  A CONTACT WITH ANY OF THESE IS THE RUN'S REJECT ON THE      *
003300*  CONTROL RECORD.  THE RUN WILL NOT START WITHOUT BOTH        *
003400*  REFERENCE FILES.                                            *
003500***************************************************************
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER.  IBM-370.
003900 OBJECT-COMPUTER.  IBM-370.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT CONTACT-IN     ASSIGN TO CONTACTIN
004300            ORGANIZATION IS SEQUENTIAL.
004400     SELECT ADDRESS-REF    ASSIGN TO ADDRREF
004500            ORGANIZATION IS INDEXED
004600            ACCESS MODE IS RANDOM
004700            RECORD KEY IS AR-ADDRESS-ID
004800            FILE STATUS IS WS-ADDR-FILE-STATUS.
004900     SELECT EMAIL-REF      ASSIGN TO EMAILREF
005000            ORGANIZATION IS INDEXED
005100            ACCESS MODE IS RANDOM
005200            RECORD KEY IS ER-EMAIL-ID
005300            FILE STATUS IS WS-EMAIL-FILE-STATUS.
005400     SELECT REPORT-SORT    ASSIGN TO SORTWK01.
005500     SELECT REPORT-OUT     ASSIGN TO PTRRPT
005600            ORGANIZATION IS SEQUENTIAL.
005700     SELECT CONTROL-OUT    ASSIGN TO CTLOUT
005800            ORGANIZATION IS SEQUENTIAL
005900            FILE STATUS IS WS-CTL-FILE-STATUS.
006000     SELECT RUN-PARM       ASSIGN TO RUNPARM
006100            ORGANIZATION IS SEQUENTIAL
006200            FILE STATUS IS WS-RUNPARM-FILE-STATUS.
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  CONTACT-IN
006600     RECORDING MODE IS F
006700     LABEL RECORDS ARE STANDARD.
006800     COPY "zurmo-customers"
006900         REPLACING ==INVALID== BY ==ADDR-INVALID==
007000                   ==ID==      BY ==CONTACT-ID==.
007100 FD  ADDRESS-REF
007200     LABEL RECORDS ARE STANDARD.
007300     COPY "zcm-address-ref".
007400 FD  EMAIL-REF
007500     LABEL RECORDS ARE STANDARD.
007600     COPY "zcm-email-ref".
007700 SD  REPORT-SORT.
007800 01  REPORT-SORT-RECORD.
007900     05  RS-CATEGORY                PIC 9(01).
008000     05  RS-SEQUENCE                PIC 9(09).
008100     05  RS-DETAIL                  PIC X(131).
008200 FD  REPORT-OUT
008300     RECORDING MODE IS F
008400     LABEL RECORDS ARE STANDARD.
008500 01  REPORT-LINE                    PIC X(133).
008600 FD  CONTROL-OUT
008700     RECORDING MODE IS F
008800     LABEL RECORDS ARE STANDARD.
008900     COPY "zcm-control".
009000 FD  RUN-PARM
009100     RECORDING MODE IS F
009200     LABEL RECORDS ARE STANDARD.
009300 01  RUN-PARM-RECORD                PIC X(08).
009400 WORKING-STORAGE SECTION.
009500 77  WS-CTL-FILE-STATUS             PIC X(02)   VALUE ZERO.
009600     88  WS-CTL-OK                              VALUE "00".
009700     88  WS-CTL-NOT-FOUND                       VALUE "35".
009800 77  WS-RUNPARM-FILE-STATUS         PIC X(02)   VALUE ZERO.
009900     88  WS-RUNPARM-OK                          VALUE "00".
010000     88  WS-RUNPARM-NOT-FOUND                   VALUE "35".
010100 77  WS-ADDR-FILE-STATUS            PIC X(02)   VALUE ZERO.
010200     88  WS-ADDR-OK                             VALUE "00".
010300     88  WS-ADDR-NOT-FOUND                      VALUE "35".
010400 77  WS-EMAIL-FILE-STATUS           PIC X(02)   VALUE ZERO.
010500     88  WS-EMAIL-OK                            VALUE "00".
010600     88  WS-EMAIL-NOT-FOUND                     VALUE "35".
010700 77  WS-REFUSED-SW                  PIC X(01)   VALUE "N".
010800     88  WS-RUN-REFUSED                         VALUE "Y".
010900 77  WS-RUN-ID                      PIC X(08)   VALUE SPACES.
011000 77  WS-EOF-SW                      PIC X(01)   VALUE "N".
011100     88  WS-EOF                                 VALUE "Y".
011200 77  WS-RPT-EOF-SW                  PIC X(01)   VALUE "N".
011300     88  WS-RPT-EOF                             VALUE "Y".
011400 77  WS-REF-FOUND-SW                PIC X(01)   VALUE "N".
011500     88  WS-REF-FOUND                           VALUE "Y".
011600 77  WS-PROBLEM-SW                  PIC X(01)   VALUE "N".
011700     88  WS-CONTACT-HAS-PROBLEM                 VALUE "Y".
011800 77  WS-CONTACT-COUNT               PIC 9(09)   VALUE ZERO COMP.
011900 77  WS-CLEAN-COUNT                 PIC 9(09)   VALUE ZERO COMP.
012000 77  WS-PROBLEM-COUNT               PIC 9(09)   VALUE ZERO COMP.
012100 77  WS-ADDR-MISMATCH-COUNT         PIC 9(09)   VALUE ZERO COMP.
012200 77  WS-EMAIL-MISMATCH-COUNT        PIC 9(09)   VALUE ZERO COMP.
012300 77  WS-PRI-DANGLING-COUNT          PIC 9(09)   VALUE ZERO COMP.
012400 77  WS-SEC-DANGLING-COUNT          PIC 9(09)   VALUE ZERO COMP.
012500 77  WS-DRIFT-COUNT                 PIC 9(09)   VALUE ZERO COMP.
012600 77  WS-SEC-REPEAT-COUNT            PIC 9(09)   VALUE ZERO COMP.
012700*----------------------------------------------------------------*
012800*    THE POINTER IN HAND, FOR THE REPORT LINE                    *
012900*----------------------------------------------------------------*
013000 77  WS-CATEGORY                    PIC 9(01)   VALUE ZERO.
013100 77  WS-POINTER-NAME                PIC X(20)   VALUE SPACES.
013200 77  WS-POINTER-VALUE               PIC 9(09)   VALUE ZERO.
013300 77  WS-EMBEDDED-VALUE              PIC 9(09)   VALUE ZERO.
013400 77  WS-NOTE                        PIC X(40)   VALUE SPACES.
013500*----------------------------------------------------------------*
013600*    REPORT                                                      *
013700*----------------------------------------------------------------*
013800 77  WS-CAT-SUB                     PIC 9(01)   VALUE ZERO.
013900 77  WS-CAT-LINES                   PIC 9(09)   VALUE ZERO COMP.
014000 77  WS-DETAIL-SEQ                  PIC 9(09)   VALUE ZERO COMP.
014100 01  WS-CATEGORY-LIST.
014200     05  FILLER  PIC X(50)
014300         VALUE "PRIMARY ADDRESS POINTER NOT THE EMBEDDED ADDRESS".
014400     05  FILLER  PIC X(50)
014500         VALUE "PRIMARY EMAIL POINTER NOT THE EMBEDDED EMAIL".
014600     05  FILLER  PIC X(50)
014700         VALUE "PRIMARY POINTERS NOT ON THE REFERENCE FILE".
014800     05  FILLER  PIC X(50)
014900         VALUE "SECONDARY POINTERS NOT ON THE REFERENCE FILE".
015000     05  FILLER  PIC X(50)
015100         VALUE "EMBEDDED RECORD DIFFERS FROM THE REFERENCE FILE".
015200     05  FILLER  PIC X(50)
015300         VALUE "SECONDARY POINTER REPEATS THE PRIMARY".
015400 01  WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-LIST.
015500     05  WS-CATEGORY-TITLE          PIC X(50) OCCURS 6 TIMES.
015600 01  WS-HEADING-1.
015700     05  FILLER                     PIC X(46)
015800         VALUE "ZCM490 - ADDRESS/EMAIL POINTER VALIDATION".
015900     05  FILLER                     PIC X(08) VALUE "RUN ID ".
016000     05  WS-H-RUN-ID                PIC X(08).
016100 01  WS-HEADING-2.
016200     05  FILLER                     PIC X(11) VALUE "CONTACT ID".
016300     05  FILLER                     PIC X(22) VALUE "POINTER".
016400     05  FILLER                     PIC X(11) VALUE "POINTS TO".
016500     05  FILLER                     PIC X(11) VALUE "EMBEDDED".
016600     05  FILLER                     PIC X(40) VALUE "NOTE".
016700 01  WS-DETAIL-LINE.
016800     05  WS-D-CONTACT-ID            PIC X(09).
016900     05  FILLER                     PIC X(02) VALUE SPACES.
017000     05  WS-D-POINTER-NAME          PIC X(20).
017100     05  FILLER                     PIC X(02) VALUE SPACES.
017200     05  WS-D-POINTER-VALUE         PIC Z(08)9.
017300     05  FILLER                     PIC X(02) VALUE SPACES.
017400     05  WS-D-EMBEDDED-VALUE        PIC Z(08)9.
017500     05  FILLER                     PIC X(02) VALUE SPACES.
017600     05  WS-D-NOTE                  PIC X(40).
017700 01  WS-TOTAL-LINE.
017800     05  WS-T-LABEL                 PIC X(40).
017900     05  WS-T-COUNT                 PIC ZZZ,ZZZ,ZZ9.
018000 PROCEDURE DIVISION.
018100 0000-MAINLINE.
018200     PERFORM 1000-INITIALIZE
018300         THRU 1000-INITIALIZE-EXIT.
018400     IF WS-RUN-REFUSED
018500         MOVE 8 TO RETURN-CODE
018600         STOP RUN
018700     END-IF
018800     SORT REPORT-SORT
018900         ON ASCENDING KEY RS-CATEGORY RS-SEQUENCE
019000         INPUT PROCEDURE IS 2000-VALIDATE-POINTERS
019100             THRU 2000-VALIDATE-POINTERS-EXIT
019200         OUTPUT PROCEDURE IS 4000-PRINT-REPORT
019300             THRU 4000-PRINT-REPORT-EXIT.
019400     PERFORM 5000-FINALIZE
019500         THRU 5000-FINALIZE-EXIT.
019600     STOP RUN.
019700*----------------------------------------------------------------*
019800*    1000-INITIALIZE - OPEN BOTH REFERENCE FILES.  WITHOUT EITHER*
019900*    ONE NO POINTER CAN BE FOLLOWED, SO THE RUN STOPS WITH RC 8  *
020000*----------------------------------------------------------------*
020100 1000-INITIALIZE.
020200     PERFORM 9500-READ-RUN-PARM
020300         THRU 9500-READ-RUN-PARM-EXIT
020400     OPEN INPUT ADDRESS-REF
020500     IF NOT WS-ADDR-OK
020600         DISPLAY "ZCM490 - ADDRREF NOT AVAILABLE, STATUS "
020700             WS-ADDR-FILE-STATUS " - VALIDATION NOT RUN"
020800         MOVE "Y" TO WS-REFUSED-SW
020900         GO TO 1000-INITIALIZE-EXIT
021000     END-IF
021100     OPEN INPUT EMAIL-REF
021200     IF NOT WS-EMAIL-OK
021300         DISPLAY "ZCM490 - EMAILREF NOT AVAILABLE, STATUS "
021400             WS-EMAIL-FILE-STATUS " - VALIDATION NOT RUN"
021500         CLOSE ADDRESS-REF
021600         MOVE "Y" TO WS-REFUSED-SW
021700     END-IF.
021800 1000-INITIALIZE-EXIT.
021900     EXIT.
022000*----------------------------------------------------------------*
022100*    2000-VALIDATE-POINTERS - SORT INPUT PROCEDURE.  CHECK EVERY *
022200*    CONTACT ON THE EXTRACT                                      *
022300*----------------------------------------------------------------*
022400 2000-VALIDATE-POINTERS.
022500     OPEN INPUT CONTACT-IN
022600     PERFORM 8000-READ-CONTACT
022700         THRU 8000-READ-CONTACT-EXIT
022800     PERFORM 2100-CHECK-CONTACT
022900         THRU 2100-CHECK-CONTACT-EXIT
023000         UNTIL WS-EOF
023100     CLOSE CONTACT-IN.
023200 2000-VALIDATE-POINTERS-EXIT.
023300     EXIT.
023400*----------------------------------------------------------------*
023500*    2100-CHECK-CONTACT - RUN THE ADDRESS AND EMAIL CHECKS FOR   *
023600*    ONE CONTACT AND COUNT IT CLEAN OR NOT                       *
023700*----------------------------------------------------------------*
023800 2100-CHECK-CONTACT.
023900     ADD 1 TO WS-CONTACT-COUNT
024000     MOVE "N" TO WS-PROBLEM-SW
024100     PERFORM 2200-CHECK-ADDRESS
024200         THRU 2200-CHECK-ADDRESS-EXIT
024300     PERFORM 2300-CHECK-EMAIL
024400         THRU 2300-CHECK-EMAIL-EXIT
024500     IF WS-CONTACT-HAS-PROBLEM
024600         ADD 1 TO WS-PROBLEM-COUNT
024700     ELSE
024800         ADD 1 TO WS-CLEAN-COUNT
024900     END-IF
025000     PERFORM 8000-READ-CONTACT
025100         THRU 8000-READ-CONTACT-EXIT.
025200 2100-CHECK-CONTACT-EXIT.
025300     EXIT.
025400*----------------------------------------------------------------*
025500*    2200-CHECK-ADDRESS - PRIMARY POINTER AGAINST THE EMBEDDED   *
025600*    ADDRESS-ID, PRIMARY AND SECONDARY POINTERS AGAINST ADDRREF, *
025700*    AND THE EMBEDDED ADDRESS AGAINST ITS ADDRREF ROW            *
025800*----------------------------------------------------------------*
025900 2200-CHECK-ADDRESS.
026000     MOVE ADDRESS-ID OF ADDRESS-RECORD TO WS-EMBEDDED-VALUE
026100     IF PRIMARYADDRESS_ADDRESS_ID NOT = ADDRESS-ID
026200         ADD 1 TO WS-ADDR-MISMATCH-COUNT
026300         MOVE 1 TO WS-CATEGORY
026400         MOVE "PRIMARY ADDRESS" TO WS-POINTER-NAME
026500         MOVE PRIMARYADDRESS_ADDRESS_ID TO WS-POINTER-VALUE
026600         MOVE "POINTER AND EMBEDDED ADDRESS-ID DIFFER"
026700             TO WS-NOTE
026800         PERFORM 2900-RELEASE-DETAIL
026900             THRU 2900-RELEASE-DETAIL-EXIT
027000     END-IF
027100     IF PRIMARYADDRESS_ADDRESS_ID NOT = ZERO
027200         MOVE PRIMARYADDRESS_ADDRESS_ID TO AR-ADDRESS-ID
027300         PERFORM 8100-READ-ADDRESS-REF
027400             THRU 8100-READ-ADDRESS-REF-EXIT
027500         IF NOT WS-REF-FOUND
027600             ADD 1 TO WS-PRI-DANGLING-COUNT
027700             MOVE 3 TO WS-CATEGORY
027800             MOVE "PRIMARY ADDRESS" TO WS-POINTER-NAME
027900             MOVE PRIMARYADDRESS_ADDRESS_ID TO WS-POINTER-VALUE
028000             MOVE "ADDRESS ID NOT ON ADDRREF" TO WS-NOTE
028100             PERFORM 2900-RELEASE-DETAIL
028200                 THRU 2900-RELEASE-DETAIL-EXIT
028300         END-IF
028400     END-IF
028500     IF ADDRESS-ID NOT = ZERO
028600         MOVE ADDRESS-ID TO AR-ADDRESS-ID
028700         PERFORM 8100-READ-ADDRESS-REF
028800             THRU 8100-READ-ADDRESS-REF-EXIT
028900         IF WS-REF-FOUND
029000             AND (AR-STREET1 NOT = STREET1
029100               OR AR-CITY NOT = CITY
029200               OR AR-STATE NOT = STATE
029300               OR AR-POSTALCODE NOT = POSTALCODE)
029400             ADD 1 TO WS-DRIFT-COUNT
029500             MOVE 5 TO WS-CATEGORY
029600             MOVE "EMBEDDED ADDRESS" TO WS-POINTER-NAME
029700             MOVE ADDRESS-ID TO WS-POINTER-VALUE
029800             MOVE "STREET1/CITY/STATE/POSTALCODE DIFFER"
029900                 TO WS-NOTE
030000             PERFORM 2900-RELEASE-DETAIL
030100                 THRU 2900-RELEASE-DETAIL-EXIT
030200         END-IF
030300     END-IF
030400     IF SECONDARYADDRESS_ADDRESS_ID = ZERO
030500         GO TO 2200-CHECK-ADDRESS-EXIT
030600     END-IF
030700     MOVE "SECONDARY ADDRESS" TO WS-POINTER-NAME
030800     MOVE SECONDARYADDRESS_ADDRESS_ID TO WS-POINTER-VALUE
030900     IF SECONDARYADDRESS_ADDRESS_ID = PRIMARYADDRESS_ADDRESS_ID
031000         OR SECONDARYADDRESS_ADDRESS_ID = ADDRESS-ID
031100         ADD 1 TO WS-SEC-REPEAT-COUNT
031200         MOVE 6 TO WS-CATEGORY
031300         MOVE "SAME ADDRESS AS THE PRIMARY" TO WS-NOTE
031400         PERFORM 2900-RELEASE-DETAIL
031500             THRU 2900-RELEASE-DETAIL-EXIT
031600         GO TO 2200-CHECK-ADDRESS-EXIT
031700     END-IF
031800     MOVE SECONDARYADDRESS_ADDRESS_ID TO AR-ADDRESS-ID
031900     PERFORM 8100-READ-ADDRESS-REF
032000         THRU 8100-READ-ADDRESS-REF-EXIT
032100     IF NOT WS-REF-FOUND
032200         ADD 1 TO WS-SEC-DANGLING-COUNT
032300         MOVE 4 TO WS-CATEGORY
032400         MOVE "ADDRESS ID NOT ON ADDRREF" TO WS-NOTE
032500         PERFORM 2900-RELEASE-DETAIL
032600             THRU 2900-RELEASE-DETAIL-EXIT
032700     END-IF.
032800 2200-CHECK-ADDRESS-EXIT.
032900     EXIT.
033000*----------------------------------------------------------------*
033100*    2300-CHECK-EMAIL - PRIMARY POINTER AGAINST THE EMBEDDED     *
033200*    EMAIL-ID, PRIMARY AND SECONDARY POINTERS AGAINST EMAILREF,  *
033300*    AND THE EMBEDDED EMAIL AGAINST ITS EMAILREF ROW             *
033400*----------------------------------------------------------------*
033500 2300-CHECK-EMAIL.
033600     MOVE EMAIL-ID OF EMAIL-RECORD TO WS-EMBEDDED-VALUE
033700     IF PRIMARYEMAIL_EMAIL_ID NOT = EMAIL-ID
033800         ADD 1 TO WS-EMAIL-MISMATCH-COUNT
033900         MOVE 2 TO WS-CATEGORY
034000         MOVE "PRIMARY EMAIL" TO WS-POINTER-NAME
034100         MOVE PRIMARYEMAIL_EMAIL_ID TO WS-POINTER-VALUE
034200         MOVE "POINTER AND EMBEDDED EMAIL-ID DIFFER" TO WS-NOTE
034300         PERFORM 2900-RELEASE-DETAIL
034400             THRU 2900-RELEASE-DETAIL-EXIT
034500     END-IF
034600     IF PRIMARYEMAIL_EMAIL_ID NOT = ZERO
034700         MOVE PRIMARYEMAIL_EMAIL_ID TO ER-EMAIL-ID
034800         PERFORM 8200-READ-EMAIL-REF
034900             THRU 8200-READ-EMAIL-REF-EXIT
035000         IF NOT WS-REF-FOUND
035100             ADD 1 TO WS-PRI-DANGLING-COUNT
035200             MOVE 3 TO WS-CATEGORY
035300             MOVE "PRIMARY EMAIL" TO WS-POINTER-NAME
035400             MOVE PRIMARYEMAIL_EMAIL_ID TO WS-POINTER-VALUE
035500             MOVE "EMAIL ID NOT ON EMAILREF" TO WS-NOTE
035600             PERFORM 2900-RELEASE-DETAIL
035700                 THRU 2900-RELEASE-DETAIL-EXIT
035800         END-IF
035900     END-IF
036000     IF EMAIL-ID NOT = ZERO
036100         MOVE EMAIL-ID TO ER-EMAIL-ID
036200         PERFORM 8200-READ-EMAIL-REF
036300             THRU 8200-READ-EMAIL-REF-EXIT
036400         IF WS-REF-FOUND
036500             AND (ER-EMAILADDRESS NOT = EMAILADDRESS
036600               OR ER-ISINVALID NOT = ISINVALID
036700               OR ER-OPTOUT NOT = OPTOUT)
036800             ADD 1 TO WS-DRIFT-COUNT
036900             MOVE 5 TO WS-CATEGORY
037000             MOVE "EMBEDDED EMAIL" TO WS-POINTER-NAME
037100             MOVE EMAIL-ID TO WS-POINTER-VALUE
037200             MOVE "EMAILADDRESS/ISINVALID/OPTOUT DIFFER"
037300                 TO WS-NOTE
037400             PERFORM 2900-RELEASE-DETAIL
037500                 THRU 2900-RELEASE-DETAIL-EXIT
037600         END-IF
037700     END-IF
037800     IF SECONDARYEMAIL_EMAIL_ID = ZERO
037900         GO TO 2300-CHECK-EMAIL-EXIT
038000     END-IF
038100     MOVE "SECONDARY EMAIL" TO WS-POINTER-NAME
038200     MOVE SECONDARYEMAIL_EMAIL_ID TO WS-POINTER-VALUE
038300     IF SECONDARYEMAIL_EMAIL_ID = PRIMARYEMAIL_EMAIL_ID
038400         OR SECONDARYEMAIL_EMAIL_ID = EMAIL-ID
038500         ADD 1 TO WS-SEC-REPEAT-COUNT
038600         MOVE 6 TO WS-CATEGORY
038700         MOVE "SAME EMAIL AS THE PRIMARY" TO WS-NOTE
038800         PERFORM 2900-RELEASE-DETAIL
038900             THRU 2900-RELEASE-DETAIL-EXIT
039000         GO TO 2300-CHECK-EMAIL-EXIT
039100     END-IF
039200     MOVE SECONDARYEMAIL_EMAIL_ID TO ER-EMAIL-ID
039300     PERFORM 8200-READ-EMAIL-REF
039400         THRU 8200-READ-EMAIL-REF-EXIT
039500     IF NOT WS-REF-FOUND
039600         ADD 1 TO WS-SEC-DANGLING-COUNT
039700         MOVE 4 TO WS-CATEGORY
039800         MOVE "EMAIL ID NOT ON EMAILREF" TO WS-NOTE
039900         PERFORM 2900-RELEASE-DETAIL
040000             THRU 2900-RELEASE-DETAIL-EXIT
040100     END-IF.
040200 2300-CHECK-EMAIL-EXIT.
040300     EXIT.
040400*----------------------------------------------------------------*
040500*    2900-RELEASE-DETAIL - RELEASE ONE REPORT LINE FOR THE       *
040600*    POINTER IN HAND UNDER WS-CATEGORY AND MARK THE CONTACT      *
040700*----------------------------------------------------------------*
040800 2900-RELEASE-DETAIL.
040900     MOVE "Y" TO WS-PROBLEM-SW
041000     MOVE SPACES              TO WS-DETAIL-LINE
041100     MOVE CONTACT-ID          TO WS-D-CONTACT-ID
041200     MOVE WS-POINTER-NAME     TO WS-D-POINTER-NAME
041300     MOVE WS-POINTER-VALUE    TO WS-D-POINTER-VALUE
041400     MOVE WS-EMBEDDED-VALUE   TO WS-D-EMBEDDED-VALUE
041500     MOVE WS-NOTE             TO WS-D-NOTE
041600     ADD 1 TO WS-DETAIL-SEQ
041700     MOVE WS-CATEGORY         TO RS-CATEGORY
041800     MOVE WS-DETAIL-SEQ       TO RS-SEQUENCE
041900     MOVE WS-DETAIL-LINE      TO RS-DETAIL
042000     RELEASE REPORT-SORT-RECORD.
042100 2900-RELEASE-DETAIL-EXIT.
042200     EXIT.
042300*----------------------------------------------------------------*
042400*    4000-PRINT-REPORT - SORT OUTPUT PROCEDURE.  PRINT EACH      *
042500*    CATEGORY IN TURN, "NONE" WHEN IT IS EMPTY                   *
042600*----------------------------------------------------------------*
042700 4000-PRINT-REPORT.
042800     OPEN OUTPUT REPORT-OUT
042900     MOVE WS-RUN-ID TO WS-H-RUN-ID
043000     MOVE WS-HEADING-1 TO REPORT-LINE
043100     WRITE REPORT-LINE
043200     PERFORM 8900-RETURN-DETAIL
043300         THRU 8900-RETURN-DETAIL-EXIT
043400     PERFORM 4100-PRINT-CATEGORY
043500         THRU 4100-PRINT-CATEGORY-EXIT
043600         VARYING WS-CAT-SUB FROM 1 BY 1
043700         UNTIL WS-CAT-SUB > 6.
043800 4000-PRINT-REPORT-EXIT.
043900     EXIT.
044000*----------------------------------------------------------------*
044100*    4100-PRINT-CATEGORY - PRINT THE TITLE, HEADING AND DETAIL   *
044200*    LINES FOR ONE REPORT CATEGORY                               *
044300*----------------------------------------------------------------*
044400 4100-PRINT-CATEGORY.
044500     MOVE SPACES TO REPORT-LINE
044600     WRITE REPORT-LINE
044700     MOVE WS-CATEGORY-TITLE(WS-CAT-SUB) TO REPORT-LINE
044800     WRITE REPORT-LINE
044900     MOVE WS-HEADING-2 TO REPORT-LINE
045000     WRITE REPORT-LINE
045100     MOVE ZERO TO WS-CAT-LINES
045200     PERFORM 4110-PRINT-DETAIL
045300         THRU 4110-PRINT-DETAIL-EXIT
045400         UNTIL WS-RPT-EOF
045500            OR RS-CATEGORY NOT = WS-CAT-SUB
045600     IF WS-CAT-LINES = ZERO
045700         MOVE "    NONE" TO REPORT-LINE
045800         WRITE REPORT-LINE
045900     END-IF.
046000 4100-PRINT-CATEGORY-EXIT.
046100     EXIT.
046200*----------------------------------------------------------------*
046300*    4110-PRINT-DETAIL - PRINT ONE DETAIL LINE AND RETURN THE    *
046400*    NEXT ONE FROM THE SORT                                      *
046500*----------------------------------------------------------------*
046600 4110-PRINT-DETAIL.
046700     MOVE RS-DETAIL TO REPORT-LINE
046800     WRITE REPORT-LINE
046900     ADD 1 TO WS-CAT-LINES
047000     PERFORM 8900-RETURN-DETAIL
047100         THRU 8900-RETURN-DETAIL-EXIT.
047200 4110-PRINT-DETAIL-EXIT.
047300     EXIT.
047400*----------------------------------------------------------------*
047500*    5000-FINALIZE - PRINT THE RUN TOTALS, WRITE THE CONTROL     *
047600*    RECORD, AND CLOSE FILES                                     *
047700*----------------------------------------------------------------*
047800 5000-FINALIZE.
047900     MOVE SPACES TO REPORT-LINE
048000     WRITE REPORT-LINE
048100     MOVE "CONTACT RECORDS READ" TO WS-T-LABEL
048200     MOVE WS-CONTACT-COUNT TO WS-T-COUNT
048300     PERFORM 5100-WRITE-TOTAL-LINE
048400         THRU 5100-WRITE-TOTAL-LINE-EXIT
048500     MOVE "  ALL POINTERS GOOD" TO WS-T-LABEL
048600     MOVE WS-CLEAN-COUNT TO WS-T-COUNT
048700     PERFORM 5100-WRITE-TOTAL-LINE
048800         THRU 5100-WRITE-TOTAL-LINE-EXIT
048900     MOVE "  ONE OR MORE POINTER PROBLEMS" TO WS-T-LABEL
049000     MOVE WS-PROBLEM-COUNT TO WS-T-COUNT
049100     PERFORM 5100-WRITE-TOTAL-LINE
049200         THRU 5100-WRITE-TOTAL-LINE-EXIT
049300     MOVE "PRIMARY ADDRESS POINTER MISMATCHES" TO WS-T-LABEL
049400     MOVE WS-ADDR-MISMATCH-COUNT TO WS-T-COUNT
049500     PERFORM 5100-WRITE-TOTAL-LINE
049600         THRU 5100-WRITE-TOTAL-LINE-EXIT
049700     MOVE "PRIMARY EMAIL POINTER MISMATCHES" TO WS-T-LABEL
049800     MOVE WS-EMAIL-MISMATCH-COUNT TO WS-T-COUNT
049900     PERFORM 5100-WRITE-TOTAL-LINE
050000         THRU 5100-WRITE-TOTAL-LINE-EXIT
050100     MOVE "DANGLING PRIMARY POINTERS" TO WS-T-LABEL
050200     MOVE WS-PRI-DANGLING-COUNT TO WS-T-COUNT
050300     PERFORM 5100-WRITE-TOTAL-LINE
050400         THRU 5100-WRITE-TOTAL-LINE-EXIT
050500     MOVE "DANGLING SECONDARY POINTERS" TO WS-T-LABEL
050600     MOVE WS-SEC-DANGLING-COUNT TO WS-T-COUNT
050700     PERFORM 5100-WRITE-TOTAL-LINE
050800         THRU 5100-WRITE-TOTAL-LINE-EXIT
050900     MOVE "EMBEDDED RECORDS NOT MATCHING REFERENCE"
051000         TO WS-T-LABEL
051100     MOVE WS-DRIFT-COUNT TO WS-T-COUNT
051200     PERFORM 5100-WRITE-TOTAL-LINE
051300         THRU 5100-WRITE-TOTAL-LINE-EXIT
051400     MOVE "SECONDARY POINTERS REPEATING THE PRIMARY" TO WS-T-LABEL
051500     MOVE WS-SEC-REPEAT-COUNT TO WS-T-COUNT
051600     PERFORM 5100-WRITE-TOTAL-LINE
051700         THRU 5100-WRITE-TOTAL-LINE-EXIT
051800     PERFORM 9600-WRITE-CONTROL-RECORD
051900         THRU 9600-WRITE-CONTROL-RECORD-EXIT
052000     DISPLAY "ZCM490 - CONTACT RECORDS READ   : "
052100         WS-CONTACT-COUNT
052200     DISPLAY "ZCM490 - CONTACTS ALL GOOD      : "
052300         WS-CLEAN-COUNT
052400     DISPLAY "ZCM490 - CONTACTS WITH PROBLEMS : "
052500         WS-PROBLEM-COUNT
052600     CLOSE ADDRESS-REF
052700     CLOSE EMAIL-REF
052800     CLOSE REPORT-OUT.
052900 5000-FINALIZE-EXIT.
053000     EXIT.
053100*----------------------------------------------------------------*
053200*    5100-WRITE-TOTAL-LINE - PRINT ONE TOTAL LINE                *
053300*----------------------------------------------------------------*
053400 5100-WRITE-TOTAL-LINE.
053500     MOVE WS-TOTAL-LINE TO REPORT-LINE
053600     WRITE REPORT-LINE.
053700 5100-WRITE-TOTAL-LINE-EXIT.
053800     EXIT.
053900*----------------------------------------------------------------*
054000*    8000-READ-CONTACT - READ THE NEXT CONTACT-RECORD            *
054100*----------------------------------------------------------------*
054200 8000-READ-CONTACT.
054300     READ CONTACT-IN
054400         AT END
054500             MOVE "Y" TO WS-EOF-SW
054600     END-READ.
054700 8000-READ-CONTACT-EXIT.
054800     EXIT.
054900*----------------------------------------------------------------*
055000*    8100-READ-ADDRESS-REF - RANDOM READ OF ADDRREF FOR THE KEY  *
055100*    ALREADY IN AR-ADDRESS-ID                                    *
055200*----------------------------------------------------------------*
055300 8100-READ-ADDRESS-REF.
055400     MOVE "Y" TO WS-REF-FOUND-SW
055500     READ ADDRESS-REF
055600         INVALID KEY
055700             MOVE "N" TO WS-REF-FOUND-SW
055800     END-READ.
055900 8100-READ-ADDRESS-REF-EXIT.
056000     EXIT.
056100*----------------------------------------------------------------*
056200*    8200-READ-EMAIL-REF - RANDOM READ OF EMAILREF FOR THE KEY   *
056300*    ALREADY IN ER-EMAIL-ID                                      *
056400*----------------------------------------------------------------*
056500 8200-READ-EMAIL-REF.
056600     MOVE "Y" TO WS-REF-FOUND-SW
056700     READ EMAIL-REF
056800         INVALID KEY
056900             MOVE "N" TO WS-REF-FOUND-SW
057000     END-READ.
057100 8200-READ-EMAIL-REF-EXIT.
057200     EXIT.
057300*----------------------------------------------------------------*
057400*    8900-RETURN-DETAIL - RETURN THE NEXT SORTED REPORT LINE     *
057500*----------------------------------------------------------------*
057600 8900-RETURN-DETAIL.
057700     RETURN REPORT-SORT
057800         AT END
057900             MOVE "Y" TO WS-RPT-EOF-SW
058000     END-RETURN.
058100 8900-RETURN-DETAIL-EXIT.
058200     EXIT.
058300*----------------------------------------------------------------*
058400*    9500-READ-RUN-PARM - PICK UP THE RUN IDENTIFIER FROM THE    *
058500*    OPTIONAL RUNPARM CONTROL CARD; A MISSING CARD LEAVES THE    *
058600*    RUN ID BLANK                                                *
058700*----------------------------------------------------------------*
058800 9500-READ-RUN-PARM.
058900     OPEN INPUT RUN-PARM
059000     IF WS-RUNPARM-NOT-FOUND
059100         MOVE SPACES TO RUN-PARM-RECORD
059200     ELSE
059300         READ RUN-PARM
059400             AT END
059500                 MOVE SPACES TO RUN-PARM-RECORD
059600         END-READ
059700         CLOSE RUN-PARM
059800     END-IF
059900     MOVE RUN-PARM-RECORD TO WS-RUN-ID.
060000 9500-READ-RUN-PARM-EXIT.
060100     EXIT.
060200*----------------------------------------------------------------*
060300*    9600-WRITE-CONTROL-RECORD - APPEND THIS RUN'S MACHINE-      *
060400*    READABLE COUNTS TO THE COMMON CONTROL FILE FOR THE END-OF-  *
060500*    WINDOW BALANCING RUN                                        *
060600*----------------------------------------------------------------*
060700 9600-WRITE-CONTROL-RECORD.
060800     OPEN EXTEND CONTROL-OUT
060900     IF WS-CTL-NOT-FOUND
061000         OPEN OUTPUT CONTROL-OUT
061100     END-IF
061200     MOVE "ZCM490"              TO CTL-PROGRAM-ID
061300     MOVE WS-RUN-ID             TO CTL-RUN-ID
061400     MOVE WS-CONTACT-COUNT      TO CTL-RECORDS-IN
061500     MOVE WS-CLEAN-COUNT        TO CTL-RECORDS-OUT
061600     MOVE WS-PROBLEM-COUNT      TO CTL-RECORDS-REJECTED
061700     WRITE CONTROL-RECORD
061800     CLOSE CONTROL-OUT.
061900 9600-WRITE-CONTROL-RECORD-EXIT.
062000     EXIT.
