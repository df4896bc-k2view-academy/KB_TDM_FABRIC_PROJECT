000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ZCM520.
000300 AUTHOR.        D SPRINGER.
000400 INSTALLATION.  DATA MGMT - CUSTOMER EXTRACTS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700***************************************************************
000800*  MODIFICATION HISTORY                                        *
000900*  ------------------------------------------------------------*
001000*  DATE       INIT  DESCRIPTION                                *
001100*  10/15/2026 DAS   ORIGINAL PROGRAM - CONFLICT CHECK OF THE   *
001200*                   CRM IMPORT TRANSACTIONS AGAINST MAINFRAME  *
001300*                   CHANGES MADE SINCE THE CRM EXPORT.         *
001400***************************************************************
001500*  PURPOSE.                                                    *
001600*  ZCM340 TURNS EVERY ROW THE CRM SENDS BACK INTO A WHOLE-     *
001700*  RECORD "C" TRANSACTION WITH EVERY CHANGE FLAG "Y", AND      *
001800*  ZCM190 REWRITES THE WHOLE RECORD, SO A CONTACT WE CHANGED   *
001900*  SINCE THE EXPORT (ZCM190 MAINTENANCE, A ZCM230 MERGE, THE   *
002000*  NIGHTLY ZCM200 DELTA) WAS SILENTLY PUT BACK TO THE CRM'S    *
002100*  OLDER COPY.  THIS RUN SITS BETWEEN ZCM340 AND ZCM190.  FOR  *
002200*  EACH "C" TRANSACTION IT COMPARES THREE IMAGES GROUP BY      *
002300*  GROUP (TOP-LEVEL, PERSON-RECORD, ADDRESS-RECORD, EMAIL-     *
002400*  RECORD, CUSTOM-ATTR, AS ZCM200 DIVIDES THEM): THE IMAGE THE *
002500*  CRM WAS SENT (ZCM290'S EXPIMAGE FILE), THE IMAGE THE CRM    *
002600*  SENT BACK, AND THE CURRENT CONTACT-IDX RECORD.  A GROUP     *
002700*  ONLY THE CRM CHANGED IS LAID OVER THE CURRENT RECORD AND    *
002800*  FLAGGED "Y"; EVERY OTHER GROUP KEEPS THE CURRENT VALUES, SO *
002900*  THE TRANSACTION ON TRANOUT CARRIES OUR CHANGES FORWARD.  A  *
003000*  GROUP BOTH SIDES CHANGED TO DIFFERENT VALUES IS A CONFLICT: *
003100*  THE WHOLE TRANSACTION IS HELD ON HOLDOUT AND LISTED FOR     *
003200*  DATA QUALITY TO DECIDE.  THE CRM ONLY EVER SEES MASKED      *
003300*  SSNCSTM AND CREDITCARDCSTM, SO THOSE TWO ARE NEVER TAKEN    *
003400*  FROM IT; THE CUSTOM-ATTR GROUP IS JUDGED ON STATUSCSTM AND  *
003500*  CONTACT_IDCSTM.  AN ID NO LONGER ON CONTACT-IDX IS ROUTED   *
003600*  TO ROUTEOUT WITH ITS SURVIVING ID (MERGE XREF) OR ARCHIVE   *
003700*  DATE INSTEAD OF FAILING IN ZCM190 AS NOT-FOUND; ONE THAT IS *
003800*  NEITHER MERGED NOR ARCHIVED, OR THAT WAS NEVER ON THE       *
003900*  EXPORT, IS HELD.  ADDS AND DELETES PASS THROUGH UNCHECKED.  *
004000*  EXPIMAGE IS CUMULATIVE, SO AN ID EXPORTED MORE THAN ONCE    *
004100*  HAS SEVERAL IMAGES; THE LATEST IS THE ONE COMPARED.         *
004200*  A MISSING EXPIMAGE FILE, OR A CONTACT-IDX THAT WILL NOT     *
004300*  OPEN, PASSES NOTHING AND ENDS THE RUN WITH RETURN CODE 8 SO *
004400*  THE SCHEDULER HOLDS ZCM190.                                 *
004500***************************************************************
004600 ENVIRONMENT DIVISION.
004700 CONFIGURATION SECTION.
004800 SOURCE-COMPUTER.  IBM-370.
004900 OBJECT-COMPUTER.  IBM-370.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT TRAN-IN        ASSIGN TO TRANIN
005300            ORGANIZATION IS SEQUENTIAL.
005400     SELECT EXPORT-IMAGE   ASSIGN TO EXPIMAGE
005500            ORGANIZATION IS SEQUENTIAL
005600            FILE STATUS IS WS-IMAGE-FILE-STATUS.
005700     SELECT IMAGE-SORT     ASSIGN TO SORTWK01.
005800     SELECT IMAGE-SRT      ASSIGN TO IMAGESRT
005900            ORGANIZATION IS SEQUENTIAL.
006000     SELECT TRAN-SORT      ASSIGN TO SORTWK02.
006100     SELECT CONTACT-IDX    ASSIGN TO CONTACTIDX
006200            ORGANIZATION IS INDEXED
006300            ACCESS MODE IS RANDOM
006400            RECORD KEY IS
006500                CONTACT-ID OF CONTACT-IDX-RECORD
006600            ALTERNATE RECORD KEY IS
006700                ACCOUNT_ID OF CONTACT-IDX-RECORD
006800                WITH DUPLICATES
006900            FILE STATUS IS WS-IDX-FILE-STATUS.
007000     SELECT XREF-IN        ASSIGN TO XREFIN
007100            ORGANIZATION IS SEQUENTIAL
007200            FILE STATUS IS WS-XREF-FILE-STATUS.
007300     SELECT ARCHIVE-IN     ASSIGN TO ARCHIN
007400            ORGANIZATION IS SEQUENTIAL
007500            FILE STATUS IS WS-ARCH-FILE-STATUS.
007600     SELECT TRAN-OUT       ASSIGN TO TRANOUT
007700            ORGANIZATION IS SEQUENTIAL.
007800     SELECT HOLD-OUT       ASSIGN TO HOLDOUT
007900            ORGANIZATION IS SEQUENTIAL.
008000     SELECT ROUTE-OUT      ASSIGN TO ROUTEOUT
008100            ORGANIZATION IS SEQUENTIAL.
008200     SELECT REPORT-OUT     ASSIGN TO CONFRPT
008300            ORGANIZATION IS SEQUENTIAL.
008400     SELECT CONTROL-OUT    ASSIGN TO CTLOUT
008500            ORGANIZATION IS SEQUENTIAL
008600            FILE STATUS IS WS-CTL-FILE-STATUS.
008700     SELECT RUN-PARM       ASSIGN TO RUNPARM
008800            ORGANIZATION IS SEQUENTIAL
008900            FILE STATUS IS WS-RUNPARM-FILE-STATUS.
009000 DATA DIVISION.
009100 FILE SECTION.
009200 FD  TRAN-IN
009300     RECORDING MODE IS F
009400     LABEL RECORDS ARE STANDARD.
009500 01  TRAN-IN-RECORD                 PIC X(1415).
009600 FD  EXPORT-IMAGE
009700     RECORDING MODE IS F
009800     LABEL RECORDS ARE STANDARD.
009900     COPY "zcm-export-image".
010000 SD  IMAGE-SORT.
010100 01  SORT-IMAGE-RECORD.
010200     05  SI-RUN-ID                  PIC X(08).
010300     05  SI-CONTACT-ID              PIC 9(09).
010400     05  FILLER                     PIC X(1400).
010500 FD  IMAGE-SRT
010600     RECORDING MODE IS F
010700     LABEL RECORDS ARE STANDARD.
010800     COPY "zcm-export-image"
010900         REPLACING ==EXPORT-IMAGE-RECORD== BY ==IMAGE-SRT-RECORD==
011000                   LEADING ==EXI== BY ==EXS==.
011100 SD  TRAN-SORT.
011200 01  SORT-TRAN-RECORD.
011300     05  ST-ACTION                  PIC X(01).
011400     05  ST-CHANGE-FLAGS            PIC X(05).
011500     05  ST-CONTACT-ID              PIC 9(09).
011600     05  FILLER                     PIC X(1400).
011700 FD  CONTACT-IDX
011800     LABEL RECORDS ARE STANDARD.
011900     COPY "zurmo-customers"
012000         REPLACING ==INVALID==      BY ==IDX-ADDR-INVALID==
012100                   ==ID==           BY ==CONTACT-ID==
012200                   ==CONTACT-RECORD== BY ==CONTACT-IDX-RECORD==.
012300 FD  XREF-IN
012400     RECORDING MODE IS F
012500     LABEL RECORDS ARE STANDARD.
012600     COPY "zcm-merge-xref".
012700 FD  ARCHIVE-IN
012800     RECORDING MODE IS F
012900     LABEL RECORDS ARE STANDARD.
013000     COPY "zcm-archive".
013100 FD  TRAN-OUT
013200     RECORDING MODE IS F
013300     LABEL RECORDS ARE STANDARD.
013400     COPY "zcm-contact-tran".
013500 FD  HOLD-OUT
013600     RECORDING MODE IS F
013700     LABEL RECORDS ARE STANDARD.
013800 01  HOLD-OUT-RECORD                PIC X(1415).
013900 FD  ROUTE-OUT
014000     RECORDING MODE IS F
014100     LABEL RECORDS ARE STANDARD.
014200 01  ROUTE-OUT-RECORD               PIC X(1415).
014300 FD  REPORT-OUT
014400     RECORDING MODE IS F
014500     LABEL RECORDS ARE STANDARD.
014600 01  REPORT-LINE                    PIC X(133).
014700 FD  CONTROL-OUT
014800     RECORDING MODE IS F
014900     LABEL RECORDS ARE STANDARD.
015000     COPY "zcm-control".
015100 FD  RUN-PARM
015200     RECORDING MODE IS F
015300     LABEL RECORDS ARE STANDARD.
015400 01  RUN-PARM-RECORD                PIC X(08).
015500 WORKING-STORAGE SECTION.
015600 77  WS-CTL-FILE-STATUS             PIC X(02)   VALUE ZERO.
015700     88  WS-CTL-OK                              VALUE "00".
015800     88  WS-CTL-NOT-FOUND                       VALUE "35".
015900 77  WS-RUNPARM-FILE-STATUS         PIC X(02)   VALUE ZERO.
016000     88  WS-RUNPARM-OK                          VALUE "00".
016100     88  WS-RUNPARM-NOT-FOUND                   VALUE "35".
016200 77  WS-RUN-ID                      PIC X(08)   VALUE SPACES.
016300 77  WS-IMAGE-FILE-STATUS           PIC X(02)   VALUE ZERO.
016400     88  WS-IMAGE-OK                            VALUE "00".
016500     88  WS-IMAGE-NOT-FOUND                     VALUE "35".
016600 77  WS-IDX-FILE-STATUS             PIC X(02)   VALUE ZERO.
016700     88  WS-IDX-OK                              VALUE "00".
016800     88  WS-IDX-NOT-FOUND                       VALUE "23".
016900 77  WS-XREF-FILE-STATUS            PIC X(02)   VALUE ZERO.
017000     88  WS-XREF-OK                             VALUE "00".
017100     88  WS-XREF-NO-FILE                        VALUE "35".
017200 77  WS-ARCH-FILE-STATUS            PIC X(02)   VALUE ZERO.
017300     88  WS-ARCH-OK                             VALUE "00".
017400     88  WS-ARCH-NO-FILE                        VALUE "35".
017500 77  WS-EOF-SW                      PIC X(01)   VALUE "N".
017600     88  WS-EOF                                 VALUE "Y".
017700 77  WS-IMAGE-EOF-SW                PIC X(01)   VALUE "N".
017800     88  WS-IMAGE-EOF                           VALUE "Y".
017900 77  WS-EXPORT-EOF-SW               PIC X(01)   VALUE "N".
018000     88  WS-EXPORT-EOF                          VALUE "Y".
018100 77  WS-XREF-EOF-SW                 PIC X(01)   VALUE "N".
018200     88  WS-XREF-EOF                            VALUE "Y".
018300 77  WS-ARCH-EOF-SW                 PIC X(01)   VALUE "N".
018400     88  WS-ARCH-EOF                            VALUE "Y".
018500 77  WS-REFUSED-SW                  PIC X(01)   VALUE "N".
018600     88  WS-RUN-REFUSED                         VALUE "Y".
018700 77  WS-ON-FILE-SW                  PIC X(01)   VALUE "N".
018800     88  WS-ON-FILE                             VALUE "Y".
018900 77  WS-CONFLICT-SW                 PIC X(01)   VALUE "N".
019000     88  WS-ANY-CONFLICT                        VALUE "Y".
019100 77  WS-PASS-SW                     PIC X(01)   VALUE "N".
019200     88  WS-ANY-PASS                            VALUE "Y".
019300 77  WS-OURS-KEPT-SW                PIC X(01)   VALUE "N".
019400     88  WS-OURS-KEPT                           VALUE "Y".
019500 77  WS-TRAN-COUNT                  PIC 9(09)   VALUE ZERO COMP.
019600 77  WS-PASSED-COUNT                PIC 9(09)   VALUE ZERO COMP.
019700 77  WS-UNCHECKED-COUNT             PIC 9(09)   VALUE ZERO COMP.
019800 77  WS-NO-CHANGE-COUNT             PIC 9(09)   VALUE ZERO COMP.
019900 77  WS-CONFLICT-COUNT              PIC 9(09)   VALUE ZERO COMP.
020000 77  WS-HOLD-COUNT                  PIC 9(09)   VALUE ZERO COMP.
020100 77  WS-MERGED-COUNT                PIC 9(09)   VALUE ZERO COMP.
020200 77  WS-ARCHIVED-COUNT              PIC 9(09)   VALUE ZERO COMP.
020300 77  WS-IMAGE-ID                    PIC 9(09)   VALUE ZERO.
020400 77  WS-EXPORT-ID                   PIC 9(09)   VALUE ZERO.
020500 77  WS-TOP-LEVEL-LENGTH            PIC 9(04)   VALUE 366 COMP.
020600 77  WS-GRP-SUB                     PIC 9(01)   VALUE ZERO COMP.
020700 77  WS-NOTE                        PIC X(50)   VALUE SPACES.
020800*----------------------------------------------------------------*
020900*    MERGE XREF AND ARCHIVE TABLES - LOADED WHOLE, AS ZCM350     *
021000*    DOES, FROM THE OPTIONAL CUMULATIVE FILES                    *
021100*----------------------------------------------------------------*
021200 77  WS-XREF-COUNT                  PIC 9(05)   VALUE ZERO COMP.
021300 77  WS-XREF-MAX-COUNT              PIC 9(05)   VALUE 5000 COMP.
021400 77  WS-XREF-TBL-SW                 PIC X(01)   VALUE "N".
021500     88  WS-XREF-TBL-FULL                       VALUE "Y".
021600 77  WS-XREF-SUB                    PIC 9(05)   VALUE ZERO COMP.
021700 77  WS-XREF-HIT-SUB                PIC 9(05)   VALUE ZERO COMP.
021800 01  WS-XREF-TABLE.
021900     05  WS-XREF-ENTRY OCCURS 5000 TIMES.
022000         10  WS-X-OLD-ID            PIC 9(09).
022100         10  WS-X-SURVIVING-ID      PIC 9(09).
022200 77  WS-ARCH-COUNT                  PIC 9(05)   VALUE ZERO COMP.
022300 77  WS-ARCH-MAX-COUNT              PIC 9(05)   VALUE 5000 COMP.
022400 77  WS-ARCH-TBL-SW                 PIC X(01)   VALUE "N".
022500     88  WS-ARCH-TBL-FULL                       VALUE "Y".
022600 77  WS-ARCH-SUB                    PIC 9(05)   VALUE ZERO COMP.
022700 77  WS-ARCH-HIT-SUB                PIC 9(05)   VALUE ZERO COMP.
022800 01  WS-ARCH-TABLE.
022900     05  WS-ARCH-ENTRY OCCURS 5000 TIMES.
023000         10  WS-AR-CONTACT-ID       PIC 9(09).
023100         10  WS-AR-ARCHIVE-DATE     PIC 9(08).
023200         10  WS-AR-RUN-ID           PIC X(08).
023300 77  WS-ARCH-IMAGE-ID               PIC 9(09).
023400*----------------------------------------------------------------*
023500*    THE THREE IMAGES OF ONE CONTACT: THE CRM TRANSACTION, THE   *
023600*    IMAGE THE CRM WAS SENT, AND (IN THE FD) THE CURRENT RECORD  *
023700*----------------------------------------------------------------*
023800     COPY "zcm-contact-tran"
023900         REPLACING ==CONTACT-TRAN-RECORD== BY ==CRM-TRAN-RECORD==
024000                   LEADING ==TRAN== BY ==CRM==.
024100     COPY "zurmo-customers"
024200         REPLACING ==INVALID==      BY ==CRM-ADDR-INVALID==
024300                   ==ID==           BY ==CRM-CONTACT-ID==
024400                   ==CONTACT-RECORD== BY ==WS-CRM-CONTACT==.
024500     COPY "zurmo-customers"
024600         REPLACING ==INVALID==      BY ==EXP-ADDR-INVALID==
024700                   ==ID==           BY ==EXP-CONTACT-ID==
024800                   ==CONTACT-RECORD== BY ==WS-EXPORT-CONTACT==.
024900*----------------------------------------------------------------*
025000*    GROUP SWITCHES, ONE BYTE PER GROUP IN ZCM-CONTACT-TRAN FLAG *
025100*    ORDER: 1 TOP-LEVEL, 2 PERSON, 3 ADDRESS, 4 EMAIL, 5 CUSTOM  *
025200*----------------------------------------------------------------*
025300 01  WS-GROUP-FLAGS.
025400     05  WS-CRM-CHG-FLAGS.
025500         10  WS-CRM-CHG             PIC X(01) OCCURS 5 TIMES.
025600     05  WS-OUR-CHG-FLAGS.
025700         10  WS-OUR-CHG             PIC X(01) OCCURS 5 TIMES.
025800     05  WS-SAME-FLAGS.
025900         10  WS-SAME                PIC X(01) OCCURS 5 TIMES.
026000     05  WS-CONFLICT-FLAGS.
026100         10  WS-CONFLICT            PIC X(01) OCCURS 5 TIMES.
026200     05  WS-PASS-FLAGS.
026300         10  WS-PASS                PIC X(01) OCCURS 5 TIMES.
026400 01  WS-GROUP-LETTER-LIST           PIC X(05) VALUE "TPAEC".
026500 01  WS-GROUP-LETTER-TABLE REDEFINES WS-GROUP-LETTER-LIST.
026600     05  WS-GROUP-LETTER            PIC X(01) OCCURS 5 TIMES.
026700*----------------------------------------------------------------*
026800*    REPORT LINES                                                *
026900*----------------------------------------------------------------*
027000 01  WS-HEADING-1.
027100     05  FILLER                     PIC X(40)
027200         VALUE "ZCM520 - CRM IMPORT CONFLICT CHECK".
027300 01  WS-HEADING-2.
027400     05  FILLER                     PIC X(46)
027500         VALUE "GROUPS: T=TOP-LEVEL P=PERSON A=ADDRESS E=EMAIL".
027600     05  FILLER                     PIC X(40)
027700         VALUE " C=CUSTOM-ATTR (STATUS, CONTACT ID)".
027800 01  WS-HEADING-3.
027900     05  FILLER                     PIC X(11) VALUE "ID".
028000     05  FILLER                     PIC X(08) VALUE "ACTION".
028100     05  FILLER                     PIC X(12) VALUE "DISPOSITION".
028200     05  FILLER                     PIC X(07) VALUE "CRM".
028300     05  FILLER                     PIC X(07) VALUE "OURS".
028400     05  FILLER                     PIC X(10) VALUE "CONFLICT".
028500     05  FILLER                     PIC X(50) VALUE "NOTE".
028600 01  WS-DETAIL-LINE.
028700     05  WS-D-ID                    PIC 9(09).
028800     05  FILLER                     PIC X(02) VALUE SPACES.
028900     05  WS-D-ACTION                PIC X(06).
029000     05  FILLER                     PIC X(02) VALUE SPACES.
029100     05  WS-D-DISPOSITION           PIC X(10).
029200     05  FILLER                     PIC X(02) VALUE SPACES.
029300     05  WS-D-CRM-GROUPS            PIC X(05).
029400     05  FILLER                     PIC X(02) VALUE SPACES.
029500     05  WS-D-OUR-GROUPS            PIC X(05).
029600     05  FILLER                     PIC X(02) VALUE SPACES.
029700     05  WS-D-CONFLICT-GROUPS       PIC X(05).
029800     05  FILLER                     PIC X(05) VALUE SPACES.
029900     05  WS-D-NOTE                  PIC X(50).
030000 01  WS-MERGED-NOTE.
030100     05  FILLER                     PIC X(22)
030200         VALUE "MERGED - SURVIVING ID ".
030300     05  WS-MN-SURVIVING-ID         PIC 9(09).
030400 01  WS-ARCHIVED-NOTE.
030500     05  FILLER                     PIC X(12)
030600         VALUE "ARCHIVED ON ".
030700     05  WS-AN-ARCHIVE-DATE         PIC 9(08).
030800     05  FILLER                     PIC X(08) VALUE " BY RUN ".
030900     05  WS-AN-RUN-ID               PIC X(08).
031000 01  WS-TOTAL-LINE.
031100     05  WS-T-LABEL                 PIC X(40).
031200     05  WS-T-COUNT                 PIC ZZZ,ZZZ,ZZ9.
031300 PROCEDURE DIVISION.
031400 0000-MAINLINE.
031500     PERFORM 1000-INITIALIZE
031600         THRU 1000-INITIALIZE-EXIT.
031700     IF NOT WS-RUN-REFUSED
031800         SORT IMAGE-SORT
031900             ON ASCENDING KEY SI-CONTACT-ID
032000             WITH DUPLICATES IN ORDER
032100             USING EXPORT-IMAGE
032200             GIVING IMAGE-SRT
032300         SORT TRAN-SORT
032400             ON ASCENDING KEY ST-CONTACT-ID
032500             WITH DUPLICATES IN ORDER
032600             USING TRAN-IN
032700             OUTPUT PROCEDURE IS 2000-CHECK-TRANS
032800                 THRU 2000-CHECK-TRANS-EXIT
032900     END-IF.
033000     PERFORM 3000-FINALIZE
033100         THRU 3000-FINALIZE-EXIT.
033200     STOP RUN.
033300*----------------------------------------------------------------*
033400*    1000-INITIALIZE - PICK UP THE RUN ID, LOAD THE MERGE XREF   *
033500*    AND ARCHIVE TABLES, MAKE SURE THE EXPORT IMAGE FILE IS      *
033600*    THERE, AND OPEN THE OUTPUTS.  WITHOUT THE EXPORT IMAGE      *
033700*    THERE IS NOTHING TO TELL WHAT THE CRM CHANGED, AND WITHOUT  *
033800*    CONTACT-IDX NOTHING TO COMPARE IT WITH, SO NOTHING IS PASSED*
033900*----------------------------------------------------------------*
034000 1000-INITIALIZE.
034100     PERFORM 9500-READ-RUN-PARM
034200         THRU 9500-READ-RUN-PARM-EXIT
034300     OPEN INPUT XREF-IN
034400     IF WS-XREF-NO-FILE
034500         MOVE "Y" TO WS-XREF-EOF-SW
034600     ELSE
034700         PERFORM 1100-LOAD-XREF-TABLE
034800             THRU 1100-LOAD-XREF-TABLE-EXIT
034900             UNTIL WS-XREF-EOF
035000         CLOSE XREF-IN
035100     END-IF
035200     OPEN INPUT ARCHIVE-IN
035300     IF WS-ARCH-NO-FILE
035400         MOVE "Y" TO WS-ARCH-EOF-SW
035500     ELSE
035600         PERFORM 1200-LOAD-ARCHIVE-TABLE
035700             THRU 1200-LOAD-ARCHIVE-TABLE-EXIT
035800             UNTIL WS-ARCH-EOF
035900         CLOSE ARCHIVE-IN
036000     END-IF
036100     OPEN OUTPUT TRAN-OUT
036200     OPEN OUTPUT HOLD-OUT
036300     OPEN OUTPUT ROUTE-OUT
036400     OPEN OUTPUT REPORT-OUT
036500     MOVE WS-HEADING-1 TO REPORT-LINE
036600     WRITE REPORT-LINE
036700     MOVE WS-HEADING-2 TO REPORT-LINE
036800     WRITE REPORT-LINE
036900     MOVE WS-HEADING-3 TO REPORT-LINE
037000     WRITE REPORT-LINE
037100     OPEN INPUT EXPORT-IMAGE
037200     IF WS-IMAGE-NOT-FOUND
037300         DISPLAY "ZCM520 - EXPIMAGE NOT FOUND - NOTHING PASSED"
037400         MOVE "NO EXPORT IMAGE FILE - NOTHING CHECKED OR PASSED"
037500                                TO REPORT-LINE
037600         WRITE REPORT-LINE
037700         MOVE "Y" TO WS-REFUSED-SW
037800         GO TO 1000-INITIALIZE-EXIT
037900     END-IF
038000     CLOSE EXPORT-IMAGE
038100     OPEN INPUT CONTACT-IDX
038200     IF NOT WS-IDX-OK
038300         DISPLAY "ZCM520 - CONTACTIDX OPEN FAILED, STATUS "
038400             WS-IDX-FILE-STATUS " - NOTHING PASSED"
038500         MOVE "CONTACTIDX NOT AVAILABLE - NOTHING CHECKED"
038600                                TO REPORT-LINE
038700         WRITE REPORT-LINE
038800         MOVE "Y" TO WS-REFUSED-SW
038900     END-IF.
039000 1000-INITIALIZE-EXIT.
039100     EXIT.
039200*----------------------------------------------------------------*
039300*    1100-LOAD-XREF-TABLE - READ ONE MERGE-XREF RECORD INTO THE  *
039400*    NEXT TABLE ENTRY                                            *
039500*----------------------------------------------------------------*
039600 1100-LOAD-XREF-TABLE.
039700     READ XREF-IN
039800         AT END
039900             MOVE "Y" TO WS-XREF-EOF-SW
040000             GO TO 1100-LOAD-XREF-TABLE-EXIT
040100     END-READ
040200     IF WS-XREF-COUNT >= WS-XREF-MAX-COUNT
040300         MOVE "Y" TO WS-XREF-TBL-SW
040400         MOVE "Y" TO WS-XREF-EOF-SW
040500         GO TO 1100-LOAD-XREF-TABLE-EXIT
040600     END-IF
040700     ADD 1 TO WS-XREF-COUNT
040800     MOVE XREF-OLD-ID       TO WS-X-OLD-ID(WS-XREF-COUNT)
040900     MOVE XREF-SURVIVING-ID TO WS-X-SURVIVING-ID(WS-XREF-COUNT).
041000 1100-LOAD-XREF-TABLE-EXIT.
041100     EXIT.
041200*----------------------------------------------------------------*
041300*    1200-LOAD-ARCHIVE-TABLE - READ ONE ARCHIVE RECORD INTO THE  *
041400*    NEXT TABLE ENTRY.  THE CONTACT ID IS THE FIRST NINE BYTES   *
041500*    OF THE ARCHIVED CONTACT-RECORD IMAGE                        *
041600*----------------------------------------------------------------*
041700 1200-LOAD-ARCHIVE-TABLE.
041800     READ ARCHIVE-IN
041900         AT END
042000             MOVE "Y" TO WS-ARCH-EOF-SW
042100             GO TO 1200-LOAD-ARCHIVE-TABLE-EXIT
042200     END-READ
042300     IF WS-ARCH-COUNT >= WS-ARCH-MAX-COUNT
042400         MOVE "Y" TO WS-ARCH-TBL-SW
042500         MOVE "Y" TO WS-ARCH-EOF-SW
042600         GO TO 1200-LOAD-ARCHIVE-TABLE-EXIT
042700     END-IF
042800     ADD 1 TO WS-ARCH-COUNT
042900     MOVE ARC-CONTACT-IMAGE(1:9) TO WS-ARCH-IMAGE-ID
043000     MOVE WS-ARCH-IMAGE-ID
043100         TO WS-AR-CONTACT-ID(WS-ARCH-COUNT)
043200     MOVE ARC-ARCHIVE-DATE
043300         TO WS-AR-ARCHIVE-DATE(WS-ARCH-COUNT)
043400     MOVE ARC-RUN-ID TO WS-AR-RUN-ID(WS-ARCH-COUNT).
043500 1200-LOAD-ARCHIVE-TABLE-EXIT.
043600     EXIT.
043700*----------------------------------------------------------------*
043800*    2000-CHECK-TRANS - SORT OUTPUT PROCEDURE.  THE TRANSACTIONS *
043900*    COME BACK IN CONTACT ID ORDER AND ARE MATCHED AGAINST THE   *
044000*    EXPORT IMAGES, SORTED THE SAME WAY.  THE IMAGES OF ONE ID   *
044100*    STAY IN THE ORDER THEY WERE EXPORTED                        *
044200*----------------------------------------------------------------*
044300 2000-CHECK-TRANS.
044400     OPEN INPUT IMAGE-SRT
044500     PERFORM 8000-READ-IMAGE
044600         THRU 8000-READ-IMAGE-EXIT
044700     PERFORM 2200-POSITION-IMAGE
044800         THRU 2200-POSITION-IMAGE-EXIT
044900     PERFORM 2100-CHECK-ONE-TRAN
045000         THRU 2100-CHECK-ONE-TRAN-EXIT
045100         UNTIL WS-EOF
045200     CLOSE IMAGE-SRT.
045300 2000-CHECK-TRANS-EXIT.
045400     EXIT.
045500*----------------------------------------------------------------*
045600*    2100-CHECK-ONE-TRAN - DISPOSE OF ONE CRM TRANSACTION: PASS  *
045700*    ADDS AND DELETES, ROUTE OR HOLD AN ID NO LONGER ON FILE,    *
045800*    HOLD ONE THAT WAS NEVER EXPORTED, AND OTHERWISE COMPARE THE *
045900*    THREE IMAGES GROUP BY GROUP                                 *
046000*----------------------------------------------------------------*
046100 2100-CHECK-ONE-TRAN.
046200     RETURN TRAN-SORT
046300         AT END
046400             MOVE "Y" TO WS-EOF-SW
046500             GO TO 2100-CHECK-ONE-TRAN-EXIT
046600     END-RETURN
046700     ADD 1 TO WS-TRAN-COUNT
046800     MOVE SORT-TRAN-RECORD  TO CRM-TRAN-RECORD
046900     MOVE CRM-CONTACT-IMAGE TO WS-CRM-CONTACT
047000     MOVE ALL "N" TO WS-GROUP-FLAGS
047100     MOVE SPACES  TO WS-NOTE
047200     IF NOT CRM-ACTION-CHANGE
047300         ADD 1 TO WS-UNCHECKED-COUNT
047400         MOVE CRM-TRAN-RECORD TO CONTACT-TRAN-RECORD
047500         WRITE CONTACT-TRAN-RECORD
047600         MOVE "NOT A CHANGE - PASSED AS RECEIVED" TO WS-NOTE
047700         MOVE "UNCHECKED" TO WS-D-DISPOSITION
047800         PERFORM 2700-WRITE-DETAIL
047900             THRU 2700-WRITE-DETAIL-EXIT
048000         GO TO 2100-CHECK-ONE-TRAN-EXIT
048100     END-IF
048200     PERFORM 2200-POSITION-IMAGE
048300         THRU 2200-POSITION-IMAGE-EXIT
048400         UNTIL WS-EXPORT-EOF
048500            OR WS-EXPORT-ID NOT < CRM-CONTACT-ID
048600     MOVE CRM-CONTACT-ID TO CONTACT-ID OF CONTACT-IDX-RECORD
048700     READ CONTACT-IDX
048800         INVALID KEY
048900             MOVE "N" TO WS-ON-FILE-SW
049000         NOT INVALID KEY
049100             MOVE "Y" TO WS-ON-FILE-SW
049200     END-READ
049300     IF NOT WS-ON-FILE
049400         PERFORM 2600-ROUTE-MISSING
049500             THRU 2600-ROUTE-MISSING-EXIT
049600         GO TO 2100-CHECK-ONE-TRAN-EXIT
049700     END-IF
049800     IF WS-EXPORT-EOF
049900         OR WS-EXPORT-ID NOT = CRM-CONTACT-ID
050000         MOVE "NOT ON EXPORT IMAGE - CRM CHANGES UNKNOWN"
050100                                TO WS-NOTE
050200         PERFORM 2500-HOLD-TRAN
050300             THRU 2500-HOLD-TRAN-EXIT
050400         GO TO 2100-CHECK-ONE-TRAN-EXIT
050500     END-IF
050600     PERFORM 2300-COMPARE-GROUPS
050700         THRU 2300-COMPARE-GROUPS-EXIT
050800     MOVE "N" TO WS-CONFLICT-SW
050900     MOVE "N" TO WS-PASS-SW
051000     MOVE "N" TO WS-OURS-KEPT-SW
051100     PERFORM 2310-RESOLVE-GROUP
051200         THRU 2310-RESOLVE-GROUP-EXIT
051300         VARYING WS-GRP-SUB FROM 1 BY 1
051400         UNTIL WS-GRP-SUB > 5
051500     IF WS-ANY-CONFLICT
051600         ADD 1 TO WS-CONFLICT-COUNT
051700         MOVE WS-CRM-CHG-FLAGS TO CRM-CHANGE-FLAGS
051800         MOVE "BOTH SIDES CHANGED THE SAME GROUP" TO WS-NOTE
051900         PERFORM 2500-HOLD-TRAN
052000             THRU 2500-HOLD-TRAN-EXIT
052100         GO TO 2100-CHECK-ONE-TRAN-EXIT
052200     END-IF
052300     IF NOT WS-ANY-PASS
052400         ADD 1 TO WS-NO-CHANGE-COUNT
052500         MOVE "CRM CHANGED NOTHING NOT ALREADY ON FILE"
052600                                TO WS-NOTE
052700         MOVE "NO CHANGE" TO WS-D-DISPOSITION
052800         PERFORM 2700-WRITE-DETAIL
052900             THRU 2700-WRITE-DETAIL-EXIT
053000         GO TO 2100-CHECK-ONE-TRAN-EXIT
053100     END-IF
053200     PERFORM 2400-PASS-TRAN
053300         THRU 2400-PASS-TRAN-EXIT.
053400 2100-CHECK-ONE-TRAN-EXIT.
053500     EXIT.
053600*----------------------------------------------------------------*
053700*    2200-POSITION-IMAGE - MOVE ON TO THE NEXT ID ON THE EXPORT  *
053800*    IMAGES, KEEPING THE LAST (LATEST) IMAGE OF THAT ID AS THE   *
053900*    IMAGE THE CRM WAS SENT                                      *
054000*----------------------------------------------------------------*
054100 2200-POSITION-IMAGE.
054200     IF WS-IMAGE-EOF
054300         MOVE "Y" TO WS-EXPORT-EOF-SW
054400         GO TO 2200-POSITION-IMAGE-EXIT
054500     END-IF
054600     MOVE WS-IMAGE-ID TO WS-EXPORT-ID
054700     PERFORM 2210-TAKE-IMAGE
054800         THRU 2210-TAKE-IMAGE-EXIT
054900         UNTIL WS-IMAGE-EOF
055000            OR WS-IMAGE-ID NOT = WS-EXPORT-ID.
055100 2200-POSITION-IMAGE-EXIT.
055200     EXIT.
055300*----------------------------------------------------------------*
055400*    2210-TAKE-IMAGE - TAKE ONE EXPORT IMAGE OF THE ID AS THE    *
055500*    IMAGE SENT AND READ THE NEXT                                *
055600*----------------------------------------------------------------*
055700 2210-TAKE-IMAGE.
055800     MOVE EXS-CONTACT-IMAGE TO WS-EXPORT-CONTACT
055900     PERFORM 8000-READ-IMAGE
056000         THRU 8000-READ-IMAGE-EXIT.
056100 2210-TAKE-IMAGE-EXIT.
056200     EXIT.
056300*----------------------------------------------------------------*
056400*    2300-COMPARE-GROUPS - FOR EACH GROUP, DID THE CRM CHANGE IT *
056500*    FROM THE EXPORT, DID WE CHANGE IT FROM THE EXPORT, AND DO   *
056600*    THE CRM AND THE CURRENT RECORD NOW AGREE.  THE TOP-LEVEL    *
056700*    GROUP IS BYTES 1 THROUGH WS-TOP-LEVEL-LENGTH, AS IN ZCM200; *
056800*    CUSTOM-ATTR COUNTS ONLY THE TWO FIELDS THE CRM SEES UNMASKED*
056900*----------------------------------------------------------------*
057000 2300-COMPARE-GROUPS.
057100     IF WS-CRM-CONTACT(1:WS-TOP-LEVEL-LENGTH) NOT =
057200             WS-EXPORT-CONTACT(1:WS-TOP-LEVEL-LENGTH)
057300         MOVE "Y" TO WS-CRM-CHG(1)
057400     END-IF
057500     IF CONTACT-IDX-RECORD(1:WS-TOP-LEVEL-LENGTH) NOT =
057600             WS-EXPORT-CONTACT(1:WS-TOP-LEVEL-LENGTH)
057700         MOVE "Y" TO WS-OUR-CHG(1)
057800     END-IF
057900     IF WS-CRM-CONTACT(1:WS-TOP-LEVEL-LENGTH) =
058000             CONTACT-IDX-RECORD(1:WS-TOP-LEVEL-LENGTH)
058100         MOVE "Y" TO WS-SAME(1)
058200     END-IF
058300     IF PERSON-RECORD OF WS-CRM-CONTACT NOT =
058400             PERSON-RECORD OF WS-EXPORT-CONTACT
058500         MOVE "Y" TO WS-CRM-CHG(2)
058600     END-IF
058700     IF PERSON-RECORD OF CONTACT-IDX-RECORD NOT =
058800             PERSON-RECORD OF WS-EXPORT-CONTACT
058900         MOVE "Y" TO WS-OUR-CHG(2)
059000     END-IF
059100     IF PERSON-RECORD OF WS-CRM-CONTACT =
059200             PERSON-RECORD OF CONTACT-IDX-RECORD
059300         MOVE "Y" TO WS-SAME(2)
059400     END-IF
059500     IF ADDRESS-RECORD OF WS-CRM-CONTACT NOT =
059600             ADDRESS-RECORD OF WS-EXPORT-CONTACT
059700         MOVE "Y" TO WS-CRM-CHG(3)
059800     END-IF
059900     IF ADDRESS-RECORD OF CONTACT-IDX-RECORD NOT =
060000             ADDRESS-RECORD OF WS-EXPORT-CONTACT
060100         MOVE "Y" TO WS-OUR-CHG(3)
060200     END-IF
060300     IF ADDRESS-RECORD OF WS-CRM-CONTACT =
060400             ADDRESS-RECORD OF CONTACT-IDX-RECORD
060500         MOVE "Y" TO WS-SAME(3)
060600     END-IF
060700     IF EMAIL-RECORD OF WS-CRM-CONTACT NOT =
060800             EMAIL-RECORD OF WS-EXPORT-CONTACT
060900         MOVE "Y" TO WS-CRM-CHG(4)
061000     END-IF
061100     IF EMAIL-RECORD OF CONTACT-IDX-RECORD NOT =
061200             EMAIL-RECORD OF WS-EXPORT-CONTACT
061300         MOVE "Y" TO WS-OUR-CHG(4)
061400     END-IF
061500     IF EMAIL-RECORD OF WS-CRM-CONTACT =
061600             EMAIL-RECORD OF CONTACT-IDX-RECORD
061700         MOVE "Y" TO WS-SAME(4)
061800     END-IF
061900     IF STATUSCSTM OF WS-CRM-CONTACT NOT =
062000             STATUSCSTM OF WS-EXPORT-CONTACT
062100         OR CONTACT_IDCSTM OF WS-CRM-CONTACT NOT =
062200             CONTACT_IDCSTM OF WS-EXPORT-CONTACT
062300         MOVE "Y" TO WS-CRM-CHG(5)
062400     END-IF
062500     IF STATUSCSTM OF CONTACT-IDX-RECORD NOT =
062600             STATUSCSTM OF WS-EXPORT-CONTACT
062700         OR CONTACT_IDCSTM OF CONTACT-IDX-RECORD NOT =
062800             CONTACT_IDCSTM OF WS-EXPORT-CONTACT
062900         MOVE "Y" TO WS-OUR-CHG(5)
063000     END-IF
063100     IF STATUSCSTM OF WS-CRM-CONTACT =
063200             STATUSCSTM OF CONTACT-IDX-RECORD
063300         AND CONTACT_IDCSTM OF WS-CRM-CONTACT =
063400             CONTACT_IDCSTM OF CONTACT-IDX-RECORD
063500         MOVE "Y" TO WS-SAME(5)
063600     END-IF.
063700 2300-COMPARE-GROUPS-EXIT.
063800     EXIT.
063900*----------------------------------------------------------------*
064000*    2310-RESOLVE-GROUP - A GROUP ONLY THE CRM CHANGED PASSES.   *
064100*    ONE BOTH SIDES CHANGED IS A CONFLICT UNLESS BOTH MADE THE   *
064200*    SAME CHANGE, WHICH IS ALREADY ON FILE                       *
064300*----------------------------------------------------------------*
064400 2310-RESOLVE-GROUP.
064500     IF WS-OUR-CHG(WS-GRP-SUB) = "Y"
064600         AND WS-CRM-CHG(WS-GRP-SUB) NOT = "Y"
064700         MOVE "Y" TO WS-OURS-KEPT-SW
064800     END-IF
064900     IF WS-CRM-CHG(WS-GRP-SUB) NOT = "Y"
065000         GO TO 2310-RESOLVE-GROUP-EXIT
065100     END-IF
065200     IF WS-OUR-CHG(WS-GRP-SUB) NOT = "Y"
065300         MOVE "Y" TO WS-PASS(WS-GRP-SUB)
065400         MOVE "Y" TO WS-PASS-SW
065500         GO TO 2310-RESOLVE-GROUP-EXIT
065600     END-IF
065700     IF WS-SAME(WS-GRP-SUB) NOT = "Y"
065800         MOVE "Y" TO WS-CONFLICT(WS-GRP-SUB)
065900         MOVE "Y" TO WS-CONFLICT-SW
066000     END-IF.
066100 2310-RESOLVE-GROUP-EXIT.
066200     EXIT.
066300*----------------------------------------------------------------*
066400*    2400-PASS-TRAN - LAY THE GROUPS ONLY THE CRM CHANGED OVER   *
066500*    THE CURRENT RECORD AND WRITE THE CHANGE FOR ZCM190 WITH THE *
066600*    FLAGS SET TO MATCH.  SSNCSTM AND CREDITCARDCSTM ALWAYS KEEP *
066700*    THE CURRENT VALUES                                          *
066800*----------------------------------------------------------------*
066900 2400-PASS-TRAN.
067000     IF WS-PASS(1) = "Y"
067100         MOVE WS-CRM-CONTACT(1:WS-TOP-LEVEL-LENGTH)
067200             TO CONTACT-IDX-RECORD(1:WS-TOP-LEVEL-LENGTH)
067300     END-IF
067400     IF WS-PASS(2) = "Y"
067500         MOVE PERSON-RECORD OF WS-CRM-CONTACT
067600             TO PERSON-RECORD OF CONTACT-IDX-RECORD
067700     END-IF
067800     IF WS-PASS(3) = "Y"
067900         MOVE ADDRESS-RECORD OF WS-CRM-CONTACT
068000             TO ADDRESS-RECORD OF CONTACT-IDX-RECORD
068100     END-IF
068200     IF WS-PASS(4) = "Y"
068300         MOVE EMAIL-RECORD OF WS-CRM-CONTACT
068400             TO EMAIL-RECORD OF CONTACT-IDX-RECORD
068500     END-IF
068600     IF WS-PASS(5) = "Y"
068700         MOVE STATUSCSTM OF WS-CRM-CONTACT
068800             TO STATUSCSTM OF CONTACT-IDX-RECORD
068900         MOVE CONTACT_IDCSTM OF WS-CRM-CONTACT
069000             TO CONTACT_IDCSTM OF CONTACT-IDX-RECORD
069100     END-IF
069200     MOVE "C"                TO TRAN-ACTION
069300     MOVE WS-PASS-FLAGS      TO TRAN-CHANGE-FLAGS
069400     MOVE CONTACT-IDX-RECORD TO TRAN-CONTACT-IMAGE
069500     WRITE CONTACT-TRAN-RECORD
069600     ADD 1 TO WS-PASSED-COUNT
069700     IF WS-OURS-KEPT
069800         MOVE "OUR CHANGES TO OTHER GROUPS KEPT" TO WS-NOTE
069900     END-IF
070000     MOVE "PASSED" TO WS-D-DISPOSITION
070100     PERFORM 2700-WRITE-DETAIL
070200         THRU 2700-WRITE-DETAIL-EXIT.
070300 2400-PASS-TRAN-EXIT.
070400     EXIT.
070500*----------------------------------------------------------------*
070600*    2500-HOLD-TRAN - HOLD THE CRM TRANSACTION ON HOLDOUT FOR    *
070700*    DATA QUALITY, WITH THE NOTE SET BY THE CALLER               *
070800*----------------------------------------------------------------*
070900 2500-HOLD-TRAN.
071000     ADD 1 TO WS-HOLD-COUNT
071100     MOVE CRM-TRAN-RECORD TO HOLD-OUT-RECORD
071200     WRITE HOLD-OUT-RECORD
071300     MOVE "HELD" TO WS-D-DISPOSITION
071400     PERFORM 2700-WRITE-DETAIL
071500         THRU 2700-WRITE-DETAIL-EXIT.
071600 2500-HOLD-TRAN-EXIT.
071700     EXIT.
071800*----------------------------------------------------------------*
071900*    2600-ROUTE-MISSING - THE ID IS NO LONGER ON CONTACT-IDX.    *
072000*    ROUTE IT WITH ITS SURVIVING ID IF A MERGE ABSORBED IT, OR   *
072100*    WITH ITS ARCHIVE DATE IF IT WAS ARCHIVED (THE LATEST        *
072200*    ARCHIVE RECORD COUNTS); OTHERWISE HOLD IT                   *
072300*----------------------------------------------------------------*
072400 2600-ROUTE-MISSING.
072500     MOVE ZERO TO WS-XREF-HIT-SUB
072600     PERFORM 2610-MATCH-XREF
072700         THRU 2610-MATCH-XREF-EXIT
072800         VARYING WS-XREF-SUB FROM 1 BY 1
072900         UNTIL WS-XREF-SUB > WS-XREF-COUNT
073000            OR WS-XREF-HIT-SUB > ZERO
073100     IF WS-XREF-HIT-SUB > ZERO
073200         ADD 1 TO WS-MERGED-COUNT
073300         MOVE WS-X-SURVIVING-ID(WS-XREF-HIT-SUB)
073400                                TO WS-MN-SURVIVING-ID
073500         MOVE WS-MERGED-NOTE    TO WS-NOTE
073600         GO TO 2600-WRITE-ROUTE
073700     END-IF
073800     MOVE ZERO TO WS-ARCH-HIT-SUB
073900     PERFORM 2620-MATCH-ARCHIVE
074000         THRU 2620-MATCH-ARCHIVE-EXIT
074100         VARYING WS-ARCH-SUB FROM 1 BY 1
074200         UNTIL WS-ARCH-SUB > WS-ARCH-COUNT
074300     IF WS-ARCH-HIT-SUB > ZERO
074400         ADD 1 TO WS-ARCHIVED-COUNT
074500         MOVE WS-AR-ARCHIVE-DATE(WS-ARCH-HIT-SUB)
074600                                TO WS-AN-ARCHIVE-DATE
074700         MOVE WS-AR-RUN-ID(WS-ARCH-HIT-SUB)
074800                                TO WS-AN-RUN-ID
074900         MOVE WS-ARCHIVED-NOTE  TO WS-NOTE
075000         GO TO 2600-WRITE-ROUTE
075100     END-IF
075200     MOVE "NOT ON FILE - NOT MERGED OR ARCHIVED" TO WS-NOTE
075300     PERFORM 2500-HOLD-TRAN
075400         THRU 2500-HOLD-TRAN-EXIT
075500     GO TO 2600-ROUTE-MISSING-EXIT.
075600 2600-WRITE-ROUTE.
075700     MOVE CRM-TRAN-RECORD TO ROUTE-OUT-RECORD
075800     WRITE ROUTE-OUT-RECORD
075900     MOVE "ROUTED" TO WS-D-DISPOSITION
076000     PERFORM 2700-WRITE-DETAIL
076100         THRU 2700-WRITE-DETAIL-EXIT.
076200 2600-ROUTE-MISSING-EXIT.
076300     EXIT.
076400*----------------------------------------------------------------*
076500*    2610-MATCH-XREF - NOTE THE MERGE XREF ENTRY WHOSE OLD ID IS *
076600*    THE CRM CONTACT                                             *
076700*----------------------------------------------------------------*
076800 2610-MATCH-XREF.
076900     IF WS-X-OLD-ID(WS-XREF-SUB) = CRM-CONTACT-ID
077000         MOVE WS-XREF-SUB TO WS-XREF-HIT-SUB
077100     END-IF.
077200 2610-MATCH-XREF-EXIT.
077300     EXIT.
077400*----------------------------------------------------------------*
077500*    2620-MATCH-ARCHIVE - NOTE THE ARCHIVE TABLE ENTRY FOR THE   *
077600*    CRM CONTACT                                                 *
077700*----------------------------------------------------------------*
077800 2620-MATCH-ARCHIVE.
077900     IF WS-AR-CONTACT-ID(WS-ARCH-SUB) = CRM-CONTACT-ID
078000         MOVE WS-ARCH-SUB TO WS-ARCH-HIT-SUB
078100     END-IF.
078200 2620-MATCH-ARCHIVE-EXIT.
078300     EXIT.
078400*----------------------------------------------------------------*
078500*    2700-WRITE-DETAIL - LIST ONE TRANSACTION WITH ITS           *
078600*    DISPOSITION (SET BY THE CALLER), THE GROUPS EACH SIDE       *
078700*    CHANGED, THE GROUPS IN CONFLICT, AND THE NOTE               *
078800*----------------------------------------------------------------*
078900 2700-WRITE-DETAIL.
079000     MOVE CRM-CONTACT-ID TO WS-D-ID
079100     EVALUATE TRUE
079200         WHEN CRM-ACTION-ADD
079300             MOVE "ADD   " TO WS-D-ACTION
079400         WHEN CRM-ACTION-CHANGE
079500             MOVE "CHANGE" TO WS-D-ACTION
079600         WHEN CRM-ACTION-DELETE
079700             MOVE "DELETE" TO WS-D-ACTION
079800         WHEN OTHER
079900             MOVE CRM-ACTION TO WS-D-ACTION
080000     END-EVALUATE
080100     MOVE ALL "-" TO WS-D-CRM-GROUPS
080200     MOVE ALL "-" TO WS-D-OUR-GROUPS
080300     MOVE ALL "-" TO WS-D-CONFLICT-GROUPS
080400     PERFORM 2710-FORMAT-GROUP
080500         THRU 2710-FORMAT-GROUP-EXIT
080600         VARYING WS-GRP-SUB FROM 1 BY 1
080700         UNTIL WS-GRP-SUB > 5
080800     MOVE WS-NOTE TO WS-D-NOTE
080900     MOVE WS-DETAIL-LINE TO REPORT-LINE
081000     WRITE REPORT-LINE.
081100 2700-WRITE-DETAIL-EXIT.
081200     EXIT.
081300*----------------------------------------------------------------*
081400*    2710-FORMAT-GROUP - MARK ONE FIELD GROUP IN THE CRM, OUR    *
081500*    AND CONFLICT COLUMNS OF THE DETAIL LINE                     *
081600*----------------------------------------------------------------*
081700 2710-FORMAT-GROUP.
081800     IF WS-CRM-CHG(WS-GRP-SUB) = "Y"
081900         MOVE WS-GROUP-LETTER(WS-GRP-SUB)
082000             TO WS-D-CRM-GROUPS(WS-GRP-SUB:1)
082100     END-IF
082200     IF WS-OUR-CHG(WS-GRP-SUB) = "Y"
082300         MOVE WS-GROUP-LETTER(WS-GRP-SUB)
082400             TO WS-D-OUR-GROUPS(WS-GRP-SUB:1)
082500     END-IF
082600     IF WS-CONFLICT(WS-GRP-SUB) = "Y"
082700         MOVE WS-GROUP-LETTER(WS-GRP-SUB)
082800             TO WS-D-CONFLICT-GROUPS(WS-GRP-SUB:1)
082900     END-IF.
083000 2710-FORMAT-GROUP-EXIT.
083100     EXIT.
083200*----------------------------------------------------------------*
083300*    3000-FINALIZE - WRITE THE TOTALS AND THE CONTROL RECORD,    *
083400*    SET THE RETURN CODE, AND CLOSE FILES                        *
083500*----------------------------------------------------------------*
083600 3000-FINALIZE.
083700     PERFORM 9600-WRITE-CONTROL-RECORD
083800         THRU 9600-WRITE-CONTROL-RECORD-EXIT
083900     MOVE SPACES TO REPORT-LINE
084000     WRITE REPORT-LINE
084100     MOVE "CRM TRANSACTIONS READ" TO WS-T-LABEL
084200     MOVE WS-TRAN-COUNT TO WS-T-COUNT
084300     PERFORM 3100-WRITE-TOTAL
084400         THRU 3100-WRITE-TOTAL-EXIT
084500     MOVE "PASSED - CRM-ONLY GROUPS APPLIED" TO WS-T-LABEL
084600     MOVE WS-PASSED-COUNT TO WS-T-COUNT
084700     PERFORM 3100-WRITE-TOTAL
084800         THRU 3100-WRITE-TOTAL-EXIT
084900     MOVE "PASSED UNCHECKED - ADDS AND DELETES" TO WS-T-LABEL
085000     MOVE WS-UNCHECKED-COUNT TO WS-T-COUNT
085100     PERFORM 3100-WRITE-TOTAL
085200         THRU 3100-WRITE-TOTAL-EXIT
085300     MOVE "DROPPED - NO CRM CHANGE TO APPLY" TO WS-T-LABEL
085400     MOVE WS-NO-CHANGE-COUNT TO WS-T-COUNT
085500     PERFORM 3100-WRITE-TOTAL
085600         THRU 3100-WRITE-TOTAL-EXIT
085700     MOVE "HELD - ALL REASONS" TO WS-T-LABEL
085800     MOVE WS-HOLD-COUNT TO WS-T-COUNT
085900     PERFORM 3100-WRITE-TOTAL
086000         THRU 3100-WRITE-TOTAL-EXIT
086100     MOVE "  OF WHICH SAME-GROUP CONFLICTS" TO WS-T-LABEL
086200     MOVE WS-CONFLICT-COUNT TO WS-T-COUNT
086300     PERFORM 3100-WRITE-TOTAL
086400         THRU 3100-WRITE-TOTAL-EXIT
086500     MOVE "ROUTED - MERGED SINCE EXPORT" TO WS-T-LABEL
086600     MOVE WS-MERGED-COUNT TO WS-T-COUNT
086700     PERFORM 3100-WRITE-TOTAL
086800         THRU 3100-WRITE-TOTAL-EXIT
086900     MOVE "ROUTED - ARCHIVED SINCE EXPORT" TO WS-T-LABEL
087000     MOVE WS-ARCHIVED-COUNT TO WS-T-COUNT
087100     PERFORM 3100-WRITE-TOTAL
087200         THRU 3100-WRITE-TOTAL-EXIT
087300     DISPLAY "ZCM520 - CRM TRANSACTIONS READ : " WS-TRAN-COUNT
087400     DISPLAY "ZCM520 - PASSED                : " WS-PASSED-COUNT
087500     DISPLAY "ZCM520 - PASSED UNCHECKED      : "
087600         WS-UNCHECKED-COUNT
087700     DISPLAY "ZCM520 - NO CHANGE TO APPLY    : "
087800         WS-NO-CHANGE-COUNT
087900     DISPLAY "ZCM520 - HELD                  : " WS-HOLD-COUNT
088000     DISPLAY "ZCM520 - SAME-GROUP CONFLICTS  : " WS-CONFLICT-COUNT
088100     DISPLAY "ZCM520 - ROUTED, MERGED        : " WS-MERGED-COUNT
088200     DISPLAY "ZCM520 - ROUTED, ARCHIVED      : " WS-ARCHIVED-COUNT
088300     IF WS-XREF-TBL-FULL
088400         DISPLAY "ZCM520 - WARNING: XREFIN EXCEEDS "
088500             WS-XREF-MAX-COUNT " ROWS - XREF TABLE TRUNCATED"
088600     END-IF
088700     IF WS-ARCH-TBL-FULL
088800         DISPLAY "ZCM520 - WARNING: ARCHIN EXCEEDS "
088900             WS-ARCH-MAX-COUNT " ROWS - ARCHIVE TABLE TRUNCATED"
089000     END-IF
089100     IF WS-RUN-REFUSED
089200         MOVE 8 TO RETURN-CODE
089300     ELSE
089400         CLOSE CONTACT-IDX
089500     END-IF
089600     CLOSE TRAN-OUT
089700     CLOSE HOLD-OUT
089800     CLOSE ROUTE-OUT
089900     CLOSE REPORT-OUT.
090000 3000-FINALIZE-EXIT.
090100     EXIT.
090200*----------------------------------------------------------------*
090300*    3100-WRITE-TOTAL - PRINT ONE TOTAL LINE                     *
090400*----------------------------------------------------------------*
090500 3100-WRITE-TOTAL.
090600     MOVE WS-TOTAL-LINE TO REPORT-LINE
090700     WRITE REPORT-LINE.
090800 3100-WRITE-TOTAL-EXIT.
090900     EXIT.
091000*----------------------------------------------------------------*
091100*    8000-READ-IMAGE - READ THE NEXT SORTED EXPORT IMAGE AND     *
091200*    PICK UP ITS CONTACT ID                                      *
091300*----------------------------------------------------------------*
091400 8000-READ-IMAGE.
091500     READ IMAGE-SRT
091600         AT END
091700             MOVE "Y" TO WS-IMAGE-EOF-SW
091800         NOT AT END
091900             MOVE EXS-CONTACT-IMAGE(1:9) TO WS-IMAGE-ID
092000     END-READ.
092100 8000-READ-IMAGE-EXIT.
092200     EXIT.
092300*----------------------------------------------------------------*
092400*    9500-READ-RUN-PARM - PICK UP THE RUN IDENTIFIER FROM THE    *
092500*    OPTIONAL RUNPARM CONTROL CARD; A MISSING CARD LEAVES THE    *
092600*    RUN ID BLANK                                                *
092700*----------------------------------------------------------------*
092800 9500-READ-RUN-PARM.
092900     OPEN INPUT RUN-PARM
093000     IF WS-RUNPARM-NOT-FOUND
093100         MOVE SPACES TO RUN-PARM-RECORD
093200     ELSE
093300         READ RUN-PARM
093400             AT END
093500                 MOVE SPACES TO RUN-PARM-RECORD
093600         END-READ
093700         CLOSE RUN-PARM
093800     END-IF
093900     MOVE RUN-PARM-RECORD TO WS-RUN-ID.
094000 9500-READ-RUN-PARM-EXIT.
094100     EXIT.
094200*----------------------------------------------------------------*
094300*    9600-WRITE-CONTROL-RECORD - APPEND THIS RUN'S MACHINE-      *
094400*    READABLE COUNTS TO THE COMMON CONTROL FILE FOR THE END-OF-  *
094500*    WINDOW BALANCING RUN.  RECORDS OUT ARE THE TRANSACTIONS     *
094600*    PASSED TO ZCM190; RECORDS REJECTED ARE THOSE HELD, ROUTED,  *
094700*    OR DROPPED WITH NOTHING TO APPLY                            *
094800*----------------------------------------------------------------*
094900 9600-WRITE-CONTROL-RECORD.
095000     OPEN EXTEND CONTROL-OUT
095100     IF WS-CTL-NOT-FOUND
095200         OPEN OUTPUT CONTROL-OUT
095300     END-IF
095400     MOVE "ZCM520"      TO CTL-PROGRAM-ID
095500     MOVE WS-RUN-ID     TO CTL-RUN-ID
095600     MOVE WS-TRAN-COUNT TO CTL-RECORDS-IN
095700     COMPUTE CTL-RECORDS-OUT =
095800         WS-PASSED-COUNT + WS-UNCHECKED-COUNT
095900     COMPUTE CTL-RECORDS-REJECTED =
096000         WS-HOLD-COUNT + WS-MERGED-COUNT + WS-ARCHIVED-COUNT
096100         + WS-NO-CHANGE-COUNT
096200     WRITE CONTROL-RECORD
096300     CLOSE CONTROL-OUT.
096400 9600-WRITE-CONTROL-RECORD-EXIT.
096500     EXIT.
