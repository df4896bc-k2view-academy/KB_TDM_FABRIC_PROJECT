000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ZCM440.
000300 AUTHOR.        D SPRINGER.
000400 INSTALLATION.  DATA MGMT - CUSTOMER EXTRACTS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700***************************************************************
000800*  MODIFICATION HISTORY                                        *
000900*  ------------------------------------------------------------*
001000*  DATE       INIT  DESCRIPTION                                *
001100*  10/15/2026 DAS   ORIGINAL PROGRAM - REFERENTIALLY           *
001200*                   CONSISTENT TEST-DATA SUBSET OF THE MASKED, *
001300*                   GATE-PASSED CONTACT FILE FOR NON-PROD.     *
001400***************************************************************
001500*  PURPOSE.                                                    *
001600*  NON-PROD REGIONS GET THE WHOLE MASKED CONTACTMSK FILE WHEN  *
001700*  A TEST TEAM USUALLY NEEDS A FEW HUNDRED ACCOUNTS, AND A     *
001800*  RANDOM SLICE BREAKS EVERY CROSS-FILE RELATIONSHIP.  THIS    *
001900*  RUN PICKS ACCOUNTS FROM THE SUBPARM CARDS - "L" NAMES ONE   *
002000*  ACCOUNT_ID, "R" A FROM/TO RANGE, "P" A SAMPLE PERCENTAGE    *
002100*  TAKEN BY ACCOUNT_ID SO AN ACCOUNT IS ALWAYS WHOLLY IN OR    *
002200*  WHOLLY OUT (ANY NUMBER OF CARDS, A MATCH ON ANY ONE CHOOSES *
002300*  THE ACCOUNT) - AND COPIES OUT THE MASKED CONTACTS OF THOSE  *
002400*  ACCOUNTS, THEIR ACCTMST ROWS, THE ZCM-HOUSEHOLD ROWS AND    *
002500*  ZCM-CAMP-HISTORY ROWS OF THE CHOSEN CONTACTS, AND THE       *
002600*  ZCM-MERGE-XREF PAIRS WHOSE SURVIVOR IS A CHOSEN CONTACT, SO *
002700*  EVERY ID IN THE SUBSET RESOLVES INSIDE THE SUBSET.  THE RUN *
002800*  REFUSES, WITH RETURN CODE 8 AND NOTHING WRITTEN, UNLESS THE *
002900*  RUN JOURNAL SHOWS THE ZCM260 MASK-VERIFICATION GATE STARTED *
003000*  AND ENDED UNDER THIS RUN ID; AND THE SUBSET IS HELD WITH    *
003100*  RETURN CODE 8 IF THE CONTACTMSK RECORD COUNT DOES NOT EQUAL *
003200*  WHAT ZCM260 (ALL PARTITIONS) REPORTED READING ON THE        *
003300*  CONTROL FILE - THAT IS, IF THIS IS NOT THE FILE THE GATE    *
003400*  PASSED.  A SUBSET MANIFEST LISTS EVERY FILE WITH ITS READ   *
003500*  AND WRITTEN COUNTS.                                         *
003600***************************************************************
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER.  IBM-370.
004000 OBJECT-COMPUTER.  IBM-370.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT SUBSET-PARM    ASSIGN TO SUBPARM
004400            ORGANIZATION IS SEQUENTIAL
004500            FILE STATUS IS WS-PARM-FILE-STATUS.
004600     SELECT JOURNAL-IN     ASSIGN TO JRNLIN
004700            ORGANIZATION IS SEQUENTIAL
004800            FILE STATUS IS WS-JRNL-FILE-STATUS.
004900     SELECT CONTROL-IN     ASSIGN TO CTLIN
005000            ORGANIZATION IS SEQUENTIAL
005100            FILE STATUS IS WS-CTLIN-FILE-STATUS.
005200     SELECT MASKED-IN      ASSIGN TO CONTACTMSK
005300            ORGANIZATION IS SEQUENTIAL.
005400     SELECT ACCOUNT-MASTER ASSIGN TO ACCTMST
005500            ORGANIZATION IS SEQUENTIAL
005600            FILE STATUS IS WS-ACCT-FILE-STATUS.
005700     SELECT HOUSEHOLD-IN   ASSIGN TO HHLDIN
005800            ORGANIZATION IS SEQUENTIAL
005900            FILE STATUS IS WS-HHLD-FILE-STATUS.
006000     SELECT HISTORY-IN     ASSIGN TO HISTIN
006100            ORGANIZATION IS SEQUENTIAL
006200            FILE STATUS IS WS-HIST-FILE-STATUS.
006300     SELECT XREF-IN        ASSIGN TO XREFIN
006400            ORGANIZATION IS SEQUENTIAL
006500            FILE STATUS IS WS-XREF-FILE-STATUS.
006600     SELECT CONTACT-OUT    ASSIGN TO SUBCNTCT
006700            ORGANIZATION IS SEQUENTIAL.
006800     SELECT ACCOUNT-OUT    ASSIGN TO SUBACCT
006900            ORGANIZATION IS SEQUENTIAL.
007000     SELECT HOUSEHOLD-OUT  ASSIGN TO SUBHHLD
007100            ORGANIZATION IS SEQUENTIAL.
007200     SELECT HISTORY-OUT    ASSIGN TO SUBHIST
007300            ORGANIZATION IS SEQUENTIAL.
007400     SELECT XREF-OUT       ASSIGN TO SUBXREF
007500            ORGANIZATION IS SEQUENTIAL.
007600     SELECT MANIFEST-OUT   ASSIGN TO SUBMANI
007700            ORGANIZATION IS SEQUENTIAL.
007800     SELECT CONTROL-OUT    ASSIGN TO CTLOUT
007900            ORGANIZATION IS SEQUENTIAL
008000            FILE STATUS IS WS-CTL-FILE-STATUS.
008100     SELECT RUN-PARM       ASSIGN TO RUNPARM
008200            ORGANIZATION IS SEQUENTIAL
008300            FILE STATUS IS WS-RUNPARM-FILE-STATUS.
008400 DATA DIVISION.
008500 FILE SECTION.
008600 FD  SUBSET-PARM
008700     RECORDING MODE IS F
008800     LABEL RECORDS ARE STANDARD.
008900 01  SUBSET-PARM-RECORD.
009000     05  SP-SELECT-TYPE             PIC X(01).
009100         88  SP-SELECT-LIST                     VALUE "L".
009200         88  SP-SELECT-RANGE                    VALUE "R".
009300         88  SP-SELECT-PERCENT                  VALUE "P".
009400     05  SP-ACCOUNT-FROM            PIC X(05).
009500     05  SP-ACCOUNT-TO              PIC X(05).
009600     05  SP-SAMPLE-PERCENT          PIC X(03).
009700 FD  JOURNAL-IN
009800     RECORDING MODE IS F
009900     LABEL RECORDS ARE STANDARD.
010000     COPY "zcm-run-journal"
010100         REPLACING ==RUN-JOURNAL-RECORD== BY ==JOURNAL-IN-RECORD==
010200                   LEADING ==JRNL== BY ==JIN==.
010300 FD  CONTROL-IN
010400     RECORDING MODE IS F
010500     LABEL RECORDS ARE STANDARD.
010600     COPY "zcm-control"
010700         REPLACING ==CONTROL-RECORD== BY ==CONTROL-IN-RECORD==
010800                   LEADING ==CTL== BY ==CIN==.
010900 FD  MASKED-IN
011000     RECORDING MODE IS F
011100     LABEL RECORDS ARE STANDARD.
011200     COPY "zurmo-customers"
011300         REPLACING ==INVALID==      BY ==MSK-ADDR-INVALID==
011400                   ==ID==           BY ==MSK-CONTACT-ID==
011500                   ==CONTACT-RECORD== BY ==MASKED-RECORD==.
011600 FD  ACCOUNT-MASTER
011700     RECORDING MODE IS F
011800     LABEL RECORDS ARE STANDARD.
011900     COPY "zcm-account-master".
012000 FD  HOUSEHOLD-IN
012100     RECORDING MODE IS F
012200     LABEL RECORDS ARE STANDARD.
012300     COPY "zcm-household".
012400 FD  HISTORY-IN
012500     RECORDING MODE IS F
012600     LABEL RECORDS ARE STANDARD.
012700     COPY "zcm-camp-history".
012800 FD  XREF-IN
012900     RECORDING MODE IS F
013000     LABEL RECORDS ARE STANDARD.
013100     COPY "zcm-merge-xref".
013200 FD  CONTACT-OUT
013300     RECORDING MODE IS F
013400     LABEL RECORDS ARE STANDARD.
013500 01  CONTACT-OUT-RECORD             PIC X(1409).
013600 FD  ACCOUNT-OUT
013700     RECORDING MODE IS F
013800     LABEL RECORDS ARE STANDARD.
013900 01  ACCOUNT-OUT-RECORD             PIC X(106).
014000 FD  HOUSEHOLD-OUT
014100     RECORDING MODE IS F
014200     LABEL RECORDS ARE STANDARD.
014300 01  HOUSEHOLD-OUT-RECORD           PIC X(219).
014400 FD  HISTORY-OUT
014500     RECORDING MODE IS F
014600     LABEL RECORDS ARE STANDARD.
014700 01  HISTORY-OUT-RECORD             PIC X(58).
014800 FD  XREF-OUT
014900     RECORDING MODE IS F
015000     LABEL RECORDS ARE STANDARD.
015100 01  XREF-OUT-RECORD                PIC X(47).
015200 FD  MANIFEST-OUT
015300     RECORDING MODE IS F
015400     LABEL RECORDS ARE STANDARD.
015500 01  MANIFEST-LINE                  PIC X(133).
015600 FD  CONTROL-OUT
015700     RECORDING MODE IS F
015800     LABEL RECORDS ARE STANDARD.
015900     COPY "zcm-control".
016000 FD  RUN-PARM
016100     RECORDING MODE IS F
016200     LABEL RECORDS ARE STANDARD.
016300 01  RUN-PARM-RECORD                PIC X(08).
016400 WORKING-STORAGE SECTION.
016500 77  WS-CTL-FILE-STATUS             PIC X(02)   VALUE ZERO.
016600     88  WS-CTL-OK                              VALUE "00".
016700     88  WS-CTL-NOT-FOUND                       VALUE "35".
016800 77  WS-RUNPARM-FILE-STATUS         PIC X(02)   VALUE ZERO.
016900     88  WS-RUNPARM-OK                          VALUE "00".
017000     88  WS-RUNPARM-NOT-FOUND                   VALUE "35".
017100 77  WS-PARM-FILE-STATUS            PIC X(02)   VALUE ZERO.
017200     88  WS-PARM-OK                             VALUE "00".
017300     88  WS-PARM-NOT-FOUND                      VALUE "35".
017400 77  WS-JRNL-FILE-STATUS            PIC X(02)   VALUE ZERO.
017500     88  WS-JRNL-OK                             VALUE "00".
017600     88  WS-JRNL-NOT-FOUND                      VALUE "35".
017700 77  WS-CTLIN-FILE-STATUS           PIC X(02)   VALUE ZERO.
017800     88  WS-CTLIN-OK                            VALUE "00".
017900     88  WS-CTLIN-NOT-FOUND                     VALUE "35".
018000 77  WS-ACCT-FILE-STATUS            PIC X(02)   VALUE ZERO.
018100     88  WS-ACCT-OK                             VALUE "00".
018200     88  WS-ACCT-NO-FILE                        VALUE "35".
018300 77  WS-HHLD-FILE-STATUS            PIC X(02)   VALUE ZERO.
018400     88  WS-HHLD-OK                             VALUE "00".
018500     88  WS-HHLD-NO-FILE                        VALUE "35".
018600 77  WS-HIST-FILE-STATUS            PIC X(02)   VALUE ZERO.
018700     88  WS-HIST-OK                             VALUE "00".
018800     88  WS-HIST-NO-FILE                        VALUE "35".
018900 77  WS-XREF-FILE-STATUS            PIC X(02)   VALUE ZERO.
019000     88  WS-XREF-OK                             VALUE "00".
019100     88  WS-XREF-NO-FILE                        VALUE "35".
019200 77  WS-RUN-ID                      PIC X(08)   VALUE SPACES.
019300 77  WS-EOF-SW                      PIC X(01)   VALUE "N".
019400     88  WS-EOF                                 VALUE "Y".
019500 77  WS-PASS-EOF-SW                 PIC X(01)   VALUE "N".
019600     88  WS-PASS-EOF                            VALUE "Y".
019700 77  WS-REFUSED-SW                  PIC X(01)   VALUE "N".
019800     88  WS-SUBSET-REFUSED                      VALUE "Y".
019900 77  WS-HELD-SW                     PIC X(01)   VALUE "N".
020000     88  WS-SUBSET-HELD                         VALUE "Y".
020100 77  WS-GATE-START-SW               PIC X(01)   VALUE "N".
020200     88  WS-GATE-STARTED                        VALUE "Y".
020300 77  WS-GATE-END-SW                 PIC X(01)   VALUE "N".
020400     88  WS-GATE-ENDED                          VALUE "Y".
020500 77  WS-CHOSEN-SW                   PIC X(01)   VALUE "N".
020600     88  WS-ACCOUNT-CHOSEN                      VALUE "Y".
020700 77  WS-SEQUENCE-SW                 PIC X(01)   VALUE "N".
020800     88  WS-OUT-OF-SEQUENCE                     VALUE "Y".
020900 77  WS-REFUSE-REASON               PIC X(60)   VALUE SPACES.
021000 77  WS-GATE-CTL-COUNT              PIC 9(09)   VALUE ZERO COMP.
021100 77  WS-GATE-RECORDS-IN             PIC 9(09)   VALUE ZERO COMP.
021200 77  WS-BAD-CARD-COUNT              PIC 9(09)   VALUE ZERO COMP.
021300 77  WS-SEARCH-ACCOUNT              PIC 9(05)   VALUE ZERO.
021400 77  WS-SEARCH-ID                   PIC 9(09)   VALUE ZERO.
021500 77  WS-LAST-ID                     PIC 9(09)   VALUE ZERO.
021600 77  WS-PCT-QUOTIENT                PIC 9(05)   COMP.
021700 77  WS-PCT-REMAINDER               PIC 9(03)   COMP.
021800 77  WS-FILE-SUB                    PIC 9(02)   VALUE ZERO COMP.
021900*----------------------------------------------------------------*
022000*    READ AND WRITTEN COUNTS PER SUBSET FILE, IN MANIFEST ORDER  *
022100*----------------------------------------------------------------*
022200 01  WS-FILE-NAME-LIST.
022300     05  FILLER  PIC X(30) VALUE "MASKED CONTACTS".
022400     05  FILLER  PIC X(10) VALUE "CONTACTMSK".
022500     05  FILLER  PIC X(10) VALUE "SUBCNTCT".
022600     05  FILLER  PIC X(30) VALUE "ACCOUNT MASTER".
022700     05  FILLER  PIC X(10) VALUE "ACCTMST".
022800     05  FILLER  PIC X(10) VALUE "SUBACCT".
022900     05  FILLER  PIC X(30) VALUE "ZCM-HOUSEHOLD MEMBERS".
023000     05  FILLER  PIC X(10) VALUE "HHLDIN".
023100     05  FILLER  PIC X(10) VALUE "SUBHHLD".
023200     05  FILLER  PIC X(30) VALUE "ZCM-CAMP-HISTORY SELECTIONS".
023300     05  FILLER  PIC X(10) VALUE "HISTIN".
023400     05  FILLER  PIC X(10) VALUE "SUBHIST".
023500     05  FILLER  PIC X(30) VALUE "ZCM-MERGE-XREF PAIRS".
023600     05  FILLER  PIC X(10) VALUE "XREFIN".
023700     05  FILLER  PIC X(10) VALUE "SUBXREF".
023800 01  WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAME-LIST.
023900     05  WS-FILE-NAME-ENTRY OCCURS 5 TIMES.
024000         10  WS-FN-DESCRIPTION      PIC X(30).
024100         10  WS-FN-IN-DDNAME        PIC X(10).
024200         10  WS-FN-OUT-DDNAME       PIC X(10).
024300 01  WS-FILE-COUNT-TABLE.
024400     05  WS-FILE-COUNT-ENTRY OCCURS 5 TIMES.
024500         10  WS-FC-READ             PIC 9(09) VALUE ZERO COMP.
024600         10  WS-FC-WRITTEN          PIC 9(09) VALUE ZERO COMP.
024700 77  WS-CARD-COUNT                  PIC 9(03)   VALUE ZERO COMP.
024800 77  WS-CARD-MAX-COUNT              PIC 9(03)   VALUE 200 COMP.
024900 77  WS-CARD-TBL-SW                 PIC X(01)   VALUE "N".
025000     88  WS-CARD-TBL-FULL                       VALUE "Y".
025100 77  WS-CARD-SUB                    PIC 9(03)   VALUE ZERO COMP.
025200 01  WS-CARD-TABLE.
025300     05  WS-CARD-ENTRY OCCURS 200 TIMES.
025400         10  WS-K-SELECT-TYPE       PIC X(01).
025500         10  WS-K-ACCOUNT-FROM      PIC 9(05).
025600         10  WS-K-ACCOUNT-TO        PIC 9(05).
025700         10  WS-K-SAMPLE-PERCENT    PIC 9(03).
025800 77  WS-ID-COUNT                    PIC 9(05)   VALUE ZERO COMP.
025900 77  WS-ID-MAX-COUNT                PIC 9(05)   VALUE 20000 COMP.
026000 77  WS-ID-TBL-SW                   PIC X(01)   VALUE "N".
026100     88  WS-ID-TBL-FULL                         VALUE "Y".
026200 77  WS-FOUND-SW                    PIC X(01)   VALUE "N".
026300     88  WS-ID-FOUND                            VALUE "Y".
026400 01  WS-ID-TABLE.
026500     05  WS-ID-ENTRY OCCURS 1 TO 20000 TIMES
026600             DEPENDING ON WS-ID-COUNT
026700             ASCENDING KEY IS WS-I-CONTACT-ID
026800             INDEXED BY WS-ID-IDX.
026900         10  WS-I-CONTACT-ID        PIC 9(09).
027000 01  WS-HEADING-1.
027100     05  FILLER                     PIC X(46)
027200         VALUE "ZCM440 - TEST-DATA SUBSET MANIFEST".
027300     05  FILLER                     PIC X(08) VALUE "RUN ID ".
027400     05  WS-H-RUN-ID                PIC X(08).
027500 01  WS-HEADING-2.
027600     05  FILLER                     PIC X(32) VALUE "FILE".
027700     05  FILLER                     PIC X(12) VALUE "INPUT DD".
027800     05  FILLER                     PIC X(12) VALUE "OUTPUT DD".
027900     05  FILLER                     PIC X(14)
028000         VALUE "   RECORDS IN".
028100     05  FILLER                     PIC X(14)
028200         VALUE "  RECORDS OUT".
028300 01  WS-DETAIL-LINE.
028400     05  WS-D-DESCRIPTION           PIC X(30).
028500     05  FILLER                     PIC X(02) VALUE SPACES.
028600     05  WS-D-IN-DDNAME             PIC X(10).
028700     05  FILLER                     PIC X(02) VALUE SPACES.
028800     05  WS-D-OUT-DDNAME            PIC X(10).
028900     05  FILLER                     PIC X(02) VALUE SPACES.
029000     05  WS-D-READ                  PIC ZZZ,ZZZ,ZZ9.
029100     05  FILLER                     PIC X(03) VALUE SPACES.
029200     05  WS-D-WRITTEN               PIC ZZZ,ZZZ,ZZ9.
029300 01  WS-CARD-LINE.
029400     05  FILLER                     PIC X(16)
029500         VALUE "SELECTION CARD  ".
029600     05  WS-CL-SELECT-TYPE          PIC X(01).
029700     05  FILLER                     PIC X(02) VALUE SPACES.
029800     05  WS-CL-DESCRIPTION          PIC X(60).
029900 01  WS-MESSAGE-LINE.
030000     05  FILLER                     PIC X(10) VALUE "*** ".
030100     05  WS-M-TEXT                  PIC X(80).
030200 PROCEDURE DIVISION.
030300 0000-MAINLINE.
030400     PERFORM 1000-INITIALIZE
030500         THRU 1000-INITIALIZE-EXIT.
030600     IF NOT WS-SUBSET-REFUSED
030700         PERFORM 2000-SUBSET-CONTACTS
030800             THRU 2000-SUBSET-CONTACTS-EXIT
030900         PERFORM 2100-SUBSET-ACCOUNTS
031000             THRU 2100-SUBSET-ACCOUNTS-EXIT
031100         PERFORM 2200-SUBSET-HOUSEHOLDS
031200             THRU 2200-SUBSET-HOUSEHOLDS-EXIT
031300         PERFORM 2300-SUBSET-CAMP-HISTORY
031400             THRU 2300-SUBSET-CAMP-HISTORY-EXIT
031500         PERFORM 2400-SUBSET-MERGE-XREF
031600             THRU 2400-SUBSET-MERGE-XREF-EXIT
031700         PERFORM 2500-CHECK-GATE-COUNT
031800             THRU 2500-CHECK-GATE-COUNT-EXIT
031900     END-IF.
032000     PERFORM 3000-FINALIZE
032100         THRU 3000-FINALIZE-EXIT.
032200     STOP RUN.
032300*----------------------------------------------------------------*
032400*    1000-INITIALIZE - LOAD THE SELECTION CARDS AND PROVE THE    *
032500*    ZCM260 GATE PASSED UNDER THIS RUN ID BEFORE ANY DATA IS     *
032600*    TOUCHED                                                     *
032700*----------------------------------------------------------------*
032800 1000-INITIALIZE.
032900     PERFORM 9500-READ-RUN-PARM
033000         THRU 9500-READ-RUN-PARM-EXIT
033100     OPEN OUTPUT MANIFEST-OUT
033200     MOVE WS-RUN-ID TO WS-H-RUN-ID
033300     MOVE WS-HEADING-1 TO MANIFEST-LINE
033400     WRITE MANIFEST-LINE
033500     MOVE SPACES TO MANIFEST-LINE
033600     WRITE MANIFEST-LINE
033700     OPEN INPUT SUBSET-PARM
033800     IF WS-PARM-NOT-FOUND
033900         MOVE "Y" TO WS-EOF-SW
034000     ELSE
034100         PERFORM 1100-LOAD-CARD-TABLE
034200             THRU 1100-LOAD-CARD-TABLE-EXIT
034300             UNTIL WS-EOF
034400         CLOSE SUBSET-PARM
034500     END-IF
034600     IF WS-CARD-COUNT = ZERO
034700         MOVE "NO VALID SUBPARM SELECTION CARD - NOTHING SELECTED"
034800             TO WS-REFUSE-REASON
034900         MOVE "Y" TO WS-REFUSED-SW
035000         GO TO 1000-INITIALIZE-EXIT
035100     END-IF
035200     PERFORM 1200-CHECK-GATE-JOURNAL
035300         THRU 1200-CHECK-GATE-JOURNAL-EXIT
035400     IF WS-SUBSET-REFUSED
035500         GO TO 1000-INITIALIZE-EXIT
035600     END-IF
035700     PERFORM 1300-READ-GATE-CONTROL
035800         THRU 1300-READ-GATE-CONTROL-EXIT
035900     IF WS-SUBSET-REFUSED
036000         GO TO 1000-INITIALIZE-EXIT
036100     END-IF
036200     OPEN OUTPUT CONTACT-OUT
036300     OPEN OUTPUT ACCOUNT-OUT
036400     OPEN OUTPUT HOUSEHOLD-OUT
036500     OPEN OUTPUT HISTORY-OUT
036600     OPEN OUTPUT XREF-OUT.
036700 1000-INITIALIZE-EXIT.
036800     EXIT.
036900*----------------------------------------------------------------*
037000*    1100-LOAD-CARD-TABLE - READ ONE SELECTION CARD.  A CARD WITH*
037100*    AN UNKNOWN TYPE OR NON-NUMERIC VALUES IS LISTED AND SKIPPED *
037200*----------------------------------------------------------------*
037300 1100-LOAD-CARD-TABLE.
037400     READ SUBSET-PARM
037500         AT END
037600             MOVE "Y" TO WS-EOF-SW
037700             GO TO 1100-LOAD-CARD-TABLE-EXIT
037800     END-READ
037900     MOVE SP-SELECT-TYPE TO WS-CL-SELECT-TYPE
038000     MOVE SPACES TO WS-CL-DESCRIPTION
038100     EVALUATE TRUE
038200         WHEN SP-SELECT-LIST AND SP-ACCOUNT-FROM IS NUMERIC
038300             STRING "ACCOUNT_ID " SP-ACCOUNT-FROM
038400                 DELIMITED BY SIZE INTO WS-CL-DESCRIPTION
038500             END-STRING
038600         WHEN SP-SELECT-RANGE AND SP-ACCOUNT-FROM IS NUMERIC
038700                 AND SP-ACCOUNT-TO IS NUMERIC
038800                 AND SP-ACCOUNT-FROM NOT > SP-ACCOUNT-TO
038900             STRING "ACCOUNT_ID " SP-ACCOUNT-FROM " THROUGH "
039000                 SP-ACCOUNT-TO
039100                 DELIMITED BY SIZE INTO WS-CL-DESCRIPTION
039200             END-STRING
039300         WHEN SP-SELECT-PERCENT AND SP-SAMPLE-PERCENT IS NUMERIC
039400                 AND SP-SAMPLE-PERCENT > "000"
039500                 AND SP-SAMPLE-PERCENT NOT > "100"
039600             STRING SP-SAMPLE-PERCENT
039700                 " PERCENT SAMPLE BY ACCOUNT_ID"
039800                 DELIMITED BY SIZE INTO WS-CL-DESCRIPTION
039900             END-STRING
040000         WHEN OTHER
040100             ADD 1 TO WS-BAD-CARD-COUNT
040200             MOVE "INVALID CARD - IGNORED" TO WS-CL-DESCRIPTION
040300             MOVE WS-CARD-LINE TO MANIFEST-LINE
040400             WRITE MANIFEST-LINE
040500             GO TO 1100-LOAD-CARD-TABLE-EXIT
040600     END-EVALUATE
040700     MOVE WS-CARD-LINE TO MANIFEST-LINE
040800     WRITE MANIFEST-LINE
040900     IF WS-CARD-COUNT >= WS-CARD-MAX-COUNT
041000         MOVE "Y" TO WS-CARD-TBL-SW
041100         MOVE "Y" TO WS-EOF-SW
041200         GO TO 1100-LOAD-CARD-TABLE-EXIT
041300     END-IF
041400     ADD 1 TO WS-CARD-COUNT
041500     MOVE SP-SELECT-TYPE TO WS-K-SELECT-TYPE(WS-CARD-COUNT)
041600     MOVE ZERO TO WS-K-ACCOUNT-FROM(WS-CARD-COUNT)
041700     MOVE ZERO TO WS-K-ACCOUNT-TO(WS-CARD-COUNT)
041800     MOVE ZERO TO WS-K-SAMPLE-PERCENT(WS-CARD-COUNT)
041900     EVALUATE TRUE
042000         WHEN SP-SELECT-LIST
042100             MOVE SP-ACCOUNT-FROM
042200                 TO WS-K-ACCOUNT-FROM(WS-CARD-COUNT)
042300             MOVE SP-ACCOUNT-FROM
042400                 TO WS-K-ACCOUNT-TO(WS-CARD-COUNT)
042500         WHEN SP-SELECT-RANGE
042600             MOVE SP-ACCOUNT-FROM
042700                 TO WS-K-ACCOUNT-FROM(WS-CARD-COUNT)
042800             MOVE SP-ACCOUNT-TO
042900                 TO WS-K-ACCOUNT-TO(WS-CARD-COUNT)
043000         WHEN OTHER
043100             MOVE SP-SAMPLE-PERCENT
043200                 TO WS-K-SAMPLE-PERCENT(WS-CARD-COUNT)
043300     END-EVALUATE.
043400 1100-LOAD-CARD-TABLE-EXIT.
043500     EXIT.
043600*----------------------------------------------------------------*
043700*    1200-CHECK-GATE-JOURNAL - THE RUN JOURNAL MUST SHOW ZCM260  *
043800*    BOTH STARTED AND ENDED UNDER THIS RUN ID (ZCM300 POSTS THE  *
043900*    END ONLY WHEN THE GATE JOB COMPLETED CLEAN)                 *
044000*----------------------------------------------------------------*
044100 1200-CHECK-GATE-JOURNAL.
044200     IF WS-RUN-ID = SPACES
044300         MOVE "NO RUN ID ON RUNPARM - GATE CANNOT BE PROVEN"
044400             TO WS-REFUSE-REASON
044500         MOVE "Y" TO WS-REFUSED-SW
044600         GO TO 1200-CHECK-GATE-JOURNAL-EXIT
044700     END-IF
044800     OPEN INPUT JOURNAL-IN
044900     IF WS-JRNL-NOT-FOUND
045000         MOVE "NO RUN JOURNAL - ZCM260 GATE CANNOT BE PROVEN"
045100             TO WS-REFUSE-REASON
045200         MOVE "Y" TO WS-REFUSED-SW
045300         GO TO 1200-CHECK-GATE-JOURNAL-EXIT
045400     END-IF
045500     MOVE "N" TO WS-PASS-EOF-SW
045600     PERFORM 1210-MATCH-JOURNAL
045700         THRU 1210-MATCH-JOURNAL-EXIT
045800         UNTIL WS-PASS-EOF
045900     CLOSE JOURNAL-IN
046000     IF NOT WS-GATE-STARTED OR NOT WS-GATE-ENDED
046100         MOVE "ZCM260 GATE HAS NOT COMPLETED UNDER THIS RUN ID"
046200             TO WS-REFUSE-REASON
046300         MOVE "Y" TO WS-REFUSED-SW
046400     END-IF.
046500 1200-CHECK-GATE-JOURNAL-EXIT.
046600     EXIT.
046700*----------------------------------------------------------------*
046800*    1210-MATCH-JOURNAL - NOTE A ZCM260 START OR END JOURNAL     *
046900*    EVENT FOR THE RUN BEING EXTRACTED                           *
047000*----------------------------------------------------------------*
047100 1210-MATCH-JOURNAL.
047200     READ JOURNAL-IN
047300         AT END
047400             MOVE "Y" TO WS-PASS-EOF-SW
047500             GO TO 1210-MATCH-JOURNAL-EXIT
047600     END-READ
047700     IF JIN-PROGRAM-ID(1:6) NOT = "ZCM260"
047800         OR JIN-RUN-ID NOT = WS-RUN-ID
047900         GO TO 1210-MATCH-JOURNAL-EXIT
048000     END-IF
048100     IF JIN-EVENT-START
048200         MOVE "Y" TO WS-GATE-START-SW
048300     END-IF
048400     IF JIN-EVENT-END
048500         MOVE "Y" TO WS-GATE-END-SW
048600     END-IF.
048700 1210-MATCH-JOURNAL-EXIT.
048800     EXIT.
048900*----------------------------------------------------------------*
049000*    1300-READ-GATE-CONTROL - TOTAL THE RECORDS-IN OF EVERY      *
049100*    ZCM260 CONTROL RECORD (ALL PARTITIONS) FOR THIS RUN ID      *
049200*----------------------------------------------------------------*
049300 1300-READ-GATE-CONTROL.
049400     OPEN INPUT CONTROL-IN
049500     IF WS-CTLIN-NOT-FOUND
049600         MOVE "NO CONTROL FILE - ZCM260 COUNT CANNOT BE PROVEN"
049700             TO WS-REFUSE-REASON
049800         MOVE "Y" TO WS-REFUSED-SW
049900         GO TO 1300-READ-GATE-CONTROL-EXIT
050000     END-IF
050100     MOVE "N" TO WS-PASS-EOF-SW
050200     PERFORM 1310-MATCH-CONTROL
050300         THRU 1310-MATCH-CONTROL-EXIT
050400         UNTIL WS-PASS-EOF
050500     CLOSE CONTROL-IN
050600     IF WS-GATE-CTL-COUNT = ZERO
050700         MOVE "NO ZCM260 CONTROL RECORD UNDER THIS RUN ID"
050800             TO WS-REFUSE-REASON
050900         MOVE "Y" TO WS-REFUSED-SW
051000     END-IF.
051100 1300-READ-GATE-CONTROL-EXIT.
051200     EXIT.
051300*----------------------------------------------------------------*
051400*    1310-MATCH-CONTROL - ADD ONE ZCM260 CONTROL RECORD FOR THE  *
051500*    RUN INTO THE GATE TOTALS                                    *
051600*----------------------------------------------------------------*
051700 1310-MATCH-CONTROL.
051800     READ CONTROL-IN
051900         AT END
052000             MOVE "Y" TO WS-PASS-EOF-SW
052100             GO TO 1310-MATCH-CONTROL-EXIT
052200     END-READ
052300     IF CIN-PROGRAM-ID(1:6) = "ZCM260"
052400             AND CIN-RUN-ID = WS-RUN-ID
052500         ADD 1 TO WS-GATE-CTL-COUNT
052600         ADD CIN-RECORDS-IN TO WS-GATE-RECORDS-IN
052700     END-IF.
052800 1310-MATCH-CONTROL-EXIT.
052900     EXIT.
053000*----------------------------------------------------------------*
053100*    2000-SUBSET-CONTACTS - COPY THE MASKED CONTACTS OF THE      *
053200*    CHOSEN ACCOUNTS AND REMEMBER THEIR IDS.  THE EXTRACT IS IN  *
053300*    ASCENDING ID SEQUENCE, SO THE ID TABLE IS BUILT IN KEY ORDER*
053400*    FOR SEARCH ALL                                              *
053500*----------------------------------------------------------------*
053600 2000-SUBSET-CONTACTS.
053700     MOVE 1 TO WS-FILE-SUB
053800     MOVE "N" TO WS-PASS-EOF-SW
053900     OPEN INPUT MASKED-IN
054000     PERFORM 2010-COPY-CONTACT
054100         THRU 2010-COPY-CONTACT-EXIT
054200         UNTIL WS-PASS-EOF
054300     CLOSE MASKED-IN.
054400 2000-SUBSET-CONTACTS-EXIT.
054500     EXIT.
054600*----------------------------------------------------------------*
054700*    2010-COPY-CONTACT - COPY ONE MASKED CONTACT WHOSE ACCOUNT   *
054800*    WAS CHOSEN AND REMEMBER ITS ID                              *
054900*----------------------------------------------------------------*
055000 2010-COPY-CONTACT.
055100     READ MASKED-IN
055200         AT END
055300             MOVE "Y" TO WS-PASS-EOF-SW
055400             GO TO 2010-COPY-CONTACT-EXIT
055500     END-READ
055600     ADD 1 TO WS-FC-READ(WS-FILE-SUB)
055700     IF MSK-CONTACT-ID NOT > WS-LAST-ID
055800         MOVE "Y" TO WS-SEQUENCE-SW
055900     END-IF
056000     MOVE MSK-CONTACT-ID TO WS-LAST-ID
056100     MOVE ACCOUNT_ID OF MASKED-RECORD TO WS-SEARCH-ACCOUNT
056200     PERFORM 7000-CHECK-ACCOUNT
056300         THRU 7000-CHECK-ACCOUNT-EXIT
056400     IF NOT WS-ACCOUNT-CHOSEN
056500         GO TO 2010-COPY-CONTACT-EXIT
056600     END-IF
056700     IF WS-ID-COUNT >= WS-ID-MAX-COUNT
056800         MOVE "Y" TO WS-ID-TBL-SW
056900         GO TO 2010-COPY-CONTACT-EXIT
057000     END-IF
057100     ADD 1 TO WS-ID-COUNT
057200     MOVE MSK-CONTACT-ID TO WS-I-CONTACT-ID(WS-ID-COUNT)
057300     WRITE CONTACT-OUT-RECORD FROM MASKED-RECORD
057400     ADD 1 TO WS-FC-WRITTEN(WS-FILE-SUB).
057500 2010-COPY-CONTACT-EXIT.
057600     EXIT.
057700*----------------------------------------------------------------*
057800*    2100-SUBSET-ACCOUNTS - COPY THE ACCTMST ROWS OF THE CHOSEN  *
057900*    ACCOUNTS                                                    *
058000*----------------------------------------------------------------*
058100 2100-SUBSET-ACCOUNTS.
058200     MOVE 2 TO WS-FILE-SUB
058300     MOVE "N" TO WS-PASS-EOF-SW
058400     OPEN INPUT ACCOUNT-MASTER
058500     IF WS-ACCT-NO-FILE
058600         GO TO 2100-SUBSET-ACCOUNTS-EXIT
058700     END-IF
058800     PERFORM 2110-COPY-ACCOUNT
058900         THRU 2110-COPY-ACCOUNT-EXIT
059000         UNTIL WS-PASS-EOF
059100     CLOSE ACCOUNT-MASTER.
059200 2100-SUBSET-ACCOUNTS-EXIT.
059300     EXIT.
059400*----------------------------------------------------------------*
059500*    2110-COPY-ACCOUNT - COPY ONE ACCOUNT MASTER RECORD IF THE   *
059600*    ACCOUNT WAS CHOSEN                                          *
059700*----------------------------------------------------------------*
059800 2110-COPY-ACCOUNT.
059900     READ ACCOUNT-MASTER
060000         AT END
060100             MOVE "Y" TO WS-PASS-EOF-SW
060200             GO TO 2110-COPY-ACCOUNT-EXIT
060300     END-READ
060400     ADD 1 TO WS-FC-READ(WS-FILE-SUB)
060500     MOVE AM-ACCOUNT-ID TO WS-SEARCH-ACCOUNT
060600     PERFORM 7000-CHECK-ACCOUNT
060700         THRU 7000-CHECK-ACCOUNT-EXIT
060800     IF WS-ACCOUNT-CHOSEN
060900         WRITE ACCOUNT-OUT-RECORD FROM ACCOUNT-MASTER-RECORD
061000         ADD 1 TO WS-FC-WRITTEN(WS-FILE-SUB)
061100     END-IF.
061200 2110-COPY-ACCOUNT-EXIT.
061300     EXIT.
061400*----------------------------------------------------------------*
061500*    2200-SUBSET-HOUSEHOLDS - COPY THE HOUSEHOLD ROWS OF THE     *
061600*    CHOSEN CONTACTS                                             *
061700*----------------------------------------------------------------*
061800 2200-SUBSET-HOUSEHOLDS.
061900     MOVE 3 TO WS-FILE-SUB
062000     MOVE "N" TO WS-PASS-EOF-SW
062100     OPEN INPUT HOUSEHOLD-IN
062200     IF WS-HHLD-NO-FILE
062300         GO TO 2200-SUBSET-HOUSEHOLDS-EXIT
062400     END-IF
062500     PERFORM 2210-COPY-HOUSEHOLD
062600         THRU 2210-COPY-HOUSEHOLD-EXIT
062700         UNTIL WS-PASS-EOF
062800     CLOSE HOUSEHOLD-IN.
062900 2200-SUBSET-HOUSEHOLDS-EXIT.
063000     EXIT.
063100*----------------------------------------------------------------*
063200*    2210-COPY-HOUSEHOLD - COPY ONE HOUSEHOLD RECORD IF ITS      *
063300*    CONTACT WAS EXTRACTED                                       *
063400*----------------------------------------------------------------*
063500 2210-COPY-HOUSEHOLD.
063600     READ HOUSEHOLD-IN
063700         AT END
063800             MOVE "Y" TO WS-PASS-EOF-SW
063900             GO TO 2210-COPY-HOUSEHOLD-EXIT
064000     END-READ
064100     ADD 1 TO WS-FC-READ(WS-FILE-SUB)
064200     MOVE HH-CONTACT-ID TO WS-SEARCH-ID
064300     PERFORM 7100-FIND-CONTACT
064400         THRU 7100-FIND-CONTACT-EXIT
064500     IF WS-ID-FOUND
064600         WRITE HOUSEHOLD-OUT-RECORD FROM HOUSEHOLD-RECORD
064700         ADD 1 TO WS-FC-WRITTEN(WS-FILE-SUB)
064800     END-IF.
064900 2210-COPY-HOUSEHOLD-EXIT.
065000     EXIT.
065100*----------------------------------------------------------------*
065200*    2300-SUBSET-CAMP-HISTORY - COPY THE CAMPAIGN HISTORY OF THE *
065300*    CHOSEN CONTACTS                                             *
065400*----------------------------------------------------------------*
065500 2300-SUBSET-CAMP-HISTORY.
065600     MOVE 4 TO WS-FILE-SUB
065700     MOVE "N" TO WS-PASS-EOF-SW
065800     OPEN INPUT HISTORY-IN
065900     IF WS-HIST-NO-FILE
066000         GO TO 2300-SUBSET-CAMP-HISTORY-EXIT
066100     END-IF
066200     PERFORM 2310-COPY-CAMP-HISTORY
066300         THRU 2310-COPY-CAMP-HISTORY-EXIT
066400         UNTIL WS-PASS-EOF
066500     CLOSE HISTORY-IN.
066600 2300-SUBSET-CAMP-HISTORY-EXIT.
066700     EXIT.
066800*----------------------------------------------------------------*
066900*    2310-COPY-CAMP-HISTORY - COPY ONE CAMPAIGN-HISTORY RECORD   *
067000*    IF ITS CONTACT WAS EXTRACTED                                *
067100*----------------------------------------------------------------*
067200 2310-COPY-CAMP-HISTORY.
067300     READ HISTORY-IN
067400         AT END
067500             MOVE "Y" TO WS-PASS-EOF-SW
067600             GO TO 2310-COPY-CAMP-HISTORY-EXIT
067700     END-READ
067800     ADD 1 TO WS-FC-READ(WS-FILE-SUB)
067900     MOVE CH-CONTACT-ID TO WS-SEARCH-ID
068000     PERFORM 7100-FIND-CONTACT
068100         THRU 7100-FIND-CONTACT-EXIT
068200     IF WS-ID-FOUND
068300         WRITE HISTORY-OUT-RECORD FROM CAMP-HISTORY-RECORD
068400         ADD 1 TO WS-FC-WRITTEN(WS-FILE-SUB)
068500     END-IF.
068600 2310-COPY-CAMP-HISTORY-EXIT.
068700     EXIT.
068800*----------------------------------------------------------------*
068900*    2400-SUBSET-MERGE-XREF - COPY THE XREF PAIRS WHOSE SURVIVOR *
069000*    IS A CHOSEN CONTACT, SO EVERY OLD ID IN THE SUBSET STILL    *
069100*    REDIRECTS TO A CONTACT THAT IS THERE                        *
069200*----------------------------------------------------------------*
069300 2400-SUBSET-MERGE-XREF.
069400     MOVE 5 TO WS-FILE-SUB
069500     MOVE "N" TO WS-PASS-EOF-SW
069600     OPEN INPUT XREF-IN
069700     IF WS-XREF-NO-FILE
069800         GO TO 2400-SUBSET-MERGE-XREF-EXIT
069900     END-IF
070000     PERFORM 2410-COPY-MERGE-XREF
070100         THRU 2410-COPY-MERGE-XREF-EXIT
070200         UNTIL WS-PASS-EOF
070300     CLOSE XREF-IN.
070400 2400-SUBSET-MERGE-XREF-EXIT.
070500     EXIT.
070600*----------------------------------------------------------------*
070700*    2410-COPY-MERGE-XREF - COPY ONE MERGE-XREF RECORD IF ITS    *
070800*    SURVIVING CONTACT WAS EXTRACTED                             *
070900*----------------------------------------------------------------*
071000 2410-COPY-MERGE-XREF.
071100     READ XREF-IN
071200         AT END
071300             MOVE "Y" TO WS-PASS-EOF-SW
071400             GO TO 2410-COPY-MERGE-XREF-EXIT
071500     END-READ
071600     ADD 1 TO WS-FC-READ(WS-FILE-SUB)
071700     MOVE XREF-SURVIVING-ID TO WS-SEARCH-ID
071800     PERFORM 7100-FIND-CONTACT
071900         THRU 7100-FIND-CONTACT-EXIT
072000     IF WS-ID-FOUND
072100         WRITE XREF-OUT-RECORD FROM MERGE-XREF-RECORD
072200         ADD 1 TO WS-FC-WRITTEN(WS-FILE-SUB)
072300     END-IF.
072400 2410-COPY-MERGE-XREF-EXIT.
072500     EXIT.
072600*----------------------------------------------------------------*
072700*    2500-CHECK-GATE-COUNT - HOLD THE SUBSET IF CONTACTMSK IS NOT*
072800*    THE FILE ZCM260 PASSED, OR IF THE ID TABLE COULD NOT BE     *
072900*    TRUSTED (OUT OF SEQUENCE OR TRUNCATED)                      *
073000*----------------------------------------------------------------*
073100 2500-CHECK-GATE-COUNT.
073200     IF WS-FC-READ(1) NOT = WS-GATE-RECORDS-IN
073300         MOVE "CONTACTMSK COUNT DIFFERS FROM ZCM260 GATE COUNT"
073400             TO WS-REFUSE-REASON
073500         MOVE "Y" TO WS-HELD-SW
073600         GO TO 2500-CHECK-GATE-COUNT-EXIT
073700     END-IF
073800     IF WS-OUT-OF-SEQUENCE
073900         MOVE "CONTACTMSK IS NOT IN ASCENDING CONTACT ID SEQUENCE"
074000             TO WS-REFUSE-REASON
074100         MOVE "Y" TO WS-HELD-SW
074200         GO TO 2500-CHECK-GATE-COUNT-EXIT
074300     END-IF
074400     IF WS-ID-TBL-FULL
074500         MOVE "OVER 20000 CONTACTS CHOSEN - NARROW THE SELECTION"
074600             TO WS-REFUSE-REASON
074700         MOVE "Y" TO WS-HELD-SW
074800     END-IF.
074900 2500-CHECK-GATE-COUNT-EXIT.
075000     EXIT.
075100*----------------------------------------------------------------*
075200*    3000-FINALIZE - PRINT THE MANIFEST, WRITE THE CONTROL       *
075300*    RECORD, AND SET THE RETURN CODE                             *
075400*----------------------------------------------------------------*
075500 3000-FINALIZE.
075600     MOVE SPACES TO MANIFEST-LINE
075700     WRITE MANIFEST-LINE
075800     MOVE WS-HEADING-2 TO MANIFEST-LINE
075900     WRITE MANIFEST-LINE
076000     PERFORM 3100-WRITE-FILE-LINE
076100         THRU 3100-WRITE-FILE-LINE-EXIT
076200         VARYING WS-FILE-SUB FROM 1 BY 1
076300         UNTIL WS-FILE-SUB > 5
076400     MOVE SPACES TO MANIFEST-LINE
076500     WRITE MANIFEST-LINE
076600     EVALUATE TRUE
076700         WHEN WS-SUBSET-REFUSED
076800             STRING "SUBSET REFUSED - " WS-REFUSE-REASON
076900                 DELIMITED BY SIZE INTO WS-M-TEXT
077000             END-STRING
077100             MOVE 8 TO RETURN-CODE
077200         WHEN WS-SUBSET-HELD
077300             STRING "SUBSET HELD - " WS-REFUSE-REASON
077400                 DELIMITED BY SIZE INTO WS-M-TEXT
077500             END-STRING
077600             MOVE 8 TO RETURN-CODE
077700         WHEN OTHER
077800             MOVE "SUBSET COMPLETE - FROM GATE-PASSED MASKED FILE"
077900                 TO WS-M-TEXT
078000     END-EVALUATE
078100     MOVE WS-MESSAGE-LINE TO MANIFEST-LINE
078200     WRITE MANIFEST-LINE
078300     PERFORM 9600-WRITE-CONTROL-RECORD
078400         THRU 9600-WRITE-CONTROL-RECORD-EXIT
078500     DISPLAY "ZCM440 - SELECTION CARDS      : " WS-CARD-COUNT
078600     DISPLAY "ZCM440 - INVALID CARDS        : " WS-BAD-CARD-COUNT
078700     DISPLAY "ZCM440 - MASKED RECORDS READ  : " WS-FC-READ(1)
078800     DISPLAY "ZCM440 - CONTACTS IN SUBSET   : " WS-FC-WRITTEN(1)
078900     DISPLAY "ZCM440 - " WS-M-TEXT
079000     IF WS-CARD-TBL-FULL
079100         DISPLAY "ZCM440 - WARNING: SUBPARM EXCEEDS "
079200             WS-CARD-MAX-COUNT " CARDS - REST IGNORED"
079300     END-IF
079400     IF NOT WS-SUBSET-REFUSED
079500         CLOSE CONTACT-OUT
079600         CLOSE ACCOUNT-OUT
079700         CLOSE HOUSEHOLD-OUT
079800         CLOSE HISTORY-OUT
079900         CLOSE XREF-OUT
080000     END-IF
080100     CLOSE MANIFEST-OUT.
080200 3000-FINALIZE-EXIT.
080300     EXIT.
080400*----------------------------------------------------------------*
080500*    3100-WRITE-FILE-LINE - WRITE ONE MANIFEST LINE OF READ AND  *
080600*    WRITTEN COUNTS FOR A FILE                                   *
080700*----------------------------------------------------------------*
080800 3100-WRITE-FILE-LINE.
080900     MOVE WS-FN-DESCRIPTION(WS-FILE-SUB) TO WS-D-DESCRIPTION
081000     MOVE WS-FN-IN-DDNAME(WS-FILE-SUB)   TO WS-D-IN-DDNAME
081100     MOVE WS-FN-OUT-DDNAME(WS-FILE-SUB)  TO WS-D-OUT-DDNAME
081200     MOVE WS-FC-READ(WS-FILE-SUB)        TO WS-D-READ
081300     MOVE WS-FC-WRITTEN(WS-FILE-SUB)     TO WS-D-WRITTEN
081400     MOVE WS-DETAIL-LINE TO MANIFEST-LINE
081500     WRITE MANIFEST-LINE.
081600 3100-WRITE-FILE-LINE-EXIT.
081700     EXIT.
081800*----------------------------------------------------------------*
081900*    7000-CHECK-ACCOUNT - SET WS-ACCOUNT-CHOSEN WHEN ANY CARD    *
082000*    SELECTS WS-SEARCH-ACCOUNT                                   *
082100*----------------------------------------------------------------*
082200 7000-CHECK-ACCOUNT.
082300     MOVE "N" TO WS-CHOSEN-SW
082400     PERFORM 7010-MATCH-CARD
082500         THRU 7010-MATCH-CARD-EXIT
082600         VARYING WS-CARD-SUB FROM 1 BY 1
082700         UNTIL WS-CARD-SUB > WS-CARD-COUNT
082800            OR WS-ACCOUNT-CHOSEN.
082900 7000-CHECK-ACCOUNT-EXIT.
083000     EXIT.
083100*----------------------------------------------------------------*
083200*    7010-MATCH-CARD - A LIST OR RANGE CARD CHOOSES THE ACCOUNT  *
083300*    WHEN IT FALLS IN FROM/TO; A PERCENT CARD CHOOSES IT WHEN THE*
083400*    LAST TWO DIGITS OF THE ACCOUNT_ID ARE BELOW THE PERCENTAGE, *
083500*    WHICH IS REPEATABLE FROM RUN TO RUN                         *
083600*----------------------------------------------------------------*
083700 7010-MATCH-CARD.
083800     IF WS-K-SELECT-TYPE(WS-CARD-SUB) = "P"
083900         DIVIDE WS-SEARCH-ACCOUNT BY 100 GIVING WS-PCT-QUOTIENT
084000             REMAINDER WS-PCT-REMAINDER
084100         IF WS-PCT-REMAINDER < WS-K-SAMPLE-PERCENT(WS-CARD-SUB)
084200             MOVE "Y" TO WS-CHOSEN-SW
084300         END-IF
084400     ELSE
084500         IF WS-SEARCH-ACCOUNT NOT < WS-K-ACCOUNT-FROM(WS-CARD-SUB)
084600             AND WS-SEARCH-ACCOUNT
084700                 NOT > WS-K-ACCOUNT-TO(WS-CARD-SUB)
084800             MOVE "Y" TO WS-CHOSEN-SW
084900         END-IF
085000     END-IF.
085100 7010-MATCH-CARD-EXIT.
085200     EXIT.
085300*----------------------------------------------------------------*
085400*    7100-FIND-CONTACT - SET WS-ID-FOUND WHEN WS-SEARCH-ID IS A  *
085500*    CHOSEN CONTACT                                              *
085600*----------------------------------------------------------------*
085700 7100-FIND-CONTACT.
085800     MOVE "N" TO WS-FOUND-SW
085900     IF WS-ID-COUNT = ZERO
086000         GO TO 7100-FIND-CONTACT-EXIT
086100     END-IF
086200     SEARCH ALL WS-ID-ENTRY
086300         AT END
086400             CONTINUE
086500         WHEN WS-I-CONTACT-ID(WS-ID-IDX) = WS-SEARCH-ID
086600             MOVE "Y" TO WS-FOUND-SW
086700     END-SEARCH.
086800 7100-FIND-CONTACT-EXIT.
086900     EXIT.
087000*----------------------------------------------------------------*
087100*    9500-READ-RUN-PARM - PICK UP THE RUN IDENTIFIER FROM THE    *
087200*    OPTIONAL RUNPARM CONTROL CARD; A MISSING CARD LEAVES THE    *
087300*    RUN ID BLANK                                                *
087400*----------------------------------------------------------------*
087500 9500-READ-RUN-PARM.
087600     OPEN INPUT RUN-PARM
087700     IF WS-RUNPARM-NOT-FOUND
087800         MOVE SPACES TO RUN-PARM-RECORD
087900     ELSE
088000         READ RUN-PARM
088100             AT END
088200                 MOVE SPACES TO RUN-PARM-RECORD
088300         END-READ
088400         CLOSE RUN-PARM
088500     END-IF
088600     MOVE RUN-PARM-RECORD TO WS-RUN-ID.
088700 9500-READ-RUN-PARM-EXIT.
088800     EXIT.
088900*----------------------------------------------------------------*
089000*    9600-WRITE-CONTROL-RECORD - APPEND THIS RUN'S MACHINE-      *
089100*    READABLE COUNTS TO THE COMMON CONTROL FILE FOR THE END-OF-  *
089200*    WINDOW BALANCING RUN                                        *
089300*----------------------------------------------------------------*
089400 9600-WRITE-CONTROL-RECORD.
089500     OPEN EXTEND CONTROL-OUT
089600     IF WS-CTL-NOT-FOUND
089700         OPEN OUTPUT CONTROL-OUT
089800     END-IF
089900     MOVE "ZCM440"      TO CTL-PROGRAM-ID
090000     MOVE WS-RUN-ID     TO CTL-RUN-ID
090100     MOVE WS-FC-READ(1)    TO CTL-RECORDS-IN
090200     MOVE WS-FC-WRITTEN(1) TO CTL-RECORDS-OUT
090300     COMPUTE CTL-RECORDS-REJECTED =
090400         WS-FC-READ(1) - WS-FC-WRITTEN(1)
090500     WRITE CONTROL-RECORD
090600     CLOSE CONTROL-OUT.
090700 9600-WRITE-CONTROL-RECORD-EXIT.
090800     EXIT.
