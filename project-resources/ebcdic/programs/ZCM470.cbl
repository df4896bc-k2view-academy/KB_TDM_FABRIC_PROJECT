000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ZCM470.
000300 AUTHOR.        D SPRINGER.
000400 INSTALLATION.  DATA MGMT - CUSTOMER EXTRACTS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700***************************************************************
000800*  MODIFICATION HISTORY                                        *
000900*  ------------------------------------------------------------*
001000*  DATE       INIT  DESCRIPTION                                *
001100*  10/15/2026 DAS   ORIGINAL PROGRAM - DO-NOT-CALL REGISTRY    *
001200*                   SCRUB OF MOBILEPHONE AND OFFICEPHONE.      *
001300***************************************************************
001400*  PURPOSE.                                                    *
001500*  TELEMARKETING CAMPAIGNS SEND CAMP-MOBILEPHONE TO THE CALL   *
001600*  CENTER, SO EVERY NUMBER WE HOLD MUST BE CHECKED AGAINST THE *
001700*  NATIONAL DO-NOT-CALL REGISTRY AND OUR OWN INTERNAL LIST.    *
001800*  THIS RUN READS THE ZCM250-STANDARDIZED EXTRACT, WHERE A     *
001900*  GOOD NUMBER IS TEN DIGITS (PLUS AN OPTIONAL EXTENSION), AND *
002000*  SORTS EVERY TEN-DIGIT MOBILEPHONE AND OFFICEPHONE BY NUMBER.*
002100*  EACH REGISTRY (ZCM-DNC-REGISTRY LAYOUT) IS SORTED THE SAME  *
002200*  WAY, ROWS WITHOUT A TEN-DIGIT NUMBER SET ASIDE AND COUNTED, *
002300*  AND THE THREE FILES ARE MATCH-MERGED.  EVERY HIT IS WRITTEN *
002400*  IN CONTACT ID ORDER TO THE PHONE-SUPPRESSION FILE (ZCM-     *
002500*  PHONE-SUPPRESS) WITH THE REGISTRY IT CAME FROM AND THE DATE *
002600*  THE NUMBER WAS REGISTERED; ZCM220 USES THAT FILE IN PHONE-  *
002700*  CHANNEL MODE.  THE COMPLIANCE REPORT SHOWS, PER REGISTRY,   *
002800*  THE ROWS LOADED AND SET ASIDE, THE DISTINCT NUMBERS BLOCKED *
002900*  AND THE CONTACT PHONE FIELDS THEY BLOCKED.                  *
003000***************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.  IBM-370.
003400 OBJECT-COMPUTER.  IBM-370.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT CONTACT-IN     ASSIGN TO CONTACTIN
003800            ORGANIZATION IS SEQUENTIAL.
003900     SELECT NATIONAL-IN    ASSIGN TO DNCNATL
004000            ORGANIZATION IS SEQUENTIAL.
004100     SELECT INTERNAL-IN    ASSIGN TO DNCINTL
004200            ORGANIZATION IS SEQUENTIAL.
004300     SELECT DNC-SORT       ASSIGN TO SORTWK01.
004400     SELECT NATIONAL-SRT   ASSIGN TO NATLSRT
004500            ORGANIZATION IS SEQUENTIAL.
004600     SELECT INTERNAL-SRT   ASSIGN TO INTLSRT
004700            ORGANIZATION IS SEQUENTIAL.
004800     SELECT PHONE-SORT     ASSIGN TO SORTWK02.
004900     SELECT PHONE-SRT      ASSIGN TO PHONESRT
005000            ORGANIZATION IS SEQUENTIAL.
005100     SELECT HIT-SORT       ASSIGN TO SORTWK03.
005200     SELECT PHONE-SUPP-OUT ASSIGN TO PHONESUP
005300            ORGANIZATION IS SEQUENTIAL.
005400     SELECT REPORT-OUT     ASSIGN TO DNCRPT
005500            ORGANIZATION IS SEQUENTIAL.
005600     SELECT CONTROL-OUT    ASSIGN TO CTLOUT
005700            ORGANIZATION IS SEQUENTIAL
005800            FILE STATUS IS WS-CTL-FILE-STATUS.
005900     SELECT RUN-PARM       ASSIGN TO RUNPARM
006000            ORGANIZATION IS SEQUENTIAL
006100            FILE STATUS IS WS-RUNPARM-FILE-STATUS.
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  CONTACT-IN
006500     RECORDING MODE IS F
006600     LABEL RECORDS ARE STANDARD.
006700     COPY "zurmo-customers"
006800         REPLACING ==INVALID== BY ==ADDR-INVALID==
006900                   ==ID==      BY ==CONTACT-ID==.
007000 FD  NATIONAL-IN
007100     RECORDING MODE IS F
007200     LABEL RECORDS ARE STANDARD.
007300     COPY "zcm-dnc-registry".
007400 FD  INTERNAL-IN
007500     RECORDING MODE IS F
007600     LABEL RECORDS ARE STANDARD.
007700     COPY "zcm-dnc-registry"
007800         REPLACING ==DNC-REGISTRY-RECORD== BY
007900                   ==INTERNAL-IN-RECORD==
008000                   LEADING ==DNC== BY ==DIN==.
008100 SD  DNC-SORT.
008200     COPY "zcm-dnc-registry"
008300         REPLACING ==DNC-REGISTRY-RECORD== BY ==SORT-DNC-RECORD==
008400                   LEADING ==DNC== BY ==SRT==.
008500 FD  NATIONAL-SRT
008600     RECORDING MODE IS F
008700     LABEL RECORDS ARE STANDARD.
008800     COPY "zcm-dnc-registry"
008900         REPLACING ==DNC-REGISTRY-RECORD== BY
009000                   ==NATIONAL-SRT-RECORD==
009100                   LEADING ==DNC== BY ==NTL==.
009200 FD  INTERNAL-SRT
009300     RECORDING MODE IS F
009400     LABEL RECORDS ARE STANDARD.
009500     COPY "zcm-dnc-registry"
009600         REPLACING ==DNC-REGISTRY-RECORD== BY
009700                   ==INTERNAL-SRT-RECORD==
009800                   LEADING ==DNC== BY ==ITL==.
009900 SD  PHONE-SORT.
010000 01  SORT-PHONE-RECORD.
010100     05  SP-PHONE-NUMBER            PIC X(10).
010200     05  SP-CONTACT-ID              PIC 9(09).
010300     05  SP-PHONE-FIELD             PIC X(01).
010400 FD  PHONE-SRT
010500     RECORDING MODE IS F
010600     LABEL RECORDS ARE STANDARD.
010700 01  PHONE-SRT-RECORD.
010800     05  PH-PHONE-NUMBER            PIC X(10).
010900     05  PH-CONTACT-ID              PIC 9(09).
011000     05  PH-PHONE-FIELD             PIC X(01).
011100 SD  HIT-SORT.
011200     COPY "zcm-phone-suppress"
011300         REPLACING ==PHONE-SUPPRESS-RECORD== BY
011400                   ==SORT-HIT-RECORD==
011500                   LEADING ==PS== BY ==HIT==.
011600 FD  PHONE-SUPP-OUT
011700     RECORDING MODE IS F
011800     LABEL RECORDS ARE STANDARD.
011900     COPY "zcm-phone-suppress".
012000 FD  REPORT-OUT
012100     RECORDING MODE IS F
012200     LABEL RECORDS ARE STANDARD.
012300 01  REPORT-LINE                    PIC X(133).
012400 FD  CONTROL-OUT
012500     RECORDING MODE IS F
012600     LABEL RECORDS ARE STANDARD.
012700     COPY "zcm-control".
012800 FD  RUN-PARM
012900     RECORDING MODE IS F
013000     LABEL RECORDS ARE STANDARD.
013100 01  RUN-PARM-RECORD                PIC X(08).
013200 WORKING-STORAGE SECTION.
013300 77  WS-CTL-FILE-STATUS             PIC X(02)   VALUE ZERO.
013400     88  WS-CTL-OK                              VALUE "00".
013500     88  WS-CTL-NOT-FOUND                       VALUE "35".
013600 77  WS-RUNPARM-FILE-STATUS         PIC X(02)   VALUE ZERO.
013700     88  WS-RUNPARM-OK                          VALUE "00".
013800     88  WS-RUNPARM-NOT-FOUND                   VALUE "35".
013900 77  WS-RUN-ID                      PIC X(08)   VALUE SPACES.
014000 77  WS-EOF-SW                      PIC X(01)   VALUE "N".
014100     88  WS-EOF                                 VALUE "Y".
014200 77  WS-REG-EOF-SW                  PIC X(01)   VALUE "N".
014300     88  WS-REG-EOF                             VALUE "Y".
014400 77  WS-PHONE-EOF-SW                PIC X(01)   VALUE "N".
014500     88  WS-PHONE-EOF                           VALUE "Y".
014600 77  WS-NATIONAL-EOF-SW             PIC X(01)   VALUE "N".
014700     88  WS-NATIONAL-EOF                        VALUE "Y".
014800 77  WS-INTERNAL-EOF-SW             PIC X(01)   VALUE "N".
014900     88  WS-INTERNAL-EOF                        VALUE "Y".
015000 77  WS-HIT-EOF-SW                  PIC X(01)   VALUE "N".
015100     88  WS-HIT-EOF                             VALUE "Y".
015200 77  WS-NEW-NUMBER-SW               PIC X(01)   VALUE "N".
015300     88  WS-NEW-NUMBER                          VALUE "Y".
015400 77  WS-ON-NATIONAL-SW              PIC X(01)   VALUE "N".
015500     88  WS-ON-NATIONAL                         VALUE "Y".
015600 77  WS-ON-INTERNAL-SW              PIC X(01)   VALUE "N".
015700     88  WS-ON-INTERNAL                         VALUE "Y".
015800 77  WS-PREV-NUMBER                 PIC X(10)   VALUE SPACES.
015900 77  WS-PREV-CONTACT-ID             PIC 9(09)   VALUE ZERO.
016000 77  WS-PREV-FIELD                  PIC X(01)   VALUE SPACE.
016100 77  WS-CONTACT-COUNT               PIC 9(09)   VALUE ZERO COMP.
016200 77  WS-CONTACT-CLEAR-COUNT         PIC 9(09)   VALUE ZERO COMP.
016300 77  WS-CONTACT-FLAGGED-COUNT       PIC 9(09)   VALUE ZERO COMP.
016400 77  WS-FIELDS-CHECKED-COUNT        PIC 9(09)   VALUE ZERO COMP.
016500 77  WS-FIELDS-UNCHECKED-COUNT      PIC 9(09)   VALUE ZERO COMP.
016600 77  WS-NUMBERS-CHECKED-COUNT       PIC 9(09)   VALUE ZERO COMP.
016700 77  WS-NUMBERS-BOTH-COUNT          PIC 9(09)   VALUE ZERO COMP.
016800 77  WS-MOBILE-BLOCKED-COUNT        PIC 9(09)   VALUE ZERO COMP.
016900 77  WS-OFFICE-BLOCKED-COUNT        PIC 9(09)   VALUE ZERO COMP.
017000 77  WS-HIT-COUNT                   PIC 9(09)   VALUE ZERO COMP.
017100*----------------------------------------------------------------*
017200*    PER-REGISTRY COUNTS - ENTRY 1 NATIONAL, ENTRY 2 INTERNAL    *
017300*----------------------------------------------------------------*
017400 77  WS-REG-SUB                     PIC 9(04)   VALUE ZERO COMP.
017500 01  WS-REGISTRY-NAMES.
017600     05  FILLER  PIC X(20) VALUE "NATIONAL REGISTRY".
017700     05  FILLER  PIC X(20) VALUE "INTERNAL LIST".
017800 01  WS-REGISTRY-NAME-TABLE REDEFINES WS-REGISTRY-NAMES.
017900     05  WS-REG-NAME                PIC X(20) OCCURS 2 TIMES.
018000 01  WS-REGISTRY-COUNTS.
018100     05  WS-REG-ENTRY OCCURS 2 TIMES.
018200         10  WS-REG-LOADED          PIC 9(09)   VALUE ZERO COMP.
018300         10  WS-REG-SET-ASIDE       PIC 9(09)   VALUE ZERO COMP.
018400         10  WS-REG-NUMBERS         PIC 9(09)   VALUE ZERO COMP.
018500         10  WS-REG-FIELDS          PIC 9(09)   VALUE ZERO COMP.
018600*----------------------------------------------------------------*
018700*    REPORT                                                      *
018800*----------------------------------------------------------------*
018900 01  WS-HEADING-1.
019000     05  FILLER                     PIC X(46)
019100         VALUE "ZCM470 - DO-NOT-CALL SCRUB COMPLIANCE REPORT".
019200     05  FILLER                     PIC X(08) VALUE "RUN ID ".
019300     05  WS-H-RUN-ID                PIC X(08).
019400 01  WS-HEADING-2.
019500     05  FILLER                     PIC X(22) VALUE "REGISTRY".
019600     05  FILLER                     PIC X(13) VALUE "  ROWS READ".
019700     05  FILLER                     PIC X(13) VALUE "  SET ASIDE".
019800     05  FILLER                     PIC X(13) VALUE "  NUMBERS".
019900     05  FILLER                     PIC X(13) VALUE "  CONTACT".
020000 01  WS-HEADING-3.
020100     05  FILLER                     PIC X(22) VALUE SPACES.
020200     05  FILLER                     PIC X(13) VALUE SPACES.
020300     05  FILLER                     PIC X(13) VALUE " NOT 10 DGT".
020400     05  FILLER                     PIC X(13) VALUE "  BLOCKED".
020500     05  FILLER                     PIC X(13) VALUE "  FIELDS".
020600 01  WS-REGISTRY-LINE.
020700     05  WS-R-NAME                  PIC X(20).
020800     05  FILLER                     PIC X(02) VALUE SPACES.
020900     05  WS-R-LOADED                PIC ZZZ,ZZZ,ZZ9.
021000     05  FILLER                     PIC X(02) VALUE SPACES.
021100     05  WS-R-SET-ASIDE             PIC ZZZ,ZZZ,ZZ9.
021200     05  FILLER                     PIC X(02) VALUE SPACES.
021300     05  WS-R-NUMBERS               PIC ZZZ,ZZZ,ZZ9.
021400     05  FILLER                     PIC X(02) VALUE SPACES.
021500     05  WS-R-FIELDS                PIC ZZZ,ZZZ,ZZ9.
021600 01  WS-TOTAL-LINE.
021700     05  WS-T-LABEL                 PIC X(40).
021800     05  WS-T-COUNT                 PIC ZZZ,ZZZ,ZZ9.
021900 PROCEDURE DIVISION.
022000 0000-MAINLINE.
022100     PERFORM 1000-INITIALIZE
022200         THRU 1000-INITIALIZE-EXIT.
022300     SORT DNC-SORT
022400         ON ASCENDING KEY SRT-PHONE-NUMBER SRT-REGISTRY-DATE
022500         INPUT PROCEDURE IS 1100-SCREEN-NATIONAL
022600             THRU 1100-SCREEN-NATIONAL-EXIT
022700         GIVING NATIONAL-SRT.
022800     SORT DNC-SORT
022900         ON ASCENDING KEY SRT-PHONE-NUMBER SRT-REGISTRY-DATE
023000         INPUT PROCEDURE IS 1200-SCREEN-INTERNAL
023100             THRU 1200-SCREEN-INTERNAL-EXIT
023200         GIVING INTERNAL-SRT.
023300     SORT PHONE-SORT
023400         ON ASCENDING KEY SP-PHONE-NUMBER SP-CONTACT-ID
023500                          SP-PHONE-FIELD
023600         INPUT PROCEDURE IS 2000-RELEASE-PHONES
023700             THRU 2000-RELEASE-PHONES-EXIT
023800         GIVING PHONE-SRT.
023900     SORT HIT-SORT
024000         ON ASCENDING KEY HIT-CONTACT-ID HIT-PHONE-FIELD
024100                          HIT-REGISTRY
024200         INPUT PROCEDURE IS 3000-MATCH-REGISTRIES
024300             THRU 3000-MATCH-REGISTRIES-EXIT
024400         OUTPUT PROCEDURE IS 4000-WRITE-SUPPRESSION
024500             THRU 4000-WRITE-SUPPRESSION-EXIT.
024600     PERFORM 5000-FINALIZE
024700         THRU 5000-FINALIZE-EXIT.
024800     STOP RUN.
024900*----------------------------------------------------------------*
025000*    1000-INITIALIZE - PICK UP THE RUN ID                        *
025100*----------------------------------------------------------------*
025200 1000-INITIALIZE.
025300     PERFORM 9500-READ-RUN-PARM
025400         THRU 9500-READ-RUN-PARM-EXIT.
025500 1000-INITIALIZE-EXIT.
025600     EXIT.
025700*----------------------------------------------------------------*
025800*    1100-SCREEN-NATIONAL - RELEASE EVERY NATIONAL REGISTRY ROW  *
025900*    WITH A TEN-DIGIT NUMBER; COUNT THE REST AS SET ASIDE        *
026000*----------------------------------------------------------------*
026100 1100-SCREEN-NATIONAL.
026200     MOVE 1 TO WS-REG-SUB
026300     MOVE "N" TO WS-REG-EOF-SW
026400     OPEN INPUT NATIONAL-IN
026500     PERFORM 1110-RELEASE-NATIONAL
026600         THRU 1110-RELEASE-NATIONAL-EXIT
026700         UNTIL WS-REG-EOF
026800     CLOSE NATIONAL-IN.
026900 1100-SCREEN-NATIONAL-EXIT.
027000     EXIT.
027100*----------------------------------------------------------------*
027200*    1110-RELEASE-NATIONAL - RELEASE ONE NATIONAL DO-NOT-CALL    *
027300*    REGISTRY ROW TO THE SORT                                    *
027400*----------------------------------------------------------------*
027500 1110-RELEASE-NATIONAL.
027600     READ NATIONAL-IN
027700         AT END
027800             MOVE "Y" TO WS-REG-EOF-SW
027900             GO TO 1110-RELEASE-NATIONAL-EXIT
028000     END-READ
028100     MOVE DNC-REGISTRY-RECORD TO SORT-DNC-RECORD
028200     PERFORM 1300-RELEASE-REGISTRY-ROW
028300         THRU 1300-RELEASE-REGISTRY-ROW-EXIT.
028400 1110-RELEASE-NATIONAL-EXIT.
028500     EXIT.
028600*----------------------------------------------------------------*
028700*    1200-SCREEN-INTERNAL - THE SAME FOR THE INTERNAL LIST       *
028800*----------------------------------------------------------------*
028900 1200-SCREEN-INTERNAL.
029000     MOVE 2 TO WS-REG-SUB
029100     MOVE "N" TO WS-REG-EOF-SW
029200     OPEN INPUT INTERNAL-IN
029300     PERFORM 1210-RELEASE-INTERNAL
029400         THRU 1210-RELEASE-INTERNAL-EXIT
029500         UNTIL WS-REG-EOF
029600     CLOSE INTERNAL-IN.
029700 1200-SCREEN-INTERNAL-EXIT.
029800     EXIT.
029900*----------------------------------------------------------------*
030000*    1210-RELEASE-INTERNAL - RELEASE ONE INTERNAL DO-NOT-CALL    *
030100*    LIST ROW TO THE SORT                                        *
030200*----------------------------------------------------------------*
030300 1210-RELEASE-INTERNAL.
030400     READ INTERNAL-IN
030500         AT END
030600             MOVE "Y" TO WS-REG-EOF-SW
030700             GO TO 1210-RELEASE-INTERNAL-EXIT
030800     END-READ
030900     MOVE INTERNAL-IN-RECORD TO SORT-DNC-RECORD
031000     PERFORM 1300-RELEASE-REGISTRY-ROW
031100         THRU 1300-RELEASE-REGISTRY-ROW-EXIT.
031200 1210-RELEASE-INTERNAL-EXIT.
031300     EXIT.
031400*----------------------------------------------------------------*
031500*    1300-RELEASE-REGISTRY-ROW - RELEASE THE ROW IN SORT-DNC-    *
031600*    RECORD IF ITS NUMBER IS TEN DIGITS.  A ROW WITHOUT A VALID  *
031700*    REGISTRY DATE IS STILL A BLOCKED NUMBER; ITS DATE IS ZEROED *
031800*----------------------------------------------------------------*
031900 1300-RELEASE-REGISTRY-ROW.
032000     ADD 1 TO WS-REG-LOADED(WS-REG-SUB)
032100     IF SRT-PHONE-NUMBER IS NOT NUMERIC
032200         ADD 1 TO WS-REG-SET-ASIDE(WS-REG-SUB)
032300         GO TO 1300-RELEASE-REGISTRY-ROW-EXIT
032400     END-IF
032500     IF SRT-REGISTRY-DATE IS NOT NUMERIC
032600         MOVE ZERO TO SRT-REGISTRY-DATE
032700     END-IF
032800     RELEASE SORT-DNC-RECORD.
032900 1300-RELEASE-REGISTRY-ROW-EXIT.
033000     EXIT.
033100*----------------------------------------------------------------*
033200*    2000-RELEASE-PHONES - RELEASE EVERY TEN-DIGIT MOBILEPHONE   *
033300*    AND OFFICEPHONE ON THE EXTRACT FOR THE SORT BY NUMBER       *
033400*----------------------------------------------------------------*
033500 2000-RELEASE-PHONES.
033600     OPEN INPUT CONTACT-IN
033700     PERFORM 2010-READ-CONTACT
033800         THRU 2010-READ-CONTACT-EXIT
033900         UNTIL WS-EOF
034000     CLOSE CONTACT-IN.
034100 2000-RELEASE-PHONES-EXIT.
034200     EXIT.
034300*----------------------------------------------------------------*
034400*    2010-READ-CONTACT - READ ONE CONTACT AND RELEASE ITS MOBILE *
034500*    AND OFFICE PHONE NUMBERS TO THE SORT                        *
034600*----------------------------------------------------------------*
034700 2010-READ-CONTACT.
034800     READ CONTACT-IN
034900         AT END
035000             MOVE "Y" TO WS-EOF-SW
035100             GO TO 2010-READ-CONTACT-EXIT
035200     END-READ
035300     ADD 1 TO WS-CONTACT-COUNT
035400     MOVE CONTACT-ID TO SP-CONTACT-ID
035500     MOVE "M" TO SP-PHONE-FIELD
035600     MOVE MOBILEPHONE OF PERSON-RECORD(1:10) TO SP-PHONE-NUMBER
035700     PERFORM 2100-RELEASE-ONE-PHONE
035800         THRU 2100-RELEASE-ONE-PHONE-EXIT
035900     MOVE "O" TO SP-PHONE-FIELD
036000     MOVE OFFICEPHONE OF PERSON-RECORD(1:10) TO SP-PHONE-NUMBER
036100     PERFORM 2100-RELEASE-ONE-PHONE
036200         THRU 2100-RELEASE-ONE-PHONE-EXIT.
036300 2010-READ-CONTACT-EXIT.
036400     EXIT.
036500*----------------------------------------------------------------*
036600*    2100-RELEASE-ONE-PHONE - A BLANK FIELD IS NOT A NUMBER; ONE *
036700*    ZCM250 COULD NOT REPAIR TO TEN DIGITS IS COUNTED UNCHECKED  *
036800*----------------------------------------------------------------*
036900 2100-RELEASE-ONE-PHONE.
037000     IF SP-PHONE-NUMBER = SPACES
037100         GO TO 2100-RELEASE-ONE-PHONE-EXIT
037200     END-IF
037300     IF SP-PHONE-NUMBER IS NOT NUMERIC
037400         ADD 1 TO WS-FIELDS-UNCHECKED-COUNT
037500         GO TO 2100-RELEASE-ONE-PHONE-EXIT
037600     END-IF
037700     ADD 1 TO WS-FIELDS-CHECKED-COUNT
037800     RELEASE SORT-PHONE-RECORD.
037900 2100-RELEASE-ONE-PHONE-EXIT.
038000     EXIT.
038100*----------------------------------------------------------------*
038200*    3000-MATCH-REGISTRIES - MATCH-MERGE THE SORTED CONTACT      *
038300*    NUMBERS AGAINST BOTH SORTED REGISTRIES, RELEASING ONE HIT   *
038400*    PER CONTACT PHONE FIELD PER REGISTRY                        *
038500*----------------------------------------------------------------*
038600 3000-MATCH-REGISTRIES.
038700     OPEN INPUT PHONE-SRT
038800     OPEN INPUT NATIONAL-SRT
038900     OPEN INPUT INTERNAL-SRT
039000     PERFORM 8000-READ-PHONE
039100         THRU 8000-READ-PHONE-EXIT
039200     PERFORM 8100-READ-NATIONAL
039300         THRU 8100-READ-NATIONAL-EXIT
039400     PERFORM 8200-READ-INTERNAL
039500         THRU 8200-READ-INTERNAL-EXIT
039600     PERFORM 3100-MATCH-PHONE
039700         THRU 3100-MATCH-PHONE-EXIT
039800         UNTIL WS-PHONE-EOF
039900     CLOSE PHONE-SRT
040000     CLOSE NATIONAL-SRT
040100     CLOSE INTERNAL-SRT.
040200 3000-MATCH-REGISTRIES-EXIT.
040300     EXIT.
040400*----------------------------------------------------------------*
040500*    3100-MATCH-PHONE - ADVANCE BOTH REGISTRIES TO THE PHONE     *
040600*    NUMBER IN HAND AND RELEASE A HIT FOR EACH REGISTRY THAT     *
040700*    CARRIES IT                                                  *
040800*----------------------------------------------------------------*
040900 3100-MATCH-PHONE.
041000     PERFORM 8100-READ-NATIONAL
041100         THRU 8100-READ-NATIONAL-EXIT
041200         UNTIL WS-NATIONAL-EOF
041300            OR NTL-PHONE-NUMBER >= PH-PHONE-NUMBER
041400     PERFORM 8200-READ-INTERNAL
041500         THRU 8200-READ-INTERNAL-EXIT
041600         UNTIL WS-INTERNAL-EOF
041700            OR ITL-PHONE-NUMBER >= PH-PHONE-NUMBER
041800     MOVE "N" TO WS-NEW-NUMBER-SW
041900     IF PH-PHONE-NUMBER NOT = WS-PREV-NUMBER
042000         MOVE "Y" TO WS-NEW-NUMBER-SW
042100         MOVE PH-PHONE-NUMBER TO WS-PREV-NUMBER
042200         ADD 1 TO WS-NUMBERS-CHECKED-COUNT
042300     END-IF
042400     MOVE "N" TO WS-ON-NATIONAL-SW
042500     MOVE "N" TO WS-ON-INTERNAL-SW
042600     IF NOT WS-NATIONAL-EOF
042700         AND NTL-PHONE-NUMBER = PH-PHONE-NUMBER
042800         MOVE "Y" TO WS-ON-NATIONAL-SW
042900         MOVE 1 TO WS-REG-SUB
043000         MOVE "N" TO HIT-REGISTRY
043100         MOVE NTL-REGISTRY-DATE TO HIT-REGISTRY-DATE
043200         PERFORM 3200-RELEASE-HIT
043300             THRU 3200-RELEASE-HIT-EXIT
043400     END-IF
043500     IF NOT WS-INTERNAL-EOF
043600         AND ITL-PHONE-NUMBER = PH-PHONE-NUMBER
043700         MOVE "Y" TO WS-ON-INTERNAL-SW
043800         MOVE 2 TO WS-REG-SUB
043900         MOVE "I" TO HIT-REGISTRY
044000         MOVE ITL-REGISTRY-DATE TO HIT-REGISTRY-DATE
044100         PERFORM 3200-RELEASE-HIT
044200             THRU 3200-RELEASE-HIT-EXIT
044300     END-IF
044400     IF WS-NEW-NUMBER
044500         AND WS-ON-NATIONAL
044600         AND WS-ON-INTERNAL
044700         ADD 1 TO WS-NUMBERS-BOTH-COUNT
044800     END-IF
044900     PERFORM 8000-READ-PHONE
045000         THRU 8000-READ-PHONE-EXIT.
045100 3100-MATCH-PHONE-EXIT.
045200     EXIT.
045300*----------------------------------------------------------------*
045400*    3200-RELEASE-HIT - RELEASE ONE HIT FOR THE REGISTRY IN      *
045500*    WS-REG-SUB AND COUNT IT AGAINST THAT REGISTRY               *
045600*----------------------------------------------------------------*
045700 3200-RELEASE-HIT.
045800     MOVE PH-CONTACT-ID   TO HIT-CONTACT-ID
045900     MOVE PH-PHONE-FIELD  TO HIT-PHONE-FIELD
046000     MOVE PH-PHONE-NUMBER TO HIT-PHONE-NUMBER
046100     MOVE WS-RUN-ID       TO HIT-RUN-ID
046200     RELEASE SORT-HIT-RECORD
046300     ADD 1 TO WS-REG-FIELDS(WS-REG-SUB)
046400     IF WS-NEW-NUMBER
046500         ADD 1 TO WS-REG-NUMBERS(WS-REG-SUB)
046600     END-IF.
046700 3200-RELEASE-HIT-EXIT.
046800     EXIT.
046900*----------------------------------------------------------------*
047000*    4000-WRITE-SUPPRESSION - WRITE THE HITS IN CONTACT ID ORDER *
047100*    AND COUNT THE CONTACTS AND PHONE FIELDS BLOCKED             *
047200*----------------------------------------------------------------*
047300 4000-WRITE-SUPPRESSION.
047400     OPEN OUTPUT PHONE-SUPP-OUT
047500     PERFORM 4100-WRITE-HIT
047600         THRU 4100-WRITE-HIT-EXIT
047700         UNTIL WS-HIT-EOF
047800     CLOSE PHONE-SUPP-OUT.
047900 4000-WRITE-SUPPRESSION-EXIT.
048000     EXIT.
048100*----------------------------------------------------------------*
048200*    4100-WRITE-HIT - WRITE ONE SORTED HIT TO THE PHONE          *
048300*    SUPPRESSION FILE AND COUNT THE CONTACT AND FIELD BLOCKED    *
048400*----------------------------------------------------------------*
048500 4100-WRITE-HIT.
048600     RETURN HIT-SORT
048700         AT END
048800             MOVE "Y" TO WS-HIT-EOF-SW
048900             GO TO 4100-WRITE-HIT-EXIT
049000     END-RETURN
049100     MOVE SORT-HIT-RECORD TO PHONE-SUPPRESS-RECORD
049200     WRITE PHONE-SUPPRESS-RECORD
049300     ADD 1 TO WS-HIT-COUNT
049400     IF PS-CONTACT-ID NOT = WS-PREV-CONTACT-ID
049500         ADD 1 TO WS-CONTACT-FLAGGED-COUNT
049600         MOVE PS-CONTACT-ID TO WS-PREV-CONTACT-ID
049700         MOVE SPACE TO WS-PREV-FIELD
049800     END-IF
049900     IF PS-PHONE-FIELD NOT = WS-PREV-FIELD
050000         MOVE PS-PHONE-FIELD TO WS-PREV-FIELD
050100         IF PS-MOBILEPHONE
050200             ADD 1 TO WS-MOBILE-BLOCKED-COUNT
050300         ELSE
050400             ADD 1 TO WS-OFFICE-BLOCKED-COUNT
050500         END-IF
050600     END-IF.
050700 4100-WRITE-HIT-EXIT.
050800     EXIT.
050900*----------------------------------------------------------------*
051000*    5000-FINALIZE - PRINT THE COMPLIANCE REPORT, WRITE THE      *
051100*    CONTROL RECORD, AND DISPLAY THE RUN TOTALS                  *
051200*----------------------------------------------------------------*
051300 5000-FINALIZE.
051400     COMPUTE WS-CONTACT-CLEAR-COUNT =
051500         WS-CONTACT-COUNT - WS-CONTACT-FLAGGED-COUNT
051600     OPEN OUTPUT REPORT-OUT
051700     MOVE WS-RUN-ID TO WS-H-RUN-ID
051800     MOVE WS-HEADING-1 TO REPORT-LINE
051900     WRITE REPORT-LINE
052000     MOVE SPACES TO REPORT-LINE
052100     WRITE REPORT-LINE
052200     MOVE WS-HEADING-2 TO REPORT-LINE
052300     WRITE REPORT-LINE
052400     MOVE WS-HEADING-3 TO REPORT-LINE
052500     WRITE REPORT-LINE
052600     PERFORM 5100-WRITE-REGISTRY-LINE
052700         THRU 5100-WRITE-REGISTRY-LINE-EXIT
052800         VARYING WS-REG-SUB FROM 1 BY 1
052900         UNTIL WS-REG-SUB > 2
053000     MOVE SPACES TO REPORT-LINE
053100     WRITE REPORT-LINE
053200     MOVE "NUMBERS ON BOTH REGISTRIES" TO WS-T-LABEL
053300     MOVE WS-NUMBERS-BOTH-COUNT TO WS-T-COUNT
053400     PERFORM 5200-WRITE-TOTAL-LINE
053500         THRU 5200-WRITE-TOTAL-LINE-EXIT
053600     MOVE "CONTACT RECORDS READ" TO WS-T-LABEL
053700     MOVE WS-CONTACT-COUNT TO WS-T-COUNT
053800     PERFORM 5200-WRITE-TOTAL-LINE
053900         THRU 5200-WRITE-TOTAL-LINE-EXIT
054000     MOVE "PHONE FIELDS CHECKED" TO WS-T-LABEL
054100     MOVE WS-FIELDS-CHECKED-COUNT TO WS-T-COUNT
054200     PERFORM 5200-WRITE-TOTAL-LINE
054300         THRU 5200-WRITE-TOTAL-LINE-EXIT
054400     MOVE "PHONE FIELDS NOT TEN DIGITS - UNCHECKED" TO WS-T-LABEL
054500     MOVE WS-FIELDS-UNCHECKED-COUNT TO WS-T-COUNT
054600     PERFORM 5200-WRITE-TOTAL-LINE
054700         THRU 5200-WRITE-TOTAL-LINE-EXIT
054800     MOVE "DISTINCT NUMBERS CHECKED" TO WS-T-LABEL
054900     MOVE WS-NUMBERS-CHECKED-COUNT TO WS-T-COUNT
055000     PERFORM 5200-WRITE-TOTAL-LINE
055100         THRU 5200-WRITE-TOTAL-LINE-EXIT
055200     MOVE "MOBILEPHONE FIELDS BLOCKED" TO WS-T-LABEL
055300     MOVE WS-MOBILE-BLOCKED-COUNT TO WS-T-COUNT
055400     PERFORM 5200-WRITE-TOTAL-LINE
055500         THRU 5200-WRITE-TOTAL-LINE-EXIT
055600     MOVE "OFFICEPHONE FIELDS BLOCKED" TO WS-T-LABEL
055700     MOVE WS-OFFICE-BLOCKED-COUNT TO WS-T-COUNT
055800     PERFORM 5200-WRITE-TOTAL-LINE
055900         THRU 5200-WRITE-TOTAL-LINE-EXIT
056000     MOVE "CONTACTS FLAGGED DO-NOT-CALL" TO WS-T-LABEL
056100     MOVE WS-CONTACT-FLAGGED-COUNT TO WS-T-COUNT
056200     PERFORM 5200-WRITE-TOTAL-LINE
056300         THRU 5200-WRITE-TOTAL-LINE-EXIT
056400     MOVE "SUPPRESSION RECORDS WRITTEN" TO WS-T-LABEL
056500     MOVE WS-HIT-COUNT TO WS-T-COUNT
056600     PERFORM 5200-WRITE-TOTAL-LINE
056700         THRU 5200-WRITE-TOTAL-LINE-EXIT
056800     CLOSE REPORT-OUT
056900     PERFORM 9600-WRITE-CONTROL-RECORD
057000         THRU 9600-WRITE-CONTROL-RECORD-EXIT
057100     DISPLAY "ZCM470 - CONTACT-RECORDS READ   : "
057200         WS-CONTACT-COUNT
057300     DISPLAY "ZCM470 - PHONE FIELDS CHECKED   : "
057400         WS-FIELDS-CHECKED-COUNT
057500     DISPLAY "ZCM470 - BLOCKED - NATIONAL     : "
057600         WS-REG-NUMBERS(1)
057700     DISPLAY "ZCM470 - BLOCKED - INTERNAL     : "
057800         WS-REG-NUMBERS(2)
057900     DISPLAY "ZCM470 - CONTACTS FLAGGED       : "
058000         WS-CONTACT-FLAGGED-COUNT
058100     DISPLAY "ZCM470 - SUPPRESSION RECORDS    : "
058200         WS-HIT-COUNT.
058300 5000-FINALIZE-EXIT.
058400     EXIT.
058500*----------------------------------------------------------------*
058600*    5100-WRITE-REGISTRY-LINE - PRINT THE COUNTS LINE FOR ONE    *
058700*    REGISTRY                                                    *
058800*----------------------------------------------------------------*
058900 5100-WRITE-REGISTRY-LINE.
059000     MOVE WS-REG-NAME(WS-REG-SUB)      TO WS-R-NAME
059100     MOVE WS-REG-LOADED(WS-REG-SUB)    TO WS-R-LOADED
059200     MOVE WS-REG-SET-ASIDE(WS-REG-SUB) TO WS-R-SET-ASIDE
059300     MOVE WS-REG-NUMBERS(WS-REG-SUB)   TO WS-R-NUMBERS
059400     MOVE WS-REG-FIELDS(WS-REG-SUB)    TO WS-R-FIELDS
059500     MOVE WS-REGISTRY-LINE TO REPORT-LINE
059600     WRITE REPORT-LINE.
059700 5100-WRITE-REGISTRY-LINE-EXIT.
059800     EXIT.
059900*----------------------------------------------------------------*
060000*    5200-WRITE-TOTAL-LINE - PRINT ONE TOTAL LINE                *
060100*----------------------------------------------------------------*
060200 5200-WRITE-TOTAL-LINE.
060300     MOVE WS-TOTAL-LINE TO REPORT-LINE
060400     WRITE REPORT-LINE.
060500 5200-WRITE-TOTAL-LINE-EXIT.
060600     EXIT.
060700*----------------------------------------------------------------*
060800*    8000-READ-PHONE - READ THE NEXT SORTED CONTACT NUMBER       *
060900*----------------------------------------------------------------*
061000 8000-READ-PHONE.
061100     READ PHONE-SRT
061200         AT END
061300             MOVE "Y" TO WS-PHONE-EOF-SW
061400     END-READ.
061500 8000-READ-PHONE-EXIT.
061600     EXIT.
061700*----------------------------------------------------------------*
061800*    8100-READ-NATIONAL - READ THE NEXT SORTED NATIONAL ROW      *
061900*----------------------------------------------------------------*
062000 8100-READ-NATIONAL.
062100     READ NATIONAL-SRT
062200         AT END
062300             MOVE "Y" TO WS-NATIONAL-EOF-SW
062400     END-READ.
062500 8100-READ-NATIONAL-EXIT.
062600     EXIT.
062700*----------------------------------------------------------------*
062800*    8200-READ-INTERNAL - READ THE NEXT SORTED INTERNAL ROW      *
062900*----------------------------------------------------------------*
063000 8200-READ-INTERNAL.
063100     READ INTERNAL-SRT
063200         AT END
063300             MOVE "Y" TO WS-INTERNAL-EOF-SW
063400     END-READ.
063500 8200-READ-INTERNAL-EXIT.
063600     EXIT.
063700*----------------------------------------------------------------*
063800*    9500-READ-RUN-PARM - PICK UP THE RUN IDENTIFIER FROM THE    *
063900*    OPTIONAL RUNPARM CONTROL CARD; A MISSING CARD LEAVES THE    *
064000*    RUN ID BLANK                                                *
064100*----------------------------------------------------------------*
064200 9500-READ-RUN-PARM.
064300     OPEN INPUT RUN-PARM
064400     IF WS-RUNPARM-NOT-FOUND
064500         MOVE SPACES TO RUN-PARM-RECORD
064600     ELSE
064700         READ RUN-PARM
064800             AT END
064900                 MOVE SPACES TO RUN-PARM-RECORD
065000         END-READ
065100         CLOSE RUN-PARM
065200     END-IF
065300     MOVE RUN-PARM-RECORD TO WS-RUN-ID.
065400 9500-READ-RUN-PARM-EXIT.
065500     EXIT.
065600*----------------------------------------------------------------*
065700*    9600-WRITE-CONTROL-RECORD - APPEND THIS RUN'S MACHINE-      *
065800*    READABLE COUNTS TO THE COMMON CONTROL FILE FOR THE END-OF-  *
065900*    WINDOW BALANCING RUN                                        *
066000*----------------------------------------------------------------*
066100 9600-WRITE-CONTROL-RECORD.
066200     OPEN EXTEND CONTROL-OUT
066300     IF WS-CTL-NOT-FOUND
066400         OPEN OUTPUT CONTROL-OUT
066500     END-IF
066600     MOVE "ZCM470"                 TO CTL-PROGRAM-ID
066700     MOVE WS-RUN-ID                TO CTL-RUN-ID
066800     MOVE WS-CONTACT-COUNT         TO CTL-RECORDS-IN
066900     MOVE WS-CONTACT-CLEAR-COUNT   TO CTL-RECORDS-OUT
067000     MOVE WS-CONTACT-FLAGGED-COUNT TO CTL-RECORDS-REJECTED
067100     WRITE CONTROL-RECORD
067200     CLOSE CONTROL-OUT.
067300 9600-WRITE-CONTROL-RECORD-EXIT.
067400     EXIT.
