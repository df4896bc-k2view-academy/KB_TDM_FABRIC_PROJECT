000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ZCM460.
000300 AUTHOR.        D SPRINGER.
000400 INSTALLATION.  DATA MGMT - CUSTOMER EXTRACTS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700***************************************************************
000800*  MODIFICATION HISTORY                                        *
000900*  ------------------------------------------------------------*
001000*  DATE       INIT  DESCRIPTION                                *
001100*  10/15/2026 DAS   ORIGINAL PROGRAM - POSTAL CHANGE-OF-       *
001200*                   ADDRESS (MOVER) MATCH AGAINST THE CONTACT  *
001300*                   EXTRACT.                                   *
001400***************************************************************
001500*  PURPOSE.                                                    *
001600*  CONTACTS WHO MOVE STAY AT THEIR OLD ADDRESS UNTIL THE       *
001700*  SOURCE SYSTEM HAPPENS TO FIX IT, SO WE PAY FOR RETURNED     *
001800*  MAIL AND ZCM320 HOUSEHOLDS THEM WRONG.  THIS RUN LOADS THE  *
001900*  MONTHLY POSTAL CHANGE-OF-ADDRESS FILE (ZCM-CHANGE-OF-       *
002000*  ADDRESS) BY LAST NAME AND OLD POSTALCODE AND WALKS THE      *
002100*  CONTACT EXTRACT.  A CONTACT WHOSE FIRSTNAME, LASTNAME AND   *
002200*  STREET1, CITY, STATE AND POSTALCODE ALL AGREE WITH ONE      *
002300*  MOVER (IGNORING CASE) IS AN EXACT MATCH: A ZCM-CONTACT-TRAN *
002400*  CHANGE CARRYING THE NEW ADDRESS-RECORD GOES TO TRANOUT FOR  *
002500*  ZCM310/ZCM190, WITH LATITUDE, LONGITUDE AND INVALID SET BY  *
002600*  THE SAME POSTALCODE GEOCODE LOOKUP ZCM170 USES.  A CONTACT  *
002700*  THAT SHARES LAST NAME AND OLD POSTALCODE WITH A MOVER AND   *
002800*  AGREES ON FIRST NAME, OR ON STREET AND FIRST INITIAL, IS A  *
002900*  CLOSE MATCH (AS IS ONE MATCHING TWO MOVERS EXACTLY): ITS    *
003000*  TRANSACTION IS BUILT THE SAME WAY BUT HELD ON HOLDOUT UNTIL *
003100*  SOMEONE REVIEWS IT.  AN EXACT MATCH TO A MOVE WITH NO       *
003200*  FORWARDING ADDRESS GETS A CHANGE MARKING THE ADDRESS        *
003300*  INVALID AND A RECORD ON THE CUMULATIVE ZCM-MOVER-SUPPRESS   *
003400*  FILE, WHICH ZCM220 USES TO STOP MAILING THE CONTACT WHILE   *
003500*  THE EXTRACT STILL SHOWS THE ADDRESS THEY LEFT.  THE MATCH   *
003600*  REPORT LISTS EXACT MATCHES, CLOSE MATCHES HELD, NO-         *
003700*  FORWARDING MOVERS, AND THE MOVER RECORDS THAT WERE INVALID  *
003800*  OR MATCHED NO CONTACT.                                      *
003900***************************************************************
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SOURCE-COMPUTER.  IBM-370.
004300 OBJECT-COMPUTER.  IBM-370.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT COA-IN         ASSIGN TO COAIN
004700            ORGANIZATION IS SEQUENTIAL.
004800     SELECT COA-SORT       ASSIGN TO SORTWK01.
004900     SELECT REPORT-SORT    ASSIGN TO SORTWK02.
005000     SELECT CONTACT-IN     ASSIGN TO CONTACTIN
005100            ORGANIZATION IS SEQUENTIAL.
005200     SELECT GEOCODE-REF    ASSIGN TO GEOCDREF
005300            ORGANIZATION IS SEQUENTIAL.
005400     SELECT TRAN-OUT       ASSIGN TO TRANOUT
005500            ORGANIZATION IS SEQUENTIAL.
005600     SELECT HOLD-OUT       ASSIGN TO HOLDOUT
005700            ORGANIZATION IS SEQUENTIAL.
005800     SELECT MOVER-OUT      ASSIGN TO MOVESUP
005900            ORGANIZATION IS SEQUENTIAL
006000            FILE STATUS IS WS-MOVER-FILE-STATUS.
006100     SELECT REPORT-OUT     ASSIGN TO MOVERPT
006200            ORGANIZATION IS SEQUENTIAL.
006300     SELECT CONTROL-OUT    ASSIGN TO CTLOUT
006400            ORGANIZATION IS SEQUENTIAL
006500            FILE STATUS IS WS-CTL-FILE-STATUS.
006600     SELECT RUN-PARM       ASSIGN TO RUNPARM
006700            ORGANIZATION IS SEQUENTIAL
006800            FILE STATUS IS WS-RUNPARM-FILE-STATUS.
006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  COA-IN
007200     RECORDING MODE IS F
007300     LABEL RECORDS ARE STANDARD.
007400     COPY "zcm-change-of-address".
007500 SD  COA-SORT.
007600     COPY "zcm-change-of-address"
007700         REPLACING ==CHANGE-OF-ADDRESS-RECORD==
007800                                  BY ==SORT-COA-RECORD==
007900                   LEADING ==COA== BY ==SRT==.
008000 SD  REPORT-SORT.
008100 01  REPORT-SORT-RECORD.
008200     05  RS-CATEGORY                PIC 9(01).
008300     05  RS-SEQUENCE                PIC 9(09).
008400     05  RS-DETAIL                  PIC X(131).
008500 FD  CONTACT-IN
008600     RECORDING MODE IS F
008700     LABEL RECORDS ARE STANDARD.
008800     COPY "zurmo-customers"
008900         REPLACING ==INVALID== BY ==ADDR-INVALID==
009000                   ==ID==      BY ==CONTACT-ID==.
009100 FD  GEOCODE-REF
009200     RECORDING MODE IS F
009300     LABEL RECORDS ARE STANDARD.
009400 01  GEOCODE-REF-RECORD.
009500     05  GR-POSTALCODE              PIC X(10).
009600     05  GR-LATITUDE                PIC X(15).
009700     05  GR-LONGITUDE               PIC X(15).
009800 FD  TRAN-OUT
009900     RECORDING MODE IS F
010000     LABEL RECORDS ARE STANDARD.
010100     COPY "zcm-contact-tran".
010200 FD  HOLD-OUT
010300     RECORDING MODE IS F
010400     LABEL RECORDS ARE STANDARD.
010500 01  HOLD-OUT-RECORD                PIC X(1415).
010600 FD  MOVER-OUT
010700     RECORDING MODE IS F
010800     LABEL RECORDS ARE STANDARD.
010900     COPY "zcm-mover-suppress".
011000 FD  REPORT-OUT
011100     RECORDING MODE IS F
011200     LABEL RECORDS ARE STANDARD.
011300 01  REPORT-LINE                    PIC X(133).
011400 FD  CONTROL-OUT
011500     RECORDING MODE IS F
011600     LABEL RECORDS ARE STANDARD.
011700     COPY "zcm-control".
011800 FD  RUN-PARM
011900     RECORDING MODE IS F
012000     LABEL RECORDS ARE STANDARD.
012100 01  RUN-PARM-RECORD                PIC X(08).
012200 WORKING-STORAGE SECTION.
012300 77  WS-CTL-FILE-STATUS             PIC X(02)   VALUE ZERO.
012400     88  WS-CTL-OK                              VALUE "00".
012500     88  WS-CTL-NOT-FOUND                       VALUE "35".
012600 77  WS-RUNPARM-FILE-STATUS         PIC X(02)   VALUE ZERO.
012700     88  WS-RUNPARM-OK                          VALUE "00".
012800     88  WS-RUNPARM-NOT-FOUND                   VALUE "35".
012900 77  WS-MOVER-FILE-STATUS           PIC X(02)   VALUE ZERO.
013000     88  WS-MOVER-OK                            VALUE "00".
013100     88  WS-MOVER-NOT-FOUND                     VALUE "35".
013200 77  WS-RUN-ID                      PIC X(08)   VALUE SPACES.
013300 77  WS-EOF-SW                      PIC X(01)   VALUE "N".
013400     88  WS-EOF                                 VALUE "Y".
013500 77  WS-REF-EOF-SW                  PIC X(01)   VALUE "N".
013600     88  WS-REF-EOF                             VALUE "Y".
013700 77  WS-COA-EOF-SW                  PIC X(01)   VALUE "N".
013800     88  WS-COA-EOF                             VALUE "Y".
013900 77  WS-SORT-EOF-SW                 PIC X(01)   VALUE "N".
014000     88  WS-SORT-EOF                            VALUE "Y".
014100 77  WS-RPT-EOF-SW                  PIC X(01)   VALUE "N".
014200     88  WS-RPT-EOF                             VALUE "Y".
014300 77  WS-COA-READ-COUNT              PIC 9(09)   VALUE ZERO COMP.
014400 77  WS-COA-APPLIED-COUNT           PIC 9(09)   VALUE ZERO COMP.
014500 77  WS-COA-HELD-COUNT              PIC 9(09)   VALUE ZERO COMP.
014600 77  WS-COA-UNMATCHED-COUNT         PIC 9(09)   VALUE ZERO COMP.
014700 77  WS-COA-INVALID-COUNT           PIC 9(09)   VALUE ZERO COMP.
014800 77  WS-COA-OVERFLOW-COUNT          PIC 9(09)   VALUE ZERO COMP.
014900 77  WS-COA-REJECTED-COUNT          PIC 9(09)   VALUE ZERO COMP.
015000 77  WS-CONTACT-COUNT               PIC 9(09)   VALUE ZERO COMP.
015100 77  WS-EXACT-COUNT                 PIC 9(09)   VALUE ZERO COMP.
015200 77  WS-CLOSE-COUNT                 PIC 9(09)   VALUE ZERO COMP.
015300 77  WS-NO-FORWARD-COUNT            PIC 9(09)   VALUE ZERO COMP.
015400 77  WS-TRAN-COUNT                  PIC 9(09)   VALUE ZERO COMP.
015500 77  WS-HOLD-COUNT                  PIC 9(09)   VALUE ZERO COMP.
015600 77  WS-SUPPRESS-COUNT              PIC 9(09)   VALUE ZERO COMP.
015700 77  WS-GEOCODED-COUNT              PIC 9(09)   VALUE ZERO COMP.
015800 77  WS-GEO-INVALID-COUNT           PIC 9(09)   VALUE ZERO COMP.
015900 77  WS-LOWER-CASE                  PIC X(26)
016000         VALUE "abcdefghijklmnopqrstuvwxyz".
016100 77  WS-UPPER-CASE                  PIC X(26)
016200         VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
016300*----------------------------------------------------------------*
016400*    GEOCODE TABLE - LOADED FROM GEOCDREF EXACTLY AS ZCM170 DOES *
016500*----------------------------------------------------------------*
016600 77  WS-GEO-COUNT                   PIC 9(04)   VALUE ZERO COMP.
016700 77  WS-GEO-MAX-COUNT               PIC 9(04)   VALUE 2000 COMP.
016800 77  WS-GEO-TBL-SW                  PIC X(01)   VALUE "N".
016900     88  WS-GEO-TBL-FULL                        VALUE "Y".
017000 77  WS-SEARCH-POSTALCODE           PIC X(10).
017100 77  WS-ADDRESS-COMPLETE-SW         PIC X(01)   VALUE "N".
017200     88  WS-ADDRESS-COMPLETE                    VALUE "Y".
017300 77  WS-ADDRESS-RESULT              PIC X(10)   VALUE SPACES.
017400     88  WS-RESULT-GEOCODED                     VALUE "GEOCODED".
017500     88  WS-RESULT-NOTFOUND                     VALUE "NOT-FOUND".
017600     88  WS-RESULT-INCOMPLETE          VALUE "INCOMPLETE".
017700 01  WS-GEO-TABLE.
017800     05  WS-GEO-ENTRY OCCURS 1 TO 2000 TIMES
017900             DEPENDING ON WS-GEO-COUNT
018000             ASCENDING KEY IS WS-G-POSTALCODE
018100             INDEXED BY WS-GEO-IDX.
018200         10  WS-G-POSTALCODE        PIC X(10).
018300         10  WS-G-LATITUDE          PIC X(15).
018400         10  WS-G-LONGITUDE         PIC X(15).
018500*----------------------------------------------------------------*
018600*    MOVER TABLE - ONE ENTRY PER CHANGE-OF-ADDRESS RECORD IN LAST*
018700*    NAME / OLD POSTALCODE ORDER.  THE MATCHING FIELDS ARE HELD  *
018800*    UPPER CASE; THE NEW ADDRESS IS HELD AS RECEIVED             *
018900*----------------------------------------------------------------*
019000 77  WS-COA-COUNT                   PIC 9(04)   VALUE ZERO COMP.
019100 77  WS-COA-MAX-COUNT               PIC 9(04)   VALUE 3000 COMP.
019200 77  WS-COA-TBL-SW                  PIC X(01)   VALUE "N".
019300     88  WS-COA-TBL-FULL                        VALUE "Y".
019400 77  WS-COA-SUB                     PIC 9(04)   VALUE ZERO COMP.
019500 77  WS-MATCH-SUB                   PIC 9(04)   VALUE ZERO COMP.
019600 77  WS-EXACT-SUB                   PIC 9(04)   VALUE ZERO COMP.
019700 77  WS-CLOSE-SUB                   PIC 9(04)   VALUE ZERO COMP.
019800 77  WS-EXACT-HITS                  PIC 9(04)   VALUE ZERO COMP.
019900 77  WS-COA-FOUND-SW                PIC X(01)   VALUE "N".
020000     88  WS-COA-FOUND                           VALUE "Y".
020100 77  WS-MATCH-NOTE                  PIC X(30)   VALUE SPACES.
020200 01  WS-COA-TABLE.
020300     05  WS-COA-ENTRY OCCURS 1 TO 3000 TIMES
020400             DEPENDING ON WS-COA-COUNT
020500             ASCENDING KEY IS WS-CO-KEY
020600             INDEXED BY WS-COA-IDX.
020700         10  WS-CO-KEY.
020800             15  WS-CO-LASTNAME     PIC X(50).
020900             15  WS-CO-POSTALCODE   PIC X(10).
021000         10  WS-CO-FIRSTNAME        PIC X(50).
021100         10  WS-CO-STREET1          PIC X(50).
021200         10  WS-CO-CITY             PIC X(50).
021300         10  WS-CO-STATE            PIC X(50).
021400         10  WS-CO-MOVE-TYPE        PIC X(01).
021500             88  WS-CO-FORWARDED                VALUE "F".
021600         10  WS-CO-EFFECTIVE-DATE   PIC 9(08).
021700         10  WS-CO-NEW-ADDRESS      PIC X(300).
021800         10  WS-CO-STATUS           PIC X(01).
021900             88  WS-CO-UNRESOLVED               VALUE SPACE.
022000             88  WS-CO-APPLIED                  VALUE "A".
022100             88  WS-CO-HELD                     VALUE "H".
022200             88  WS-CO-INVALID                  VALUE "I".
022300         10  WS-CO-REASON           PIC X(30).
022400 01  WS-NEW-ADDRESS.
022500     05  WS-NA-STREET1              PIC X(50).
022600     05  WS-NA-STREET2              PIC X(50).
022700     05  WS-NA-CITY                 PIC X(50).
022800     05  WS-NA-STATE                PIC X(50).
022900     05  WS-NA-COUNTRY              PIC X(50).
023000     05  WS-NA-POSTALCODE           PIC X(50).
023100*----------------------------------------------------------------*
023200*    THE CONTACT IN HAND, UPPER CASE, FOR COMPARISON             *
023300*----------------------------------------------------------------*
023400 01  WS-SEARCH-KEY.
023500     05  WS-SK-LASTNAME             PIC X(50).
023600     05  WS-SK-POSTALCODE           PIC X(10).
023700 01  WS-CONTACT-MATCH.
023800     05  WS-CM-FIRSTNAME            PIC X(50).
023900     05  WS-CM-STREET1              PIC X(50).
024000     05  WS-CM-CITY                 PIC X(50).
024100     05  WS-CM-STATE                PIC X(50).
024200     COPY "zurmo-customers"
024300         REPLACING ==INVALID==      BY ==NEW-ADDR-INVALID==
024400                   ==ID==           BY ==NEW-CONTACT-ID==
024500                   ==CONTACT-RECORD== BY ==WS-NEW-CONTACT==.
024600*----------------------------------------------------------------*
024700*    REPORT                                                      *
024800*----------------------------------------------------------------*
024900 77  WS-CAT-SUB                     PIC 9(01)   VALUE ZERO.
025000 77  WS-CAT-LINES                   PIC 9(09)   VALUE ZERO COMP.
025100 01  WS-CATEGORY-LIST.
025200     05  FILLER  PIC X(50)
025300         VALUE "EXACT MATCHES - CHANGE OF ADDRESS APPLIED".
025400     05  FILLER  PIC X(50)
025500         VALUE "CLOSE MATCHES - HELD FOR REVIEW ON HOLDOUT".
025600     05  FILLER  PIC X(50)
025700         VALUE "MOVED, LEFT NO FORWARDING ADDRESS - FLAGGED".
025800     05  FILLER  PIC X(50)
025900         VALUE "CHANGE-OF-ADDRESS RECORDS NOT APPLIED".
026000 01  WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-LIST.
026100     05  WS-CATEGORY-TITLE          PIC X(50) OCCURS 4 TIMES.
026200 01  WS-HEADING-1.
026300     05  FILLER                     PIC X(46)
026400         VALUE "ZCM460 - CHANGE-OF-ADDRESS MATCH REPORT".
026500     05  FILLER                     PIC X(08) VALUE "RUN ID ".
026600     05  WS-H-RUN-ID                PIC X(08).
026700 01  WS-HEADING-2.
026800     05  FILLER                     PIC X(11) VALUE "CONTACT ID".
026900     05  FILLER                     PIC X(32) VALUE "NAME".
027000     05  FILLER                     PIC X(12) VALUE "OLD POSTAL".
027100     05  FILLER                     PIC X(22) VALUE "NEW CITY".
027200     05  FILLER                     PIC X(12) VALUE "NEW STATE".
027300     05  FILLER                     PIC X(12) VALUE "GEOCODE".
027400     05  FILLER                     PIC X(30) VALUE "NOTE".
027500 01  WS-DETAIL-LINE.
027600     05  WS-D-CONTACT-ID            PIC X(09).
027700     05  FILLER                     PIC X(02) VALUE SPACES.
027800     05  WS-D-NAME                  PIC X(30).
027900     05  FILLER                     PIC X(02) VALUE SPACES.
028000     05  WS-D-OLD-POSTALCODE        PIC X(10).
028100     05  FILLER                     PIC X(02) VALUE SPACES.
028200     05  WS-D-NEW-CITY              PIC X(20).
028300     05  FILLER                     PIC X(02) VALUE SPACES.
028400     05  WS-D-NEW-STATE             PIC X(10).
028500     05  FILLER                     PIC X(02) VALUE SPACES.
028600     05  WS-D-GEOCODE               PIC X(10).
028700     05  FILLER                     PIC X(02) VALUE SPACES.
028800     05  WS-D-NOTE                  PIC X(30).
028900 01  WS-TOTAL-LINE.
029000     05  WS-T-LABEL                 PIC X(40).
029100     05  WS-T-COUNT                 PIC ZZZ,ZZZ,ZZ9.
029200 PROCEDURE DIVISION.
029300 0000-MAINLINE.
029400     PERFORM 1000-INITIALIZE
029500         THRU 1000-INITIALIZE-EXIT.
029600     SORT COA-SORT
029700         ON ASCENDING KEY SRT-LASTNAME SRT-OLD-POSTALCODE
029800         INPUT PROCEDURE IS 2000-SCREEN-COA
029900             THRU 2000-SCREEN-COA-EXIT
030000         OUTPUT PROCEDURE IS 2100-LOAD-COA
030100             THRU 2100-LOAD-COA-EXIT.
030200     SORT REPORT-SORT
030300         ON ASCENDING KEY RS-CATEGORY RS-SEQUENCE
030400         INPUT PROCEDURE IS 3000-MATCH-CONTACTS
030500             THRU 3000-MATCH-CONTACTS-EXIT
030600         OUTPUT PROCEDURE IS 4000-PRINT-REPORT
030700             THRU 4000-PRINT-REPORT-EXIT.
030800     PERFORM 5000-FINALIZE
030900         THRU 5000-FINALIZE-EXIT.
031000     STOP RUN.
031100*----------------------------------------------------------------*
031200*    1000-INITIALIZE - LOAD THE GEOCODE TABLE AND OPEN THE       *
031300*    TRANSACTION, HOLD AND SUPPRESSION FILES                     *
031400*----------------------------------------------------------------*
031500 1000-INITIALIZE.
031600     PERFORM 9500-READ-RUN-PARM
031700         THRU 9500-READ-RUN-PARM-EXIT
031800     OPEN INPUT  GEOCODE-REF
031900     PERFORM 1100-LOAD-GEO-TABLE
032000         THRU 1100-LOAD-GEO-TABLE-EXIT
032100         UNTIL WS-REF-EOF
032200     CLOSE GEOCODE-REF
032300     OPEN OUTPUT TRAN-OUT
032400     OPEN OUTPUT HOLD-OUT
032500     OPEN EXTEND MOVER-OUT
032600     IF WS-MOVER-NOT-FOUND
032700         OPEN OUTPUT MOVER-OUT
032800     END-IF.
032900 1000-INITIALIZE-EXIT.
033000     EXIT.
033100*----------------------------------------------------------------*
033200*    1100-LOAD-GEO-TABLE - READ ONE GEOCODE-REF ROW INTO THE     *
033300*    NEXT TABLE ENTRY.  IF GEOCDREF HAS MORE ROWS THAN THE TABLE *
033400*    HOLDS, THE LOAD IS STOPPED AND THE TABLE IS FLAGGED FULL    *
033500*    RATHER THAN SUBSCRIPTING PAST THE OCCURS BOUND              *
033600*----------------------------------------------------------------*
033700 1100-LOAD-GEO-TABLE.
033800     READ GEOCODE-REF
033900         AT END
034000             MOVE "Y" TO WS-REF-EOF-SW
034100             GO TO 1100-LOAD-GEO-TABLE-EXIT
034200     END-READ
034300     IF WS-GEO-COUNT >= WS-GEO-MAX-COUNT
034400         MOVE "Y" TO WS-GEO-TBL-SW
034500         MOVE "Y" TO WS-REF-EOF-SW
034600         GO TO 1100-LOAD-GEO-TABLE-EXIT
034700     END-IF
034800     ADD 1 TO WS-GEO-COUNT
034900     MOVE GR-POSTALCODE  TO WS-G-POSTALCODE(WS-GEO-COUNT)
035000     MOVE GR-LATITUDE    TO WS-G-LATITUDE(WS-GEO-COUNT)
035100     MOVE GR-LONGITUDE   TO WS-G-LONGITUDE(WS-GEO-COUNT).
035200 1100-LOAD-GEO-TABLE-EXIT.
035300     EXIT.
035400*----------------------------------------------------------------*
035500*    2000-SCREEN-COA - RELEASE EVERY MOVER RECORD TO THE SORT    *
035600*    WITH ITS NAME AND OLD ADDRESS FOLDED TO UPPER CASE          *
035700*----------------------------------------------------------------*
035800 2000-SCREEN-COA.
035900     OPEN INPUT COA-IN
036000     PERFORM 2010-RELEASE-COA
036100         THRU 2010-RELEASE-COA-EXIT
036200         UNTIL WS-COA-EOF
036300     CLOSE COA-IN.
036400 2000-SCREEN-COA-EXIT.
036500     EXIT.
036600*----------------------------------------------------------------*
036700*    2010-RELEASE-COA - READ ONE CHANGE-OF-ADDRESS RECORD, FOLD  *
036800*    ITS NAME AND OLD ADDRESS TO UPPER CASE, AND RELEASE IT TO   *
036900*    THE SORT                                                    *
037000*----------------------------------------------------------------*
037100 2010-RELEASE-COA.
037200     READ COA-IN
037300         AT END
037400             MOVE "Y" TO WS-COA-EOF-SW
037500             GO TO 2010-RELEASE-COA-EXIT
037600     END-READ
037700     ADD 1 TO WS-COA-READ-COUNT
037800     MOVE CHANGE-OF-ADDRESS-RECORD TO SORT-COA-RECORD
037900     INSPECT SRT-NAME
038000         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
038100     INSPECT SRT-OLD-ADDRESS
038200         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
038300     RELEASE SORT-COA-RECORD.
038400 2010-RELEASE-COA-EXIT.
038500     EXIT.
038600*----------------------------------------------------------------*
038700*    2100-LOAD-COA - LOAD THE SORTED MOVERS INTO THE TABLE,      *
038800*    MARKING ANY THAT CANNOT BE MATCHED OR APPLIED AS INVALID    *
038900*----------------------------------------------------------------*
039000 2100-LOAD-COA.
039100     PERFORM 2110-ADD-COA
039200         THRU 2110-ADD-COA-EXIT
039300         UNTIL WS-SORT-EOF.
039400 2100-LOAD-COA-EXIT.
039500     EXIT.
039600*----------------------------------------------------------------*
039700*    2110-ADD-COA - RETURN ONE SORTED CHANGE OF ADDRESS AND ADD  *
039800*    IT TO THE TABLE                                             *
039900*----------------------------------------------------------------*
040000 2110-ADD-COA.
040100     RETURN COA-SORT
040200         AT END
040300             MOVE "Y" TO WS-SORT-EOF-SW
040400             GO TO 2110-ADD-COA-EXIT
040500     END-RETURN
040600     IF WS-COA-COUNT >= WS-COA-MAX-COUNT
040700         MOVE "Y" TO WS-COA-TBL-SW
040800         ADD 1 TO WS-COA-OVERFLOW-COUNT
040900         GO TO 2110-ADD-COA-EXIT
041000     END-IF
041100     ADD 1 TO WS-COA-COUNT
041200     MOVE WS-COA-COUNT         TO WS-COA-SUB
041300     MOVE SRT-LASTNAME         TO WS-CO-LASTNAME(WS-COA-SUB)
041400     MOVE SRT-OLD-POSTALCODE   TO WS-CO-POSTALCODE(WS-COA-SUB)
041500     MOVE SRT-FIRSTNAME        TO WS-CO-FIRSTNAME(WS-COA-SUB)
041600     MOVE SRT-OLD-STREET1      TO WS-CO-STREET1(WS-COA-SUB)
041700     MOVE SRT-OLD-CITY         TO WS-CO-CITY(WS-COA-SUB)
041800     MOVE SRT-OLD-STATE        TO WS-CO-STATE(WS-COA-SUB)
041900     MOVE SRT-MOVE-TYPE        TO WS-CO-MOVE-TYPE(WS-COA-SUB)
042000     MOVE SRT-EFFECTIVE-DATE   TO WS-CO-EFFECTIVE-DATE(WS-COA-SUB)
042100     MOVE SRT-NEW-ADDRESS      TO WS-CO-NEW-ADDRESS(WS-COA-SUB)
042200     MOVE SPACE                TO WS-CO-STATUS(WS-COA-SUB)
042300     MOVE SPACES               TO WS-CO-REASON(WS-COA-SUB)
042400     EVALUATE TRUE
042500         WHEN SRT-LASTNAME = SPACES OR SRT-FIRSTNAME = SPACES
042600             MOVE "NAME MISSING" TO WS-CO-REASON(WS-COA-SUB)
042700         WHEN SRT-OLD-STREET1 = SPACES
042800                 OR SRT-OLD-POSTALCODE = SPACES
042900             MOVE "OLD ADDRESS INCOMPLETE"
043000                 TO WS-CO-REASON(WS-COA-SUB)
043100         WHEN NOT SRT-FORWARDED AND NOT SRT-NO-FORWARDING
043200             MOVE "UNKNOWN MOVE TYPE" TO WS-CO-REASON(WS-COA-SUB)
043300         WHEN SRT-FORWARDED
043400                 AND (SRT-NEW-STREET1 = SPACES
043500                   OR SRT-NEW-CITY = SPACES
043600                   OR SRT-NEW-STATE = SPACES
043700                   OR SRT-NEW-POSTALCODE = SPACES)
043800             MOVE "FORWARDING ADDRESS INCOMPLETE"
043900                 TO WS-CO-REASON(WS-COA-SUB)
044000         WHEN OTHER
044100             CONTINUE
044200     END-EVALUATE
044300     IF WS-CO-REASON(WS-COA-SUB) NOT = SPACES
044400         MOVE "I" TO WS-CO-STATUS(WS-COA-SUB)
044500     END-IF.
044600 2110-ADD-COA-EXIT.
044700     EXIT.
044800*----------------------------------------------------------------*
044900*    3000-MATCH-CONTACTS - WALK THE CONTACT EXTRACT AGAINST THE  *
045000*    MOVER TABLE, THEN RELEASE A LINE FOR EVERY MOVER RECORD THAT*
045100*    WAS INVALID OR MATCHED NOTHING                              *
045200*----------------------------------------------------------------*
045300 3000-MATCH-CONTACTS.
045400     OPEN INPUT CONTACT-IN
045500     PERFORM 3010-PROCESS-CONTACT
045600         THRU 3010-PROCESS-CONTACT-EXIT
045700         UNTIL WS-EOF
045800     CLOSE CONTACT-IN
045900     PERFORM 3400-RELEASE-UNAPPLIED-COA
046000         THRU 3400-RELEASE-UNAPPLIED-COA-EXIT
046100         VARYING WS-COA-SUB FROM 1 BY 1
046200         UNTIL WS-COA-SUB > WS-COA-COUNT.
046300 3000-MATCH-CONTACTS-EXIT.
046400     EXIT.
046500*----------------------------------------------------------------*
046600*    3010-PROCESS-CONTACT - FIND EVERY MOVER WITH THE CONTACT'S  *
046700*    LAST NAME AND POSTALCODE AND GRADE THE BEST ONE             *
046800*----------------------------------------------------------------*
046900 3010-PROCESS-CONTACT.
047000     READ CONTACT-IN
047100         AT END
047200             MOVE "Y" TO WS-EOF-SW
047300             GO TO 3010-PROCESS-CONTACT-EXIT
047400     END-READ
047500     ADD 1 TO WS-CONTACT-COUNT
047600     IF WS-COA-COUNT = ZERO
047700         GO TO 3010-PROCESS-CONTACT-EXIT
047800     END-IF
047900     MOVE LASTNAME OF CONTACT-RECORD TO WS-SK-LASTNAME
048000     MOVE POSTALCODE OF CONTACT-RECORD(1:10) TO WS-SK-POSTALCODE
048100     IF WS-SK-LASTNAME = SPACES OR WS-SK-POSTALCODE = SPACES
048200         GO TO 3010-PROCESS-CONTACT-EXIT
048300     END-IF
048400     INSPECT WS-SEARCH-KEY
048500         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
048600     PERFORM 3100-FIND-COA
048700         THRU 3100-FIND-COA-EXIT
048800     IF NOT WS-COA-FOUND
048900         GO TO 3010-PROCESS-CONTACT-EXIT
049000     END-IF
049100     MOVE FIRSTNAME OF CONTACT-RECORD TO WS-CM-FIRSTNAME
049200     MOVE STREET1 OF CONTACT-RECORD TO WS-CM-STREET1
049300     MOVE CITY OF CONTACT-RECORD    TO WS-CM-CITY
049400     MOVE STATE OF CONTACT-RECORD   TO WS-CM-STATE
049500     INSPECT WS-CONTACT-MATCH
049600         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
049700     MOVE ZERO TO WS-EXACT-HITS
049800     MOVE ZERO TO WS-EXACT-SUB
049900     MOVE ZERO TO WS-CLOSE-SUB
050000     MOVE SPACES TO WS-MATCH-NOTE
050100     PERFORM 3120-COMPARE-COA
050200         THRU 3120-COMPARE-COA-EXIT
050300         VARYING WS-COA-SUB FROM WS-COA-SUB BY 1
050400         UNTIL WS-COA-SUB > WS-COA-COUNT
050500            OR WS-CO-KEY(WS-COA-SUB) NOT = WS-SEARCH-KEY
050600     EVALUATE TRUE
050700         WHEN WS-EXACT-HITS = 1
050800             MOVE WS-EXACT-SUB TO WS-MATCH-SUB
050900             PERFORM 3200-APPLY-MOVE
051000                 THRU 3200-APPLY-MOVE-EXIT
051100         WHEN WS-EXACT-HITS > 1
051200             MOVE WS-EXACT-SUB TO WS-MATCH-SUB
051300             MOVE "MATCHES MORE THAN ONE MOVER" TO WS-MATCH-NOTE
051400             PERFORM 3250-HOLD-MOVE
051500                 THRU 3250-HOLD-MOVE-EXIT
051600         WHEN WS-CLOSE-SUB > ZERO
051700             MOVE WS-CLOSE-SUB TO WS-MATCH-SUB
051800             PERFORM 3250-HOLD-MOVE
051900                 THRU 3250-HOLD-MOVE-EXIT
052000         WHEN OTHER
052100             CONTINUE
052200     END-EVALUATE.
052300 3010-PROCESS-CONTACT-EXIT.
052400     EXIT.
052500*----------------------------------------------------------------*
052600*    3100-FIND-COA - SEARCH THE MOVER TABLE FOR WS-SEARCH-KEY AND*
052700*    BACK UP TO THE FIRST ENTRY WITH THAT KEY                    *
052800*----------------------------------------------------------------*
052900 3100-FIND-COA.
053000     MOVE "N" TO WS-COA-FOUND-SW
053100     SEARCH ALL WS-COA-ENTRY
053200         AT END
053300             CONTINUE
053400         WHEN WS-CO-KEY(WS-COA-IDX) = WS-SEARCH-KEY
053500             MOVE "Y" TO WS-COA-FOUND-SW
053600             SET WS-COA-SUB TO WS-COA-IDX
053700     END-SEARCH
053800     IF NOT WS-COA-FOUND
053900         GO TO 3100-FIND-COA-EXIT
054000     END-IF
054100     PERFORM 3110-BACK-UP-COA
054200         THRU 3110-BACK-UP-COA-EXIT
054300         UNTIL WS-COA-SUB = 1
054400            OR WS-CO-KEY(WS-COA-SUB - 1) NOT = WS-SEARCH-KEY.
054500 3100-FIND-COA-EXIT.
054600     EXIT.
054700*----------------------------------------------------------------*
054800*    3110-BACK-UP-COA - STEP BACK ONE ENTRY TOWARD THE FIRST     *
054900*    TABLE ENTRY WITH THE SAME KEY                               *
055000*----------------------------------------------------------------*
055100 3110-BACK-UP-COA.
055200     SUBTRACT 1 FROM WS-COA-SUB.
055300 3110-BACK-UP-COA-EXIT.
055400     EXIT.
055500*----------------------------------------------------------------*
055600*    3120-COMPARE-COA - GRADE ONE MOVER WITH THE CONTACT'S KEY:  *
055700*    EXACT WHEN FIRST NAME, STREET1, CITY AND STATE ALL AGREE;   *
055800*    CLOSE WHEN THE FIRST NAME AGREES, OR THE STREET AND FIRST   *
055900*    INITIAL DO                                                  *
056000*----------------------------------------------------------------*
056100 3120-COMPARE-COA.
056200     IF WS-CO-INVALID(WS-COA-SUB)
056300         GO TO 3120-COMPARE-COA-EXIT
056400     END-IF
056500     IF WS-CO-FIRSTNAME(WS-COA-SUB) = WS-CM-FIRSTNAME
056600         AND WS-CO-STREET1(WS-COA-SUB) = WS-CM-STREET1
056700         AND WS-CO-CITY(WS-COA-SUB) = WS-CM-CITY
056800         AND WS-CO-STATE(WS-COA-SUB) = WS-CM-STATE
056900         ADD 1 TO WS-EXACT-HITS
057000         IF WS-EXACT-SUB = ZERO
057100             MOVE WS-COA-SUB TO WS-EXACT-SUB
057200         END-IF
057300         GO TO 3120-COMPARE-COA-EXIT
057400     END-IF
057500     IF WS-CLOSE-SUB NOT = ZERO
057600         GO TO 3120-COMPARE-COA-EXIT
057700     END-IF
057800     IF WS-CO-FIRSTNAME(WS-COA-SUB) = WS-CM-FIRSTNAME
057900         MOVE WS-COA-SUB TO WS-CLOSE-SUB
058000         MOVE "NAME AGREES, ADDRESS DIFFERS" TO WS-MATCH-NOTE
058100         GO TO 3120-COMPARE-COA-EXIT
058200     END-IF
058300     IF WS-CO-FIRSTNAME(WS-COA-SUB)(1:1) = WS-CM-FIRSTNAME(1:1)
058400         AND WS-CO-STREET1(WS-COA-SUB) = WS-CM-STREET1
058500         MOVE WS-COA-SUB TO WS-CLOSE-SUB
058600         MOVE "STREET AGREES, NAME DIFFERS" TO WS-MATCH-NOTE
058700     END-IF.
058800 3120-COMPARE-COA-EXIT.
058900     EXIT.
059000*----------------------------------------------------------------*
059100*    3200-APPLY-MOVE - EXACT MATCH: WRITE THE CHANGE TO TRANOUT. *
059200*    A NO-FORWARDING MOVE ALSO GOES ON THE SUPPRESSION FILE      *
059300*----------------------------------------------------------------*
059400 3200-APPLY-MOVE.
059500     PERFORM 3210-BUILD-IMAGE
059600         THRU 3210-BUILD-IMAGE-EXIT
059700     WRITE CONTACT-TRAN-RECORD
059800     ADD 1 TO WS-TRAN-COUNT
059900     MOVE "A" TO WS-CO-STATUS(WS-MATCH-SUB)
060000     IF WS-CO-FORWARDED(WS-MATCH-SUB)
060100         ADD 1 TO WS-EXACT-COUNT
060200         MOVE 1 TO RS-CATEGORY
060300         MOVE SPACES TO WS-MATCH-NOTE
060400         GO TO 3200-RELEASE
060500     END-IF
060600     MOVE CONTACT-ID OF CONTACT-RECORD TO MVS-CONTACT-ID
060700     MOVE STREET1 OF CONTACT-RECORD    TO MVS-OLD-STREET1
060800     MOVE POSTALCODE OF CONTACT-RECORD TO MVS-OLD-POSTALCODE
060900     MOVE WS-CO-EFFECTIVE-DATE(WS-MATCH-SUB) TO MVS-EFFECTIVE-DATE
061000     MOVE WS-RUN-ID             TO MVS-RUN-ID
061100     WRITE MOVER-SUPPRESS-RECORD
061200     ADD 1 TO WS-SUPPRESS-COUNT
061300     ADD 1 TO WS-NO-FORWARD-COUNT
061400     MOVE "ADDRESS INVALID, MAIL STOPPED" TO WS-MATCH-NOTE
061500     MOVE 3 TO RS-CATEGORY.
061600 3200-RELEASE.
061700     PERFORM 3300-RELEASE-DETAIL
061800         THRU 3300-RELEASE-DETAIL-EXIT.
061900 3200-APPLY-MOVE-EXIT.
062000     EXIT.
062100*----------------------------------------------------------------*
062200*    3210-BUILD-IMAGE - THE CONTACT AS EXTRACTED WITH THE NEW    *
062300*    ADDRESS-RECORD (A NO-FORWARDING MOVE KEEPS THE OLD ADDRESS  *
062400*    AND IS MARKED INVALID), AND ONLY THE ADDRESS FLAG SET       *
062500*----------------------------------------------------------------*
062600 3210-BUILD-IMAGE.
062700     MOVE CONTACT-RECORD TO WS-NEW-CONTACT
062800     IF WS-CO-FORWARDED(WS-MATCH-SUB)
062900         MOVE WS-CO-NEW-ADDRESS(WS-MATCH-SUB) TO WS-NEW-ADDRESS
063000         MOVE WS-NA-STREET1 TO STREET1 OF WS-NEW-CONTACT
063100         MOVE WS-NA-STREET2 TO STREET2 OF WS-NEW-CONTACT
063200         MOVE WS-NA-CITY    TO CITY OF WS-NEW-CONTACT
063300         MOVE WS-NA-STATE   TO STATE OF WS-NEW-CONTACT
063400         IF WS-NA-COUNTRY NOT = SPACES
063500             MOVE WS-NA-COUNTRY TO COUNTRY OF WS-NEW-CONTACT
063600         END-IF
063700         MOVE WS-NA-POSTALCODE TO POSTALCODE OF WS-NEW-CONTACT
063800         PERFORM 3220-CHECK-ADDRESS-COMPLETE
063900             THRU 3220-CHECK-ADDRESS-COMPLETE-EXIT
064000         IF WS-ADDRESS-COMPLETE
064100             PERFORM 3230-LOOKUP-GEOCODE
064200                 THRU 3230-LOOKUP-GEOCODE-EXIT
064300         ELSE
064400             MOVE "INCOMPLETE" TO WS-ADDRESS-RESULT
064500             MOVE SPACES TO LATITUDE OF WS-NEW-CONTACT
064600             MOVE SPACES TO LONGITUDE OF WS-NEW-CONTACT
064700             MOVE "Y" TO NEW-ADDR-INVALID OF WS-NEW-CONTACT
064800             ADD 1 TO WS-GEO-INVALID-COUNT
064900         END-IF
065000     ELSE
065100         MOVE SPACES TO WS-ADDRESS-RESULT
065200         MOVE "Y" TO NEW-ADDR-INVALID OF WS-NEW-CONTACT
065300     END-IF
065400     MOVE "C" TO TRAN-ACTION
065500     MOVE ALL "N" TO TRAN-CHANGE-FLAGS
065600     MOVE "Y" TO TRAN-CHG-ADDRESS
065700     MOVE WS-NEW-CONTACT TO TRAN-CONTACT-IMAGE.
065800 3210-BUILD-IMAGE-EXIT.
065900     EXIT.
066000*----------------------------------------------------------------*
066100*    3220-CHECK-ADDRESS-COMPLETE - CONFIRM STREET1, CITY, STATE, *
066200*    COUNTRY, AND POSTALCODE ARE ALL PRESENT, AS ZCM170 DOES     *
066300*----------------------------------------------------------------*
066400 3220-CHECK-ADDRESS-COMPLETE.
066500     MOVE "N" TO WS-ADDRESS-COMPLETE-SW
066600     IF STREET1 OF WS-NEW-CONTACT NOT = SPACES
066700         AND CITY OF WS-NEW-CONTACT NOT = SPACES
066800         AND STATE OF WS-NEW-CONTACT NOT = SPACES
066900         AND COUNTRY OF WS-NEW-CONTACT NOT = SPACES
067000         AND POSTALCODE OF WS-NEW-CONTACT NOT = SPACES
067100         MOVE "Y" TO WS-ADDRESS-COMPLETE-SW
067200     END-IF.
067300 3220-CHECK-ADDRESS-COMPLETE-EXIT.
067400     EXIT.
067500*----------------------------------------------------------------*
067600*    3230-LOOKUP-GEOCODE - BINARY-SEARCH THE GEOCODE TABLE BY    *
067700*    THE NEW POSTALCODE, AS ZCM170 DOES.  UNLIKE ZCM170, A MISS  *
067800*    CLEARS LATITUDE/LONGITUDE: THE OLD ONES BELONG TO THE       *
067900*    ADDRESS THE CONTACT LEFT                                    *
068000*----------------------------------------------------------------*
068100 3230-LOOKUP-GEOCODE.
068200     MOVE POSTALCODE OF WS-NEW-CONTACT(1:10)
068300         TO WS-SEARCH-POSTALCODE
068400     MOVE "NOT-FOUND" TO WS-ADDRESS-RESULT
068500     SEARCH ALL WS-GEO-ENTRY
068600         AT END
068700             CONTINUE
068800         WHEN WS-G-POSTALCODE(WS-GEO-IDX) = WS-SEARCH-POSTALCODE
068900             MOVE WS-G-LATITUDE(WS-GEO-IDX)
069000                 TO LATITUDE OF WS-NEW-CONTACT
069100             MOVE WS-G-LONGITUDE(WS-GEO-IDX)
069200                 TO LONGITUDE OF WS-NEW-CONTACT
069300             MOVE "GEOCODED" TO WS-ADDRESS-RESULT
069400     END-SEARCH
069500     IF WS-RESULT-GEOCODED
069600         MOVE "N" TO NEW-ADDR-INVALID OF WS-NEW-CONTACT
069700         ADD 1 TO WS-GEOCODED-COUNT
069800     ELSE
069900         MOVE SPACES TO LATITUDE OF WS-NEW-CONTACT
070000         MOVE SPACES TO LONGITUDE OF WS-NEW-CONTACT
070100         MOVE "Y" TO NEW-ADDR-INVALID OF WS-NEW-CONTACT
070200         ADD 1 TO WS-GEO-INVALID-COUNT
070300     END-IF.
070400 3230-LOOKUP-GEOCODE-EXIT.
070500     EXIT.
070600*----------------------------------------------------------------*
070700*    3250-HOLD-MOVE - CLOSE OR AMBIGUOUS MATCH: BUILD THE CHANGE *
070800*    THE SAME WAY BUT HOLD IT ON HOLDOUT FOR REVIEW              *
070900*----------------------------------------------------------------*
071000 3250-HOLD-MOVE.
071100     PERFORM 3210-BUILD-IMAGE
071200         THRU 3210-BUILD-IMAGE-EXIT
071300     MOVE CONTACT-TRAN-RECORD TO HOLD-OUT-RECORD
071400     WRITE HOLD-OUT-RECORD
071500     ADD 1 TO WS-HOLD-COUNT
071600     ADD 1 TO WS-CLOSE-COUNT
071700     IF NOT WS-CO-APPLIED(WS-MATCH-SUB)
071800         MOVE "H" TO WS-CO-STATUS(WS-MATCH-SUB)
071900     END-IF
072000     MOVE 2 TO RS-CATEGORY
072100     PERFORM 3300-RELEASE-DETAIL
072200         THRU 3300-RELEASE-DETAIL-EXIT.
072300 3250-HOLD-MOVE-EXIT.
072400     EXIT.
072500*----------------------------------------------------------------*
072600*    3300-RELEASE-DETAIL - RELEASE ONE MATCHED-CONTACT LINE UNDER*
072700*    THE CATEGORY ALREADY SET IN RS-CATEGORY                     *
072800*----------------------------------------------------------------*
072900 3300-RELEASE-DETAIL.
073000     MOVE SPACES TO WS-DETAIL-LINE
073100     MOVE CONTACT-ID OF CONTACT-RECORD TO WS-D-CONTACT-ID
073200     STRING FIRSTNAME OF CONTACT-RECORD DELIMITED BY SPACE
073300            " "                            DELIMITED BY SIZE
073400            LASTNAME OF CONTACT-RECORD DELIMITED BY SPACE
073500         INTO WS-D-NAME
073600     END-STRING
073700     MOVE POSTALCODE OF CONTACT-RECORD(1:10)
073800         TO WS-D-OLD-POSTALCODE
073900     IF WS-CO-FORWARDED(WS-MATCH-SUB)
074000         MOVE CITY OF WS-NEW-CONTACT(1:20)  TO WS-D-NEW-CITY
074100         MOVE STATE OF WS-NEW-CONTACT(1:10) TO WS-D-NEW-STATE
074200         MOVE WS-ADDRESS-RESULT             TO WS-D-GEOCODE
074300     ELSE
074400         MOVE "NO FORWARDING" TO WS-D-NEW-CITY
074500     END-IF
074600     MOVE WS-MATCH-NOTE TO WS-D-NOTE
074700     MOVE CONTACT-ID OF CONTACT-RECORD TO RS-SEQUENCE
074800     MOVE WS-DETAIL-LINE TO RS-DETAIL
074900     RELEASE REPORT-SORT-RECORD.
075000 3300-RELEASE-DETAIL-EXIT.
075100     EXIT.
075200*----------------------------------------------------------------*
075300*    3400-RELEASE-UNAPPLIED-COA - RELEASE A LINE FOR A MOVER     *
075400*    RECORD THAT WAS INVALID OR MATCHED NO CONTACT, AND COUNT    *
075500*    EVERY MOVER RECORD BY ITS OUTCOME                           *
075600*----------------------------------------------------------------*
075700 3400-RELEASE-UNAPPLIED-COA.
075800     EVALUATE TRUE
075900         WHEN WS-CO-APPLIED(WS-COA-SUB)
076000             ADD 1 TO WS-COA-APPLIED-COUNT
076100             GO TO 3400-RELEASE-UNAPPLIED-COA-EXIT
076200         WHEN WS-CO-HELD(WS-COA-SUB)
076300             ADD 1 TO WS-COA-HELD-COUNT
076400             GO TO 3400-RELEASE-UNAPPLIED-COA-EXIT
076500         WHEN WS-CO-INVALID(WS-COA-SUB)
076600             ADD 1 TO WS-COA-INVALID-COUNT
076700         WHEN OTHER
076800             ADD 1 TO WS-COA-UNMATCHED-COUNT
076900             MOVE "NO CONTACT MATCHED"
077000                 TO WS-CO-REASON(WS-COA-SUB)
077100     END-EVALUATE
077200     MOVE SPACES TO WS-DETAIL-LINE
077300     STRING WS-CO-FIRSTNAME(WS-COA-SUB) DELIMITED BY SPACE
077400            " "                         DELIMITED BY SIZE
077500            WS-CO-LASTNAME(WS-COA-SUB)  DELIMITED BY SPACE
077600         INTO WS-D-NAME
077700     END-STRING
077800     MOVE WS-CO-POSTALCODE(WS-COA-SUB) TO WS-D-OLD-POSTALCODE
077900     IF WS-CO-FORWARDED(WS-COA-SUB)
078000         MOVE WS-CO-NEW-ADDRESS(WS-COA-SUB) TO WS-NEW-ADDRESS
078100         MOVE WS-NA-CITY(1:20)  TO WS-D-NEW-CITY
078200         MOVE WS-NA-STATE(1:10) TO WS-D-NEW-STATE
078300     END-IF
078400     MOVE WS-CO-REASON(WS-COA-SUB) TO WS-D-NOTE
078500     MOVE 4 TO RS-CATEGORY
078600     MOVE WS-COA-SUB TO RS-SEQUENCE
078700     MOVE WS-DETAIL-LINE TO RS-DETAIL
078800     RELEASE REPORT-SORT-RECORD.
078900 3400-RELEASE-UNAPPLIED-COA-EXIT.
079000     EXIT.
079100*----------------------------------------------------------------*
079200*    4000-PRINT-REPORT - PRINT THE FOUR MATCH SECTIONS IN ORDER, *
079300*    "NONE" UNDER ANY SECTION WITH NOTHING IN IT                 *
079400*----------------------------------------------------------------*
079500 4000-PRINT-REPORT.
079600     OPEN OUTPUT REPORT-OUT
079700     MOVE WS-RUN-ID TO WS-H-RUN-ID
079800     MOVE WS-HEADING-1 TO REPORT-LINE
079900     WRITE REPORT-LINE
080000     PERFORM 8000-RETURN-DETAIL
080100         THRU 8000-RETURN-DETAIL-EXIT
080200     PERFORM 4100-PRINT-CATEGORY
080300         THRU 4100-PRINT-CATEGORY-EXIT
080400         VARYING WS-CAT-SUB FROM 1 BY 1
080500         UNTIL WS-CAT-SUB > 4.
080600 4000-PRINT-REPORT-EXIT.
080700     EXIT.
080800*----------------------------------------------------------------*
080900*    4100-PRINT-CATEGORY - PRINT THE TITLE, HEADING AND DETAIL   *
081000*    LINES FOR ONE REPORT CATEGORY                               *
081100*----------------------------------------------------------------*
081200 4100-PRINT-CATEGORY.
081300     MOVE SPACES TO REPORT-LINE
081400     WRITE REPORT-LINE
081500     MOVE WS-CATEGORY-TITLE(WS-CAT-SUB) TO REPORT-LINE
081600     WRITE REPORT-LINE
081700     MOVE WS-HEADING-2 TO REPORT-LINE
081800     WRITE REPORT-LINE
081900     MOVE ZERO TO WS-CAT-LINES
082000     PERFORM 4110-PRINT-DETAIL
082100         THRU 4110-PRINT-DETAIL-EXIT
082200         UNTIL WS-RPT-EOF
082300            OR RS-CATEGORY NOT = WS-CAT-SUB
082400     IF WS-CAT-LINES = ZERO
082500         MOVE "    NONE" TO REPORT-LINE
082600         WRITE REPORT-LINE
082700     END-IF.
082800 4100-PRINT-CATEGORY-EXIT.
082900     EXIT.
083000*----------------------------------------------------------------*
083100*    4110-PRINT-DETAIL - PRINT ONE DETAIL LINE AND RETURN THE    *
083200*    NEXT ONE FROM THE SORT                                      *
083300*----------------------------------------------------------------*
083400 4110-PRINT-DETAIL.
083500     MOVE RS-DETAIL TO REPORT-LINE
083600     WRITE REPORT-LINE
083700     ADD 1 TO WS-CAT-LINES
083800     PERFORM 8000-RETURN-DETAIL
083900         THRU 8000-RETURN-DETAIL-EXIT.
084000 4110-PRINT-DETAIL-EXIT.
084100     EXIT.
084200*----------------------------------------------------------------*
084300*    5000-FINALIZE - PRINT THE RUN TOTALS, WRITE THE CONTROL     *
084400*    RECORD, AND CLOSE FILES                                     *
084500*----------------------------------------------------------------*
084600 5000-FINALIZE.
084700     COMPUTE WS-COA-REJECTED-COUNT =
084800         WS-COA-READ-COUNT - WS-COA-APPLIED-COUNT
084900     MOVE SPACES TO REPORT-LINE
085000     WRITE REPORT-LINE
085100     MOVE "CHANGE-OF-ADDRESS RECORDS READ" TO WS-T-LABEL
085200     MOVE WS-COA-READ-COUNT TO WS-T-COUNT
085300     PERFORM 5100-WRITE-TOTAL-LINE
085400         THRU 5100-WRITE-TOTAL-LINE-EXIT
085500     MOVE "  APPLIED TO A CONTACT" TO WS-T-LABEL
085600     MOVE WS-COA-APPLIED-COUNT TO WS-T-COUNT
085700     PERFORM 5100-WRITE-TOTAL-LINE
085800         THRU 5100-WRITE-TOTAL-LINE-EXIT
085900     MOVE "  HELD FOR REVIEW ONLY" TO WS-T-LABEL
086000     MOVE WS-COA-HELD-COUNT TO WS-T-COUNT
086100     PERFORM 5100-WRITE-TOTAL-LINE
086200         THRU 5100-WRITE-TOTAL-LINE-EXIT
086300     MOVE "  MATCHED NO CONTACT" TO WS-T-LABEL
086400     MOVE WS-COA-UNMATCHED-COUNT TO WS-T-COUNT
086500     PERFORM 5100-WRITE-TOTAL-LINE
086600         THRU 5100-WRITE-TOTAL-LINE-EXIT
086700     MOVE "  INVALID" TO WS-T-LABEL
086800     MOVE WS-COA-INVALID-COUNT TO WS-T-COUNT
086900     PERFORM 5100-WRITE-TOTAL-LINE
087000         THRU 5100-WRITE-TOTAL-LINE-EXIT
087100     MOVE "  NOT LOADED - TABLE FULL" TO WS-T-LABEL
087200     MOVE WS-COA-OVERFLOW-COUNT TO WS-T-COUNT
087300     PERFORM 5100-WRITE-TOTAL-LINE
087400         THRU 5100-WRITE-TOTAL-LINE-EXIT
087500     MOVE "CONTACT RECORDS READ" TO WS-T-LABEL
087600     MOVE WS-CONTACT-COUNT TO WS-T-COUNT
087700     PERFORM 5100-WRITE-TOTAL-LINE
087800         THRU 5100-WRITE-TOTAL-LINE-EXIT
087900     MOVE "EXACT MATCHES - NEW ADDRESS" TO WS-T-LABEL
088000     MOVE WS-EXACT-COUNT TO WS-T-COUNT
088100     PERFORM 5100-WRITE-TOTAL-LINE
088200         THRU 5100-WRITE-TOTAL-LINE-EXIT
088300     MOVE "EXACT MATCHES - NO FORWARDING ADDRESS" TO WS-T-LABEL
088400     MOVE WS-NO-FORWARD-COUNT TO WS-T-COUNT
088500     PERFORM 5100-WRITE-TOTAL-LINE
088600         THRU 5100-WRITE-TOTAL-LINE-EXIT
088700     MOVE "CLOSE MATCHES HELD" TO WS-T-LABEL
088800     MOVE WS-CLOSE-COUNT TO WS-T-COUNT
088900     PERFORM 5100-WRITE-TOTAL-LINE
089000         THRU 5100-WRITE-TOTAL-LINE-EXIT
089100     MOVE "NEW ADDRESSES GEOCODED" TO WS-T-LABEL
089200     MOVE WS-GEOCODED-COUNT TO WS-T-COUNT
089300     PERFORM 5100-WRITE-TOTAL-LINE
089400         THRU 5100-WRITE-TOTAL-LINE-EXIT
089500     MOVE "NEW ADDRESSES LEFT INVALID" TO WS-T-LABEL
089600     MOVE WS-GEO-INVALID-COUNT TO WS-T-COUNT
089700     PERFORM 5100-WRITE-TOTAL-LINE
089800         THRU 5100-WRITE-TOTAL-LINE-EXIT
089900     PERFORM 9600-WRITE-CONTROL-RECORD
090000         THRU 9600-WRITE-CONTROL-RECORD-EXIT
090100     DISPLAY "ZCM460 - COA RECORDS READ       : "
090200         WS-COA-READ-COUNT
090300     DISPLAY "ZCM460 - COA RECORDS APPLIED    : "
090400         WS-COA-APPLIED-COUNT
090500     DISPLAY "ZCM460 - CONTACT RECORDS READ   : "
090600         WS-CONTACT-COUNT
090700     DISPLAY "ZCM460 - CHANGES TO TRANOUT     : "
090800         WS-TRAN-COUNT
090900     DISPLAY "ZCM460 - CHANGES HELD (HOLDOUT) : "
091000         WS-HOLD-COUNT
091100     DISPLAY "ZCM460 - NO-FORWARDING FLAGGED  : "
091200         WS-SUPPRESS-COUNT
091300     IF WS-COA-TBL-FULL
091400         DISPLAY "ZCM460 - WARNING: COAIN EXCEEDS "
091500             WS-COA-MAX-COUNT " RECORDS - REST NOT MATCHED"
091600     END-IF
091700     IF WS-GEO-TBL-FULL
091800         DISPLAY "ZCM460 - WARNING: GEOCDREF EXCEEDS "
091900             WS-GEO-MAX-COUNT " ROWS - GEOCODE TABLE TRUNCATED"
092000     END-IF
092100     CLOSE TRAN-OUT
092200     CLOSE HOLD-OUT
092300     CLOSE MOVER-OUT
092400     CLOSE REPORT-OUT.
092500 5000-FINALIZE-EXIT.
092600     EXIT.
092700*----------------------------------------------------------------*
092800*    5100-WRITE-TOTAL-LINE - PRINT ONE TOTAL LINE                *
092900*----------------------------------------------------------------*
093000 5100-WRITE-TOTAL-LINE.
093100     MOVE WS-TOTAL-LINE TO REPORT-LINE
093200     WRITE REPORT-LINE.
093300 5100-WRITE-TOTAL-LINE-EXIT.
093400     EXIT.
093500*----------------------------------------------------------------*
093600*    8000-RETURN-DETAIL - RETURN THE NEXT SORTED REPORT LINE     *
093700*----------------------------------------------------------------*
093800 8000-RETURN-DETAIL.
093900     RETURN REPORT-SORT
094000         AT END
094100             MOVE "Y" TO WS-RPT-EOF-SW
094200     END-RETURN.
094300 8000-RETURN-DETAIL-EXIT.
094400     EXIT.
094500*----------------------------------------------------------------*
094600*    9500-READ-RUN-PARM - PICK UP THE RUN IDENTIFIER FROM THE    *
094700*    OPTIONAL RUNPARM CONTROL CARD; A MISSING CARD LEAVES THE    *
094800*    RUN ID BLANK                                                *
094900*----------------------------------------------------------------*
095000 9500-READ-RUN-PARM.
095100     OPEN INPUT RUN-PARM
095200     IF WS-RUNPARM-NOT-FOUND
095300         MOVE SPACES TO RUN-PARM-RECORD
095400     ELSE
095500         READ RUN-PARM
095600             AT END
095700                 MOVE SPACES TO RUN-PARM-RECORD
095800         END-READ
095900         CLOSE RUN-PARM
096000     END-IF
096100     MOVE RUN-PARM-RECORD TO WS-RUN-ID.
096200 9500-READ-RUN-PARM-EXIT.
096300     EXIT.
096400*----------------------------------------------------------------*
096500*    9600-WRITE-CONTROL-RECORD - APPEND THIS RUN'S MACHINE-      *
096600*    READABLE COUNTS TO THE COMMON CONTROL FILE FOR THE END-OF-  *
096700*    WINDOW BALANCING RUN                                        *
096800*----------------------------------------------------------------*
096900 9600-WRITE-CONTROL-RECORD.
097000     OPEN EXTEND CONTROL-OUT
097100     IF WS-CTL-NOT-FOUND
097200         OPEN OUTPUT CONTROL-OUT
097300     END-IF
097400     MOVE "ZCM460"              TO CTL-PROGRAM-ID
097500     MOVE WS-RUN-ID             TO CTL-RUN-ID
097600     MOVE WS-COA-READ-COUNT     TO CTL-RECORDS-IN
097700     MOVE WS-COA-APPLIED-COUNT  TO CTL-RECORDS-OUT
097800     MOVE WS-COA-REJECTED-COUNT TO CTL-RECORDS-REJECTED
097900     WRITE CONTROL-RECORD
098000     CLOSE CONTROL-OUT.
098100 9600-WRITE-CONTROL-RECORD-EXIT.
098200     EXIT.
