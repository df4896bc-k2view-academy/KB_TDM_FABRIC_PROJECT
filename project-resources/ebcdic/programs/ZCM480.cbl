000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ZCM480.
000300 AUTHOR.        D SPRINGER.
000400 INSTALLATION.  DATA MGMT - CUSTOMER EXTRACTS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700***************************************************************
000800*  MODIFICATION HISTORY                                        *
000900*  ------------------------------------------------------------*
001000*  DATE       INIT  DESCRIPTION                                *
001100*  10/15/2026 DAS   ORIGINAL PROGRAM - SALES OWNER AND         *
001200*                   TERRITORY RECONCILIATION WITH BOOK-OF-     *
001300*                   BUSINESS REPORT.                           *
001400***************************************************************
001500*  PURPOSE.                                                    *
001600*  PERSON-RECORD OWNEDSECURABLEITEM_ID AND ACCTMST AM-OWNER    *
001700*  NAME A SALES REP, BUT NOTHING ELSE IN THE SYSTEM SAYS WHO   *
001800*  THAT REP IS OR WHETHER THEY STILL WORK HERE.  THIS RUN      *
001900*  LOADS THE SALES OWNER MASTER (ZCM-SALES-OWNER), THE         *
002000*  TERRITORY TABLE (ZCM-TERRITORY) AND ACCTMST, AND WALKS THE  *
002100*  CONTACT EXTRACT.  AM-OWNER IS TAKEN AS AN OWNER ID WHEN IT  *
002200*  IS FIVE DIGITS AND OTHERWISE MATCHED TO THE OWNER NAME.     *
002300*                                                              *
002400*  A CONTACT OWNED BY A REP WHO IS NOT ON THE MASTER OR IS     *
002500*  TERMINATED IS REASSIGNED - TO THE REP NAMED ON A RASNCARD   *
002600*  REASSIGNMENT CARD FOR THE OLD OWNER IF THERE IS ONE, ELSE   *
002700*  TO THE ACCOUNT'S AM-OWNER IF THAT REP IS ACTIVE, ELSE TO    *
002800*  THE DEFAULT OWNER OF THE CONTACT'S TERRITORY IF ACTIVE.     *
002900*  WHEN NONE OF THOSE IS AN ACTIVE REP THE CONTACT IS LEFT     *
003000*  WHERE IT IS AND LISTED FOR THE SALES DESK.  IF OWNERMST     *
003100*  HAD ROWS OUT OF SEQUENCE OR MORE ROWS THAN THE TABLE HOLDS, *
003200*  A REP MISSING FROM THE TABLE MAY BE REAL, SO CONTACTS OF AN *
003300*  UNKNOWN OWNER ARE LISTED BUT NOT REASSIGNED (UNLESS A CARD  *
003400*  NAMES THEIR OWNER) AND THE RUN ENDS WITH RETURN CODE 8.     *
003500*  A CARD ALSO MOVES THE WHOLE BOOK OF AN ACTIVE REP WHO IS    *
003600*  LEAVING.  EACH REASSIGNMENT IS WRITTEN TO TRANOUT AS A      *
003700*  ZCM-CONTACT-TRAN CHANGE WITH THE PERSON FLAG SET AND THE    *
003800*  NEW OWNER IN OWNEDSECURABLEITEM_ID, FOR ZCM310/ZCM190.  A   *
003900*  CONTACT WHOSE OWNER (AFTER ANY REASSIGNMENT) DIFFERS FROM   *
004000*  ITS ACCOUNT'S AM-OWNER IS REPORTED ONLY; ACCOUNTS WHOSE     *
004100*  AM-OWNER IS NOT ON THE MASTER OR IS TERMINATED ARE LISTED   *
004200*  FOR ZCM370 MAINTENANCE.  THE BOOK-OF-BUSINESS SECTION       *
004300*  SHOWS, FOR EACH REP AS THE EXTRACT STANDS, CONTACTS,        *
004400*  SUPPRESSED CONTACTS, LATESTACTIVITYDATETIME AGING IN THE    *
004500*  ZCM150 BUCKETS, CONTACTS OUTSIDE THE REP'S TERRITORY, AND   *
004600*  THE CONTACTS THIS RUN MOVES OUT OF AND INTO THE BOOK.       *
004700***************************************************************
004800 ENVIRONMENT DIVISION.
004900 CONFIGURATION SECTION.
005000 SOURCE-COMPUTER.  IBM-370.
005100 OBJECT-COMPUTER.  IBM-370.
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400     SELECT OWNER-IN       ASSIGN TO OWNERMST
005500            ORGANIZATION IS SEQUENTIAL.
005600     SELECT TERRITORY-IN   ASSIGN TO TERRTBL
005700            ORGANIZATION IS SEQUENTIAL.
005800     SELECT REASSIGN-PARM  ASSIGN TO RASNCARD
005900            ORGANIZATION IS SEQUENTIAL
006000            FILE STATUS IS WS-CARD-FILE-STATUS.
006100     SELECT ACCOUNT-MASTER ASSIGN TO ACCTMST
006200            ORGANIZATION IS SEQUENTIAL.
006300     SELECT CONTACT-IN     ASSIGN TO CONTACTIN
006400            ORGANIZATION IS SEQUENTIAL.
006500     SELECT REPORT-SORT    ASSIGN TO SORTWK01.
006600     SELECT TRAN-OUT       ASSIGN TO TRANOUT
006700            ORGANIZATION IS SEQUENTIAL.
006800     SELECT REPORT-OUT     ASSIGN TO OWNRPT
006900            ORGANIZATION IS SEQUENTIAL.
007000     SELECT CONTROL-OUT    ASSIGN TO CTLOUT
007100            ORGANIZATION IS SEQUENTIAL
007200            FILE STATUS IS WS-CTL-FILE-STATUS.
007300     SELECT RUN-PARM       ASSIGN TO RUNPARM
007400            ORGANIZATION IS SEQUENTIAL
007500            FILE STATUS IS WS-RUNPARM-FILE-STATUS.
007600 DATA DIVISION.
007700 FILE SECTION.
007800 FD  OWNER-IN
007900     RECORDING MODE IS F
008000     LABEL RECORDS ARE STANDARD.
008100     COPY "zcm-sales-owner".
008200 FD  TERRITORY-IN
008300     RECORDING MODE IS F
008400     LABEL RECORDS ARE STANDARD.
008500     COPY "zcm-territory".
008600 FD  REASSIGN-PARM
008700     RECORDING MODE IS F
008800     LABEL RECORDS ARE STANDARD.
008900 01  REASSIGN-PARM-RECORD.
009000     05  RP-FROM-OWNER-ID           PIC X(05).
009100     05  RP-TO-OWNER-ID             PIC X(05).
009200 FD  ACCOUNT-MASTER
009300     RECORDING MODE IS F
009400     LABEL RECORDS ARE STANDARD.
009500     COPY "zcm-account-master".
009600 FD  CONTACT-IN
009700     RECORDING MODE IS F
009800     LABEL RECORDS ARE STANDARD.
009900     COPY "zurmo-customers"
010000         REPLACING ==INVALID== BY ==ADDR-INVALID==
010100                   ==ID==      BY ==CONTACT-ID==.
010200 SD  REPORT-SORT.
010300 01  REPORT-SORT-RECORD.
010400     05  RS-CATEGORY                PIC 9(01).
010500     05  RS-SEQUENCE                PIC 9(09).
010600     05  RS-DETAIL                  PIC X(131).
010700 FD  TRAN-OUT
010800     RECORDING MODE IS F
010900     LABEL RECORDS ARE STANDARD.
011000     COPY "zcm-contact-tran".
011100 FD  REPORT-OUT
011200     RECORDING MODE IS F
011300     LABEL RECORDS ARE STANDARD.
011400 01  REPORT-LINE                    PIC X(133).
011500 FD  CONTROL-OUT
011600     RECORDING MODE IS F
011700     LABEL RECORDS ARE STANDARD.
011800     COPY "zcm-control".
011900 FD  RUN-PARM
012000     RECORDING MODE IS F
012100     LABEL RECORDS ARE STANDARD.
012200 01  RUN-PARM-RECORD                PIC X(08).
012300 WORKING-STORAGE SECTION.
012400 77  WS-CTL-FILE-STATUS             PIC X(02)   VALUE ZERO.
012500     88  WS-CTL-OK                              VALUE "00".
012600     88  WS-CTL-NOT-FOUND                       VALUE "35".
012700 77  WS-RUNPARM-FILE-STATUS         PIC X(02)   VALUE ZERO.
012800     88  WS-RUNPARM-OK                          VALUE "00".
012900     88  WS-RUNPARM-NOT-FOUND                   VALUE "35".
013000 77  WS-CARD-FILE-STATUS            PIC X(02)   VALUE ZERO.
013100     88  WS-CARD-OK                             VALUE "00".
013200     88  WS-CARD-NOT-FOUND                      VALUE "35".
013300 77  WS-RUN-ID                      PIC X(08)   VALUE SPACES.
013400 77  WS-EOF-SW                      PIC X(01)   VALUE "N".
013500     88  WS-EOF                                 VALUE "Y".
013600 77  WS-REF-EOF-SW                  PIC X(01)   VALUE "N".
013700     88  WS-REF-EOF                             VALUE "Y".
013800 77  WS-RPT-EOF-SW                  PIC X(01)   VALUE "N".
013900     88  WS-RPT-EOF                             VALUE "Y".
014000 77  WS-CONTACT-COUNT               PIC 9(09)   VALUE ZERO COMP.
014100 77  WS-CLEAN-COUNT                 PIC 9(09)   VALUE ZERO COMP.
014200 77  WS-UNKNOWN-OWNER-COUNT         PIC 9(09)   VALUE ZERO COMP.
014300 77  WS-TERMINATED-COUNT            PIC 9(09)   VALUE ZERO COMP.
014400 77  WS-CARD-MOVE-COUNT             PIC 9(09)   VALUE ZERO COMP.
014500 77  WS-REASSIGN-COUNT              PIC 9(09)   VALUE ZERO COMP.
014600 77  WS-NO-OWNER-COUNT              PIC 9(09)   VALUE ZERO COMP.
014700 77  WS-MISMATCH-COUNT              PIC 9(09)   VALUE ZERO COMP.
014800 77  WS-ACCT-EXCEPTION-COUNT        PIC 9(09)   VALUE ZERO COMP.
014900 77  WS-OUT-TERRITORY-COUNT         PIC 9(09)   VALUE ZERO COMP.
015000 77  WS-NO-TERRITORY-COUNT          PIC 9(09)   VALUE ZERO COMP.
015100 77  WS-TRAN-COUNT                  PIC 9(09)   VALUE ZERO COMP.
015200 77  WS-OWNER-SEQ-ERROR-COUNT       PIC 9(09)   VALUE ZERO COMP.
015300 77  WS-CARD-READ-COUNT             PIC 9(09)   VALUE ZERO COMP.
015400 77  WS-CARD-REJECT-COUNT           PIC 9(09)   VALUE ZERO COMP.
015500 77  WS-OUT-COUNT                   PIC 9(09)   VALUE ZERO COMP.
015600 77  WS-LOWER-CASE                  PIC X(26)
015700         VALUE "abcdefghijklmnopqrstuvwxyz".
015800 77  WS-UPPER-CASE                  PIC X(26)
015900         VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
016000*----------------------------------------------------------------*
016100*    OWNER TABLE - ONE ENTRY PER OWNERMST ROW IN OWNER ID ORDER. *
016200*    THE NAME IS ALSO HELD UPPER CASE FOR MATCHING AM-OWNER      *
016300*----------------------------------------------------------------*
016400 77  WS-OWNER-COUNT                 PIC 9(04)   VALUE ZERO COMP.
016500 77  WS-OWNER-MAX-COUNT             PIC 9(04)   VALUE 1000 COMP.
016600 77  WS-OWNER-TBL-SW                PIC X(01)   VALUE "N".
016700     88  WS-OWNER-TBL-FULL                      VALUE "Y".
016800 77  WS-OWNER-INCOMPLETE-SW         PIC X(01)   VALUE "N".
016900     88  WS-OWNER-TBL-INCOMPLETE                VALUE "Y".
017000 77  WS-OWNER-SUB                   PIC 9(04)   VALUE ZERO COMP.
017100 77  WS-PREV-OWNER-ID               PIC 9(05)   VALUE ZERO.
017200 01  WS-OWNER-TABLE.
017300     05  WS-OWNER-ENTRY OCCURS 1 TO 1000 TIMES
017400             DEPENDING ON WS-OWNER-COUNT
017500             ASCENDING KEY IS WS-OW-OWNER-ID
017600             INDEXED BY WS-OWNER-IDX.
017700         10  WS-OW-OWNER-ID         PIC 9(05).
017800         10  WS-OW-NAME             PIC X(50).
017900         10  WS-OW-NAME-UPPER       PIC X(50).
018000         10  WS-OW-STATUS           PIC X(01).
018100             88  WS-OW-ACTIVE                   VALUE "A".
018200             88  WS-OW-TERMINATED               VALUE "T".
018300         10  WS-OW-TERRITORY        PIC X(06).
018400*----------------------------------------------------------------*
018500*    OWNER LOOKUP - SET BY 3300-LOOKUP-OWNER FOR WS-LOOKUP-OWNER-*
018600*    ID.  WS-LOOKUP-SUB IS THE OWNER TABLE ENTRY WHEN FOUND      *
018700*----------------------------------------------------------------*
018800 77  WS-LOOKUP-OWNER-ID             PIC 9(05)   VALUE ZERO.
018900 77  WS-LOOKUP-SUB                  PIC 9(04)   VALUE ZERO COMP.
019000 77  WS-LOOKUP-RESULT               PIC X(01)   VALUE SPACE.
019100     88  WS-LOOKUP-ACTIVE                       VALUE "A".
019200     88  WS-LOOKUP-TERMINATED                   VALUE "T".
019300     88  WS-LOOKUP-UNKNOWN                      VALUE "U".
019400*----------------------------------------------------------------*
019500*    BOOK-OF-BUSINESS TABLE - ENTRY 1 COLLECTS CONTACTS WHOSE    *
019600*    OWNER IS NOT ON THE MASTER; OWNER TABLE ENTRY N IS BOOK     *
019700*    ENTRY N + 1.  THE FIVE AGING BUCKETS ARE 0-30, 31-90,       *
019800*    91-180, OVER 180 DAYS AND NO VALID ACTIVITY DATE            *
019900*----------------------------------------------------------------*
020000 77  WS-BOOK-SUB                    PIC 9(04)   VALUE ZERO COMP.
020100 77  WS-NEW-BOOK-SUB                PIC 9(04)   VALUE ZERO COMP.
020200 77  WS-BOOK-COUNT                  PIC 9(04)   VALUE ZERO COMP.
020300 77  WS-BKT-SUB                     PIC 9(01)   VALUE ZERO.
020400 01  WS-BOOK-TABLE.
020500     05  WS-BOOK-ENTRY OCCURS 1001 TIMES.
020600         10  WS-BK-CONTACTS         PIC 9(07)   COMP.
020700         10  WS-BK-SUPPRESSED       PIC 9(07)   COMP.
020800         10  WS-BK-BUCKET           PIC 9(07)   COMP
020900                                    OCCURS 5 TIMES.
021000         10  WS-BK-OUT-TERRITORY    PIC 9(07)   COMP.
021100         10  WS-BK-MOVED-OUT        PIC 9(07)   COMP.
021200         10  WS-BK-MOVED-IN         PIC 9(07)   COMP.
021300*----------------------------------------------------------------*
021400*    TERRITORY TABLE - OWNERMST'S COMPANION, SEARCHED IN FILE    *
021500*    ORDER FOR THE FIRST STATE / POSTALCODE RANGE THAT FITS      *
021600*----------------------------------------------------------------*
021700 77  WS-TERR-COUNT                  PIC 9(04)   VALUE ZERO COMP.
021800 77  WS-TERR-MAX-COUNT              PIC 9(04)   VALUE 500 COMP.
021900 77  WS-TERR-TBL-SW                 PIC X(01)   VALUE "N".
022000     88  WS-TERR-TBL-FULL                       VALUE "Y".
022100 77  WS-TERR-FOUND-SW               PIC X(01)   VALUE "N".
022200     88  WS-TERR-FOUND                          VALUE "Y".
022300 77  WS-CUR-STATE                   PIC X(50).
022400 77  WS-CUR-POSTALCODE              PIC X(10).
022500 77  WS-CUR-TERRITORY               PIC X(06).
022600 77  WS-TERR-OWNER-ID               PIC 9(05)   VALUE ZERO.
022700 01  WS-TERR-TABLE.
022800     05  WS-TERR-ENTRY OCCURS 1 TO 500 TIMES
022900             DEPENDING ON WS-TERR-COUNT
023000             INDEXED BY WS-TERR-IDX.
023100         10  WS-TT-STATE            PIC X(50).
023200         10  WS-TT-POSTAL-FROM      PIC X(10).
023300         10  WS-TT-POSTAL-THRU      PIC X(10).
023400         10  WS-TT-TERRITORY        PIC X(06).
023500         10  WS-TT-DEFAULT-OWNER-ID PIC 9(05).
023600*----------------------------------------------------------------*
023700*    REASSIGNMENT CARD TABLE - ONE ENTRY PER RASNCARD CARD WITH  *
023800*    ITS EDIT RESULT.  ONLY ACCEPTED CARDS MOVE CONTACTS         *
023900*----------------------------------------------------------------*
024000 77  WS-CARD-COUNT                  PIC 9(04)   VALUE ZERO COMP.
024100 77  WS-CARD-MAX-COUNT              PIC 9(04)   VALUE 200 COMP.
024200 77  WS-CARD-TBL-SW                 PIC X(01)   VALUE "N".
024300     88  WS-CARD-TBL-FULL                       VALUE "Y".
024400 77  WS-CARD-SUB                    PIC 9(04)   VALUE ZERO COMP.
024500 77  WS-CARD-HIT-SW                 PIC X(01)   VALUE "N".
024600     88  WS-CARD-HIT                            VALUE "Y".
024700 01  WS-CARD-TABLE.
024800     05  WS-CARD-ENTRY OCCURS 1 TO 200 TIMES
024900             DEPENDING ON WS-CARD-COUNT
025000             INDEXED BY WS-CARD-IDX.
025100         10  WS-CD-FROM-OWNER       PIC X(05).
025200         10  WS-CD-FROM-OWNER-ID REDEFINES WS-CD-FROM-OWNER
025300                                    PIC 9(05).
025400         10  WS-CD-TO-OWNER         PIC X(05).
025500         10  WS-CD-TO-OWNER-ID REDEFINES WS-CD-TO-OWNER
025600                                    PIC 9(05).
025700         10  WS-CD-STATUS           PIC X(01).
025800             88  WS-CD-ACCEPTED                 VALUE "A".
025900             88  WS-CD-REJECTED                 VALUE "R".
026000         10  WS-CD-REASON           PIC X(30).
026100         10  WS-CD-MOVED            PIC 9(07)   COMP.
026200*----------------------------------------------------------------*
026300*    ACCOUNT TABLE - ACCOUNT ID AND THE OWNER AM-OWNER RESOLVES  *
026400*    TO (ZERO WHEN BLANK OR NOT ON THE OWNER MASTER)             *
026500*----------------------------------------------------------------*
026600 77  WS-ACCT-COUNT                  PIC 9(04)   VALUE ZERO COMP.
026700 77  WS-ACCT-MAX-COUNT              PIC 9(04)   VALUE 2000 COMP.
026800 77  WS-ACCT-TBL-SW                 PIC X(01)   VALUE "N".
026900     88  WS-ACCT-TBL-FULL                       VALUE "Y".
027000 77  WS-ACCT-FOUND-SW               PIC X(01)   VALUE "N".
027100     88  WS-ACCT-FOUND                          VALUE "Y".
027200 77  WS-ACCT-OWNER-ID               PIC 9(05)   VALUE ZERO.
027300 77  WS-ACCT-OWNER-SW               PIC X(01)   VALUE SPACE.
027400     88  WS-ACCT-OWNER-ACTIVE                   VALUE "A".
027500 77  WS-MATCH-NAME                  PIC X(50).
027600 01  WS-ACCOUNT-TABLE.
027700     05  WS-ACCT-ENTRY OCCURS 1 TO 2000 TIMES
027800             DEPENDING ON WS-ACCT-COUNT
027900             ASCENDING KEY IS WS-AC-ACCOUNT-ID
028000             INDEXED BY WS-ACCT-IDX.
028100         10  WS-AC-ACCOUNT-ID       PIC 9(05).
028200         10  WS-AC-OWNER-ID         PIC 9(05).
028300         10  WS-AC-OWNER-STATUS     PIC X(01).
028400             88  WS-AC-OWNER-ACTIVE             VALUE "A".
028500*----------------------------------------------------------------*
028600*    THE CONTACT IN HAND                                         *
028700*----------------------------------------------------------------*
028800 77  WS-CUR-OWNER-ID                PIC 9(05)   VALUE ZERO.
028900 77  WS-NEW-OWNER-ID                PIC 9(05)   VALUE ZERO.
029000 77  WS-FINAL-OWNER-ID              PIC 9(05)   VALUE ZERO.
029100 77  WS-OWNER-RESULT                PIC X(01)   VALUE SPACE.
029200     88  WS-OWNER-ACTIVE                        VALUE "A".
029300     88  WS-OWNER-TERMINATED                    VALUE "T".
029400     88  WS-OWNER-UNKNOWN                       VALUE "U".
029500 77  WS-CATEGORY                    PIC 9(01)   VALUE ZERO.
029600 77  WS-NOTE                        PIC X(40)   VALUE SPACES.
029700     COPY "zurmo-customers"
029800         REPLACING ==INVALID==      BY ==NEW-ADDR-INVALID==
029900                   ==ID==           BY ==NEW-CONTACT-ID==
030000                   ==CONTACT-RECORD== BY ==WS-NEW-CONTACT==.
030100*----------------------------------------------------------------*
030200*    ACTIVITY AGING - SAME DATE EDIT AS ZCM150 AND ZCM220        *
030300*----------------------------------------------------------------*
030400 77  WS-TODAY-JULIAN                PIC 9(07)   COMP.
030500 01  WS-CURRENT-DATE-TIME           PIC X(21).
030600 01  WS-TODAY-YYYYMMDD              PIC 9(08).
030700 01  WS-ACT-DATE-BUILD.
030800     05  WS-ACT-YEAR                PIC 9(04).
030900     05  WS-ACT-MONTH               PIC 9(02).
031000     05  WS-ACT-DAY                 PIC 9(02).
031100 01  WS-ACT-YYYYMMDD REDEFINES WS-ACT-DATE-BUILD
031200                                    PIC 9(08).
031300 77  WS-ACT-JULIAN                  PIC 9(07)   COMP.
031400 77  WS-DAYS-SINCE                  PIC S9(07)  COMP.
031500 77  WS-DATE-VALID-SW               PIC X(01)   VALUE "N".
031600     88  WS-DATE-VALID                          VALUE "Y".
031700 77  WS-DAY-VALID-SW                PIC X(01)   VALUE "N".
031800     88  WS-DAY-VALID                           VALUE "Y".
031900 01  WS-DAYS-IN-MONTH-TABLE.
032000     05  FILLER                     PIC 9(02)   VALUE 31.
032100     05  FILLER                     PIC 9(02)   VALUE 28.
032200     05  FILLER                     PIC 9(02)   VALUE 31.
032300     05  FILLER                     PIC 9(02)   VALUE 30.
032400     05  FILLER                     PIC 9(02)   VALUE 31.
032500     05  FILLER                     PIC 9(02)   VALUE 30.
032600     05  FILLER                     PIC 9(02)   VALUE 31.
032700     05  FILLER                     PIC 9(02)   VALUE 31.
032800     05  FILLER                     PIC 9(02)   VALUE 30.
032900     05  FILLER                     PIC 9(02)   VALUE 31.
033000     05  FILLER                     PIC 9(02)   VALUE 30.
033100     05  FILLER                     PIC 9(02)   VALUE 31.
033200 01  WS-DAYS-IN-MONTH REDEFINES WS-DAYS-IN-MONTH-TABLE.
033300     05  WS-DIM                     PIC 9(02)   OCCURS 12 TIMES.
033400 77  WS-MAX-DAY                     PIC 9(02).
033500 77  WS-LEAP-SW                     PIC X(01)   VALUE "N".
033600     88  WS-IS-LEAP-YEAR                        VALUE "Y".
033700 77  WS-YEAR-QUOTIENT               PIC 9(04)   COMP.
033800 77  WS-YEAR-MOD-4                  PIC 9(04)   COMP.
033900 77  WS-YEAR-MOD-100                PIC 9(04)   COMP.
034000 77  WS-YEAR-MOD-400                PIC 9(04)   COMP.
034100*----------------------------------------------------------------*
034200*    REPORT                                                      *
034300*----------------------------------------------------------------*
034400 77  WS-CAT-SUB                     PIC 9(01)   VALUE ZERO.
034500 77  WS-CAT-LINES                   PIC 9(09)   VALUE ZERO COMP.
034600 77  WS-DETAIL-SEQ                  PIC 9(09)   VALUE ZERO COMP.
034700 01  WS-CATEGORY-LIST.
034800     05  FILLER  PIC X(50)
034900         VALUE "CONTACTS OWNED BY REPS NOT ON THE OWNER MASTER".
035000     05  FILLER  PIC X(50)
035100         VALUE "CONTACTS OWNED BY TERMINATED REPS".
035200     05  FILLER  PIC X(50)
035300         VALUE "ACTIVE BOOKS MOVED BY REASSIGNMENT CARD".
035400     05  FILLER  PIC X(50)
035500         VALUE "CONTACT OWNER DIFFERS FROM ACCOUNT AM-OWNER".
035600     05  FILLER  PIC X(50)
035700         VALUE "ACCOUNTS WHOSE AM-OWNER IS UNKNOWN OR TERMINATED".
035800 01  WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-LIST.
035900     05  WS-CATEGORY-TITLE          PIC X(50) OCCURS 5 TIMES.
036000 01  WS-HEADING-1.
036100     05  FILLER                     PIC X(46)
036200         VALUE "ZCM480 - SALES OWNER RECONCILIATION".
036300     05  FILLER                     PIC X(08) VALUE "RUN ID ".
036400     05  WS-H-RUN-ID                PIC X(08).
036500 01  WS-HEADING-2.
036600     05  FILLER                     PIC X(11) VALUE "CONTACT ID".
036700     05  FILLER                     PIC X(26) VALUE "NAME".
036800     05  FILLER                     PIC X(07) VALUE "ACCT".
036900     05  FILLER                     PIC X(07) VALUE "OWNER".
037000     05  FILLER                     PIC X(07) VALUE "AM-OWN".
037100     05  FILLER                     PIC X(07) VALUE "NEW".
037200     05  FILLER                     PIC X(08) VALUE "TERR".
037300     05  FILLER                     PIC X(40) VALUE "NOTE".
037400 01  WS-DETAIL-LINE.
037500     05  WS-D-CONTACT-ID            PIC X(09).
037600     05  FILLER                     PIC X(02) VALUE SPACES.
037700     05  WS-D-NAME                  PIC X(24).
037800     05  FILLER                     PIC X(02) VALUE SPACES.
037900     05  WS-D-ACCOUNT-ID            PIC X(05).
038000     05  FILLER                     PIC X(02) VALUE SPACES.
038100     05  WS-D-OWNER-ID              PIC X(05).
038200     05  FILLER                     PIC X(02) VALUE SPACES.
038300     05  WS-D-ACCT-OWNER-ID         PIC X(05).
038400     05  FILLER                     PIC X(02) VALUE SPACES.
038500     05  WS-D-NEW-OWNER-ID          PIC X(05).
038600     05  FILLER                     PIC X(02) VALUE SPACES.
038700     05  WS-D-TERRITORY             PIC X(06).
038800     05  FILLER                     PIC X(02) VALUE SPACES.
038900     05  WS-D-NOTE                  PIC X(40).
039000 01  WS-CARD-HEADING.
039100     05  FILLER                     PIC X(11) VALUE "FROM OWNER".
039200     05  FILLER                     PIC X(11) VALUE "TO OWNER".
039300     05  FILLER                     PIC X(32) VALUE "CARD RESULT".
039400     05  FILLER                     PIC X(14)
039500         VALUE "CONTACTS MOVED".
039600 01  WS-CARD-LINE.
039700     05  WS-CL-FROM-OWNER           PIC X(05).
039800     05  FILLER                     PIC X(06) VALUE SPACES.
039900     05  WS-CL-TO-OWNER             PIC X(05).
040000     05  FILLER                     PIC X(06) VALUE SPACES.
040100     05  WS-CL-REASON               PIC X(30).
040200     05  FILLER                     PIC X(02) VALUE SPACES.
040300     05  WS-CL-MOVED                PIC ZZZ,ZZ9.
040400 01  WS-BOOK-HEADING-1.
040500     05  FILLER                     PIC X(38) VALUE SPACES.
040600     05  FILLER                     PIC X(18) VALUE SPACES.
040700     05  FILLER                     PIC X(45)
040800         VALUE "----------- ACTIVITY AGING (DAYS) -----------".
040900 01  WS-BOOK-HEADING-2.
041000     05  FILLER                     PIC X(07) VALUE "OWNER".
041100     05  FILLER                     PIC X(22) VALUE "NAME".
041200     05  FILLER                     PIC X(02) VALUE "ST".
041300     05  FILLER                     PIC X(07) VALUE "TERR".
041400     05  FILLER                     PIC X(09) VALUE " CONTACTS".
041500     05  FILLER                     PIC X(09) VALUE "    SUPPR".
041600     05  FILLER                     PIC X(09) VALUE "     0-30".
041700     05  FILLER                     PIC X(09) VALUE "    31-90".
041800     05  FILLER                     PIC X(09) VALUE "   91-180".
041900     05  FILLER                     PIC X(09) VALUE " OVER 180".
042000     05  FILLER                     PIC X(09) VALUE "  UNKNOWN".
042100     05  FILLER                     PIC X(09) VALUE " OUT TERR".
042200     05  FILLER                     PIC X(09) VALUE " MOVE OUT".
042300     05  FILLER                     PIC X(09) VALUE "  MOVE IN".
042400 01  WS-BOOK-LINE.
042500     05  WS-B-OWNER-ID              PIC X(05).
042600     05  FILLER                     PIC X(02) VALUE SPACES.
042700     05  WS-B-NAME                  PIC X(20).
042800     05  FILLER                     PIC X(02) VALUE SPACES.
042900     05  WS-B-STATUS                PIC X(01).
043000     05  FILLER                     PIC X(01) VALUE SPACES.
043100     05  WS-B-TERRITORY             PIC X(06).
043200     05  FILLER                     PIC X(02) VALUE SPACES.
043300     05  WS-B-CONTACTS              PIC ZZZZ,ZZ9.
043400     05  FILLER                     PIC X(01) VALUE SPACES.
043500     05  WS-B-SUPPRESSED            PIC ZZZZ,ZZ9.
043600     05  WS-B-BUCKET-GROUP.
043700         10  WS-B-BUCKET-ENTRY      OCCURS 5 TIMES.
043800             15  FILLER             PIC X(01).
043900             15  WS-B-BUCKET        PIC ZZZZ,ZZ9.
044000     05  FILLER                     PIC X(01) VALUE SPACES.
044100     05  WS-B-OUT-TERRITORY         PIC ZZZZ,ZZ9.
044200     05  FILLER                     PIC X(01) VALUE SPACES.
044300     05  WS-B-MOVED-OUT             PIC ZZZZ,ZZ9.
044400     05  FILLER                     PIC X(01) VALUE SPACES.
044500     05  WS-B-MOVED-IN              PIC ZZZZ,ZZ9.
044600 01  WS-TOTAL-LINE.
044700     05  WS-T-LABEL                 PIC X(40).
044800     05  WS-T-COUNT                 PIC ZZZ,ZZZ,ZZ9.
044900 PROCEDURE DIVISION.
045000 0000-MAINLINE.
045100     PERFORM 1000-INITIALIZE
045200         THRU 1000-INITIALIZE-EXIT.
045300     SORT REPORT-SORT
045400         ON ASCENDING KEY RS-CATEGORY RS-SEQUENCE
045500         INPUT PROCEDURE IS 3000-RECONCILE-OWNERS
045600             THRU 3000-RECONCILE-OWNERS-EXIT
045700         OUTPUT PROCEDURE IS 4000-PRINT-REPORT
045800             THRU 4000-PRINT-REPORT-EXIT.
045900     PERFORM 5000-FINALIZE
046000         THRU 5000-FINALIZE-EXIT.
046100     STOP RUN.
046200*----------------------------------------------------------------*
046300*    1000-INITIALIZE - ESTABLISH TODAY'S JULIAN DATE, LOAD THE   *
046400*    OWNER, TERRITORY AND REASSIGNMENT CARD TABLES AND OPEN THE  *
046500*    TRANSACTION FILE.  AN OWNER TABLE MISSING ANY OWNERMST ROW  *
046600*    IS FLAGGED INCOMPLETE                                       *
046700*----------------------------------------------------------------*
046800 1000-INITIALIZE.
046900     PERFORM 9500-READ-RUN-PARM
047000         THRU 9500-READ-RUN-PARM-EXIT
047100     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
047200     MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY-YYYYMMDD
047300     COMPUTE WS-TODAY-JULIAN =
047400         FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)
047500     OPEN INPUT OWNER-IN
047600     MOVE "N" TO WS-REF-EOF-SW
047700     PERFORM 1100-LOAD-OWNER
047800         THRU 1100-LOAD-OWNER-EXIT
047900         UNTIL WS-REF-EOF
048000     CLOSE OWNER-IN
048100     IF WS-OWNER-TBL-FULL
048200         OR WS-OWNER-SEQ-ERROR-COUNT > ZERO
048300         MOVE "Y" TO WS-OWNER-INCOMPLETE-SW
048400     END-IF
048500     COMPUTE WS-BOOK-COUNT = WS-OWNER-COUNT + 1
048600     PERFORM 1150-CLEAR-BOOK
048700         THRU 1150-CLEAR-BOOK-EXIT
048800         VARYING WS-BOOK-SUB FROM 1 BY 1
048900         UNTIL WS-BOOK-SUB > WS-BOOK-COUNT
049000     OPEN INPUT TERRITORY-IN
049100     MOVE "N" TO WS-REF-EOF-SW
049200     PERFORM 1200-LOAD-TERRITORY
049300         THRU 1200-LOAD-TERRITORY-EXIT
049400         UNTIL WS-REF-EOF
049500     CLOSE TERRITORY-IN
049600     OPEN INPUT REASSIGN-PARM
049700     IF NOT WS-CARD-NOT-FOUND
049800         MOVE "N" TO WS-REF-EOF-SW
049900         PERFORM 1300-LOAD-CARD
050000             THRU 1300-LOAD-CARD-EXIT
050100             UNTIL WS-REF-EOF
050200         CLOSE REASSIGN-PARM
050300     END-IF
050400     OPEN OUTPUT TRAN-OUT.
050500 1000-INITIALIZE-EXIT.
050600     EXIT.
050700*----------------------------------------------------------------*
050800*    1100-LOAD-OWNER - READ ONE OWNERMST ROW INTO THE NEXT TABLE *
050900*    ENTRY.  A ROW OUT OF OWNER ID SEQUENCE IS SKIPPED AND       *
051000*    COUNTED SO THE BINARY SEARCH STAYS TRUE; IF OWNERMST HAS    *
051100*    MORE ROWS THAN THE TABLE HOLDS, THE LOAD STOPS AND THE TABLE*
051200*    IS FLAGGED FULL                                             *
051300*----------------------------------------------------------------*
051400 1100-LOAD-OWNER.
051500     READ OWNER-IN
051600         AT END
051700             MOVE "Y" TO WS-REF-EOF-SW
051800             GO TO 1100-LOAD-OWNER-EXIT
051900     END-READ
052000     IF WS-OWNER-COUNT > ZERO
052100         AND SO-OWNER-ID NOT > WS-PREV-OWNER-ID
052200         ADD 1 TO WS-OWNER-SEQ-ERROR-COUNT
052300         GO TO 1100-LOAD-OWNER-EXIT
052400     END-IF
052500     IF WS-OWNER-COUNT >= WS-OWNER-MAX-COUNT
052600         MOVE "Y" TO WS-OWNER-TBL-SW
052700         MOVE "Y" TO WS-REF-EOF-SW
052800         GO TO 1100-LOAD-OWNER-EXIT
052900     END-IF
053000     ADD 1 TO WS-OWNER-COUNT
053100     MOVE WS-OWNER-COUNT   TO WS-OWNER-SUB
053200     MOVE SO-OWNER-ID      TO WS-OW-OWNER-ID(WS-OWNER-SUB)
053300                              WS-PREV-OWNER-ID
053400     MOVE SO-OWNER-NAME    TO WS-OW-NAME(WS-OWNER-SUB)
053500                              WS-OW-NAME-UPPER(WS-OWNER-SUB)
053600     INSPECT WS-OW-NAME-UPPER(WS-OWNER-SUB)
053700         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
053800     MOVE SO-STATUS        TO WS-OW-STATUS(WS-OWNER-SUB)
053900     MOVE SO-TERRITORY     TO WS-OW-TERRITORY(WS-OWNER-SUB).
054000 1100-LOAD-OWNER-EXIT.
054100     EXIT.
054200*----------------------------------------------------------------*
054300*    1150-CLEAR-BOOK - ZERO THE COUNTS FOR ONE OWNER BOOK        *
054400*----------------------------------------------------------------*
054500 1150-CLEAR-BOOK.
054600     MOVE ZERO TO WS-BK-CONTACTS(WS-BOOK-SUB)
054700     MOVE ZERO TO WS-BK-SUPPRESSED(WS-BOOK-SUB)
054800     MOVE ZERO TO WS-BK-BUCKET(WS-BOOK-SUB, 1)
054900     MOVE ZERO TO WS-BK-BUCKET(WS-BOOK-SUB, 2)
055000     MOVE ZERO TO WS-BK-BUCKET(WS-BOOK-SUB, 3)
055100     MOVE ZERO TO WS-BK-BUCKET(WS-BOOK-SUB, 4)
055200     MOVE ZERO TO WS-BK-BUCKET(WS-BOOK-SUB, 5)
055300     MOVE ZERO TO WS-BK-OUT-TERRITORY(WS-BOOK-SUB)
055400     MOVE ZERO TO WS-BK-MOVED-OUT(WS-BOOK-SUB)
055500     MOVE ZERO TO WS-BK-MOVED-IN(WS-BOOK-SUB).
055600 1150-CLEAR-BOOK-EXIT.
055700     EXIT.
055800*----------------------------------------------------------------*
055900*    1200-LOAD-TERRITORY - READ ONE TERRTBL ROW INTO THE NEXT    *
056000*    TABLE ENTRY, STATE FOLDED TO UPPER CASE                     *
056100*----------------------------------------------------------------*
056200 1200-LOAD-TERRITORY.
056300     READ TERRITORY-IN
056400         AT END
056500             MOVE "Y" TO WS-REF-EOF-SW
056600             GO TO 1200-LOAD-TERRITORY-EXIT
056700     END-READ
056800     IF WS-TERR-COUNT >= WS-TERR-MAX-COUNT
056900         MOVE "Y" TO WS-TERR-TBL-SW
057000         MOVE "Y" TO WS-REF-EOF-SW
057100         GO TO 1200-LOAD-TERRITORY-EXIT
057200     END-IF
057300     ADD 1 TO WS-TERR-COUNT
057400     MOVE TR-STATE            TO WS-TT-STATE(WS-TERR-COUNT)
057500     INSPECT WS-TT-STATE(WS-TERR-COUNT)
057600         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
057700     MOVE TR-POSTAL-FROM      TO WS-TT-POSTAL-FROM(WS-TERR-COUNT)
057800     MOVE TR-POSTAL-THRU      TO WS-TT-POSTAL-THRU(WS-TERR-COUNT)
057900     MOVE TR-TERRITORY        TO WS-TT-TERRITORY(WS-TERR-COUNT)
058000     MOVE TR-DEFAULT-OWNER-ID
058100         TO WS-TT-DEFAULT-OWNER-ID(WS-TERR-COUNT).
058200 1200-LOAD-TERRITORY-EXIT.
058300     EXIT.
058400*----------------------------------------------------------------*
058500*    1300-LOAD-CARD - READ ONE RASNCARD REASSIGNMENT CARD AND    *
058600*    EDIT IT.  A CARD IS ACCEPTED ONLY WHEN BOTH OWNER IDS ARE   *
058700*    NUMERIC AND DIFFERENT, THE TO-OWNER IS AN ACTIVE REP ON THE *
058800*    MASTER, AND NO EARLIER CARD MOVES THE SAME FROM-OWNER       *
058900*----------------------------------------------------------------*
059000 1300-LOAD-CARD.
059100     READ REASSIGN-PARM
059200         AT END
059300             MOVE "Y" TO WS-REF-EOF-SW
059400             GO TO 1300-LOAD-CARD-EXIT
059500     END-READ
059600     ADD 1 TO WS-CARD-READ-COUNT
059700     IF WS-CARD-COUNT >= WS-CARD-MAX-COUNT
059800         MOVE "Y" TO WS-CARD-TBL-SW
059900         ADD 1 TO WS-CARD-REJECT-COUNT
060000         GO TO 1300-LOAD-CARD-EXIT
060100     END-IF
060200     ADD 1 TO WS-CARD-COUNT
060300     MOVE WS-CARD-COUNT     TO WS-CARD-SUB
060400     MOVE RP-FROM-OWNER-ID  TO WS-CD-FROM-OWNER(WS-CARD-SUB)
060500     MOVE RP-TO-OWNER-ID    TO WS-CD-TO-OWNER(WS-CARD-SUB)
060600     MOVE ZERO              TO WS-CD-MOVED(WS-CARD-SUB)
060700     MOVE "R"               TO WS-CD-STATUS(WS-CARD-SUB)
060800     PERFORM 1310-EDIT-CARD
060900         THRU 1310-EDIT-CARD-EXIT
061000     IF WS-CD-REJECTED(WS-CARD-SUB)
061100         ADD 1 TO WS-CARD-REJECT-COUNT
061200     END-IF.
061300 1300-LOAD-CARD-EXIT.
061400     EXIT.
061500*----------------------------------------------------------------*
061600*    1310-EDIT-CARD - EDIT ONE REASSIGNMENT CARD AND MARK IT     *
061700*    ACCEPTED, OR RECORD WHY IT WAS REJECTED                     *
061800*----------------------------------------------------------------*
061900 1310-EDIT-CARD.
062000     IF RP-FROM-OWNER-ID IS NOT NUMERIC
062100         OR RP-TO-OWNER-ID IS NOT NUMERIC
062200         MOVE "REJECTED - ID NOT NUMERIC"
062300             TO WS-CD-REASON(WS-CARD-SUB)
062400         GO TO 1310-EDIT-CARD-EXIT
062500     END-IF
062600     IF RP-FROM-OWNER-ID = RP-TO-OWNER-ID
062700         MOVE "REJECTED - FROM EQUALS TO"
062800             TO WS-CD-REASON(WS-CARD-SUB)
062900         GO TO 1310-EDIT-CARD-EXIT
063000     END-IF
063100     MOVE WS-CD-TO-OWNER-ID(WS-CARD-SUB) TO WS-LOOKUP-OWNER-ID
063200     PERFORM 3300-LOOKUP-OWNER
063300         THRU 3300-LOOKUP-OWNER-EXIT
063400     IF NOT WS-LOOKUP-ACTIVE
063500         MOVE "REJECTED - TO-OWNER NOT ACTIVE"
063600             TO WS-CD-REASON(WS-CARD-SUB)
063700         GO TO 1310-EDIT-CARD-EXIT
063800     END-IF
063900     MOVE "N" TO WS-CARD-HIT-SW
064000     SET WS-CARD-IDX TO 1
064100     SEARCH WS-CARD-ENTRY
064200         AT END
064300             CONTINUE
064400         WHEN WS-CARD-IDX NOT < WS-CARD-SUB
064500             CONTINUE
064600         WHEN WS-CD-ACCEPTED(WS-CARD-IDX)
064700          AND WS-CD-FROM-OWNER(WS-CARD-IDX) = RP-FROM-OWNER-ID
064800             MOVE "Y" TO WS-CARD-HIT-SW
064900     END-SEARCH
065000     IF WS-CARD-HIT
065100         MOVE "REJECTED - DUPLICATE FROM"
065200             TO WS-CD-REASON(WS-CARD-SUB)
065300         GO TO 1310-EDIT-CARD-EXIT
065400     END-IF
065500     MOVE "A" TO WS-CD-STATUS(WS-CARD-SUB)
065600     MOVE "ACCEPTED" TO WS-CD-REASON(WS-CARD-SUB).
065700 1310-EDIT-CARD-EXIT.
065800     EXIT.
065900*----------------------------------------------------------------*
066000*    3000-RECONCILE-OWNERS - SORT INPUT PROCEDURE.  LOAD ACCTMST,*
066100*    LISTING ACCOUNTS WHOSE AM-OWNER IS UNKNOWN OR TERMINATED,   *
066200*    THEN RECONCILE EVERY CONTACT ON THE EXTRACT                 *
066300*----------------------------------------------------------------*
066400 3000-RECONCILE-OWNERS.
066500     OPEN INPUT ACCOUNT-MASTER
066600     MOVE "N" TO WS-REF-EOF-SW
066700     PERFORM 3100-LOAD-ACCOUNT
066800         THRU 3100-LOAD-ACCOUNT-EXIT
066900         UNTIL WS-REF-EOF
067000     CLOSE ACCOUNT-MASTER
067100     OPEN INPUT CONTACT-IN
067200     PERFORM 8100-READ-CONTACT
067300         THRU 8100-READ-CONTACT-EXIT
067400     PERFORM 3200-RECONCILE-CONTACT
067500         THRU 3200-RECONCILE-CONTACT-EXIT
067600         UNTIL WS-EOF
067700     CLOSE CONTACT-IN.
067800 3000-RECONCILE-OWNERS-EXIT.
067900     EXIT.
068000*----------------------------------------------------------------*
068100*    3100-LOAD-ACCOUNT - READ ONE ACCTMST ROW INTO THE ACCOUNT   *
068200*    TABLE WITH THE OWNER ID ITS AM-OWNER RESOLVES TO - THE      *
068300*    FIVE-DIGIT OWNER ID ITSELF, OR THE OWNER WHOSE NAME IT      *
068400*    CARRIES (IGNORING CASE)                                     *
068500*----------------------------------------------------------------*
068600 3100-LOAD-ACCOUNT.
068700     READ ACCOUNT-MASTER
068800         AT END
068900             MOVE "Y" TO WS-REF-EOF-SW
069000             GO TO 3100-LOAD-ACCOUNT-EXIT
069100     END-READ
069200     IF WS-ACCT-COUNT >= WS-ACCT-MAX-COUNT
069300         MOVE "Y" TO WS-ACCT-TBL-SW
069400         MOVE "Y" TO WS-REF-EOF-SW
069500         GO TO 3100-LOAD-ACCOUNT-EXIT
069600     END-IF
069700     ADD 1 TO WS-ACCT-COUNT
069800     MOVE AM-ACCOUNT-ID TO WS-AC-ACCOUNT-ID(WS-ACCT-COUNT)
069900     MOVE ZERO          TO WS-AC-OWNER-ID(WS-ACCT-COUNT)
070000     MOVE SPACE         TO WS-AC-OWNER-STATUS(WS-ACCT-COUNT)
070100     IF AM-OWNER = SPACES
070200         GO TO 3100-LOAD-ACCOUNT-EXIT
070300     END-IF
070400     MOVE "U" TO WS-LOOKUP-RESULT
070500     IF AM-OWNER(1:5) IS NUMERIC
070600         AND AM-OWNER(6:45) = SPACES
070700         MOVE AM-OWNER(1:5) TO WS-LOOKUP-OWNER-ID
070800         PERFORM 3300-LOOKUP-OWNER
070900             THRU 3300-LOOKUP-OWNER-EXIT
071000     ELSE
071100         PERFORM 3110-MATCH-OWNER-NAME
071200             THRU 3110-MATCH-OWNER-NAME-EXIT
071300     END-IF
071400     IF NOT WS-LOOKUP-UNKNOWN
071500         MOVE WS-LOOKUP-OWNER-ID
071600             TO WS-AC-OWNER-ID(WS-ACCT-COUNT)
071700         MOVE WS-LOOKUP-RESULT
071800             TO WS-AC-OWNER-STATUS(WS-ACCT-COUNT)
071900     END-IF
072000     IF WS-LOOKUP-ACTIVE
072100         GO TO 3100-LOAD-ACCOUNT-EXIT
072200     END-IF
072300     ADD 1 TO WS-ACCT-EXCEPTION-COUNT
072400     MOVE SPACES             TO WS-DETAIL-LINE
072500     MOVE AM-ACCOUNT-NAME    TO WS-D-NAME
072600     MOVE AM-ACCOUNT-ID      TO WS-D-ACCOUNT-ID
072700     IF WS-LOOKUP-TERMINATED
072800         MOVE WS-LOOKUP-OWNER-ID TO WS-D-ACCT-OWNER-ID
072900         MOVE "AM-OWNER IS A TERMINATED REP" TO WS-D-NOTE
073000     ELSE
073100         MOVE AM-OWNER(1:5)      TO WS-D-ACCT-OWNER-ID
073200         MOVE "AM-OWNER NOT ON THE OWNER MASTER" TO WS-D-NOTE
073300     END-IF
073400     MOVE 5                  TO RS-CATEGORY
073500     MOVE AM-ACCOUNT-ID      TO RS-SEQUENCE
073600     MOVE WS-DETAIL-LINE     TO RS-DETAIL
073700     RELEASE REPORT-SORT-RECORD.
073800 3100-LOAD-ACCOUNT-EXIT.
073900     EXIT.
074000*----------------------------------------------------------------*
074100*    3110-MATCH-OWNER-NAME - LOOK FOR AN OWNER WHOSE NAME EQUALS *
074200*    AM-OWNER, IGNORING CASE                                     *
074300*----------------------------------------------------------------*
074400 3110-MATCH-OWNER-NAME.
074500     IF WS-OWNER-COUNT = ZERO
074600         GO TO 3110-MATCH-OWNER-NAME-EXIT
074700     END-IF
074800     MOVE AM-OWNER TO WS-MATCH-NAME
074900     INSPECT WS-MATCH-NAME
075000         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
075100     SET WS-OWNER-IDX TO 1
075200     SEARCH WS-OWNER-ENTRY
075300         AT END
075400             CONTINUE
075500         WHEN WS-OW-NAME-UPPER(WS-OWNER-IDX) = WS-MATCH-NAME
075600             MOVE WS-OW-OWNER-ID(WS-OWNER-IDX)
075700                 TO WS-LOOKUP-OWNER-ID
075800             SET WS-LOOKUP-SUB TO WS-OWNER-IDX
075900             MOVE WS-OW-STATUS(WS-OWNER-IDX) TO WS-LOOKUP-RESULT
076000     END-SEARCH
076100     IF NOT WS-LOOKUP-ACTIVE AND NOT WS-LOOKUP-TERMINATED
076200         MOVE "U" TO WS-LOOKUP-RESULT
076300     END-IF.
076400 3110-MATCH-OWNER-NAME-EXIT.
076500     EXIT.
076600*----------------------------------------------------------------*
076700*    3200-RECONCILE-CONTACT - CLASSIFY ONE CONTACT'S OWNER, ADD  *
076800*    IT TO THAT OWNER'S BOOK, REASSIGN IT IF ITS OWNER IS GONE OR*
076900*    ITS OWNER'S BOOK IS BEING MOVED, AND CHECK THE RESULT       *
077000*    AGAINST THE ACCOUNT'S AM-OWNER                              *
077100*----------------------------------------------------------------*
077200 3200-RECONCILE-CONTACT.
077300     ADD 1 TO WS-CONTACT-COUNT
077400     MOVE OWNEDSECURABLEITEM_ID OF CONTACT-RECORD
077500         TO WS-CUR-OWNER-ID WS-LOOKUP-OWNER-ID
077600     PERFORM 3300-LOOKUP-OWNER
077700         THRU 3300-LOOKUP-OWNER-EXIT
077800     MOVE WS-LOOKUP-RESULT TO WS-OWNER-RESULT
077900     IF WS-OWNER-UNKNOWN
078000         MOVE 1 TO WS-BOOK-SUB
078100     ELSE
078200         COMPUTE WS-BOOK-SUB = WS-LOOKUP-SUB + 1
078300     END-IF
078400     PERFORM 3210-FIND-ACCOUNT
078500         THRU 3210-FIND-ACCOUNT-EXIT
078600     PERFORM 3220-FIND-TERRITORY
078700         THRU 3220-FIND-TERRITORY-EXIT
078800     PERFORM 3230-ADD-TO-BOOK
078900         THRU 3230-ADD-TO-BOOK-EXIT
079000     MOVE ZERO   TO WS-NEW-OWNER-ID
079100     MOVE ZERO   TO WS-CATEGORY
079200     MOVE SPACES TO WS-NOTE
079300     PERFORM 3240-CHECK-CARD
079400         THRU 3240-CHECK-CARD-EXIT
079500     EVALUATE TRUE
079600         WHEN WS-OWNER-UNKNOWN
079700             MOVE 1 TO WS-CATEGORY
079800             ADD 1 TO WS-UNKNOWN-OWNER-COUNT
079900         WHEN WS-OWNER-TERMINATED
080000             MOVE 2 TO WS-CATEGORY
080100             ADD 1 TO WS-TERMINATED-COUNT
080200         WHEN WS-CARD-HIT
080300             MOVE 3 TO WS-CATEGORY
080400             ADD 1 TO WS-CARD-MOVE-COUNT
080500     END-EVALUATE
080600     IF (WS-CATEGORY = 1 OR 2)
080700         AND NOT WS-CARD-HIT
080800         PERFORM 3250-CHOOSE-OWNER
080900             THRU 3250-CHOOSE-OWNER-EXIT
081000     END-IF
081100     IF WS-NEW-OWNER-ID NOT = ZERO
081200         PERFORM 3260-WRITE-REASSIGNMENT
081300             THRU 3260-WRITE-REASSIGNMENT-EXIT
081400         MOVE WS-NEW-OWNER-ID TO WS-FINAL-OWNER-ID
081500     ELSE
081600         MOVE WS-CUR-OWNER-ID TO WS-FINAL-OWNER-ID
081700     END-IF
081800     IF WS-CATEGORY = ZERO
081900         ADD 1 TO WS-CLEAN-COUNT
082000     ELSE
082100         PERFORM 3280-RELEASE-DETAIL
082200             THRU 3280-RELEASE-DETAIL-EXIT
082300     END-IF
082400     IF WS-ACCT-OWNER-ACTIVE
082500         AND WS-FINAL-OWNER-ID NOT = WS-ACCT-OWNER-ID
082600         AND (WS-NEW-OWNER-ID NOT = ZERO OR WS-OWNER-ACTIVE)
082700         ADD 1 TO WS-MISMATCH-COUNT
082800         MOVE 4 TO WS-CATEGORY
082900         IF WS-NEW-OWNER-ID NOT = ZERO
083000             MOVE "NEW OWNER IS NOT THE ACCOUNT AM-OWNER"
083100                 TO WS-NOTE
083200         ELSE
083300             MOVE "OWNER IS NOT THE ACCOUNT AM-OWNER" TO WS-NOTE
083400         END-IF
083500         PERFORM 3280-RELEASE-DETAIL
083600             THRU 3280-RELEASE-DETAIL-EXIT
083700     END-IF
083800     PERFORM 8100-READ-CONTACT
083900         THRU 8100-READ-CONTACT-EXIT.
084000 3200-RECONCILE-CONTACT-EXIT.
084100     EXIT.
084200*----------------------------------------------------------------*
084300*    3210-FIND-ACCOUNT - PICK UP THE OWNER THE CONTACT'S ACCOUNT *
084400*    AM-OWNER RESOLVED TO (ZERO WHEN THE ACCOUNT IS NOT ON       *
084500*    ACCTMST OR ITS AM-OWNER IS BLANK OR UNKNOWN)                *
084600*----------------------------------------------------------------*
084700 3210-FIND-ACCOUNT.
084800     MOVE "N"   TO WS-ACCT-FOUND-SW
084900     MOVE ZERO  TO WS-ACCT-OWNER-ID
085000     MOVE SPACE TO WS-ACCT-OWNER-SW
085100     IF WS-ACCT-COUNT = ZERO
085200         GO TO 3210-FIND-ACCOUNT-EXIT
085300     END-IF
085400     SEARCH ALL WS-ACCT-ENTRY
085500         AT END
085600             CONTINUE
085700         WHEN WS-AC-ACCOUNT-ID(WS-ACCT-IDX)
085800                 = ACCOUNT_ID OF CONTACT-RECORD
085900             MOVE "Y" TO WS-ACCT-FOUND-SW
086000             MOVE WS-AC-OWNER-ID(WS-ACCT-IDX) TO WS-ACCT-OWNER-ID
086100             MOVE WS-AC-OWNER-STATUS(WS-ACCT-IDX)
086200                 TO WS-ACCT-OWNER-SW
086300     END-SEARCH.
086400 3210-FIND-ACCOUNT-EXIT.
086500     EXIT.
086600*----------------------------------------------------------------*
086700*    3220-FIND-TERRITORY - FIND THE FIRST TERRITORY ROW FOR THE  *
086800*    CONTACT'S STATE WHOSE POSTALCODE RANGE HOLDS ITS POSTALCODE *
086900*----------------------------------------------------------------*
087000 3220-FIND-TERRITORY.
087100     MOVE "N"    TO WS-TERR-FOUND-SW
087200     MOVE SPACES TO WS-CUR-TERRITORY
087300     MOVE ZERO   TO WS-TERR-OWNER-ID
087400     IF WS-TERR-COUNT = ZERO
087500         GO TO 3220-FIND-TERRITORY-EXIT
087600     END-IF
087700     MOVE STATE OF CONTACT-RECORD TO WS-CUR-STATE
087800     INSPECT WS-CUR-STATE
087900         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
088000     MOVE POSTALCODE OF CONTACT-RECORD TO WS-CUR-POSTALCODE
088100     SET WS-TERR-IDX TO 1
088200     SEARCH WS-TERR-ENTRY
088300         AT END
088400             CONTINUE
088500         WHEN WS-TT-STATE(WS-TERR-IDX) = WS-CUR-STATE
088600          AND (WS-TT-POSTAL-FROM(WS-TERR-IDX) = SPACES
088700            OR WS-CUR-POSTALCODE
088800                   NOT < WS-TT-POSTAL-FROM(WS-TERR-IDX))
088900          AND (WS-TT-POSTAL-THRU(WS-TERR-IDX) = SPACES
089000            OR WS-CUR-POSTALCODE
089100                   NOT > WS-TT-POSTAL-THRU(WS-TERR-IDX))
089200             MOVE "Y" TO WS-TERR-FOUND-SW
089300             MOVE WS-TT-TERRITORY(WS-TERR-IDX)
089400                 TO WS-CUR-TERRITORY
089500             MOVE WS-TT-DEFAULT-OWNER-ID(WS-TERR-IDX)
089600                 TO WS-TERR-OWNER-ID
089700     END-SEARCH.
089800 3220-FIND-TERRITORY-EXIT.
089900     EXIT.
090000*----------------------------------------------------------------*
090100*    3230-ADD-TO-BOOK - COUNT THE CONTACT IN ITS CURRENT OWNER'S *
090200*    BOOK: SUPPRESSED (EMAIL OPTOUT OR ISINVALID, OR ADDRESS     *
090300*    INVALID, AS ZCM120 AND ZCM220 READ THEM), ACTIVITY AGE AND  *
090400*    WHETHER IT LIES OUTSIDE THE OWNER'S TERRITORY               *
090500*----------------------------------------------------------------*
090600 3230-ADD-TO-BOOK.
090700     ADD 1 TO WS-BK-CONTACTS(WS-BOOK-SUB)
090800     IF OPTOUT OF CONTACT-RECORD = "Y" OR "y"
090900         OR ISINVALID OF CONTACT-RECORD = "Y" OR "y"
091000         OR ADDR-INVALID OF CONTACT-RECORD = "Y" OR "y"
091100         ADD 1 TO WS-BK-SUPPRESSED(WS-BOOK-SUB)
091200     END-IF
091300     PERFORM 3400-PARSE-ACTIVITY-DATE
091400         THRU 3400-PARSE-ACTIVITY-DATE-EXIT
091500     IF WS-DATE-VALID
091600         COMPUTE WS-DAYS-SINCE = WS-TODAY-JULIAN - WS-ACT-JULIAN
091700     END-IF
091800     EVALUATE TRUE
091900         WHEN NOT WS-DATE-VALID
092000             MOVE 5 TO WS-BKT-SUB
092100         WHEN WS-DAYS-SINCE <= 30
092200             MOVE 1 TO WS-BKT-SUB
092300         WHEN WS-DAYS-SINCE <= 90
092400             MOVE 2 TO WS-BKT-SUB
092500         WHEN WS-DAYS-SINCE <= 180
092600             MOVE 3 TO WS-BKT-SUB
092700         WHEN OTHER
092800             MOVE 4 TO WS-BKT-SUB
092900     END-EVALUATE
093000     ADD 1 TO WS-BK-BUCKET(WS-BOOK-SUB, WS-BKT-SUB)
093100     IF NOT WS-TERR-FOUND
093200         ADD 1 TO WS-NO-TERRITORY-COUNT
093300         GO TO 3230-ADD-TO-BOOK-EXIT
093400     END-IF
093500     IF NOT WS-OWNER-UNKNOWN
093600         AND WS-OW-TERRITORY(WS-LOOKUP-SUB) NOT = WS-CUR-TERRITORY
093700         ADD 1 TO WS-BK-OUT-TERRITORY(WS-BOOK-SUB)
093800         ADD 1 TO WS-OUT-TERRITORY-COUNT
093900     END-IF.
094000 3230-ADD-TO-BOOK-EXIT.
094100     EXIT.
094200*----------------------------------------------------------------*
094300*    3240-CHECK-CARD - SEE WHETHER AN ACCEPTED REASSIGNMENT CARD *
094400*    MOVES THE CURRENT OWNER'S BOOK                              *
094500*----------------------------------------------------------------*
094600 3240-CHECK-CARD.
094700     MOVE "N" TO WS-CARD-HIT-SW
094800     IF WS-CARD-COUNT = ZERO
094900         GO TO 3240-CHECK-CARD-EXIT
095000     END-IF
095100     SET WS-CARD-IDX TO 1
095200     SEARCH WS-CARD-ENTRY
095300         AT END
095400             CONTINUE
095500         WHEN WS-CD-ACCEPTED(WS-CARD-IDX)
095600          AND WS-CD-FROM-OWNER-ID(WS-CARD-IDX) = WS-CUR-OWNER-ID
095700             MOVE "Y" TO WS-CARD-HIT-SW
095800             SET WS-CARD-SUB TO WS-CARD-IDX
095900             MOVE WS-CD-TO-OWNER-ID(WS-CARD-IDX)
096000                 TO WS-NEW-OWNER-ID
096100             MOVE "REASSIGNED BY CARD" TO WS-NOTE
096200             ADD 1 TO WS-CD-MOVED(WS-CARD-IDX)
096300     END-SEARCH.
096400 3240-CHECK-CARD-EXIT.
096500     EXIT.
096600*----------------------------------------------------------------*
096700*    3250-CHOOSE-OWNER - PICK AN ACTIVE OWNER FOR A CONTACT WHOSE*
096800*    OWNER IS UNKNOWN OR TERMINATED: THE ACCOUNT'S AM-OWNER, ELSE*
096900*    THE TERRITORY'S DEFAULT OWNER.  WITH NEITHER THE CONTACT IS *
097000*    LEFT WHERE IT IS.  AN UNKNOWN OWNER IS ALSO LEFT ALONE WHEN *
097100*    THE OWNER TABLE IS INCOMPLETE, AS THE REP MAY BE REAL       *
097200*----------------------------------------------------------------*
097300 3250-CHOOSE-OWNER.
097400     IF WS-OWNER-UNKNOWN
097500         AND WS-OWNER-TBL-INCOMPLETE
097600         ADD 1 TO WS-NO-OWNER-COUNT
097700         MOVE "OWNER TABLE INCOMPLETE - NOT REASSIGNED" TO WS-NOTE
097800         GO TO 3250-CHOOSE-OWNER-EXIT
097900     END-IF
098000     IF WS-ACCT-OWNER-ACTIVE
098100         MOVE WS-ACCT-OWNER-ID TO WS-NEW-OWNER-ID
098200         MOVE "REASSIGNED TO ACCOUNT AM-OWNER" TO WS-NOTE
098300         GO TO 3250-CHOOSE-OWNER-EXIT
098400     END-IF
098500     IF WS-TERR-OWNER-ID NOT = ZERO
098600         MOVE WS-TERR-OWNER-ID TO WS-LOOKUP-OWNER-ID
098700         PERFORM 3300-LOOKUP-OWNER
098800             THRU 3300-LOOKUP-OWNER-EXIT
098900         IF WS-LOOKUP-ACTIVE
099000             MOVE WS-TERR-OWNER-ID TO WS-NEW-OWNER-ID
099100             MOVE "REASSIGNED TO TERRITORY OWNER" TO WS-NOTE
099200             GO TO 3250-CHOOSE-OWNER-EXIT
099300         END-IF
099400     END-IF
099500     ADD 1 TO WS-NO-OWNER-COUNT
099600     MOVE "NOT REASSIGNED - NO ACTIVE OWNER" TO WS-NOTE.
099700 3250-CHOOSE-OWNER-EXIT.
099800     EXIT.
099900*----------------------------------------------------------------*
100000*    3260-WRITE-REASSIGNMENT - WRITE THE ZCM-CONTACT-TRAN CHANGE *
100100*    CARRYING THE CONTACT WITH ITS NEW OWNEDSECURABLEITEM_ID, AND*
100200*    MOVE THE CONTACT OUT OF THE OLD BOOK AND INTO THE NEW ONE   *
100300*----------------------------------------------------------------*
100400 3260-WRITE-REASSIGNMENT.
100500     MOVE CONTACT-RECORD TO WS-NEW-CONTACT
100600     MOVE WS-NEW-OWNER-ID
100700         TO OWNEDSECURABLEITEM_ID OF WS-NEW-CONTACT
100800     MOVE "C"            TO TRAN-ACTION
100900     MOVE ALL "N"        TO TRAN-CHANGE-FLAGS
101000     MOVE "Y"            TO TRAN-CHG-PERSON
101100     MOVE WS-NEW-CONTACT TO TRAN-CONTACT-IMAGE
101200     WRITE CONTACT-TRAN-RECORD
101300     ADD 1 TO WS-TRAN-COUNT
101400     ADD 1 TO WS-REASSIGN-COUNT
101500     ADD 1 TO WS-BK-MOVED-OUT(WS-BOOK-SUB)
101600     MOVE WS-NEW-OWNER-ID TO WS-LOOKUP-OWNER-ID
101700     PERFORM 3300-LOOKUP-OWNER
101800         THRU 3300-LOOKUP-OWNER-EXIT
101900     COMPUTE WS-NEW-BOOK-SUB = WS-LOOKUP-SUB + 1
102000     ADD 1 TO WS-BK-MOVED-IN(WS-NEW-BOOK-SUB).
102100 3260-WRITE-REASSIGNMENT-EXIT.
102200     EXIT.
102300*----------------------------------------------------------------*
102400*    3280-RELEASE-DETAIL - RELEASE ONE REPORT LINE FOR THE       *
102500*    CONTACT UNDER WS-CATEGORY                                   *
102600*----------------------------------------------------------------*
102700 3280-RELEASE-DETAIL.
102800     MOVE SPACES                          TO WS-DETAIL-LINE
102900     MOVE CONTACT-ID OF CONTACT-RECORD    TO WS-D-CONTACT-ID
103000     STRING FIRSTNAME OF CONTACT-RECORD DELIMITED BY "  "
103100            " "                           DELIMITED BY SIZE
103200            LASTNAME OF CONTACT-RECORD    DELIMITED BY "  "
103300         INTO WS-D-NAME
103400     END-STRING
103500     MOVE ACCOUNT_ID OF CONTACT-RECORD    TO WS-D-ACCOUNT-ID
103600     MOVE WS-CUR-OWNER-ID                 TO WS-D-OWNER-ID
103700     IF WS-ACCT-OWNER-ID NOT = ZERO
103800         MOVE WS-ACCT-OWNER-ID            TO WS-D-ACCT-OWNER-ID
103900     END-IF
104000     IF WS-NEW-OWNER-ID NOT = ZERO
104100         MOVE WS-NEW-OWNER-ID             TO WS-D-NEW-OWNER-ID
104200     END-IF
104300     MOVE WS-CUR-TERRITORY                TO WS-D-TERRITORY
104400     MOVE WS-NOTE                         TO WS-D-NOTE
104500     ADD 1 TO WS-DETAIL-SEQ
104600     MOVE WS-CATEGORY                     TO RS-CATEGORY
104700     MOVE WS-DETAIL-SEQ                   TO RS-SEQUENCE
104800     MOVE WS-DETAIL-LINE                  TO RS-DETAIL
104900     RELEASE REPORT-SORT-RECORD.
105000 3280-RELEASE-DETAIL-EXIT.
105100     EXIT.
105200*----------------------------------------------------------------*
105300*    3300-LOOKUP-OWNER - BINARY-SEARCH THE OWNER TABLE FOR       *
105400*    WS-LOOKUP-OWNER-ID, SETTING WS-LOOKUP-RESULT TO THE OWNER'S *
105500*    STATUS ("A" OR "T") OR "U" WHEN NOT ON THE MASTER           *
105600*----------------------------------------------------------------*
105700 3300-LOOKUP-OWNER.
105800     MOVE "U"  TO WS-LOOKUP-RESULT
105900     MOVE ZERO TO WS-LOOKUP-SUB
106000     IF WS-OWNER-COUNT = ZERO
106100         GO TO 3300-LOOKUP-OWNER-EXIT
106200     END-IF
106300     SEARCH ALL WS-OWNER-ENTRY
106400         AT END
106500             CONTINUE
106600         WHEN WS-OW-OWNER-ID(WS-OWNER-IDX) = WS-LOOKUP-OWNER-ID
106700             SET WS-LOOKUP-SUB TO WS-OWNER-IDX
106800             MOVE WS-OW-STATUS(WS-OWNER-IDX) TO WS-LOOKUP-RESULT
106900     END-SEARCH
107000     IF NOT WS-LOOKUP-ACTIVE AND NOT WS-LOOKUP-TERMINATED
107100         MOVE "U" TO WS-LOOKUP-RESULT
107200     END-IF.
107300 3300-LOOKUP-OWNER-EXIT.
107400     EXIT.
107500*----------------------------------------------------------------*
107600*    3400-PARSE-ACTIVITY-DATE - PULL YYYY-MM-DD OUT OF THE FIRST *
107700*    TEN BYTES OF LATESTACTIVITYDATETIME AND VALIDATE IT, AS     *
107800*    ZCM150 DOES                                                 *
107900*----------------------------------------------------------------*
108000 3400-PARSE-ACTIVITY-DATE.
108100     MOVE "N" TO WS-DATE-VALID-SW
108200     MOVE LATESTACTIVITYDATETIME OF CONTACT-RECORD(1:4)
108300         TO WS-ACT-YEAR
108400     MOVE LATESTACTIVITYDATETIME OF CONTACT-RECORD(6:2)
108500         TO WS-ACT-MONTH
108600     MOVE LATESTACTIVITYDATETIME OF CONTACT-RECORD(9:2)
108700         TO WS-ACT-DAY
108800     IF WS-ACT-YEAR IS NUMERIC
108900         AND WS-ACT-MONTH IS NUMERIC
109000         AND WS-ACT-DAY IS NUMERIC
109100         AND WS-ACT-YEAR > ZERO
109200         AND WS-ACT-MONTH >= 1 AND WS-ACT-MONTH <= 12
109300         AND WS-ACT-DAY >= 1 AND WS-ACT-DAY <= 31
109400         PERFORM 3410-VALIDATE-CALENDAR-DAY
109500             THRU 3410-VALIDATE-CALENDAR-DAY-EXIT
109600         IF WS-DAY-VALID
109700             COMPUTE WS-ACT-JULIAN =
109800                 FUNCTION INTEGER-OF-DATE(WS-ACT-YYYYMMDD)
109900             MOVE "Y" TO WS-DATE-VALID-SW
110000         END-IF
110100     END-IF.
110200 3400-PARSE-ACTIVITY-DATE-EXIT.
110300     EXIT.
110400*----------------------------------------------------------------*
110500*    3410-VALIDATE-CALENDAR-DAY - CHECK WS-ACT-DAY AGAINST THE   *
110600*    ACTUAL NUMBER OF DAYS IN WS-ACT-MONTH, ADJUSTING FEBRUARY   *
110700*    FOR LEAP YEARS, SO AN IMPOSSIBLE DATE NEVER REACHES         *
110800*    FUNCTION INTEGER-OF-DATE                                    *
110900*----------------------------------------------------------------*
111000 3410-VALIDATE-CALENDAR-DAY.
111100     MOVE "N" TO WS-DAY-VALID-SW
111200     MOVE WS-DIM(WS-ACT-MONTH) TO WS-MAX-DAY
111300     IF WS-ACT-MONTH = 2
111400         PERFORM 3420-CHECK-LEAP-YEAR
111500             THRU 3420-CHECK-LEAP-YEAR-EXIT
111600         IF WS-IS-LEAP-YEAR
111700             MOVE 29 TO WS-MAX-DAY
111800         END-IF
111900     END-IF
112000     IF WS-ACT-DAY <= WS-MAX-DAY
112100         MOVE "Y" TO WS-DAY-VALID-SW
112200     END-IF.
112300 3410-VALIDATE-CALENDAR-DAY-EXIT.
112400     EXIT.
112500*----------------------------------------------------------------*
112600*    3420-CHECK-LEAP-YEAR - SET WS-IS-LEAP-YEAR FOR WS-ACT-YEAR  *
112700*    (DIVISIBLE BY 4, EXCEPT CENTURY YEARS NOT DIVISIBLE BY 400) *
112800*----------------------------------------------------------------*
112900 3420-CHECK-LEAP-YEAR.
113000     MOVE "N" TO WS-LEAP-SW
113100     DIVIDE WS-ACT-YEAR BY 4 GIVING WS-YEAR-QUOTIENT
113200         REMAINDER WS-YEAR-MOD-4
113300     IF WS-YEAR-MOD-4 = ZERO
113400         DIVIDE WS-ACT-YEAR BY 100 GIVING WS-YEAR-QUOTIENT
113500             REMAINDER WS-YEAR-MOD-100
113600         IF WS-YEAR-MOD-100 NOT = ZERO
113700             MOVE "Y" TO WS-LEAP-SW
113800         ELSE
113900             DIVIDE WS-ACT-YEAR BY 400 GIVING WS-YEAR-QUOTIENT
114000                 REMAINDER WS-YEAR-MOD-400
114100             IF WS-YEAR-MOD-400 = ZERO
114200                 MOVE "Y" TO WS-LEAP-SW
114300             END-IF
114400         END-IF
114500     END-IF.
114600 3420-CHECK-LEAP-YEAR-EXIT.
114700     EXIT.
114800*----------------------------------------------------------------*
114900*    4000-PRINT-REPORT - SORT OUTPUT PROCEDURE.  PRINT THE       *
115000*    REASSIGNMENT CARDS, EACH EXCEPTION CATEGORY, THEN THE BOOK  *
115100*    OF BUSINESS                                                 *
115200*----------------------------------------------------------------*
115300 4000-PRINT-REPORT.
115400     OPEN OUTPUT REPORT-OUT
115500     MOVE WS-RUN-ID TO WS-H-RUN-ID
115600     MOVE WS-HEADING-1 TO REPORT-LINE
115700     WRITE REPORT-LINE
115800     MOVE SPACES TO REPORT-LINE
115900     WRITE REPORT-LINE
116000     MOVE "REASSIGNMENT CARDS" TO REPORT-LINE
116100     WRITE REPORT-LINE
116200     MOVE WS-CARD-HEADING TO REPORT-LINE
116300     WRITE REPORT-LINE
116400     IF WS-CARD-COUNT = ZERO
116500         MOVE "    NONE" TO REPORT-LINE
116600         WRITE REPORT-LINE
116700     END-IF
116800     PERFORM 4100-PRINT-CARD
116900         THRU 4100-PRINT-CARD-EXIT
117000         VARYING WS-CARD-SUB FROM 1 BY 1
117100         UNTIL WS-CARD-SUB > WS-CARD-COUNT
117200     PERFORM 8000-RETURN-DETAIL
117300         THRU 8000-RETURN-DETAIL-EXIT
117400     PERFORM 4200-PRINT-CATEGORY
117500         THRU 4200-PRINT-CATEGORY-EXIT
117600         VARYING WS-CAT-SUB FROM 1 BY 1
117700         UNTIL WS-CAT-SUB > 5
117800     MOVE SPACES TO REPORT-LINE
117900     WRITE REPORT-LINE
118000     MOVE "BOOK OF BUSINESS BY OWNER" TO REPORT-LINE
118100     WRITE REPORT-LINE
118200     MOVE WS-BOOK-HEADING-1 TO REPORT-LINE
118300     WRITE REPORT-LINE
118400     MOVE WS-BOOK-HEADING-2 TO REPORT-LINE
118500     WRITE REPORT-LINE
118600     PERFORM 4300-PRINT-BOOK
118700         THRU 4300-PRINT-BOOK-EXIT
118800         VARYING WS-BOOK-SUB FROM 2 BY 1
118900         UNTIL WS-BOOK-SUB > WS-BOOK-COUNT
119000     MOVE 1 TO WS-BOOK-SUB
119100     PERFORM 4300-PRINT-BOOK
119200         THRU 4300-PRINT-BOOK-EXIT.
119300 4000-PRINT-REPORT-EXIT.
119400     EXIT.
119500*----------------------------------------------------------------*
119600*    4100-PRINT-CARD - PRINT THE DISPOSITION LINE FOR ONE        *
119700*    REASSIGNMENT CARD                                           *
119800*----------------------------------------------------------------*
119900 4100-PRINT-CARD.
120000     MOVE WS-CD-FROM-OWNER(WS-CARD-SUB) TO WS-CL-FROM-OWNER
120100     MOVE WS-CD-TO-OWNER(WS-CARD-SUB)   TO WS-CL-TO-OWNER
120200     MOVE WS-CD-REASON(WS-CARD-SUB)     TO WS-CL-REASON
120300     MOVE WS-CD-MOVED(WS-CARD-SUB)      TO WS-CL-MOVED
120400     MOVE WS-CARD-LINE TO REPORT-LINE
120500     WRITE REPORT-LINE.
120600 4100-PRINT-CARD-EXIT.
120700     EXIT.
120800*----------------------------------------------------------------*
120900*    4200-PRINT-CATEGORY - PRINT THE TITLE, HEADING AND DETAIL   *
121000*    LINES FOR ONE REPORT CATEGORY                               *
121100*----------------------------------------------------------------*
121200 4200-PRINT-CATEGORY.
121300     MOVE SPACES TO REPORT-LINE
121400     WRITE REPORT-LINE
121500     MOVE WS-CATEGORY-TITLE(WS-CAT-SUB) TO REPORT-LINE
121600     WRITE REPORT-LINE
121700     MOVE WS-HEADING-2 TO REPORT-LINE
121800     WRITE REPORT-LINE
121900     MOVE ZERO TO WS-CAT-LINES
122000     PERFORM 4210-PRINT-DETAIL
122100         THRU 4210-PRINT-DETAIL-EXIT
122200         UNTIL WS-RPT-EOF
122300            OR RS-CATEGORY NOT = WS-CAT-SUB
122400     IF WS-CAT-LINES = ZERO
122500         MOVE "    NONE" TO REPORT-LINE
122600         WRITE REPORT-LINE
122700     END-IF.
122800 4200-PRINT-CATEGORY-EXIT.
122900     EXIT.
123000*----------------------------------------------------------------*
123100*    4210-PRINT-DETAIL - PRINT ONE DETAIL LINE AND RETURN THE    *
123200*    NEXT ONE FROM THE SORT                                      *
123300*----------------------------------------------------------------*
123400 4210-PRINT-DETAIL.
123500     MOVE RS-DETAIL TO REPORT-LINE
123600     WRITE REPORT-LINE
123700     ADD 1 TO WS-CAT-LINES
123800     PERFORM 8000-RETURN-DETAIL
123900         THRU 8000-RETURN-DETAIL-EXIT.
124000 4210-PRINT-DETAIL-EXIT.
124100     EXIT.
124200*----------------------------------------------------------------*
124300*    4300-PRINT-BOOK - PRINT ONE OWNER'S BOOK OF BUSINESS.  BOOK *
124400*    ENTRY 1, PRINTED LAST, HOLDS THE CONTACTS WHOSE OWNER IS NOT*
124500*    ON THE MASTER                                               *
124600*----------------------------------------------------------------*
124700 4300-PRINT-BOOK.
124800     MOVE SPACES TO WS-BOOK-LINE
124900     IF WS-BOOK-SUB = 1
125000         MOVE "*****"              TO WS-B-OWNER-ID
125100         MOVE "NOT ON OWNER MASTER" TO WS-B-NAME
125200     ELSE
125300         COMPUTE WS-OWNER-SUB = WS-BOOK-SUB - 1
125400         MOVE WS-OW-OWNER-ID(WS-OWNER-SUB)  TO WS-B-OWNER-ID
125500         MOVE WS-OW-NAME(WS-OWNER-SUB)      TO WS-B-NAME
125600         MOVE WS-OW-STATUS(WS-OWNER-SUB)    TO WS-B-STATUS
125700         MOVE WS-OW-TERRITORY(WS-OWNER-SUB) TO WS-B-TERRITORY
125800     END-IF
125900     MOVE WS-BK-CONTACTS(WS-BOOK-SUB)      TO WS-B-CONTACTS
126000     MOVE WS-BK-SUPPRESSED(WS-BOOK-SUB)    TO WS-B-SUPPRESSED
126100     PERFORM 4310-EDIT-BUCKET
126200         THRU 4310-EDIT-BUCKET-EXIT
126300         VARYING WS-BKT-SUB FROM 1 BY 1
126400         UNTIL WS-BKT-SUB > 5
126500     MOVE WS-BK-OUT-TERRITORY(WS-BOOK-SUB) TO WS-B-OUT-TERRITORY
126600     MOVE WS-BK-MOVED-OUT(WS-BOOK-SUB)     TO WS-B-MOVED-OUT
126700     MOVE WS-BK-MOVED-IN(WS-BOOK-SUB)      TO WS-B-MOVED-IN
126800     MOVE WS-BOOK-LINE TO REPORT-LINE
126900     WRITE REPORT-LINE.
127000 4300-PRINT-BOOK-EXIT.
127100     EXIT.
127200*----------------------------------------------------------------*
127300*    4310-EDIT-BUCKET - MOVE ONE AGE-BUCKET COUNT TO THE BOOK    *
127400*    LINE                                                        *
127500*----------------------------------------------------------------*
127600 4310-EDIT-BUCKET.
127700     MOVE WS-BK-BUCKET(WS-BOOK-SUB, WS-BKT-SUB)
127800         TO WS-B-BUCKET(WS-BKT-SUB).
127900 4310-EDIT-BUCKET-EXIT.
128000     EXIT.
128100*----------------------------------------------------------------*
128200*    5000-FINALIZE - PRINT THE RUN TOTALS, WRITE THE CONTROL     *
128300*    RECORD, AND CLOSE FILES.  A CONTACT LEFT ON AN UNKNOWN OR   *
128400*    TERMINATED OWNER WITH NO ACTIVE OWNER TO MOVE TO, OR HELD   *
128500*    BECAUSE THE OWNER TABLE IS INCOMPLETE, IS THE RUN'S REJECT; *
128600*    EVERY OTHER CONTACT IS OWNED BY AN ACTIVE REP ONCE TRANOUT  *
128700*    IS APPLIED.  AN INCOMPLETE OWNER TABLE ENDS THE RUN WITH    *
128800*    RETURN CODE 8                                               *
128900*----------------------------------------------------------------*
129000 5000-FINALIZE.
129100     COMPUTE WS-OUT-COUNT = WS-CONTACT-COUNT - WS-NO-OWNER-COUNT
129200     MOVE SPACES TO REPORT-LINE
129300     WRITE REPORT-LINE
129400     MOVE "OWNERS LOADED FROM OWNERMST" TO WS-T-LABEL
129500     MOVE WS-OWNER-COUNT TO WS-T-COUNT
129600     PERFORM 5100-WRITE-TOTAL-LINE
129700         THRU 5100-WRITE-TOTAL-LINE-EXIT
129800     MOVE "  SKIPPED - OUT OF OWNER ID SEQUENCE" TO WS-T-LABEL
129900     MOVE WS-OWNER-SEQ-ERROR-COUNT TO WS-T-COUNT
130000     PERFORM 5100-WRITE-TOTAL-LINE
130100         THRU 5100-WRITE-TOTAL-LINE-EXIT
130200     MOVE "TERRITORY ROWS LOADED" TO WS-T-LABEL
130300     MOVE WS-TERR-COUNT TO WS-T-COUNT
130400     PERFORM 5100-WRITE-TOTAL-LINE
130500         THRU 5100-WRITE-TOTAL-LINE-EXIT
130600     MOVE "REASSIGNMENT CARDS READ" TO WS-T-LABEL
130700     MOVE WS-CARD-READ-COUNT TO WS-T-COUNT
130800     PERFORM 5100-WRITE-TOTAL-LINE
130900         THRU 5100-WRITE-TOTAL-LINE-EXIT
131000     MOVE "  REJECTED" TO WS-T-LABEL
131100     MOVE WS-CARD-REJECT-COUNT TO WS-T-COUNT
131200     PERFORM 5100-WRITE-TOTAL-LINE
131300         THRU 5100-WRITE-TOTAL-LINE-EXIT
131400     MOVE "ACCOUNTS, AM-OWNER UNKNOWN/TERMINATED" TO WS-T-LABEL
131500     MOVE WS-ACCT-EXCEPTION-COUNT TO WS-T-COUNT
131600     PERFORM 5100-WRITE-TOTAL-LINE
131700         THRU 5100-WRITE-TOTAL-LINE-EXIT
131800     MOVE "CONTACT RECORDS READ" TO WS-T-LABEL
131900     MOVE WS-CONTACT-COUNT TO WS-T-COUNT
132000     PERFORM 5100-WRITE-TOTAL-LINE
132100         THRU 5100-WRITE-TOTAL-LINE-EXIT
132200     MOVE "  OWNER ACTIVE, NOTHING TO MOVE" TO WS-T-LABEL
132300     MOVE WS-CLEAN-COUNT TO WS-T-COUNT
132400     PERFORM 5100-WRITE-TOTAL-LINE
132500         THRU 5100-WRITE-TOTAL-LINE-EXIT
132600     MOVE "  OWNER NOT ON OWNER MASTER" TO WS-T-LABEL
132700     MOVE WS-UNKNOWN-OWNER-COUNT TO WS-T-COUNT
132800     PERFORM 5100-WRITE-TOTAL-LINE
132900         THRU 5100-WRITE-TOTAL-LINE-EXIT
133000     MOVE "  OWNER TERMINATED" TO WS-T-LABEL
133100     MOVE WS-TERMINATED-COUNT TO WS-T-COUNT
133200     PERFORM 5100-WRITE-TOTAL-LINE
133300         THRU 5100-WRITE-TOTAL-LINE-EXIT
133400     MOVE "  ACTIVE OWNER'S BOOK MOVED BY CARD" TO WS-T-LABEL
133500     MOVE WS-CARD-MOVE-COUNT TO WS-T-COUNT
133600     PERFORM 5100-WRITE-TOTAL-LINE
133700         THRU 5100-WRITE-TOTAL-LINE-EXIT
133800     MOVE "CONTACTS REASSIGNED (TRANOUT)" TO WS-T-LABEL
133900     MOVE WS-REASSIGN-COUNT TO WS-T-COUNT
134000     PERFORM 5100-WRITE-TOTAL-LINE
134100         THRU 5100-WRITE-TOTAL-LINE-EXIT
134200     MOVE "CONTACTS LEFT WITH NO ACTIVE OWNER" TO WS-T-LABEL
134300     MOVE WS-NO-OWNER-COUNT TO WS-T-COUNT
134400     PERFORM 5100-WRITE-TOTAL-LINE
134500         THRU 5100-WRITE-TOTAL-LINE-EXIT
134600     MOVE "CONTACT OWNER NOT ACCOUNT AM-OWNER" TO WS-T-LABEL
134700     MOVE WS-MISMATCH-COUNT TO WS-T-COUNT
134800     PERFORM 5100-WRITE-TOTAL-LINE
134900         THRU 5100-WRITE-TOTAL-LINE-EXIT
135000     MOVE "CONTACTS OUTSIDE OWNER'S TERRITORY" TO WS-T-LABEL
135100     MOVE WS-OUT-TERRITORY-COUNT TO WS-T-COUNT
135200     PERFORM 5100-WRITE-TOTAL-LINE
135300         THRU 5100-WRITE-TOTAL-LINE-EXIT
135400     MOVE "CONTACTS IN NO TERRITORY" TO WS-T-LABEL
135500     MOVE WS-NO-TERRITORY-COUNT TO WS-T-COUNT
135600     PERFORM 5100-WRITE-TOTAL-LINE
135700         THRU 5100-WRITE-TOTAL-LINE-EXIT
135800     PERFORM 9600-WRITE-CONTROL-RECORD
135900         THRU 9600-WRITE-CONTROL-RECORD-EXIT
136000     DISPLAY "ZCM480 - CONTACT RECORDS READ   : "
136100         WS-CONTACT-COUNT
136200     DISPLAY "ZCM480 - OWNER UNKNOWN          : "
136300         WS-UNKNOWN-OWNER-COUNT
136400     DISPLAY "ZCM480 - OWNER TERMINATED       : "
136500         WS-TERMINATED-COUNT
136600     DISPLAY "ZCM480 - CHANGES TO TRANOUT     : "
136700         WS-TRAN-COUNT
136800     DISPLAY "ZCM480 - LEFT WITH NO OWNER     : "
136900         WS-NO-OWNER-COUNT
137000     DISPLAY "ZCM480 - OWNER NOT AM-OWNER     : "
137100         WS-MISMATCH-COUNT
137200     IF WS-OWNER-TBL-FULL
137300         DISPLAY "ZCM480 - WARNING: OWNERMST EXCEEDS "
137400             WS-OWNER-MAX-COUNT " ROWS - OWNER TABLE TRUNCATED"
137500     END-IF
137600     IF WS-OWNER-SEQ-ERROR-COUNT > ZERO
137700         DISPLAY "ZCM480 - WARNING: OWNERMST OUT OF SEQUENCE - "
137800             WS-OWNER-SEQ-ERROR-COUNT " ROWS SKIPPED"
137900     END-IF
138000     IF WS-OWNER-TBL-INCOMPLETE
138100         DISPLAY "ZCM480 - UNKNOWN-OWNER CONTACTS NOT REASSIGNED"
138200         MOVE 8 TO RETURN-CODE
138300     END-IF
138400     IF WS-TERR-TBL-FULL
138500         DISPLAY "ZCM480 - WARNING: TERRTBL EXCEEDS "
138600             WS-TERR-MAX-COUNT " ROWS - TERRITORY TABLE TRUNCATED"
138700     END-IF
138800     IF WS-CARD-TBL-FULL
138900         DISPLAY "ZCM480 - WARNING: RASNCARD EXCEEDS "
139000             WS-CARD-MAX-COUNT " CARDS - REST IGNORED"
139100     END-IF
139200     IF WS-ACCT-TBL-FULL
139300         DISPLAY "ZCM480 - WARNING: ACCTMST EXCEEDS "
139400             WS-ACCT-MAX-COUNT " ROWS - ACCOUNT TABLE TRUNCATED"
139500     END-IF
139600     CLOSE TRAN-OUT
139700     CLOSE REPORT-OUT.
139800 5000-FINALIZE-EXIT.
139900     EXIT.
140000*----------------------------------------------------------------*
140100*    5100-WRITE-TOTAL-LINE - PRINT ONE TOTAL LINE                *
140200*----------------------------------------------------------------*
140300 5100-WRITE-TOTAL-LINE.
140400     MOVE WS-TOTAL-LINE TO REPORT-LINE
140500     WRITE REPORT-LINE.
140600 5100-WRITE-TOTAL-LINE-EXIT.
140700     EXIT.
140800*----------------------------------------------------------------*
140900*    8000-RETURN-DETAIL - RETURN THE NEXT SORTED REPORT LINE     *
141000*----------------------------------------------------------------*
141100 8000-RETURN-DETAIL.
141200     RETURN REPORT-SORT
141300         AT END
141400             MOVE "Y" TO WS-RPT-EOF-SW
141500     END-RETURN.
141600 8000-RETURN-DETAIL-EXIT.
141700     EXIT.
141800*----------------------------------------------------------------*
141900*    8100-READ-CONTACT - READ THE NEXT CONTACT-RECORD            *
142000*----------------------------------------------------------------*
142100 8100-READ-CONTACT.
142200     READ CONTACT-IN
142300         AT END
142400             MOVE "Y" TO WS-EOF-SW
142500     END-READ.
142600 8100-READ-CONTACT-EXIT.
142700     EXIT.
142800*----------------------------------------------------------------*
142900*    9500-READ-RUN-PARM - PICK UP THE RUN IDENTIFIER FROM THE    *
143000*    OPTIONAL RUNPARM CONTROL CARD; A MISSING CARD LEAVES THE    *
143100*    RUN ID BLANK                                                *
143200*----------------------------------------------------------------*
143300 9500-READ-RUN-PARM.
143400     OPEN INPUT RUN-PARM
143500     IF WS-RUNPARM-NOT-FOUND
143600         MOVE SPACES TO RUN-PARM-RECORD
143700     ELSE
143800         READ RUN-PARM
143900             AT END
144000                 MOVE SPACES TO RUN-PARM-RECORD
144100         END-READ
144200         CLOSE RUN-PARM
144300     END-IF
144400     MOVE RUN-PARM-RECORD TO WS-RUN-ID.
144500 9500-READ-RUN-PARM-EXIT.
144600     EXIT.
144700*----------------------------------------------------------------*
144800*    9600-WRITE-CONTROL-RECORD - APPEND THIS RUN'S MACHINE-      *
144900*    READABLE COUNTS TO THE COMMON CONTROL FILE FOR THE END-OF-  *
145000*    WINDOW BALANCING RUN                                        *
145100*----------------------------------------------------------------*
145200 9600-WRITE-CONTROL-RECORD.
145300     OPEN EXTEND CONTROL-OUT
145400     IF WS-CTL-NOT-FOUND
145500         OPEN OUTPUT CONTROL-OUT
145600     END-IF
145700     MOVE "ZCM480"              TO CTL-PROGRAM-ID
145800     MOVE WS-RUN-ID             TO CTL-RUN-ID
145900     MOVE WS-CONTACT-COUNT      TO CTL-RECORDS-IN
146000     MOVE WS-OUT-COUNT          TO CTL-RECORDS-OUT
146100     MOVE WS-NO-OWNER-COUNT     TO CTL-RECORDS-REJECTED
146200     WRITE CONTROL-RECORD
146300     CLOSE CONTROL-OUT.
146400 9600-WRITE-CONTROL-RECORD-EXIT.
146500     EXIT.
