000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ZCM410.
000300 AUTHOR.        D SPRINGER.
000400 INSTALLATION.  DATA MGMT - CUSTOMER EXTRACTS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700***************************************************************
000800*  MODIFICATION HISTORY                                        *
000900*  ------------------------------------------------------------*
001000*  DATE       INIT  DESCRIPTION                                *
001100*  10/15/2026 DAS   ORIGINAL PROGRAM - RIGHT-TO-ERASURE PURGE  *
001200*                   WITH A PRINTED CERTIFICATE OF ERASURE.     *
001300***************************************************************
001400*  PURPOSE.                                                    *
001500*  WHEN A PERSON ASKS TO BE FORGOTTEN, EVERY FILE THAT STILL   *
001600*  CARRIES THEIR CONTACT ID HAS TO GIVE IT UP - NOT JUST       *
001700*  CONTACT-IDX.  THIS PROGRAM TAKES A FILE OF ERASURE CARDS    *
001800*  (ONE NINE-DIGIT CONTACT ID PER CARD) AND FIRST WIDENS EACH  *
001900*  CARD THROUGH THE ZCM-MERGE-XREF FILE, IN BOTH DIRECTIONS,   *
002000*  UNTIL NOTHING NEW TURNS UP, SO EVERY ID THE PERSON EVER     *
002100*  HELD - SURVIVOR AND ABSORBED ALIKE - IS ERASED TOGETHER.    *
002200*  WHEN AN XREF ROW LINKS IDS NAMED ON TWO DIFFERENT CARDS,    *
002300*  THE LATER CARD IS FOLDED INTO THE EARLIER ONE, SO THE WHOLE *
002400*  CHAIN IS ERASED OR REFUSED AS ONE PERSON.                   *
002500*  A CARD IS REFUSED, AND NOTHING OF IT IS TOUCHED, WHEN ANY   *
002600*  OF ITS IDS IS ON THE LEGAL-HOLD FILE OR IS STILL CYCLING ON *
002700*  THE ZCM380 CARRY-FORWARD (OPEN REJECT) FILE; THE REASON IS  *
002800*  PRINTED ON ITS CERTIFICATE.  FOR ACCEPTED CARDS THE CONTACT *
002900*  IS DELETED FROM CONTACT-IDX AND DROPPED FROM COPIES OF THE  *
003000*  ZCM-ARCHIVE FILE, THE ZCM180 PRIOR SNAPSHOT, THE ZCM180     *
003100*  AUDIT FILE, THE REJDATA AND RECYCOUT REJECT FILES, THE      *
003200*  ZCM-CAMP-HISTORY FILE, THE MERGE XREF (A ROW GOES WHEN      *
003300*  EITHER SIDE IS ERASED), THE ZCM420 DELTA HISTORY, THE       *
003400*  ZCM460 MOVER AND ZCM470 PHONE SUPPRESSION FILES, AND THE    *
003500*  ZCM290 EXPORT IMAGE FILE.  IF CONTACT-IDX CANNOT BE OPENED  *
003600*  FOR UPDATE, OR THE MERGE XREF IS TOO BIG FOR ITS TABLE (SO  *
003700*  A CHAIN MAY BE INCOMPLETE), NOTHING IS PURGED, EVERY CARD   *
003800*  IS REFUSED, AND THE RUN ENDS WITH RETURN CODE 8.  A CARD    *
003900*  WITH AN ID THAT WILL NOT FIT IN THE PURGE TABLE IS REFUSED  *
004000*  ALONE, SO NO CARD IS CERTIFIED ERASED WITH AN ID LEFT OUT,  *
004100*  AND THE RUN ALSO ENDS WITH RETURN CODE 8.  THE SCHEDULER    *
004200*  COPIES EACH PURGED FILE OVER ITS MASTER AFTER A CLEAN RUN,  *
004300*  THE SAME WAY THE ZCM180 SNAPSHOT ROLLS.  EVERY SEQUENTIAL   *
004400*  INPUT IS OPTIONAL SO A FILE THAT DOES NOT EXIST YET         *
004500*  CERTIFIES ZERO.  ONE CERTIFICATE PAGE IS PRINTED PER CARD   *
004600*  LISTING EACH FILE CHECKED AND HOW MANY RECORDS WERE PURGED  *
004700*  FROM IT.  RUN THIS AFTER ZCM380 SO THE CARRY-FORWARD FILE   *
004800*  IS CURRENT.                                                 *
004900***************************************************************
005000 ENVIRONMENT DIVISION.
005100 CONFIGURATION SECTION.
005200 SOURCE-COMPUTER.  IBM-370.
005300 OBJECT-COMPUTER.  IBM-370.
005400 INPUT-OUTPUT SECTION.
005500 FILE-CONTROL.
005600     SELECT ERASE-IN       ASSIGN TO ERASIDS
005700            ORGANIZATION IS SEQUENTIAL.
005800     SELECT LEGAL-HOLD     ASSIGN TO LEGALHLD
005900            ORGANIZATION IS SEQUENTIAL
006000            FILE STATUS IS WS-HOLD-FILE-STATUS.
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
007300     SELECT XREF-OUT       ASSIGN TO XREFOUT
007400            ORGANIZATION IS SEQUENTIAL.
007500     SELECT ARCHIVE-IN     ASSIGN TO ARCHIN
007600            ORGANIZATION IS SEQUENTIAL
007700            FILE STATUS IS WS-ARCH-FILE-STATUS.
007800     SELECT ARCHIVE-OUT    ASSIGN TO ARCHOUT
007900            ORGANIZATION IS SEQUENTIAL.
008000     SELECT PRIOR-SNAP     ASSIGN TO PRIORSNP
008100            ORGANIZATION IS SEQUENTIAL
008200            FILE STATUS IS WS-SNAP-FILE-STATUS.
008300     SELECT SNAP-OUT       ASSIGN TO SNAPOUT
008400            ORGANIZATION IS SEQUENTIAL.
008500     SELECT AUDIT-IN       ASSIGN TO AUDITIN
008600            ORGANIZATION IS SEQUENTIAL
008700            FILE STATUS IS WS-AUDIT-FILE-STATUS.
008800     SELECT AUDIT-OUT      ASSIGN TO AUDITOUT
008900            ORGANIZATION IS SEQUENTIAL.
009000     SELECT REJECT-IN      ASSIGN TO REJIN
009100            ORGANIZATION IS SEQUENTIAL
009200            FILE STATUS IS WS-REJ-FILE-STATUS.
009300     SELECT REJECT-OUT     ASSIGN TO REJOUT
009400            ORGANIZATION IS SEQUENTIAL.
009500     SELECT RECYC-IN       ASSIGN TO RECYCIN
009600            ORGANIZATION IS SEQUENTIAL
009700            FILE STATUS IS WS-RECYC-FILE-STATUS.
009800     SELECT RECYC-OUT      ASSIGN TO RECYCOUT
009900            ORGANIZATION IS SEQUENTIAL.
010000     SELECT HISTORY-IN     ASSIGN TO HISTIN
010100            ORGANIZATION IS SEQUENTIAL
010200            FILE STATUS IS WS-HIST-FILE-STATUS.
010300     SELECT HISTORY-OUT    ASSIGN TO HISTOUT
010400            ORGANIZATION IS SEQUENTIAL.
010500     SELECT DELTA-HIST-IN  ASSIGN TO DLTHIST
010600            ORGANIZATION IS SEQUENTIAL
010700            FILE STATUS IS WS-DLTH-FILE-STATUS.
010800     SELECT DELTA-HIST-OUT ASSIGN TO DLTHOUT
010900            ORGANIZATION IS SEQUENTIAL.
011000     SELECT MOVER-IN       ASSIGN TO MOVESUP
011100            ORGANIZATION IS SEQUENTIAL
011200            FILE STATUS IS WS-MOVER-FILE-STATUS.
011300     SELECT MOVER-OUT      ASSIGN TO MOVEOUT
011400            ORGANIZATION IS SEQUENTIAL.
011500     SELECT PHONE-IN       ASSIGN TO PHONESUP
011600            ORGANIZATION IS SEQUENTIAL
011700            FILE STATUS IS WS-PHONE-FILE-STATUS.
011800     SELECT PHONE-OUT      ASSIGN TO PHONEOUT
011900            ORGANIZATION IS SEQUENTIAL.
012000     SELECT EXPIMAGE-IN    ASSIGN TO EXPIMAGE
012100            ORGANIZATION IS SEQUENTIAL
012200            FILE STATUS IS WS-EXPI-FILE-STATUS.
012300     SELECT EXPIMAGE-OUT   ASSIGN TO EXPIOUT
012400            ORGANIZATION IS SEQUENTIAL.
012500     SELECT CERTIFICATE-OUT ASSIGN TO CERTOUT
012600            ORGANIZATION IS SEQUENTIAL.
012700     SELECT CONTROL-OUT    ASSIGN TO CTLOUT
012800            ORGANIZATION IS SEQUENTIAL
012900            FILE STATUS IS WS-CTL-FILE-STATUS.
013000     SELECT RUN-PARM       ASSIGN TO RUNPARM
013100            ORGANIZATION IS SEQUENTIAL
013200            FILE STATUS IS WS-RUNPARM-FILE-STATUS.
013300 DATA DIVISION.
013400 FILE SECTION.
013500 FD  ERASE-IN
013600     RECORDING MODE IS F
013700     LABEL RECORDS ARE STANDARD.
013800 01  ERASE-RECORD.
013900     05  ERS-CONTACT-ID             PIC 9(09).
014000 FD  LEGAL-HOLD
014100     RECORDING MODE IS F
014200     LABEL RECORDS ARE STANDARD.
014300 01  LEGAL-HOLD-RECORD.
014400     05  LH-CONTACT-ID              PIC 9(09).
014500     05  LH-HOLD-REFERENCE          PIC X(20).
014600 FD  CONTACT-IDX
014700     LABEL RECORDS ARE STANDARD.
014800     COPY "zurmo-customers"
014900         REPLACING ==INVALID==      BY ==IDX-ADDR-INVALID==
015000                   ==ID==           BY ==CONTACT-ID==
015100                   ==CONTACT-RECORD== BY ==CONTACT-IDX-RECORD==.
015200 FD  XREF-IN
015300     RECORDING MODE IS F
015400     LABEL RECORDS ARE STANDARD.
015500     COPY "zcm-merge-xref".
015600 FD  XREF-OUT
015700     RECORDING MODE IS F
015800     LABEL RECORDS ARE STANDARD.
015900 01  XREF-OUT-RECORD                PIC X(47).
016000 FD  ARCHIVE-IN
016100     RECORDING MODE IS F
016200     LABEL RECORDS ARE STANDARD.
016300     COPY "zcm-archive".
016400 FD  ARCHIVE-OUT
016500     RECORDING MODE IS F
016600     LABEL RECORDS ARE STANDARD.
016700 01  ARCHIVE-OUT-RECORD             PIC X(1425).
016800 FD  PRIOR-SNAP
016900     RECORDING MODE IS F
017000     LABEL RECORDS ARE STANDARD.
017100 01  PRIOR-SNAP-RECORD.
017200     05  PRIOR-CONTACT-ID           PIC 9(09).
017300     05  FILLER                     PIC X(45).
017400 FD  SNAP-OUT
017500     RECORDING MODE IS F
017600     LABEL RECORDS ARE STANDARD.
017700 01  SNAP-OUT-RECORD                PIC X(54).
017800 FD  AUDIT-IN
017900     RECORDING MODE IS F
018000     LABEL RECORDS ARE STANDARD.
018100     COPY "zcm-audit".
018200 FD  AUDIT-OUT
018300     RECORDING MODE IS F
018400     LABEL RECORDS ARE STANDARD.
018500 01  AUDIT-OUT-RECORD               PIC X(103).
018600 FD  REJECT-IN
018700     RECORDING MODE IS F
018800     LABEL RECORDS ARE STANDARD.
018900     COPY "zcm-reject".
019000 FD  REJECT-OUT
019100     RECORDING MODE IS F
019200     LABEL RECORDS ARE STANDARD.
019300 01  REJECT-OUT-RECORD              PIC X(1429).
019400 FD  RECYC-IN
019500     RECORDING MODE IS F
019600     LABEL RECORDS ARE STANDARD.
019700     COPY "zcm-reject"
019800         REPLACING ==REJECT-RECORD== BY ==RECYC-IN-RECORD==
019900                   LEADING ==REJ== BY ==RCY==.
020000 FD  RECYC-OUT
020100     RECORDING MODE IS F
020200     LABEL RECORDS ARE STANDARD.
020300 01  RECYC-OUT-RECORD               PIC X(1429).
020400 FD  HISTORY-IN
020500     RECORDING MODE IS F
020600     LABEL RECORDS ARE STANDARD.
020700     COPY "zcm-camp-history".
020800 FD  HISTORY-OUT
020900     RECORDING MODE IS F
021000     LABEL RECORDS ARE STANDARD.
021100 01  HISTORY-OUT-RECORD             PIC X(58).
021200 FD  DELTA-HIST-IN
021300     RECORDING MODE IS F
021400     LABEL RECORDS ARE STANDARD.
021500     COPY "zcm-delta-history".
021600 FD  DELTA-HIST-OUT
021700     RECORDING MODE IS F
021800     LABEL RECORDS ARE STANDARD.
021900 01  DELTA-HIST-OUT-RECORD          PIC X(1437).
022000 FD  MOVER-IN
022100     RECORDING MODE IS F
022200     LABEL RECORDS ARE STANDARD.
022300     COPY "zcm-mover-suppress".
022400 FD  MOVER-OUT
022500     RECORDING MODE IS F
022600     LABEL RECORDS ARE STANDARD.
022700 01  MOVER-OUT-RECORD               PIC X(125).
022800 FD  PHONE-IN
022900     RECORDING MODE IS F
023000     LABEL RECORDS ARE STANDARD.
023100     COPY "zcm-phone-suppress".
023200 FD  PHONE-OUT
023300     RECORDING MODE IS F
023400     LABEL RECORDS ARE STANDARD.
023500 01  PHONE-OUT-RECORD               PIC X(37).
023600 FD  EXPIMAGE-IN
023700     RECORDING MODE IS F
023800     LABEL RECORDS ARE STANDARD.
023900     COPY "zcm-export-image".
024000 FD  EXPIMAGE-OUT
024100     RECORDING MODE IS F
024200     LABEL RECORDS ARE STANDARD.
024300 01  EXPIMAGE-OUT-RECORD            PIC X(1417).
024400 FD  CERTIFICATE-OUT
024500     RECORDING MODE IS F
024600     LABEL RECORDS ARE STANDARD.
024700 01  CERTIFICATE-LINE               PIC X(133).
024800 FD  CONTROL-OUT
024900     RECORDING MODE IS F
025000     LABEL RECORDS ARE STANDARD.
025100     COPY "zcm-control".
025200 FD  RUN-PARM
025300     RECORDING MODE IS F
025400     LABEL RECORDS ARE STANDARD.
025500 01  RUN-PARM-RECORD                PIC X(08).
025600 WORKING-STORAGE SECTION.
025700 77  WS-CTL-FILE-STATUS             PIC X(02)   VALUE ZERO.
025800     88  WS-CTL-OK                              VALUE "00".
025900     88  WS-CTL-NOT-FOUND                       VALUE "35".
026000 77  WS-RUNPARM-FILE-STATUS         PIC X(02)   VALUE ZERO.
026100     88  WS-RUNPARM-OK                          VALUE "00".
026200     88  WS-RUNPARM-NOT-FOUND                   VALUE "35".
026300 77  WS-IDX-FILE-STATUS             PIC X(02)   VALUE ZERO.
026400     88  WS-IDX-OK                              VALUE "00".
026500     88  WS-IDX-NOT-FOUND                       VALUE "23".
026600 77  WS-HOLD-FILE-STATUS            PIC X(02)   VALUE ZERO.
026700     88  WS-HOLD-OK                             VALUE "00".
026800     88  WS-HOLD-NO-FILE                        VALUE "35".
026900 77  WS-XREF-FILE-STATUS            PIC X(02)   VALUE ZERO.
027000     88  WS-XREF-OK                             VALUE "00".
027100     88  WS-XREF-NO-FILE                        VALUE "35".
027200 77  WS-ARCH-FILE-STATUS            PIC X(02)   VALUE ZERO.
027300     88  WS-ARCH-OK                             VALUE "00".
027400     88  WS-ARCH-NO-FILE                        VALUE "35".
027500 77  WS-SNAP-FILE-STATUS            PIC X(02)   VALUE ZERO.
027600     88  WS-SNAP-OK                             VALUE "00".
027700     88  WS-SNAP-NO-FILE                        VALUE "35".
027800 77  WS-AUDIT-FILE-STATUS           PIC X(02)   VALUE ZERO.
027900     88  WS-AUDIT-OK                            VALUE "00".
028000     88  WS-AUDIT-NO-FILE                       VALUE "35".
028100 77  WS-REJ-FILE-STATUS             PIC X(02)   VALUE ZERO.
028200     88  WS-REJ-OK                              VALUE "00".
028300     88  WS-REJ-NO-FILE                         VALUE "35".
028400 77  WS-RECYC-FILE-STATUS           PIC X(02)   VALUE ZERO.
028500     88  WS-RECYC-OK                            VALUE "00".
028600     88  WS-RECYC-NO-FILE                       VALUE "35".
028700 77  WS-HIST-FILE-STATUS            PIC X(02)   VALUE ZERO.
028800     88  WS-HIST-OK                             VALUE "00".
028900     88  WS-HIST-NO-FILE                        VALUE "35".
029000 77  WS-DLTH-FILE-STATUS            PIC X(02)   VALUE ZERO.
029100     88  WS-DLTH-OK                             VALUE "00".
029200     88  WS-DLTH-NO-FILE                        VALUE "35".
029300 77  WS-MOVER-FILE-STATUS           PIC X(02)   VALUE ZERO.
029400     88  WS-MOVER-OK                            VALUE "00".
029500     88  WS-MOVER-NO-FILE                       VALUE "35".
029600 77  WS-PHONE-FILE-STATUS           PIC X(02)   VALUE ZERO.
029700     88  WS-PHONE-OK                            VALUE "00".
029800     88  WS-PHONE-NO-FILE                       VALUE "35".
029900 77  WS-EXPI-FILE-STATUS            PIC X(02)   VALUE ZERO.
030000     88  WS-EXPI-OK                             VALUE "00".
030100     88  WS-EXPI-NO-FILE                        VALUE "35".
030200 77  WS-RUN-ID                      PIC X(08)   VALUE SPACES.
030300 77  WS-EOF-SW                      PIC X(01)   VALUE "N".
030400     88  WS-EOF                                 VALUE "Y".
030500 77  WS-XREF-EOF-SW                 PIC X(01)   VALUE "N".
030600     88  WS-XREF-EOF                            VALUE "Y".
030700 77  WS-PASS-EOF-SW                 PIC X(01)   VALUE "N".
030800     88  WS-PASS-EOF                            VALUE "Y".
030900 77  WS-ADDED-SW                    PIC X(01)   VALUE "N".
031000     88  WS-ID-ADDED                            VALUE "Y".
031100 77  WS-DROP-SW                     PIC X(01)   VALUE "N".
031200     88  WS-DROP-RECORD                         VALUE "Y".
031300 77  WS-RUN-REFUSED-SW              PIC X(01)   VALUE "N".
031400     88  WS-RUN-REFUSED                         VALUE "Y".
031500 77  WS-RUN-REFUSED-REASON          PIC X(60)   VALUE SPACES.
031600 77  WS-CARD-COUNT                  PIC 9(09)   VALUE ZERO COMP.
031700 77  WS-ERASED-COUNT                PIC 9(09)   VALUE ZERO COMP.
031800 77  WS-REFUSED-COUNT               PIC 9(09)   VALUE ZERO COMP.
031900 77  WS-TOTAL-PURGED                PIC 9(09)   VALUE ZERO COMP.
032000 77  WS-CERT-PURGED                 PIC 9(09)   VALUE ZERO COMP.
032100 77  WS-REQUEST-COUNT               PIC 9(03)   VALUE ZERO COMP.
032200 77  WS-REQUEST-MAX-COUNT           PIC 9(03)   VALUE 200 COMP.
032300 77  WS-REQUEST-TBL-SW              PIC X(01)   VALUE "N".
032400     88  WS-REQUEST-TBL-FULL                    VALUE "Y".
032500 77  WS-REQ-SUB                     PIC 9(03)   VALUE ZERO COMP.
032600 77  WS-KEEP-REQ-SUB                PIC 9(03)   VALUE ZERO COMP.
032700 77  WS-FOLD-REQ-SUB                PIC 9(03)   VALUE ZERO COMP.
032800 01  WS-REQUEST-TABLE.
032900     05  WS-REQUEST-ENTRY OCCURS 200 TIMES.
033000         10  WS-R-CONTACT-ID        PIC 9(09).
033100         10  WS-R-REFUSED-SW        PIC X(01).
033200             88  WS-R-REFUSED                   VALUE "Y".
033300         10  WS-R-REASON            PIC X(60).
033400         10  WS-R-PURGED            PIC 9(07) COMP
033500                                    OCCURS 12 TIMES.
033600 77  WS-PURGE-COUNT                 PIC 9(04)   VALUE ZERO COMP.
033700 77  WS-PURGE-MAX-COUNT             PIC 9(04)   VALUE 1000 COMP.
033800 77  WS-PURGE-TBL-SW                PIC X(01)   VALUE "N".
033900     88  WS-PURGE-TBL-FULL                      VALUE "Y".
034000 77  WS-PURGE-SUB                   PIC 9(04)   VALUE ZERO COMP.
034100 77  WS-FOUND-SUB                   PIC 9(04)   VALUE ZERO COMP.
034200 01  WS-PURGE-TABLE.
034300     05  WS-PURGE-ENTRY OCCURS 1000 TIMES.
034400         10  WS-P-CONTACT-ID        PIC 9(09).
034500         10  WS-P-REQ-SUB           PIC 9(03) COMP.
034600         10  WS-P-ORIGIN            PIC X(09).
034700 77  WS-XREF-COUNT                  PIC 9(05)   VALUE ZERO COMP.
034800 77  WS-XREF-MAX-COUNT              PIC 9(05)   VALUE 5000 COMP.
034900 77  WS-XREF-TBL-SW                 PIC X(01)   VALUE "N".
035000     88  WS-XREF-TBL-FULL                       VALUE "Y".
035100 77  WS-XREF-SUB                    PIC 9(05)   VALUE ZERO COMP.
035200 01  WS-XREF-TABLE.
035300     05  WS-XREF-ENTRY OCCURS 5000 TIMES.
035400         10  WS-X-OLD-ID            PIC 9(09).
035500         10  WS-X-SURVIVING-ID      PIC 9(09).
035600 77  WS-FILE-SUB                    PIC 9(02)   VALUE ZERO COMP.
035700 77  WS-LOOKUP-ID                   PIC 9(09)   VALUE ZERO.
035800 77  WS-LOOKUP-SUB                  PIC 9(04)   VALUE ZERO COMP.
035900 01  WS-IMAGE-ID                    PIC 9(09).
036000 01  WS-CURRENT-DATE-TIME           PIC X(21).
036100*----------------------------------------------------------------*
036200*    ONE ENTRY PER FILE THE CERTIFICATE ACCOUNTS FOR, IN THE     *
036300*    ORDER THE PURGE PASSES RUN - THE SUBSCRIPT ALSO INDEXES     *
036400*    WS-R-PURGED                                                 *
036500*----------------------------------------------------------------*
036600 01  WS-FILE-NAME-LIST.
036700     05  FILLER  PIC X(30) VALUE "CONTACT-IDX CONTACT MASTER".
036800     05  FILLER  PIC X(10) VALUE "CONTACTIDX".
036900     05  FILLER  PIC X(30) VALUE "ZCM-ARCHIVE ARCHIVED IMAGES".
037000     05  FILLER  PIC X(10) VALUE "ARCHIN".
037100     05  FILLER  PIC X(30) VALUE "ZCM180 PRIOR SNAPSHOT".
037200     05  FILLER  PIC X(10) VALUE "PRIORSNP".
037300     05  FILLER  PIC X(30) VALUE "ZCM180 CUSTOM-ATTR AUDIT".
037400     05  FILLER  PIC X(10) VALUE "AUDITIN".
037500     05  FILLER  PIC X(30) VALUE "REJDATA REJECT FILE".
037600     05  FILLER  PIC X(10) VALUE "REJIN".
037700     05  FILLER  PIC X(30) VALUE "ZCM380 REJECT CARRY-FORWARD".
037800     05  FILLER  PIC X(10) VALUE "RECYCIN".
037900     05  FILLER  PIC X(30) VALUE "ZCM-CAMP-HISTORY SELECTIONS".
038000     05  FILLER  PIC X(10) VALUE "HISTIN".
038100     05  FILLER  PIC X(30) VALUE "ZCM-MERGE-XREF CROSS-REFERENCE".
038200     05  FILLER  PIC X(10) VALUE "XREFIN".
038300     05  FILLER  PIC X(30) VALUE "ZCM420 DELTA HISTORY".
038400     05  FILLER  PIC X(10) VALUE "DLTHIST".
038500     05  FILLER  PIC X(30) VALUE "ZCM460 MOVER SUPPRESSION".
038600     05  FILLER  PIC X(10) VALUE "MOVESUP".
038700     05  FILLER  PIC X(30) VALUE "ZCM470 PHONE SUPPRESSION".
038800     05  FILLER  PIC X(10) VALUE "PHONESUP".
038900     05  FILLER  PIC X(30) VALUE "ZCM290 EXPORT IMAGES".
039000     05  FILLER  PIC X(10) VALUE "EXPIMAGE".
039100 01  WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAME-LIST.
039200     05  WS-FILE-NAME-ENTRY OCCURS 12 TIMES.
039300         10  WS-FN-DESCRIPTION      PIC X(30).
039400         10  WS-FN-DDNAME           PIC X(10).
039500 01  WS-PAGE-SEPARATOR.
039600     05  FILLER                     PIC X(70)   VALUE ALL "=".
039700 01  WS-PAGE-HEADING.
039800     05  FILLER                     PIC X(33)
039900         VALUE "CERTIFICATE OF ERASURE FOR ID -  ".
040000     05  WS-H-CONTACT-ID            PIC 9(09).
040100 01  WS-LABEL-LINE.
040200     05  WS-L-LABEL                 PIC X(14).
040300     05  FILLER                     PIC X(02) VALUE ": ".
040400     05  WS-L-VALUE                 PIC X(80).
040500 01  WS-ID-DETAIL.
040600     05  FILLER                     PIC X(04) VALUE SPACES.
040700     05  WS-ID-CONTACT-ID           PIC 9(09).
040800     05  FILLER                     PIC X(02) VALUE SPACES.
040900     05  WS-ID-ORIGIN               PIC X(09).
041000 01  WS-FILE-HEADING.
041100     05  FILLER                     PIC X(04) VALUE SPACES.
041200     05  FILLER                     PIC X(32)
041300         VALUE "FILE CHECKED".
041400     05  FILLER                     PIC X(12)
041500         VALUE "DD NAME".
041600     05  FILLER                     PIC X(15)
041700         VALUE "RECORDS PURGED".
041800 01  WS-FILE-DETAIL.
041900     05  FILLER                     PIC X(04) VALUE SPACES.
042000     05  WS-FD-DESCRIPTION          PIC X(30).
042100     05  FILLER                     PIC X(02) VALUE SPACES.
042200     05  WS-FD-DDNAME               PIC X(10).
042300     05  FILLER                     PIC X(02) VALUE SPACES.
042400     05  WS-FD-PURGED               PIC ZZZ,ZZZ,ZZ9.
042500 01  WS-FILE-TOTAL.
042600     05  FILLER                     PIC X(48)
042700         VALUE "    TOTAL RECORDS PURGED".
042800     05  WS-FT-PURGED               PIC ZZZ,ZZZ,ZZ9.
042900 PROCEDURE DIVISION.
043000 0000-MAINLINE.
043100     PERFORM 1000-INITIALIZE
043200         THRU 1000-INITIALIZE-EXIT.
043300     PERFORM 1100-LOAD-REQUEST-TABLE
043400         THRU 1100-LOAD-REQUEST-TABLE-EXIT
043500         UNTIL WS-EOF.
043600     PERFORM 2000-RESOLVE-MERGED-IDS
043700         THRU 2000-RESOLVE-MERGED-IDS-EXIT.
043800     PERFORM 2100-CHECK-LEGAL-HOLD
043900         THRU 2100-CHECK-LEGAL-HOLD-EXIT.
044000     PERFORM 2200-CHECK-OPEN-REJECTS
044100         THRU 2200-CHECK-OPEN-REJECTS-EXIT.
044200     PERFORM 3000-PURGE-CONTACT-IDX
044300         THRU 3000-PURGE-CONTACT-IDX-EXIT.
044400     IF NOT WS-RUN-REFUSED
044500         PERFORM 3100-PURGE-ARCHIVE
044600             THRU 3100-PURGE-ARCHIVE-EXIT
044700         PERFORM 3200-PURGE-SNAPSHOT
044800             THRU 3200-PURGE-SNAPSHOT-EXIT
044900         PERFORM 3300-PURGE-AUDIT
045000             THRU 3300-PURGE-AUDIT-EXIT
045100         PERFORM 3400-PURGE-REJECTS
045200             THRU 3400-PURGE-REJECTS-EXIT
045300         PERFORM 3500-PURGE-RECYCLE
045400             THRU 3500-PURGE-RECYCLE-EXIT
045500         PERFORM 3600-PURGE-CAMP-HISTORY
045600             THRU 3600-PURGE-CAMP-HISTORY-EXIT
045700         PERFORM 3700-PURGE-MERGE-XREF
045800             THRU 3700-PURGE-MERGE-XREF-EXIT
045900         PERFORM 3800-PURGE-DELTA-HISTORY
046000             THRU 3800-PURGE-DELTA-HISTORY-EXIT
046100         PERFORM 3850-PURGE-MOVER-SUPPRESS
046200             THRU 3850-PURGE-MOVER-SUPPRESS-EXIT
046300         PERFORM 3900-PURGE-PHONE-SUPPRESS
046400             THRU 3900-PURGE-PHONE-SUPPRESS-EXIT
046500         PERFORM 3950-PURGE-EXPORT-IMAGE
046600             THRU 3950-PURGE-EXPORT-IMAGE-EXIT
046700     END-IF.
046800     PERFORM 4000-WRITE-CERTIFICATE
046900         THRU 4000-WRITE-CERTIFICATE-EXIT
047000         VARYING WS-REQ-SUB FROM 1 BY 1
047100         UNTIL WS-REQ-SUB > WS-REQUEST-COUNT.
047200     PERFORM 5000-FINALIZE
047300         THRU 5000-FINALIZE-EXIT.
047400     STOP RUN.
047500*----------------------------------------------------------------*
047600*    1000-INITIALIZE - LOAD THE MERGE XREF TABLE AND OPEN THE    *
047700*    ERASURE CARDS AND THE CERTIFICATE                           *
047800*----------------------------------------------------------------*
047900 1000-INITIALIZE.
048000     PERFORM 9500-READ-RUN-PARM
048100         THRU 9500-READ-RUN-PARM-EXIT
048200     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
048300     OPEN INPUT XREF-IN
048400     IF WS-XREF-NO-FILE
048500         MOVE "Y" TO WS-XREF-EOF-SW
048600     ELSE
048700         PERFORM 1200-LOAD-XREF-TABLE
048800             THRU 1200-LOAD-XREF-TABLE-EXIT
048900             UNTIL WS-XREF-EOF
049000         CLOSE XREF-IN
049100     END-IF
049200     OPEN INPUT  ERASE-IN
049300     OPEN OUTPUT CERTIFICATE-OUT.
049400 1000-INITIALIZE-EXIT.
049500     EXIT.
049600*----------------------------------------------------------------*
049700*    1100-LOAD-REQUEST-TABLE - READ ONE ERASURE CARD.  A CARD    *
049800*    WHOSE ID IS ALREADY COVERED BY AN EARLIER CARD IS REFUSED   *
049900*    SO THE SAME PERSON IS NEVER CERTIFIED TWICE                 *
050000*----------------------------------------------------------------*
050100 1100-LOAD-REQUEST-TABLE.
050200     READ ERASE-IN
050300         AT END
050400             MOVE "Y" TO WS-EOF-SW
050500             GO TO 1100-LOAD-REQUEST-TABLE-EXIT
050600     END-READ
050700     IF WS-REQUEST-COUNT >= WS-REQUEST-MAX-COUNT
050800         MOVE "Y" TO WS-REQUEST-TBL-SW
050900         MOVE "Y" TO WS-EOF-SW
051000         GO TO 1100-LOAD-REQUEST-TABLE-EXIT
051100     END-IF
051200     ADD 1 TO WS-CARD-COUNT
051300     ADD 1 TO WS-REQUEST-COUNT
051400     MOVE ERS-CONTACT-ID TO WS-R-CONTACT-ID(WS-REQUEST-COUNT)
051500     MOVE "N"            TO WS-R-REFUSED-SW(WS-REQUEST-COUNT)
051600     MOVE SPACES         TO WS-R-REASON(WS-REQUEST-COUNT)
051700     PERFORM 1110-CLEAR-PURGE-COUNT
051800         THRU 1110-CLEAR-PURGE-COUNT-EXIT
051900         VARYING WS-FILE-SUB FROM 1 BY 1
052000         UNTIL WS-FILE-SUB > 12
052100     MOVE ERS-CONTACT-ID TO WS-LOOKUP-ID
052200     PERFORM 7000-FIND-PURGE-ID
052300         THRU 7000-FIND-PURGE-ID-EXIT
052400     IF WS-FOUND-SUB > ZERO
052500         MOVE "Y" TO WS-R-REFUSED-SW(WS-REQUEST-COUNT)
052600         MOVE "ID ALREADY COVERED BY AN EARLIER CARD"
052700             TO WS-R-REASON(WS-REQUEST-COUNT)
052800         GO TO 1100-LOAD-REQUEST-TABLE-EXIT
052900     END-IF
053000     MOVE WS-REQUEST-COUNT TO WS-REQ-SUB
053100     MOVE "REQUESTED"      TO WS-ID-ORIGIN
053200     PERFORM 7100-ADD-PURGE-ID
053300         THRU 7100-ADD-PURGE-ID-EXIT.
053400 1100-LOAD-REQUEST-TABLE-EXIT.
053500     EXIT.
053600*----------------------------------------------------------------*
053700*    1110-CLEAR-PURGE-COUNT - ZERO ONE FILE'S PURGE COUNT FOR    *
053800*    THE CARD JUST LOADED                                        *
053900*----------------------------------------------------------------*
054000 1110-CLEAR-PURGE-COUNT.
054100     MOVE ZERO TO WS-R-PURGED(WS-REQUEST-COUNT, WS-FILE-SUB).
054200 1110-CLEAR-PURGE-COUNT-EXIT.
054300     EXIT.
054400*----------------------------------------------------------------*
054500*    1200-LOAD-XREF-TABLE - READ ONE MERGE-XREF RECORD INTO THE  *
054600*    NEXT TABLE ENTRY                                            *
054700*----------------------------------------------------------------*
054800 1200-LOAD-XREF-TABLE.
054900     READ XREF-IN
055000         AT END
055100             MOVE "Y" TO WS-XREF-EOF-SW
055200             GO TO 1200-LOAD-XREF-TABLE-EXIT
055300     END-READ
055400     IF WS-XREF-COUNT >= WS-XREF-MAX-COUNT
055500         MOVE "Y" TO WS-XREF-TBL-SW
055600         MOVE "Y" TO WS-XREF-EOF-SW
055700         GO TO 1200-LOAD-XREF-TABLE-EXIT
055800     END-IF
055900     ADD 1 TO WS-XREF-COUNT
056000     MOVE XREF-OLD-ID       TO WS-X-OLD-ID(WS-XREF-COUNT)
056100     MOVE XREF-SURVIVING-ID TO WS-X-SURVIVING-ID(WS-XREF-COUNT).
056200 1200-LOAD-XREF-TABLE-EXIT.
056300     EXIT.
056400*----------------------------------------------------------------*
056500*    2000-RESOLVE-MERGED-IDS - WIDEN EVERY CARD THROUGH THE XREF *
056600*    TABLE, PASS AFTER PASS, UNTIL A PASS ADDS NO NEW ID.  THIS  *
056700*    FOLLOWS CHAINS (A INTO B INTO C) FROM ANY POINT ON THEM     *
056800*----------------------------------------------------------------*
056900 2000-RESOLVE-MERGED-IDS.
057000     MOVE "Y" TO WS-ADDED-SW
057100     PERFORM 2010-EXPAND-PASS
057200         THRU 2010-EXPAND-PASS-EXIT
057300         UNTIL NOT WS-ID-ADDED.
057400 2000-RESOLVE-MERGED-IDS-EXIT.
057500     EXIT.
057600*----------------------------------------------------------------*
057700*    2010-EXPAND-PASS - ONE SWEEP OF THE XREF TABLE              *
057800*----------------------------------------------------------------*
057900 2010-EXPAND-PASS.
058000     MOVE "N" TO WS-ADDED-SW
058100     PERFORM 2020-EXPAND-ONE-XREF
058200         THRU 2020-EXPAND-ONE-XREF-EXIT
058300         VARYING WS-XREF-SUB FROM 1 BY 1
058400         UNTIL WS-XREF-SUB > WS-XREF-COUNT.
058500 2010-EXPAND-PASS-EXIT.
058600     EXIT.
058700*----------------------------------------------------------------*
058800*    2020-EXPAND-ONE-XREF - WHEN EXACTLY ONE SIDE OF AN XREF ROW *
058900*    IS ALREADY BEING ERASED, BRING THE OTHER SIDE IN UNDER THE  *
059000*    SAME CARD.  WHEN THE TWO SIDES BELONG TO DIFFERENT CARDS,   *
059100*    FOLD THE LATER CARD INTO THE EARLIER ONE                    *
059200*----------------------------------------------------------------*
059300 2020-EXPAND-ONE-XREF.
059400     MOVE WS-X-OLD-ID(WS-XREF-SUB) TO WS-LOOKUP-ID
059500     PERFORM 7000-FIND-PURGE-ID
059600         THRU 7000-FIND-PURGE-ID-EXIT
059700     MOVE WS-FOUND-SUB TO WS-LOOKUP-SUB
059800     MOVE WS-X-SURVIVING-ID(WS-XREF-SUB) TO WS-LOOKUP-ID
059900     PERFORM 7000-FIND-PURGE-ID
060000         THRU 7000-FIND-PURGE-ID-EXIT
060100     IF WS-LOOKUP-SUB > ZERO AND WS-FOUND-SUB = ZERO
060200         MOVE WS-P-REQ-SUB(WS-LOOKUP-SUB) TO WS-REQ-SUB
060300         MOVE WS-X-SURVIVING-ID(WS-XREF-SUB) TO WS-LOOKUP-ID
060400         MOVE "MERGED"  TO WS-ID-ORIGIN
060500         PERFORM 7100-ADD-PURGE-ID
060600             THRU 7100-ADD-PURGE-ID-EXIT
060700         GO TO 2020-EXPAND-ONE-XREF-EXIT
060800     END-IF
060900     IF WS-LOOKUP-SUB = ZERO AND WS-FOUND-SUB > ZERO
061000         MOVE WS-P-REQ-SUB(WS-FOUND-SUB) TO WS-REQ-SUB
061100         MOVE WS-X-OLD-ID(WS-XREF-SUB) TO WS-LOOKUP-ID
061200         MOVE "MERGED"  TO WS-ID-ORIGIN
061300         PERFORM 7100-ADD-PURGE-ID
061400             THRU 7100-ADD-PURGE-ID-EXIT
061500         GO TO 2020-EXPAND-ONE-XREF-EXIT
061600     END-IF
061700     IF WS-LOOKUP-SUB > ZERO AND WS-FOUND-SUB > ZERO
061800         AND WS-P-REQ-SUB(WS-LOOKUP-SUB) NOT =
061900             WS-P-REQ-SUB(WS-FOUND-SUB)
062000         PERFORM 2030-FOLD-CARDS
062100             THRU 2030-FOLD-CARDS-EXIT
062200     END-IF.
062300 2020-EXPAND-ONE-XREF-EXIT.
062400     EXIT.
062500*----------------------------------------------------------------*
062600*    2030-FOLD-CARDS - TWO CARDS NAME IDS OF ONE PERSON.  MOVE   *
062700*    EVERY ID OF THE LATER CARD UNDER THE EARLIER CARD, SO A     *
062800*    LEGAL HOLD OR OPEN REJECT ON ANY OF THEM REFUSES THE WHOLE  *
062900*    CHAIN, AND REFUSE THE LATER CARD AS COVERED, THE SAME WAY A *
063000*    REPEATED ID IS TREATED                                      *
063100*----------------------------------------------------------------*
063200 2030-FOLD-CARDS.
063300     IF WS-P-REQ-SUB(WS-LOOKUP-SUB) < WS-P-REQ-SUB(WS-FOUND-SUB)
063400         MOVE WS-P-REQ-SUB(WS-LOOKUP-SUB) TO WS-KEEP-REQ-SUB
063500         MOVE WS-P-REQ-SUB(WS-FOUND-SUB)  TO WS-FOLD-REQ-SUB
063600     ELSE
063700         MOVE WS-P-REQ-SUB(WS-FOUND-SUB)  TO WS-KEEP-REQ-SUB
063800         MOVE WS-P-REQ-SUB(WS-LOOKUP-SUB) TO WS-FOLD-REQ-SUB
063900     END-IF
064000     PERFORM 2040-MOVE-CARD-ID
064100         THRU 2040-MOVE-CARD-ID-EXIT
064200         VARYING WS-PURGE-SUB FROM 1 BY 1
064300         UNTIL WS-PURGE-SUB > WS-PURGE-COUNT
064400     MOVE "Y" TO WS-R-REFUSED-SW(WS-FOLD-REQ-SUB)
064500     MOVE SPACES TO WS-R-REASON(WS-FOLD-REQ-SUB)
064600     STRING "FOLDED INTO CARD FOR ID " DELIMITED BY SIZE
064700            WS-R-CONTACT-ID(WS-KEEP-REQ-SUB) DELIMITED BY SIZE
064800            " BY MERGE XREF"             DELIMITED BY SIZE
064900         INTO WS-R-REASON(WS-FOLD-REQ-SUB)
065000     END-STRING
065100     MOVE "Y" TO WS-ADDED-SW.
065200 2030-FOLD-CARDS-EXIT.
065300     EXIT.
065400*----------------------------------------------------------------*
065500*    2040-MOVE-CARD-ID - IF THIS PURGE ID BELONGS TO THE LATER   *
065600*    CARD, MOVE IT UNDER THE EARLIER CARD                        *
065700*----------------------------------------------------------------*
065800 2040-MOVE-CARD-ID.
065900     IF WS-P-REQ-SUB(WS-PURGE-SUB) = WS-FOLD-REQ-SUB
066000         MOVE WS-KEEP-REQ-SUB TO WS-P-REQ-SUB(WS-PURGE-SUB)
066100     END-IF.
066200 2040-MOVE-CARD-ID-EXIT.
066300     EXIT.
066400*----------------------------------------------------------------*
066500*    2100-CHECK-LEGAL-HOLD - REFUSE ANY CARD THAT COVERS AN ID   *
066600*    ON THE OPTIONAL LEGAL-HOLD FILE                             *
066700*----------------------------------------------------------------*
066800 2100-CHECK-LEGAL-HOLD.
066900     OPEN INPUT LEGAL-HOLD
067000     IF WS-HOLD-NO-FILE
067100         GO TO 2100-CHECK-LEGAL-HOLD-EXIT
067200     END-IF
067300     MOVE "N" TO WS-PASS-EOF-SW
067400     PERFORM 2110-MATCH-LEGAL-HOLD
067500         THRU 2110-MATCH-LEGAL-HOLD-EXIT
067600         UNTIL WS-PASS-EOF
067700     CLOSE LEGAL-HOLD.
067800 2100-CHECK-LEGAL-HOLD-EXIT.
067900     EXIT.
068000*----------------------------------------------------------------*
068100*    2110-MATCH-LEGAL-HOLD - READ ONE HOLD RECORD AND REFUSE THE *
068200*    CARD THAT COVERS ITS ID, IF ANY                             *
068300*----------------------------------------------------------------*
068400 2110-MATCH-LEGAL-HOLD.
068500     READ LEGAL-HOLD
068600         AT END
068700             MOVE "Y" TO WS-PASS-EOF-SW
068800             GO TO 2110-MATCH-LEGAL-HOLD-EXIT
068900     END-READ
069000     MOVE LH-CONTACT-ID TO WS-LOOKUP-ID
069100     PERFORM 7000-FIND-PURGE-ID
069200         THRU 7000-FIND-PURGE-ID-EXIT
069300     IF WS-FOUND-SUB = ZERO
069400         GO TO 2110-MATCH-LEGAL-HOLD-EXIT
069500     END-IF
069600     MOVE WS-P-REQ-SUB(WS-FOUND-SUB) TO WS-REQ-SUB
069700     IF WS-R-REFUSED(WS-REQ-SUB)
069800         GO TO 2110-MATCH-LEGAL-HOLD-EXIT
069900     END-IF
070000     MOVE "Y" TO WS-R-REFUSED-SW(WS-REQ-SUB)
070100     STRING "LEGAL HOLD ON ID " DELIMITED BY SIZE
070200            LH-CONTACT-ID       DELIMITED BY SIZE
070300            " REF "             DELIMITED BY SIZE
070400            LH-HOLD-REFERENCE   DELIMITED BY SIZE
070500         INTO WS-R-REASON(WS-REQ-SUB)
070600     END-STRING.
070700 2110-MATCH-LEGAL-HOLD-EXIT.
070800     EXIT.
070900*----------------------------------------------------------------*
071000*    2200-CHECK-OPEN-REJECTS - REFUSE ANY CARD THAT COVERS AN ID *
071100*    STILL CYCLING ON THE ZCM380 CARRY-FORWARD FILE.  REJDATA    *
071200*    ROWS NOT CARRIED FORWARD ARE RESOLVED OR IN SUSPENSE AND DO *
071300*    NOT BLOCK THE ERASURE                                       *
071400*----------------------------------------------------------------*
071500 2200-CHECK-OPEN-REJECTS.
071600     OPEN INPUT RECYC-IN
071700     IF WS-RECYC-NO-FILE
071800         GO TO 2200-CHECK-OPEN-REJECTS-EXIT
071900     END-IF
072000     MOVE "N" TO WS-PASS-EOF-SW
072100     PERFORM 2210-MATCH-OPEN-REJECT
072200         THRU 2210-MATCH-OPEN-REJECT-EXIT
072300         UNTIL WS-PASS-EOF
072400     CLOSE RECYC-IN.
072500 2200-CHECK-OPEN-REJECTS-EXIT.
072600     EXIT.
072700*----------------------------------------------------------------*
072800*    2210-MATCH-OPEN-REJECT - READ ONE CARRIED-FORWARD REJECT AND*
072900*    REFUSE THE CARD THAT COVERS ITS CONTACT, IF ANY             *
073000*----------------------------------------------------------------*
073100 2210-MATCH-OPEN-REJECT.
073200     READ RECYC-IN
073300         AT END
073400             MOVE "Y" TO WS-PASS-EOF-SW
073500             GO TO 2210-MATCH-OPEN-REJECT-EXIT
073600     END-READ
073700     MOVE RCY-CONTACT-IMAGE(1:9) TO WS-IMAGE-ID
073800     MOVE WS-IMAGE-ID TO WS-LOOKUP-ID
073900     PERFORM 7000-FIND-PURGE-ID
074000         THRU 7000-FIND-PURGE-ID-EXIT
074100     IF WS-FOUND-SUB = ZERO
074200         GO TO 2210-MATCH-OPEN-REJECT-EXIT
074300     END-IF
074400     MOVE WS-P-REQ-SUB(WS-FOUND-SUB) TO WS-REQ-SUB
074500     IF WS-R-REFUSED(WS-REQ-SUB)
074600         GO TO 2210-MATCH-OPEN-REJECT-EXIT
074700     END-IF
074800     MOVE "Y" TO WS-R-REFUSED-SW(WS-REQ-SUB)
074900     STRING "OPEN REJECT " DELIMITED BY SIZE
075000            RCY-REASON-CODE      DELIMITED BY SIZE
075100            " ON ID "            DELIMITED BY SIZE
075200            WS-IMAGE-ID          DELIMITED BY SIZE
075300            " SINCE "            DELIMITED BY SIZE
075400            RCY-FIRST-RUN-DATE   DELIMITED BY SIZE
075500         INTO WS-R-REASON(WS-REQ-SUB)
075600     END-STRING.
075700 2210-MATCH-OPEN-REJECT-EXIT.
075800     EXIT.
075900*----------------------------------------------------------------*
076000*    3000-PURGE-CONTACT-IDX - DELETE EVERY ACCEPTED ID FROM THE  *
076100*    INDEXED MASTER.  IF THE MERGE XREF DID NOT FIT ITS TABLE,   *
076200*    ANY CHAIN MAY BE MISSING IDS, AND IF THE MASTER WILL NOT    *
076300*    OPEN NOTHING CAN BE DELETED; EITHER WAY EVERY CARD IS       *
076400*    REFUSED BEFORE ANY FILE IS TOUCHED                          *
076500*----------------------------------------------------------------*
076600 3000-PURGE-CONTACT-IDX.
076700     IF WS-XREF-TBL-FULL
076800         DISPLAY "ZCM410 - XREFIN EXCEEDS " WS-XREF-MAX-COUNT
076900             " ROWS - NOTHING PURGED"
077000         MOVE "Y" TO WS-RUN-REFUSED-SW
077100         MOVE "MERGE XREF TABLE FULL - RUN REFUSED"
077200             TO WS-RUN-REFUSED-REASON
077300         PERFORM 3020-REFUSE-CARD
077400             THRU 3020-REFUSE-CARD-EXIT
077500             VARYING WS-REQ-SUB FROM 1 BY 1
077600             UNTIL WS-REQ-SUB > WS-REQUEST-COUNT
077700         GO TO 3000-PURGE-CONTACT-IDX-EXIT
077800     END-IF
077900     OPEN I-O CONTACT-IDX
078000     IF NOT WS-IDX-OK
078100         DISPLAY "ZCM410 - CONTACTIDX OPEN FAILED, STATUS "
078200             WS-IDX-FILE-STATUS " - NOTHING PURGED"
078300         MOVE "Y" TO WS-RUN-REFUSED-SW
078400         MOVE "CONTACTIDX COULD NOT BE OPENED - RUN REFUSED"
078500             TO WS-RUN-REFUSED-REASON
078600         PERFORM 3020-REFUSE-CARD
078700             THRU 3020-REFUSE-CARD-EXIT
078800             VARYING WS-REQ-SUB FROM 1 BY 1
078900             UNTIL WS-REQ-SUB > WS-REQUEST-COUNT
079000         GO TO 3000-PURGE-CONTACT-IDX-EXIT
079100     END-IF
079200     MOVE 1 TO WS-FILE-SUB
079300     PERFORM 3010-DELETE-CONTACT
079400         THRU 3010-DELETE-CONTACT-EXIT
079500         VARYING WS-PURGE-SUB FROM 1 BY 1
079600         UNTIL WS-PURGE-SUB > WS-PURGE-COUNT
079700     CLOSE CONTACT-IDX.
079800 3000-PURGE-CONTACT-IDX-EXIT.
079900     EXIT.
080000*----------------------------------------------------------------*
080100*    3010-DELETE-CONTACT - DELETE ONE ID; AN ID ALREADY GONE FROM*
080200*    THE MASTER (MERGED OR ARCHIVED) SIMPLY COUNTS NOTHING       *
080300*----------------------------------------------------------------*
080400 3010-DELETE-CONTACT.
080500     MOVE WS-P-REQ-SUB(WS-PURGE-SUB) TO WS-REQ-SUB
080600     IF WS-R-REFUSED(WS-REQ-SUB)
080700         GO TO 3010-DELETE-CONTACT-EXIT
080800     END-IF
080900     MOVE WS-P-CONTACT-ID(WS-PURGE-SUB)
081000         TO CONTACT-ID OF CONTACT-IDX-RECORD
081100     DELETE CONTACT-IDX
081200         INVALID KEY
081300             CONTINUE
081400         NOT INVALID KEY
081500             ADD 1 TO WS-R-PURGED(WS-REQ-SUB, WS-FILE-SUB)
081600     END-DELETE.
081700 3010-DELETE-CONTACT-EXIT.
081800     EXIT.
081900*----------------------------------------------------------------*
082000*    3020-REFUSE-CARD - MARK ONE PURGE CARD REFUSED FOR THE      *
082100*    REASON THE WHOLE RUN WAS REFUSED                            *
082200*----------------------------------------------------------------*
082300 3020-REFUSE-CARD.
082400     IF WS-R-REFUSED(WS-REQ-SUB)
082500         GO TO 3020-REFUSE-CARD-EXIT
082600     END-IF
082700     MOVE "Y" TO WS-R-REFUSED-SW(WS-REQ-SUB)
082800     MOVE WS-RUN-REFUSED-REASON TO WS-R-REASON(WS-REQ-SUB).
082900 3020-REFUSE-CARD-EXIT.
083000     EXIT.
083100*----------------------------------------------------------------*
083200*    3100-PURGE-ARCHIVE - COPY THE ARCHIVE, DROPPING ERASED IDS  *
083300*----------------------------------------------------------------*
083400 3100-PURGE-ARCHIVE.
083500     MOVE 2 TO WS-FILE-SUB
083600     MOVE "N" TO WS-PASS-EOF-SW
083700     OPEN INPUT ARCHIVE-IN
083800     IF WS-ARCH-NO-FILE
083900         MOVE "Y" TO WS-PASS-EOF-SW
084000     END-IF
084100     OPEN OUTPUT ARCHIVE-OUT
084200     PERFORM 3110-COPY-ARCHIVE
084300         THRU 3110-COPY-ARCHIVE-EXIT
084400         UNTIL WS-PASS-EOF
084500     IF NOT WS-ARCH-NO-FILE
084600         CLOSE ARCHIVE-IN
084700     END-IF
084800     CLOSE ARCHIVE-OUT.
084900 3100-PURGE-ARCHIVE-EXIT.
085000     EXIT.
085100*----------------------------------------------------------------*
085200*    3110-COPY-ARCHIVE - COPY ONE ARCHIVE RECORD UNLESS ITS      *
085300*    CONTACT IS BEING PURGED                                     *
085400*----------------------------------------------------------------*
085500 3110-COPY-ARCHIVE.
085600     READ ARCHIVE-IN
085700         AT END
085800             MOVE "Y" TO WS-PASS-EOF-SW
085900             GO TO 3110-COPY-ARCHIVE-EXIT
086000     END-READ
086100     MOVE ARC-CONTACT-IMAGE(1:9) TO WS-IMAGE-ID
086200     MOVE WS-IMAGE-ID TO WS-LOOKUP-ID
086300     PERFORM 7200-CHECK-PURGE
086400         THRU 7200-CHECK-PURGE-EXIT
086500     IF NOT WS-DROP-RECORD
086600         WRITE ARCHIVE-OUT-RECORD FROM ARCHIVE-RECORD
086700     END-IF.
086800 3110-COPY-ARCHIVE-EXIT.
086900     EXIT.
087000*----------------------------------------------------------------*
087100*    3200-PURGE-SNAPSHOT - COPY THE ZCM180 PRIOR SNAPSHOT,       *
087200*    DROPPING ERASED IDS                                         *
087300*----------------------------------------------------------------*
087400 3200-PURGE-SNAPSHOT.
087500     MOVE 3 TO WS-FILE-SUB
087600     MOVE "N" TO WS-PASS-EOF-SW
087700     OPEN INPUT PRIOR-SNAP
087800     IF WS-SNAP-NO-FILE
087900         MOVE "Y" TO WS-PASS-EOF-SW
088000     END-IF
088100     OPEN OUTPUT SNAP-OUT
088200     PERFORM 3210-COPY-SNAPSHOT
088300         THRU 3210-COPY-SNAPSHOT-EXIT
088400         UNTIL WS-PASS-EOF
088500     IF NOT WS-SNAP-NO-FILE
088600         CLOSE PRIOR-SNAP
088700     END-IF
088800     CLOSE SNAP-OUT.
088900 3200-PURGE-SNAPSHOT-EXIT.
089000     EXIT.
089100*----------------------------------------------------------------*
089200*    3210-COPY-SNAPSHOT - COPY ONE PRIOR-SNAPSHOT RECORD UNLESS  *
089300*    ITS CONTACT IS BEING PURGED                                 *
089400*----------------------------------------------------------------*
089500 3210-COPY-SNAPSHOT.
089600     READ PRIOR-SNAP
089700         AT END
089800             MOVE "Y" TO WS-PASS-EOF-SW
089900             GO TO 3210-COPY-SNAPSHOT-EXIT
090000     END-READ
090100     MOVE PRIOR-CONTACT-ID TO WS-LOOKUP-ID
090200     PERFORM 7200-CHECK-PURGE
090300         THRU 7200-CHECK-PURGE-EXIT
090400     IF NOT WS-DROP-RECORD
090500         WRITE SNAP-OUT-RECORD FROM PRIOR-SNAP-RECORD
090600     END-IF.
090700 3210-COPY-SNAPSHOT-EXIT.
090800     EXIT.
090900*----------------------------------------------------------------*
091000*    3300-PURGE-AUDIT - COPY THE ZCM180 AUDIT FILE, DROPPING     *
091100*    ERASED IDS                                                  *
091200*----------------------------------------------------------------*
091300 3300-PURGE-AUDIT.
091400     MOVE 4 TO WS-FILE-SUB
091500     MOVE "N" TO WS-PASS-EOF-SW
091600     OPEN INPUT AUDIT-IN
091700     IF WS-AUDIT-NO-FILE
091800         MOVE "Y" TO WS-PASS-EOF-SW
091900     END-IF
092000     OPEN OUTPUT AUDIT-OUT
092100     PERFORM 3310-COPY-AUDIT
092200         THRU 3310-COPY-AUDIT-EXIT
092300         UNTIL WS-PASS-EOF
092400     IF NOT WS-AUDIT-NO-FILE
092500         CLOSE AUDIT-IN
092600     END-IF
092700     CLOSE AUDIT-OUT.
092800 3300-PURGE-AUDIT-EXIT.
092900     EXIT.
093000*----------------------------------------------------------------*
093100*    3310-COPY-AUDIT - COPY ONE AUDIT RECORD UNLESS ITS CONTACT  *
093200*    IS BEING PURGED                                             *
093300*----------------------------------------------------------------*
093400 3310-COPY-AUDIT.
093500     READ AUDIT-IN
093600         AT END
093700             MOVE "Y" TO WS-PASS-EOF-SW
093800             GO TO 3310-COPY-AUDIT-EXIT
093900     END-READ
094000     MOVE AUDIT-CONTACT-ID TO WS-LOOKUP-ID
094100     PERFORM 7200-CHECK-PURGE
094200         THRU 7200-CHECK-PURGE-EXIT
094300     IF NOT WS-DROP-RECORD
094400         WRITE AUDIT-OUT-RECORD FROM AUDIT-RECORD
094500     END-IF.
094600 3310-COPY-AUDIT-EXIT.
094700     EXIT.
094800*----------------------------------------------------------------*
094900*    3400-PURGE-REJECTS - COPY THE REJDATA FILE, DROPPING ERASED *
095000*    IDS                                                         *
095100*----------------------------------------------------------------*
095200 3400-PURGE-REJECTS.
095300     MOVE 5 TO WS-FILE-SUB
095400     MOVE "N" TO WS-PASS-EOF-SW
095500     OPEN INPUT REJECT-IN
095600     IF WS-REJ-NO-FILE
095700         MOVE "Y" TO WS-PASS-EOF-SW
095800     END-IF
095900     OPEN OUTPUT REJECT-OUT
096000     PERFORM 3410-COPY-REJECT
096100         THRU 3410-COPY-REJECT-EXIT
096200         UNTIL WS-PASS-EOF
096300     IF NOT WS-REJ-NO-FILE
096400         CLOSE REJECT-IN
096500     END-IF
096600     CLOSE REJECT-OUT.
096700 3400-PURGE-REJECTS-EXIT.
096800     EXIT.
096900*----------------------------------------------------------------*
097000*    3410-COPY-REJECT - COPY ONE REJECT RECORD UNLESS ITS        *
097100*    CONTACT IS BEING PURGED                                     *
097200*----------------------------------------------------------------*
097300 3410-COPY-REJECT.
097400     READ REJECT-IN
097500         AT END
097600             MOVE "Y" TO WS-PASS-EOF-SW
097700             GO TO 3410-COPY-REJECT-EXIT
097800     END-READ
097900     MOVE REJ-CONTACT-IMAGE(1:9) TO WS-IMAGE-ID
098000     MOVE WS-IMAGE-ID TO WS-LOOKUP-ID
098100     PERFORM 7200-CHECK-PURGE
098200         THRU 7200-CHECK-PURGE-EXIT
098300     IF NOT WS-DROP-RECORD
098400         WRITE REJECT-OUT-RECORD FROM REJECT-RECORD
098500     END-IF.
098600 3410-COPY-REJECT-EXIT.
098700     EXIT.
098800*----------------------------------------------------------------*
098900*    3500-PURGE-RECYCLE - COPY THE CARRY-FORWARD FILE.  A CARD   *
099000*    WITH AN ID HERE WAS REFUSED ABOVE, SO THIS PASS CERTIFIES   *
099100*    THE FILE WAS CHECKED AND NORMALLY PURGES NOTHING            *
099200*----------------------------------------------------------------*
099300 3500-PURGE-RECYCLE.
099400     MOVE 6 TO WS-FILE-SUB
099500     MOVE "N" TO WS-PASS-EOF-SW
099600     OPEN INPUT RECYC-IN
099700     IF WS-RECYC-NO-FILE
099800         MOVE "Y" TO WS-PASS-EOF-SW
099900     END-IF
100000     OPEN OUTPUT RECYC-OUT
100100     PERFORM 3510-COPY-RECYCLE
100200         THRU 3510-COPY-RECYCLE-EXIT
100300         UNTIL WS-PASS-EOF
100400     IF NOT WS-RECYC-NO-FILE
100500         CLOSE RECYC-IN
100600     END-IF
100700     CLOSE RECYC-OUT.
100800 3500-PURGE-RECYCLE-EXIT.
100900     EXIT.
101000*----------------------------------------------------------------*
101100*    3510-COPY-RECYCLE - COPY ONE RECYCLE RECORD UNLESS ITS      *
101200*    CONTACT IS BEING PURGED                                     *
101300*----------------------------------------------------------------*
101400 3510-COPY-RECYCLE.
101500     READ RECYC-IN
101600         AT END
101700             MOVE "Y" TO WS-PASS-EOF-SW
101800             GO TO 3510-COPY-RECYCLE-EXIT
101900     END-READ
102000     MOVE RCY-CONTACT-IMAGE(1:9) TO WS-IMAGE-ID
102100     MOVE WS-IMAGE-ID TO WS-LOOKUP-ID
102200     PERFORM 7200-CHECK-PURGE
102300         THRU 7200-CHECK-PURGE-EXIT
102400     IF NOT WS-DROP-RECORD
102500         WRITE RECYC-OUT-RECORD FROM RECYC-IN-RECORD
102600     END-IF.
102700 3510-COPY-RECYCLE-EXIT.
102800     EXIT.
102900*----------------------------------------------------------------*
103000*    3600-PURGE-CAMP-HISTORY - COPY THE CAMPAIGN HISTORY FILE,   *
103100*    DROPPING ERASED IDS                                         *
103200*----------------------------------------------------------------*
103300 3600-PURGE-CAMP-HISTORY.
103400     MOVE 7 TO WS-FILE-SUB
103500     MOVE "N" TO WS-PASS-EOF-SW
103600     OPEN INPUT HISTORY-IN
103700     IF WS-HIST-NO-FILE
103800         MOVE "Y" TO WS-PASS-EOF-SW
103900     END-IF
104000     OPEN OUTPUT HISTORY-OUT
104100     PERFORM 3610-COPY-CAMP-HISTORY
104200         THRU 3610-COPY-CAMP-HISTORY-EXIT
104300         UNTIL WS-PASS-EOF
104400     IF NOT WS-HIST-NO-FILE
104500         CLOSE HISTORY-IN
104600     END-IF
104700     CLOSE HISTORY-OUT.
104800 3600-PURGE-CAMP-HISTORY-EXIT.
104900     EXIT.
105000*----------------------------------------------------------------*
105100*    3610-COPY-CAMP-HISTORY - COPY ONE CAMPAIGN-HISTORY RECORD   *
105200*    UNLESS ITS CONTACT IS BEING PURGED                          *
105300*----------------------------------------------------------------*
105400 3610-COPY-CAMP-HISTORY.
105500     READ HISTORY-IN
105600         AT END
105700             MOVE "Y" TO WS-PASS-EOF-SW
105800             GO TO 3610-COPY-CAMP-HISTORY-EXIT
105900     END-READ
106000     MOVE CH-CONTACT-ID TO WS-LOOKUP-ID
106100     PERFORM 7200-CHECK-PURGE
106200         THRU 7200-CHECK-PURGE-EXIT
106300     IF NOT WS-DROP-RECORD
106400         WRITE HISTORY-OUT-RECORD FROM CAMP-HISTORY-RECORD
106500     END-IF.
106600 3610-COPY-CAMP-HISTORY-EXIT.
106700     EXIT.
106800*----------------------------------------------------------------*
106900*    3700-PURGE-MERGE-XREF - COPY THE MERGE XREF, DROPPING ANY   *
107000*    ROW WITH AN ERASED ID ON EITHER SIDE                        *
107100*----------------------------------------------------------------*
107200 3700-PURGE-MERGE-XREF.
107300     MOVE 8 TO WS-FILE-SUB
107400     MOVE "N" TO WS-PASS-EOF-SW
107500     OPEN INPUT XREF-IN
107600     IF WS-XREF-NO-FILE
107700         MOVE "Y" TO WS-PASS-EOF-SW
107800     END-IF
107900     OPEN OUTPUT XREF-OUT
108000     PERFORM 3710-COPY-MERGE-XREF
108100         THRU 3710-COPY-MERGE-XREF-EXIT
108200         UNTIL WS-PASS-EOF
108300     IF NOT WS-XREF-NO-FILE
108400         CLOSE XREF-IN
108500     END-IF
108600     CLOSE XREF-OUT.
108700 3700-PURGE-MERGE-XREF-EXIT.
108800     EXIT.
108900*----------------------------------------------------------------*
109000*    3710-COPY-MERGE-XREF - COPY ONE MERGE-XREF RECORD UNLESS    *
109100*    EITHER THE OLD OR THE SURVIVING CONTACT IS BEING PURGED     *
109200*----------------------------------------------------------------*
109300 3710-COPY-MERGE-XREF.
109400     READ XREF-IN
109500         AT END
109600             MOVE "Y" TO WS-PASS-EOF-SW
109700             GO TO 3710-COPY-MERGE-XREF-EXIT
109800     END-READ
109900     MOVE XREF-OLD-ID TO WS-LOOKUP-ID
110000     PERFORM 7200-CHECK-PURGE
110100         THRU 7200-CHECK-PURGE-EXIT
110200     IF NOT WS-DROP-RECORD
110300         MOVE XREF-SURVIVING-ID TO WS-LOOKUP-ID
110400         PERFORM 7200-CHECK-PURGE
110500             THRU 7200-CHECK-PURGE-EXIT
110600     END-IF
110700     IF NOT WS-DROP-RECORD
110800         WRITE XREF-OUT-RECORD FROM MERGE-XREF-RECORD
110900     END-IF.
111000 3710-COPY-MERGE-XREF-EXIT.
111100     EXIT.
111200*----------------------------------------------------------------*
111300*    3800-PURGE-DELTA-HISTORY - COPY THE ZCM420 DELTA            *
111400*    HISTORY, DROPPING ERASED IDS                                *
111500*----------------------------------------------------------------*
111600 3800-PURGE-DELTA-HISTORY.
111700     MOVE 9 TO WS-FILE-SUB
111800     MOVE "N" TO WS-PASS-EOF-SW
111900     OPEN INPUT DELTA-HIST-IN
112000     IF WS-DLTH-NO-FILE
112100         MOVE "Y" TO WS-PASS-EOF-SW
112200     END-IF
112300     OPEN OUTPUT DELTA-HIST-OUT
112400     PERFORM 3810-COPY-DELTA-HISTORY
112500         THRU 3810-COPY-DELTA-HISTORY-EXIT
112600         UNTIL WS-PASS-EOF
112700     IF NOT WS-DLTH-NO-FILE
112800         CLOSE DELTA-HIST-IN
112900     END-IF
113000     CLOSE DELTA-HIST-OUT.
113100 3800-PURGE-DELTA-HISTORY-EXIT.
113200     EXIT.
113300*----------------------------------------------------------------*
113400*    3810-COPY-DELTA-HISTORY - COPY ONE DELTA-HISTORY RECORD     *
113500*    UNLESS ITS CONTACT IS BEING PURGED                          *
113600*----------------------------------------------------------------*
113700 3810-COPY-DELTA-HISTORY.
113800     READ DELTA-HIST-IN
113900         AT END
114000             MOVE "Y" TO WS-PASS-EOF-SW
114100             GO TO 3810-COPY-DELTA-HISTORY-EXIT
114200     END-READ
114300     MOVE DH-CONTACT-IMAGE(1:9) TO WS-IMAGE-ID
114400     MOVE WS-IMAGE-ID TO WS-LOOKUP-ID
114500     PERFORM 7200-CHECK-PURGE
114600         THRU 7200-CHECK-PURGE-EXIT
114700     IF NOT WS-DROP-RECORD
114800         WRITE DELTA-HIST-OUT-RECORD FROM DELTA-HISTORY-RECORD
114900     END-IF.
115000 3810-COPY-DELTA-HISTORY-EXIT.
115100     EXIT.
115200*----------------------------------------------------------------*
115300*    3850-PURGE-MOVER-SUPPRESS - COPY THE ZCM460                 *
115400*    NO-FORWARDING MOVER FILE, DROPPING ERASED IDS               *
115500*----------------------------------------------------------------*
115600 3850-PURGE-MOVER-SUPPRESS.
115700     MOVE 10 TO WS-FILE-SUB
115800     MOVE "N" TO WS-PASS-EOF-SW
115900     OPEN INPUT MOVER-IN
116000     IF WS-MOVER-NO-FILE
116100         MOVE "Y" TO WS-PASS-EOF-SW
116200     END-IF
116300     OPEN OUTPUT MOVER-OUT
116400     PERFORM 3860-COPY-MOVER-SUPPRESS
116500         THRU 3860-COPY-MOVER-SUPPRESS-EXIT
116600         UNTIL WS-PASS-EOF
116700     IF NOT WS-MOVER-NO-FILE
116800         CLOSE MOVER-IN
116900     END-IF
117000     CLOSE MOVER-OUT.
117100 3850-PURGE-MOVER-SUPPRESS-EXIT.
117200     EXIT.
117300*----------------------------------------------------------------*
117400*    3860-COPY-MOVER-SUPPRESS - COPY ONE MOVER-SUPPRESS RECORD   *
117500*    UNLESS ITS CONTACT IS BEING PURGED                          *
117600*----------------------------------------------------------------*
117700 3860-COPY-MOVER-SUPPRESS.
117800     READ MOVER-IN
117900         AT END
118000             MOVE "Y" TO WS-PASS-EOF-SW
118100             GO TO 3860-COPY-MOVER-SUPPRESS-EXIT
118200     END-READ
118300     MOVE MVS-CONTACT-ID TO WS-LOOKUP-ID
118400     PERFORM 7200-CHECK-PURGE
118500         THRU 7200-CHECK-PURGE-EXIT
118600     IF NOT WS-DROP-RECORD
118700         WRITE MOVER-OUT-RECORD FROM MOVER-SUPPRESS-RECORD
118800     END-IF.
118900 3860-COPY-MOVER-SUPPRESS-EXIT.
119000     EXIT.
119100*----------------------------------------------------------------*
119200*    3900-PURGE-PHONE-SUPPRESS - COPY THE ZCM470                 *
119300*    DO-NOT-CALL HIT FILE, DROPPING ERASED IDS                   *
119400*----------------------------------------------------------------*
119500 3900-PURGE-PHONE-SUPPRESS.
119600     MOVE 11 TO WS-FILE-SUB
119700     MOVE "N" TO WS-PASS-EOF-SW
119800     OPEN INPUT PHONE-IN
119900     IF WS-PHONE-NO-FILE
120000         MOVE "Y" TO WS-PASS-EOF-SW
120100     END-IF
120200     OPEN OUTPUT PHONE-OUT
120300     PERFORM 3910-COPY-PHONE-SUPPRESS
120400         THRU 3910-COPY-PHONE-SUPPRESS-EXIT
120500         UNTIL WS-PASS-EOF
120600     IF NOT WS-PHONE-NO-FILE
120700         CLOSE PHONE-IN
120800     END-IF
120900     CLOSE PHONE-OUT.
121000 3900-PURGE-PHONE-SUPPRESS-EXIT.
121100     EXIT.
121200*----------------------------------------------------------------*
121300*    3910-COPY-PHONE-SUPPRESS - COPY ONE PHONE-SUPPRESS RECORD   *
121400*    UNLESS ITS CONTACT IS BEING PURGED                          *
121500*----------------------------------------------------------------*
121600 3910-COPY-PHONE-SUPPRESS.
121700     READ PHONE-IN
121800         AT END
121900             MOVE "Y" TO WS-PASS-EOF-SW
122000             GO TO 3910-COPY-PHONE-SUPPRESS-EXIT
122100     END-READ
122200     MOVE PS-CONTACT-ID TO WS-LOOKUP-ID
122300     PERFORM 7200-CHECK-PURGE
122400         THRU 7200-CHECK-PURGE-EXIT
122500     IF NOT WS-DROP-RECORD
122600         WRITE PHONE-OUT-RECORD FROM PHONE-SUPPRESS-RECORD
122700     END-IF.
122800 3910-COPY-PHONE-SUPPRESS-EXIT.
122900     EXIT.
123000*----------------------------------------------------------------*
123100*    3950-PURGE-EXPORT-IMAGE - COPY THE ZCM290 EXPORT            *
123200*    IMAGE FILE, DROPPING ERASED IDS                             *
123300*----------------------------------------------------------------*
123400 3950-PURGE-EXPORT-IMAGE.
123500     MOVE 12 TO WS-FILE-SUB
123600     MOVE "N" TO WS-PASS-EOF-SW
123700     OPEN INPUT EXPIMAGE-IN
123800     IF WS-EXPI-NO-FILE
123900         MOVE "Y" TO WS-PASS-EOF-SW
124000     END-IF
124100     OPEN OUTPUT EXPIMAGE-OUT
124200     PERFORM 3960-COPY-EXPORT-IMAGE
124300         THRU 3960-COPY-EXPORT-IMAGE-EXIT
124400         UNTIL WS-PASS-EOF
124500     IF NOT WS-EXPI-NO-FILE
124600         CLOSE EXPIMAGE-IN
124700     END-IF
124800     CLOSE EXPIMAGE-OUT.
124900 3950-PURGE-EXPORT-IMAGE-EXIT.
125000     EXIT.
125100*----------------------------------------------------------------*
125200*    3960-COPY-EXPORT-IMAGE - COPY ONE EXPORT-IMAGE RECORD       *
125300*    UNLESS ITS CONTACT IS BEING PURGED                          *
125400*----------------------------------------------------------------*
125500 3960-COPY-EXPORT-IMAGE.
125600     READ EXPIMAGE-IN
125700         AT END
125800             MOVE "Y" TO WS-PASS-EOF-SW
125900             GO TO 3960-COPY-EXPORT-IMAGE-EXIT
126000     END-READ
126100     MOVE EXI-CONTACT-IMAGE(1:9) TO WS-IMAGE-ID
126200     MOVE WS-IMAGE-ID TO WS-LOOKUP-ID
126300     PERFORM 7200-CHECK-PURGE
126400         THRU 7200-CHECK-PURGE-EXIT
126500     IF NOT WS-DROP-RECORD
126600         WRITE EXPIMAGE-OUT-RECORD FROM EXPORT-IMAGE-RECORD
126700     END-IF.
126800 3960-COPY-EXPORT-IMAGE-EXIT.
126900     EXIT.
127000*----------------------------------------------------------------*
127100*    4000-WRITE-CERTIFICATE - PRINT ONE CERTIFICATE PAGE FOR THE *
127200*    CARD: DISPOSITION, EVERY ID COVERED, AND THE PURGE COUNT    *
127300*    FOR EACH FILE CHECKED                                       *
127400*----------------------------------------------------------------*
127500 4000-WRITE-CERTIFICATE.
127600     WRITE CERTIFICATE-LINE FROM WS-PAGE-SEPARATOR
127700     MOVE WS-R-CONTACT-ID(WS-REQ-SUB) TO WS-H-CONTACT-ID
127800     WRITE CERTIFICATE-LINE FROM WS-PAGE-HEADING
127900     WRITE CERTIFICATE-LINE FROM WS-PAGE-SEPARATOR
128000     MOVE "RUN DATE"  TO WS-L-LABEL
128100     MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-L-VALUE
128200     WRITE CERTIFICATE-LINE FROM WS-LABEL-LINE
128300     MOVE "RUN ID"    TO WS-L-LABEL
128400     MOVE WS-RUN-ID   TO WS-L-VALUE
128500     WRITE CERTIFICATE-LINE FROM WS-LABEL-LINE
128600     MOVE "DISPOSITION" TO WS-L-LABEL
128700     IF WS-R-REFUSED(WS-REQ-SUB)
128800         ADD 1 TO WS-REFUSED-COUNT
128900         MOVE "REFUSED - NOTHING PURGED" TO WS-L-VALUE
129000         WRITE CERTIFICATE-LINE FROM WS-LABEL-LINE
129100         MOVE "REASON"  TO WS-L-LABEL
129200         MOVE WS-R-REASON(WS-REQ-SUB) TO WS-L-VALUE
129300         WRITE CERTIFICATE-LINE FROM WS-LABEL-LINE
129400         DISPLAY "ZCM410 - REFUSED " WS-R-CONTACT-ID(WS-REQ-SUB)
129500             " - " WS-R-REASON(WS-REQ-SUB)
129600     ELSE
129700         ADD 1 TO WS-ERASED-COUNT
129800         MOVE "ERASED" TO WS-L-VALUE
129900         WRITE CERTIFICATE-LINE FROM WS-LABEL-LINE
130000     END-IF
130100     MOVE SPACES TO CERTIFICATE-LINE
130200     WRITE CERTIFICATE-LINE
130300     MOVE "IDS COVERED" TO WS-L-LABEL
130400     MOVE SPACES TO WS-L-VALUE
130500     WRITE CERTIFICATE-LINE FROM WS-LABEL-LINE
130600     PERFORM 4100-WRITE-ID-LINE
130700         THRU 4100-WRITE-ID-LINE-EXIT
130800         VARYING WS-PURGE-SUB FROM 1 BY 1
130900         UNTIL WS-PURGE-SUB > WS-PURGE-COUNT
131000     MOVE SPACES TO CERTIFICATE-LINE
131100     WRITE CERTIFICATE-LINE
131200     WRITE CERTIFICATE-LINE FROM WS-FILE-HEADING
131300     MOVE ZERO TO WS-CERT-PURGED
131400     PERFORM 4200-WRITE-FILE-LINE
131500         THRU 4200-WRITE-FILE-LINE-EXIT
131600         VARYING WS-FILE-SUB FROM 1 BY 1
131700         UNTIL WS-FILE-SUB > 12
131800     MOVE WS-CERT-PURGED TO WS-FT-PURGED
131900     WRITE CERTIFICATE-LINE FROM WS-FILE-TOTAL
132000     ADD WS-CERT-PURGED TO WS-TOTAL-PURGED.
132100 4000-WRITE-CERTIFICATE-EXIT.
132200     EXIT.
132300*----------------------------------------------------------------*
132400*    4100-WRITE-ID-LINE - LIST ONE ID BELONGING TO THIS CARD     *
132500*----------------------------------------------------------------*
132600 4100-WRITE-ID-LINE.
132700     IF WS-P-REQ-SUB(WS-PURGE-SUB) NOT = WS-REQ-SUB
132800         GO TO 4100-WRITE-ID-LINE-EXIT
132900     END-IF
133000     MOVE WS-P-CONTACT-ID(WS-PURGE-SUB) TO WS-ID-CONTACT-ID
133100     MOVE WS-P-ORIGIN(WS-PURGE-SUB)     TO WS-ID-ORIGIN
133200     WRITE CERTIFICATE-LINE FROM WS-ID-DETAIL.
133300 4100-WRITE-ID-LINE-EXIT.
133400     EXIT.
133500*----------------------------------------------------------------*
133600*    4200-WRITE-FILE-LINE - ONE FILE CHECKED AND ITS PURGE COUNT *
133700*----------------------------------------------------------------*
133800 4200-WRITE-FILE-LINE.
133900     MOVE WS-FN-DESCRIPTION(WS-FILE-SUB) TO WS-FD-DESCRIPTION
134000     MOVE WS-FN-DDNAME(WS-FILE-SUB)      TO WS-FD-DDNAME
134100     MOVE WS-R-PURGED(WS-REQ-SUB, WS-FILE-SUB) TO WS-FD-PURGED
134200     ADD WS-R-PURGED(WS-REQ-SUB, WS-FILE-SUB) TO WS-CERT-PURGED
134300     WRITE CERTIFICATE-LINE FROM WS-FILE-DETAIL.
134400 4200-WRITE-FILE-LINE-EXIT.
134500     EXIT.
134600*----------------------------------------------------------------*
134700*    5000-FINALIZE - COUNTS, TABLE WARNINGS, CONTROL RECORD      *
134800*----------------------------------------------------------------*
134900 5000-FINALIZE.
135000     PERFORM 9600-WRITE-CONTROL-RECORD
135100         THRU 9600-WRITE-CONTROL-RECORD-EXIT
135200     DISPLAY "ZCM410 - ERASURE CARDS READ   : " WS-CARD-COUNT
135300     DISPLAY "ZCM410 - CARDS ERASED         : " WS-ERASED-COUNT
135400     DISPLAY "ZCM410 - CARDS REFUSED        : " WS-REFUSED-COUNT
135500     DISPLAY "ZCM410 - RECORDS PURGED       : " WS-TOTAL-PURGED
135600     IF WS-REQUEST-TBL-FULL
135700         DISPLAY "ZCM410 - WARNING: ERASIDS EXCEEDS "
135800             WS-REQUEST-MAX-COUNT " CARDS - REST NOT RUN"
135900         MOVE 8 TO RETURN-CODE
136000     END-IF
136100     IF WS-XREF-TBL-FULL
136200         DISPLAY "ZCM410 - WARNING: XREFIN EXCEEDS "
136300             WS-XREF-MAX-COUNT " ROWS - RUN REFUSED"
136400         MOVE 8 TO RETURN-CODE
136500     END-IF
136600     IF WS-RUN-REFUSED
136700         MOVE 8 TO RETURN-CODE
136800     END-IF
136900     IF WS-PURGE-TBL-FULL
137000         DISPLAY "ZCM410 - WARNING: MORE THAN "
137100             WS-PURGE-MAX-COUNT " IDS TO ERASE - CARDS REFUSED"
137200         MOVE 8 TO RETURN-CODE
137300     END-IF
137400     CLOSE ERASE-IN
137500     CLOSE CERTIFICATE-OUT.
137600 5000-FINALIZE-EXIT.
137700     EXIT.
137800*----------------------------------------------------------------*
137900*    7000-FIND-PURGE-ID - LOCATE WS-LOOKUP-ID IN THE PURGE TABLE;*
138000*    WS-FOUND-SUB IS ZERO WHEN IT IS NOT THERE                   *
138100*----------------------------------------------------------------*
138200 7000-FIND-PURGE-ID.
138300     MOVE ZERO TO WS-FOUND-SUB
138400     PERFORM 7010-MATCH-PURGE-ID
138500         THRU 7010-MATCH-PURGE-ID-EXIT
138600         VARYING WS-PURGE-SUB FROM 1 BY 1
138700         UNTIL WS-PURGE-SUB > WS-PURGE-COUNT
138800            OR WS-FOUND-SUB > ZERO.
138900 7000-FIND-PURGE-ID-EXIT.
139000     EXIT.
139100*----------------------------------------------------------------*
139200*    7010-MATCH-PURGE-ID - NOTE THE PURGE TABLE ENTRY THAT       *
139300*    MATCHES THE LOOKUP ID                                       *
139400*----------------------------------------------------------------*
139500 7010-MATCH-PURGE-ID.
139600     IF WS-P-CONTACT-ID(WS-PURGE-SUB) = WS-LOOKUP-ID
139700         MOVE WS-PURGE-SUB TO WS-FOUND-SUB
139800     END-IF.
139900 7010-MATCH-PURGE-ID-EXIT.
140000     EXIT.
140100*----------------------------------------------------------------*
140200*    7100-ADD-PURGE-ID - ADD WS-LOOKUP-ID TO THE PURGE TABLE     *
140300*    UNDER CARD WS-REQ-SUB.  IF THE TABLE IS FULL THE CARD IS    *
140400*    REFUSED, SINCE ITS ID SET WOULD BE INCOMPLETE               *
140500*----------------------------------------------------------------*
140600 7100-ADD-PURGE-ID.
140700     IF WS-PURGE-COUNT >= WS-PURGE-MAX-COUNT
140800         MOVE "Y" TO WS-PURGE-TBL-SW
140900         IF NOT WS-R-REFUSED(WS-REQ-SUB)
141000             MOVE "Y" TO WS-R-REFUSED-SW(WS-REQ-SUB)
141100             MOVE "ID TABLE FULL - NOT ERASED"
141200                 TO WS-R-REASON(WS-REQ-SUB)
141300         END-IF
141400         GO TO 7100-ADD-PURGE-ID-EXIT
141500     END-IF
141600     ADD 1 TO WS-PURGE-COUNT
141700     MOVE WS-LOOKUP-ID  TO WS-P-CONTACT-ID(WS-PURGE-COUNT)
141800     MOVE WS-REQ-SUB    TO WS-P-REQ-SUB(WS-PURGE-COUNT)
141900     MOVE WS-ID-ORIGIN  TO WS-P-ORIGIN(WS-PURGE-COUNT)
142000     MOVE "Y" TO WS-ADDED-SW.
142100 7100-ADD-PURGE-ID-EXIT.
142200     EXIT.
142300*----------------------------------------------------------------*
142400*    7200-CHECK-PURGE - SET WS-DROP-SW WHEN WS-LOOKUP-ID BELONGS *
142500*    TO AN ACCEPTED CARD, COUNTING THE RECORD AGAINST THAT CARD  *
142600*    AND THE CURRENT FILE                                        *
142700*----------------------------------------------------------------*
142800 7200-CHECK-PURGE.
142900     MOVE "N" TO WS-DROP-SW
143000     PERFORM 7000-FIND-PURGE-ID
143100         THRU 7000-FIND-PURGE-ID-EXIT
143200     IF WS-FOUND-SUB = ZERO
143300         GO TO 7200-CHECK-PURGE-EXIT
143400     END-IF
143500     MOVE WS-P-REQ-SUB(WS-FOUND-SUB) TO WS-REQ-SUB
143600     IF WS-R-REFUSED(WS-REQ-SUB)
143700         GO TO 7200-CHECK-PURGE-EXIT
143800     END-IF
143900     MOVE "Y" TO WS-DROP-SW
144000     ADD 1 TO WS-R-PURGED(WS-REQ-SUB, WS-FILE-SUB).
144100 7200-CHECK-PURGE-EXIT.
144200     EXIT.
144300*----------------------------------------------------------------*
144400*    9500-READ-RUN-PARM - PICK UP THE RUN IDENTIFIER FROM THE    *
144500*    OPTIONAL RUNPARM CONTROL CARD; A MISSING CARD LEAVES THE    *
144600*    RUN ID BLANK                                                *
144700*----------------------------------------------------------------*
144800 9500-READ-RUN-PARM.
144900     OPEN INPUT RUN-PARM
145000     IF WS-RUNPARM-NOT-FOUND
145100         MOVE SPACES TO RUN-PARM-RECORD
145200     ELSE
145300         READ RUN-PARM
145400             AT END
145500                 MOVE SPACES TO RUN-PARM-RECORD
145600         END-READ
145700         CLOSE RUN-PARM
145800     END-IF
145900     MOVE RUN-PARM-RECORD TO WS-RUN-ID.
146000 9500-READ-RUN-PARM-EXIT.
146100     EXIT.
146200*----------------------------------------------------------------*
146300*    9600-WRITE-CONTROL-RECORD - APPEND THIS RUN'S MACHINE-      *
146400*    READABLE COUNTS TO THE COMMON CONTROL FILE FOR THE END-OF-  *
146500*    WINDOW BALANCING RUN                                        *
146600*----------------------------------------------------------------*
146700 9600-WRITE-CONTROL-RECORD.
146800     OPEN EXTEND CONTROL-OUT
146900     IF WS-CTL-NOT-FOUND
147000         OPEN OUTPUT CONTROL-OUT
147100     END-IF
147200     MOVE "ZCM410"      TO CTL-PROGRAM-ID
147300     MOVE WS-RUN-ID     TO CTL-RUN-ID
147400     MOVE WS-CARD-COUNT    TO CTL-RECORDS-IN
147500     MOVE WS-ERASED-COUNT  TO CTL-RECORDS-OUT
147600     MOVE WS-REFUSED-COUNT TO CTL-RECORDS-REJECTED
147700     WRITE CONTROL-RECORD
147800     CLOSE CONTROL-OUT.
147900 9600-WRITE-CONTROL-RECORD-EXIT.
148000     EXIT.
