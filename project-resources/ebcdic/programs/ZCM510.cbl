000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ZCM510.
000300 AUTHOR.        D SPRINGER.
000400 INSTALLATION.  DATA MGMT - CUSTOMER EXTRACTS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700***************************************************************
000800*  MODIFICATION HISTORY                                        *
000900*  ------------------------------------------------------------*
001000*  DATE       INIT  DESCRIPTION                                *
001100*  10/15/2026 DAS   ORIGINAL PROGRAM - CROSS-NIGHT CONTROL-    *
001200*                   TOTAL TREND AND VOLUME ANOMALY ALERT.      *
001300***************************************************************
001400*  PURPOSE.                                                    *
001500*  ZCM240 PROVES EACH STAGE HANDED ITS FULL FILE TO THE NEXT,  *
001600*  BUT A WINDOW CAN BALANCE PERFECTLY AND STILL BE WRONG: AN   *
001700*  EXTRACT HALF ITS USUAL SIZE, A REJECT SPIKE OUT OF ZCM100   *
001800*  OR ZCM210, AN ARCHIVE SURGE IN ZCM270, OR A CLIMBING ZCM260 *
001900*  QUARANTINE COUNT.  THIS RUN READS THE CUMULATIVE CONTROL    *
002000*  HISTORY ZCM500 POSTS, KEEPS THE LAST 30 BUSINESS DATES ON   *
002100*  IT, AND COMPARES TONIGHT'S (THE LATEST DATE'S) RECORDS IN,  *
002200*  RECORDS OUT AND RECORDS REJECTED FOR EACH PROGRAM WITH THE  *
002300*  AVERAGE OF ITS RECENT PRIOR NIGHTS.  A COUNT IS AN ALERT    *
002400*  WHEN IT SWINGS FROM THAT AVERAGE BY MORE THAN THE PROGRAM'S *
002500*  TOLERANCE PERCENT, UNLESS BOTH THE AVERAGE AND TONIGHT ARE  *
002600*  UNDER THE PROGRAM'S MINIMUM COUNT (SO A REJECT COUNT GOING  *
002700*  FROM 1 TO 3 IS NOT NEWS).  TOLERANCE, NIGHTS AVERAGED AND   *
002800*  MINIMUM COUNT COME FROM OPTIONAL TRNDPARM CARDS - ONE PER   *
002900*  PROGRAM, A PLAIN PROGRAM ID ALSO COVERING ITS ZCM390        *
003000*  PARTITIONS (ZCM260 COVERS ZCM260-1 TO ZCM260-8), AND A      *
003100*  "DEFAULT" CARD FOR EVERY OTHER PROGRAM; WITHOUT CARDS THE   *
003200*  DEFAULT IS 25 PERCENT OVER 7 NIGHTS WITH A MINIMUM OF 10.   *
003300*  A PROGRAM WITH ITS OWN CARD THAT RAN ON A PRIOR NIGHT BUT   *
003400*  NOT TONIGHT IS ALSO AN ALERT.  THE REPORT LISTS THE ALERTS  *
003500*  FIRST, THEN THE 30-NIGHT TREND FOR EVERY PROGRAM.  ANY      *
003600*  ALERT, OR A MISSING OR EMPTY HISTORY, ENDS THE RUN WITH     *
003700*  RETURN CODE 8 SO THE SCHEDULER HOLDS DISTRIBUTION AS IT     *
003800*  DOES FOR ZCM240.  WHEN A PROGRAM HAS MORE THAN ONE CONTROL  *
003900*  RECORD FOR A DATE THE LAST ONE POSTED (THE RERUN) COUNTS.   *
004000*  LIKE ZCM240 IT WRITES NO CONTROL RECORD OF ITS OWN.         *
004100***************************************************************
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
004400 SOURCE-COMPUTER.  IBM-370.
004500 OBJECT-COMPUTER.  IBM-370.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT CONTROL-HISTORY ASSIGN TO CTLHIST
004900            ORGANIZATION IS SEQUENTIAL
005000            FILE STATUS IS WS-HIST-FILE-STATUS.
005100     SELECT TREND-PARM     ASSIGN TO TRNDPARM
005200            ORGANIZATION IS SEQUENTIAL
005300            FILE STATUS IS WS-PARM-FILE-STATUS.
005400     SELECT TREND-REPORT   ASSIGN TO TRNDRPT
005500            ORGANIZATION IS SEQUENTIAL.
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  CONTROL-HISTORY
005900     RECORDING MODE IS F
006000     LABEL RECORDS ARE STANDARD.
006100     COPY "zcm-control-history".
006200 FD  TREND-PARM
006300     RECORDING MODE IS F
006400     LABEL RECORDS ARE STANDARD.
006500 01  TREND-PARM-RECORD.
006600     05  TP-PROGRAM-ID              PIC X(08).
006700     05  TP-TOLERANCE-PCT           PIC 9(03).
006800     05  TP-AVERAGE-NIGHTS          PIC 9(02).
006900     05  TP-MINIMUM-COUNT           PIC 9(07).
007000 FD  TREND-REPORT
007100     RECORDING MODE IS F
007200     LABEL RECORDS ARE STANDARD.
007300 01  REPORT-LINE                    PIC X(133).
007400 WORKING-STORAGE SECTION.
007500 77  WS-HIST-FILE-STATUS            PIC X(02)   VALUE ZERO.
007600     88  WS-HIST-OK                             VALUE "00".
007700     88  WS-HIST-NOT-FOUND                      VALUE "35".
007800 77  WS-PARM-FILE-STATUS            PIC X(02)   VALUE ZERO.
007900     88  WS-PARM-OK                             VALUE "00".
008000     88  WS-PARM-NOT-FOUND                      VALUE "35".
008100 77  WS-EOF-SW                      PIC X(01)   VALUE "N".
008200     88  WS-EOF                                 VALUE "Y".
008300 77  WS-PARM-EOF-SW                 PIC X(01)   VALUE "N".
008400     88  WS-PARM-EOF                            VALUE "Y".
008500 77  WS-NO-HISTORY-SW               PIC X(01)   VALUE "N".
008600     88  WS-NO-HISTORY                          VALUE "Y".
008700 77  WS-HISTORY-COUNT               PIC 9(09)   VALUE ZERO COMP.
008800 77  WS-SKIPPED-COUNT               PIC 9(09)   VALUE ZERO COMP.
008900 77  WS-ALERT-COUNT                 PIC 9(05)   VALUE ZERO COMP.
009000 77  WS-PARM-READ-COUNT             PIC 9(05)   VALUE ZERO COMP.
009100 77  WS-PARM-REJECT-COUNT           PIC 9(05)   VALUE ZERO COMP.
009200 77  WS-DATE-COUNT                  PIC 9(05)   VALUE ZERO COMP.
009300 77  WS-DATE-SEQ                    PIC 9(05)   VALUE ZERO COMP.
009400 77  WS-SKIP-DATES                  PIC 9(05)   VALUE ZERO COMP.
009500 77  WS-PREV-DATE                   PIC 9(08)   VALUE ZERO.
009600 77  WS-MATCH-PROGRAM-ID            PIC X(08)   VALUE SPACES.
009700 77  WS-PROGRAM-FOUND-SW            PIC X(01)   VALUE "N".
009800     88  WS-PROGRAM-FOUND                       VALUE "Y".
009900*----------------------------------------------------------------*
010000*    TREND DEFAULTS - OVERRIDDEN BY A "DEFAULT" TRNDPARM CARD    *
010100*----------------------------------------------------------------*
010200 77  WS-DFLT-TOLERANCE              PIC 9(03)   VALUE 25.
010300 77  WS-DFLT-AVERAGE-NIGHTS         PIC 9(02)   VALUE 7.
010400 77  WS-DFLT-MINIMUM-COUNT          PIC 9(07)   VALUE 10.
010500*----------------------------------------------------------------*
010600*    TRNDPARM CARD TABLE - ONE ENTRY PER ACCEPTED PROGRAM CARD   *
010700*----------------------------------------------------------------*
010800 77  WS-CARD-COUNT                  PIC 9(03)   VALUE ZERO COMP.
010900 77  WS-CARD-MAX-COUNT              PIC 9(03)   VALUE 100 COMP.
011000 77  WS-CARD-TBL-SW                 PIC X(01)   VALUE "N".
011100     88  WS-CARD-TBL-FULL                       VALUE "Y".
011200 77  WS-CARD-SUB                    PIC 9(03)   VALUE ZERO COMP.
011300 77  WS-CARD-HIT-SUB                PIC 9(03)   VALUE ZERO COMP.
011400 01  WS-CARD-TABLE.
011500     05  WS-CARD-ENTRY OCCURS 100 TIMES.
011600         10  WS-CD-PROGRAM-ID       PIC X(08).
011700         10  WS-CD-TOLERANCE        PIC 9(03).
011800         10  WS-CD-AVERAGE-NIGHTS   PIC 9(02).
011900         10  WS-CD-MINIMUM-COUNT    PIC 9(07).
012000*----------------------------------------------------------------*
012100*    NIGHT TABLE - THE LAST 30 BUSINESS DATES ON THE HISTORY,    *
012200*    OLDEST FIRST.  THE LAST ENTRY IS TONIGHT                    *
012300*----------------------------------------------------------------*
012400 77  WS-NIGHT-COUNT                 PIC 9(03)   VALUE ZERO COMP.
012500 77  WS-NIGHT-MAX-COUNT             PIC 9(03)   VALUE 30 COMP.
012600 77  WS-NT-SUB                      PIC 9(03)   VALUE ZERO COMP.
012700 77  WS-PRIOR-NIGHT                 PIC 9(03)   VALUE ZERO COMP.
012800 01  WS-NIGHT-TABLE.
012900     05  WS-NT-BUSINESS-DATE        PIC 9(08) OCCURS 30 TIMES.
013000*----------------------------------------------------------------*
013100*    PROGRAM TABLE - ONE ENTRY PER PROGRAM ID ON THE HISTORY IN  *
013200*    THE WINDOW, WITH ITS COUNTS FOR EACH NIGHT (1 = IN, 2 = OUT,*
013300*    3 = REJECTED) AND ITS RESOLVED TREND PARAMETERS             *
013400*----------------------------------------------------------------*
013500 77  WS-PGM-COUNT                   PIC 9(03)   VALUE ZERO COMP.
013600 77  WS-PGM-MAX-COUNT               PIC 9(03)   VALUE 80 COMP.
013700 77  WS-PGM-TBL-SW                  PIC X(01)   VALUE "N".
013800     88  WS-PGM-TBL-FULL                        VALUE "Y".
013900 77  WS-PG-SUB                      PIC 9(03)   VALUE ZERO COMP.
014000 77  WS-CT-SUB                      PIC 9(01)   VALUE ZERO COMP.
014100 01  WS-PROGRAM-TABLE.
014200     05  WS-PGM-ENTRY OCCURS 80 TIMES.
014300         10  WS-PG-PROGRAM-ID       PIC X(08).
014400         10  WS-PG-CARD-SOURCE      PIC X(12).
014500         10  WS-PG-OWN-CARD-SW      PIC X(01).
014600             88  WS-PG-OWN-CARD                 VALUE "Y".
014700         10  WS-PG-TOLERANCE        PIC 9(03).
014800         10  WS-PG-AVERAGE-NIGHTS   PIC 9(02).
014900         10  WS-PG-MINIMUM-COUNT    PIC 9(07).
015000         10  WS-PG-NIGHTS-USED      PIC 9(03)   COMP.
015100         10  WS-PG-AVERAGE          PIC 9(09)   COMP
015200                                    OCCURS 3 TIMES.
015300         10  WS-PG-NIGHT OCCURS 30 TIMES.
015400             15  WS-PG-PRESENT-SW   PIC X(01).
015500                 88  WS-PG-PRESENT              VALUE "Y".
015600             15  WS-PG-RUN-ID       PIC X(08).
015700             15  WS-PG-COUNT        PIC 9(09)   COMP
015800                                    OCCURS 3 TIMES.
015900*----------------------------------------------------------------*
016000*    COMPARISON WORK AREAS                                       *
016100*----------------------------------------------------------------*
016200 77  WS-TONIGHT                     PIC 9(09)   VALUE ZERO COMP.
016300 77  WS-AVERAGE                     PIC 9(09)   VALUE ZERO COMP.
016400 77  WS-DIFFERENCE                  PIC 9(09)   VALUE ZERO COMP.
016500 77  WS-SWING-PCT                   PIC 9(09)   VALUE ZERO COMP.
016600 77  WS-DIRECTION                   PIC X(16)   VALUE SPACES.
016700 01  WS-NIGHT-SUMS.
016800     05  WS-NIGHT-SUM               PIC 9(11)   COMP
016900                                    OCCURS 3 TIMES.
017000 01  WS-COUNT-TYPE-LIST.
017100     05  FILLER                     PIC X(12) VALUE "RECORDS IN".
017200     05  FILLER                     PIC X(12) VALUE "RECORDS OUT".
017300     05  FILLER                     PIC X(12) VALUE "REJECTED".
017400 01  WS-COUNT-TYPE-TABLE REDEFINES WS-COUNT-TYPE-LIST.
017500     05  WS-COUNT-TYPE-NAME         PIC X(12) OCCURS 3 TIMES.
017600*----------------------------------------------------------------*
017700*    REPORT LINES                                                *
017800*----------------------------------------------------------------*
017900 01  WS-HEADING-1.
018000     05  FILLER                     PIC X(45)
018100         VALUE "ZCM510 - NIGHTLY CONTROL-TOTAL VOLUME TREND".
018200 01  WS-HEADING-2.
018300     05  FILLER                     PIC X(15)
018400         VALUE "BUSINESS DATE ".
018500     05  WS-H-BUSINESS-DATE         PIC 9(08).
018600     05  FILLER                     PIC X(18)
018700         VALUE "   NIGHTS ON FILE ".
018800     05  WS-H-NIGHTS                PIC ZZ9.
018900 01  WS-SECTION-LINE.
019000     05  FILLER                     PIC X(04) VALUE "*** ".
019100     05  WS-S-TITLE                 PIC X(40).
019200     05  FILLER                     PIC X(04) VALUE " ***".
019300 01  WS-ALERT-HEADING.
019400     05  FILLER                     PIC X(10) VALUE "PROGRAM".
019500     05  FILLER                     PIC X(12) VALUE "COUNT".
019600     05  FILLER                     PIC X(07) VALUE "NIGHTS".
019700     05  FILLER                     PIC X(12) VALUE "    AVERAGE".
019800     05  FILLER                     PIC X(13)
019900         VALUE "      TONIGHT".
020000     05  FILLER                     PIC X(09) VALUE "   SWING%".
020100     05  FILLER                     PIC X(07) VALUE "   TOL%".
020200     05  FILLER                     PIC X(16) VALUE "  RESULT".
020300 01  WS-ALERT-LINE.
020400     05  WS-A-PROGRAM-ID            PIC X(08).
020500     05  FILLER                     PIC X(02) VALUE SPACES.
020600     05  WS-A-COUNT-TYPE            PIC X(12).
020700     05  FILLER                     PIC X(02) VALUE SPACES.
020800     05  WS-A-NIGHTS                PIC ZZ9.
020900     05  FILLER                     PIC X(02) VALUE SPACES.
021000     05  WS-A-AVERAGE               PIC ZZZ,ZZZ,ZZ9.
021100     05  FILLER                     PIC X(02) VALUE SPACES.
021200     05  WS-A-TONIGHT               PIC ZZZ,ZZZ,ZZ9.
021300     05  FILLER                     PIC X(03) VALUE SPACES.
021400     05  WS-A-SWING                 PIC ZZ9.
021500     05  FILLER                     PIC X(05) VALUE SPACES.
021600     05  WS-A-TOLERANCE             PIC ZZ9.
021700     05  FILLER                     PIC X(04) VALUE SPACES.
021800     05  WS-A-RESULT                PIC X(16).
021900 01  WS-TREND-HEADING.
022000     05  FILLER                     PIC X(10) VALUE "PROGRAM".
022100     05  FILLER                     PIC X(10) VALUE "DATE".
022200     05  FILLER                     PIC X(10) VALUE "RUN ID".
022300     05  FILLER                     PIC X(13) VALUE " RECORDS IN".
022400     05  FILLER                     PIC X(13) VALUE "RECORDS OUT".
022500     05  FILLER                     PIC X(11) VALUE "   REJECTED".
022600 01  WS-PARAMETER-LINE.
022700     05  WS-P-PROGRAM-ID            PIC X(08).
022800     05  FILLER                     PIC X(12)
022900         VALUE "  TOLERANCE ".
023000     05  WS-P-TOLERANCE             PIC ZZ9.
023100     05  FILLER                     PIC X(11) VALUE "%  AVERAGE ".
023200     05  WS-P-AVERAGE-NIGHTS        PIC Z9.
023300     05  FILLER                     PIC X(17)
023400         VALUE " NIGHTS  MINIMUM ".
023500     05  WS-P-MINIMUM-COUNT         PIC Z,ZZZ,ZZ9.
023600     05  FILLER                     PIC X(02) VALUE SPACES.
023700     05  WS-P-CARD-SOURCE           PIC X(12).
023800 01  WS-TREND-LINE.
023900     05  FILLER                     PIC X(10) VALUE SPACES.
024000     05  WS-R-BUSINESS-DATE         PIC 9(08).
024100     05  FILLER                     PIC X(02) VALUE SPACES.
024200     05  WS-R-RUN-ID                PIC X(08).
024300     05  FILLER                     PIC X(02) VALUE SPACES.
024400     05  WS-R-RECORDS-IN            PIC ZZZ,ZZZ,ZZ9.
024500     05  FILLER                     PIC X(02) VALUE SPACES.
024600     05  WS-R-RECORDS-OUT           PIC ZZZ,ZZZ,ZZ9.
024700     05  FILLER                     PIC X(02) VALUE SPACES.
024800     05  WS-R-RECORDS-REJECTED      PIC ZZZ,ZZZ,ZZ9.
024900 01  WS-AVERAGE-LINE.
025000     05  FILLER                     PIC X(10) VALUE SPACES.
025100     05  FILLER                     PIC X(11) VALUE "AVERAGE OF ".
025200     05  WS-V-NIGHTS                PIC Z9.
025300     05  FILLER                     PIC X(07) VALUE " NIGHTS".
025400     05  WS-V-RECORDS-IN            PIC ZZZ,ZZZ,ZZ9.
025500     05  FILLER                     PIC X(02) VALUE SPACES.
025600     05  WS-V-RECORDS-OUT           PIC ZZZ,ZZZ,ZZ9.
025700     05  FILLER                     PIC X(02) VALUE SPACES.
025800     05  WS-V-RECORDS-REJECTED      PIC ZZZ,ZZZ,ZZ9.
025900 01  WS-TOTAL-LINE.
026000     05  WS-T-LABEL                 PIC X(40).
026100     05  WS-T-COUNT                 PIC ZZZ,ZZZ,ZZ9.
026200 PROCEDURE DIVISION.
026300 0000-MAINLINE.
026400     PERFORM 1000-INITIALIZE
026500         THRU 1000-INITIALIZE-EXIT.
026600     IF NOT WS-NO-HISTORY
026700         MOVE "VOLUME ALERTS" TO WS-S-TITLE
026800         MOVE WS-SECTION-LINE TO REPORT-LINE
026900         WRITE REPORT-LINE
027000         MOVE WS-ALERT-HEADING TO REPORT-LINE
027100         WRITE REPORT-LINE
027200         PERFORM 2000-CHECK-PROGRAM
027300             THRU 2000-CHECK-PROGRAM-EXIT
027400             VARYING WS-PG-SUB FROM 1 BY 1
027500             UNTIL WS-PG-SUB > WS-PGM-COUNT
027600         IF WS-ALERT-COUNT = ZERO
027700             MOVE "    NONE" TO REPORT-LINE
027800             WRITE REPORT-LINE
027900         END-IF
028000         MOVE "30-NIGHT TREND" TO WS-S-TITLE
028100         MOVE SPACES TO REPORT-LINE
028200         WRITE REPORT-LINE
028300         MOVE WS-SECTION-LINE TO REPORT-LINE
028400         WRITE REPORT-LINE
028500         MOVE WS-TREND-HEADING TO REPORT-LINE
028600         WRITE REPORT-LINE
028700         PERFORM 4000-WRITE-TREND
028800             THRU 4000-WRITE-TREND-EXIT
028900             VARYING WS-PG-SUB FROM 1 BY 1
029000             UNTIL WS-PG-SUB > WS-PGM-COUNT
029100     END-IF.
029200     PERFORM 3000-FINALIZE
029300         THRU 3000-FINALIZE-EXIT.
029400     STOP RUN.
029500*----------------------------------------------------------------*
029600*    1000-INITIALIZE - OPEN THE REPORT, LOAD THE TRNDPARM CARDS, *
029700*    COUNT THE BUSINESS DATES ON THE HISTORY AND LOAD THE LAST   *
029800*    30 OF THEM.  A MISSING OR EMPTY HISTORY MEANS THE WINDOW    *
029900*    CANNOT BE TRENDED, WHICH IS ITSELF AN ALERT CONDITION       *
030000*----------------------------------------------------------------*
030100 1000-INITIALIZE.
030200     OPEN OUTPUT TREND-REPORT
030300     MOVE WS-HEADING-1 TO REPORT-LINE
030400     WRITE REPORT-LINE
030500     PERFORM 1100-LOAD-PARM-CARDS
030600         THRU 1100-LOAD-PARM-CARDS-EXIT
030700     PERFORM 1200-COUNT-NIGHTS
030800         THRU 1200-COUNT-NIGHTS-EXIT
030900     IF WS-NO-HISTORY
031000         GO TO 1000-INITIALIZE-EXIT
031100     END-IF
031200     IF WS-DATE-COUNT > WS-NIGHT-MAX-COUNT
031300         SUBTRACT WS-NIGHT-MAX-COUNT FROM WS-DATE-COUNT
031400             GIVING WS-SKIP-DATES
031500     END-IF
031600     PERFORM 1300-LOAD-HISTORY
031700         THRU 1300-LOAD-HISTORY-EXIT
031800     MOVE WS-NT-BUSINESS-DATE(WS-NIGHT-COUNT)
031900                                TO WS-H-BUSINESS-DATE
032000     MOVE WS-NIGHT-COUNT        TO WS-H-NIGHTS
032100     MOVE WS-HEADING-2 TO REPORT-LINE
032200     WRITE REPORT-LINE
032300     MOVE SPACES TO REPORT-LINE
032400     WRITE REPORT-LINE.
032500 1000-INITIALIZE-EXIT.
032600     EXIT.
032700*----------------------------------------------------------------*
032800*    1100-LOAD-PARM-CARDS - READ THE OPTIONAL TRNDPARM CARDS.    *
032900*    A CARD NEEDS A PROGRAM ID, A NONZERO NUMERIC TOLERANCE, AND *
033000*    NUMERIC NIGHTS (00 = THE DEFAULT, AT MOST 29) AND MINIMUM.  *
033100*    THE "DEFAULT" CARD REPLACES THE BUILT-IN DEFAULTS           *
033200*----------------------------------------------------------------*
033300 1100-LOAD-PARM-CARDS.
033400     OPEN INPUT TREND-PARM
033500     IF WS-PARM-NOT-FOUND
033600         GO TO 1100-LOAD-PARM-CARDS-EXIT
033700     END-IF
033800     PERFORM 1110-LOAD-PARM-CARD
033900         THRU 1110-LOAD-PARM-CARD-EXIT
034000         UNTIL WS-PARM-EOF
034100     CLOSE TREND-PARM.
034200 1100-LOAD-PARM-CARDS-EXIT.
034300     EXIT.
034400*----------------------------------------------------------------*
034500*    1110-LOAD-PARM-CARD - EDIT ONE TRNDPARM CARD AND LOAD IT AS *
034600*    THE DEFAULT OR AS A PER-PROGRAM OVERRIDE                    *
034700*----------------------------------------------------------------*
034800 1110-LOAD-PARM-CARD.
034900     READ TREND-PARM
035000         AT END
035100             MOVE "Y" TO WS-PARM-EOF-SW
035200             GO TO 1110-LOAD-PARM-CARD-EXIT
035300     END-READ
035400     ADD 1 TO WS-PARM-READ-COUNT
035500     IF TP-PROGRAM-ID = SPACES
035600         OR TP-TOLERANCE-PCT NOT NUMERIC
035700         OR TP-TOLERANCE-PCT = ZERO
035800         OR TP-AVERAGE-NIGHTS NOT NUMERIC
035900         OR TP-AVERAGE-NIGHTS > 29
036000         OR TP-MINIMUM-COUNT NOT NUMERIC
036100         DISPLAY "ZCM510 - INVALID TRNDPARM CARD IGNORED: "
036200             TREND-PARM-RECORD
036300         ADD 1 TO WS-PARM-REJECT-COUNT
036400         GO TO 1110-LOAD-PARM-CARD-EXIT
036500     END-IF
036600     IF TP-PROGRAM-ID = "DEFAULT"
036700         MOVE TP-TOLERANCE-PCT TO WS-DFLT-TOLERANCE
036800         IF TP-AVERAGE-NIGHTS > ZERO
036900             MOVE TP-AVERAGE-NIGHTS TO WS-DFLT-AVERAGE-NIGHTS
037000         END-IF
037100         MOVE TP-MINIMUM-COUNT TO WS-DFLT-MINIMUM-COUNT
037200         GO TO 1110-LOAD-PARM-CARD-EXIT
037300     END-IF
037400     IF WS-CARD-COUNT >= WS-CARD-MAX-COUNT
037500         MOVE "Y" TO WS-CARD-TBL-SW
037600         ADD 1 TO WS-PARM-REJECT-COUNT
037700         GO TO 1110-LOAD-PARM-CARD-EXIT
037800     END-IF
037900     ADD 1 TO WS-CARD-COUNT
038000     MOVE TP-PROGRAM-ID     TO WS-CD-PROGRAM-ID(WS-CARD-COUNT)
038100     MOVE TP-TOLERANCE-PCT  TO WS-CD-TOLERANCE(WS-CARD-COUNT)
038200     MOVE TP-AVERAGE-NIGHTS TO WS-CD-AVERAGE-NIGHTS(WS-CARD-COUNT)
038300     MOVE TP-MINIMUM-COUNT  TO WS-CD-MINIMUM-COUNT(WS-CARD-COUNT).
038400 1110-LOAD-PARM-CARD-EXIT.
038500     EXIT.
038600*----------------------------------------------------------------*
038700*    1200-COUNT-NIGHTS - FIRST PASS OF THE HISTORY: COUNT THE    *
038800*    BUSINESS DATES ON IT.  ZCM500 KEEPS THE FILE IN DATE ORDER, *
038900*    SO EACH CHANGE OF DATE IS A NEW NIGHT                       *
039000*----------------------------------------------------------------*
039100 1200-COUNT-NIGHTS.
039200     OPEN INPUT CONTROL-HISTORY
039300     IF WS-HIST-NOT-FOUND
039400         DISPLAY "ZCM510 - CTLHIST NOT FOUND - NO TREND POSSIBLE"
039500         MOVE "NO CONTROL HISTORY - NO TREND POSSIBLE"
039600                                TO REPORT-LINE
039700         WRITE REPORT-LINE
039800         MOVE "Y" TO WS-NO-HISTORY-SW
039900         GO TO 1200-COUNT-NIGHTS-EXIT
040000     END-IF
040100     PERFORM 8000-READ-HISTORY
040200         THRU 8000-READ-HISTORY-EXIT
040300     PERFORM 1210-COUNT-ONE-RECORD
040400         THRU 1210-COUNT-ONE-RECORD-EXIT
040500         UNTIL WS-EOF
040600     CLOSE CONTROL-HISTORY
040700     IF WS-DATE-COUNT = ZERO
040800         DISPLAY "ZCM510 - CTLHIST IS EMPTY - NO TREND POSSIBLE"
040900         MOVE "CONTROL HISTORY IS EMPTY - NO TREND POSSIBLE"
041000                                TO REPORT-LINE
041100         WRITE REPORT-LINE
041200         MOVE "Y" TO WS-NO-HISTORY-SW
041300     END-IF.
041400 1200-COUNT-NIGHTS-EXIT.
041500     EXIT.
041600*----------------------------------------------------------------*
041700*    1210-COUNT-ONE-RECORD - COUNT THE DISTINCT BUSINESS DATES   *
041800*    ON THE CONTROL HISTORY                                      *
041900*----------------------------------------------------------------*
042000 1210-COUNT-ONE-RECORD.
042100     IF WS-DATE-COUNT = ZERO
042200         OR CTH-BUSINESS-DATE NOT = WS-PREV-DATE
042300         ADD 1 TO WS-DATE-COUNT
042400         MOVE CTH-BUSINESS-DATE TO WS-PREV-DATE
042500     END-IF
042600     PERFORM 8000-READ-HISTORY
042700         THRU 8000-READ-HISTORY-EXIT.
042800 1210-COUNT-ONE-RECORD-EXIT.
042900     EXIT.
043000*----------------------------------------------------------------*
043100*    1300-LOAD-HISTORY - SECOND PASS: SKIP THE DATES OLDER THAN  *
043200*    THE 30-NIGHT WINDOW AND TABLE THE REST BY PROGRAM AND NIGHT *
043300*----------------------------------------------------------------*
043400 1300-LOAD-HISTORY.
043500     MOVE "N"  TO WS-EOF-SW
043600     MOVE ZERO TO WS-DATE-SEQ
043700     MOVE ZERO TO WS-HISTORY-COUNT
043800     OPEN INPUT CONTROL-HISTORY
043900     PERFORM 8000-READ-HISTORY
044000         THRU 8000-READ-HISTORY-EXIT
044100     PERFORM 1310-LOAD-ONE-RECORD
044200         THRU 1310-LOAD-ONE-RECORD-EXIT
044300         UNTIL WS-EOF
044400     CLOSE CONTROL-HISTORY.
044500 1300-LOAD-HISTORY-EXIT.
044600     EXIT.
044700*----------------------------------------------------------------*
044800*    1310-LOAD-ONE-RECORD - POST ONE CONTROL-HISTORY RECORD      *
044900*    INSIDE THE TREND WINDOW TO ITS PROGRAM AND NIGHT IN THE     *
045000*    TABLE                                                       *
045100*----------------------------------------------------------------*
045200 1310-LOAD-ONE-RECORD.
045300     IF WS-DATE-SEQ = ZERO
045400         OR CTH-BUSINESS-DATE NOT = WS-PREV-DATE
045500         ADD 1 TO WS-DATE-SEQ
045600         MOVE CTH-BUSINESS-DATE TO WS-PREV-DATE
045700         IF WS-DATE-SEQ > WS-SKIP-DATES
045800             ADD 1 TO WS-NIGHT-COUNT
045900             MOVE CTH-BUSINESS-DATE
046000                 TO WS-NT-BUSINESS-DATE(WS-NIGHT-COUNT)
046100         END-IF
046200     END-IF
046300     IF WS-DATE-SEQ NOT > WS-SKIP-DATES
046400         ADD 1 TO WS-SKIPPED-COUNT
046500         GO TO 1310-NEXT-RECORD
046600     END-IF
046700     MOVE CTH-PROGRAM-ID TO WS-MATCH-PROGRAM-ID
046800     PERFORM 1320-FIND-PROGRAM
046900         THRU 1320-FIND-PROGRAM-EXIT
047000     IF NOT WS-PROGRAM-FOUND
047100         IF WS-PGM-COUNT >= WS-PGM-MAX-COUNT
047200             MOVE "Y" TO WS-PGM-TBL-SW
047300             ADD 1 TO WS-SKIPPED-COUNT
047400             GO TO 1310-NEXT-RECORD
047500         END-IF
047600         ADD 1 TO WS-PGM-COUNT
047700         MOVE WS-PGM-COUNT TO WS-PG-SUB
047800         MOVE SPACES TO WS-PGM-ENTRY(WS-PG-SUB)
047900         MOVE CTH-PROGRAM-ID TO WS-PG-PROGRAM-ID(WS-PG-SUB)
048000         PERFORM 1330-CLEAR-NIGHT
048100             THRU 1330-CLEAR-NIGHT-EXIT
048200             VARYING WS-NT-SUB FROM 1 BY 1
048300             UNTIL WS-NT-SUB > WS-NIGHT-MAX-COUNT
048400     END-IF
048500     MOVE "Y"    TO WS-PG-PRESENT-SW(WS-PG-SUB, WS-NIGHT-COUNT)
048600     MOVE CTH-RUN-ID
048700                 TO WS-PG-RUN-ID(WS-PG-SUB, WS-NIGHT-COUNT)
048800     MOVE CTH-RECORDS-IN
048900                 TO WS-PG-COUNT(WS-PG-SUB, WS-NIGHT-COUNT, 1)
049000     MOVE CTH-RECORDS-OUT
049100                 TO WS-PG-COUNT(WS-PG-SUB, WS-NIGHT-COUNT, 2)
049200     MOVE CTH-RECORDS-REJECTED
049300                 TO WS-PG-COUNT(WS-PG-SUB, WS-NIGHT-COUNT, 3).
049400 1310-NEXT-RECORD.
049500     PERFORM 8000-READ-HISTORY
049600         THRU 8000-READ-HISTORY-EXIT.
049700 1310-LOAD-ONE-RECORD-EXIT.
049800     EXIT.
049900*----------------------------------------------------------------*
050000*    1320-FIND-PROGRAM - LOCATE WS-MATCH-PROGRAM-ID IN THE       *
050100*    PROGRAM TABLE, LEAVING WS-PG-SUB ON IT WHEN FOUND           *
050200*----------------------------------------------------------------*
050300 1320-FIND-PROGRAM.
050400     MOVE "N" TO WS-PROGRAM-FOUND-SW
050500     PERFORM 1325-MATCH-PROGRAM
050600         THRU 1325-MATCH-PROGRAM-EXIT
050700         VARYING WS-PG-SUB FROM 1 BY 1
050800         UNTIL WS-PG-SUB > WS-PGM-COUNT
050900            OR WS-PROGRAM-FOUND.
051000     IF WS-PROGRAM-FOUND
051100         SUBTRACT 1 FROM WS-PG-SUB
051200     END-IF.
051300 1320-FIND-PROGRAM-EXIT.
051400     EXIT.
051500*----------------------------------------------------------------*
051600*    1325-MATCH-PROGRAM - NOTE WHETHER ONE PROGRAM TABLE ENTRY   *
051700*    MATCHES THE PROGRAM ID                                      *
051800*----------------------------------------------------------------*
051900 1325-MATCH-PROGRAM.
052000     IF WS-PG-PROGRAM-ID(WS-PG-SUB) = WS-MATCH-PROGRAM-ID
052100         MOVE "Y" TO WS-PROGRAM-FOUND-SW
052200     END-IF.
052300 1325-MATCH-PROGRAM-EXIT.
052400     EXIT.
052500*----------------------------------------------------------------*
052600*    1330-CLEAR-NIGHT - CLEAR ONE NIGHT OF A NEW PROGRAM TABLE   *
052700*    ENTRY                                                       *
052800*----------------------------------------------------------------*
052900 1330-CLEAR-NIGHT.
053000     MOVE "N"    TO WS-PG-PRESENT-SW(WS-PG-SUB, WS-NT-SUB)
053100     MOVE SPACES TO WS-PG-RUN-ID(WS-PG-SUB, WS-NT-SUB)
053200     MOVE ZERO   TO WS-PG-COUNT(WS-PG-SUB, WS-NT-SUB, 1)
053300                    WS-PG-COUNT(WS-PG-SUB, WS-NT-SUB, 2)
053400                    WS-PG-COUNT(WS-PG-SUB, WS-NT-SUB, 3).
053500 1330-CLEAR-NIGHT-EXIT.
053600     EXIT.
053700*----------------------------------------------------------------*
053800*    2000-CHECK-PROGRAM - RESOLVE THE PROGRAM'S TREND CARD,      *
053900*    AVERAGE ITS PRIOR NIGHTS, AND CHECK TONIGHT'S COUNTS        *
054000*    AGAINST THAT AVERAGE.  A PROGRAM WITH NO PRIOR NIGHT IS NEW *
054100*    AND HAS NOTHING TO BE COMPARED WITH                         *
054200*----------------------------------------------------------------*
054300 2000-CHECK-PROGRAM.
054400     PERFORM 2100-RESOLVE-CARD
054500         THRU 2100-RESOLVE-CARD-EXIT
054600     PERFORM 2200-AVERAGE-PROGRAM
054700         THRU 2200-AVERAGE-PROGRAM-EXIT
054800     IF WS-PG-NIGHTS-USED(WS-PG-SUB) = ZERO
054900         GO TO 2000-CHECK-PROGRAM-EXIT
055000     END-IF
055100     IF NOT WS-PG-PRESENT(WS-PG-SUB, WS-NIGHT-COUNT)
055200         IF WS-PG-OWN-CARD(WS-PG-SUB)
055300             MOVE SPACES TO WS-ALERT-LINE
055400             MOVE WS-COUNT-TYPE-NAME(1) TO WS-A-COUNT-TYPE
055500             MOVE WS-PG-AVERAGE(WS-PG-SUB, 1) TO WS-A-AVERAGE
055600             MOVE ZERO TO WS-A-TONIGHT
055700             MOVE "NOT RUN TONIGHT" TO WS-A-RESULT
055800             PERFORM 2400-WRITE-ALERT
055900                 THRU 2400-WRITE-ALERT-EXIT
056000         END-IF
056100         GO TO 2000-CHECK-PROGRAM-EXIT
056200     END-IF
056300     PERFORM 2300-CHECK-COUNT
056400         THRU 2300-CHECK-COUNT-EXIT
056500         VARYING WS-CT-SUB FROM 1 BY 1
056600         UNTIL WS-CT-SUB > 3.
056700 2000-CHECK-PROGRAM-EXIT.
056800     EXIT.
056900*----------------------------------------------------------------*
057000*    2100-RESOLVE-CARD - THE PROGRAM'S OWN CARD, ELSE THE CARD   *
057100*    FOR ITS FAMILY WHEN IT IS A ZCM390 PARTITION (ZCM260-3 USES *
057200*    THE ZCM260 CARD), ELSE THE DEFAULTS                         *
057300*----------------------------------------------------------------*
057400 2100-RESOLVE-CARD.
057500     MOVE WS-PG-PROGRAM-ID(WS-PG-SUB) TO WS-MATCH-PROGRAM-ID
057600     PERFORM 2110-FIND-CARD
057700         THRU 2110-FIND-CARD-EXIT
057800     IF WS-CARD-HIT-SUB > ZERO
057900         MOVE "PROGRAM CARD" TO WS-PG-CARD-SOURCE(WS-PG-SUB)
058000         MOVE "Y"            TO WS-PG-OWN-CARD-SW(WS-PG-SUB)
058100     ELSE
058200         IF WS-MATCH-PROGRAM-ID(7:1) = "-"
058300             MOVE SPACES TO WS-MATCH-PROGRAM-ID(7:2)
058400             PERFORM 2110-FIND-CARD
058500                 THRU 2110-FIND-CARD-EXIT
058600         END-IF
058700         IF WS-CARD-HIT-SUB > ZERO
058800             MOVE "FAMILY CARD" TO WS-PG-CARD-SOURCE(WS-PG-SUB)
058900             MOVE "Y"           TO WS-PG-OWN-CARD-SW(WS-PG-SUB)
059000         END-IF
059100     END-IF
059200     IF WS-CARD-HIT-SUB > ZERO
059300         MOVE WS-CD-TOLERANCE(WS-CARD-HIT-SUB)
059400                                TO WS-PG-TOLERANCE(WS-PG-SUB)
059500         MOVE WS-CD-AVERAGE-NIGHTS(WS-CARD-HIT-SUB)
059600                                TO WS-PG-AVERAGE-NIGHTS(WS-PG-SUB)
059700         MOVE WS-CD-MINIMUM-COUNT(WS-CARD-HIT-SUB)
059800                                TO WS-PG-MINIMUM-COUNT(WS-PG-SUB)
059900         IF WS-PG-AVERAGE-NIGHTS(WS-PG-SUB) = ZERO
060000             MOVE WS-DFLT-AVERAGE-NIGHTS
060100                                TO WS-PG-AVERAGE-NIGHTS(WS-PG-SUB)
060200         END-IF
060300     ELSE
060400         MOVE "DEFAULT"         TO WS-PG-CARD-SOURCE(WS-PG-SUB)
060500         MOVE "N"               TO WS-PG-OWN-CARD-SW(WS-PG-SUB)
060600         MOVE WS-DFLT-TOLERANCE TO WS-PG-TOLERANCE(WS-PG-SUB)
060700         MOVE WS-DFLT-AVERAGE-NIGHTS
060800                                TO WS-PG-AVERAGE-NIGHTS(WS-PG-SUB)
060900         MOVE WS-DFLT-MINIMUM-COUNT
061000                                TO WS-PG-MINIMUM-COUNT(WS-PG-SUB)
061100     END-IF.
061200 2100-RESOLVE-CARD-EXIT.
061300     EXIT.
061400*----------------------------------------------------------------*
061500*    2110-FIND-CARD - FIND THE TRNDPARM CARD, IF ANY, FOR THE    *
061600*    PROGRAM IN HAND                                             *
061700*----------------------------------------------------------------*
061800 2110-FIND-CARD.
061900     MOVE ZERO TO WS-CARD-HIT-SUB
062000     PERFORM 2115-MATCH-CARD
062100         THRU 2115-MATCH-CARD-EXIT
062200         VARYING WS-CARD-SUB FROM 1 BY 1
062300         UNTIL WS-CARD-SUB > WS-CARD-COUNT
062400            OR WS-CARD-HIT-SUB > ZERO.
062500 2110-FIND-CARD-EXIT.
062600     EXIT.
062700*----------------------------------------------------------------*
062800*    2115-MATCH-CARD - NOTE THE TRNDPARM CARD ENTRY THAT MATCHES *
062900*    THE PROGRAM ID                                              *
063000*----------------------------------------------------------------*
063100 2115-MATCH-CARD.
063200     IF WS-CD-PROGRAM-ID(WS-CARD-SUB) = WS-MATCH-PROGRAM-ID
063300         MOVE WS-CARD-SUB TO WS-CARD-HIT-SUB
063400     END-IF.
063500 2115-MATCH-CARD-EXIT.
063600     EXIT.
063700*----------------------------------------------------------------*
063800*    2200-AVERAGE-PROGRAM - AVERAGE EACH COUNT OVER THE MOST     *
063900*    RECENT PRIOR NIGHTS THE PROGRAM RAN, UP TO ITS NIGHTS-TO-   *
064000*    AVERAGE.  NIGHTS IT DID NOT RUN ARE PASSED OVER, NOT ZEROED *
064100*----------------------------------------------------------------*
064200 2200-AVERAGE-PROGRAM.
064300     MOVE ZERO TO WS-PG-NIGHTS-USED(WS-PG-SUB)
064400     MOVE ZERO TO WS-NIGHT-SUM(1) WS-NIGHT-SUM(2) WS-NIGHT-SUM(3)
064500     MOVE ZERO TO WS-PG-AVERAGE(WS-PG-SUB, 1)
064600                  WS-PG-AVERAGE(WS-PG-SUB, 2)
064700                  WS-PG-AVERAGE(WS-PG-SUB, 3)
064800     SUBTRACT 1 FROM WS-NIGHT-COUNT GIVING WS-PRIOR-NIGHT
064900     PERFORM 2210-ADD-NIGHT
065000         THRU 2210-ADD-NIGHT-EXIT
065100         VARYING WS-NT-SUB FROM WS-PRIOR-NIGHT BY -1
065200         UNTIL WS-NT-SUB < 1
065300            OR WS-PG-NIGHTS-USED(WS-PG-SUB)
065400                 NOT < WS-PG-AVERAGE-NIGHTS(WS-PG-SUB)
065500     IF WS-PG-NIGHTS-USED(WS-PG-SUB) = ZERO
065600         GO TO 2200-AVERAGE-PROGRAM-EXIT
065700     END-IF
065800     PERFORM 2220-DIVIDE-SUM
065900         THRU 2220-DIVIDE-SUM-EXIT
066000         VARYING WS-CT-SUB FROM 1 BY 1
066100         UNTIL WS-CT-SUB > 3.
066200 2200-AVERAGE-PROGRAM-EXIT.
066300     EXIT.
066400*----------------------------------------------------------------*
066500*    2210-ADD-NIGHT - ADD ONE PRIOR NIGHT'S COUNTS FOR THE       *
066600*    PROGRAM INTO THE AVERAGING SUMS                             *
066700*----------------------------------------------------------------*
066800 2210-ADD-NIGHT.
066900     IF WS-PG-PRESENT(WS-PG-SUB, WS-NT-SUB)
067000         ADD 1 TO WS-PG-NIGHTS-USED(WS-PG-SUB)
067100         ADD WS-PG-COUNT(WS-PG-SUB, WS-NT-SUB, 1)
067200             TO WS-NIGHT-SUM(1)
067300         ADD WS-PG-COUNT(WS-PG-SUB, WS-NT-SUB, 2)
067400             TO WS-NIGHT-SUM(2)
067500         ADD WS-PG-COUNT(WS-PG-SUB, WS-NT-SUB, 3)
067600             TO WS-NIGHT-SUM(3)
067700     END-IF.
067800 2210-ADD-NIGHT-EXIT.
067900     EXIT.
068000*----------------------------------------------------------------*
068100*    2220-DIVIDE-SUM - DIVIDE ONE SUM BY THE NIGHTS USED TO GIVE *
068200*    THE AVERAGE                                                 *
068300*----------------------------------------------------------------*
068400 2220-DIVIDE-SUM.
068500     DIVIDE WS-NIGHT-SUM(WS-CT-SUB)
068600         BY WS-PG-NIGHTS-USED(WS-PG-SUB)
068700         GIVING WS-PG-AVERAGE(WS-PG-SUB, WS-CT-SUB) ROUNDED.
068800 2220-DIVIDE-SUM-EXIT.
068900     EXIT.
069000*----------------------------------------------------------------*
069100*    2300-CHECK-COUNT - COMPARE ONE OF TONIGHT'S COUNTS WITH ITS *
069200*    AVERAGE.  THE SWING IS THE DIFFERENCE AS A PERCENT OF THE   *
069300*    AVERAGE (999 WHEN THE AVERAGE IS ZERO).  IT IS AN ALERT     *
069400*    WHEN IT EXCEEDS THE TOLERANCE AND EITHER TONIGHT OR THE     *
069500*    AVERAGE REACHES THE MINIMUM COUNT                           *
069600*----------------------------------------------------------------*
069700 2300-CHECK-COUNT.
069800     MOVE WS-PG-COUNT(WS-PG-SUB, WS-NIGHT-COUNT, WS-CT-SUB)
069900                                TO WS-TONIGHT
070000     MOVE WS-PG-AVERAGE(WS-PG-SUB, WS-CT-SUB) TO WS-AVERAGE
070100     IF WS-TONIGHT < WS-PG-MINIMUM-COUNT(WS-PG-SUB)
070200         AND WS-AVERAGE < WS-PG-MINIMUM-COUNT(WS-PG-SUB)
070300         GO TO 2300-CHECK-COUNT-EXIT
070400     END-IF
070500     IF WS-TONIGHT NOT < WS-AVERAGE
070600         SUBTRACT WS-AVERAGE FROM WS-TONIGHT
070700             GIVING WS-DIFFERENCE
070800         MOVE "ABOVE AVERAGE" TO WS-DIRECTION
070900     ELSE
071000         SUBTRACT WS-TONIGHT FROM WS-AVERAGE
071100             GIVING WS-DIFFERENCE
071200         MOVE "BELOW AVERAGE" TO WS-DIRECTION
071300     END-IF
071400     IF WS-DIFFERENCE = ZERO
071500         GO TO 2300-CHECK-COUNT-EXIT
071600     END-IF
071700     IF WS-AVERAGE = ZERO
071800         MOVE 999 TO WS-SWING-PCT
071900     ELSE
072000         COMPUTE WS-SWING-PCT = WS-DIFFERENCE * 100 / WS-AVERAGE
072100         IF WS-SWING-PCT > 999
072200             MOVE 999 TO WS-SWING-PCT
072300         END-IF
072400     END-IF
072500     IF WS-SWING-PCT NOT > WS-PG-TOLERANCE(WS-PG-SUB)
072600         GO TO 2300-CHECK-COUNT-EXIT
072700     END-IF
072800     MOVE SPACES                        TO WS-ALERT-LINE
072900     MOVE WS-COUNT-TYPE-NAME(WS-CT-SUB) TO WS-A-COUNT-TYPE
073000     MOVE WS-AVERAGE                    TO WS-A-AVERAGE
073100     MOVE WS-TONIGHT                    TO WS-A-TONIGHT
073200     MOVE WS-SWING-PCT                  TO WS-A-SWING
073300     MOVE WS-DIRECTION                  TO WS-A-RESULT
073400     PERFORM 2400-WRITE-ALERT
073500         THRU 2400-WRITE-ALERT-EXIT.
073600 2300-CHECK-COUNT-EXIT.
073700     EXIT.
073800*----------------------------------------------------------------*
073900*    2400-WRITE-ALERT - FINISH AND WRITE ONE ALERT LINE          *
074000*----------------------------------------------------------------*
074100 2400-WRITE-ALERT.
074200     ADD 1 TO WS-ALERT-COUNT
074300     MOVE WS-PG-PROGRAM-ID(WS-PG-SUB)   TO WS-A-PROGRAM-ID
074400     MOVE WS-PG-NIGHTS-USED(WS-PG-SUB)  TO WS-A-NIGHTS
074500     MOVE WS-PG-TOLERANCE(WS-PG-SUB)    TO WS-A-TOLERANCE
074600     MOVE WS-ALERT-LINE TO REPORT-LINE
074700     WRITE REPORT-LINE.
074800 2400-WRITE-ALERT-EXIT.
074900     EXIT.
075000*----------------------------------------------------------------*
075100*    3000-FINALIZE - WRITE THE TOTALS, DISPLAY THEM, SET THE     *
075200*    RETURN CODE THE DISTRIBUTION JOB GATES ON, AND CLOSE        *
075300*----------------------------------------------------------------*
075400 3000-FINALIZE.
075500     MOVE SPACES TO REPORT-LINE
075600     WRITE REPORT-LINE
075700     MOVE "HISTORY RECORDS TRENDED" TO WS-T-LABEL
075800     SUBTRACT WS-SKIPPED-COUNT FROM WS-HISTORY-COUNT
075900         GIVING WS-T-COUNT
076000     MOVE WS-TOTAL-LINE TO REPORT-LINE
076100     WRITE REPORT-LINE
076200     MOVE "HISTORY RECORDS NOT TRENDED" TO WS-T-LABEL
076300     MOVE WS-SKIPPED-COUNT TO WS-T-COUNT
076400     MOVE WS-TOTAL-LINE TO REPORT-LINE
076500     WRITE REPORT-LINE
076600     MOVE "PROGRAMS TRENDED" TO WS-T-LABEL
076700     MOVE WS-PGM-COUNT TO WS-T-COUNT
076800     MOVE WS-TOTAL-LINE TO REPORT-LINE
076900     WRITE REPORT-LINE
077000     MOVE "VOLUME ALERTS" TO WS-T-LABEL
077100     MOVE WS-ALERT-COUNT TO WS-T-COUNT
077200     MOVE WS-TOTAL-LINE TO REPORT-LINE
077300     WRITE REPORT-LINE
077400     DISPLAY "ZCM510 - HISTORY RECORDS READ   : " WS-HISTORY-COUNT
077500     DISPLAY "ZCM510 - NOT TRENDED            : " WS-SKIPPED-COUNT
077600     DISPLAY "ZCM510 - NIGHTS IN THE WINDOW   : " WS-NIGHT-COUNT
077700     DISPLAY "ZCM510 - PROGRAMS TRENDED       : " WS-PGM-COUNT
077800     DISPLAY "ZCM510 - TRNDPARM CARDS READ    : "
077900         WS-PARM-READ-COUNT
078000     DISPLAY "ZCM510 - TRNDPARM CARDS IGNORED : "
078100         WS-PARM-REJECT-COUNT
078200     DISPLAY "ZCM510 - VOLUME ALERTS          : " WS-ALERT-COUNT
078300     IF WS-CARD-TBL-FULL
078400         DISPLAY "ZCM510 - WARNING: MORE THAN "
078500             WS-CARD-MAX-COUNT " TRNDPARM CARDS - REST IGNORED"
078600     END-IF
078700     IF WS-PGM-TBL-FULL
078800         DISPLAY "ZCM510 - WARNING: MORE THAN "
078900             WS-PGM-MAX-COUNT " PROGRAMS ON THE HISTORY - "
079000             "REST NOT TRENDED"
079100     END-IF
079200     IF WS-NO-HISTORY
079300         OR WS-ALERT-COUNT > ZERO
079400         MOVE 8 TO RETURN-CODE
079500     END-IF
079600     CLOSE TREND-REPORT.
079700 3000-FINALIZE-EXIT.
079800     EXIT.
079900*----------------------------------------------------------------*
080000*    4000-WRITE-TREND - ONE PROGRAM'S BLOCK OF THE 30-NIGHT      *
080100*    TREND: ITS TREND PARAMETERS, A LINE FOR EACH NIGHT IT RAN,  *
080200*    AND THE PRIOR-NIGHT AVERAGE TONIGHT WAS COMPARED WITH       *
080300*----------------------------------------------------------------*
080400 4000-WRITE-TREND.
080500     MOVE SPACES TO REPORT-LINE
080600     WRITE REPORT-LINE
080700     MOVE WS-PG-PROGRAM-ID(WS-PG-SUB)     TO WS-P-PROGRAM-ID
080800     MOVE WS-PG-TOLERANCE(WS-PG-SUB)      TO WS-P-TOLERANCE
080900     MOVE WS-PG-AVERAGE-NIGHTS(WS-PG-SUB) TO WS-P-AVERAGE-NIGHTS
081000     MOVE WS-PG-MINIMUM-COUNT(WS-PG-SUB)  TO WS-P-MINIMUM-COUNT
081100     MOVE WS-PG-CARD-SOURCE(WS-PG-SUB)    TO WS-P-CARD-SOURCE
081200     MOVE WS-PARAMETER-LINE TO REPORT-LINE
081300     WRITE REPORT-LINE
081400     PERFORM 4100-WRITE-TREND-NIGHT
081500         THRU 4100-WRITE-TREND-NIGHT-EXIT
081600         VARYING WS-NT-SUB FROM 1 BY 1
081700         UNTIL WS-NT-SUB > WS-NIGHT-COUNT
081800     IF WS-PG-NIGHTS-USED(WS-PG-SUB) = ZERO
081900         MOVE "          NO PRIOR NIGHT TO AVERAGE" TO REPORT-LINE
082000     ELSE
082100         MOVE WS-PG-NIGHTS-USED(WS-PG-SUB) TO WS-V-NIGHTS
082200         MOVE WS-PG-AVERAGE(WS-PG-SUB, 1)  TO WS-V-RECORDS-IN
082300         MOVE WS-PG-AVERAGE(WS-PG-SUB, 2)  TO WS-V-RECORDS-OUT
082400         MOVE WS-PG-AVERAGE(WS-PG-SUB, 3)
082500                                TO WS-V-RECORDS-REJECTED
082600         MOVE WS-AVERAGE-LINE TO REPORT-LINE
082700     END-IF
082800     WRITE REPORT-LINE.
082900 4000-WRITE-TREND-EXIT.
083000     EXIT.
083100*----------------------------------------------------------------*
083200*    4100-WRITE-TREND-NIGHT - PRINT THE TREND LINE FOR ONE NIGHT *
083300*    THE PROGRAM RAN                                             *
083400*----------------------------------------------------------------*
083500 4100-WRITE-TREND-NIGHT.
083600     IF NOT WS-PG-PRESENT(WS-PG-SUB, WS-NT-SUB)
083700         GO TO 4100-WRITE-TREND-NIGHT-EXIT
083800     END-IF
083900     MOVE WS-NT-BUSINESS-DATE(WS-NT-SUB) TO WS-R-BUSINESS-DATE
084000     MOVE WS-PG-RUN-ID(WS-PG-SUB, WS-NT-SUB) TO WS-R-RUN-ID
084100     MOVE WS-PG-COUNT(WS-PG-SUB, WS-NT-SUB, 1) TO WS-R-RECORDS-IN
084200     MOVE WS-PG-COUNT(WS-PG-SUB, WS-NT-SUB, 2) TO WS-R-RECORDS-OUT
084300     MOVE WS-PG-COUNT(WS-PG-SUB, WS-NT-SUB, 3)
084400                                TO WS-R-RECORDS-REJECTED
084500     MOVE WS-TREND-LINE TO REPORT-LINE
084600     WRITE REPORT-LINE.
084700 4100-WRITE-TREND-NIGHT-EXIT.
084800     EXIT.
084900*----------------------------------------------------------------*
085000*    8000-READ-HISTORY - READ THE NEXT CONTROL HISTORY RECORD    *
085100*----------------------------------------------------------------*
085200 8000-READ-HISTORY.
085300     READ CONTROL-HISTORY
085400         AT END
085500             MOVE "Y" TO WS-EOF-SW
085600         NOT AT END
085700             ADD 1 TO WS-HISTORY-COUNT
085800     END-READ.
085900 8000-READ-HISTORY-EXIT.
086000     EXIT.
