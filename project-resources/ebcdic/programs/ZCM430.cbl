000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ZCM430.
000300 AUTHOR.        D SPRINGER.
000400 INSTALLATION.  DATA MGMT - CUSTOMER EXTRACTS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700***************************************************************
000800*  MODIFICATION HISTORY                                        *
000900*  ------------------------------------------------------------*
001000*  DATE       INIT  DESCRIPTION                                *
001100*  10/15/2026 DAS   ORIGINAL PROGRAM - CARD-DRIVEN "AS OF      *
001200*                   DATE" REBUILD OF A CONTACT FROM THE DELTA  *
001300*                   HISTORY, WITH ITS GROUP-CHANGE TIMELINE.   *
001400***************************************************************
001500*  PURPOSE.                                                    *
001600*  LEGAL AND THE SERVICE DESK ASK WHAT A CONTACT LOOKED LIKE   *
001700*  ON A PAST DATE - WHAT ADDRESS AND OPTOUT FLAG WE HELD WHEN  *
001800*  A CAMPAIGN WENT OUT.  EVERY ZCM-DELTA-HISTORY RECORD THAT   *
001900*  ZCM420 POSTS CARRIES THE WHOLE 1409-BYTE IMAGE AS OF ITS    *
002000*  BUSINESS DATE (AN ADD OR CHANGE CARRIES THAT NIGHT'S IMAGE, *
002100*  A DELETE THE LAST-KNOWN ONE), SO THE CONTACT AS IT STOOD ON *
002200*  A DATE IS SIMPLY THE LATEST RECORD FOR THE ID ON OR BEFORE  *
002300*  THAT DATE.  THIS PROGRAM TAKES A FILE OF REQUEST CARDS      *
002400*  (CONTACT ID AND AS-OF DATE, CCYYMMDD), READS THE HISTORY    *
002500*  ONCE, AND PRINTS ONE PAGE PER CARD: THE REBUILT CONTACT -   *
002600*  OR WHY NONE COULD BE REBUILT - FOLLOWED BY EVERY HISTORY    *
002700*  ENTRY FOR THE ID WITH THE TRAN-CHG GROUP FLAGS, SO THE      *
002800*  READER CAN SEE ON WHICH DATE EACH GROUP CHANGED.  ENTRIES   *
002900*  AFTER THE AS-OF DATE ARE LISTED TOO, MARKED AS SUCH.  AN ID *
003000*  WITH NO HISTORY ENTRY AT ALL ON OR AFTER THE DATE HAS NOT   *
003100*  CHANGED SINCE THE HISTORY BEGAN, SO IT IS REBUILT FROM ITS  *
003200*  CURRENT CONTACT-IDX RECORD AND MARKED AS SUCH; ONLY AN ID   *
003300*  WHOSE ENTRIES ALL FALL AFTER THE DATE IS NOT REBUILT.  EACH *
003400*  REBUILT RECORD IS ALSO WRITTEN WHOLE TO ASOFOUT.            *
003500***************************************************************
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER.  IBM-370.
003900 OBJECT-COMPUTER.  IBM-370.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT REQUEST-IN     ASSIGN TO ASOFIDS
004300            ORGANIZATION IS SEQUENTIAL.
004400     SELECT DELTA-HISTORY  ASSIGN TO DLTHIST
004500            ORGANIZATION IS SEQUENTIAL
004600            FILE STATUS IS WS-HIST-FILE-STATUS.
004700     SELECT CONTACT-IDX    ASSIGN TO CONTACTIDX
004800            ORGANIZATION IS INDEXED
004900            ACCESS MODE IS RANDOM
005000            RECORD KEY IS
005100                CONTACT-ID OF CONTACT-IDX-RECORD
005200            ALTERNATE RECORD KEY IS
005300                ACCOUNT_ID OF CONTACT-IDX-RECORD
005400                WITH DUPLICATES
005500            FILE STATUS IS WS-IDX-FILE-STATUS.
005600     SELECT REBUILD-OUT    ASSIGN TO ASOFOUT
005700            ORGANIZATION IS SEQUENTIAL.
005800     SELECT REPORT-OUT     ASSIGN TO ASOFRPT
005900            ORGANIZATION IS SEQUENTIAL.
006000     SELECT CONTROL-OUT    ASSIGN TO CTLOUT
006100            ORGANIZATION IS SEQUENTIAL
006200            FILE STATUS IS WS-CTL-FILE-STATUS.
006300     SELECT RUN-PARM       ASSIGN TO RUNPARM
006400            ORGANIZATION IS SEQUENTIAL
006500            FILE STATUS IS WS-RUNPARM-FILE-STATUS.
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  REQUEST-IN
006900     RECORDING MODE IS F
007000     LABEL RECORDS ARE STANDARD.
007100 01  REQUEST-RECORD.
007200     05  RQ-CONTACT-ID              PIC 9(09).
007300     05  RQ-AS-OF-DATE              PIC X(08).
007400 FD  DELTA-HISTORY
007500     RECORDING MODE IS F
007600     LABEL RECORDS ARE STANDARD.
007700     COPY "zcm-delta-history".
007800 FD  CONTACT-IDX
007900     LABEL RECORDS ARE STANDARD.
008000     COPY "zurmo-customers"
008100         REPLACING ==INVALID==      BY ==IDX-ADDR-INVALID==
008200                   ==ID==           BY ==CONTACT-ID==
008300                   ==CONTACT-RECORD== BY ==CONTACT-IDX-RECORD==.
008400 FD  REBUILD-OUT
008500     RECORDING MODE IS F
008600     LABEL RECORDS ARE STANDARD.
008700 01  REBUILD-RECORD                 PIC X(1409).
008800 FD  REPORT-OUT
008900     RECORDING MODE IS F
009000     LABEL RECORDS ARE STANDARD.
009100 01  REPORT-LINE                    PIC X(133).
009200 FD  CONTROL-OUT
009300     RECORDING MODE IS F
009400     LABEL RECORDS ARE STANDARD.
009500     COPY "zcm-control".
009600 FD  RUN-PARM
009700     RECORDING MODE IS F
009800     LABEL RECORDS ARE STANDARD.
009900 01  RUN-PARM-RECORD                PIC X(08).
010000 WORKING-STORAGE SECTION.
010100 77  WS-CTL-FILE-STATUS             PIC X(02)   VALUE ZERO.
010200     88  WS-CTL-OK                              VALUE "00".
010300     88  WS-CTL-NOT-FOUND                       VALUE "35".
010400 77  WS-RUNPARM-FILE-STATUS         PIC X(02)   VALUE ZERO.
010500     88  WS-RUNPARM-OK                          VALUE "00".
010600     88  WS-RUNPARM-NOT-FOUND                   VALUE "35".
010700 77  WS-HIST-FILE-STATUS            PIC X(02)   VALUE ZERO.
010800     88  WS-HIST-OK                             VALUE "00".
010900     88  WS-HIST-NO-FILE                        VALUE "35".
011000 77  WS-IDX-FILE-STATUS             PIC X(02)   VALUE ZERO.
011100     88  WS-IDX-OK                              VALUE "00".
011200     88  WS-IDX-NOT-FOUND                       VALUE "23".
011300 77  WS-RUN-ID                      PIC X(08)   VALUE SPACES.
011400 77  WS-EOF-SW                      PIC X(01)   VALUE "N".
011500     88  WS-EOF                                 VALUE "Y".
011600 77  WS-HIST-EOF-SW                 PIC X(01)   VALUE "N".
011700     88  WS-HIST-EOF                            VALUE "Y".
011800 77  WS-CARD-COUNT                  PIC 9(09)   VALUE ZERO COMP.
011900 77  WS-REBUILT-COUNT               PIC 9(09)   VALUE ZERO COMP.
012000 77  WS-CURRENT-COUNT               PIC 9(09)   VALUE ZERO COMP.
012100 77  WS-DELETED-COUNT               PIC 9(09)   VALUE ZERO COMP.
012200 77  WS-NO-HISTORY-COUNT            PIC 9(09)   VALUE ZERO COMP.
012300 77  WS-BAD-DATE-COUNT              PIC 9(09)   VALUE ZERO COMP.
012400 77  WS-HISTORY-READ-COUNT          PIC 9(09)   VALUE ZERO COMP.
012500 77  WS-NOT-REBUILT-COUNT           PIC 9(09)   VALUE ZERO COMP.
012600 77  WS-REQUEST-COUNT               PIC 9(03)   VALUE ZERO COMP.
012700 77  WS-REQUEST-MAX-COUNT           PIC 9(03)   VALUE 200 COMP.
012800 77  WS-REQUEST-TBL-SW              PIC X(01)   VALUE "N".
012900     88  WS-REQUEST-TBL-FULL                    VALUE "Y".
013000 77  WS-REQ-SUB                     PIC 9(03)   VALUE ZERO COMP.
013100 01  WS-REQUEST-TABLE.
013200     05  WS-REQUEST-ENTRY OCCURS 200 TIMES.
013300         10  WS-R-CONTACT-ID        PIC 9(09).
013400         10  WS-R-AS-OF-DATE        PIC X(08).
013500         10  WS-R-DATE-SW           PIC X(01).
013600             88  WS-R-DATE-VALID                VALUE "Y".
013700         10  WS-R-FOUND-SW          PIC X(01).
013800             88  WS-R-FOUND                     VALUE "Y".
013900         10  WS-R-IMAGE-DATE        PIC 9(08).
014000         10  WS-R-IMAGE-ACTION      PIC X(01).
014100             88  WS-R-IMAGE-DELETED             VALUE "D".
014200         10  WS-R-LATER-SW          PIC X(01).
014300             88  WS-R-LATER-ENTRY               VALUE "Y".
014400         10  WS-R-CURRENT-SW        PIC X(01).
014500             88  WS-R-FROM-CURRENT              VALUE "Y".
014600         10  WS-R-IMAGE             PIC X(1409).
014700 77  WS-EVENT-COUNT                 PIC 9(05)   VALUE ZERO COMP.
014800 77  WS-EVENT-MAX-COUNT             PIC 9(05)   VALUE 5000 COMP.
014900 77  WS-EVENT-TBL-SW                PIC X(01)   VALUE "N".
015000     88  WS-EVENT-TBL-FULL                      VALUE "Y".
015100 77  WS-EVENT-SUB                   PIC 9(05)   VALUE ZERO COMP.
015200 77  WS-PAGE-EVENTS                 PIC 9(05)   VALUE ZERO COMP.
015300 01  WS-EVENT-TABLE.
015400     05  WS-EVENT-ENTRY OCCURS 5000 TIMES.
015500         10  WS-E-REQ-SUB           PIC 9(03) COMP.
015600         10  WS-E-BUSINESS-DATE     PIC 9(08).
015700         10  WS-E-GENERATION-NUMBER PIC 9(06).
015800         10  WS-E-RUN-ID            PIC X(08).
015900         10  WS-E-ACTION            PIC X(01).
016000         10  WS-E-CHANGE-FLAGS.
016100             15  WS-E-CHG-TOP-LEVEL PIC X(01).
016200             15  WS-E-CHG-PERSON    PIC X(01).
016300             15  WS-E-CHG-ADDRESS   PIC X(01).
016400             15  WS-E-CHG-EMAIL     PIC X(01).
016500             15  WS-E-CHG-CUSTOM    PIC X(01).
016600     COPY "zurmo-customers"
016700         REPLACING ==INVALID==      BY ==ASOF-ADDR-INVALID==
016800                   ==ID==           BY ==ASOF-CONTACT-ID==
016900                   ==CONTACT-RECORD== BY ==WS-ASOF-CONTACT==.
017000 01  WS-DATE-BUILD.
017100     05  WS-DATE-YEAR               PIC 9(04).
017200     05  WS-DATE-MONTH              PIC 9(02).
017300     05  WS-DATE-DAY                PIC 9(02).
017400 01  WS-DATE-YYYYMMDD REDEFINES WS-DATE-BUILD
017500                                    PIC 9(08).
017600 01  WS-AS-OF-YYYYMMDD              PIC 9(08).
017700 77  WS-DATE-VALID-SW               PIC X(01)   VALUE "N".
017800     88  WS-DATE-VALID                          VALUE "Y".
017900 77  WS-DAY-VALID-SW                PIC X(01)   VALUE "N".
018000     88  WS-DAY-VALID                           VALUE "Y".
018100 01  WS-DAYS-IN-MONTH-TABLE.
018200     05  FILLER                     PIC 9(02)   VALUE 31.
018300     05  FILLER                     PIC 9(02)   VALUE 28.
018400     05  FILLER                     PIC 9(02)   VALUE 31.
018500     05  FILLER                     PIC 9(02)   VALUE 30.
018600     05  FILLER                     PIC 9(02)   VALUE 31.
018700     05  FILLER                     PIC 9(02)   VALUE 30.
018800     05  FILLER                     PIC 9(02)   VALUE 31.
018900     05  FILLER                     PIC 9(02)   VALUE 31.
019000     05  FILLER                     PIC 9(02)   VALUE 30.
019100     05  FILLER                     PIC 9(02)   VALUE 31.
019200     05  FILLER                     PIC 9(02)   VALUE 30.
019300     05  FILLER                     PIC 9(02)   VALUE 31.
019400 01  WS-DAYS-IN-MONTH REDEFINES WS-DAYS-IN-MONTH-TABLE.
019500     05  WS-DIM                     PIC 9(02)   OCCURS 12 TIMES.
019600 77  WS-MAX-DAY                     PIC 9(02).
019700 77  WS-LEAP-SW                     PIC X(01)   VALUE "N".
019800     88  WS-IS-LEAP-YEAR                        VALUE "Y".
019900 77  WS-YEAR-QUOTIENT               PIC 9(04)   COMP.
020000 77  WS-YEAR-MOD-4                  PIC 9(04)   COMP.
020100 77  WS-YEAR-MOD-100                PIC 9(04)   COMP.
020200 77  WS-YEAR-MOD-400                PIC 9(04)   COMP.
020300 01  WS-PAGE-SEPARATOR.
020400     05  FILLER                     PIC X(70)   VALUE ALL "=".
020500 01  WS-PAGE-HEADING.
020600     05  FILLER                     PIC X(26)
020700         VALUE "CONTACT AS OF DATE FOR ID ".
020800     05  FILLER                     PIC X(02) VALUE "- ".
020900     05  WS-H-CONTACT-ID            PIC 9(09).
021000 01  WS-LABEL-LINE.
021100     05  WS-L-LABEL                 PIC X(14).
021200     05  FILLER                     PIC X(02) VALUE ": ".
021300     05  WS-L-VALUE                 PIC X(80).
021400 01  WS-EVENT-HEADING.
021500     05  FILLER                     PIC X(04) VALUE SPACES.
021600     05  FILLER                     PIC X(10) VALUE "BUS DATE".
021700     05  FILLER                     PIC X(08) VALUE "GEN".
021800     05  FILLER                     PIC X(10) VALUE "RUN ID".
021900     05  FILLER                     PIC X(08) VALUE "ACTION".
022000     05  FILLER                     PIC X(05) VALUE "TOP".
022100     05  FILLER                     PIC X(08) VALUE "PERSON".
022200     05  FILLER                     PIC X(09) VALUE "ADDRESS".
022300     05  FILLER                     PIC X(07) VALUE "EMAIL".
022400     05  FILLER                     PIC X(08) VALUE "CUSTOM".
022500 01  WS-EVENT-DETAIL.
022600     05  FILLER                     PIC X(04) VALUE SPACES.
022700     05  WS-ED-BUSINESS-DATE        PIC 9(08).
022800     05  FILLER                     PIC X(02) VALUE SPACES.
022900     05  WS-ED-GENERATION-NUMBER    PIC 9(06).
023000     05  FILLER                     PIC X(02) VALUE SPACES.
023100     05  WS-ED-RUN-ID               PIC X(08).
023200     05  FILLER                     PIC X(02) VALUE SPACES.
023300     05  WS-ED-ACTION               PIC X(06).
023400     05  FILLER                     PIC X(03) VALUE SPACES.
023500     05  WS-ED-CHG-TOP-LEVEL        PIC X(01).
023600     05  FILLER                     PIC X(07) VALUE SPACES.
023700     05  WS-ED-CHG-PERSON           PIC X(01).
023800     05  FILLER                     PIC X(08) VALUE SPACES.
023900     05  WS-ED-CHG-ADDRESS          PIC X(01).
024000     05  FILLER                     PIC X(06) VALUE SPACES.
024100     05  WS-ED-CHG-EMAIL            PIC X(01).
024200     05  FILLER                     PIC X(07) VALUE SPACES.
024300     05  WS-ED-CHG-CUSTOM           PIC X(01).
024400     05  FILLER                     PIC X(04) VALUE SPACES.
024500     05  WS-ED-NOTE                 PIC X(16).
024600 PROCEDURE DIVISION.
024700 0000-MAINLINE.
024800     PERFORM 1000-INITIALIZE
024900         THRU 1000-INITIALIZE-EXIT.
025000     PERFORM 2000-SCAN-HISTORY
025100         THRU 2000-SCAN-HISTORY-EXIT
025200         UNTIL WS-HIST-EOF.
025300     PERFORM 2500-CHECK-CURRENT-MASTER
025400         THRU 2500-CHECK-CURRENT-MASTER-EXIT.
025500     PERFORM 3000-PRINT-REQUEST
025600         THRU 3000-PRINT-REQUEST-EXIT
025700         VARYING WS-REQ-SUB FROM 1 BY 1
025800         UNTIL WS-REQ-SUB > WS-REQUEST-COUNT.
025900     PERFORM 4000-FINALIZE
026000         THRU 4000-FINALIZE-EXIT.
026100     STOP RUN.
026200*----------------------------------------------------------------*
026300*    1000-INITIALIZE - LOAD AND VALIDATE THE REQUEST CARDS, THEN *
026400*    OPEN THE HISTORY.  A MISSING HISTORY LEAVES EVERY CARD      *
026500*    WITH NOTHING TO REBUILD FROM                                *
026600*----------------------------------------------------------------*
026700 1000-INITIALIZE.
026800     PERFORM 9500-READ-RUN-PARM
026900         THRU 9500-READ-RUN-PARM-EXIT
027000     OPEN INPUT REQUEST-IN
027100     PERFORM 1100-LOAD-REQUEST-TABLE
027200         THRU 1100-LOAD-REQUEST-TABLE-EXIT
027300         UNTIL WS-EOF
027400     CLOSE REQUEST-IN
027500     OPEN OUTPUT REBUILD-OUT
027600     OPEN OUTPUT REPORT-OUT
027700     OPEN INPUT DELTA-HISTORY
027800     IF WS-HIST-NO-FILE
027900         MOVE "Y" TO WS-HIST-EOF-SW
028000     ELSE
028100         PERFORM 8000-READ-HISTORY
028200             THRU 8000-READ-HISTORY-EXIT
028300     END-IF.
028400 1000-INITIALIZE-EXIT.
028500     EXIT.
028600*----------------------------------------------------------------*
028700*    1100-LOAD-REQUEST-TABLE - READ ONE REQUEST CARD INTO THE    *
028800*    NEXT TABLE ENTRY, VALIDATING ITS AS-OF DATE                 *
028900*----------------------------------------------------------------*
029000 1100-LOAD-REQUEST-TABLE.
029100     READ REQUEST-IN
029200         AT END
029300             MOVE "Y" TO WS-EOF-SW
029400             GO TO 1100-LOAD-REQUEST-TABLE-EXIT
029500     END-READ
029600     IF WS-REQUEST-COUNT >= WS-REQUEST-MAX-COUNT
029700         MOVE "Y" TO WS-REQUEST-TBL-SW
029800         MOVE "Y" TO WS-EOF-SW
029900         GO TO 1100-LOAD-REQUEST-TABLE-EXIT
030000     END-IF
030100     ADD 1 TO WS-CARD-COUNT
030200     ADD 1 TO WS-REQUEST-COUNT
030300     MOVE RQ-CONTACT-ID  TO WS-R-CONTACT-ID(WS-REQUEST-COUNT)
030400     MOVE RQ-AS-OF-DATE  TO WS-R-AS-OF-DATE(WS-REQUEST-COUNT)
030500     MOVE "N"            TO WS-R-FOUND-SW(WS-REQUEST-COUNT)
030600     MOVE ZERO           TO WS-R-IMAGE-DATE(WS-REQUEST-COUNT)
030700     MOVE SPACES         TO WS-R-IMAGE-ACTION(WS-REQUEST-COUNT)
030800     MOVE "N"            TO WS-R-LATER-SW(WS-REQUEST-COUNT)
030900     MOVE "N"            TO WS-R-CURRENT-SW(WS-REQUEST-COUNT)
031000     MOVE SPACES         TO WS-R-IMAGE(WS-REQUEST-COUNT)
031100     PERFORM 1110-VALIDATE-AS-OF-DATE
031200         THRU 1110-VALIDATE-AS-OF-DATE-EXIT
031300     MOVE WS-DATE-VALID-SW TO WS-R-DATE-SW(WS-REQUEST-COUNT).
031400 1100-LOAD-REQUEST-TABLE-EXIT.
031500     EXIT.
031600*----------------------------------------------------------------*
031700*    1110-VALIDATE-AS-OF-DATE - THE CARD DATE MUST BE A REAL     *
031800*    CCYYMMDD CALENDAR DATE                                      *
031900*----------------------------------------------------------------*
032000 1110-VALIDATE-AS-OF-DATE.
032100     MOVE "N" TO WS-DATE-VALID-SW
032200     IF RQ-AS-OF-DATE IS NOT NUMERIC
032300         GO TO 1110-VALIDATE-AS-OF-DATE-EXIT
032400     END-IF
032500     MOVE RQ-AS-OF-DATE TO WS-DATE-BUILD
032600     IF WS-DATE-YEAR = ZERO
032700         OR WS-DATE-MONTH < 1 OR WS-DATE-MONTH > 12
032800         OR WS-DATE-DAY < 1 OR WS-DATE-DAY > 31
032900         GO TO 1110-VALIDATE-AS-OF-DATE-EXIT
033000     END-IF
033100     PERFORM 1120-VALIDATE-CALENDAR-DAY
033200         THRU 1120-VALIDATE-CALENDAR-DAY-EXIT
033300     IF WS-DAY-VALID
033400         MOVE "Y" TO WS-DATE-VALID-SW
033500     END-IF.
033600 1110-VALIDATE-AS-OF-DATE-EXIT.
033700     EXIT.
033800*----------------------------------------------------------------*
033900*    1120-VALIDATE-CALENDAR-DAY - CHECK WS-DATE-DAY AGAINST THE  *
034000*    ACTUAL NUMBER OF DAYS IN WS-DATE-MONTH, ADJUSTING FEBRUARY  *
034100*    FOR LEAP YEARS                                              *
034200*----------------------------------------------------------------*
034300 1120-VALIDATE-CALENDAR-DAY.
034400     MOVE "N" TO WS-DAY-VALID-SW
034500     MOVE WS-DIM(WS-DATE-MONTH) TO WS-MAX-DAY
034600     IF WS-DATE-MONTH = 2
034700         PERFORM 1130-CHECK-LEAP-YEAR
034800             THRU 1130-CHECK-LEAP-YEAR-EXIT
034900         IF WS-IS-LEAP-YEAR
035000             MOVE 29 TO WS-MAX-DAY
035100         END-IF
035200     END-IF
035300     IF WS-DATE-DAY <= WS-MAX-DAY
035400         MOVE "Y" TO WS-DAY-VALID-SW
035500     END-IF.
035600 1120-VALIDATE-CALENDAR-DAY-EXIT.
035700     EXIT.
035800*----------------------------------------------------------------*
035900*    1130-CHECK-LEAP-YEAR - SET WS-IS-LEAP-YEAR FOR WS-DATE-YEAR *
036000*    (DIVISIBLE BY 4, EXCEPT CENTURY YEARS NOT DIVISIBLE BY 400) *
036100*----------------------------------------------------------------*
036200 1130-CHECK-LEAP-YEAR.
036300     MOVE "N" TO WS-LEAP-SW
036400     DIVIDE WS-DATE-YEAR BY 4 GIVING WS-YEAR-QUOTIENT
036500         REMAINDER WS-YEAR-MOD-4
036600     IF WS-YEAR-MOD-4 = ZERO
036700         DIVIDE WS-DATE-YEAR BY 100 GIVING WS-YEAR-QUOTIENT
036800             REMAINDER WS-YEAR-MOD-100
036900         IF WS-YEAR-MOD-100 NOT = ZERO
037000             MOVE "Y" TO WS-LEAP-SW
037100         ELSE
037200             DIVIDE WS-DATE-YEAR BY 400 GIVING WS-YEAR-QUOTIENT
037300                 REMAINDER WS-YEAR-MOD-400
037400             IF WS-YEAR-MOD-400 = ZERO
037500                 MOVE "Y" TO WS-LEAP-SW
037600             END-IF
037700         END-IF
037800     END-IF.
037900 1130-CHECK-LEAP-YEAR-EXIT.
038000     EXIT.
038100*----------------------------------------------------------------*
038200*    2000-SCAN-HISTORY - OFFER ONE HISTORY RECORD TO EVERY CARD  *
038300*    (THE SAME ID MAY BE ASKED FOR AS OF SEVERAL DATES)          *
038400*----------------------------------------------------------------*
038500 2000-SCAN-HISTORY.
038600     PERFORM 2100-APPLY-TO-REQUEST
038700         THRU 2100-APPLY-TO-REQUEST-EXIT
038800         VARYING WS-REQ-SUB FROM 1 BY 1
038900         UNTIL WS-REQ-SUB > WS-REQUEST-COUNT
039000     PERFORM 8000-READ-HISTORY
039100         THRU 8000-READ-HISTORY-EXIT.
039200 2000-SCAN-HISTORY-EXIT.
039300     EXIT.
039400*----------------------------------------------------------------*
039500*    2100-APPLY-TO-REQUEST - FOR A MATCHING CARD, LOG THE ENTRY  *
039600*    ON THE TIMELINE AND, WHEN IT IS ON OR BEFORE THE AS-OF DATE,*
039700*    TAKE ITS IMAGE.  THE HISTORY IS IN BUSINESS-DATE ORDER, SO  *
039800*    THE LAST IMAGE TAKEN IS THE ONE THAT STOOD ON THE DATE.  AN *
039900*    ENTRY AFTER THE DATE IS NOTED FOR THE CURRENT-MASTER CHECK  *
040000*----------------------------------------------------------------*
040100 2100-APPLY-TO-REQUEST.
040200     IF WS-R-CONTACT-ID(WS-REQ-SUB) NOT = DH-CONTACT-IMAGE(1:9)
040300         GO TO 2100-APPLY-TO-REQUEST-EXIT
040400     END-IF
040500     PERFORM 2200-ADD-EVENT
040600         THRU 2200-ADD-EVENT-EXIT
040700     IF NOT WS-R-DATE-VALID(WS-REQ-SUB)
040800         GO TO 2100-APPLY-TO-REQUEST-EXIT
040900     END-IF
041000     MOVE WS-R-AS-OF-DATE(WS-REQ-SUB) TO WS-AS-OF-YYYYMMDD
041100     IF DH-BUSINESS-DATE > WS-AS-OF-YYYYMMDD
041200         MOVE "Y" TO WS-R-LATER-SW(WS-REQ-SUB)
041300         GO TO 2100-APPLY-TO-REQUEST-EXIT
041400     END-IF
041500     MOVE "Y"              TO WS-R-FOUND-SW(WS-REQ-SUB)
041600     MOVE DH-BUSINESS-DATE TO WS-R-IMAGE-DATE(WS-REQ-SUB)
041700     MOVE DH-ACTION        TO WS-R-IMAGE-ACTION(WS-REQ-SUB)
041800     MOVE DH-CONTACT-IMAGE TO WS-R-IMAGE(WS-REQ-SUB).
041900 2100-APPLY-TO-REQUEST-EXIT.
042000     EXIT.
042100*----------------------------------------------------------------*
042200*    2200-ADD-EVENT - ADD THE HISTORY ENTRY TO THE TIMELINE TABLE*
042300*    UNDER THE CURRENT CARD                                      *
042400*----------------------------------------------------------------*
042500 2200-ADD-EVENT.
042600     IF WS-EVENT-COUNT >= WS-EVENT-MAX-COUNT
042700         MOVE "Y" TO WS-EVENT-TBL-SW
042800         GO TO 2200-ADD-EVENT-EXIT
042900     END-IF
043000     ADD 1 TO WS-EVENT-COUNT
043100     MOVE WS-REQ-SUB           TO WS-E-REQ-SUB(WS-EVENT-COUNT)
043200     MOVE DH-BUSINESS-DATE
043300         TO WS-E-BUSINESS-DATE(WS-EVENT-COUNT)
043400     MOVE DH-GENERATION-NUMBER
043500         TO WS-E-GENERATION-NUMBER(WS-EVENT-COUNT)
043600     MOVE DH-RUN-ID            TO WS-E-RUN-ID(WS-EVENT-COUNT)
043700     MOVE DH-ACTION            TO WS-E-ACTION(WS-EVENT-COUNT)
043800     MOVE DH-CHANGE-FLAGS
043900         TO WS-E-CHANGE-FLAGS(WS-EVENT-COUNT).
044000 2200-ADD-EVENT-EXIT.
044100     EXIT.
044200*----------------------------------------------------------------*
044300*    2500-CHECK-CURRENT-MASTER - A VALID CARD WITH NO HISTORY    *
044400*    ENTRY ON OR AFTER ITS DATE HAS NOT CHANGED SINCE THE HISTORY*
044500*    BEGAN; TAKE ITS IMAGE FROM THE CURRENT CONTACT-IDX RECORD.  *
044600*    IF CONTACT-IDX WILL NOT OPEN, SUCH CARDS STAY NOT REBUILT   *
044700*----------------------------------------------------------------*
044800 2500-CHECK-CURRENT-MASTER.
044900     OPEN INPUT CONTACT-IDX
045000     IF NOT WS-IDX-OK
045100         DISPLAY "ZCM430 - CONTACTIDX OPEN FAILED, STATUS "
045200             WS-IDX-FILE-STATUS " - NO CURRENT-MASTER REBUILDS"
045300         GO TO 2500-CHECK-CURRENT-MASTER-EXIT
045400     END-IF
045500     PERFORM 2510-READ-CURRENT-MASTER
045600         THRU 2510-READ-CURRENT-MASTER-EXIT
045700         VARYING WS-REQ-SUB FROM 1 BY 1
045800         UNTIL WS-REQ-SUB > WS-REQUEST-COUNT
045900     CLOSE CONTACT-IDX.
046000 2500-CHECK-CURRENT-MASTER-EXIT.
046100     EXIT.
046200*----------------------------------------------------------------*
046300*    2510-READ-CURRENT-MASTER - FOR A REQUEST STILL UNRESOLVED   *
046400*    AS OF A VALID DATE, TAKE THE CONTACT IMAGE FROM THE CURRENT *
046500*    MASTER                                                      *
046600*----------------------------------------------------------------*
046700 2510-READ-CURRENT-MASTER.
046800     IF NOT WS-R-DATE-VALID(WS-REQ-SUB)
046900         OR WS-R-FOUND(WS-REQ-SUB)
047000         OR WS-R-LATER-ENTRY(WS-REQ-SUB)
047100         GO TO 2510-READ-CURRENT-MASTER-EXIT
047200     END-IF
047300     MOVE WS-R-CONTACT-ID(WS-REQ-SUB)
047400         TO CONTACT-ID OF CONTACT-IDX-RECORD
047500     READ CONTACT-IDX
047600         INVALID KEY
047700             GO TO 2510-READ-CURRENT-MASTER-EXIT
047800     END-READ
047900     MOVE "Y"                TO WS-R-FOUND-SW(WS-REQ-SUB)
048000     MOVE "Y"                TO WS-R-CURRENT-SW(WS-REQ-SUB)
048100     MOVE CONTACT-IDX-RECORD TO WS-R-IMAGE(WS-REQ-SUB).
048200 2510-READ-CURRENT-MASTER-EXIT.
048300     EXIT.
048400*----------------------------------------------------------------*
048500*    3000-PRINT-REQUEST - ONE PAGE PER CARD: DISPOSITION, THE    *
048600*    REBUILT CONTACT, AND THE GROUP-CHANGE TIMELINE              *
048700*----------------------------------------------------------------*
048800 3000-PRINT-REQUEST.
048900     MOVE WS-PAGE-SEPARATOR TO REPORT-LINE
049000     WRITE REPORT-LINE
049100     MOVE WS-R-CONTACT-ID(WS-REQ-SUB) TO WS-H-CONTACT-ID
049200     MOVE WS-PAGE-HEADING TO REPORT-LINE
049300     WRITE REPORT-LINE
049400     MOVE "AS-OF DATE" TO WS-L-LABEL
049500     MOVE WS-R-AS-OF-DATE(WS-REQ-SUB) TO WS-L-VALUE
049600     PERFORM 3900-WRITE-LABEL-LINE
049700         THRU 3900-WRITE-LABEL-LINE-EXIT
049800     MOVE "STATUS" TO WS-L-LABEL
049900     MOVE SPACES   TO WS-L-VALUE
050000     EVALUATE TRUE
050100         WHEN NOT WS-R-DATE-VALID(WS-REQ-SUB)
050200             ADD 1 TO WS-BAD-DATE-COUNT
050300             MOVE "AS-OF DATE IS NOT A VALID CCYYMMDD DATE"
050400                 TO WS-L-VALUE
050500         WHEN NOT WS-R-FOUND(WS-REQ-SUB)
050600                 AND WS-R-LATER-ENTRY(WS-REQ-SUB)
050700             ADD 1 TO WS-NO-HISTORY-COUNT
050800             MOVE "NO HISTORY FOR THIS ID ON OR BEFORE THE DATE"
050900                 TO WS-L-VALUE
051000         WHEN NOT WS-R-FOUND(WS-REQ-SUB)
051100             ADD 1 TO WS-NO-HISTORY-COUNT
051200             MOVE "NO HISTORY FOR THIS ID AND NOT ON CONTACT-IDX"
051300                 TO WS-L-VALUE
051400         WHEN WS-R-FROM-CURRENT(WS-REQ-SUB)
051500             ADD 1 TO WS-REBUILT-COUNT
051600             ADD 1 TO WS-CURRENT-COUNT
051700             STRING "NO CHANGE SINCE HISTORY BEGAN - "
051800                                                 DELIMITED BY SIZE
051900                    "REBUILT FROM CURRENT CONTACT-IDX"
052000                                                 DELIMITED BY SIZE
052100                 INTO WS-L-VALUE
052200             END-STRING
052300         WHEN WS-R-IMAGE-DELETED(WS-REQ-SUB)
052400             ADD 1 TO WS-DELETED-COUNT
052500             STRING "DELETED ON "                DELIMITED BY SIZE
052600                    WS-R-IMAGE-DATE(WS-REQ-SUB)  DELIMITED BY SIZE
052700                    " - NOT ON FILE AS OF THE DATE"
052800                                                 DELIMITED BY SIZE
052900                 INTO WS-L-VALUE
053000             END-STRING
053100         WHEN OTHER
053200             ADD 1 TO WS-REBUILT-COUNT
053300             STRING "REBUILT FROM THE ENTRY OF " DELIMITED BY SIZE
053400                    WS-R-IMAGE-DATE(WS-REQ-SUB)  DELIMITED BY SIZE
053500                 INTO WS-L-VALUE
053600             END-STRING
053700     END-EVALUATE
053800     PERFORM 3900-WRITE-LABEL-LINE
053900         THRU 3900-WRITE-LABEL-LINE-EXIT
054000     IF WS-R-FOUND(WS-REQ-SUB)
054100             AND NOT WS-R-IMAGE-DELETED(WS-REQ-SUB)
054200         MOVE WS-R-IMAGE(WS-REQ-SUB) TO REBUILD-RECORD
054300         WRITE REBUILD-RECORD
054400         PERFORM 3100-PRINT-CONTACT
054500             THRU 3100-PRINT-CONTACT-EXIT
054600     END-IF
054700     PERFORM 3200-PRINT-TIMELINE
054800         THRU 3200-PRINT-TIMELINE-EXIT.
054900 3000-PRINT-REQUEST-EXIT.
055000     EXIT.
055100*----------------------------------------------------------------*
055200*    3100-PRINT-CONTACT - FORMAT THE REBUILT RECORD              *
055300*----------------------------------------------------------------*
055400 3100-PRINT-CONTACT.
055500     MOVE WS-R-IMAGE(WS-REQ-SUB) TO WS-ASOF-CONTACT
055600     MOVE "NAME" TO WS-L-LABEL
055700     MOVE SPACES TO WS-L-VALUE
055800     STRING FIRSTNAME OF WS-ASOF-CONTACT
055900                DELIMITED BY SPACE
056000            " "  DELIMITED BY SIZE
056100            LASTNAME OF WS-ASOF-CONTACT
056200                DELIMITED BY SPACE
056300         INTO WS-L-VALUE
056400     END-STRING
056500     PERFORM 3900-WRITE-LABEL-LINE
056600         THRU 3900-WRITE-LABEL-LINE-EXIT
056700     MOVE "COMPANY" TO WS-L-LABEL
056800     MOVE COMPANYNAME OF WS-ASOF-CONTACT TO WS-L-VALUE
056900     PERFORM 3900-WRITE-LABEL-LINE
057000         THRU 3900-WRITE-LABEL-LINE-EXIT
057100     MOVE "JOB TITLE" TO WS-L-LABEL
057200     MOVE JOBTITLE OF WS-ASOF-CONTACT TO WS-L-VALUE
057300     PERFORM 3900-WRITE-LABEL-LINE
057400         THRU 3900-WRITE-LABEL-LINE-EXIT
057500     MOVE "MOBILE PHONE" TO WS-L-LABEL
057600     MOVE MOBILEPHONE OF WS-ASOF-CONTACT TO WS-L-VALUE
057700     PERFORM 3900-WRITE-LABEL-LINE
057800         THRU 3900-WRITE-LABEL-LINE-EXIT
057900     MOVE "OFFICE PHONE" TO WS-L-LABEL
058000     MOVE OFFICEPHONE OF WS-ASOF-CONTACT TO WS-L-VALUE
058100     PERFORM 3900-WRITE-LABEL-LINE
058200         THRU 3900-WRITE-LABEL-LINE-EXIT
058300     MOVE "STREET" TO WS-L-LABEL
058400     MOVE STREET1 OF WS-ASOF-CONTACT TO WS-L-VALUE
058500     PERFORM 3900-WRITE-LABEL-LINE
058600         THRU 3900-WRITE-LABEL-LINE-EXIT
058700     MOVE "CITY" TO WS-L-LABEL
058800     MOVE CITY OF WS-ASOF-CONTACT TO WS-L-VALUE
058900     PERFORM 3900-WRITE-LABEL-LINE
059000         THRU 3900-WRITE-LABEL-LINE-EXIT
059100     MOVE "STATE" TO WS-L-LABEL
059200     MOVE STATE OF WS-ASOF-CONTACT TO WS-L-VALUE
059300     PERFORM 3900-WRITE-LABEL-LINE
059400         THRU 3900-WRITE-LABEL-LINE-EXIT
059500     MOVE "POSTAL CODE" TO WS-L-LABEL
059600     MOVE POSTALCODE OF WS-ASOF-CONTACT TO WS-L-VALUE
059700     PERFORM 3900-WRITE-LABEL-LINE
059800         THRU 3900-WRITE-LABEL-LINE-EXIT
059900     MOVE "ADDR INVALID" TO WS-L-LABEL
060000     MOVE ASOF-ADDR-INVALID OF WS-ASOF-CONTACT TO WS-L-VALUE
060100     PERFORM 3900-WRITE-LABEL-LINE
060200         THRU 3900-WRITE-LABEL-LINE-EXIT
060300     MOVE "EMAIL" TO WS-L-LABEL
060400     MOVE EMAILADDRESS OF WS-ASOF-CONTACT TO WS-L-VALUE
060500     PERFORM 3900-WRITE-LABEL-LINE
060600         THRU 3900-WRITE-LABEL-LINE-EXIT
060700     MOVE "EMAIL INVALID" TO WS-L-LABEL
060800     MOVE ISINVALID OF WS-ASOF-CONTACT TO WS-L-VALUE
060900     PERFORM 3900-WRITE-LABEL-LINE
061000         THRU 3900-WRITE-LABEL-LINE-EXIT
061100     MOVE "OPT OUT" TO WS-L-LABEL
061200     MOVE OPTOUT OF WS-ASOF-CONTACT TO WS-L-VALUE
061300     PERFORM 3900-WRITE-LABEL-LINE
061400         THRU 3900-WRITE-LABEL-LINE-EXIT
061500     MOVE "ACCOUNT ID" TO WS-L-LABEL
061600     MOVE SPACES TO WS-L-VALUE
061700     MOVE ACCOUNT_ID OF WS-ASOF-CONTACT TO WS-L-VALUE(1:5)
061800     PERFORM 3900-WRITE-LABEL-LINE
061900         THRU 3900-WRITE-LABEL-LINE-EXIT
062000     MOVE "STATUS" TO WS-L-LABEL
062100     MOVE STATUSCSTM OF WS-ASOF-CONTACT TO WS-L-VALUE
062200     PERFORM 3900-WRITE-LABEL-LINE
062300         THRU 3900-WRITE-LABEL-LINE-EXIT.
062400 3100-PRINT-CONTACT-EXIT.
062500     EXIT.
062600*----------------------------------------------------------------*
062700*    3200-PRINT-TIMELINE - EVERY HISTORY ENTRY FOR THE CARD, WITH*
062800*    ITS GROUP-CHANGE FLAGS                                      *
062900*----------------------------------------------------------------*
063000 3200-PRINT-TIMELINE.
063100     MOVE "CHANGE HISTORY" TO WS-L-LABEL
063200     MOVE SPACES TO WS-L-VALUE
063300     PERFORM 3900-WRITE-LABEL-LINE
063400         THRU 3900-WRITE-LABEL-LINE-EXIT
063500     MOVE WS-EVENT-HEADING TO REPORT-LINE
063600     WRITE REPORT-LINE
063700     MOVE ZERO TO WS-PAGE-EVENTS
063800     PERFORM 3210-PRINT-EVENT
063900         THRU 3210-PRINT-EVENT-EXIT
064000         VARYING WS-EVENT-SUB FROM 1 BY 1
064100         UNTIL WS-EVENT-SUB > WS-EVENT-COUNT
064200     IF WS-PAGE-EVENTS = ZERO
064300         MOVE "    NO DELTA HISTORY FOR THIS ID" TO REPORT-LINE
064400         WRITE REPORT-LINE
064500     END-IF.
064600 3200-PRINT-TIMELINE-EXIT.
064700     EXIT.
064800*----------------------------------------------------------------*
064900*    3210-PRINT-EVENT - PRINT ONE HISTORY EVENT LINE FOR THE     *
065000*    REQUEST BEING REPORTED                                      *
065100*----------------------------------------------------------------*
065200 3210-PRINT-EVENT.
065300     IF WS-E-REQ-SUB(WS-EVENT-SUB) NOT = WS-REQ-SUB
065400         GO TO 3210-PRINT-EVENT-EXIT
065500     END-IF
065600     ADD 1 TO WS-PAGE-EVENTS
065700     MOVE WS-E-BUSINESS-DATE(WS-EVENT-SUB) TO WS-ED-BUSINESS-DATE
065800     MOVE WS-E-GENERATION-NUMBER(WS-EVENT-SUB)
065900         TO WS-ED-GENERATION-NUMBER
066000     MOVE WS-E-RUN-ID(WS-EVENT-SUB)  TO WS-ED-RUN-ID
066100     EVALUATE WS-E-ACTION(WS-EVENT-SUB)
066200         WHEN "A"
066300             MOVE "ADD"    TO WS-ED-ACTION
066400         WHEN "C"
066500             MOVE "CHANGE" TO WS-ED-ACTION
066600         WHEN "D"
066700             MOVE "DELETE" TO WS-ED-ACTION
066800         WHEN OTHER
066900             MOVE WS-E-ACTION(WS-EVENT-SUB) TO WS-ED-ACTION
067000     END-EVALUATE
067100     MOVE WS-E-CHG-TOP-LEVEL(WS-EVENT-SUB) TO WS-ED-CHG-TOP-LEVEL
067200     MOVE WS-E-CHG-PERSON(WS-EVENT-SUB)    TO WS-ED-CHG-PERSON
067300     MOVE WS-E-CHG-ADDRESS(WS-EVENT-SUB)   TO WS-ED-CHG-ADDRESS
067400     MOVE WS-E-CHG-EMAIL(WS-EVENT-SUB)     TO WS-ED-CHG-EMAIL
067500     MOVE WS-E-CHG-CUSTOM(WS-EVENT-SUB)    TO WS-ED-CHG-CUSTOM
067600     MOVE SPACES TO WS-ED-NOTE
067700     IF WS-R-DATE-VALID(WS-REQ-SUB)
067800         MOVE WS-R-AS-OF-DATE(WS-REQ-SUB) TO WS-AS-OF-YYYYMMDD
067900         IF WS-E-BUSINESS-DATE(WS-EVENT-SUB) > WS-AS-OF-YYYYMMDD
068000             MOVE "AFTER AS-OF DATE" TO WS-ED-NOTE
068100         END-IF
068200     END-IF
068300     MOVE WS-EVENT-DETAIL TO REPORT-LINE
068400     WRITE REPORT-LINE.
068500 3210-PRINT-EVENT-EXIT.
068600     EXIT.
068700*----------------------------------------------------------------*
068800*    3900-WRITE-LABEL-LINE - WRITE ONE "LABEL : VALUE" LINE      *
068900*----------------------------------------------------------------*
069000 3900-WRITE-LABEL-LINE.
069100     MOVE WS-LABEL-LINE TO REPORT-LINE
069200     WRITE REPORT-LINE.
069300 3900-WRITE-LABEL-LINE-EXIT.
069400     EXIT.
069500*----------------------------------------------------------------*
069600*    4000-FINALIZE - DISPLAY CONTROL TOTALS AND CLOSE FILES      *
069700*----------------------------------------------------------------*
069800 4000-FINALIZE.
069900     COMPUTE WS-NOT-REBUILT-COUNT =
070000         WS-DELETED-COUNT + WS-NO-HISTORY-COUNT
070100             + WS-BAD-DATE-COUNT
070200     PERFORM 9600-WRITE-CONTROL-RECORD
070300         THRU 9600-WRITE-CONTROL-RECORD-EXIT
070400     DISPLAY "ZCM430 - REQUEST CARDS READ   : " WS-CARD-COUNT
070500     DISPLAY "ZCM430 - HISTORY RECORDS READ : "
070600         WS-HISTORY-READ-COUNT
070700     DISPLAY "ZCM430 - CONTACTS REBUILT     : " WS-REBUILT-COUNT
070800     DISPLAY "ZCM430 -   FROM CURRENT MASTER: " WS-CURRENT-COUNT
070900     DISPLAY "ZCM430 - DELETED AS OF DATE   : " WS-DELETED-COUNT
071000     DISPLAY "ZCM430 - NO HISTORY BY DATE   : "
071100         WS-NO-HISTORY-COUNT
071200     DISPLAY "ZCM430 - INVALID AS-OF DATES  : " WS-BAD-DATE-COUNT
071300     IF WS-REQUEST-TBL-FULL
071400         DISPLAY "ZCM430 - WARNING: ASOFIDS EXCEEDS "
071500             WS-REQUEST-MAX-COUNT " CARDS - REST NOT RUN"
071600     END-IF
071700     IF WS-EVENT-TBL-FULL
071800         DISPLAY "ZCM430 - WARNING: MORE THAN "
071900             WS-EVENT-MAX-COUNT " ENTRIES - TIMELINE TRUNCATED"
072000     END-IF
072100     IF NOT WS-HIST-NO-FILE
072200         CLOSE DELTA-HISTORY
072300     END-IF
072400     CLOSE REBUILD-OUT
072500     CLOSE REPORT-OUT.
072600 4000-FINALIZE-EXIT.
072700     EXIT.
072800*----------------------------------------------------------------*
072900*    8000-READ-HISTORY - READ THE NEXT DELTA-HISTORY RECORD      *
073000*----------------------------------------------------------------*
073100 8000-READ-HISTORY.
073200     READ DELTA-HISTORY
073300         AT END
073400             MOVE "Y" TO WS-HIST-EOF-SW
073500         NOT AT END
073600             ADD 1 TO WS-HISTORY-READ-COUNT
073700     END-READ.
073800 8000-READ-HISTORY-EXIT.
073900     EXIT.
074000*----------------------------------------------------------------*
074100*    9500-READ-RUN-PARM - PICK UP THE RUN IDENTIFIER FROM THE    *
074200*    OPTIONAL RUNPARM CONTROL CARD; A MISSING CARD LEAVES THE    *
074300*    RUN ID BLANK                                                *
074400*----------------------------------------------------------------*
074500 9500-READ-RUN-PARM.
074600     OPEN INPUT RUN-PARM
074700     IF WS-RUNPARM-NOT-FOUND
074800         MOVE SPACES TO RUN-PARM-RECORD
074900     ELSE
075000         READ RUN-PARM
075100             AT END
075200                 MOVE SPACES TO RUN-PARM-RECORD
075300         END-READ
075400         CLOSE RUN-PARM
075500     END-IF
075600     MOVE RUN-PARM-RECORD TO WS-RUN-ID.
075700 9500-READ-RUN-PARM-EXIT.
075800     EXIT.
075900*----------------------------------------------------------------*
076000*    9600-WRITE-CONTROL-RECORD - APPEND THIS RUN'S MACHINE-      *
076100*    READABLE COUNTS TO THE COMMON CONTROL FILE FOR THE END-OF-  *
076200*    WINDOW BALANCING RUN                                        *
076300*----------------------------------------------------------------*
076400 9600-WRITE-CONTROL-RECORD.
076500     OPEN EXTEND CONTROL-OUT
076600     IF WS-CTL-NOT-FOUND
076700         OPEN OUTPUT CONTROL-OUT
076800     END-IF
076900     MOVE "ZCM430"      TO CTL-PROGRAM-ID
077000     MOVE WS-RUN-ID     TO CTL-RUN-ID
077100     MOVE WS-CARD-COUNT        TO CTL-RECORDS-IN
077200     MOVE WS-REBUILT-COUNT     TO CTL-RECORDS-OUT
077300     MOVE WS-NOT-REBUILT-COUNT TO CTL-RECORDS-REJECTED
077400     WRITE CONTROL-RECORD
077500     CLOSE CONTROL-OUT.
077600 9600-WRITE-CONTROL-RECORD-EXIT.
077700     EXIT.
