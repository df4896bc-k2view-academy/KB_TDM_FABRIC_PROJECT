000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ZCM450.
000300 AUTHOR.        D SPRINGER.
000400 INSTALLATION.  DATA MGMT - CUSTOMER EXTRACTS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700***************************************************************
000800*  MODIFICATION HISTORY                                        *
000900*  ------------------------------------------------------------*
001000*  DATE       INIT  DESCRIPTION                                *
001100*  10/15/2026 DAS   ORIGINAL PROGRAM - CAMPAIGN RESPONSE       *
001200*                   FEEDBACK AND CAMPAIGN EFFECTIVENESS REPORT.*
001300***************************************************************
001400*  PURPOSE.                                                    *
001500*  ZCM220 RECORDS EVERY SELECTION ON ZCM-CAMP-HISTORY BUT      *
001600*  NOTHING EVER CAME BACK, SO THE NEXT CAMPAIGN MAILED THE     *
001700*  SAME DEAD ADDRESSES AGAIN.  THIS RUN READS THE EMAIL        *
001800*  VENDOR'S RESPONSE FILE (ZCM-CAMP-RESPONSE, KEYED BY CONTACT *
001900*  ID AND THE CH-RUN-ID OF THE SELECTING RUN), JOINS EACH      *
002000*  RESPONSE BACK TO ITS CAMPAIGN HISTORY RECORD, AND TURNS     *
002100*  EVERY UNSUBSCRIBE INTO A ZCM-CONTACT-TRAN CHANGE SETTING    *
002200*  EMAIL-RECORD OPTOUT AND EVERY HARD BOUNCE INTO ONE SETTING  *
002300*  ISINVALID.  THE CHANGE IMAGE IS THE CURRENT CONTACT-IDX     *
002400*  RECORD WITH ONLY THAT FLAG ALTERED AND ONLY THE EMAIL       *
002500*  CHANGE FLAG SET, SO IT FLOWS THROUGH ZCM310 AND ZCM190 LIKE *
002600*  ANY OTHER CORRECTION.  A CONTACT ALREADY FLAGGED GETS NO    *
002700*  TRANSACTION.  A RESPONSE WITH AN UNKNOWN TYPE, FOR A        *
002800*  CONTACT THE RUN NEVER SELECTED, OR FOR A CONTACT NO LONGER  *
002900*  ON CONTACT-IDX IS REJECTED ONTO THE EXCEPTION LIST.  IF     *
003000*  CONTACT-IDX CANNOT BE OPENED, EVERY BOUNCE AND UNSUBSCRIBE  *
003100*  IS REJECTED, NO CHANGE IS WRITTEN, AND THE RUN ENDS WITH    *
003200*  RETURN CODE 8.  THE REPORT THEN SHOWS, FOR EVERY CAMPAIGN   *
003300*  NAMED ON THE RESPONSE FILE, HOW MANY CONTACTS IT SELECTED   *
003400*  AND HOW MANY BOUNCED, UNSUBSCRIBED AND RESPONDED, WITH THE  *
003500*  INDUSTRY AND STATE RANGES ITS SELPARM IMAGE CHOSE DECODED   *
003600*  FROM DCM160.                                                *
003700***************************************************************
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER.  IBM-370.
004100 OBJECT-COMPUTER.  IBM-370.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT RESPONSE-IN    ASSIGN TO RESPIN
004500            ORGANIZATION IS SEQUENTIAL.
004600     SELECT SORT-WORK      ASSIGN TO SORTWK01.
004700     SELECT HIST-IN        ASSIGN TO HISTIN
004800            ORGANIZATION IS SEQUENTIAL
004900            FILE STATUS IS WS-HIST-FILE-STATUS.
005000     SELECT CONTACT-IDX    ASSIGN TO CONTACTIDX
005100            ORGANIZATION IS INDEXED
005200            ACCESS MODE IS RANDOM
005300            RECORD KEY IS
005400                CONTACT-ID OF CONTACT-IDX-RECORD
005500            ALTERNATE RECORD KEY IS
005600                ACCOUNT_ID OF CONTACT-IDX-RECORD
005700                WITH DUPLICATES
005800            FILE STATUS IS WS-IDX-FILE-STATUS.
005900     SELECT DECODE-REF     ASSIGN TO DCM160
006000            ORGANIZATION IS SEQUENTIAL.
006100     SELECT TRAN-OUT       ASSIGN TO TRANOUT
006200            ORGANIZATION IS SEQUENTIAL.
006300     SELECT REPORT-OUT     ASSIGN TO RESPRPT
006400            ORGANIZATION IS SEQUENTIAL.
006500     SELECT CONTROL-OUT    ASSIGN TO CTLOUT
006600            ORGANIZATION IS SEQUENTIAL
006700            FILE STATUS IS WS-CTL-FILE-STATUS.
006800     SELECT RUN-PARM       ASSIGN TO RUNPARM
006900            ORGANIZATION IS SEQUENTIAL
007000            FILE STATUS IS WS-RUNPARM-FILE-STATUS.
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  RESPONSE-IN
007400     RECORDING MODE IS F
007500     LABEL RECORDS ARE STANDARD.
007600     COPY "zcm-camp-response".
007700 SD  SORT-WORK.
007800     COPY "zcm-camp-response"
007900         REPLACING ==CAMP-RESPONSE-RECORD== BY ==SORT-RSP-RECORD==
008000                   LEADING ==RSP== BY ==SRT==.
008100 FD  HIST-IN
008200     RECORDING MODE IS F
008300     LABEL RECORDS ARE STANDARD.
008400     COPY "zcm-camp-history"
008500         REPLACING ==CAMP-HISTORY-RECORD== BY ==HIST-IN-RECORD==
008600                   LEADING ==CH== BY ==HIN==.
008700 FD  CONTACT-IDX
008800     LABEL RECORDS ARE STANDARD.
008900     COPY "zurmo-customers"
009000         REPLACING ==INVALID==      BY ==IDX-ADDR-INVALID==
009100                   ==ID==           BY ==CONTACT-ID==
009200                   ==CONTACT-RECORD== BY ==CONTACT-IDX-RECORD==.
009300 FD  DECODE-REF
009400     RECORDING MODE IS F
009500     LABEL RECORDS ARE STANDARD.
009600     COPY "zcm160-decode".
009700 FD  TRAN-OUT
009800     RECORDING MODE IS F
009900     LABEL RECORDS ARE STANDARD.
010000     COPY "zcm-contact-tran".
010100 FD  REPORT-OUT
010200     RECORDING MODE IS F
010300     LABEL RECORDS ARE STANDARD.
010400 01  REPORT-LINE                    PIC X(133).
010500 FD  CONTROL-OUT
010600     RECORDING MODE IS F
010700     LABEL RECORDS ARE STANDARD.
010800     COPY "zcm-control".
010900 FD  RUN-PARM
011000     RECORDING MODE IS F
011100     LABEL RECORDS ARE STANDARD.
011200 01  RUN-PARM-RECORD                PIC X(08).
011300 WORKING-STORAGE SECTION.
011400 77  WS-CTL-FILE-STATUS             PIC X(02)   VALUE ZERO.
011500     88  WS-CTL-OK                              VALUE "00".
011600     88  WS-CTL-NOT-FOUND                       VALUE "35".
011700 77  WS-RUNPARM-FILE-STATUS         PIC X(02)   VALUE ZERO.
011800     88  WS-RUNPARM-OK                          VALUE "00".
011900     88  WS-RUNPARM-NOT-FOUND                   VALUE "35".
012000 77  WS-HIST-FILE-STATUS            PIC X(02)   VALUE ZERO.
012100     88  WS-HIST-OK                             VALUE "00".
012200     88  WS-HIST-NOT-FOUND                      VALUE "35".
012300 77  WS-IDX-FILE-STATUS             PIC X(02)   VALUE ZERO.
012400     88  WS-IDX-OK                              VALUE "00".
012500     88  WS-IDX-NOT-FOUND                       VALUE "23".
012600 77  WS-IDX-FAILED-SW               PIC X(01)   VALUE "N".
012700     88  WS-IDX-FAILED                          VALUE "Y".
012800 77  WS-RUN-ID                      PIC X(08)   VALUE SPACES.
012900 77  WS-EOF-SW                      PIC X(01)   VALUE "N".
013000     88  WS-EOF                                 VALUE "Y".
013100 77  WS-REF-EOF-SW                  PIC X(01)   VALUE "N".
013200     88  WS-REF-EOF                             VALUE "Y".
013300 77  WS-SORT-EOF-SW                 PIC X(01)   VALUE "N".
013400     88  WS-SORT-EOF                            VALUE "Y".
013500 77  WS-HIST-EOF-SW                 PIC X(01)   VALUE "N".
013600     88  WS-HIST-EOF                            VALUE "Y".
013700 77  WS-RESPONSE-COUNT              PIC 9(09)   VALUE ZERO COMP.
013800 77  WS-ACCEPTED-COUNT              PIC 9(09)   VALUE ZERO COMP.
013900 77  WS-REJECTED-COUNT              PIC 9(09)   VALUE ZERO COMP.
014000 77  WS-HIST-READ-COUNT             PIC 9(09)   VALUE ZERO COMP.
014100 77  WS-OPTOUT-TRAN-COUNT           PIC 9(09)   VALUE ZERO COMP.
014200 77  WS-INVALID-TRAN-COUNT          PIC 9(09)   VALUE ZERO COMP.
014300 77  WS-TRAN-COUNT                  PIC 9(09)   VALUE ZERO COMP.
014400 77  WS-ALREADY-COUNT               PIC 9(09)   VALUE ZERO COMP.
014500 77  WS-EXCEPTION-COUNT             PIC 9(09)   VALUE ZERO COMP.
014600 77  WS-REJECT-REASON               PIC X(40)   VALUE SPACES.
014700 77  WS-CHANGED-SW                  PIC X(01)   VALUE "N".
014800     88  WS-IMAGE-CHANGED                       VALUE "Y".
014900 77  WS-DECODE-COUNT                PIC 9(04)   VALUE ZERO COMP.
015000 77  WS-DECODE-MAX-COUNT            PIC 9(04)   VALUE 500 COMP.
015100 77  WS-DECODE-TBL-SW               PIC X(01)   VALUE "N".
015200     88  WS-DECODE-TBL-FULL                     VALUE "Y".
015300 77  WS-SEARCH-TYPE                 PIC X(10).
015400 77  WS-SEARCH-CODE                 PIC 9(05).
015500 77  WS-DECODE-RESULT               PIC X(30).
015600     COPY "zcm160-decode-tbl".
015700*----------------------------------------------------------------*
015800*    RESPONSES, ONE ENTRY PER CONTACT ID / RUN ID, IN KEY ORDER  *
015900*    FOR SEARCH ALL.  A CONTACT CAN BOTH RESPOND AND LATER       *
016000*    UNSUBSCRIBE, SO EACH RESPONSE TYPE HAS ITS OWN SWITCH       *
016100*----------------------------------------------------------------*
016200 77  WS-RSP-COUNT                   PIC 9(05)   VALUE ZERO COMP.
016300 77  WS-RSP-MAX-COUNT               PIC 9(05)   VALUE 5000 COMP.
016400 77  WS-RSP-TBL-SW                  PIC X(01)   VALUE "N".
016500     88  WS-RSP-TBL-FULL                        VALUE "Y".
016600 77  WS-RSP-SUB                     PIC 9(05)   VALUE ZERO COMP.
016700 77  WS-RSP-FOUND-SW                PIC X(01)   VALUE "N".
016800     88  WS-RSP-FOUND                           VALUE "Y".
016900 77  WS-SEARCH-CONTACT-ID           PIC 9(09)   VALUE ZERO.
017000 77  WS-SEARCH-RUN-ID               PIC X(08)   VALUE SPACES.
017100 01  WS-RESPONSE-TABLE.
017200     05  WS-RSP-ENTRY OCCURS 1 TO 5000 TIMES
017300             DEPENDING ON WS-RSP-COUNT
017400             ASCENDING KEY IS WS-RT-CONTACT-ID WS-RT-RUN-ID
017500             INDEXED BY WS-RSP-IDX.
017600         10  WS-RT-CONTACT-ID       PIC 9(09).
017700         10  WS-RT-RUN-ID           PIC X(08).
017800         10  WS-RT-BOUNCE-SW        PIC X(01).
017900             88  WS-RT-BOUNCED                  VALUE "Y".
018000         10  WS-RT-UNSUB-SW         PIC X(01).
018100             88  WS-RT-UNSUBSCRIBED             VALUE "Y".
018200         10  WS-RT-RESPOND-SW       PIC X(01).
018300             88  WS-RT-RESPONDED                VALUE "Y".
018400         10  WS-RT-MATCHED-SW       PIC X(01).
018500             88  WS-RT-MATCHED                  VALUE "Y".
018600         10  WS-RT-RECORDS          PIC 9(05)   COMP.
018700*----------------------------------------------------------------*
018800*    CAMPAIGNS NAMED ON THE RESPONSE FILE, WITH THE SELPARM IMAGE*
018900*    AND SELECTION DATE OF THE RUN TAKEN FROM ITS HISTORY RECORDS*
019000*----------------------------------------------------------------*
019100 77  WS-CAMP-COUNT                  PIC 9(03)   VALUE ZERO COMP.
019200 77  WS-CAMP-MAX-COUNT              PIC 9(03)   VALUE 200 COMP.
019300 77  WS-CAMP-TBL-SW                 PIC X(01)   VALUE "N".
019400     88  WS-CAMP-TBL-FULL                       VALUE "Y".
019500 77  WS-CAMP-SUB                    PIC 9(03)   VALUE ZERO COMP.
019600 77  WS-CAMP-FOUND-SW               PIC X(01)   VALUE "N".
019700     88  WS-CAMP-FOUND                          VALUE "Y".
019800 77  WS-SEARCH-SUB                  PIC 9(03)   VALUE ZERO COMP.
019900 01  WS-CAMPAIGN-TABLE.
020000     05  WS-CAMP-ENTRY OCCURS 200 TIMES.
020100         10  WS-CT-RUN-ID           PIC X(08).
020200         10  WS-CT-SELECT-DATE      PIC 9(08).
020300         10  WS-CT-SELPARM-IMAGE    PIC X(33).
020400         10  WS-CT-SELPARM REDEFINES WS-CT-SELPARM-IMAGE.
020500             15  WS-CT-INDUSTRY-FROM
020600                                    PIC 9(04).
020700             15  WS-CT-INDUSTRY-TO  PIC 9(04).
020800             15  WS-CT-SOURCE-FROM  PIC 9(04).
020900             15  WS-CT-SOURCE-TO    PIC 9(04).
021000             15  WS-CT-STATE-FROM   PIC 9(04).
021100             15  WS-CT-STATE-TO     PIC 9(04).
021200             15  FILLER             PIC X(09).
021300         10  WS-CT-SELECTED         PIC 9(09)   COMP.
021400         10  WS-CT-BOUNCED          PIC 9(09)   COMP.
021500         10  WS-CT-UNSUBSCRIBED     PIC 9(09)   COMP.
021600         10  WS-CT-RESPONDED        PIC 9(09)   COMP.
021700 77  WS-RANGE-TYPE                  PIC X(10).
021800 77  WS-RANGE-FROM                  PIC 9(04).
021900 77  WS-RANGE-TO                    PIC 9(04).
022000 77  WS-RANGE-FROM-TEXT             PIC X(30).
022100 77  WS-RANGE-TO-TEXT               PIC X(30).
022200 77  WS-INDUSTRY-TO-TEXT            PIC X(30).
022300 01  WS-HEADING-1.
022400     05  FILLER                     PIC X(46)
022500         VALUE "ZCM450 - CAMPAIGN RESPONSE FEEDBACK REPORT".
022600     05  FILLER                     PIC X(08) VALUE "RUN ID ".
022700     05  WS-H-RUN-ID                PIC X(08).
022800 01  WS-EXCEPTION-HEADING.
022900     05  FILLER                     PIC X(40)
023000         VALUE "RESPONSE EXCEPTIONS - NOT APPLIED".
023100 01  WS-EXCEPTION-HEADING-2.
023200     05  FILLER                     PIC X(11) VALUE "CONTACT ID".
023300     05  FILLER                     PIC X(10) VALUE "RUN ID".
023400     05  FILLER                     PIC X(06) VALUE "TYPE".
023500     05  FILLER                     PIC X(40) VALUE "REASON".
023600 01  WS-EXCEPTION-LINE.
023700     05  WS-E-CONTACT-ID            PIC 9(09).
023800     05  FILLER                     PIC X(02) VALUE SPACES.
023900     05  WS-E-RUN-ID                PIC X(08).
024000     05  FILLER                     PIC X(02) VALUE SPACES.
024100     05  WS-E-TYPE                  PIC X(04).
024200     05  FILLER                     PIC X(02) VALUE SPACES.
024300     05  WS-E-REASON                PIC X(40).
024400 01  WS-CAMPAIGN-HEADING.
024500     05  FILLER                     PIC X(40)
024600         VALUE "CAMPAIGN EFFECTIVENESS".
024700 01  WS-CAMPAIGN-HEADING-2.
024800     05  FILLER                     PIC X(10) VALUE "RUN ID".
024900     05  FILLER                     PIC X(10) VALUE "SEL DATE".
025000     05  FILLER                     PIC X(32) VALUE "INDUSTRY".
025100     05  FILLER                     PIC X(32) VALUE "STATE".
025200     05  FILLER                     PIC X(12) VALUE "   SELECTED".
025300     05  FILLER                     PIC X(12) VALUE "    BOUNCED".
025400     05  FILLER                     PIC X(12) VALUE "UNSUBSCRIBE".
025500     05  FILLER                     PIC X(11) VALUE "  RESPONDED".
025600 01  WS-CAMPAIGN-LINE.
025700     05  WS-C-RUN-ID                PIC X(08).
025800     05  FILLER                     PIC X(02) VALUE SPACES.
025900     05  WS-C-SELECT-DATE           PIC X(08).
026000     05  FILLER                     PIC X(02) VALUE SPACES.
026100     05  WS-C-INDUSTRY              PIC X(30).
026200     05  FILLER                     PIC X(02) VALUE SPACES.
026300     05  WS-C-STATE                 PIC X(30).
026400     05  FILLER                     PIC X(02) VALUE SPACES.
026500     05  WS-C-SELECTED              PIC ZZZ,ZZZ,ZZ9.
026600     05  FILLER                     PIC X(01) VALUE SPACES.
026700     05  WS-C-BOUNCED               PIC ZZZ,ZZZ,ZZ9.
026800     05  FILLER                     PIC X(01) VALUE SPACES.
026900     05  WS-C-UNSUBSCRIBED          PIC ZZZ,ZZZ,ZZ9.
027000     05  FILLER                     PIC X(01) VALUE SPACES.
027100     05  WS-C-RESPONDED             PIC ZZZ,ZZZ,ZZ9.
027200 01  WS-RANGE-LINE.
027300     05  FILLER                     PIC X(10) VALUE SPACES.
027400     05  FILLER                     PIC X(10) VALUE "  THRU".
027500     05  WS-R-INDUSTRY              PIC X(30).
027600     05  FILLER                     PIC X(02) VALUE SPACES.
027700     05  WS-R-STATE                 PIC X(30).
027800 01  WS-TOTAL-LINE.
027900     05  WS-T-LABEL                 PIC X(40).
028000     05  WS-T-COUNT                 PIC ZZZ,ZZZ,ZZ9.
028100 PROCEDURE DIVISION.
028200 0000-MAINLINE.
028300     PERFORM 1000-INITIALIZE
028400         THRU 1000-INITIALIZE-EXIT.
028500     SORT SORT-WORK
028600         ON ASCENDING KEY SRT-CONTACT-ID SRT-RUN-ID
028700         INPUT PROCEDURE IS 2000-SCREEN-RESPONSES
028800             THRU 2000-SCREEN-RESPONSES-EXIT
028900         OUTPUT PROCEDURE IS 2100-LOAD-RESPONSES
029000             THRU 2100-LOAD-RESPONSES-EXIT.
029100     PERFORM 3000-MATCH-HISTORY
029200         THRU 3000-MATCH-HISTORY-EXIT.
029300     PERFORM 4000-APPLY-RESPONSES
029400         THRU 4000-APPLY-RESPONSES-EXIT.
029500     PERFORM 5000-FINALIZE
029600         THRU 5000-FINALIZE-EXIT.
029700     STOP RUN.
029800*----------------------------------------------------------------*
029900*    1000-INITIALIZE - LOAD THE DCM160 DECODES AND START THE     *
030000*    REPORT WITH THE EXCEPTION SECTION HEADINGS                  *
030100*----------------------------------------------------------------*
030200 1000-INITIALIZE.
030300     PERFORM 9500-READ-RUN-PARM
030400         THRU 9500-READ-RUN-PARM-EXIT
030500     OPEN INPUT  DECODE-REF
030600     PERFORM 1100-LOAD-DECODE-TABLE
030700         THRU 1100-LOAD-DECODE-TABLE-EXIT
030800         UNTIL WS-REF-EOF
030900     CLOSE DECODE-REF
031000     OPEN OUTPUT REPORT-OUT
031100     OPEN OUTPUT TRAN-OUT
031200     MOVE WS-RUN-ID TO WS-H-RUN-ID
031300     MOVE WS-HEADING-1 TO REPORT-LINE
031400     WRITE REPORT-LINE
031500     MOVE SPACES TO REPORT-LINE
031600     WRITE REPORT-LINE
031700     MOVE WS-EXCEPTION-HEADING TO REPORT-LINE
031800     WRITE REPORT-LINE
031900     MOVE WS-EXCEPTION-HEADING-2 TO REPORT-LINE
032000     WRITE REPORT-LINE.
032100 1000-INITIALIZE-EXIT.
032200     EXIT.
032300*----------------------------------------------------------------*
032400*    1100-LOAD-DECODE-TABLE - READ ONE DCM160 ROW INTO THE NEXT  *
032500*    TABLE ENTRY.  IF DCM160 HAS MORE ROWS THAN THE TABLE HOLDS, *
032600*    THE LOAD IS STOPPED AND THE TABLE IS FLAGGED FULL RATHER    *
032700*    THAN SUBSCRIPTING PAST THE OCCURS BOUND                     *
032800*----------------------------------------------------------------*
032900 1100-LOAD-DECODE-TABLE.
033000     READ DECODE-REF
033100         AT END
033200             MOVE "Y" TO WS-REF-EOF-SW
033300             GO TO 1100-LOAD-DECODE-TABLE-EXIT
033400     END-READ
033500     IF WS-DECODE-COUNT >= WS-DECODE-MAX-COUNT
033600         MOVE "Y" TO WS-DECODE-TBL-SW
033700         MOVE "Y" TO WS-REF-EOF-SW
033800         GO TO 1100-LOAD-DECODE-TABLE-EXIT
033900     END-IF
034000     ADD 1 TO WS-DECODE-COUNT
034100     MOVE DR-TYPE-CODE    TO WS-T-TYPE-CODE(WS-DECODE-COUNT)
034200     MOVE DR-CODE-VALUE   TO WS-T-CODE-VALUE(WS-DECODE-COUNT)
034300     MOVE DR-DESCRIPTION  TO WS-T-DESCRIPTION(WS-DECODE-COUNT).
034400 1100-LOAD-DECODE-TABLE-EXIT.
034500     EXIT.
034600*----------------------------------------------------------------*
034700*    2000-SCREEN-RESPONSES - RELEASE EVERY RESPONSE WITH A       *
034800*    NUMERIC CONTACT ID AND A KNOWN RESPONSE TYPE TO THE SORT;   *
034900*    ANYTHING ELSE IS REJECTED ONTO THE EXCEPTION LIST           *
035000*----------------------------------------------------------------*
035100 2000-SCREEN-RESPONSES.
035200     OPEN INPUT RESPONSE-IN
035300     PERFORM 2010-RELEASE-RESPONSE
035400         THRU 2010-RELEASE-RESPONSE-EXIT
035500         UNTIL WS-EOF
035600     CLOSE RESPONSE-IN.
035700 2000-SCREEN-RESPONSES-EXIT.
035800     EXIT.
035900*----------------------------------------------------------------*
036000*    2010-RELEASE-RESPONSE - EDIT ONE RESPONSE RECORD AND        *
036100*    RELEASE IT TO THE SORT, OR WRITE IT TO THE EXCEPTIONS       *
036200*----------------------------------------------------------------*
036300 2010-RELEASE-RESPONSE.
036400     READ RESPONSE-IN
036500         AT END
036600             MOVE "Y" TO WS-EOF-SW
036700             GO TO 2010-RELEASE-RESPONSE-EXIT
036800     END-READ
036900     ADD 1 TO WS-RESPONSE-COUNT
037000     MOVE SPACES TO WS-REJECT-REASON
037100     IF RSP-CONTACT-ID IS NOT NUMERIC
037200         MOVE "CONTACT ID NOT NUMERIC" TO WS-REJECT-REASON
037300     END-IF
037400     IF WS-REJECT-REASON = SPACES
037500         AND NOT RSP-TYPE-VALID
037600         MOVE "UNKNOWN RESPONSE TYPE" TO WS-REJECT-REASON
037700     END-IF
037800     IF WS-REJECT-REASON = SPACES
037900         RELEASE SORT-RSP-RECORD FROM CAMP-RESPONSE-RECORD
038000         GO TO 2010-RELEASE-RESPONSE-EXIT
038100     END-IF
038200     ADD 1 TO WS-REJECTED-COUNT
038300     MOVE RSP-CONTACT-ID    TO WS-E-CONTACT-ID
038400     MOVE RSP-RUN-ID        TO WS-E-RUN-ID
038500     MOVE RSP-RESPONSE-TYPE TO WS-E-TYPE
038600     PERFORM 8000-WRITE-EXCEPTION
038700         THRU 8000-WRITE-EXCEPTION-EXIT.
038800 2010-RELEASE-RESPONSE-EXIT.
038900     EXIT.
039000*----------------------------------------------------------------*
039100*    2100-LOAD-RESPONSES - BUILD ONE TABLE ENTRY PER CONTACT ID /*
039200*    RUN ID FROM THE SORTED RESPONSES, AND ONE CAMPAIGN ENTRY PER*
039300*    RUN ID                                                      *
039400*----------------------------------------------------------------*
039500 2100-LOAD-RESPONSES.
039600     PERFORM 2110-ADD-RESPONSE
039700         THRU 2110-ADD-RESPONSE-EXIT
039800         UNTIL WS-SORT-EOF.
039900 2100-LOAD-RESPONSES-EXIT.
040000     EXIT.
040100*----------------------------------------------------------------*
040200*    2110-ADD-RESPONSE - RETURN ONE SORTED RESPONSE AND ADD IT   *
040300*    TO THE RESPONSE TABLE, FOLDING REPEATS FOR THE SAME CONTACT *
040400*    AND RUN INTO ONE ENTRY                                      *
040500*----------------------------------------------------------------*
040600 2110-ADD-RESPONSE.
040700     RETURN SORT-WORK
040800         AT END
040900             MOVE "Y" TO WS-SORT-EOF-SW
041000             GO TO 2110-ADD-RESPONSE-EXIT
041100     END-RETURN
041200     IF WS-RSP-COUNT > ZERO
041300         AND SRT-CONTACT-ID = WS-RT-CONTACT-ID(WS-RSP-COUNT)
041400         AND SRT-RUN-ID = WS-RT-RUN-ID(WS-RSP-COUNT)
041500         MOVE WS-RSP-COUNT TO WS-RSP-SUB
041600         PERFORM 2120-SET-RESPONSE-TYPE
041700             THRU 2120-SET-RESPONSE-TYPE-EXIT
041800         GO TO 2110-ADD-RESPONSE-EXIT
041900     END-IF
042000     IF WS-RSP-COUNT >= WS-RSP-MAX-COUNT
042100         MOVE "Y" TO WS-RSP-TBL-SW
042200         ADD 1 TO WS-REJECTED-COUNT
042300         MOVE SRT-CONTACT-ID    TO WS-E-CONTACT-ID
042400         MOVE SRT-RUN-ID        TO WS-E-RUN-ID
042500         MOVE SRT-RESPONSE-TYPE TO WS-E-TYPE
042600         MOVE "RESPONSE TABLE FULL - RESUBMIT" TO WS-REJECT-REASON
042700         PERFORM 8000-WRITE-EXCEPTION
042800             THRU 8000-WRITE-EXCEPTION-EXIT
042900         GO TO 2110-ADD-RESPONSE-EXIT
043000     END-IF
043100     ADD 1 TO WS-RSP-COUNT
043200     MOVE WS-RSP-COUNT   TO WS-RSP-SUB
043300     MOVE SRT-CONTACT-ID TO WS-RT-CONTACT-ID(WS-RSP-SUB)
043400     MOVE SRT-RUN-ID     TO WS-RT-RUN-ID(WS-RSP-SUB)
043500     MOVE "N" TO WS-RT-BOUNCE-SW(WS-RSP-SUB)
043600     MOVE "N" TO WS-RT-UNSUB-SW(WS-RSP-SUB)
043700     MOVE "N" TO WS-RT-RESPOND-SW(WS-RSP-SUB)
043800     MOVE "N" TO WS-RT-MATCHED-SW(WS-RSP-SUB)
043900     MOVE ZERO TO WS-RT-RECORDS(WS-RSP-SUB)
044000     PERFORM 2120-SET-RESPONSE-TYPE
044100         THRU 2120-SET-RESPONSE-TYPE-EXIT
044200     MOVE SRT-RUN-ID TO WS-SEARCH-RUN-ID
044300     PERFORM 7000-FIND-CAMPAIGN
044400         THRU 7000-FIND-CAMPAIGN-EXIT
044500     IF WS-CAMP-FOUND
044600         GO TO 2110-ADD-RESPONSE-EXIT
044700     END-IF
044800     IF WS-CAMP-COUNT >= WS-CAMP-MAX-COUNT
044900         MOVE "Y" TO WS-CAMP-TBL-SW
045000         GO TO 2110-ADD-RESPONSE-EXIT
045100     END-IF
045200     ADD 1 TO WS-CAMP-COUNT
045300     MOVE SRT-RUN-ID TO WS-CT-RUN-ID(WS-CAMP-COUNT)
045400     MOVE ZERO   TO WS-CT-SELECT-DATE(WS-CAMP-COUNT)
045500     MOVE SPACES TO WS-CT-SELPARM-IMAGE(WS-CAMP-COUNT)
045600     MOVE ZERO   TO WS-CT-SELECTED(WS-CAMP-COUNT)
045700     MOVE ZERO   TO WS-CT-BOUNCED(WS-CAMP-COUNT)
045800     MOVE ZERO   TO WS-CT-UNSUBSCRIBED(WS-CAMP-COUNT)
045900     MOVE ZERO   TO WS-CT-RESPONDED(WS-CAMP-COUNT).
046000 2110-ADD-RESPONSE-EXIT.
046100     EXIT.
046200*----------------------------------------------------------------*
046300*    2120-SET-RESPONSE-TYPE - NOTE THE RESPONSE TYPE ON A        *
046400*    RESPONSE TABLE ENTRY                                        *
046500*----------------------------------------------------------------*
046600 2120-SET-RESPONSE-TYPE.
046700     ADD 1 TO WS-RT-RECORDS(WS-RSP-SUB)
046800     EVALUATE SRT-RESPONSE-TYPE
046900         WHEN "B"
047000             MOVE "Y" TO WS-RT-BOUNCE-SW(WS-RSP-SUB)
047100         WHEN "U"
047200             MOVE "Y" TO WS-RT-UNSUB-SW(WS-RSP-SUB)
047300         WHEN OTHER
047400             MOVE "Y" TO WS-RT-RESPOND-SW(WS-RSP-SUB)
047500     END-EVALUATE.
047600 2120-SET-RESPONSE-TYPE-EXIT.
047700     EXIT.
047800*----------------------------------------------------------------*
047900*    3000-MATCH-HISTORY - PASS THE CUMULATIVE CAMPAIGN HISTORY:  *
048000*    COUNT EVERY SELECTION MADE BY A CAMPAIGN ON THE RESPONSE    *
048100*    FILE, AND MARK AND COUNT EACH RESPONSE THAT JOINS TO ONE    *
048200*----------------------------------------------------------------*
048300 3000-MATCH-HISTORY.
048400     OPEN INPUT HIST-IN
048500     IF WS-HIST-NOT-FOUND
048600         GO TO 3000-MATCH-HISTORY-EXIT
048700     END-IF
048800     PERFORM 3010-MATCH-HISTORY-RECORD
048900         THRU 3010-MATCH-HISTORY-RECORD-EXIT
049000         UNTIL WS-HIST-EOF
049100     CLOSE HIST-IN.
049200 3000-MATCH-HISTORY-EXIT.
049300     EXIT.
049400*----------------------------------------------------------------*
049500*    3010-MATCH-HISTORY-RECORD - MATCH ONE CAMPAIGN-HISTORY      *
049600*    RECORD TO ITS CAMPAIGN AND RESPONSE, AND COUNT THE RESPONSE *
049700*    AGAINST THE CAMPAIGN                                        *
049800*----------------------------------------------------------------*
049900 3010-MATCH-HISTORY-RECORD.
050000     READ HIST-IN
050100         AT END
050200             MOVE "Y" TO WS-HIST-EOF-SW
050300             GO TO 3010-MATCH-HISTORY-RECORD-EXIT
050400     END-READ
050500     ADD 1 TO WS-HIST-READ-COUNT
050600     MOVE HIN-RUN-ID TO WS-SEARCH-RUN-ID
050700     PERFORM 7000-FIND-CAMPAIGN
050800         THRU 7000-FIND-CAMPAIGN-EXIT
050900     IF NOT WS-CAMP-FOUND
051000         GO TO 3010-MATCH-HISTORY-RECORD-EXIT
051100     END-IF
051200     IF WS-CT-SELECTED(WS-CAMP-SUB) = ZERO
051300         MOVE HIN-SELECT-DATE TO WS-CT-SELECT-DATE(WS-CAMP-SUB)
051400         MOVE HIN-SELPARM-IMAGE
051500             TO WS-CT-SELPARM-IMAGE(WS-CAMP-SUB)
051600     END-IF
051700     ADD 1 TO WS-CT-SELECTED(WS-CAMP-SUB)
051800     MOVE HIN-CONTACT-ID TO WS-SEARCH-CONTACT-ID
051900     PERFORM 7100-FIND-RESPONSE
052000         THRU 7100-FIND-RESPONSE-EXIT
052100     IF NOT WS-RSP-FOUND
052200         GO TO 3010-MATCH-HISTORY-RECORD-EXIT
052300     END-IF
052400     IF WS-RT-MATCHED(WS-RSP-SUB)
052500         GO TO 3010-MATCH-HISTORY-RECORD-EXIT
052600     END-IF
052700     MOVE "Y" TO WS-RT-MATCHED-SW(WS-RSP-SUB)
052800     IF WS-RT-BOUNCED(WS-RSP-SUB)
052900         ADD 1 TO WS-CT-BOUNCED(WS-CAMP-SUB)
053000     END-IF
053100     IF WS-RT-UNSUBSCRIBED(WS-RSP-SUB)
053200         ADD 1 TO WS-CT-UNSUBSCRIBED(WS-CAMP-SUB)
053300     END-IF
053400     IF WS-RT-RESPONDED(WS-RSP-SUB)
053500         ADD 1 TO WS-CT-RESPONDED(WS-CAMP-SUB)
053600     END-IF.
053700 3010-MATCH-HISTORY-RECORD-EXIT.
053800     EXIT.
053900*----------------------------------------------------------------*
054000*    4000-APPLY-RESPONSES - REJECT EVERY RESPONSE THAT DID NOT   *
054100*    JOIN TO THE HISTORY, AND TURN EACH JOINED BOUNCE OR         *
054200*    UNSUBSCRIBE INTO A CHANGE TRANSACTION.  WITHOUT CONTACT-IDX *
054300*    EVERY BOUNCE AND UNSUBSCRIBE IS REJECTED                    *
054400*----------------------------------------------------------------*
054500 4000-APPLY-RESPONSES.
054600     OPEN INPUT CONTACT-IDX
054700     IF NOT WS-IDX-OK
054800         DISPLAY "ZCM450 - CONTACTIDX OPEN FAILED, STATUS "
054900             WS-IDX-FILE-STATUS " - NO CHANGES WRITTEN"
055000         MOVE "Y" TO WS-IDX-FAILED-SW
055100     END-IF
055200     PERFORM 4010-APPLY-RESPONSE
055300         THRU 4010-APPLY-RESPONSE-EXIT
055400         VARYING WS-RSP-SUB FROM 1 BY 1
055500         UNTIL WS-RSP-SUB > WS-RSP-COUNT
055600     IF NOT WS-IDX-FAILED
055700         CLOSE CONTACT-IDX
055800     END-IF.
055900 4000-APPLY-RESPONSES-EXIT.
056000     EXIT.
056100*----------------------------------------------------------------*
056200*    4010-APPLY-RESPONSE - APPLY ONE RESPONSE TABLE ENTRY TO THE *
056300*    CONTACT MASTER, OR REJECT IT TO THE EXCEPTIONS              *
056400*----------------------------------------------------------------*
056500 4010-APPLY-RESPONSE.
056600     MOVE SPACES TO WS-REJECT-REASON
056700     IF NOT WS-RT-MATCHED(WS-RSP-SUB)
056800         MOVE WS-RT-RUN-ID(WS-RSP-SUB) TO WS-SEARCH-RUN-ID
056900         PERFORM 7000-FIND-CAMPAIGN
057000             THRU 7000-FIND-CAMPAIGN-EXIT
057100         EVALUATE TRUE
057200             WHEN NOT WS-CAMP-FOUND
057300                 MOVE "CAMPAIGN TABLE FULL - RESUBMIT"
057400                     TO WS-REJECT-REASON
057500             WHEN WS-CT-SELECTED(WS-CAMP-SUB) = ZERO
057600                 MOVE "RUN ID NOT ON CAMPAIGN HISTORY"
057700                     TO WS-REJECT-REASON
057800             WHEN OTHER
057900                 MOVE "CONTACT NOT SELECTED BY THIS RUN"
058000                     TO WS-REJECT-REASON
058100         END-EVALUATE
058200         GO TO 4010-REJECT-RESPONSE
058300     END-IF
058400     IF NOT WS-RT-BOUNCED(WS-RSP-SUB)
058500         AND NOT WS-RT-UNSUBSCRIBED(WS-RSP-SUB)
058600         ADD WS-RT-RECORDS(WS-RSP-SUB) TO WS-ACCEPTED-COUNT
058700         GO TO 4010-APPLY-RESPONSE-EXIT
058800     END-IF
058900     IF WS-IDX-FAILED
059000         MOVE "CONTACTIDX NOT AVAILABLE" TO WS-REJECT-REASON
059100         GO TO 4010-REJECT-RESPONSE
059200     END-IF
059300     MOVE WS-RT-CONTACT-ID(WS-RSP-SUB)
059400         TO CONTACT-ID OF CONTACT-IDX-RECORD
059500     READ CONTACT-IDX
059600         INVALID KEY
059700             MOVE "CONTACT NO LONGER ON CONTACT-IDX"
059800                 TO WS-REJECT-REASON
059900     END-READ
060000     IF WS-REJECT-REASON NOT = SPACES
060100         GO TO 4010-REJECT-RESPONSE
060200     END-IF
060300     ADD WS-RT-RECORDS(WS-RSP-SUB) TO WS-ACCEPTED-COUNT
060400     PERFORM 4100-WRITE-CHANGE
060500         THRU 4100-WRITE-CHANGE-EXIT
060600     GO TO 4010-APPLY-RESPONSE-EXIT.
060700 4010-REJECT-RESPONSE.
060800     ADD WS-RT-RECORDS(WS-RSP-SUB) TO WS-REJECTED-COUNT
060900     MOVE WS-RT-CONTACT-ID(WS-RSP-SUB) TO WS-E-CONTACT-ID
061000     MOVE WS-RT-RUN-ID(WS-RSP-SUB)     TO WS-E-RUN-ID
061100     MOVE SPACES TO WS-E-TYPE
061200     IF WS-RT-BOUNCED(WS-RSP-SUB)
061300         MOVE "B" TO WS-E-TYPE(1:1)
061400     END-IF
061500     IF WS-RT-UNSUBSCRIBED(WS-RSP-SUB)
061600         MOVE "U" TO WS-E-TYPE(2:1)
061700     END-IF
061800     IF WS-RT-RESPONDED(WS-RSP-SUB)
061900         MOVE "R" TO WS-E-TYPE(3:1)
062000     END-IF
062100     PERFORM 8000-WRITE-EXCEPTION
062200         THRU 8000-WRITE-EXCEPTION-EXIT.
062300 4010-APPLY-RESPONSE-EXIT.
062400     EXIT.
062500*----------------------------------------------------------------*
062600*    4100-WRITE-CHANGE - SET OPTOUT FOR AN UNSUBSCRIBE AND       *
062700*    ISINVALID FOR A HARD BOUNCE ON THE CURRENT IMAGE, AND WRITE *
062800*    AN EMAIL-GROUP CHANGE UNLESS THE FLAGS WERE ALREADY SET     *
062900*----------------------------------------------------------------*
063000 4100-WRITE-CHANGE.
063100     MOVE "N" TO WS-CHANGED-SW
063200     IF WS-RT-UNSUBSCRIBED(WS-RSP-SUB)
063300         AND OPTOUT OF CONTACT-IDX-RECORD NOT = "Y"
063400         AND OPTOUT OF CONTACT-IDX-RECORD NOT = "y"
063500         MOVE "Y" TO OPTOUT OF CONTACT-IDX-RECORD
063600         MOVE "Y" TO WS-CHANGED-SW
063700         ADD 1 TO WS-OPTOUT-TRAN-COUNT
063800     END-IF
063900     IF WS-RT-BOUNCED(WS-RSP-SUB)
064000         AND ISINVALID OF CONTACT-IDX-RECORD NOT = "Y"
064100         AND ISINVALID OF CONTACT-IDX-RECORD NOT = "y"
064200         MOVE "Y" TO ISINVALID OF CONTACT-IDX-RECORD
064300         MOVE "Y" TO WS-CHANGED-SW
064400         ADD 1 TO WS-INVALID-TRAN-COUNT
064500     END-IF
064600     IF NOT WS-IMAGE-CHANGED
064700         ADD 1 TO WS-ALREADY-COUNT
064800         GO TO 4100-WRITE-CHANGE-EXIT
064900     END-IF
065000     MOVE "C" TO TRAN-ACTION
065100     MOVE ALL "N" TO TRAN-CHANGE-FLAGS
065200     MOVE "Y" TO TRAN-CHG-EMAIL
065300     MOVE CONTACT-IDX-RECORD TO TRAN-CONTACT-IMAGE
065400     WRITE CONTACT-TRAN-RECORD
065500     ADD 1 TO WS-TRAN-COUNT.
065600 4100-WRITE-CHANGE-EXIT.
065700     EXIT.
065800*----------------------------------------------------------------*
065900*    5000-FINALIZE - PRINT THE CAMPAIGN EFFECTIVENESS SECTION AND*
066000*    THE RUN TOTALS, WRITE THE CONTROL RECORD, AND CLOSE FILES   *
066100*----------------------------------------------------------------*
066200 5000-FINALIZE.
066300     IF WS-EXCEPTION-COUNT = ZERO
066400         MOVE "    NONE" TO REPORT-LINE
066500         WRITE REPORT-LINE
066600     END-IF
066700     MOVE SPACES TO REPORT-LINE
066800     WRITE REPORT-LINE
066900     MOVE WS-CAMPAIGN-HEADING TO REPORT-LINE
067000     WRITE REPORT-LINE
067100     MOVE WS-CAMPAIGN-HEADING-2 TO REPORT-LINE
067200     WRITE REPORT-LINE
067300     PERFORM 5100-WRITE-CAMPAIGN-LINE
067400         THRU 5100-WRITE-CAMPAIGN-LINE-EXIT
067500         VARYING WS-CAMP-SUB FROM 1 BY 1
067600         UNTIL WS-CAMP-SUB > WS-CAMP-COUNT
067700     MOVE SPACES TO REPORT-LINE
067800     WRITE REPORT-LINE
067900     MOVE "RESPONSE RECORDS READ" TO WS-T-LABEL
068000     MOVE WS-RESPONSE-COUNT TO WS-T-COUNT
068100     PERFORM 5200-WRITE-TOTAL-LINE
068200         THRU 5200-WRITE-TOTAL-LINE-EXIT
068300     MOVE "RESPONSE RECORDS ACCEPTED" TO WS-T-LABEL
068400     MOVE WS-ACCEPTED-COUNT TO WS-T-COUNT
068500     PERFORM 5200-WRITE-TOTAL-LINE
068600         THRU 5200-WRITE-TOTAL-LINE-EXIT
068700     MOVE "RESPONSE RECORDS REJECTED" TO WS-T-LABEL
068800     MOVE WS-REJECTED-COUNT TO WS-T-COUNT
068900     PERFORM 5200-WRITE-TOTAL-LINE
069000         THRU 5200-WRITE-TOTAL-LINE-EXIT
069100     MOVE "OPTOUT CHANGES (UNSUBSCRIBE)" TO WS-T-LABEL
069200     MOVE WS-OPTOUT-TRAN-COUNT TO WS-T-COUNT
069300     PERFORM 5200-WRITE-TOTAL-LINE
069400         THRU 5200-WRITE-TOTAL-LINE-EXIT
069500     MOVE "ISINVALID CHANGES (HARD BOUNCE)" TO WS-T-LABEL
069600     MOVE WS-INVALID-TRAN-COUNT TO WS-T-COUNT
069700     PERFORM 5200-WRITE-TOTAL-LINE
069800         THRU 5200-WRITE-TOTAL-LINE-EXIT
069900     MOVE "CHANGE TRANSACTIONS WRITTEN" TO WS-T-LABEL
070000     MOVE WS-TRAN-COUNT TO WS-T-COUNT
070100     PERFORM 5200-WRITE-TOTAL-LINE
070200         THRU 5200-WRITE-TOTAL-LINE-EXIT
070300     MOVE "ALREADY SUPPRESSED - NO CHANGE" TO WS-T-LABEL
070400     MOVE WS-ALREADY-COUNT TO WS-T-COUNT
070500     PERFORM 5200-WRITE-TOTAL-LINE
070600         THRU 5200-WRITE-TOTAL-LINE-EXIT
070700     PERFORM 9600-WRITE-CONTROL-RECORD
070800         THRU 9600-WRITE-CONTROL-RECORD-EXIT
070900     DISPLAY "ZCM450 - RESPONSE RECORDS READ  : "
071000         WS-RESPONSE-COUNT
071100     DISPLAY "ZCM450 - RESPONSES ACCEPTED     : "
071200         WS-ACCEPTED-COUNT
071300     DISPLAY "ZCM450 - RESPONSES REJECTED     : "
071400         WS-REJECTED-COUNT
071500     DISPLAY "ZCM450 - HISTORY RECORDS READ   : "
071600         WS-HIST-READ-COUNT
071700     DISPLAY "ZCM450 - CHANGE TRANS WRITTEN   : " WS-TRAN-COUNT
071800     DISPLAY "ZCM450 - ALREADY SUPPRESSED     : " WS-ALREADY-COUNT
071900     IF WS-RSP-TBL-FULL
072000         DISPLAY "ZCM450 - WARNING: RESPIN EXCEEDS "
072100             WS-RSP-MAX-COUNT " CONTACTS - REST REJECTED"
072200     END-IF
072300     IF WS-CAMP-TBL-FULL
072400         DISPLAY "ZCM450 - WARNING: RESPIN EXCEEDS "
072500             WS-CAMP-MAX-COUNT " CAMPAIGNS - REST REJECTED"
072600     END-IF
072700     IF WS-DECODE-TBL-FULL
072800         DISPLAY "ZCM450 - WARNING: DCM160 EXCEEDS "
072900             WS-DECODE-MAX-COUNT " ROWS - DECODE TABLE TRUNCATED"
073000     END-IF
073100     IF WS-IDX-FAILED
073200         MOVE 8 TO RETURN-CODE
073300     END-IF
073400     CLOSE TRAN-OUT
073500     CLOSE REPORT-OUT.
073600 5000-FINALIZE-EXIT.
073700     EXIT.
073800*----------------------------------------------------------------*
073900*    5100-WRITE-CAMPAIGN-LINE - ONE LINE PER CAMPAIGN, PLUS A    *
074000*    "THRU" LINE WHEN ITS SELPARM CHOSE A RANGE OF CODES         *
074100*----------------------------------------------------------------*
074200 5100-WRITE-CAMPAIGN-LINE.
074300     MOVE WS-CT-RUN-ID(WS-CAMP-SUB) TO WS-C-RUN-ID
074400     IF WS-CT-SELECTED(WS-CAMP-SUB) = ZERO
074500         MOVE "NONE"       TO WS-C-SELECT-DATE
074600         MOVE "NOT ON CAMPAIGN HISTORY" TO WS-C-INDUSTRY
074700         MOVE SPACES       TO WS-C-STATE
074800         MOVE SPACES       TO WS-INDUSTRY-TO-TEXT
074900         MOVE SPACES       TO WS-RANGE-TO-TEXT
075000     ELSE
075100         MOVE WS-CT-SELECT-DATE(WS-CAMP-SUB) TO WS-C-SELECT-DATE
075200         MOVE "INDUSTRY  " TO WS-RANGE-TYPE
075300         MOVE WS-CT-INDUSTRY-FROM(WS-CAMP-SUB) TO WS-RANGE-FROM
075400         MOVE WS-CT-INDUSTRY-TO(WS-CAMP-SUB)   TO WS-RANGE-TO
075500         PERFORM 7300-DESCRIBE-RANGE
075600             THRU 7300-DESCRIBE-RANGE-EXIT
075700         MOVE WS-RANGE-FROM-TEXT TO WS-C-INDUSTRY
075800         MOVE WS-RANGE-TO-TEXT   TO WS-INDUSTRY-TO-TEXT
075900         MOVE "STATE     " TO WS-RANGE-TYPE
076000         MOVE WS-CT-STATE-FROM(WS-CAMP-SUB) TO WS-RANGE-FROM
076100         MOVE WS-CT-STATE-TO(WS-CAMP-SUB)   TO WS-RANGE-TO
076200         PERFORM 7300-DESCRIBE-RANGE
076300             THRU 7300-DESCRIBE-RANGE-EXIT
076400         MOVE WS-RANGE-FROM-TEXT TO WS-C-STATE
076500     END-IF
076600     MOVE WS-CT-SELECTED(WS-CAMP-SUB)     TO WS-C-SELECTED
076700     MOVE WS-CT-BOUNCED(WS-CAMP-SUB)      TO WS-C-BOUNCED
076800     MOVE WS-CT-UNSUBSCRIBED(WS-CAMP-SUB) TO WS-C-UNSUBSCRIBED
076900     MOVE WS-CT-RESPONDED(WS-CAMP-SUB)    TO WS-C-RESPONDED
077000     MOVE WS-CAMPAIGN-LINE TO REPORT-LINE
077100     WRITE REPORT-LINE
077200     IF WS-INDUSTRY-TO-TEXT = SPACES
077300         AND WS-RANGE-TO-TEXT = SPACES
077400         GO TO 5100-WRITE-CAMPAIGN-LINE-EXIT
077500     END-IF
077600     MOVE WS-INDUSTRY-TO-TEXT TO WS-R-INDUSTRY
077700     MOVE WS-RANGE-TO-TEXT    TO WS-R-STATE
077800     MOVE WS-RANGE-LINE TO REPORT-LINE
077900     WRITE REPORT-LINE.
078000 5100-WRITE-CAMPAIGN-LINE-EXIT.
078100     EXIT.
078200*----------------------------------------------------------------*
078300*    5200-WRITE-TOTAL-LINE - PRINT ONE TOTAL LINE                *
078400*----------------------------------------------------------------*
078500 5200-WRITE-TOTAL-LINE.
078600     MOVE WS-TOTAL-LINE TO REPORT-LINE
078700     WRITE REPORT-LINE.
078800 5200-WRITE-TOTAL-LINE-EXIT.
078900     EXIT.
079000*----------------------------------------------------------------*
079100*    7000-FIND-CAMPAIGN - SET WS-CAMP-SUB TO THE CAMPAIGN ENTRY  *
079200*    FOR WS-SEARCH-RUN-ID.  HISTORY RECORDS OF ONE RUN ARE       *
079300*    WRITTEN TOGETHER, SO THE LAST ENTRY FOUND IS TRIED FIRST    *
079400*----------------------------------------------------------------*
079500 7000-FIND-CAMPAIGN.
079600     MOVE "N" TO WS-CAMP-FOUND-SW
079700     IF WS-CAMP-SUB > ZERO
079800         AND WS-CAMP-SUB NOT > WS-CAMP-COUNT
079900         AND WS-CT-RUN-ID(WS-CAMP-SUB) = WS-SEARCH-RUN-ID
080000         MOVE "Y" TO WS-CAMP-FOUND-SW
080100         GO TO 7000-FIND-CAMPAIGN-EXIT
080200     END-IF
080300     PERFORM 7010-MATCH-CAMPAIGN
080400         THRU 7010-MATCH-CAMPAIGN-EXIT
080500         VARYING WS-SEARCH-SUB FROM 1 BY 1
080600         UNTIL WS-SEARCH-SUB > WS-CAMP-COUNT
080700            OR WS-CAMP-FOUND.
080800 7000-FIND-CAMPAIGN-EXIT.
080900     EXIT.
081000*----------------------------------------------------------------*
081100*    7010-MATCH-CAMPAIGN - NOTE THE CAMPAIGN TABLE ENTRY THAT    *
081200*    MATCHES THE SEARCH RUN ID                                   *
081300*----------------------------------------------------------------*
081400 7010-MATCH-CAMPAIGN.
081500     IF WS-CT-RUN-ID(WS-SEARCH-SUB) = WS-SEARCH-RUN-ID
081600         MOVE "Y" TO WS-CAMP-FOUND-SW
081700         MOVE WS-SEARCH-SUB TO WS-CAMP-SUB
081800     END-IF.
081900 7010-MATCH-CAMPAIGN-EXIT.
082000     EXIT.
082100*----------------------------------------------------------------*
082200*    7100-FIND-RESPONSE - SET WS-RSP-SUB TO THE RESPONSE ENTRY   *
082300*    FOR WS-SEARCH-CONTACT-ID / WS-SEARCH-RUN-ID                 *
082400*----------------------------------------------------------------*
082500 7100-FIND-RESPONSE.
082600     MOVE "N" TO WS-RSP-FOUND-SW
082700     IF WS-RSP-COUNT = ZERO
082800         GO TO 7100-FIND-RESPONSE-EXIT
082900     END-IF
083000     SEARCH ALL WS-RSP-ENTRY
083100         AT END
083200             CONTINUE
083300         WHEN WS-RT-CONTACT-ID(WS-RSP-IDX) = WS-SEARCH-CONTACT-ID
083400          AND WS-RT-RUN-ID(WS-RSP-IDX) = WS-SEARCH-RUN-ID
083500             MOVE "Y" TO WS-RSP-FOUND-SW
083600             SET WS-RSP-SUB TO WS-RSP-IDX
083700     END-SEARCH.
083800 7100-FIND-RESPONSE-EXIT.
083900     EXIT.
084000*----------------------------------------------------------------*
084100*    7200-DECODE-CODE - LOOK UP A DCM160 CODE DESCRIPTION IN THE *
084200*    DECODE TABLE                                                *
084300*----------------------------------------------------------------*
084400 7200-DECODE-CODE.
084500     MOVE "*** UNKNOWN CODE ***" TO WS-DECODE-RESULT
084600     SEARCH ALL WS-DECODE-ENTRY
084700         AT END
084800             CONTINUE
084900         WHEN WS-T-TYPE-CODE(WS-DECODE-IDX) = WS-SEARCH-TYPE
085000          AND WS-T-CODE-VALUE(WS-DECODE-IDX) = WS-SEARCH-CODE
085100             MOVE WS-T-DESCRIPTION(WS-DECODE-IDX)
085200                 TO WS-DECODE-RESULT
085300     END-SEARCH.
085400 7200-DECODE-CODE-EXIT.
085500     EXIT.
085600*----------------------------------------------------------------*
085700*    7300-DESCRIBE-RANGE - DECODE A SELPARM FROM/TO PAIR: "ALL"  *
085800*    FOR THE WIDE-OPEN DEFAULT, ONE DESCRIPTION FOR A SINGLE     *
085900*    CODE, OTHERWISE THE FROM AND THRU DESCRIPTIONS              *
086000*----------------------------------------------------------------*
086100 7300-DESCRIBE-RANGE.
086200     MOVE SPACES TO WS-RANGE-TO-TEXT
086300     IF WS-RANGE-FROM = ZERO AND WS-RANGE-TO = 9999
086400         MOVE "ALL" TO WS-RANGE-FROM-TEXT
086500         GO TO 7300-DESCRIBE-RANGE-EXIT
086600     END-IF
086700     MOVE WS-RANGE-TYPE TO WS-SEARCH-TYPE
086800     MOVE WS-RANGE-FROM TO WS-SEARCH-CODE
086900     PERFORM 7200-DECODE-CODE
087000         THRU 7200-DECODE-CODE-EXIT
087100     MOVE WS-DECODE-RESULT TO WS-RANGE-FROM-TEXT
087200     IF WS-RANGE-TO = WS-RANGE-FROM
087300         GO TO 7300-DESCRIBE-RANGE-EXIT
087400     END-IF
087500     MOVE WS-RANGE-TO TO WS-SEARCH-CODE
087600     PERFORM 7200-DECODE-CODE
087700         THRU 7200-DECODE-CODE-EXIT
087800     MOVE WS-DECODE-RESULT TO WS-RANGE-TO-TEXT.
087900 7300-DESCRIBE-RANGE-EXIT.
088000     EXIT.
088100*----------------------------------------------------------------*
088200*    8000-WRITE-EXCEPTION - LIST ONE REJECTED RESPONSE           *
088300*----------------------------------------------------------------*
088400 8000-WRITE-EXCEPTION.
088500     MOVE WS-REJECT-REASON TO WS-E-REASON
088600     MOVE WS-EXCEPTION-LINE TO REPORT-LINE
088700     WRITE REPORT-LINE
088800     ADD 1 TO WS-EXCEPTION-COUNT.
088900 8000-WRITE-EXCEPTION-EXIT.
089000     EXIT.
089100*----------------------------------------------------------------*
089200*    9500-READ-RUN-PARM - PICK UP THE RUN IDENTIFIER FROM THE    *
089300*    OPTIONAL RUNPARM CONTROL CARD; A MISSING CARD LEAVES THE    *
089400*    RUN ID BLANK                                                *
089500*----------------------------------------------------------------*
089600 9500-READ-RUN-PARM.
089700     OPEN INPUT RUN-PARM
089800     IF WS-RUNPARM-NOT-FOUND
089900         MOVE SPACES TO RUN-PARM-RECORD
090000     ELSE
090100         READ RUN-PARM
090200             AT END
090300                 MOVE SPACES TO RUN-PARM-RECORD
090400         END-READ
090500         CLOSE RUN-PARM
090600     END-IF
090700     MOVE RUN-PARM-RECORD TO WS-RUN-ID.
090800 9500-READ-RUN-PARM-EXIT.
090900     EXIT.
091000*----------------------------------------------------------------*
091100*    9600-WRITE-CONTROL-RECORD - APPEND THIS RUN'S MACHINE-      *
091200*    READABLE COUNTS TO THE COMMON CONTROL FILE FOR THE END-OF-  *
091300*    WINDOW BALANCING RUN                                        *
091400*----------------------------------------------------------------*
091500 9600-WRITE-CONTROL-RECORD.
091600     OPEN EXTEND CONTROL-OUT
091700     IF WS-CTL-NOT-FOUND
091800         OPEN OUTPUT CONTROL-OUT
091900     END-IF
092000     MOVE "ZCM450"          TO CTL-PROGRAM-ID
092100     MOVE WS-RUN-ID         TO CTL-RUN-ID
092200     MOVE WS-RESPONSE-COUNT TO CTL-RECORDS-IN
092300     MOVE WS-ACCEPTED-COUNT TO CTL-RECORDS-OUT
092400     MOVE WS-REJECTED-COUNT TO CTL-RECORDS-REJECTED
092500     WRITE CONTROL-RECORD
092600     CLOSE CONTROL-OUT.
092700 9600-WRITE-CONTROL-RECORD-EXIT.
092800     EXIT.
