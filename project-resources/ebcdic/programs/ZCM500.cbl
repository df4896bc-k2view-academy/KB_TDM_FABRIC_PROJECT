000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ZCM500.
000300 AUTHOR.        D SPRINGER.
000400 INSTALLATION.  DATA MGMT - CUSTOMER EXTRACTS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700***************************************************************
000800*  MODIFICATION HISTORY                                        *
000900*  ------------------------------------------------------------*
001000*  DATE       INIT  DESCRIPTION                                *
001100*  10/15/2026 DAS   ORIGINAL PROGRAM - POSTS THE NIGHTLY       *
001200*                   CTLOUT CONTROL RECORDS TO THE CUMULATIVE,  *
001300*                   BUSINESS-DATE-STAMPED CONTROL HISTORY.     *
001400***************************************************************
001500*  PURPOSE.                                                    *
001600*  ZCM240 PROVES TONIGHT'S STAGES BALANCE AGAINST EACH OTHER,  *
001700*  BUT THE CONTROL FILE IT READS IS GONE BY THE NEXT WINDOW,   *
001800*  SO NOTHING CAN SAY TONIGHT'S VOLUMES ARE UNLIKE LAST WEEK.  *
001900*  THIS RUN KEEPS THEM: EVERY ZCM-CONTROL RECORD ON CTLIN IS   *
002000*  APPENDED TO THE ZCM-CONTROL-HISTORY FILE (CTLHIST, OPENED   *
002100*  EXTEND, CREATED ON THE FIRST RUN) STAMPED WITH THE BUSINESS *
002200*  DATE AND GENERATION NUMBER ZCM360 WROTE ON NEXTGEN FOR THIS *
002300*  WINDOW, FOR THE ZCM510 TREND RUN.  THE HISTORY IS KEYED BY  *
002400*  BUSINESS DATE AND RUN ID: A CONTROL RECORD WHOSE RUN ID IS  *
002500*  ALREADY ON THE HISTORY FOR THIS DATE (A RERUN OF THE        *
002600*  POSTING STEP) IS NOT POSTED AGAIN, AND THE WHOLE POSTING IS *
002700*  REFUSED WHEN NEXTGEN IS MISSING OR ITS BUSINESS DATE IS     *
002800*  EARLIER THAN THE LAST DATE ALREADY ON THE HISTORY.  EITHER  *
002900*  CASE, OR A MISSING OR EMPTY CTLIN, ENDS WITH RETURN CODE 8. *
003000*  RUN IT AFTER ZCM240 AND BEFORE THE SCHEDULER ROLLS NEXTGEN  *
003100*  OVER PREVGEN.  LIKE ZCM240 IT READS THE CONTROL FILE AND    *
003200*  WRITES NO CONTROL RECORD OF ITS OWN.                        *
003300***************************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.  IBM-370.
003700 OBJECT-COMPUTER.  IBM-370.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT CONTROL-IN     ASSIGN TO CTLIN
004100            ORGANIZATION IS SEQUENTIAL
004200            FILE STATUS IS WS-CTL-FILE-STATUS.
004300     SELECT NEXT-GEN       ASSIGN TO NEXTGEN
004400            ORGANIZATION IS SEQUENTIAL
004500            FILE STATUS IS WS-GEN-FILE-STATUS.
004600     SELECT CONTROL-HISTORY ASSIGN TO CTLHIST
004700            ORGANIZATION IS SEQUENTIAL
004800            FILE STATUS IS WS-HIST-FILE-STATUS.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  CONTROL-IN
005200     RECORDING MODE IS F
005300     LABEL RECORDS ARE STANDARD.
005400     COPY "zcm-control".
005500 FD  NEXT-GEN
005600     RECORDING MODE IS F
005700     LABEL RECORDS ARE STANDARD.
005800 01  NEXT-GEN-RECORD.
005900     05  NG-BUSINESS-DATE           PIC 9(08).
006000     05  NG-GENERATION-NUMBER       PIC 9(06).
006100 FD  CONTROL-HISTORY
006200     RECORDING MODE IS F
006300     LABEL RECORDS ARE STANDARD.
006400     COPY "zcm-control-history".
006500 WORKING-STORAGE SECTION.
006600 77  WS-CTL-FILE-STATUS             PIC X(02)   VALUE ZERO.
006700     88  WS-CTL-OK                              VALUE "00".
006800     88  WS-CTL-NOT-FOUND                       VALUE "35".
006900 77  WS-GEN-FILE-STATUS             PIC X(02)   VALUE ZERO.
007000     88  WS-GEN-OK                              VALUE "00".
007100     88  WS-GEN-NOT-FOUND                       VALUE "35".
007200 77  WS-HIST-FILE-STATUS            PIC X(02)   VALUE ZERO.
007300     88  WS-HIST-OK                             VALUE "00".
007400     88  WS-HIST-NOT-FOUND                      VALUE "35".
007500 77  WS-EOF-SW                      PIC X(01)   VALUE "N".
007600     88  WS-EOF                                 VALUE "Y".
007700 77  WS-HIST-EOF-SW                 PIC X(01)   VALUE "N".
007800     88  WS-HIST-EOF                            VALUE "Y".
007900 77  WS-REFUSED-SW                  PIC X(01)   VALUE "N".
008000     88  WS-POSTING-REFUSED                     VALUE "Y".
008100 77  WS-POSTED-RUN-SW               PIC X(01)   VALUE "N".
008200     88  WS-RUN-ALREADY-POSTED                  VALUE "Y".
008300 77  WS-BUSINESS-DATE               PIC 9(08)   VALUE ZERO.
008400 77  WS-GENERATION-NUMBER           PIC 9(06)   VALUE ZERO.
008500 77  WS-LAST-POSTED-DATE            PIC 9(08)   VALUE ZERO.
008600 77  WS-HISTORY-COUNT               PIC 9(09)   VALUE ZERO COMP.
008700 77  WS-READ-COUNT                  PIC 9(09)   VALUE ZERO COMP.
008800 77  WS-POSTED-COUNT                PIC 9(09)   VALUE ZERO COMP.
008900 77  WS-DUPLICATE-COUNT             PIC 9(09)   VALUE ZERO COMP.
009000 77  WS-NOT-POSTED-COUNT            PIC 9(09)   VALUE ZERO COMP.
009100*----------------------------------------------------------------*
009200*    RUN IDS ALREADY ON THE HISTORY FOR THIS BUSINESS DATE       *
009300*----------------------------------------------------------------*
009400 77  WS-RUN-COUNT                   PIC 9(03)   VALUE ZERO COMP.
009500 77  WS-RUN-MAX-COUNT               PIC 9(03)   VALUE 50 COMP.
009600 77  WS-RUN-TBL-SW                  PIC X(01)   VALUE "N".
009700     88  WS-RUN-TBL-FULL                        VALUE "Y".
009800 77  WS-RUN-SUB                     PIC 9(03)   VALUE ZERO COMP.
009900 77  WS-MATCH-RUN-ID                PIC X(08)   VALUE SPACES.
010000 01  WS-RUN-TABLE.
010100     05  WS-POSTED-RUN-ID           PIC X(08) OCCURS 50 TIMES.
010200 PROCEDURE DIVISION.
010300 0000-MAINLINE.
010400     PERFORM 1000-INITIALIZE
010500         THRU 1000-INITIALIZE-EXIT.
010600     PERFORM 2000-POST-CONTROL
010700         THRU 2000-POST-CONTROL-EXIT
010800         UNTIL WS-EOF.
010900     PERFORM 3000-FINALIZE
011000         THRU 3000-FINALIZE-EXIT.
011100     STOP RUN.
011200*----------------------------------------------------------------*
011300*    1000-INITIALIZE - PICK UP THIS WINDOW'S BUSINESS DATE, FIND *
011400*    THE LAST DATE ALREADY POSTED AND THE RUN IDS POSTED FOR     *
011500*    THIS DATE, AND OPEN THE HISTORY FOR EXTEND UNLESS THE       *
011600*    POSTING HAS TO BE REFUSED                                   *
011700*----------------------------------------------------------------*
011800 1000-INITIALIZE.
011900     PERFORM 1100-READ-NEXT-GEN
012000         THRU 1100-READ-NEXT-GEN-EXIT
012100     IF NOT WS-POSTING-REFUSED
012200         PERFORM 1200-FIND-LAST-POSTED
012300             THRU 1200-FIND-LAST-POSTED-EXIT
012400     END-IF
012500     OPEN INPUT CONTROL-IN
012600     IF WS-CTL-NOT-FOUND
012700         DISPLAY "ZCM500 - CTLIN NOT FOUND - NOTHING POSTED"
012800         MOVE "Y" TO WS-REFUSED-SW
012900         MOVE "Y" TO WS-EOF-SW
013000         GO TO 1000-INITIALIZE-EXIT
013100     END-IF
013200     IF NOT WS-POSTING-REFUSED
013300         OPEN EXTEND CONTROL-HISTORY
013400         IF WS-HIST-NOT-FOUND
013500             OPEN OUTPUT CONTROL-HISTORY
013600         END-IF
013700     END-IF
013800     PERFORM 8000-READ-CONTROL
013900         THRU 8000-READ-CONTROL-EXIT
014000     IF WS-EOF
014100         DISPLAY "ZCM500 - CTLIN IS EMPTY - NOTHING POSTED"
014200         IF NOT WS-POSTING-REFUSED
014300             CLOSE CONTROL-HISTORY
014400         END-IF
014500         MOVE "Y" TO WS-REFUSED-SW
014600     END-IF.
014700 1000-INITIALIZE-EXIT.
014800     EXIT.
014900*----------------------------------------------------------------*
015000*    1100-READ-NEXT-GEN - THE ZCM360 MEMORY RECORD FOR THIS      *
015100*    WINDOW.  WITHOUT IT THERE IS NO BUSINESS DATE TO STAMP      *
015200*----------------------------------------------------------------*
015300 1100-READ-NEXT-GEN.
015400     OPEN INPUT NEXT-GEN
015500     IF WS-GEN-NOT-FOUND
015600         DISPLAY "ZCM500 - NEXTGEN NOT FOUND - NOTHING POSTED"
015700         MOVE "Y" TO WS-REFUSED-SW
015800         GO TO 1100-READ-NEXT-GEN-EXIT
015900     END-IF
016000     READ NEXT-GEN
016100         AT END
016200             DISPLAY "ZCM500 - NEXTGEN IS EMPTY - NOTHING POSTED"
016300             MOVE "Y" TO WS-REFUSED-SW
016400         NOT AT END
016500             MOVE NG-BUSINESS-DATE     TO WS-BUSINESS-DATE
016600             MOVE NG-GENERATION-NUMBER TO WS-GENERATION-NUMBER
016700     END-READ
016800     CLOSE NEXT-GEN.
016900 1100-READ-NEXT-GEN-EXIT.
017000     EXIT.
017100*----------------------------------------------------------------*
017200*    1200-FIND-LAST-POSTED - READ THE HISTORY THROUGH ONCE FOR   *
017300*    THE LATEST BUSINESS DATE ON IT AND THE RUN IDS ALREADY      *
017400*    POSTED FOR THIS WINDOW'S DATE.  A MISSING HISTORY IS THE    *
017500*    FIRST RUN                                                   *
017600*----------------------------------------------------------------*
017700 1200-FIND-LAST-POSTED.
017800     OPEN INPUT CONTROL-HISTORY
017900     IF WS-HIST-NOT-FOUND
018000         GO TO 1200-FIND-LAST-POSTED-EXIT
018100     END-IF
018200     PERFORM 1210-READ-HISTORY
018300         THRU 1210-READ-HISTORY-EXIT
018400         UNTIL WS-HIST-EOF
018500     CLOSE CONTROL-HISTORY
018600     IF WS-LAST-POSTED-DATE > WS-BUSINESS-DATE
018700         DISPLAY "ZCM500 - BUSINESS DATE " WS-BUSINESS-DATE
018800             " EARLIER THAN LAST POSTED " WS-LAST-POSTED-DATE
018900             " - NOTHING POSTED"
019000         MOVE "Y" TO WS-REFUSED-SW
019100     END-IF.
019200 1200-FIND-LAST-POSTED-EXIT.
019300     EXIT.
019400*----------------------------------------------------------------*
019500*    1210-READ-HISTORY - READ ONE CONTROL-HISTORY RECORD, KEEP   *
019600*    THE LATEST DATE POSTED, AND NOTE EACH RUN ALREADY POSTED    *
019700*    FOR THE BUSINESS DATE                                       *
019800*----------------------------------------------------------------*
019900 1210-READ-HISTORY.
020000     READ CONTROL-HISTORY
020100         AT END
020200             MOVE "Y" TO WS-HIST-EOF-SW
020300             GO TO 1210-READ-HISTORY-EXIT
020400     END-READ
020500     ADD 1 TO WS-HISTORY-COUNT
020600     IF CTH-BUSINESS-DATE > WS-LAST-POSTED-DATE
020700         MOVE CTH-BUSINESS-DATE TO WS-LAST-POSTED-DATE
020800     END-IF
020900     IF CTH-BUSINESS-DATE NOT = WS-BUSINESS-DATE
021000         GO TO 1210-READ-HISTORY-EXIT
021100     END-IF
021200     MOVE CTH-RUN-ID TO WS-MATCH-RUN-ID
021300     PERFORM 2100-FIND-POSTED-RUN
021400         THRU 2100-FIND-POSTED-RUN-EXIT
021500     IF WS-RUN-ALREADY-POSTED
021600         GO TO 1210-READ-HISTORY-EXIT
021700     END-IF
021800     IF WS-RUN-COUNT >= WS-RUN-MAX-COUNT
021900         MOVE "Y" TO WS-RUN-TBL-SW
022000         GO TO 1210-READ-HISTORY-EXIT
022100     END-IF
022200     ADD 1 TO WS-RUN-COUNT
022300     MOVE CTH-RUN-ID TO WS-POSTED-RUN-ID(WS-RUN-COUNT).
022400 1210-READ-HISTORY-EXIT.
022500     EXIT.
022600*----------------------------------------------------------------*
022700*    2000-POST-CONTROL - STAMP ONE CONTROL RECORD AND APPEND IT, *
022800*    UNLESS ITS RUN ID IS ALREADY POSTED FOR THIS DATE.  WHEN    *
022900*    THE POSTING IS REFUSED THE RECORD IS ONLY COUNTED           *
023000*----------------------------------------------------------------*
023100 2000-POST-CONTROL.
023200     IF WS-POSTING-REFUSED
023300         ADD 1 TO WS-NOT-POSTED-COUNT
023400         GO TO 2000-NEXT-CONTROL
023500     END-IF
023600     MOVE CTL-RUN-ID TO WS-MATCH-RUN-ID
023700     PERFORM 2100-FIND-POSTED-RUN
023800         THRU 2100-FIND-POSTED-RUN-EXIT
023900     IF WS-RUN-ALREADY-POSTED
024000         ADD 1 TO WS-DUPLICATE-COUNT
024100         GO TO 2000-NEXT-CONTROL
024200     END-IF
024300     MOVE WS-BUSINESS-DATE     TO CTH-BUSINESS-DATE
024400     MOVE WS-GENERATION-NUMBER TO CTH-GENERATION-NUMBER
024500     MOVE CTL-RUN-ID           TO CTH-RUN-ID
024600     MOVE CTL-PROGRAM-ID       TO CTH-PROGRAM-ID
024700     MOVE CTL-RECORDS-IN       TO CTH-RECORDS-IN
024800     MOVE CTL-RECORDS-OUT      TO CTH-RECORDS-OUT
024900     MOVE CTL-RECORDS-REJECTED TO CTH-RECORDS-REJECTED
025000     WRITE CONTROL-HISTORY-RECORD
025100     ADD 1 TO WS-POSTED-COUNT.
025200 2000-NEXT-CONTROL.
025300     PERFORM 8000-READ-CONTROL
025400         THRU 8000-READ-CONTROL-EXIT.
025500 2000-POST-CONTROL-EXIT.
025600     EXIT.
025700*----------------------------------------------------------------*
025800*    2100-FIND-POSTED-RUN - SET THE SWITCH IF WS-MATCH-RUN-ID IS *
025900*    ONE OF THE RUN IDS ALREADY POSTED FOR THIS BUSINESS DATE    *
026000*----------------------------------------------------------------*
026100 2100-FIND-POSTED-RUN.
026200     MOVE "N" TO WS-POSTED-RUN-SW
026300     PERFORM 2110-MATCH-POSTED-RUN
026400         THRU 2110-MATCH-POSTED-RUN-EXIT
026500         VARYING WS-RUN-SUB FROM 1 BY 1
026600         UNTIL WS-RUN-SUB > WS-RUN-COUNT
026700            OR WS-RUN-ALREADY-POSTED.
026800 2100-FIND-POSTED-RUN-EXIT.
026900     EXIT.
027000*----------------------------------------------------------------*
027100*    2110-MATCH-POSTED-RUN - NOTE WHETHER ONE POSTED RUN TABLE   *
027200*    ENTRY MATCHES THE RUN ID                                    *
027300*----------------------------------------------------------------*
027400 2110-MATCH-POSTED-RUN.
027500     IF WS-POSTED-RUN-ID(WS-RUN-SUB) = WS-MATCH-RUN-ID
027600         MOVE "Y" TO WS-POSTED-RUN-SW
027700     END-IF.
027800 2110-MATCH-POSTED-RUN-EXIT.
027900     EXIT.
028000*----------------------------------------------------------------*
028100*    3000-FINALIZE - DISPLAY CONTROL TOTALS, SET THE RETURN CODE *
028200*    AND CLOSE FILES                                             *
028300*----------------------------------------------------------------*
028400 3000-FINALIZE.
028500     DISPLAY "ZCM500 - BUSINESS DATE          : " WS-BUSINESS-DATE
028600     DISPLAY "ZCM500 - GENERATION NUMBER      : "
028700         WS-GENERATION-NUMBER
028800     DISPLAY "ZCM500 - HISTORY RECORDS HELD   : " WS-HISTORY-COUNT
028900     DISPLAY "ZCM500 - CONTROL RECORDS READ   : " WS-READ-COUNT
029000     DISPLAY "ZCM500 - CONTROL RECORDS POSTED : " WS-POSTED-COUNT
029100     DISPLAY "ZCM500 - RUN ID ALREADY POSTED  : "
029200         WS-DUPLICATE-COUNT
029300     DISPLAY "ZCM500 - NOT POSTED (REFUSED)   : "
029400         WS-NOT-POSTED-COUNT
029500     IF WS-RUN-TBL-FULL
029600         DISPLAY "ZCM500 - WARNING: MORE THAN "
029700             WS-RUN-MAX-COUNT " RUN IDS ON THIS DATE - "
029800             "DUPLICATE CHECK TRUNCATED"
029900     END-IF
030000     IF WS-POSTING-REFUSED
030100         OR WS-DUPLICATE-COUNT > ZERO
030200         MOVE 8 TO RETURN-CODE
030300     END-IF
030400     IF NOT WS-POSTING-REFUSED
030500         CLOSE CONTROL-HISTORY
030600     END-IF
030700     IF NOT WS-CTL-NOT-FOUND
030800         CLOSE CONTROL-IN
030900     END-IF.
031000 3000-FINALIZE-EXIT.
031100     EXIT.
031200*----------------------------------------------------------------*
031300*    8000-READ-CONTROL - READ THE NEXT CTLIN CONTROL RECORD      *
031400*----------------------------------------------------------------*
031500 8000-READ-CONTROL.
031600     READ CONTROL-IN
031700         AT END
031800             MOVE "Y" TO WS-EOF-SW
031900         NOT AT END
032000             ADD 1 TO WS-READ-COUNT
032100     END-READ.
032200 8000-READ-CONTROL-EXIT.
032300     EXIT.
