000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ZCM420.
000300 AUTHOR.        D SPRINGER.
000400 INSTALLATION.  DATA MGMT - CUSTOMER EXTRACTS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700***************************************************************
000800*  MODIFICATION HISTORY                                        *
000900*  ------------------------------------------------------------*
001000*  DATE       INIT  DESCRIPTION                                *
001100*  10/15/2026 DAS   ORIGINAL PROGRAM - POSTS THE NIGHTLY       *
001200*                   ZCM200 DELTA FILE TO THE CUMULATIVE,       *
001300*                   BUSINESS-DATE-STAMPED DELTA HISTORY.       *
001400***************************************************************
001500*  PURPOSE.                                                    *
001600*  ZCM200'S DELTA FILE ONLY COVERS TONIGHT AGAINST LAST NIGHT  *
001700*  AND IS THROWN AWAY ONCE ZCM190 APPLIES IT.  THIS RUN KEEPS  *
001800*  IT: EVERY ADD/CHANGE/DELETE TRANSACTION ON DELTAIN IS       *
001900*  APPENDED TO THE ZCM-DELTA-HISTORY FILE (DLTHIST, OPENED     *
002000*  EXTEND, CREATED ON THE FIRST RUN) STAMPED WITH THE BUSINESS *
002100*  DATE AND GENERATION NUMBER ZCM360 WROTE ON NEXTGEN FOR THIS *
002200*  WINDOW, SO ZCM430 CAN REBUILD A CONTACT AS OF ANY PAST      *
002300*  DATE.  THE HISTORY MUST STAY IN BUSINESS-DATE ORDER AND     *
002400*  MUST NOT CARRY A NIGHT TWICE, SO THE RUN IS REFUSED WITH    *
002500*  RETURN CODE 8 - AND NOTHING IS POSTED - WHEN NEXTGEN IS     *
002600*  MISSING OR WHEN ITS BUSINESS DATE IS NOT LATER THAN THE     *
002700*  LAST DATE ALREADY ON THE HISTORY (A RERUN OF THE POSTING    *
002800*  STEP).  RUN IT AFTER ZCM200 AND BEFORE THE SCHEDULER ROLLS  *
002900*  NEXTGEN OVER PREVGEN.                                       *
003000***************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.  IBM-370.
003400 OBJECT-COMPUTER.  IBM-370.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT DELTA-IN       ASSIGN TO DELTAIN
003800            ORGANIZATION IS SEQUENTIAL.
003900     SELECT NEXT-GEN       ASSIGN TO NEXTGEN
004000            ORGANIZATION IS SEQUENTIAL
004100            FILE STATUS IS WS-GEN-FILE-STATUS.
004200     SELECT DELTA-HISTORY  ASSIGN TO DLTHIST
004300            ORGANIZATION IS SEQUENTIAL
004400            FILE STATUS IS WS-HIST-FILE-STATUS.
004500     SELECT CONTROL-OUT    ASSIGN TO CTLOUT
004600            ORGANIZATION IS SEQUENTIAL
004700            FILE STATUS IS WS-CTL-FILE-STATUS.
004800     SELECT RUN-PARM       ASSIGN TO RUNPARM
004900            ORGANIZATION IS SEQUENTIAL
005000            FILE STATUS IS WS-RUNPARM-FILE-STATUS.
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  DELTA-IN
005400     RECORDING MODE IS F
005500     LABEL RECORDS ARE STANDARD.
005600     COPY "zcm-contact-tran".
005700 FD  NEXT-GEN
005800     RECORDING MODE IS F
005900     LABEL RECORDS ARE STANDARD.
006000 01  NEXT-GEN-RECORD.
006100     05  NG-BUSINESS-DATE           PIC 9(08).
006200     05  NG-GENERATION-NUMBER       PIC 9(06).
006300 FD  DELTA-HISTORY
006400     RECORDING MODE IS F
006500     LABEL RECORDS ARE STANDARD.
006600     COPY "zcm-delta-history".
006700 FD  CONTROL-OUT
006800     RECORDING MODE IS F
006900     LABEL RECORDS ARE STANDARD.
007000     COPY "zcm-control".
007100 FD  RUN-PARM
007200     RECORDING MODE IS F
007300     LABEL RECORDS ARE STANDARD.
007400 01  RUN-PARM-RECORD                PIC X(08).
007500 WORKING-STORAGE SECTION.
007600 77  WS-CTL-FILE-STATUS             PIC X(02)   VALUE ZERO.
007700     88  WS-CTL-OK                              VALUE "00".
007800     88  WS-CTL-NOT-FOUND                       VALUE "35".
007900 77  WS-RUNPARM-FILE-STATUS         PIC X(02)   VALUE ZERO.
008000     88  WS-RUNPARM-OK                          VALUE "00".
008100     88  WS-RUNPARM-NOT-FOUND                   VALUE "35".
008200 77  WS-GEN-FILE-STATUS             PIC X(02)   VALUE ZERO.
008300     88  WS-GEN-OK                              VALUE "00".
008400     88  WS-GEN-NOT-FOUND                       VALUE "35".
008500 77  WS-HIST-FILE-STATUS            PIC X(02)   VALUE ZERO.
008600     88  WS-HIST-OK                             VALUE "00".
008700     88  WS-HIST-NOT-FOUND                      VALUE "35".
008800 77  WS-RUN-ID                      PIC X(08)   VALUE SPACES.
008900 77  WS-EOF-SW                      PIC X(01)   VALUE "N".
009000     88  WS-EOF                                 VALUE "Y".
009100 77  WS-HIST-EOF-SW                 PIC X(01)   VALUE "N".
009200     88  WS-HIST-EOF                            VALUE "Y".
009300 77  WS-REFUSED-SW                  PIC X(01)   VALUE "N".
009400     88  WS-POSTING-REFUSED                     VALUE "Y".
009500 77  WS-BUSINESS-DATE               PIC 9(08)   VALUE ZERO.
009600 77  WS-GENERATION-NUMBER           PIC 9(06)   VALUE ZERO.
009700 77  WS-LAST-POSTED-DATE            PIC 9(08)   VALUE ZERO.
009800 77  WS-HISTORY-COUNT               PIC 9(09)   VALUE ZERO COMP.
009900 77  WS-READ-COUNT                  PIC 9(09)   VALUE ZERO COMP.
010000 77  WS-POSTED-COUNT                PIC 9(09)   VALUE ZERO COMP.
010100 77  WS-NOT-POSTED-COUNT            PIC 9(09)   VALUE ZERO COMP.
010200 PROCEDURE DIVISION.
010300 0000-MAINLINE.
010400     PERFORM 1000-INITIALIZE
010500         THRU 1000-INITIALIZE-EXIT.
010600     PERFORM 2000-POST-DELTA
010700         THRU 2000-POST-DELTA-EXIT
010800         UNTIL WS-EOF.
010900     PERFORM 3000-FINALIZE
011000         THRU 3000-FINALIZE-EXIT.
011100     STOP RUN.
011200*----------------------------------------------------------------*
011300*    1000-INITIALIZE - PICK UP THIS WINDOW'S BUSINESS DATE, FIND *
011400*    THE LAST DATE ALREADY POSTED, AND OPEN THE HISTORY FOR      *
011500*    EXTEND UNLESS THE POSTING HAS TO BE REFUSED                 *
011600*----------------------------------------------------------------*
011700 1000-INITIALIZE.
011800     PERFORM 9500-READ-RUN-PARM
011900         THRU 9500-READ-RUN-PARM-EXIT
012000     PERFORM 1100-READ-NEXT-GEN
012100         THRU 1100-READ-NEXT-GEN-EXIT
012200     IF NOT WS-POSTING-REFUSED
012300         PERFORM 1200-FIND-LAST-POSTED
012400             THRU 1200-FIND-LAST-POSTED-EXIT
012500     END-IF
012600     IF NOT WS-POSTING-REFUSED
012700         OPEN EXTEND DELTA-HISTORY
012800         IF WS-HIST-NOT-FOUND
012900             OPEN OUTPUT DELTA-HISTORY
013000         END-IF
013100     END-IF
013200     OPEN INPUT DELTA-IN
013300     PERFORM 8000-READ-DELTA
013400         THRU 8000-READ-DELTA-EXIT.
013500 1000-INITIALIZE-EXIT.
013600     EXIT.
013700*----------------------------------------------------------------*
013800*    1100-READ-NEXT-GEN - THE ZCM360 MEMORY RECORD FOR THIS      *
013900*    WINDOW.  WITHOUT IT THERE IS NO BUSINESS DATE TO STAMP      *
014000*----------------------------------------------------------------*
014100 1100-READ-NEXT-GEN.
014200     OPEN INPUT NEXT-GEN
014300     IF WS-GEN-NOT-FOUND
014400         DISPLAY "ZCM420 - NEXTGEN NOT FOUND - NOTHING POSTED"
014500         MOVE "Y" TO WS-REFUSED-SW
014600         GO TO 1100-READ-NEXT-GEN-EXIT
014700     END-IF
014800     READ NEXT-GEN
014900         AT END
015000             DISPLAY "ZCM420 - NEXTGEN IS EMPTY - NOTHING POSTED"
015100             MOVE "Y" TO WS-REFUSED-SW
015200         NOT AT END
015300             MOVE NG-BUSINESS-DATE     TO WS-BUSINESS-DATE
015400             MOVE NG-GENERATION-NUMBER TO WS-GENERATION-NUMBER
015500     END-READ
015600     CLOSE NEXT-GEN.
015700 1100-READ-NEXT-GEN-EXIT.
015800     EXIT.
015900*----------------------------------------------------------------*
016000*    1200-FIND-LAST-POSTED - READ THE HISTORY THROUGH ONCE FOR   *
016100*    THE LATEST BUSINESS DATE ON IT.  A MISSING HISTORY IS THE   *
016200*    FIRST RUN                                                   *
016300*----------------------------------------------------------------*
016400 1200-FIND-LAST-POSTED.
016500     OPEN INPUT DELTA-HISTORY
016600     IF WS-HIST-NOT-FOUND
016700         GO TO 1200-FIND-LAST-POSTED-EXIT
016800     END-IF
016900     PERFORM 1210-READ-HISTORY
017000         THRU 1210-READ-HISTORY-EXIT
017100         UNTIL WS-HIST-EOF
017200     CLOSE DELTA-HISTORY
017300     IF WS-LAST-POSTED-DATE NOT < WS-BUSINESS-DATE
017400         DISPLAY "ZCM420 - BUSINESS DATE " WS-BUSINESS-DATE
017500             " NOT AFTER LAST POSTED " WS-LAST-POSTED-DATE
017600             " - NOTHING POSTED"
017700         MOVE "Y" TO WS-REFUSED-SW
017800     END-IF.
017900 1200-FIND-LAST-POSTED-EXIT.
018000     EXIT.
018100*----------------------------------------------------------------*
018200*    1210-READ-HISTORY - COUNT ONE DELTA-HISTORY RECORD AND KEEP *
018300*    THE LATEST BUSINESS DATE POSTED                             *
018400*----------------------------------------------------------------*
018500 1210-READ-HISTORY.
018600     READ DELTA-HISTORY
018700         AT END
018800             MOVE "Y" TO WS-HIST-EOF-SW
018900             GO TO 1210-READ-HISTORY-EXIT
019000     END-READ
019100     ADD 1 TO WS-HISTORY-COUNT
019200     IF DH-BUSINESS-DATE > WS-LAST-POSTED-DATE
019300         MOVE DH-BUSINESS-DATE TO WS-LAST-POSTED-DATE
019400     END-IF.
019500 1210-READ-HISTORY-EXIT.
019600     EXIT.
019700*----------------------------------------------------------------*
019800*    2000-POST-DELTA - STAMP ONE TRANSACTION AND APPEND IT.  WHEN*
019900*    THE POSTING IS REFUSED THE TRANSACTION IS ONLY COUNTED, SO  *
020000*    THE CONTROL RECORD STILL BALANCES                           *
020100*----------------------------------------------------------------*
020200 2000-POST-DELTA.
020300     IF WS-POSTING-REFUSED
020400         ADD 1 TO WS-NOT-POSTED-COUNT
020500     ELSE
020600         MOVE WS-BUSINESS-DATE     TO DH-BUSINESS-DATE
020700         MOVE WS-GENERATION-NUMBER TO DH-GENERATION-NUMBER
020800         MOVE WS-RUN-ID            TO DH-RUN-ID
020900         MOVE TRAN-ACTION          TO DH-ACTION
021000         MOVE TRAN-CHANGE-FLAGS    TO DH-CHANGE-FLAGS
021100         MOVE TRAN-CONTACT-IMAGE   TO DH-CONTACT-IMAGE
021200         WRITE DELTA-HISTORY-RECORD
021300         ADD 1 TO WS-POSTED-COUNT
021400     END-IF
021500     PERFORM 8000-READ-DELTA
021600         THRU 8000-READ-DELTA-EXIT.
021700 2000-POST-DELTA-EXIT.
021800     EXIT.
021900*----------------------------------------------------------------*
022000*    3000-FINALIZE - DISPLAY CONTROL TOTALS AND CLOSE FILES      *
022100*----------------------------------------------------------------*
022200 3000-FINALIZE.
022300     PERFORM 9600-WRITE-CONTROL-RECORD
022400         THRU 9600-WRITE-CONTROL-RECORD-EXIT
022500     DISPLAY "ZCM420 - BUSINESS DATE        : " WS-BUSINESS-DATE
022600     DISPLAY "ZCM420 - GENERATION NUMBER    : "
022700         WS-GENERATION-NUMBER
022800     DISPLAY "ZCM420 - HISTORY RECORDS HELD : " WS-HISTORY-COUNT
022900     DISPLAY "ZCM420 - DELTAS READ          : " WS-READ-COUNT
023000     DISPLAY "ZCM420 - DELTAS POSTED        : " WS-POSTED-COUNT
023100     DISPLAY "ZCM420 - DELTAS NOT POSTED    : "
023200         WS-NOT-POSTED-COUNT
023300     IF WS-POSTING-REFUSED
023400         MOVE 8 TO RETURN-CODE
023500     ELSE
023600         CLOSE DELTA-HISTORY
023700     END-IF
023800     CLOSE DELTA-IN.
023900 3000-FINALIZE-EXIT.
024000     EXIT.
024100*----------------------------------------------------------------*
024200*    8000-READ-DELTA - READ THE NEXT ZCM200 TRANSACTION          *
024300*----------------------------------------------------------------*
024400 8000-READ-DELTA.
024500     READ DELTA-IN
024600         AT END
024700             MOVE "Y" TO WS-EOF-SW
024800         NOT AT END
024900             ADD 1 TO WS-READ-COUNT
025000     END-READ.
025100 8000-READ-DELTA-EXIT.
025200     EXIT.
025300*----------------------------------------------------------------*
025400*    9500-READ-RUN-PARM - PICK UP THE RUN IDENTIFIER FROM THE    *
025500*    OPTIONAL RUNPARM CONTROL CARD; A MISSING CARD LEAVES THE    *
025600*    RUN ID BLANK                                                *
025700*----------------------------------------------------------------*
025800 9500-READ-RUN-PARM.
025900     OPEN INPUT RUN-PARM
026000     IF WS-RUNPARM-NOT-FOUND
026100         MOVE SPACES TO RUN-PARM-RECORD
026200     ELSE
026300         READ RUN-PARM
026400             AT END
026500                 MOVE SPACES TO RUN-PARM-RECORD
026600         END-READ
026700         CLOSE RUN-PARM
026800     END-IF
026900     MOVE RUN-PARM-RECORD TO WS-RUN-ID.
027000 9500-READ-RUN-PARM-EXIT.
027100     EXIT.
027200*----------------------------------------------------------------*
027300*    9600-WRITE-CONTROL-RECORD - APPEND THIS RUN'S MACHINE-      *
027400*    READABLE COUNTS TO THE COMMON CONTROL FILE FOR THE END-OF-  *
027500*    WINDOW BALANCING RUN                                        *
027600*----------------------------------------------------------------*
027700 9600-WRITE-CONTROL-RECORD.
027800     OPEN EXTEND CONTROL-OUT
027900     IF WS-CTL-NOT-FOUND
028000         OPEN OUTPUT CONTROL-OUT
028100     END-IF
028200     MOVE "ZCM420"      TO CTL-PROGRAM-ID
028300     MOVE WS-RUN-ID     TO CTL-RUN-ID
028400     MOVE WS-READ-COUNT       TO CTL-RECORDS-IN
028500     MOVE WS-POSTED-COUNT     TO CTL-RECORDS-OUT
028600     MOVE WS-NOT-POSTED-COUNT TO CTL-RECORDS-REJECTED
028700     WRITE CONTROL-RECORD
028800     CLOSE CONTROL-OUT.
028900 9600-WRITE-CONTROL-RECORD-EXIT.
029000     EXIT.
