000500 DATE-WRITTEN.  08/22/2026.
000600 DATE-COMPILED.
000700***************************************************************
000720*  MODIFICATION HISTORY                                       *
000740*  ------------------------------------------------------------*
000760*  DATE       INIT  DESCRIPTION                                *
000780*  08/22/2026 DAS   ORIGINAL PROGRAM - END-OF-WINDOW CONTROL- *
000800*                   TOTAL BALANCING.  WALKS THE COMMON CTLOUT  *
000820*                   CONTROL FILE THE SUITE NOW WRITES AND SETS *
000840*                   A NONZERO RETURN CODE WHEN ANY STAGE IS    *
000860*                   OUT OF BALANCE, SO THE SCHEDULER HOLDS THE *
000880*                   DISTRIBUTION STEP INSTEAD OF SHIPPING A    *
000900*                   SHORT FILE.                                *
000920*  08/22/2026 DAS   ADDED ZCM250 TO THE SELF-BALANCE AND      *
000940*                   CONTACTIN-READER CHECK TABLES.            *
000960*  08/22/2026 DAS   ADDED THE MASKED-PATH CHECK: EVERY        *
000980*                   CONTACTMSK READER (ZCM260) MUST SEE       *
001000*                   EXACTLY THE RECORD COUNT ZCM110 WROTE.    *
001020*  08/22/2026 DAS   ADDED ZCM270 TO THE SELF-BALANCE AND      *
001040*                   CONTACTIN-READER CHECK TABLES.            *
001060*  08/22/2026 DAS   ADDED ZCM290 TO THE SELF-BALANCE CHECK    *
001080*                   TABLE.                                    *
001100*  09/01/2026 DAS   ADDED ZCM310 TO THE SELF-BALANCE CHECK    *
001120*                   TABLE.                                    *
001140*  09/01/2026 DAS   ADDED ZCM320 TO THE SELF-BALANCE AND      *
001160*                   CONTACTIN-READER CHECK TABLES.            *
001180*  09/01/2026 DAS   ADDED ZCM340 TO THE SELF-BALANCE CHECK    *
001200*                   TABLE.                                    *
001220*  09/01/2026 DAS   ADDED ZCM360 TO THE SELF-BALANCE CHECK    *
001240*                   TABLE.                                    *
001260*  09/01/2026 DAS   ADDED ZCM370 TO THE SELF-BALANCE CHECK    *
001280*                   TABLE.                                    *
001300*  09/01/2026 DAS   ADDED ZCM380 TO THE SELF-BALANCE CHECK    *
001320*                   TABLE.                                    *
001340*  09/01/2026 DAS   ADDED ZCM390 AND ZCM400 TO THE SELF-      *
001360*                   BALANCE TABLE, MADE THE SELF-BALANCE      *
001380*                   MATCH RECOGNIZE PARTITION-STAMPED NAMES   *
001400*                   (ZCM110-N ETC.), AND ADDED THE PARTITION  *
001420*                   CHECKS: THE PER-PARTITION CONTROL RECORDS *
001440*                   OF EACH PARTITIONED PROGRAM MUST SUM TO   *
001460*                   THE ZCM390 SPLITTER'S INPUT, AND EACH     *
001480*                   ZCM260-N MUST SEE EXACTLY WHAT ZCM110-N   *
001500*                   WROTE.  ZCM390 ALSO JOINED THE CONTACTIN- *
001520*                   READER CHECK TABLE.                       *
001540*  10/15/2026 DAS   ADDED ZCM410 TO THE SELF-BALANCE CHECK    *
001560*                   TABLE.                                    *
001580*  10/15/2026 DAS   ADDED ZCM420 TO THE SELF-BALANCE CHECK    *
001600*                   TABLE.                                    *
001620*  10/15/2026 DAS   ADDED ZCM430 TO THE SELF-BALANCE CHECK    *
001640*                   TABLE.                                    *
001660*  10/15/2026 DAS   ADDED ZCM440 TO THE SELF-BALANCE CHECK    *
001680*                   TABLE.                                    *
001700*  10/15/2026 DAS   ADDED ZCM450 TO THE SELF-BALANCE CHECK    *
001720*                   TABLE.                                    *
001740*  10/15/2026 DAS   ADDED ZCM460 TO THE SELF-BALANCE CHECK    *
001760*                   TABLE.                                    *
001780*  10/15/2026 DAS   ADDED ZCM470 TO THE SELF-BALANCE CHECK    *
001800*                   AND EXTRACT-READER TABLES.                *
001820*  10/15/2026 DAS   ADDED ZCM480 TO THE SELF-BALANCE CHECK    *
001840*                   AND EXTRACT-READER TABLES.                *
001860*  10/15/2026 DAS   ADDED ZCM490 TO THE SELF-BALANCE CHECK    *
001880*                   AND EXTRACT-READER TABLES.                *
001900*  10/15/2026 DAS   ADDED ZCM520 TO THE SELF-BALANCE CHECK.   *
001920***************************************************************
002400*  PURPOSE.                                                    *
002500*  EVERY PROGRAM IN THE SUITE APPENDS ONE ZCM-CONTROL RECORD   *
002600*  (PROGRAM ID, RUN ID, RECORDS IN/OUT/REJECTED) TO THE COMMON *
010000*    LISTED.
010100 01  WS-SELF-BALANCE-LIST.
010200     05  FILLER                     PIC X(08) VALUE "ZCM100".
010240     05  FILLER                     PIC X(08) VALUE "ZCM110".
010280     05  FILLER                     PIC X(08) VALUE "ZCM130".
010320     05  FILLER                     PIC X(08) VALUE "ZCM150".
010360     05  FILLER                     PIC X(08) VALUE "ZCM160".
010400     05  FILLER                     PIC X(08) VALUE "ZCM170".
010440     05  FILLER                     PIC X(08) VALUE "ZCM180".
010480     05  FILLER                     PIC X(08) VALUE "ZCM190".
010520     05  FILLER                     PIC X(08) VALUE "ZCM210".
010560     05  FILLER                     PIC X(08) VALUE "ZCM220".
010600     05  FILLER                     PIC X(08) VALUE "ZCM230".
010640     05  FILLER                     PIC X(08) VALUE "ZCM250".
010680     05  FILLER                     PIC X(08) VALUE "ZCM260".
010720     05  FILLER                     PIC X(08) VALUE "ZCM270".
010760     05  FILLER                     PIC X(08) VALUE "ZCM290".
010800     05  FILLER                     PIC X(08) VALUE "ZCM310".
010840     05  FILLER                     PIC X(08) VALUE "ZCM320".
010880     05  FILLER                     PIC X(08) VALUE "ZCM340".
010920     05  FILLER                     PIC X(08) VALUE "ZCM360".
010960     05  FILLER                     PIC X(08) VALUE "ZCM370".
011000     05  FILLER                     PIC X(08) VALUE "ZCM380".
011040     05  FILLER                     PIC X(08) VALUE "ZCM390".
011080     05  FILLER                     PIC X(08) VALUE "ZCM400".
011120     05  FILLER                     PIC X(08) VALUE "ZCM410".
011160     05  FILLER                     PIC X(08) VALUE "ZCM420".
011200     05  FILLER                     PIC X(08) VALUE "ZCM430".
011240     05  FILLER                     PIC X(08) VALUE "ZCM440".
011280     05  FILLER                     PIC X(08) VALUE "ZCM450".
011320     05  FILLER                     PIC X(08) VALUE "ZCM460".
011360     05  FILLER                     PIC X(08) VALUE "ZCM470".
011400     05  FILLER                     PIC X(08) VALUE "ZCM480".
011440     05  FILLER                     PIC X(08) VALUE "ZCM490".
011480     05  FILLER                     PIC X(08) VALUE "ZCM520".
011500 01  WS-SELF-BALANCE-TABLE REDEFINES WS-SELF-BALANCE-LIST.
011600     05  WS-SB-PROGRAM-ID           PIC X(08) OCCURS 33 TIMES.
011700*    PROGRAMS THAT READ THE CONTACTIN EXTRACT: IN THE SAME
011800*    WINDOW EVERY ONE OF THEM MUST REPORT THE SAME RECORDS-IN.
011900 01  WS-EXTRACT-READER-LIST.
013210     05  FILLER                     PIC X(08) VALUE "ZCM270".
013220     05  FILLER                     PIC X(08) VALUE "ZCM320".
013230     05  FILLER                     PIC X(08) VALUE "ZCM390".
013231     05  FILLER                     PIC X(08) VALUE "ZCM470".
013232     05  FILLER                     PIC X(08) VALUE "ZCM480".
013233     05  FILLER                     PIC X(08) VALUE "ZCM490".
013300 01  WS-EXTRACT-READER-TABLE REDEFINES WS-EXTRACT-READER-LIST.
013400     05  WS-ER-PROGRAM-ID           PIC X(08) OCCURS 19 TIMES.
013500*    PROGRAMS THAT READ THE MASKED CONTACTMSK FILE: EACH MUST
013600*    SEE EXACTLY THE RECORD COUNT ZCM110 REPORTED WRITING.
013700 01  WS-MASKED-READER-LIST.
025100     PERFORM 2100-MATCH-SELF-BALANCE-LIST
025200         THRU 2100-MATCH-SELF-BALANCE-LIST-EXIT
025300         VARYING WS-RULE-SUB FROM 1 BY 1
025400         UNTIL WS-RULE-SUB > 33
025500            OR WS-SELF-BALANCE
025600     IF NOT WS-SELF-BALANCE
025700         GO TO 2000-CHECK-SELF-BALANCE-EXIT
029500     PERFORM 2300-MATCH-EXTRACT-READER-LIST
029600         THRU 2300-MATCH-EXTRACT-READER-LIST-EXIT
029700         VARYING WS-RULE-SUB FROM 1 BY 1
029800         UNTIL WS-RULE-SUB > 19
029900            OR WS-EXTRACT-READER
030000     IF NOT WS-EXTRACT-READER
030100         GO TO 2200-CHECK-EXTRACT-READERS-EXIT
