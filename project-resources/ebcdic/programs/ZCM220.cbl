000500 DATE-WRITTEN.  08/22/2026.
000600 DATE-COMPILED.
000700***************************************************************
000720*  MODIFICATION HISTORY                                       *
000740*  ------------------------------------------------------------*
000760*  DATE       INIT  DESCRIPTION                                *
000780*  08/22/2026 DAS   ORIGINAL PROGRAM - PARAMETERIZED CAMPAIGN *
000800*                   SELECTION EXTRACT COMBINING THE ZCM120     *
000820*                   SUPPRESSION RULES, THE DCM160 CODE         *
000840*                   DECODES, AND THE ZCM150 ACTIVITY-AGING     *
000860*                   ARITHMETIC IN ONE SELECTION PASS.          *
000880*  08/22/2026 DAS   ADDED RUNPARM RUN ID AND A MACHINE-       *
000900*                   READABLE CONTROL-TOTAL RECORD ON CTLOUT   *
000920*                   FOR END-OF-WINDOW BALANCING (ZCM240).     *
000940*  09/01/2026 DAS   ADDED HOUSEHOLD MODE: WITH AN "H" IN THE  *
000960*                   NEW SELPARM HOUSEHOLD BYTE, THE ZCM320    *
000980*                   MEMBERSHIP FILE (HHLDIN) IS MATCH-MERGED  *
001000*                   AGAINST THE EXTRACT AND EVERY NON-HEAD    *
001020*                   MEMBER OF A HOUSEHOLD IS DROPPED SO ONE   *
001040*                   PIECE GOES TO EACH ADDRESS.               *
001060*  09/01/2026 DAS   ADDED THE CUMULATIVE CAMPAIGN CONTACT-    *
001080*                   HISTORY FILE (HISTOUT) AND THE FATIGUE    *
001100*                   RULE: A CONTACT SELECTED WITHIN THE LAST  *
001120*                   N DAYS (N FROM THE NEW SELPARM FATIGUE    *
001140*                   FIELD, ZERO = RULE OFF) IS SKIPPED AND    *
001160*                   COUNTED ON THE RUN SUMMARY.               *
001180*  10/15/2026 DAS   ADDED THE MOVER SCRUB: A CONTACT ON THE   *
001200*                   ZCM460 NO-FORWARDING FILE (MOVESUP) IS    *
001220*                   DROPPED WHILE THE EXTRACT STILL SHOWS     *
001240*                   THE STREET1/POSTALCODE IT MOVED FROM.     *
001260*  10/15/2026 DAS   ADDED PHONE-CHANNEL MODE: A NEW SELPARM   *
001280*                   CHANNEL BYTE OF "P" DROPS ANY CONTACT     *
001300*                   WITH A NUMBER ON THE ZCM470 DO-NOT-CALL   *
001320*                   FILE (PHONESUP); "B" BLANKS A BLOCKED     *
001340*                   MOBILEPHONE INSTEAD.  PHONE MODE WILL     *
001360*                   NOT RUN WITHOUT PHONESUP.                 *
001380*  10/15/2026 DAS   ADDED SECONDARY FALLBACK: A NEW SELPARM   *
001400*                   FALLBACK BYTE OF "S" LETS A CONTACT WHOSE *
001420*                   PRIMARY EMAIL OR ADDRESS IS INVALID BE    *
001440*                   SELECTED ON A USABLE SECONDARY FROM THE   *
001460*                   EMAILREF/ADDRREF REFERENCE FILES.  AN     *
001480*                   OPTED-OUT PRIMARY NEVER FALLS BACK.  THE  *
001500*                   CAMPAIGN RECORD NOW CARRIES THE MAILING   *
001520*                   ADDRESS AND WHICH EMAIL/ADDRESS WAS USED. *
001540***************************************************************
001700*  PURPOSE.                                                    *
001800*  READS A ONE-CARD SELECTION PARAMETER FILE (SELPARM) GIVING  *
001900*  FROM/TO RANGES FOR INDUSTRY_CUSTOMFIELD_ID, SOURCE_CUSTOM-  *
005040     SELECT RUN-PARM      ASSIGN TO RUNPARM
005050            ORGANIZATION IS SEQUENTIAL
005060            FILE STATUS IS WS-RUNPARM-FILE-STATUS.
005061     SELECT MOVER-IN       ASSIGN TO MOVESUP
005062            ORGANIZATION IS SEQUENTIAL
005063            FILE STATUS IS WS-MOVER-FILE-STATUS.
005064     SELECT MOVER-SORT     ASSIGN TO SORTWK02.
005065     SELECT MOVER-SORTED   ASSIGN TO MOVESRT
005066            ORGANIZATION IS SEQUENTIAL.
005067     SELECT PHONE-SUPP-IN  ASSIGN TO PHONESUP
005068            ORGANIZATION IS SEQUENTIAL
005069            FILE STATUS IS WS-PHONE-FILE-STATUS.
005070     SELECT ADDRESS-REF    ASSIGN TO ADDRREF
005071            ORGANIZATION IS INDEXED
005072            ACCESS MODE IS RANDOM
005073            RECORD KEY IS AR-ADDRESS-ID
005074            FILE STATUS IS WS-ADDRREF-FILE-STATUS.
005075     SELECT EMAIL-REF      ASSIGN TO EMAILREF
005076            ORGANIZATION IS INDEXED
005077            ACCESS MODE IS RANDOM
005078            RECORD KEY IS ER-EMAIL-ID
005079            FILE STATUS IS WS-EMAILREF-FILE-STATUS.
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  CONTACT-IN
006900     05  SP-MAX-DAYS                PIC 9(05).
006910     05  SP-HOUSEHOLD-MODE          PIC X(01).
006920     05  SP-FATIGUE-DAYS            PIC 9(03).
006921     05  SP-CHANNEL-MODE            PIC X(01).
006922     05  SP-FALLBACK-MODE           PIC X(01).
007000 FD  DECODE-REF
007100     RECORDING MODE IS F
007200     LABEL RECORDS ARE STANDARD.
007378     RECORDING MODE IS F
007379     LABEL RECORDS ARE STANDARD.
007380     COPY "zcm-camp-history".
007381 FD  MOVER-IN
007382     RECORDING MODE IS F
007383     LABEL RECORDS ARE STANDARD.
007384     COPY "zcm-mover-suppress".
007385 SD  MOVER-SORT.
007386 01  SORT-MOVER-REC.
007387     05  SORT-MOVER-CONTACT-ID      PIC 9(09).
007388     05  FILLER                     PIC X(116).
007389 FD  MOVER-SORTED
007390     RECORDING MODE IS F
007391     LABEL RECORDS ARE STANDARD.
007392     COPY "zcm-mover-suppress"
007393         REPLACING ==MOVER-SUPPRESS-RECORD== BY
007394                   ==MOVER-SORTED-RECORD==
007395                   LEADING ==MVS== BY ==MSR==.
007396 FD  PHONE-SUPP-IN
007397     RECORDING MODE IS F
007398     LABEL RECORDS ARE STANDARD.
007399     COPY "zcm-phone-suppress".
007400 FD  CAMPAIGN-OUT
007500     RECORDING MODE IS F
007600     LABEL RECORDS ARE STANDARD.
008200     05  CAMP-MOBILEPHONE           PIC X(50).
008300     05  CAMP-INDUSTRY-DESC         PIC X(30).
008400     05  CAMP-STATE-DESC            PIC X(30).
008401     05  CAMP-STREET1               PIC X(50).
008402     05  CAMP-STREET2               PIC X(50).
008403     05  CAMP-CITY                  PIC X(50).
008404     05  CAMP-ADDR-STATE            PIC X(50).
008405     05  CAMP-POSTALCODE            PIC X(50).
008406     05  CAMP-EMAIL-SOURCE          PIC X(01).
008407     05  CAMP-ADDRESS-SOURCE        PIC X(01).
008410 FD  CONTROL-OUT
008420     RECORDING MODE IS F
008430     LABEL RECORDS ARE STANDARD.
008460     RECORDING MODE IS F
008470     LABEL RECORDS ARE STANDARD.
008480 01  RUN-PARM-RECORD                PIC X(08).
008481 FD  ADDRESS-REF
008482     LABEL RECORDS ARE STANDARD.
008483     COPY "zcm-address-ref".
008484 FD  EMAIL-REF
008485     LABEL RECORDS ARE STANDARD.
008486     COPY "zcm-email-ref".
008500 WORKING-STORAGE SECTION.
008510 77  WS-CTL-FILE-STATUS             PIC X(02)   VALUE ZERO.
008520     88  WS-CTL-OK                              VALUE "00".
008550     88  WS-RUNPARM-OK                          VALUE "00".
008560     88  WS-RUNPARM-NOT-FOUND                   VALUE "35".
008570 77  WS-RUN-ID                      PIC X(08)   VALUE SPACES.
008571 77  WS-PHONE-FILE-STATUS           PIC X(02)   VALUE ZERO.
008572     88  WS-PHONE-OK                            VALUE "00".
008573     88  WS-PHONE-NOT-FOUND                     VALUE "35".
008574 77  WS-PHONE-EOF-SW                PIC X(01)   VALUE "N".
008575     88  WS-PHONE-EOF                           VALUE "Y".
008576 77  WS-MOBILE-BLOCKED-SW           PIC X(01)   VALUE "N".
008577     88  WS-MOBILE-BLOCKED                      VALUE "Y".
008578 77  WS-OFFICE-BLOCKED-SW           PIC X(01)   VALUE "N".
008579     88  WS-OFFICE-BLOCKED                      VALUE "Y".
008580 77  WS-ADDRREF-FILE-STATUS         PIC X(02)   VALUE ZERO.
008581     88  WS-ADDRREF-OK                          VALUE "00".
008582 77  WS-EMAILREF-FILE-STATUS        PIC X(02)   VALUE ZERO.
008583     88  WS-EMAILREF-OK                         VALUE "00".
008584 77  WS-FALLBACK-DROP-SW            PIC X(01)   VALUE "N".
008585     88  WS-FALLBACK-DROP                       VALUE "Y".
008586 77  WS-EMAIL-SOURCE-SW             PIC X(01)   VALUE "P".
008587     88  WS-EMAIL-FROM-SECONDARY                VALUE "S".
008588 77  WS-ADDRESS-SOURCE-SW           PIC X(01)   VALUE "P".
008589     88  WS-ADDRESS-FROM-SECONDARY              VALUE "S".
008590 77  WS-REFUSED-SW                  PIC X(01)   VALUE "N".
008591     88  WS-RUN-REFUSED                         VALUE "Y".
008600 77  WS-EOF-SW                      PIC X(01)   VALUE "N".
008700     88  WS-EOF                                 VALUE "Y".
008800 77  WS-REF-EOF-SW                  PIC X(01)   VALUE "N".
009280     88  WS-RECENT-EOF                          VALUE "Y".
009281 77  WS-FATIGUE-DROP-SW             PIC X(01)   VALUE "N".
009282     88  WS-FATIGUE-DROP                        VALUE "Y".
009283 77  WS-MOVER-FILE-STATUS           PIC X(02)   VALUE ZERO.
009284     88  WS-MOVER-OK                            VALUE "00".
009285     88  WS-MOVER-NOT-FOUND                     VALUE "35".
009286 77  WS-MOVER-EOF-SW                PIC X(01)   VALUE "N".
009287     88  WS-MOVER-EOF                           VALUE "Y".
009288 77  WS-SORTED-EOF-SW               PIC X(01)   VALUE "N".
009289     88  WS-SORTED-EOF                          VALUE "Y".
009290 77  WS-MOVER-DROP-SW               PIC X(01)   VALUE "N".
009291     88  WS-MOVER-DROP                          VALUE "Y".
009300 77  WS-RECORD-COUNT                PIC 9(09)   VALUE ZERO COMP.
009400 77  WS-SELECTED-COUNT              PIC 9(09)   VALUE ZERO COMP.
009500 77  WS-DROP-SUPPRESSED             PIC 9(09)   VALUE ZERO COMP.
009510 77  WS-DROP-HOUSEHOLD              PIC 9(09)   VALUE ZERO COMP.
009520 77  WS-DROP-FATIGUE                PIC 9(09)   VALUE ZERO COMP.
009521 77  WS-DROP-MOVED                  PIC 9(09)   VALUE ZERO COMP.
009522 77  WS-DROP-DO-NOT-CALL            PIC 9(09)   VALUE ZERO COMP.
009523 77  WS-MOBILE-BLANKED              PIC 9(09)   VALUE ZERO COMP.
009524 77  WS-EMAIL-FALLBACK              PIC 9(09)   VALUE ZERO COMP.
009525 77  WS-ADDRESS-FALLBACK            PIC 9(09)   VALUE ZERO COMP.
009600 77  WS-DROP-INDUSTRY               PIC 9(09)   VALUE ZERO COMP.
009700 77  WS-DROP-SOURCE                 PIC 9(09)   VALUE ZERO COMP.
009800 77  WS-DROP-STATE                  PIC 9(09)   VALUE ZERO COMP.
011610     05  WS-HOUSEHOLD-MODE          PIC X(01)   VALUE SPACE.
011620         88  WS-HOUSEHOLD-ONE-PER               VALUE "H".
011630     05  WS-FATIGUE-DAYS            PIC 9(03)   VALUE ZERO.
011631     05  WS-CHANNEL-MODE            PIC X(01)   VALUE SPACE.
011632         88  WS-PHONE-CHANNEL                   VALUE "P" "B".
011633         88  WS-PHONE-DROP-MODE                 VALUE "P".
011634         88  WS-PHONE-BLANK-MODE                VALUE "B".
011635     05  WS-FALLBACK-MODE           PIC X(01)   VALUE SPACE.
011636         88  WS-FALLBACK-SECONDARY              VALUE "S".
011700 77  WS-TODAY-JULIAN                PIC 9(07)   COMP.
011800 01  WS-CURRENT-DATE-TIME           PIC X(21).
011900 01  WS-TODAY-YYYYMMDD              PIC 9(08).
015500 0000-MAINLINE.
015600     PERFORM 1000-INITIALIZE
015700         THRU 1000-INITIALIZE-EXIT.
015710     IF WS-RUN-REFUSED
015720         MOVE 8 TO RETURN-CODE
015730         STOP RUN
015740     END-IF
015800     PERFORM 2000-PROCESS-CONTACT
015900         THRU 2000-PROCESS-CONTACT-EXIT
016000         UNTIL WS-EOF.
018000         END-READ
018100         CLOSE SELECT-PARM
018200     END-IF
018201     IF WS-PHONE-CHANNEL
018202         OPEN INPUT PHONE-SUPP-IN
018203         IF WS-PHONE-NOT-FOUND
018204             DISPLAY "ZCM220 - PHONESUP MISSING - PHONE-CHANNEL "
018205                 "SELECTION NOT RUN"
018206             MOVE "Y" TO WS-REFUSED-SW
018207             GO TO 1000-INITIALIZE-EXIT
018208         END-IF
018209         PERFORM 8400-READ-PHONE-SUPP
018210             THRU 8400-READ-PHONE-SUPP-EXIT
018211     END-IF
018212     IF WS-FALLBACK-SECONDARY
018213         OPEN INPUT ADDRESS-REF
018214         OPEN INPUT EMAIL-REF
018215         IF NOT WS-ADDRREF-OK
018216             OR NOT WS-EMAILREF-OK
018217             DISPLAY "ZCM220 - WARNING: ADDRREF/EMAILREF "
018218                 "MISSING - SECONDARY FALLBACK TURNED OFF"
018219             IF WS-ADDRREF-OK
018220                 CLOSE ADDRESS-REF
018221             END-IF
018222             IF WS-EMAILREF-OK
018223                 CLOSE EMAIL-REF
018224             END-IF
018225             MOVE SPACE TO WS-FALLBACK-MODE
018226         END-IF
018227     END-IF
018300     OPEN INPUT  DECODE-REF
018400     PERFORM 1100-LOAD-DECODE-TABLE
018500         THRU 1100-LOAD-DECODE-TABLE-EXIT
018790                 THRU 8100-READ-HOUSEHOLD-EXIT
018791         END-IF
018792     END-IF
018793     PERFORM 1200-LOAD-MOVERS
018794         THRU 1200-LOAD-MOVERS-EXIT
018800     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
018900     MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY-YYYYMMDD
019000     COMPUTE WS-TODAY-JULIAN =
021800     MOVE DR-DESCRIPTION  TO WS-T-DESCRIPTION(WS-DECODE-COUNT).
021900 1100-LOAD-DECODE-TABLE-EXIT.
022000     EXIT.
022001*----------------------------------------------------------------*
022002*    1200-LOAD-MOVERS - SORT THE ZCM460 NO-FORWARDING FILE INTO  *
022003*    CONTACT ID ORDER FOR THE MOVER MATCH-MERGE AND PRIME ITS    *
022004*    FIRST READ                                                  *
022005*----------------------------------------------------------------*
022006 1200-LOAD-MOVERS.
022007     SORT MOVER-SORT
022008         ON ASCENDING KEY SORT-MOVER-CONTACT-ID
022009         INPUT PROCEDURE IS 4200-FILTER-MOVERS
022010             THRU 4200-FILTER-MOVERS-EXIT
022011         GIVING MOVER-SORTED
022012     OPEN INPUT MOVER-SORTED
022013     PERFORM 8300-READ-MOVER
022014         THRU 8300-READ-MOVER-EXIT.
022015 1200-LOAD-MOVERS-EXIT.
022016     EXIT.
022100*----------------------------------------------------------------*
022200*    2000-PROCESS-CONTACT - APPLY EACH FILTER IN ORDER, COUNTING *
022300*    THE RECORD AGAINST THE FIRST FILTER THAT DROPS IT, AND      *
022600 2000-PROCESS-CONTACT.
022700     ADD 1 TO WS-RECORD-COUNT
022800     IF OPTOUT OF EMAIL-RECORD = "Y" OR "y"
022900         ADD 1 TO WS-DROP-SUPPRESSED
023000         GO TO 2000-NEXT-CONTACT
023100     END-IF
023110     MOVE "N" TO WS-FALLBACK-DROP-SW
023120     MOVE "P" TO WS-EMAIL-SOURCE-SW
023130     MOVE "P" TO WS-ADDRESS-SOURCE-SW
023140     IF ISINVALID OF EMAIL-RECORD = "Y" OR "y"
023150         PERFORM 2500-FALLBACK-EMAIL
023160             THRU 2500-FALLBACK-EMAIL-EXIT
023170     END-IF
023180     IF (ADDR-INVALID OF ADDRESS-RECORD = "Y" OR "y")
023190         AND NOT WS-FALLBACK-DROP
023200         PERFORM 2510-FALLBACK-ADDRESS
023210             THRU 2510-FALLBACK-ADDRESS-EXIT
023220     END-IF
023230     IF WS-FALLBACK-DROP
023240         ADD 1 TO WS-DROP-SUPPRESSED
023250         GO TO 2000-NEXT-CONTACT
023300     END-IF
023301     PERFORM 2090-CHECK-MOVER
023302         THRU 2090-CHECK-MOVER-EXIT
023303     IF WS-MOVER-DROP
023304         ADD 1 TO WS-DROP-MOVED
023305         GO TO 2000-NEXT-CONTACT
023306     END-IF
023310     IF WS-HOUSEHOLD-ONE-PER
023320         PERFORM 2050-CHECK-HOUSEHOLD
023330             THRU 2050-CHECK-HOUSEHOLD-EXIT
025960             GO TO 2000-NEXT-CONTACT
025970         END-IF
025980     END-IF
025981     IF WS-PHONE-CHANNEL
025982         PERFORM 2400-CHECK-PHONE
025983             THRU 2400-CHECK-PHONE-EXIT
025984         IF WS-PHONE-DROP-MODE
025985             AND (WS-MOBILE-BLOCKED OR WS-OFFICE-BLOCKED)
025986             ADD 1 TO WS-DROP-DO-NOT-CALL
025987             GO TO 2000-NEXT-CONTACT
025988         END-IF
025989     END-IF
026000     PERFORM 2300-WRITE-CAMPAIGN-RECORD
026100         THRU 2300-WRITE-CAMPAIGN-RECORD-EXIT.
026200 2000-NEXT-CONTACT.
026717 2080-ADVANCE-HISTORY-EXIT.
026718     EXIT.
026719*----------------------------------------------------------------*
026720*    2090-CHECK-MOVER - MATCH-MERGE THE SORTED ZCM460 NO-        *
026721*    FORWARDING FILE (ASCENDING CONTACT ID, LIKE THE EXTRACT)    *
026722*    AGAINST THE CONTACT IN HAND; THE CONTACT IS DROPPED WHILE   *
026723*    ITS STREET1 AND POSTALCODE ARE STILL THE ONES IT MOVED FROM *
026724*----------------------------------------------------------------*
026725 2090-CHECK-MOVER.
026726     MOVE "N" TO WS-MOVER-DROP-SW
026727     PERFORM 2095-ADVANCE-MOVER
026728         THRU 2095-ADVANCE-MOVER-EXIT
026729         UNTIL WS-SORTED-EOF
026730            OR MSR-CONTACT-ID >= CONTACT-ID
026731     PERFORM 2096-TEST-MOVER
026732         THRU 2096-TEST-MOVER-EXIT
026733         UNTIL WS-SORTED-EOF
026734            OR MSR-CONTACT-ID NOT = CONTACT-ID.
026735 2090-CHECK-MOVER-EXIT.
026736     EXIT.
026737*----------------------------------------------------------------*
026738*    2095-ADVANCE-MOVER - STEP THE SORTED MOVER FILE FORWARD ONE *
026739*    RECORD                                                      *
026740*----------------------------------------------------------------*
026741 2095-ADVANCE-MOVER.
026742     PERFORM 8300-READ-MOVER
026743         THRU 8300-READ-MOVER-EXIT.
026744 2095-ADVANCE-MOVER-EXIT.
026745     EXIT.
026746*----------------------------------------------------------------*
026747*    2096-TEST-MOVER - COMPARE ONE MOVER RECORD FOR THIS CONTACT *
026748*    WITH THE ADDRESS ON THE EXTRACT, THEN STEP PAST IT          *
026749*----------------------------------------------------------------*
026750 2096-TEST-MOVER.
026751     IF MSR-OLD-STREET1 = STREET1 OF ADDRESS-RECORD
026752         AND MSR-OLD-POSTALCODE = POSTALCODE OF ADDRESS-RECORD
026753         MOVE "Y" TO WS-MOVER-DROP-SW
026754     END-IF
026755     PERFORM 8300-READ-MOVER
026756         THRU 8300-READ-MOVER-EXIT.
026757 2096-TEST-MOVER-EXIT.
026758     EXIT.
026799*----------------------------------------------------------------*
026800*    2100-PARSE-ACTIVITY-DATE - PULL YYYY-MM-DD OUT OF THE FIRST *
026900*    TEN BYTES OF LATESTACTIVITYDATETIME AND VALIDATE IT, AS     *
027000*    ZCM150 DOES                                                 *
036600     MOVE COMPANYNAME     TO CAMP-COMPANYNAME
036700     MOVE EMAILADDRESS OF EMAIL-RECORD
036800                          TO CAMP-EMAILADDRESS
036801     MOVE "P"             TO CAMP-EMAIL-SOURCE
036802     IF WS-EMAIL-FROM-SECONDARY
036803         MOVE ER-EMAILADDRESS TO CAMP-EMAILADDRESS
036804         MOVE "S"         TO CAMP-EMAIL-SOURCE
036805         ADD 1 TO WS-EMAIL-FALLBACK
036806     END-IF
036900     MOVE MOBILEPHONE OF PERSON-RECORD
037000                          TO CAMP-MOBILEPHONE
037001     IF WS-PHONE-BLANK-MODE
037002         AND WS-MOBILE-BLOCKED
037003         MOVE SPACES TO CAMP-MOBILEPHONE
037004         ADD 1 TO WS-MOBILE-BLANKED
037005     END-IF
037006     MOVE STREET1 OF ADDRESS-RECORD    TO CAMP-STREET1
037007     MOVE STREET2 OF ADDRESS-RECORD    TO CAMP-STREET2
037008     MOVE CITY OF ADDRESS-RECORD       TO CAMP-CITY
037009     MOVE STATE OF ADDRESS-RECORD      TO CAMP-ADDR-STATE
037010     MOVE POSTALCODE OF ADDRESS-RECORD TO CAMP-POSTALCODE
037011     MOVE "P"             TO CAMP-ADDRESS-SOURCE
037012     IF WS-ADDRESS-FROM-SECONDARY
037013         MOVE AR-STREET1    TO CAMP-STREET1
037014         MOVE AR-STREET2    TO CAMP-STREET2
037015         MOVE AR-CITY       TO CAMP-CITY
037016         MOVE AR-STATE      TO CAMP-ADDR-STATE
037017         MOVE AR-POSTALCODE TO CAMP-POSTALCODE
037018         MOVE "S"           TO CAMP-ADDRESS-SOURCE
037019         ADD 1 TO WS-ADDRESS-FALLBACK
037020     END-IF
037100     MOVE "INDUSTRY  "             TO WS-SEARCH-TYPE
037200     MOVE INDUSTRY_CUSTOMFIELD_ID  TO WS-SEARCH-CODE
037300     PERFORM 2200-DECODE-CODE
038200     ADD 1 TO WS-SELECTED-COUNT.
038300 2300-WRITE-CAMPAIGN-RECORD-EXIT.
038400     EXIT.
038401*----------------------------------------------------------------*
038402*    2400-CHECK-PHONE - MATCH-MERGE THE ZCM470 DO-NOT-CALL FILE  *
038403*    (ASCENDING CONTACT ID, LIKE THE EXTRACT) AGAINST THE        *
038404*    CONTACT IN HAND, NOTING WHICH OF ITS NUMBERS ARE BLOCKED    *
038405*----------------------------------------------------------------*
038406 2400-CHECK-PHONE.
038407     MOVE "N" TO WS-MOBILE-BLOCKED-SW
038408     MOVE "N" TO WS-OFFICE-BLOCKED-SW
038409     PERFORM 2410-ADVANCE-PHONE
038410         THRU 2410-ADVANCE-PHONE-EXIT
038411         UNTIL WS-PHONE-EOF
038412            OR PS-CONTACT-ID >= CONTACT-ID
038413     PERFORM 2420-TEST-PHONE
038414         THRU 2420-TEST-PHONE-EXIT
038415         UNTIL WS-PHONE-EOF
038416            OR PS-CONTACT-ID NOT = CONTACT-ID.
038417 2400-CHECK-PHONE-EXIT.
038418     EXIT.
038419*----------------------------------------------------------------*
038420*    2410-ADVANCE-PHONE - STEP THE DO-NOT-CALL FILE FORWARD ONE  *
038421*    RECORD                                                      *
038422*----------------------------------------------------------------*
038423 2410-ADVANCE-PHONE.
038424     PERFORM 8400-READ-PHONE-SUPP
038425         THRU 8400-READ-PHONE-SUPP-EXIT.
038426 2410-ADVANCE-PHONE-EXIT.
038427     EXIT.
038428*----------------------------------------------------------------*
038429*    2420-TEST-PHONE - A HIT COUNTS ONLY WHILE THE EXTRACT STILL *
038430*    CARRIES THE NUMBER THAT WAS FOUND ON THE REGISTRY           *
038431*----------------------------------------------------------------*
038432 2420-TEST-PHONE.
038433     IF PS-MOBILEPHONE
038434         AND PS-PHONE-NUMBER = MOBILEPHONE OF PERSON-RECORD(1:10)
038435         MOVE "Y" TO WS-MOBILE-BLOCKED-SW
038436     END-IF
038437     IF PS-OFFICEPHONE
038438         AND PS-PHONE-NUMBER = OFFICEPHONE OF PERSON-RECORD(1:10)
038439         MOVE "Y" TO WS-OFFICE-BLOCKED-SW
038440     END-IF
038441     PERFORM 8400-READ-PHONE-SUPP
038442         THRU 8400-READ-PHONE-SUPP-EXIT.
038443 2420-TEST-PHONE-EXIT.
038444     EXIT.
038445*----------------------------------------------------------------*
038446*    2500-FALLBACK-EMAIL - USE THE SECONDARY EMAIL ONLY IF IT IS *
038447*    ON EMAILREF, NOT THE PRIMARY, NOT INVALID, NOT OPTED OUT    *
038448*----------------------------------------------------------------*
038449 2500-FALLBACK-EMAIL.
038450     IF NOT WS-FALLBACK-SECONDARY
038451         OR SECONDARYEMAIL_EMAIL_ID = ZERO
038452         OR SECONDARYEMAIL_EMAIL_ID = EMAIL-ID OF EMAIL-RECORD
038453         MOVE "Y" TO WS-FALLBACK-DROP-SW
038454         GO TO 2500-FALLBACK-EMAIL-EXIT
038455     END-IF
038456     MOVE SECONDARYEMAIL_EMAIL_ID TO ER-EMAIL-ID
038457     READ EMAIL-REF
038458         INVALID KEY
038459             MOVE "Y" TO WS-FALLBACK-DROP-SW
038460             GO TO 2500-FALLBACK-EMAIL-EXIT
038461     END-READ
038462     IF ER-ISINVALID = "Y" OR "y"
038463         OR ER-OPTOUT = "Y" OR "y"
038464         OR ER-EMAILADDRESS = SPACES
038465         MOVE "Y" TO WS-FALLBACK-DROP-SW
038466     ELSE
038467         MOVE "S" TO WS-EMAIL-SOURCE-SW
038468     END-IF.
038469 2500-FALLBACK-EMAIL-EXIT.
038470     EXIT.
038471*----------------------------------------------------------------*
038472*    2510-FALLBACK-ADDRESS - USE THE SECONDARY ADDRESS ONLY IF   *
038473*    IT IS ON ADDRREF, NOT THE PRIMARY, NOT INVALID, AND HAS A   *
038474*    STREET AND POSTAL CODE                                      *
038475*----------------------------------------------------------------*
038476 2510-FALLBACK-ADDRESS.
038477     IF NOT WS-FALLBACK-SECONDARY
038478         OR SECONDARYADDRESS_ADDRESS_ID = ZERO
038479         OR SECONDARYADDRESS_ADDRESS_ID = ADDRESS-ID
038480         MOVE "Y" TO WS-FALLBACK-DROP-SW
038481         GO TO 2510-FALLBACK-ADDRESS-EXIT
038482     END-IF
038483     MOVE SECONDARYADDRESS_ADDRESS_ID TO AR-ADDRESS-ID
038484     READ ADDRESS-REF
038485         INVALID KEY
038486             MOVE "Y" TO WS-FALLBACK-DROP-SW
038487             GO TO 2510-FALLBACK-ADDRESS-EXIT
038488     END-READ
038489     IF AR-INVALID = "Y" OR "y"
038490         OR AR-STREET1 = SPACES
038491         OR AR-POSTALCODE = SPACES
038492         MOVE "Y" TO WS-FALLBACK-DROP-SW
038493     ELSE
038494         MOVE "S" TO WS-ADDRESS-SOURCE-SW
038495     END-IF.
038496 2510-FALLBACK-ADDRESS-EXIT.
038497     EXIT.
038500*----------------------------------------------------------------*
038600*    3000-FINALIZE - DISPLAY THE PER-FILTER CONTROL TOTALS AND   *
038700*    CLOSE FILES                                                 *
039320         WS-DROP-HOUSEHOLD
039330     DISPLAY "ZCM220 - DROPPED BY FATIGUE RULE     : "
039340         WS-DROP-FATIGUE
039341     DISPLAY "ZCM220 - DROPPED - MOVED, NO FORWARD : "
039342         WS-DROP-MOVED
039343     DISPLAY "ZCM220 - DROPPED - DO-NOT-CALL       : "
039344         WS-DROP-DO-NOT-CALL
039345     DISPLAY "ZCM220 - MOBILEPHONE BLANKED - DNC   : "
039346         WS-MOBILE-BLANKED
039347     DISPLAY "ZCM220 - SECONDARY EMAIL USED        : "
039348         WS-EMAIL-FALLBACK
039349     DISPLAY "ZCM220 - SECONDARY ADDRESS USED      : "
039350         WS-ADDRESS-FALLBACK
039400     DISPLAY "ZCM220 - DROPPED BY INDUSTRY RANGE   : "
039500         WS-DROP-INDUSTRY
039600     DISPLAY "ZCM220 - DROPPED BY SOURCE RANGE     : "
040750         CLOSE RECENT-HIST
040760     END-IF
040770     CLOSE HIST-OUT
040771     CLOSE MOVER-SORTED
040772     IF WS-PHONE-CHANNEL
040773         CLOSE PHONE-SUPP-IN
040774     END-IF
040775     IF WS-FALLBACK-SECONDARY
040776         CLOSE ADDRESS-REF
040777         CLOSE EMAIL-REF
040778     END-IF
040800     IF WS-DECODE-TBL-FULL
040900         DISPLAY "ZCM220 - WARNING: DCM160 EXCEEDS "
041000             WS-DECODE-MAX-COUNT " ROWS - DECODE TABLE TRUNCATED"
041359     END-IF.
041360 4100-RELEASE-HISTORY-EXIT.
041361     EXIT.
041362*----------------------------------------------------------------*
041363*    4200-FILTER-MOVERS - RELEASE EVERY ZCM460 NO-FORWARDING     *
041364*    RECORD FOR THE SORT BY CONTACT ID.  A MISSING MOVESUP FILE  *
041365*    MEANS NO CONTACT HAS BEEN FLAGGED, SO NOTHING IS RELEASED   *
041366*----------------------------------------------------------------*
041367 4200-FILTER-MOVERS.
041368     OPEN INPUT MOVER-IN
041369     IF WS-MOVER-NOT-FOUND
041370         MOVE "Y" TO WS-MOVER-EOF-SW
041371     ELSE
041372         PERFORM 4210-RELEASE-MOVER
041373             THRU 4210-RELEASE-MOVER-EXIT
041374             UNTIL WS-MOVER-EOF
041375         CLOSE MOVER-IN
041376     END-IF.
041377 4200-FILTER-MOVERS-EXIT.
041378     EXIT.
041379*----------------------------------------------------------------*
041380*    4210-RELEASE-MOVER - READ ONE MOVER-SUPPRESS RECORD AND     *
041381*    RELEASE IT TO THE SORT                                      *
041382*----------------------------------------------------------------*
041383 4210-RELEASE-MOVER.
041384     READ MOVER-IN
041385         AT END
041386             MOVE "Y" TO WS-MOVER-EOF-SW
041387             GO TO 4210-RELEASE-MOVER-EXIT
041388     END-READ
041389     RELEASE SORT-MOVER-REC FROM MOVER-SUPPRESS-RECORD.
041390 4210-RELEASE-MOVER-EXIT.
041391     EXIT.
041400*----------------------------------------------------------------*
041500*    8000-READ-CONTACT - READ THE NEXT CONTACT-RECORD            *
041600*----------------------------------------------------------------*
042400 8200-READ-RECENT-HIST-EXIT.
042401     EXIT.
042402*----------------------------------------------------------------*
042403*    8300-READ-MOVER - READ THE NEXT SORTED MOVER RECORD         *
042404*----------------------------------------------------------------*
042405 8300-READ-MOVER.
042406     READ MOVER-SORTED
042407         AT END
042408             MOVE "Y" TO WS-SORTED-EOF-SW
042409     END-READ.
042410 8300-READ-MOVER-EXIT.
042411     EXIT.
042412*----------------------------------------------------------------*
042413*    8400-READ-PHONE-SUPP - READ THE NEXT DO-NOT-CALL RECORD     *
042414*----------------------------------------------------------------*
042415 8400-READ-PHONE-SUPP.
042416     READ PHONE-SUPP-IN
042417         AT END
042418             MOVE "Y" TO WS-PHONE-EOF-SW
042419     END-READ.
042420 8400-READ-PHONE-SUPP-EXIT.
042421     EXIT.
042499*----------------------------------------------------------------*
042500*    9500-READ-RUN-PARM - PICK UP THE RUN IDENTIFIER FROM THE    *
042600*    OPTIONAL RUNPARM CONTROL CARD; A MISSING CARD LEAVES THE    *
042700*    RUN ID BLANK                                                *
