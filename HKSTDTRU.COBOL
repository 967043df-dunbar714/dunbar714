000220*  09/02/2026 MRD  CARRY THE LINEN CONSUMPTION FACTORS THROUGH    *
000230*                  TO THE PROPOSED-STANDARDS FILE UNCHANGED -     *
000240*                  ONLY THE MINUTES ARE TRUED UP HERE.            *
000241*  10/15/2026 MRD  CLEANING STANDARDS ARE NOW                     *
000242*                  EFFECTIVE-DATED.  ONLY THE ROW IN EFFECT ON    *
000243*                  THE RUN DATE FOR EACH KEY IS TRUED UP AND      *
000244*                  REPORTED.  EVERY ROW, IN FORCE OR NOT, PASSES  *
000245*                  THROUGH TO THE PROPOSED-STANDARDS FILE AS IT   *
000246*                  STANDS; A CHANGED STANDARD IS PROPOSED AS AN   *
000247*                  ADDED ROW EFFECTIVE THE DAY AFTER THE RUN DATE *
000248*                  OR ON THE CONTROL-CARD DATE, SO ADOPTING THE   *
000249*                  FILE LEAVES EVERY PAST DAY PRICED AS IT WAS.   *
000250*                  A KEY WITH A CHANGE ALREADY SCHEDULED ON OR    *
000251*                  BEFORE THAT DATE GETS NO PROPOSED ROW.         *
000252*                  ACTUALS DATED BEFORE THE IN-FORCE ROW TOOK     *
000253*                  EFFECT ARE LEFT OUT OF ITS OBSERVED AVERAGE.   *
000254*  10/15/2026 MRD  RUN DATE TAKEN FROM THE BUSINESS-DATE          *
000255*                  CONTROL FILE (BUSDATE) IN PLACE OF THE         *
000256*                  SYSTEM CLOCK.  A DATE ALREADY CLOSED BY        *
000257*                  HKRUNCTL IS REFUSED UNLESS HKDTROLL HAS SET    *
000258*                  A RERUN OVERRIDE FOR IT.                       *
000259*----------------------------------------------------------------*
000260
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-TRUEUP-RPT-KEY.
000530
000531     SELECT BUSINESS-DATE-FILE
000532         ASSIGN TO BUSDATE
000533         ORGANIZATION IS LINE SEQUENTIAL
000534         FILE STATUS IS WS-BUSINESS-DATE-KEY.
000535
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  ACTUALS-HISTORY-FILE
000710     LABEL RECORDS ARE STANDARD.
000720 01  TRUEUP-REPORT-LINE           PIC X(80).
000730
000732 FD  BUSINESS-DATE-FILE
000734     LABEL RECORDS ARE STANDARD.
000736 COPY BUSDTE.
000738
000740 WORKING-STORAGE SECTION.
000750*----------------------------------------------------------------*
000760*  FILE STATUS KEYS AND SWITCHES                                  *
000820         88  STANDARDS-FILE-OK             VALUE '00'.
000830     05  WS-PROPOSED-FILE-KEY      PIC X(02) VALUE SPACES.
000840     05  WS-TRUEUP-RPT-KEY         PIC X(02) VALUE SPACES.
000843     05  WS-BUSINESS-DATE-KEY      PIC X(02) VALUE SPACES.
000846         88  BUSINESS-DATE-FILE-OK         VALUE '00'.
000850
000860 01  WS-SWITCHES.
000870     05  WS-HISTORY-EOF-SWITCH     PIC X(01) VALUE 'N'.
000900         88  END-OF-STANDARDS-FILE         VALUE 'Y'.
000910     05  WS-OBSERVED-FOUND-SWITCH  PIC X(01) VALUE 'N'.
000920         88  OBSERVED-ENTRY-FOUND          VALUE 'Y'.
000922     05  WS-IN-EFFECT-FOUND-SWITCH PIC X(01) VALUE 'N'.
000924         88  IN-EFFECT-ENTRY-FOUND         VALUE 'Y'.
000926     05  WS-ROW-IN-EFFECT-SWITCH   PIC X(01) VALUE 'N'.
000927         88  ROW-IN-EFFECT                 VALUE 'Y'.
000928     05  WS-PENDING-FOUND-SWITCH   PIC X(01) VALUE 'N'.
000929         88  PENDING-ENTRY-FOUND           VALUE 'Y'.
000930
000940*----------------------------------------------------------------*
000950*  CONTROL CARD - MINIMUM SAMPLE COUNT IN COLUMNS 1-3.  A ROW     *
000960*  WITH FEWER OBSERVATIONS KEEPS ITS CURRENT MINUTES RATHER       *
000970*  THAN CHASING ONE ODD AFTERNOON.  COLUMNS 4-11 MAY GIVE THE     *
000973*  YYYYMMDD DATE A PROPOSED STANDARD TAKES EFFECT; IT MUST FALL   *
000976*  AFTER THE RUN DATE.  BLANK MEANS THE DAY AFTER THE RUN DATE.   *
000980*----------------------------------------------------------------*
000990 01  WS-CONTROL-CARD.
001000     05  CC-MINIMUM-SAMPLES        PIC 9(03).
001005     05  CC-PROPOSED-DATE          PIC 9(08).
001010     05  FILLER                    PIC X(69).
001020
001030 77  WS-MINIMUM-SAMPLES           PIC 9(03)     COMP VALUE 10.
001040
001130 77  WS-PROPOSED-MINUTES          PIC 9(03)     COMP VALUE ZERO.
001140 77  WS-MINUTES-DELTA             PIC S9(03)    COMP VALUE ZERO.
001150 77  WS-IMPACT-MINUTES            PIC S9(07)    COMP VALUE ZERO.
001152 77  WS-IN-EFFECT-COUNT           PIC 9(03)     COMP VALUE ZERO.
001154 77  WS-IN-EFFECT-SUBSCRIPT       PIC 9(03)     COMP VALUE ZERO.
001156 77  WS-ROW-EFFECTIVE-DATE        PIC 9(08)     VALUE ZERO.
001157 77  WS-LOOKUP-ROOM-TYPE          PIC X(02)     VALUE SPACES.
001158 77  WS-LOOKUP-STATUS-CODE        PIC X(01)     VALUE SPACES.
001159 77  WS-PENDING-COUNT             PIC 9(03)     COMP VALUE ZERO.
001160 77  WS-PENDING-SUBSCRIPT         PIC 9(03)     COMP VALUE ZERO.
001161 77  WS-PENDING-HELD-CTR          PIC 9(03)     COMP VALUE ZERO.
001162 77  WS-DAYS-IN-MONTH             PIC 9(02)     COMP VALUE ZERO.
001163 77  WS-LEAP-QUOTIENT             PIC 9(04)     COMP VALUE ZERO.
001164 77  WS-LEAP-REMAINDER            PIC 9(03)     COMP VALUE ZERO.
001165
001170*----------------------------------------------------------------*
001180*  OBSERVED-ACTUALS TABLE - ONE ENTRY PER ROOM-TYPE / STATUS-     *
001190*  CODE COMBINATION SEEN ON THE HISTORY, SIZED LIKE THE BOARD     *
001280         10  OB-MINUTES-SUM            PIC 9(07) COMP.
001290         10  OB-MATCHED-FLAG           PIC X(01).
001300
001301*----------------------------------------------------------------*
001302*  IN-EFFECT TABLE - FOR EACH ROOM-TYPE / STATUS-CODE ON THE      *
001303*  STANDARDS MASTER, THE LATEST EFFECTIVE DATE ON OR BEFORE THE   *
001304*  RUN DATE.  THE ROW CARRYING THAT DATE IS THE ONE IN FORCE.     *
001305*----------------------------------------------------------------*
001306 01  WS-IN-EFFECT-TABLE.
001307     05  WS-IN-EFFECT-ENTRY OCCURS 100 TIMES
001308         INDEXED BY WS-IE-IDX.
001309         10  IE-ROOM-TYPE              PIC X(02).
001310         10  IE-STATUS-CODE            PIC X(01).
001311         10  IE-EFFECTIVE-DATE         PIC 9(08).
001312
001313*----------------------------------------------------------------*
001314*  PENDING TABLE - EACH ROOM-TYPE / STATUS-CODE WITH A ROW DATED  *
001315*  AFTER THE RUN DATE AND ON OR BEFORE THE PROPOSAL DATE.  ITS    *
001316*  SCHEDULED CHANGE STANDS; NO PROPOSED ROW IS ADDED FOR IT.      *
001317*----------------------------------------------------------------*
001318 01  WS-PENDING-TABLE.
001319     05  WS-PENDING-ENTRY OCCURS 100 TIMES
001320         INDEXED BY WS-PND-IDX.
001321         10  PN-ROOM-TYPE              PIC X(02).
001322         10  PN-STATUS-CODE            PIC X(01).
001323
001324 01  WS-DATE-TIME-FIELDS.
001325     05  WS-RUN-DATE               PIC 9(08).
001326     05  WS-PROPOSAL-DATE          PIC 9(08).
001327
001328 01  WS-DATE-WORK-FIELDS.
001329     05  WS-CHECK-DATE             PIC 9(08).
001330     05  FILLER REDEFINES WS-CHECK-DATE.
001331         10  WS-CHECK-YEAR         PIC 9(04).
001332         10  WS-CHECK-MONTH        PIC 9(02).
001333         10  WS-CHECK-DAY          PIC 9(02).
001334
001335 01  WS-MONTH-DAYS-VALUES         PIC X(24) VALUE
001336     '312831303130313130313031'.
001337 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
001338     05  WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(02).
001339
001340 01  WS-ERROR-MESSAGE-FIELDS.
001350     05  WS-BAD-FILE-NAME          PIC X(30).
001360
001440     05  FILLER                    PIC X(13) VALUE
001450         ' MIN SAMPLES '.
001460     05  WTL-MINIMUM-SAMPLES       PIC ZZ9.
001463     05  FILLER                    PIC X(05) VALUE ' EFF '.
001466     05  WTL-PROPOSAL-DATE         PIC 9(08).
001470     05  FILLER                    PIC X(04) VALUE SPACES.
001480
001490 01  WS-PROPOSAL-LINE.
001500     05  WP-ROOM-TYPE              PIC X(02).
001770 PROCEDURE DIVISION.
001780 0000-MAINLINE.
001790     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001795     PERFORM 2500-LOAD-IN-EFFECT-DATES THRU 2500-EXIT
001800     PERFORM 2000-ACCUMULATE-HISTORY THRU 2000-EXIT
001810     PERFORM 3000-PROPOSE-STANDARDS THRU 3000-EXIT
001820     PERFORM 4000-REPORT-UNMATCHED THRU 4000-EXIT
001890 1000-INITIALIZE.
001900     MOVE SPACES TO WS-CONTROL-CARD
001910     ACCEPT WS-CONTROL-CARD FROM SYSIN
001920     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT
001930     IF CC-MINIMUM-SAMPLES IS NUMERIC
001940         AND CC-MINIMUM-SAMPLES > ZERO
001950         MOVE CC-MINIMUM-SAMPLES TO WS-MINIMUM-SAMPLES
001960     END-IF
001961     PERFORM 1100-SET-PROPOSAL-DATE THRU 1100-EXIT
001962     IF WS-PROPOSAL-DATE NOT > WS-RUN-DATE
001963         DISPLAY 'STANDARDS TRUE-UP ERROR -- PROPOSED EFFECTIVE '
001964             'DATE ' CC-PROPOSED-DATE ' ON THE CONTROL CARD IS '
001965             'NOT A DATE AFTER THE RUN DATE ' WS-RUN-DATE
001966         DISPLAY 'RUN TERMINATED -- CORRECT COLUMNS 4-11 (OR '
001967             'LEAVE THEM BLANK) AND RESUBMIT'
001968         MOVE 8 TO RETURN-CODE
001969         GO TO 9999-EXIT
001970     END-IF
001971     OPEN INPUT ACTUALS-HISTORY-FILE
001980     IF NOT HISTORY-FILE-OK
001990         MOVE 'ACTUALS-HISTORY (ACTHIST)' TO WS-BAD-FILE-NAME
002000         PERFORM 9600-FILE-OPEN-ERROR-ROUTINE THRU 9600-EXIT
002080     OPEN OUTPUT TRUEUP-REPORT-FILE
002090     MOVE WS-RUN-DATE TO WTL-RUN-DATE
002100     MOVE WS-MINIMUM-SAMPLES TO WTL-MINIMUM-SAMPLES
002105     MOVE WS-PROPOSAL-DATE TO WTL-PROPOSAL-DATE
002110     WRITE TRUEUP-REPORT-LINE FROM WS-TITLE-LINE
002120     MOVE SPACES TO TRUEUP-REPORT-LINE
002121     WRITE TRUEUP-REPORT-LINE
002122     MOVE 'TYPE ST CURR  OBSERVED  SAMPLES  PROP  IMPACT *'
002123         TO TRUEUP-REPORT-LINE
002124     WRITE TRUEUP-REPORT-LINE.
002125 1000-EXIT.
002126     EXIT.
002127
002128*----------------------------------------------------------------*
002129*  1100-SET-PROPOSAL-DATE - THE CARD DATE WHEN GIVEN, CHECKED FOR *
002130*  A REAL MONTH AND DAY (ZERO WHEN IT IS NOT, SO THE CALLER       *
002131*  REFUSES IT); OTHERWISE THE CALENDAR DAY AFTER THE RUN DATE.    *
002132*----------------------------------------------------------------*
002133 1100-SET-PROPOSAL-DATE.
002134     MOVE ZERO TO WS-PROPOSAL-DATE
002135     IF CC-PROPOSED-DATE IS NUMERIC
002136         AND CC-PROPOSED-DATE > ZERO
002137         MOVE CC-PROPOSED-DATE TO WS-CHECK-DATE
002138         IF WS-CHECK-MONTH < 1 OR WS-CHECK-MONTH > 12
002139             GO TO 1100-EXIT
002140         END-IF
002141         PERFORM 1150-SET-DAYS-IN-MONTH THRU 1150-EXIT
002142         IF WS-CHECK-DAY < 1 OR WS-CHECK-DAY > WS-DAYS-IN-MONTH
002143             GO TO 1100-EXIT
002144         END-IF
002145         MOVE WS-CHECK-DATE TO WS-PROPOSAL-DATE
002146         GO TO 1100-EXIT
002147     END-IF
002148     MOVE WS-RUN-DATE TO WS-CHECK-DATE
002149     PERFORM 1150-SET-DAYS-IN-MONTH THRU 1150-EXIT
002150     ADD 1 TO WS-CHECK-DAY
002151     IF WS-CHECK-DAY > WS-DAYS-IN-MONTH
002152         MOVE 1 TO WS-CHECK-DAY
002153         ADD 1 TO WS-CHECK-MONTH
002154         IF WS-CHECK-MONTH > 12
002155             MOVE 1 TO WS-CHECK-MONTH
002156             ADD 1 TO WS-CHECK-YEAR
002157         END-IF
002158     END-IF
002159     MOVE WS-CHECK-DATE TO WS-PROPOSAL-DATE.
002160 1100-EXIT.
002161     EXIT.
002162
002163*----------------------------------------------------------------*
002164*  1150-SET-DAYS-IN-MONTH - FEBRUARY TAKES 29 IN A YEAR DIVISIBLE *
002165*  BY 4, EXCEPT A CENTURY YEAR NOT DIVISIBLE BY 400.              *
002166*----------------------------------------------------------------*
002167 1150-SET-DAYS-IN-MONTH.
002168     MOVE WS-MONTH-DAYS (WS-CHECK-MONTH) TO WS-DAYS-IN-MONTH
002169     IF WS-CHECK-MONTH NOT = 2
002170         GO TO 1150-EXIT
002171     END-IF
002172     DIVIDE WS-CHECK-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
002173         REMAINDER WS-LEAP-REMAINDER
002174     IF WS-LEAP-REMAINDER NOT = ZERO
002175         GO TO 1150-EXIT
002176     END-IF
002177     DIVIDE WS-CHECK-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
002178         REMAINDER WS-LEAP-REMAINDER
002179     IF WS-LEAP-REMAINDER = ZERO
002180         DIVIDE WS-CHECK-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
002181             REMAINDER WS-LEAP-REMAINDER
002182         IF WS-LEAP-REMAINDER NOT = ZERO
002183             GO TO 1150-EXIT
002184         END-IF
002185     END-IF
002186     MOVE 29 TO WS-DAYS-IN-MONTH.
002187 1150-EXIT.
002188     EXIT.
002189
002191*----------------------------------------------------------------*
002192*  1050-READ-BUSINESS-DATE - THE PROCESSING DATE COMES FROM THE   *
002193*  BUSINESS-DATE CONTROL FILE, NOT THE CLOCK.  A DAY HKRUNCTL     *
002194*  HAS ALREADY CLOSED IS REFUSED UNLESS HKDTROLL HAS SET A RERUN  *
002195*  OVERRIDE, AND THE OVERRIDE THEN NAMES THE DATE TO PROCESS.     *
002196*----------------------------------------------------------------*
002197 1050-READ-BUSINESS-DATE.
002198     OPEN INPUT BUSINESS-DATE-FILE
002199     IF NOT BUSINESS-DATE-FILE-OK
002200         MOVE 'BUSINESS-DATE (BUSDATE)' TO WS-BAD-FILE-NAME
002201         PERFORM 9600-FILE-OPEN-ERROR-ROUTINE THRU 9600-EXIT
002202     END-IF
002203     READ BUSINESS-DATE-FILE
002204         AT END MOVE SPACES TO BUSINESS-DATE-RECORD
002205     END-READ
002206     CLOSE BUSINESS-DATE-FILE
002207     IF BD-BUSINESS-DATE IS NOT NUMERIC
002208         OR BD-BUSINESS-DATE = ZERO
002209         DISPLAY 'STANDARDS TRUE-UP ERROR -- NO BUSINESS DATE'
002210             ' ON THE CONTROL FILE (BUSDATE)'
002211         DISPLAY 'RUN TERMINATED -- INITIALIZE IT WITH HKDTROLL '
002212             'AND RESUBMIT'
002213         MOVE 8 TO RETURN-CODE
002214         GO TO 9999-EXIT
002215     END-IF
002216     IF BD-RERUN-DATE IS NUMERIC AND BD-RERUN-DATE > ZERO
002217         MOVE BD-RERUN-DATE TO WS-RUN-DATE
002218         DISPLAY 'STANDARDS TRUE-UP WARNING -- RERUN OVERRIDE'
002219             ' -- PROCESSING CLOSED DATE ' WS-RUN-DATE
002220         GO TO 1050-EXIT
002221     END-IF
002222     IF BD-DAY-COMPLETE
002223         DISPLAY 'STANDARDS TRUE-UP ERROR -- BUSINESS DATE '
002224             BD-BUSINESS-DATE ' IS ALREADY CLOSED'
002225         DISPLAY 'RUN TERMINATED -- SET A RERUN OVERRIDE WITH '
002226             'HKDTROLL TO PROCESS IT AGAIN'
002227         MOVE 8 TO RETURN-CODE
002228         GO TO 9999-EXIT
002229     END-IF
002230     MOVE BD-BUSINESS-DATE TO WS-RUN-DATE.
002231 1050-EXIT.
002232     EXIT.
002233
002234*==================================================================*
002235*  2000-ACCUMULATE-HISTORY - ONE OBSERVED-TABLE ENTRY PER ROOM-    *
002236*  TYPE / STATUS-CODE COMBINATION, SUMMING THE REAL MINUTES.       *
002237*  ACTUALS DATED BEFORE THE IN-FORCE ROW TOOK EFFECT WERE WORKED   *
002238*  TO AN OLDER STANDARD AND ARE LEFT OUT OF THE AVERAGE.           *
002239*==================================================================*
002240 2000-ACCUMULATE-HISTORY.
002250     PERFORM 2100-READ-HISTORY-RECORD THRU 2100-EXIT
002260     PERFORM 2200-POST-ONE-HISTORY THRU 2200-EXIT
002370
002380 2200-POST-ONE-HISTORY.
002390     ADD 1 TO WS-HISTORY-READ-CTR
002391     MOVE AH-ROOM-TYPE TO WS-LOOKUP-ROOM-TYPE
002392     MOVE AH-STATUS-CODE TO WS-LOOKUP-STATUS-CODE
002393     PERFORM 2700-FIND-IN-EFFECT-ENTRY THRU 2700-EXIT
002394     IF IN-EFFECT-ENTRY-FOUND
002395         AND AH-RUN-DATE < IE-EFFECTIVE-DATE (WS-IE-IDX)
002396         GO TO 2200-NEXT
002397     END-IF
002400     PERFORM 2300-FIND-OBSERVED-ENTRY THRU 2300-EXIT
002410     IF OBSERVED-ENTRY-FOUND
002420         ADD 1 TO OB-SAMPLE-COUNT (WS-OBS-IDX)
002430         ADD AH-ACTUAL-MINUTES TO OB-MINUTES-SUM (WS-OBS-IDX)
002440     END-IF.
002445 2200-NEXT.
002450     PERFORM 2100-READ-HISTORY-RECORD THRU 2100-EXIT.
002460 2200-EXIT.
002470     EXIT.
002850     END-IF.
002860 2310-EXIT.
002870     EXIT.
002871
002872*==================================================================*
002873*  2500-LOAD-IN-EFFECT-DATES - A FIRST PASS OVER THE STANDARDS     *
002874*  MASTER FINDS WHICH ROW OF EACH KEY IS IN FORCE TODAY AND WHICH  *
002875*  KEYS ALREADY HAVE A CHANGE SCHEDULED BY THE PROPOSAL DATE,      *
002876*  THEN THE FILE IS REOPENED FOR THE PROPOSAL PASS.  IT RUNS       *
002877*  BEFORE THE HISTORY PASS SO THAT PASS CAN DROP ACTUALS OLDER     *
002878*  THAN THE ROW.                                                   *
002886*==================================================================*
002887 2500-LOAD-IN-EFFECT-DATES.
002888     PERFORM 3100-READ-STANDARDS-RECORD THRU 3100-EXIT
002889     PERFORM 2600-NOTE-ONE-EFFECTIVE-DATE THRU 2600-EXIT
002890         UNTIL END-OF-STANDARDS-FILE
002891     CLOSE CLEANING-STANDARDS-FILE
002892     MOVE 'N' TO WS-STANDARDS-EOF-SWITCH
002893     OPEN INPUT CLEANING-STANDARDS-FILE
002894     IF NOT STANDARDS-FILE-OK
002895         MOVE 'CLEANING-STANDARDS (CLNSTDS)' TO WS-BAD-FILE-NAME
002896         PERFORM 9600-FILE-OPEN-ERROR-ROUTINE THRU 9600-EXIT
002897     END-IF.
002898 2500-EXIT.
002899     EXIT.
002900
002901 2600-NOTE-ONE-EFFECTIVE-DATE.
002902     IF CS-EFFECTIVE-DATE IS NUMERIC
002903         MOVE CS-EFFECTIVE-DATE TO WS-ROW-EFFECTIVE-DATE
002904     ELSE
002905         MOVE ZERO TO WS-ROW-EFFECTIVE-DATE
002906     END-IF
002907     MOVE CS-ROOM-TYPE TO WS-LOOKUP-ROOM-TYPE
002908     MOVE CS-STATUS-CODE TO WS-LOOKUP-STATUS-CODE
002909     IF WS-ROW-EFFECTIVE-DATE > WS-RUN-DATE
002910         IF WS-ROW-EFFECTIVE-DATE NOT > WS-PROPOSAL-DATE
002911             PERFORM 2800-NOTE-PENDING-KEY THRU 2800-EXIT
002912         END-IF
002913         GO TO 2600-NEXT
002914     END-IF
002919     PERFORM 2700-FIND-IN-EFFECT-ENTRY THRU 2700-EXIT
002920     IF IN-EFFECT-ENTRY-FOUND
002921         IF WS-ROW-EFFECTIVE-DATE > IE-EFFECTIVE-DATE (WS-IE-IDX)
002922             MOVE WS-ROW-EFFECTIVE-DATE TO
002923                 IE-EFFECTIVE-DATE (WS-IE-IDX)
002924         END-IF
002925         GO TO 2600-NEXT
002926     END-IF
002927     IF WS-IN-EFFECT-COUNT < 100
002928         ADD 1 TO WS-IN-EFFECT-COUNT
002929         SET WS-IE-IDX TO WS-IN-EFFECT-COUNT
002930         MOVE CS-ROOM-TYPE TO IE-ROOM-TYPE (WS-IE-IDX)
002931         MOVE CS-STATUS-CODE TO IE-STATUS-CODE (WS-IE-IDX)
002932         MOVE WS-ROW-EFFECTIVE-DATE TO
002933             IE-EFFECTIVE-DATE (WS-IE-IDX)
002934     ELSE
002935         DISPLAY 'STANDARDS TRUE-UP WARNING -- STANDARD '
002936             CS-ROOM-TYPE '/' CS-STATUS-CODE
002937             ' NOT TRUED UP -- IN-EFFECT TABLE IS FULL AT 100'
002938     END-IF.
002939 2600-NEXT.
002940     PERFORM 3100-READ-STANDARDS-RECORD THRU 3100-EXIT.
002941 2600-EXIT.
002942     EXIT.
002943
002944 2700-FIND-IN-EFFECT-ENTRY.
002945     MOVE 'N' TO WS-IN-EFFECT-FOUND-SWITCH
002946     PERFORM 2710-MATCH-ONE-IN-EFFECT THRU 2710-EXIT
002947         VARYING WS-IN-EFFECT-SUBSCRIPT FROM 1 BY 1
002948         UNTIL WS-IN-EFFECT-SUBSCRIPT > WS-IN-EFFECT-COUNT
002949         OR IN-EFFECT-ENTRY-FOUND.
002950 2700-EXIT.
002951     EXIT.
002952
002953 2710-MATCH-ONE-IN-EFFECT.
002954     SET WS-IE-IDX TO WS-IN-EFFECT-SUBSCRIPT
002955     IF IE-ROOM-TYPE (WS-IE-IDX) = WS-LOOKUP-ROOM-TYPE
002956         AND IE-STATUS-CODE (WS-IE-IDX) = WS-LOOKUP-STATUS-CODE
002957         SET IN-EFFECT-ENTRY-FOUND TO TRUE
002958     END-IF.
002959 2710-EXIT.
002960     EXIT.
002961
002962 2800-NOTE-PENDING-KEY.
002963     PERFORM 2900-FIND-PENDING-ENTRY THRU 2900-EXIT
002964     IF PENDING-ENTRY-FOUND
002965         GO TO 2800-EXIT
002966     END-IF
002967     IF WS-PENDING-COUNT < 100
002968         ADD 1 TO WS-PENDING-COUNT
002969         SET WS-PND-IDX TO WS-PENDING-COUNT
002970         MOVE CS-ROOM-TYPE TO PN-ROOM-TYPE (WS-PND-IDX)
002971         MOVE CS-STATUS-CODE TO PN-STATUS-CODE (WS-PND-IDX)
002972     ELSE
002973         DISPLAY 'STANDARDS TRUE-UP WARNING -- STANDARD '
002974             CS-ROOM-TYPE '/' CS-STATUS-CODE
002975             ' PENDING ROW NOT NOTED -- TABLE IS FULL AT 100'
002976     END-IF.
002977 2800-EXIT.
002978     EXIT.
002979
002980 2900-FIND-PENDING-ENTRY.
002981     MOVE 'N' TO WS-PENDING-FOUND-SWITCH
002982     PERFORM 2910-MATCH-ONE-PENDING THRU 2910-EXIT
002983         VARYING WS-PENDING-SUBSCRIPT FROM 1 BY 1
002984         UNTIL WS-PENDING-SUBSCRIPT > WS-PENDING-COUNT
002985         OR PENDING-ENTRY-FOUND.
002986 2900-EXIT.
002987     EXIT.
002988
002989 2910-MATCH-ONE-PENDING.
002990     SET WS-PND-IDX TO WS-PENDING-SUBSCRIPT
002991     IF PN-ROOM-TYPE (WS-PND-IDX) = WS-LOOKUP-ROOM-TYPE
002992         AND PN-STATUS-CODE (WS-PND-IDX) = WS-LOOKUP-STATUS-CODE
002993         SET PENDING-ENTRY-FOUND TO TRUE
002994     END-IF.
002995 2910-EXIT.
002996     EXIT.
002997
002998*==================================================================*
002999*  3000-PROPOSE-STANDARDS - EVERY STANDARDS ROW IS COPIED TO THE   *
003000*  PROPOSED-STANDARDS FILE UNCHANGED, AND EACH ROW IN EFFECT TODAY *
003001*  GETS A REVIEW LINE.  A ROW WITH ENOUGH SAMPLES TAKES THE        *
003002*  ROUNDED OBSERVED AVERAGE; ANY OTHER ROW KEEPS ITS CURRENT       *
003003*  MINUTES.  THE IMPACT COLUMN IS THE MINUTES DELTA PRICED ACROSS  *
003004*  THE HISTORY'S OWN ROOM VOLUME.  A CHANGED STANDARD IS WRITTEN   *
003005*  AS AN ADDED ROW EFFECTIVE ON THE PROPOSAL DATE, UNLESS THE KEY  *
003006*  ALREADY HAS A CHANGE SCHEDULED BY THEN (FLAGGED P).             *
003007*==================================================================*
003008 3000-PROPOSE-STANDARDS.
003009     PERFORM 3100-READ-STANDARDS-RECORD THRU 3100-EXIT
003010     PERFORM 3200-PROPOSE-ONE-STANDARD THRU 3200-EXIT
003011         UNTIL END-OF-STANDARDS-FILE
003012     IF WS-PENDING-HELD-CTR > ZERO
003013         MOVE SPACES TO TRUEUP-REPORT-LINE
003014         WRITE TRUEUP-REPORT-LINE
003015         MOVE 'P = CHANGE ALREADY SCHEDULED BY THE EFFECTIVE DATE'
003016             TO TRUEUP-REPORT-LINE
003017         WRITE TRUEUP-REPORT-LINE
003018         MOVE '    -- NO ROW PROPOSED FOR IT'
003019             TO TRUEUP-REPORT-LINE
003020         WRITE TRUEUP-REPORT-LINE
003021     END-IF.
003022 3000-EXIT.
003023     EXIT.
003024
003030 3100-READ-STANDARDS-RECORD.
003040     READ CLEANING-STANDARDS-FILE
003050         AT END SET END-OF-STANDARDS-FILE TO TRUE
003070 3100-EXIT.
003080     EXIT.
003090
003091 3200-PROPOSE-ONE-STANDARD.
003092     IF CS-EFFECTIVE-DATE IS NUMERIC
003093         MOVE CS-EFFECTIVE-DATE TO WS-ROW-EFFECTIVE-DATE
003094     ELSE
003095         MOVE ZERO TO WS-ROW-EFFECTIVE-DATE
003096     END-IF
003097     MOVE 'N' TO WS-ROW-IN-EFFECT-SWITCH
003098     MOVE CS-ROOM-TYPE TO WS-LOOKUP-ROOM-TYPE
003099     MOVE CS-STATUS-CODE TO WS-LOOKUP-STATUS-CODE
003107     PERFORM 2700-FIND-IN-EFFECT-ENTRY THRU 2700-EXIT
003108     IF IN-EFFECT-ENTRY-FOUND
003109         IF IE-EFFECTIVE-DATE (WS-IE-IDX) = WS-ROW-EFFECTIVE-DATE
003110             SET ROW-IN-EFFECT TO TRUE
003111         END-IF
003112     END-IF
003113     MOVE CLEANING-STANDARD-RECORD TO PROPOSED-STANDARD-RECORD
003114     WRITE PROPOSED-STANDARD-RECORD
003115     IF NOT ROW-IN-EFFECT
003116         GO TO 3200-NEXT
003117     END-IF
003118     MOVE ZERO TO WS-OBSERVED-AVERAGE
003120     MOVE CS-CLEAN-MINUTES TO WS-PROPOSED-MINUTES
003130     MOVE 'N' TO WS-OBSERVED-FOUND-SWITCH
003140     PERFORM 3210-MATCH-STANDARD-OBSERVED THRU 3210-EXIT
003430     END-IF
003440     MOVE WS-PROPOSED-MINUTES TO WP-PROPOSED-MINUTES
003450     MOVE WS-IMPACT-MINUTES TO WP-IMPACT-MINUTES
003455     MOVE 'N' TO WS-PENDING-FOUND-SWITCH
003460     IF WS-MINUTES-DELTA = ZERO
003470         MOVE SPACE TO WP-CHANGE-FLAG
003480     ELSE
003481         PERFORM 2900-FIND-PENDING-ENTRY THRU 2900-EXIT
003482         IF PENDING-ENTRY-FOUND
003483             MOVE 'P' TO WP-CHANGE-FLAG
003484             ADD 1 TO WS-PENDING-HELD-CTR
003485         ELSE
003490             MOVE '*' TO WP-CHANGE-FLAG
003500             ADD 1 TO WS-PROPOSAL-CTR
003505         END-IF
003510     END-IF
003520     WRITE TRUEUP-REPORT-LINE FROM WS-PROPOSAL-LINE
003522     IF WS-MINUTES-DELTA = ZERO
003524         OR PENDING-ENTRY-FOUND
003526         GO TO 3200-NEXT
003528     END-IF
003530     MOVE SPACES TO PROPOSED-STANDARD-RECORD
003540     MOVE CS-ROOM-TYPE TO PS-ROOM-TYPE
003550     MOVE CS-STATUS-CODE TO PS-STATUS-CODE
003733     ELSE
003734         MOVE ZERO TO PS-DEEP-CLEAN-CYCLE
003735     END-IF
003737     MOVE WS-PROPOSAL-DATE TO PS-EFFECTIVE-DATE
003740     WRITE PROPOSED-STANDARD-RECORD.
003745 3200-NEXT.
003750     PERFORM 3100-READ-STANDARDS-RECORD THRU 3100-EXIT.
003760 3200-EXIT.
003770     EXIT.
