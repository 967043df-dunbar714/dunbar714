000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     HKSCORE.
000030 AUTHOR.         M R DUNBAR.
000040 INSTALLATION.   HOUSEKEEPING SYSTEMS - ROOMS DIVISION.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*  MODIFICATION HISTORY                                           *
000090*  ------------------------------------------------------------  *
000100*  DATE       BY   DESCRIPTION                                    *
000110*  ---------- ---- -------------------------------------------    *
000120*  10/15/2026 MRD  ORIGINAL VERSION - PAY-PERIOD HOUSEKEEPER      *
000130*                  SCORECARD.  SCORES EVERY ACTIVE EMPLOYEE ON    *
000140*                  THE EMPLOYEE MASTER FROM THE ACTUALS HISTORY   *
000150*                  FOR THE CONTROL-CARD PERIOD - ROOMS CLEANED,   *
000160*                  ACTUAL-TO-STANDARD EFFICIENCY, FIRST-TIME      *
000170*                  INSPECTION RE-CLEAN RATE AND DAYS WORKED -     *
000180*                  RANKS EACH HOUSEKEEPER WITHIN PROPERTY AND     *
000190*                  SECTION, AWARDS THE BONUS TIER FROM THE        *
000200*                  SCOREPRM PARAMETER FILE, AND WRITES AN         *
000210*                  INCENTIVE EXTRACT WITH PAYROLL-STYLE HEADER    *
000220*                  AND TRAILER CONTROLS.                          *
000221*  10/15/2026 MRD  RUN DATE TAKEN FROM THE BUSINESS-DATE          *
000222*                  CONTROL FILE (BUSDATE) IN PLACE OF THE         *
000223*                  SYSTEM CLOCK.  A DATE ALREADY CLOSED BY        *
000224*                  HKRUNCTL IS REFUSED UNLESS HKDTROLL HAS SET    *
000225*                  A RERUN OVERRIDE FOR IT.                       *
000230*----------------------------------------------------------------*
000240
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER.   IBM-370.
000280 OBJECT-COMPUTER.   IBM-370.
000290
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT EMPLOYEE-MASTER-FILE
000330         ASSIGN TO EMPMAST
000340         ORGANIZATION IS INDEXED
000350         ACCESS IS SEQUENTIAL
000360         RECORD KEY IS EM-EMPLOYEE-ID
000370         FILE STATUS IS WS-EMP-MASTER-KEY.
000380
000390     SELECT ACTUALS-HISTORY-FILE
000400         ASSIGN TO ACTHIST
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-HISTORY-FILE-KEY.
000430
000440     SELECT SCORE-PARAMETER-FILE
000450         ASSIGN TO SCOREPRM
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-PARAMETER-FILE-KEY.
000480
000490     SELECT SCORECARD-REPORT-FILE
000500         ASSIGN TO SCORERPT
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-SCORE-RPT-KEY.
000530
000540     SELECT INCENTIVE-EXTRACT-FILE
000550         ASSIGN TO INCEXTF
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-INCENTIVE-KEY.
000580
000581     SELECT BUSINESS-DATE-FILE
000582         ASSIGN TO BUSDATE
000583         ORGANIZATION IS LINE SEQUENTIAL
000584         FILE STATUS IS WS-BUSINESS-DATE-KEY.
000585
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  EMPLOYEE-MASTER-FILE
000620     LABEL RECORDS ARE STANDARD.
000630 COPY EMPMST.
000640
000650 FD  ACTUALS-HISTORY-FILE
000660     LABEL RECORDS ARE STANDARD.
000670 COPY ACTHST.
000680
000690 FD  SCORE-PARAMETER-FILE
000700     LABEL RECORDS ARE STANDARD.
000710 COPY SCRPRM.
000720
000730 FD  SCORECARD-REPORT-FILE
000740     LABEL RECORDS ARE STANDARD.
000750 01  SCORECARD-REPORT-LINE        PIC X(80).
000760
000770 FD  INCENTIVE-EXTRACT-FILE
000780     LABEL RECORDS ARE STANDARD.
000790 COPY INCEXT.
000800
000802 FD  BUSINESS-DATE-FILE
000804     LABEL RECORDS ARE STANDARD.
000806 COPY BUSDTE.
000808
000810 WORKING-STORAGE SECTION.
000820*----------------------------------------------------------------*
000830*  FILE STATUS KEYS AND SWITCHES                                  *
000840*----------------------------------------------------------------*
000850 01  WS-FILE-STATUS-KEYS.
000860     05  WS-EMP-MASTER-KEY         PIC X(02) VALUE SPACES.
000870         88  EMP-MASTER-FILE-OK            VALUE '00'.
000880     05  WS-HISTORY-FILE-KEY       PIC X(02) VALUE SPACES.
000890         88  HISTORY-FILE-OK               VALUE '00'.
000900     05  WS-PARAMETER-FILE-KEY     PIC X(02) VALUE SPACES.
000910         88  PARAMETER-FILE-OK             VALUE '00'.
000920     05  WS-SCORE-RPT-KEY          PIC X(02) VALUE SPACES.
000930     05  WS-INCENTIVE-KEY          PIC X(02) VALUE SPACES.
000933     05  WS-BUSINESS-DATE-KEY      PIC X(02) VALUE SPACES.
000936         88  BUSINESS-DATE-FILE-OK         VALUE '00'.
000940
000950 01  WS-SWITCHES.
000960     05  WS-MASTER-EOF-SWITCH      PIC X(01) VALUE 'N'.
000970         88  END-OF-EMPLOYEE-MASTER        VALUE 'Y'.
000980     05  WS-HISTORY-EOF-SWITCH     PIC X(01) VALUE 'N'.
000990         88  END-OF-HISTORY-FILE           VALUE 'Y'.
001000     05  WS-PARAMETER-EOF-SWITCH   PIC X(01) VALUE 'N'.
001010         88  END-OF-PARAMETER-FILE         VALUE 'Y'.
001020     05  WS-EMP-FOUND-SWITCH       PIC X(01) VALUE 'N'.
001030         88  SCORE-EMPLOYEE-FOUND          VALUE 'Y'.
001040     05  WS-GROUP-FOUND-SWITCH     PIC X(01) VALUE 'N'.
001050         88  SCORE-GROUP-FOUND             VALUE 'Y'.
001060
001070*----------------------------------------------------------------*
001080*  CONTROL CARD - PAY-PERIOD START DATE IN COLUMNS 1-8 AND END    *
001090*  DATE IN COLUMNS 9-16, BOTH YYYYMMDD AND BOTH INCLUSIVE.  A     *
001100*  MISSING OR BACKWARD PERIOD STOPS THE RUN RATHER THAN SCORING   *
001110*  THE WRONG DAYS INTO SOMEBODY'S PAY.                            *
001120*----------------------------------------------------------------*
001130 01  WS-CONTROL-CARD.
001140     05  CC-PERIOD-START-DATE      PIC 9(08).
001150     05  CC-PERIOD-END-DATE        PIC 9(08).
001160     05  FILLER                    PIC X(64).
001170
001180*----------------------------------------------------------------*
001190*  STANDALONE COUNTERS, SUBSCRIPTS AND WORK FIELDS                *
001200*----------------------------------------------------------------*
001210 77  WS-EMPLOYEE-COUNT            PIC 9(03)     COMP VALUE ZERO.
001220 77  WS-EMPLOYEE-SUBSCRIPT        PIC 9(03)     COMP VALUE ZERO.
001230 77  WS-PEER-SUBSCRIPT            PIC 9(03)     COMP VALUE ZERO.
001240 77  WS-TIER-COUNT                PIC 9(02)     COMP VALUE ZERO.
001250 77  WS-TIER-SUBSCRIPT            PIC 9(02)     COMP VALUE ZERO.
001260 77  WS-GROUP-COUNT               PIC 9(03)     COMP VALUE ZERO.
001270 77  WS-GROUP-SUBSCRIPT           PIC 9(03)     COMP VALUE ZERO.
001280 77  WS-GROUP-PASS                PIC 9(03)     COMP VALUE ZERO.
001290 77  WS-RANK-SUBSCRIPT            PIC 9(03)     COMP VALUE ZERO.
001300 77  WS-HISTORY-READ-CTR          PIC 9(07)     COMP VALUE ZERO.
001310 77  WS-HISTORY-POSTED-CTR        PIC 9(07)     COMP VALUE ZERO.
001320 77  WS-NOT-ACTIVE-CTR            PIC 9(07)     COMP VALUE ZERO.
001330 77  WS-INCENTIVE-CTR             PIC 9(05)     COMP VALUE ZERO.
001340 77  WS-INCENTIVE-TOTAL           PIC 9(07)V9(02)    VALUE ZERO.
001350 77  WS-PERCENT-WORK              PIC 9(07)     COMP VALUE ZERO.
001360 77  WS-HISTORY-SECTION           PIC X(02)     VALUE SPACES.
001370
001380*----------------------------------------------------------------*
001390*  BONUS TIER TABLE - LOADED FROM THE SCOREPRM PARAMETER FILE.    *
001400*----------------------------------------------------------------*
001410 01  WS-TIER-TABLE.
001420     05  WS-TIER-ENTRY OCCURS 10 TIMES
001430         INDEXED BY WS-TIER-IDX.
001440         10  BT-TIER-CODE              PIC X(01).
001450         10  BT-TIER-NAME              PIC X(10).
001460         10  BT-MIN-ROOMS              PIC 9(04) COMP.
001470         10  BT-MIN-DAYS               PIC 9(02) COMP.
001480         10  BT-MIN-EFFICIENCY         PIC 9(03) COMP.
001490         10  BT-MAX-RECLEAN-PCT        PIC 9(03) COMP.
001500         10  BT-BONUS-AMOUNT           PIC 9(05)V9(02).
001510
001520*----------------------------------------------------------------*
001530*  EMPLOYEE SCORE TABLE - ONE ENTRY PER ACTIVE EMPLOYEE ON THE    *
001540*  MASTER.  THE PROPERTY AND SECTION ARE THOSE OF THE LATEST      *
001550*  HISTORY RECORD IN THE PERIOD, SO A HOUSEKEEPER WHO MOVED       *
001560*  SECTIONS MID-PERIOD RANKS IN THE SECTION LAST WORKED.  DAYS    *
001570*  WORKED COUNT EACH NEW RUN DATE ONCE, THE HISTORY BEING         *
001580*  APPENDED IN RUN-DATE ORDER.                                    *
001590*----------------------------------------------------------------*
001600 01  WS-EMPLOYEE-TABLE.
001610     05  WS-EMPLOYEE-ENTRY OCCURS 300 TIMES
001620         INDEXED BY WS-EMP-IDX WS-PEER-IDX.
001630         10  ES-EMPLOYEE-ID            PIC X(06).
001640         10  ES-EMPLOYEE-NAME          PIC X(20).
001650         10  ES-PROPERTY-CODE          PIC X(04).
001660         10  ES-SECTION                PIC X(02).
001670         10  ES-ROOMS-CLEANED          PIC 9(05) COMP.
001680         10  ES-PLAN-MINUTES           PIC 9(07) COMP.
001690         10  ES-ACTUAL-MINUTES         PIC 9(07) COMP.
001700         10  ES-INSPECTED-COUNT        PIC 9(05) COMP.
001710         10  ES-FAILED-COUNT           PIC 9(05) COMP.
001720         10  ES-DAYS-WORKED            PIC 9(03) COMP.
001730         10  ES-LAST-RUN-DATE          PIC 9(08).
001740         10  ES-EFFICIENCY-PCT         PIC 9(03) COMP.
001750         10  ES-RECLEAN-PCT            PIC 9(03) COMP.
001760         10  ES-SECTION-RANK           PIC 9(03) COMP.
001770         10  ES-TIER-CODE              PIC X(01).
001780         10  ES-BONUS-AMOUNT           PIC 9(05)V9(02).
001790
001800*----------------------------------------------------------------*
001810*  PROPERTY / SECTION GROUP TABLE - THE RANKING GROUPS, PUT IN    *
001820*  PROPERTY AND SECTION ORDER BEFORE THE SCORECARD PRINTS.        *
001830*----------------------------------------------------------------*
001840 01  WS-GROUP-TABLE.
001850     05  WS-GROUP-ENTRY OCCURS 100 TIMES
001860         INDEXED BY WS-GRP-IDX WS-GRP-NEXT-IDX.
001870         10  GP-GROUP-KEY.
001880             15  GP-PROPERTY-CODE      PIC X(04).
001890             15  GP-SECTION            PIC X(02).
001900         10  GP-MEMBER-COUNT           PIC 9(03) COMP.
001910
001920 01  WS-GROUP-HOLD-ENTRY.
001930     05  WS-HOLD-GROUP-KEY         PIC X(06).
001940     05  WS-HOLD-MEMBER-COUNT      PIC 9(03) COMP.
001950
001960 01  WS-DATE-TIME-FIELDS.
001970     05  WS-RUN-DATE               PIC 9(08).
001980
001990 01  WS-ERROR-MESSAGE-FIELDS.
002000     05  WS-BAD-FILE-NAME          PIC X(30).
002005     05  WS-NOT-ACTIVE-DISPLAY     PIC ZZZZZZ9.
002010
002020*----------------------------------------------------------------*
002030*  REPORT LINE LAYOUTS                                            *
002040*----------------------------------------------------------------*
002050 01  WS-TITLE-LINE.
002060     05  FILLER                    PIC X(42) VALUE
002070         'HOUSEKEEPER PAY-PERIOD SCORECARD -- PERIOD'.
002080     05  FILLER                    PIC X(01) VALUE SPACES.
002090     05  WTL-PERIOD-START          PIC 9(08).
002100     05  FILLER                    PIC X(04) VALUE ' TO '.
002110     05  WTL-PERIOD-END            PIC 9(08).
002120     05  FILLER                    PIC X(17) VALUE SPACES.
002130
002140 01  WS-COLUMN-LINE.
002150     05  FILLER                    PIC X(40) VALUE
002160         'PROP  SC  RANK EMP-ID NAME              '.
002170     05  FILLER                    PIC X(40) VALUE
002180         '   ROOMS DAYS  EFF%  RCL% TIER    BONUS '.
002190
002200 01  WS-SCORE-LINE.
002210     05  WSL-PROPERTY-CODE         PIC X(04).
002220     05  FILLER                    PIC X(02) VALUE SPACES.
002230     05  WSL-SECTION               PIC X(02).
002240     05  FILLER                    PIC X(02) VALUE SPACES.
002250     05  WSL-RANK                  PIC ZZ9.
002260     05  FILLER                    PIC X(02) VALUE SPACES.
002270     05  WSL-EMPLOYEE-ID           PIC X(06).
002280     05  FILLER                    PIC X(01) VALUE SPACES.
002290     05  WSL-EMPLOYEE-NAME         PIC X(20).
002300     05  WSL-ROOMS-CLEANED         PIC ZZZZ9.
002310     05  FILLER                    PIC X(03) VALUE SPACES.
002320     05  WSL-DAYS-WORKED           PIC ZZ9.
002330     05  FILLER                    PIC X(03) VALUE SPACES.
002340     05  WSL-EFFICIENCY-PCT        PIC ZZ9.
002350     05  FILLER                    PIC X(03) VALUE SPACES.
002360     05  WSL-RECLEAN-PCT           PIC ZZ9.
002370     05  FILLER                    PIC X(04) VALUE SPACES.
002380     05  WSL-TIER-CODE             PIC X(01).
002390     05  FILLER                    PIC X(01) VALUE SPACES.
002400     05  WSL-BONUS-AMOUNT          PIC ZZ,ZZ9.99.
002410     05  FILLER                    PIC X(01) VALUE SPACES.
002420
002430 01  WS-IDLE-LINE.
002440     05  FILLER                    PIC X(15) VALUE SPACES.
002450     05  WIL-EMPLOYEE-ID           PIC X(06).
002460     05  FILLER                    PIC X(01) VALUE SPACES.
002470     05  WIL-EMPLOYEE-NAME         PIC X(20).
002480     05  FILLER                    PIC X(38) VALUE
002490         ' NO ROOMS ON THE HISTORY IN THE PERIOD'.
002500
002510 01  WS-TOTAL-LINE.
002520     05  FILLER                    PIC X(26) VALUE
002530         'INCENTIVE EXTRACT DETAILS '.
002540     05  WTT-INCENTIVE-CTR         PIC ZZZZ9.
002550     05  FILLER                    PIC X(14) VALUE
002560         '  TOTAL BONUS '.
002570     05  WTT-INCENTIVE-TOTAL       PIC Z,ZZZ,ZZ9.99.
002580     05  FILLER                    PIC X(23) VALUE SPACES.
002590
002600 PROCEDURE DIVISION.
002610 0000-MAINLINE.
002620     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002630     PERFORM 2000-LOAD-ACTIVE-EMPLOYEES THRU 2000-EXIT
002640     PERFORM 3000-ACCUMULATE-HISTORY THRU 3000-EXIT
002650     PERFORM 4000-SCORE-EMPLOYEES THRU 4000-EXIT
002660     PERFORM 5000-WRITE-SCORECARD THRU 5000-EXIT
002670     PERFORM 6000-WRITE-INCENTIVE-EXTRACT THRU 6000-EXIT
002680     PERFORM 9000-TERMINATE THRU 9000-EXIT
002690     GO TO 9999-EXIT.
002700
002710*==================================================================*
002720*  1000-INITIALIZE - CONTROL CARD, FILES AND THE BONUS TIERS.      *
002730*==================================================================*
002740 1000-INITIALIZE.
002750     MOVE SPACES TO WS-CONTROL-CARD
002760     ACCEPT WS-CONTROL-CARD FROM SYSIN
002770     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT
002780     IF CC-PERIOD-START-DATE IS NOT NUMERIC
002790         OR CC-PERIOD-END-DATE IS NOT NUMERIC
002800         OR CC-PERIOD-START-DATE = ZERO
002810         OR CC-PERIOD-END-DATE < CC-PERIOD-START-DATE
002820         DISPLAY 'SCORECARD ERROR -- NO VALID PAY PERIOD ON THE '
002830             'CONTROL CARD'
002840         DISPLAY 'RUN TERMINATED -- SUPPLY YYYYMMDD START AND '
002850             'END DATES IN COLUMNS 1-16 AND RESUBMIT'
002855         MOVE 8 TO RETURN-CODE
002860         GO TO 9999-EXIT
002870     END-IF
002880     OPEN INPUT EMPLOYEE-MASTER-FILE
002890     IF NOT EMP-MASTER-FILE-OK
002900         MOVE 'EMPLOYEE-MASTER (EMPMAST)' TO WS-BAD-FILE-NAME
002910         PERFORM 9600-FILE-OPEN-ERROR-ROUTINE THRU 9600-EXIT
002920     END-IF
002930     OPEN INPUT ACTUALS-HISTORY-FILE
002940     IF NOT HISTORY-FILE-OK
002950         MOVE 'ACTUALS-HISTORY (ACTHIST)' TO WS-BAD-FILE-NAME
002960         PERFORM 9600-FILE-OPEN-ERROR-ROUTINE THRU 9600-EXIT
002970     END-IF
002980     OPEN INPUT SCORE-PARAMETER-FILE
002990     IF NOT PARAMETER-FILE-OK
003000         MOVE 'SCORE-PARAMETERS (SCOREPRM)' TO WS-BAD-FILE-NAME
003010         PERFORM 9600-FILE-OPEN-ERROR-ROUTINE THRU 9600-EXIT
003020     END-IF
003030     PERFORM 1100-LOAD-BONUS-TIERS THRU 1100-EXIT
003040     OPEN OUTPUT SCORECARD-REPORT-FILE
003050     OPEN OUTPUT INCENTIVE-EXTRACT-FILE.
003060 1000-EXIT.
003070     EXIT.
003080
003081*----------------------------------------------------------------*
003082*  1050-READ-BUSINESS-DATE - THE PROCESSING DATE COMES FROM THE   *
003083*  BUSINESS-DATE CONTROL FILE, NOT THE CLOCK.  A DAY HKRUNCTL     *
003084*  HAS ALREADY CLOSED IS REFUSED UNLESS HKDTROLL HAS SET A RERUN  *
003085*  OVERRIDE, AND THE OVERRIDE THEN NAMES THE DATE TO PROCESS.     *
003086*----------------------------------------------------------------*
003087 1050-READ-BUSINESS-DATE.
003088     OPEN INPUT BUSINESS-DATE-FILE
003089     IF NOT BUSINESS-DATE-FILE-OK
003090         MOVE 'BUSINESS-DATE (BUSDATE)' TO WS-BAD-FILE-NAME
003091         PERFORM 9600-FILE-OPEN-ERROR-ROUTINE THRU 9600-EXIT
003092     END-IF
003093     READ BUSINESS-DATE-FILE
003094         AT END MOVE SPACES TO BUSINESS-DATE-RECORD
003095     END-READ
003096     CLOSE BUSINESS-DATE-FILE
003097     IF BD-BUSINESS-DATE IS NOT NUMERIC
003098         OR BD-BUSINESS-DATE = ZERO
003099         DISPLAY 'SCORECARD ERROR -- NO BUSINESS DATE'
003100             ' ON THE CONTROL FILE (BUSDATE)'
003101         DISPLAY 'RUN TERMINATED -- INITIALIZE IT WITH HKDTROLL '
003102             'AND RESUBMIT'
003103         MOVE 8 TO RETURN-CODE
003104         GO TO 9999-EXIT
003105     END-IF
003106     IF BD-RERUN-DATE IS NUMERIC AND BD-RERUN-DATE > ZERO
003107         MOVE BD-RERUN-DATE TO WS-RUN-DATE
003108         DISPLAY 'SCORECARD WARNING -- RERUN OVERRIDE'
003109             ' -- PROCESSING CLOSED DATE ' WS-RUN-DATE
003110         GO TO 1050-EXIT
003111     END-IF
003112     IF BD-DAY-COMPLETE
003113         DISPLAY 'SCORECARD ERROR -- BUSINESS DATE '
003114             BD-BUSINESS-DATE ' IS ALREADY CLOSED'
003115         DISPLAY 'RUN TERMINATED -- SET A RERUN OVERRIDE WITH '
003116             'HKDTROLL TO PROCESS IT AGAIN'
003117         MOVE 8 TO RETURN-CODE
003118         GO TO 9999-EXIT
003119     END-IF
003120     MOVE BD-BUSINESS-DATE TO WS-RUN-DATE.
003121 1050-EXIT.
003122     EXIT.
003123
003124*----------------------------------------------------------------*
003125*  1100-LOAD-BONUS-TIERS - ONE TABLE ENTRY PER PARAMETER RECORD.  *
003126*  A RECORD WITH A NON-NUMERIC THRESHOLD IS REPORTED AND SKIPPED  *
003127*  RATHER THAN PAYING A BONUS AGAINST A GARBLED RULE.             *
003130*----------------------------------------------------------------*
003140 1100-LOAD-BONUS-TIERS.
003150     PERFORM 1110-READ-TIER-RECORD THRU 1110-EXIT
003160     PERFORM 1120-STORE-ONE-TIER THRU 1120-EXIT
003170         UNTIL END-OF-PARAMETER-FILE
003180     CLOSE SCORE-PARAMETER-FILE
003190     IF WS-TIER-COUNT = ZERO
003200         DISPLAY 'SCORECARD WARNING -- NO BONUS TIERS ON '
003210             'SCOREPRM -- NO INCENTIVES WILL BE AWARDED'
003220     END-IF.
003230 1100-EXIT.
003240     EXIT.
003250
003260 1110-READ-TIER-RECORD.
003270     READ SCORE-PARAMETER-FILE
003280         AT END SET END-OF-PARAMETER-FILE TO TRUE
003290     END-READ.
003300 1110-EXIT.
003310     EXIT.
003320
003330 1120-STORE-ONE-TIER.
003340     IF SP-MIN-ROOMS IS NOT NUMERIC
003350         OR SP-MIN-DAYS IS NOT NUMERIC
003360         OR SP-MIN-EFFICIENCY IS NOT NUMERIC
003370         OR SP-MAX-RECLEAN-PCT IS NOT NUMERIC
003380         OR SP-BONUS-AMOUNT IS NOT NUMERIC
003390         DISPLAY 'SCORECARD WARNING -- BONUS TIER ' SP-TIER-CODE
003400             ' HAS A NON-NUMERIC THRESHOLD -- SKIPPED'
003410         GO TO 1120-NEXT
003420     END-IF
003430     IF WS-TIER-COUNT < 10
003440         ADD 1 TO WS-TIER-COUNT
003450         SET WS-TIER-IDX TO WS-TIER-COUNT
003460         MOVE SP-TIER-CODE TO BT-TIER-CODE (WS-TIER-IDX)
003470         MOVE SP-TIER-NAME TO BT-TIER-NAME (WS-TIER-IDX)
003480         MOVE SP-MIN-ROOMS TO BT-MIN-ROOMS (WS-TIER-IDX)
003490         MOVE SP-MIN-DAYS TO BT-MIN-DAYS (WS-TIER-IDX)
003500         MOVE SP-MIN-EFFICIENCY TO BT-MIN-EFFICIENCY (WS-TIER-IDX)
003510         MOVE SP-MAX-RECLEAN-PCT TO
003520             BT-MAX-RECLEAN-PCT (WS-TIER-IDX)
003530         MOVE SP-BONUS-AMOUNT TO BT-BONUS-AMOUNT (WS-TIER-IDX)
003540     ELSE
003550         DISPLAY 'SCORECARD WARNING -- BONUS TIER ' SP-TIER-CODE
003560             ' DROPPED -- TIER TABLE IS FULL AT 10 ENTRIES'
003570     END-IF.
003580 1120-NEXT.
003590     PERFORM 1110-READ-TIER-RECORD THRU 1110-EXIT.
003600 1120-EXIT.
003610     EXIT.
003620
003630*==================================================================*
003640*  2000-LOAD-ACTIVE-EMPLOYEES - EVERY ACTIVE EMPLOYEE ON THE       *
003650*  MASTER GETS A SCORE ENTRY, WORKED OR NOT, SO AN IDLE PERIOD     *
003660*  SHOWS ON THE SCORECARD INSTEAD OF DISAPPEARING.  TERMINATED     *
003670*  EMPLOYEES ARE NOT SCORED.                                       *
003680*==================================================================*
003690 2000-LOAD-ACTIVE-EMPLOYEES.
003700     PERFORM 2100-READ-EMPLOYEE-MASTER THRU 2100-EXIT
003710     PERFORM 2200-STORE-ONE-EMPLOYEE THRU 2200-EXIT
003720         UNTIL END-OF-EMPLOYEE-MASTER.
003730 2000-EXIT.
003740     EXIT.
003750
003760 2100-READ-EMPLOYEE-MASTER.
003770     READ EMPLOYEE-MASTER-FILE NEXT RECORD
003780         AT END SET END-OF-EMPLOYEE-MASTER TO TRUE
003790     END-READ.
003800 2100-EXIT.
003810     EXIT.
003820
003830 2200-STORE-ONE-EMPLOYEE.
003840     IF NOT EM-ACTIVE-EMPLOYEE
003850         GO TO 2200-NEXT
003860     END-IF
003870     IF WS-EMPLOYEE-COUNT < 300
003880         ADD 1 TO WS-EMPLOYEE-COUNT
003890         SET WS-EMP-IDX TO WS-EMPLOYEE-COUNT
003900         MOVE EM-EMPLOYEE-ID TO ES-EMPLOYEE-ID (WS-EMP-IDX)
003910         MOVE EM-EMPLOYEE-NAME TO ES-EMPLOYEE-NAME (WS-EMP-IDX)
003920         MOVE SPACES TO ES-PROPERTY-CODE (WS-EMP-IDX)
003930         MOVE SPACES TO ES-SECTION (WS-EMP-IDX)
003940         MOVE ZERO TO ES-ROOMS-CLEANED (WS-EMP-IDX)
003950         MOVE ZERO TO ES-PLAN-MINUTES (WS-EMP-IDX)
003960         MOVE ZERO TO ES-ACTUAL-MINUTES (WS-EMP-IDX)
003970         MOVE ZERO TO ES-INSPECTED-COUNT (WS-EMP-IDX)
003980         MOVE ZERO TO ES-FAILED-COUNT (WS-EMP-IDX)
003990         MOVE ZERO TO ES-DAYS-WORKED (WS-EMP-IDX)
004000         MOVE ZERO TO ES-LAST-RUN-DATE (WS-EMP-IDX)
004010         MOVE ZERO TO ES-EFFICIENCY-PCT (WS-EMP-IDX)
004020         MOVE ZERO TO ES-RECLEAN-PCT (WS-EMP-IDX)
004030         MOVE ZERO TO ES-SECTION-RANK (WS-EMP-IDX)
004040         MOVE SPACE TO ES-TIER-CODE (WS-EMP-IDX)
004050         MOVE ZERO TO ES-BONUS-AMOUNT (WS-EMP-IDX)
004060     ELSE
004070         DISPLAY 'SCORECARD WARNING -- EMPLOYEE ' EM-EMPLOYEE-ID
004080             ' DROPPED -- SCORE TABLE IS FULL AT 300 ENTRIES'
004090     END-IF.
004100 2200-NEXT.
004110     PERFORM 2100-READ-EMPLOYEE-MASTER THRU 2100-EXIT.
004120 2200-EXIT.
004130     EXIT.
004140
004150*==================================================================*
004160*  3000-ACCUMULATE-HISTORY - EVERY ACTUALS-HISTORY RECORD DATED    *
004170*  INSIDE THE PERIOD POSTS TO ITS HOUSEKEEPER'S SCORE ENTRY.  A    *
004180*  RECORD FOR AN EMPLOYEE WHO IS NOT ACTIVE ON THE MASTER IS       *
004190*  COUNTED AND SKIPPED.  A RECORD WRITTEN BEFORE THE HISTORY       *
004200*  CARRIED A SECTION TAKES THE FLOOR PREFIX OF ITS ROOM NUMBER,    *
004210*  AS THE BOARD RUN DOES.                                          *
004220*==================================================================*
004230 3000-ACCUMULATE-HISTORY.
004240     PERFORM 3100-READ-HISTORY-RECORD THRU 3100-EXIT
004250     PERFORM 3200-POST-ONE-HISTORY THRU 3200-EXIT
004260         UNTIL END-OF-HISTORY-FILE.
004270 3000-EXIT.
004280     EXIT.
004290
004300 3100-READ-HISTORY-RECORD.
004310     READ ACTUALS-HISTORY-FILE
004320         AT END SET END-OF-HISTORY-FILE TO TRUE
004330     END-READ.
004340 3100-EXIT.
004350     EXIT.
004360
004370 3200-POST-ONE-HISTORY.
004380     ADD 1 TO WS-HISTORY-READ-CTR
004390     IF AH-RUN-DATE IS NOT NUMERIC
004400         OR AH-RUN-DATE < CC-PERIOD-START-DATE
004410         OR AH-RUN-DATE > CC-PERIOD-END-DATE
004420         GO TO 3200-NEXT
004430     END-IF
004440     MOVE 'N' TO WS-EMP-FOUND-SWITCH
004450     PERFORM 3210-MATCH-ONE-EMPLOYEE THRU 3210-EXIT
004460         VARYING WS-EMPLOYEE-SUBSCRIPT FROM 1 BY 1
004470         UNTIL WS-EMPLOYEE-SUBSCRIPT > WS-EMPLOYEE-COUNT
004480         OR SCORE-EMPLOYEE-FOUND
004490     IF NOT SCORE-EMPLOYEE-FOUND
004500         ADD 1 TO WS-NOT-ACTIVE-CTR
004510         GO TO 3200-NEXT
004520     END-IF
004530     ADD 1 TO WS-HISTORY-POSTED-CTR
004540     ADD 1 TO ES-ROOMS-CLEANED (WS-EMP-IDX)
004550     IF AH-PLAN-MINUTES IS NUMERIC
004560         ADD AH-PLAN-MINUTES TO ES-PLAN-MINUTES (WS-EMP-IDX)
004570     END-IF
004580     IF AH-ACTUAL-MINUTES IS NUMERIC
004590         ADD AH-ACTUAL-MINUTES TO ES-ACTUAL-MINUTES (WS-EMP-IDX)
004600     END-IF
004610     IF AH-INSPECT-PASSED OR AH-INSPECT-FAILED
004615         OR AH-INSPECT-MAINTENANCE
004620         ADD 1 TO ES-INSPECTED-COUNT (WS-EMP-IDX)
004630     END-IF
004640     IF AH-INSPECT-FAILED
004650         ADD 1 TO ES-FAILED-COUNT (WS-EMP-IDX)
004660     END-IF
004670     IF AH-RUN-DATE > ES-LAST-RUN-DATE (WS-EMP-IDX)
004680         ADD 1 TO ES-DAYS-WORKED (WS-EMP-IDX)
004690         MOVE AH-RUN-DATE TO ES-LAST-RUN-DATE (WS-EMP-IDX)
004700     END-IF
004710     IF AH-SECTION = SPACES
004720         MOVE AH-ROOM-NUMBER (1:2) TO WS-HISTORY-SECTION
004730     ELSE
004740         MOVE AH-SECTION TO WS-HISTORY-SECTION
004750     END-IF
004760     MOVE AH-PROPERTY-CODE TO ES-PROPERTY-CODE (WS-EMP-IDX)
004770     MOVE WS-HISTORY-SECTION TO ES-SECTION (WS-EMP-IDX).
004780 3200-NEXT.
004790     PERFORM 3100-READ-HISTORY-RECORD THRU 3100-EXIT.
004800 3200-EXIT.
004810     EXIT.
004820
004830 3210-MATCH-ONE-EMPLOYEE.
004840     SET WS-EMP-IDX TO WS-EMPLOYEE-SUBSCRIPT
004850     IF ES-EMPLOYEE-ID (WS-EMP-IDX) = AH-EMPLOYEE-ID
004860         SET SCORE-EMPLOYEE-FOUND TO TRUE
004870     END-IF.
004880 3210-EXIT.
004890     EXIT.
004900
004910*==================================================================*
004920*  4000-SCORE-EMPLOYEES - PERCENTAGES AND BONUS TIER FOR EVERY     *
004930*  HOUSEKEEPER WHO WORKED, THEN THE RANK WITHIN PROPERTY AND       *
004940*  SECTION, THEN THE RANKING GROUPS PUT IN PRINT ORDER.            *
004950*==================================================================*
004960 4000-SCORE-EMPLOYEES.
004970     PERFORM 4100-SCORE-ONE-EMPLOYEE THRU 4100-EXIT
004980         VARYING WS-EMPLOYEE-SUBSCRIPT FROM 1 BY 1
004990         UNTIL WS-EMPLOYEE-SUBSCRIPT > WS-EMPLOYEE-COUNT
005000     PERFORM 4300-RANK-ONE-EMPLOYEE THRU 4300-EXIT
005010         VARYING WS-EMPLOYEE-SUBSCRIPT FROM 1 BY 1
005020         UNTIL WS-EMPLOYEE-SUBSCRIPT > WS-EMPLOYEE-COUNT
005030     PERFORM 4400-ORDER-ADJACENT-GROUPS THRU 4400-EXIT
005040         VARYING WS-GROUP-PASS FROM 1 BY 1
005050         UNTIL WS-GROUP-PASS >= WS-GROUP-COUNT
005060         AFTER WS-GROUP-SUBSCRIPT FROM 1 BY 1
005070         UNTIL WS-GROUP-SUBSCRIPT >= WS-GROUP-COUNT.
005080 4000-EXIT.
005090     EXIT.
005100
005110*----------------------------------------------------------------*
005120*  4100-SCORE-ONE-EMPLOYEE - EFFICIENCY IS STANDARD (PLAN)        *
005130*  MINUTES EARNED OVER ACTUAL MINUTES TAKEN, SO FASTER THAN       *
005140*  STANDARD SCORES OVER 100.  THE RE-CLEAN RATE IS FIRST-TIME     *
005150*  FAILS OVER ROOMS INSPECTED - A FAIL FOR A MAINTENANCE DEFECT   *
005152*  IS ENGINEERING'S AND COUNTS AS INSPECTED, NOT FAILED.  BOTH    *
005154*  CAP AT 999.                                                    *
005160*----------------------------------------------------------------*
005170 4100-SCORE-ONE-EMPLOYEE.
005180     SET WS-EMP-IDX TO WS-EMPLOYEE-SUBSCRIPT
005190     IF ES-ROOMS-CLEANED (WS-EMP-IDX) = ZERO
005200         GO TO 4100-EXIT
005210     END-IF
005220     IF ES-ACTUAL-MINUTES (WS-EMP-IDX) > ZERO
005230         COMPUTE WS-PERCENT-WORK ROUNDED =
005240             (ES-PLAN-MINUTES (WS-EMP-IDX) * 100)
005250             / ES-ACTUAL-MINUTES (WS-EMP-IDX)
005260         IF WS-PERCENT-WORK > 999
005270             MOVE 999 TO WS-PERCENT-WORK
005280         END-IF
005290         MOVE WS-PERCENT-WORK TO ES-EFFICIENCY-PCT (WS-EMP-IDX)
005300     END-IF
005310     IF ES-INSPECTED-COUNT (WS-EMP-IDX) > ZERO
005320         COMPUTE ES-RECLEAN-PCT (WS-EMP-IDX) ROUNDED =
005330             (ES-FAILED-COUNT (WS-EMP-IDX) * 100)
005340             / ES-INSPECTED-COUNT (WS-EMP-IDX)
005350     END-IF
005360     PERFORM 4110-CHECK-ONE-TIER THRU 4110-EXIT
005370         VARYING WS-TIER-SUBSCRIPT FROM 1 BY 1
005380         UNTIL WS-TIER-SUBSCRIPT > WS-TIER-COUNT
005390     PERFORM 4200-FIND-OR-ADD-GROUP THRU 4200-EXIT.
005400 4100-EXIT.
005410     EXIT.
005420
005430 4110-CHECK-ONE-TIER.
005440     SET WS-TIER-IDX TO WS-TIER-SUBSCRIPT
005450     IF ES-ROOMS-CLEANED (WS-EMP-IDX) < BT-MIN-ROOMS (WS-TIER-IDX)
005460         OR ES-DAYS-WORKED (WS-EMP-IDX) <
005465             BT-MIN-DAYS (WS-TIER-IDX)
005470         OR ES-EFFICIENCY-PCT (WS-EMP-IDX) <
005480             BT-MIN-EFFICIENCY (WS-TIER-IDX)
005490         OR ES-RECLEAN-PCT (WS-EMP-IDX) >
005500             BT-MAX-RECLEAN-PCT (WS-TIER-IDX)
005510         GO TO 4110-EXIT
005520     END-IF
005530     IF BT-BONUS-AMOUNT (WS-TIER-IDX) >
005540         ES-BONUS-AMOUNT (WS-EMP-IDX)
005550         MOVE BT-TIER-CODE (WS-TIER-IDX) TO
005560             ES-TIER-CODE (WS-EMP-IDX)
005570         MOVE BT-BONUS-AMOUNT (WS-TIER-IDX) TO
005580             ES-BONUS-AMOUNT (WS-EMP-IDX)
005590     END-IF.
005600 4110-EXIT.
005610     EXIT.
005620
005630*----------------------------------------------------------------*
005640*  4200-FIND-OR-ADD-GROUP - COUNTS THE HOUSEKEEPER INTO THE       *
005650*  PROPERTY / SECTION RANKING GROUP LAST WORKED.                  *
005660*----------------------------------------------------------------*
005670 4200-FIND-OR-ADD-GROUP.
005680     MOVE 'N' TO WS-GROUP-FOUND-SWITCH
005690     PERFORM 4210-MATCH-ONE-GROUP THRU 4210-EXIT
005700         VARYING WS-GROUP-SUBSCRIPT FROM 1 BY 1
005710         UNTIL WS-GROUP-SUBSCRIPT > WS-GROUP-COUNT
005720         OR SCORE-GROUP-FOUND
005730     IF SCORE-GROUP-FOUND
005740         ADD 1 TO GP-MEMBER-COUNT (WS-GRP-IDX)
005750         GO TO 4200-EXIT
005760     END-IF
005770     IF WS-GROUP-COUNT < 100
005780         ADD 1 TO WS-GROUP-COUNT
005790         SET WS-GRP-IDX TO WS-GROUP-COUNT
005800         MOVE ES-PROPERTY-CODE (WS-EMP-IDX) TO
005810             GP-PROPERTY-CODE (WS-GRP-IDX)
005820         MOVE ES-SECTION (WS-EMP-IDX) TO GP-SECTION (WS-GRP-IDX)
005830         MOVE 1 TO GP-MEMBER-COUNT (WS-GRP-IDX)
005840     ELSE
005850         DISPLAY 'SCORECARD WARNING -- SECTION '
005860             ES-PROPERTY-CODE (WS-EMP-IDX) '/'
005870             ES-SECTION (WS-EMP-IDX)
005880             ' NOT PRINTED -- GROUP TABLE IS FULL AT 100'
005890     END-IF.
005900 4200-EXIT.
005910     EXIT.
005920
005930 4210-MATCH-ONE-GROUP.
005940     SET WS-GRP-IDX TO WS-GROUP-SUBSCRIPT
005950     IF GP-PROPERTY-CODE (WS-GRP-IDX) =
005960         ES-PROPERTY-CODE (WS-EMP-IDX)
005970         AND GP-SECTION (WS-GRP-IDX) = ES-SECTION (WS-EMP-IDX)
005980         SET SCORE-GROUP-FOUND TO TRUE
005990     END-IF.
006000 4210-EXIT.
006010     EXIT.
006020
006030*----------------------------------------------------------------*
006040*  4300-RANK-ONE-EMPLOYEE - RANK 1 IS THE BEST IN THE GROUP.  A   *
006050*  PEER OUTRANKS ON HIGHER EFFICIENCY, THEN ON A LOWER RE-CLEAN   *
006060*  RATE, THEN ON MORE ROOMS.  A FULL TIE SHARES THE RANK.         *
006070*----------------------------------------------------------------*
006080 4300-RANK-ONE-EMPLOYEE.
006090     SET WS-EMP-IDX TO WS-EMPLOYEE-SUBSCRIPT
006100     IF ES-ROOMS-CLEANED (WS-EMP-IDX) = ZERO
006110         GO TO 4300-EXIT
006120     END-IF
006130     MOVE 1 TO ES-SECTION-RANK (WS-EMP-IDX)
006140     PERFORM 4310-COMPARE-ONE-PEER THRU 4310-EXIT
006150         VARYING WS-PEER-SUBSCRIPT FROM 1 BY 1
006160         UNTIL WS-PEER-SUBSCRIPT > WS-EMPLOYEE-COUNT.
006170 4300-EXIT.
006180     EXIT.
006190
006200 4310-COMPARE-ONE-PEER.
006210     SET WS-PEER-IDX TO WS-PEER-SUBSCRIPT
006220     IF ES-ROOMS-CLEANED (WS-PEER-IDX) = ZERO
006230         OR ES-PROPERTY-CODE (WS-PEER-IDX) NOT =
006240             ES-PROPERTY-CODE (WS-EMP-IDX)
006250         OR ES-SECTION (WS-PEER-IDX) NOT =
006260             ES-SECTION (WS-EMP-IDX)
006270         GO TO 4310-EXIT
006280     END-IF
006290     IF ES-EFFICIENCY-PCT (WS-PEER-IDX) >
006300         ES-EFFICIENCY-PCT (WS-EMP-IDX)
006310         ADD 1 TO ES-SECTION-RANK (WS-EMP-IDX)
006320         GO TO 4310-EXIT
006330     END-IF
006340     IF ES-EFFICIENCY-PCT (WS-PEER-IDX) NOT =
006350         ES-EFFICIENCY-PCT (WS-EMP-IDX)
006360         GO TO 4310-EXIT
006370     END-IF
006380     IF ES-RECLEAN-PCT (WS-PEER-IDX) <
006390         ES-RECLEAN-PCT (WS-EMP-IDX)
006400         ADD 1 TO ES-SECTION-RANK (WS-EMP-IDX)
006410         GO TO 4310-EXIT
006420     END-IF
006430     IF ES-RECLEAN-PCT (WS-PEER-IDX) =
006440         ES-RECLEAN-PCT (WS-EMP-IDX)
006450         AND ES-ROOMS-CLEANED (WS-PEER-IDX) >
006460             ES-ROOMS-CLEANED (WS-EMP-IDX)
006470         ADD 1 TO ES-SECTION-RANK (WS-EMP-IDX)
006480     END-IF.
006490 4310-EXIT.
006500     EXIT.
006510
006520*----------------------------------------------------------------*
006530*  4400-ORDER-ADJACENT-GROUPS - ONE EXCHANGE STEP OF THE SIMPLE   *
006540*  SORT THAT PUTS THE RANKING GROUPS IN PROPERTY / SECTION        *
006550*  ORDER.  THE TABLE IS SMALL ENOUGH THAT NOTHING FANCIER PAYS.   *
006560*----------------------------------------------------------------*
006570 4400-ORDER-ADJACENT-GROUPS.
006580     SET WS-GRP-IDX TO WS-GROUP-SUBSCRIPT
006590     SET WS-GRP-NEXT-IDX TO WS-GROUP-SUBSCRIPT
006600     SET WS-GRP-NEXT-IDX UP BY 1
006610     IF GP-GROUP-KEY (WS-GRP-IDX) > GP-GROUP-KEY (WS-GRP-NEXT-IDX)
006620         MOVE GP-GROUP-KEY (WS-GRP-IDX) TO WS-HOLD-GROUP-KEY
006630         MOVE GP-MEMBER-COUNT (WS-GRP-IDX) TO WS-HOLD-MEMBER-COUNT
006640         MOVE GP-GROUP-KEY (WS-GRP-NEXT-IDX) TO
006650             GP-GROUP-KEY (WS-GRP-IDX)
006660         MOVE GP-MEMBER-COUNT (WS-GRP-NEXT-IDX) TO
006670             GP-MEMBER-COUNT (WS-GRP-IDX)
006680         MOVE WS-HOLD-GROUP-KEY TO GP-GROUP-KEY (WS-GRP-NEXT-IDX)
006690         MOVE WS-HOLD-MEMBER-COUNT TO
006700             GP-MEMBER-COUNT (WS-GRP-NEXT-IDX)
006710     END-IF.
006720 4400-EXIT.
006730     EXIT.
006740
006750*==================================================================*
006760*  5000-WRITE-SCORECARD - EACH PROPERTY / SECTION GROUP IN RANK    *
006770*  ORDER, THEN THE ACTIVE HOUSEKEEPERS WITH NOTHING ON THE         *
006780*  HISTORY FOR THE PERIOD.                                         *
006790*==================================================================*
006800 5000-WRITE-SCORECARD.
006810     MOVE CC-PERIOD-START-DATE TO WTL-PERIOD-START
006820     MOVE CC-PERIOD-END-DATE TO WTL-PERIOD-END
006830     WRITE SCORECARD-REPORT-LINE FROM WS-TITLE-LINE
006840     MOVE SPACES TO SCORECARD-REPORT-LINE
006850     WRITE SCORECARD-REPORT-LINE
006860     WRITE SCORECARD-REPORT-LINE FROM WS-COLUMN-LINE
006870     PERFORM 5100-WRITE-ONE-GROUP THRU 5100-EXIT
006880         VARYING WS-GROUP-SUBSCRIPT FROM 1 BY 1
006890         UNTIL WS-GROUP-SUBSCRIPT > WS-GROUP-COUNT
006900     MOVE SPACES TO SCORECARD-REPORT-LINE
006910     WRITE SCORECARD-REPORT-LINE
006920     MOVE 'ACTIVE HOUSEKEEPERS NOT SCORED'
006925         TO SCORECARD-REPORT-LINE
006930     WRITE SCORECARD-REPORT-LINE
006940     PERFORM 5300-WRITE-ONE-IDLE-EMPLOYEE THRU 5300-EXIT
006950         VARYING WS-EMPLOYEE-SUBSCRIPT FROM 1 BY 1
006960         UNTIL WS-EMPLOYEE-SUBSCRIPT > WS-EMPLOYEE-COUNT.
006970 5000-EXIT.
006980     EXIT.
006990
007000 5100-WRITE-ONE-GROUP.
007010     SET WS-GRP-IDX TO WS-GROUP-SUBSCRIPT
007020     MOVE SPACES TO SCORECARD-REPORT-LINE
007030     WRITE SCORECARD-REPORT-LINE
007040     PERFORM 5110-WRITE-ONE-RANK THRU 5110-EXIT
007050         VARYING WS-RANK-SUBSCRIPT FROM 1 BY 1
007060         UNTIL WS-RANK-SUBSCRIPT > GP-MEMBER-COUNT (WS-GRP-IDX).
007070 5100-EXIT.
007080     EXIT.
007090
007100 5110-WRITE-ONE-RANK.
007110     PERFORM 5120-WRITE-IF-RANK-MATCHES THRU 5120-EXIT
007120         VARYING WS-EMPLOYEE-SUBSCRIPT FROM 1 BY 1
007130         UNTIL WS-EMPLOYEE-SUBSCRIPT > WS-EMPLOYEE-COUNT.
007140 5110-EXIT.
007150     EXIT.
007160
007170 5120-WRITE-IF-RANK-MATCHES.
007180     SET WS-EMP-IDX TO WS-EMPLOYEE-SUBSCRIPT
007190     IF ES-ROOMS-CLEANED (WS-EMP-IDX) = ZERO
007200         OR ES-SECTION-RANK (WS-EMP-IDX) NOT = WS-RANK-SUBSCRIPT
007210         OR ES-PROPERTY-CODE (WS-EMP-IDX) NOT =
007220             GP-PROPERTY-CODE (WS-GRP-IDX)
007230         OR ES-SECTION (WS-EMP-IDX) NOT = GP-SECTION (WS-GRP-IDX)
007240         GO TO 5120-EXIT
007250     END-IF
007260     MOVE SPACES TO WS-SCORE-LINE
007270     MOVE ES-PROPERTY-CODE (WS-EMP-IDX) TO WSL-PROPERTY-CODE
007280     MOVE ES-SECTION (WS-EMP-IDX) TO WSL-SECTION
007290     MOVE ES-SECTION-RANK (WS-EMP-IDX) TO WSL-RANK
007300     MOVE ES-EMPLOYEE-ID (WS-EMP-IDX) TO WSL-EMPLOYEE-ID
007310     MOVE ES-EMPLOYEE-NAME (WS-EMP-IDX) TO WSL-EMPLOYEE-NAME
007320     MOVE ES-ROOMS-CLEANED (WS-EMP-IDX) TO WSL-ROOMS-CLEANED
007330     MOVE ES-DAYS-WORKED (WS-EMP-IDX) TO WSL-DAYS-WORKED
007340     MOVE ES-EFFICIENCY-PCT (WS-EMP-IDX) TO WSL-EFFICIENCY-PCT
007350     MOVE ES-RECLEAN-PCT (WS-EMP-IDX) TO WSL-RECLEAN-PCT
007360     MOVE ES-TIER-CODE (WS-EMP-IDX) TO WSL-TIER-CODE
007370     MOVE ES-BONUS-AMOUNT (WS-EMP-IDX) TO WSL-BONUS-AMOUNT
007380     WRITE SCORECARD-REPORT-LINE FROM WS-SCORE-LINE.
007390 5120-EXIT.
007400     EXIT.
007410
007420 5300-WRITE-ONE-IDLE-EMPLOYEE.
007430     SET WS-EMP-IDX TO WS-EMPLOYEE-SUBSCRIPT
007440     IF ES-ROOMS-CLEANED (WS-EMP-IDX) > ZERO
007450         GO TO 5300-EXIT
007460     END-IF
007470     MOVE ES-EMPLOYEE-ID (WS-EMP-IDX) TO WIL-EMPLOYEE-ID
007480     MOVE ES-EMPLOYEE-NAME (WS-EMP-IDX) TO WIL-EMPLOYEE-NAME
007490     WRITE SCORECARD-REPORT-LINE FROM WS-IDLE-LINE.
007500 5300-EXIT.
007510     EXIT.
007520
007530*==================================================================*
007540*  6000-WRITE-INCENTIVE-EXTRACT - HEADER, ONE DETAIL PER           *
007550*  HOUSEKEEPER AWARDED A BONUS TIER, AND A TRAILER CARRYING THE    *
007560*  DETAIL COUNT AND BONUS HASH TOTAL FOR PAYROLL TO BALANCE TO.    *
007570*==================================================================*
007580 6000-WRITE-INCENTIVE-EXTRACT.
007590     MOVE SPACES TO INCENTIVE-EXTRACT-RECORD
007600     SET IX-HEADER-RECORD TO TRUE
007610     MOVE WS-RUN-DATE TO IH-RUN-DATE
007620     MOVE CC-PERIOD-START-DATE TO IH-PERIOD-START-DATE
007630     MOVE CC-PERIOD-END-DATE TO IH-PERIOD-END-DATE
007640     WRITE INCENTIVE-EXTRACT-RECORD
007650     PERFORM 6100-WRITE-ONE-INCENTIVE THRU 6100-EXIT
007660         VARYING WS-EMPLOYEE-SUBSCRIPT FROM 1 BY 1
007670         UNTIL WS-EMPLOYEE-SUBSCRIPT > WS-EMPLOYEE-COUNT
007680     MOVE SPACES TO INCENTIVE-EXTRACT-RECORD
007690     SET IX-TRAILER-RECORD TO TRUE
007700     MOVE WS-INCENTIVE-CTR TO IT-DETAIL-COUNT
007710     MOVE WS-INCENTIVE-TOTAL TO IT-TOTAL-BONUS
007720     WRITE INCENTIVE-EXTRACT-RECORD
007730     MOVE SPACES TO SCORECARD-REPORT-LINE
007740     WRITE SCORECARD-REPORT-LINE
007750     MOVE WS-INCENTIVE-CTR TO WTT-INCENTIVE-CTR
007760     MOVE WS-INCENTIVE-TOTAL TO WTT-INCENTIVE-TOTAL
007770     WRITE SCORECARD-REPORT-LINE FROM WS-TOTAL-LINE.
007780 6000-EXIT.
007790     EXIT.
007800
007810 6100-WRITE-ONE-INCENTIVE.
007820     SET WS-EMP-IDX TO WS-EMPLOYEE-SUBSCRIPT
007830     IF ES-BONUS-AMOUNT (WS-EMP-IDX) = ZERO
007840         GO TO 6100-EXIT
007850     END-IF
007860     MOVE SPACES TO INCENTIVE-EXTRACT-RECORD
007870     SET IX-DETAIL-RECORD TO TRUE
007880     MOVE CC-PERIOD-END-DATE TO IX-PERIOD-END-DATE
007890     MOVE ES-EMPLOYEE-ID (WS-EMP-IDX) TO IX-EMPLOYEE-ID
007900     MOVE ES-PROPERTY-CODE (WS-EMP-IDX) TO IX-PROPERTY-CODE
007910     MOVE ES-SECTION (WS-EMP-IDX) TO IX-SECTION
007920     MOVE ES-TIER-CODE (WS-EMP-IDX) TO IX-TIER-CODE
007930     MOVE ES-BONUS-AMOUNT (WS-EMP-IDX) TO IX-BONUS-AMOUNT
007940     MOVE ES-ROOMS-CLEANED (WS-EMP-IDX) TO IX-ROOMS-CLEANED
007950     MOVE ES-EFFICIENCY-PCT (WS-EMP-IDX) TO IX-EFFICIENCY-PCT
007960     MOVE ES-RECLEAN-PCT (WS-EMP-IDX) TO IX-RECLEAN-PCT
007970     MOVE ES-DAYS-WORKED (WS-EMP-IDX) TO IX-DAYS-WORKED
007980     MOVE ES-SECTION-RANK (WS-EMP-IDX) TO IX-SECTION-RANK
007990     WRITE INCENTIVE-EXTRACT-RECORD
008000     ADD 1 TO WS-INCENTIVE-CTR
008010     ADD ES-BONUS-AMOUNT (WS-EMP-IDX) TO WS-INCENTIVE-TOTAL.
008020 6100-EXIT.
008030     EXIT.
008040
008050*==================================================================*
008060*  9000-TERMINATE / 9600 ERROR / 9999 EXIT                         *
008070*==================================================================*
008080 9000-TERMINATE.
008090     IF WS-NOT-ACTIVE-CTR > ZERO
008095         MOVE WS-NOT-ACTIVE-CTR TO WS-NOT-ACTIVE-DISPLAY
008100         DISPLAY 'SCORECARD WARNING -- ' WS-NOT-ACTIVE-DISPLAY
008110             ' HISTORY RECORD(S) FOR EMPLOYEES NOT ACTIVE ON '
008120             'THE MASTER -- NOT SCORED'
008130     END-IF
008140     CLOSE EMPLOYEE-MASTER-FILE
008150     CLOSE ACTUALS-HISTORY-FILE
008160     CLOSE SCORECARD-REPORT-FILE
008170     CLOSE INCENTIVE-EXTRACT-FILE.
008180 9000-EXIT.
008190     EXIT.
008200
008210*----------------------------------------------------------------*
008220*  9600-FILE-OPEN-ERROR-ROUTINE - NO MASTER, HISTORY OR BONUS     *
008230*  RULES MEANS NOTHING FIT TO SCORE.  NAME THE FILE AND STOP.     *
008240*----------------------------------------------------------------*
008250 9600-FILE-OPEN-ERROR-ROUTINE.
008260     DISPLAY 'SCORECARD FILE ERROR -- UNABLE TO OPEN '
008270         WS-BAD-FILE-NAME
008280     DISPLAY 'RUN TERMINATED -- VERIFY THE FILE EXISTS AND IS '
008290         'CORRECTLY NAMED AND RESUBMIT'
008300     GO TO 9999-EXIT.
008310 9600-EXIT.
008320     EXIT.
008330
008340 9999-EXIT.
008350     STOP RUN.
