001550*                  THE DUPLICATE CHECK STILL HOLDS THE BOARD'S    *
001560*                  OWN ACCEPTED ROOM NUMBERS (500 PER PASS,       *
001570*                  THE SAME BOUND AS THE MID-SHIFT BOARD).        *
001571*  10/15/2026 MRD  EVERY ASSIGNED ROOM NOW ALSO GOES TO A FIXED-  *
001572*                  LAYOUT ASSIGNMENT EXTRACT (ASNEXTF, COPYBOOK   *
001573*                  ASNEXT) FRAMED BY A HEADER AND A TRAILER COUNT *
001574*                  PER PROPERTY PASS.  HKACCUM, HKINSPCT,         *
001575*                  HKLABCST, HKRECON AND THE MID-SHIFT MORNING-   *
001576*                  BOARD RELOAD READ THE EXTRACT INSTEAD OF       *
001577*                  SCRAPING THE PRINTED ASSNRPT, WHICH IS NOW     *
001578*                  FOR PEOPLE ONLY.                               *
001579*  10/15/2026 MRD  EACH HOUSEKEEPER NOW CARRIES A REMAINING-HOURS *
001580*                  CAP BUILT FROM THE WEEKLY-HOURS MASTER         *
001581*                  (WKHOURS, POSTED NIGHTLY BY HKWKHRS) AGAINST   *
001582*                  AN OVERTIME THRESHOLD AND WORKWEEK START DAY   *
001583*                  FROM THE CONTROL CARD OR PROPPARM.  A ROOM     *
001584*                  THAT WOULD PUSH A HOUSEKEEPER PAST THE CAP     *
001585*                  GOES TO SOMEONE ELSE; WHEN NOBODY HAS ROOM IT  *
001586*                  IS PLACED ANYWAY AND LISTED ON THE NEW         *
001587*                  OVERTIME-RISK REPORT (OTRSKRPT) UNDER EVERY    *
001588*                  HOUSEKEEPER STILL PROJECTED OVER IT.           *
001589*  10/15/2026 MRD  CLEANING STANDARDS ARE NOW                     *
001590*                  EFFECTIVE-DATED.  THE LOAD KEEPS, FOR EACH     *
001591*                  ROOM TYPE AND STATUS CODE, ONLY THE ROW WITH   *
001592*                  THE LATEST EFFECTIVE DATE ON OR BEFORE THE RUN *
001593*                  DATE; PENDING ROWS ARE LEFT FOR THE DAY THEY   *
001594*                  TAKE EFFECT.                                   *
001595*  10/15/2026 MRD  A WELFARE-CHECK PRIORITY ROOM (RS-SERVICE-    *
001596*                  PRIORITY 'P') IS MARKED PRIORITY ON THE        *
001597*                  ASSIGNMENT REPORT AND FLAGGED ON THE EXTRACT.  *
001598*  10/15/2026 MRD  RUN DATE TAKEN FROM THE BUSINESS-DATE          *
001599*                  CONTROL FILE (BUSDATE) IN PLACE OF THE         *
001600*                  SYSTEM CLOCK.  A DATE ALREADY CLOSED BY        *
001601*                  HKRUNCTL IS REFUSED UNLESS HKDTROLL HAS SET    *
001602*                  A RERUN OVERRIDE FOR IT.                       *
001603*  10/15/2026 MRD  A PROPPARM RUN WITH A FLOAT PARAMETER FILE     *
001604*                  (FLOATPRM) ENDS WITH A BALANCING PASS.  FOR    *
001605*                  EACH PROPERTY OVER ITS CUTOFF IT RECOMMENDS    *
001606*                  ACTIVE HOUSEKEEPERS TO LOAN IN FROM NEARBY     *
001607*                  PROPERTIES UNDER THEIRS, ALLOWING FOR THE      *
001608*                  TRAVEL TIME BETWEEN THEM, SO THAT BOTH FINISH  *
001609*                  INSIDE THEIR CUTOFFS (FLOAT REPORT FLOATRPT).  *
001610*                  A 'Y' IN CONTROL-CARD COLUMN 18 RE-PLANS EVERY *
001611*                  BOARD WITH THE LOANS, SO A LOANED HOUSEKEEPER'S*
001612*                  ROOMS AND PAYROLL FALL UNDER THE PROPERTY      *
001613*                  WORKED.                                        *
001614*----------------------------------------------------------------*
001615 
001616 ENVIRONMENT DIVISION.
001617 CONFIGURATION SECTION.
001620 SOURCE-COMPUTER.   IBM-370.
001630 OBJECT-COMPUTER.   IBM-370.
001640 
002830         ORGANIZATION IS LINE SEQUENTIAL
002840         FILE STATUS IS WS-PICK-RPT-KEY.
002850
002851     SELECT ASSIGNMENT-EXTRACT-FILE
002852         ASSIGN TO ASNEXTF
002853         ORGANIZATION IS LINE SEQUENTIAL
002854         FILE STATUS IS WS-ASSIGN-EXT-KEY.
002855
002856     SELECT WEEKLY-HOURS-FILE
002857         ASSIGN TO WKHOURS
002858         ORGANIZATION IS INDEXED
002859         ACCESS IS RANDOM
002860         RECORD KEY IS WH-WEEK-KEY
002861         FILE STATUS IS WS-WEEKLY-HOURS-KEY.
002862
002863     SELECT OT-RISK-REPORT-FILE
002864         ASSIGN TO OTRSKRPT
002865         ORGANIZATION IS LINE SEQUENTIAL
002866         FILE STATUS IS WS-OT-RISK-RPT-KEY.
002867
002868     SELECT BUSINESS-DATE-FILE
002869         ASSIGN TO BUSDATE
002870         ORGANIZATION IS LINE SEQUENTIAL
002871         FILE STATUS IS WS-BUSINESS-DATE-KEY.
002872 
002873     SELECT FLOAT-PARAMETER-FILE
002874         ASSIGN TO FLOATPRM
002875         ORGANIZATION IS LINE SEQUENTIAL
002876         FILE STATUS IS WS-FLOATPRM-KEY.
002877 
002878     SELECT FLOAT-REPORT-FILE
002879         ASSIGN TO FLOATRPT
002880         ORGANIZATION IS LINE SEQUENTIAL
002881         FILE STATUS IS WS-FLOAT-RPT-KEY.
002882
002884 DATA DIVISION.
002886 FILE SECTION.
002888 FD  ROOM-STATUS-FILE
002890     LABEL RECORDS ARE STANDARD.
002900 COPY ROOMREC.
002910 
003790     LABEL RECORDS ARE STANDARD.
003800 01  PICK-LIST-REPORT-LINE        PIC X(80).
003810
003811 FD  ASSIGNMENT-EXTRACT-FILE
003812     LABEL RECORDS ARE STANDARD.
003813 COPY ASNEXT.
003814
003815 FD  WEEKLY-HOURS-FILE
003816     LABEL RECORDS ARE STANDARD.
003817 COPY WKHRS.
003818
003819 FD  OT-RISK-REPORT-FILE
003820     LABEL RECORDS ARE STANDARD.
003821 01  OT-RISK-REPORT-LINE          PIC X(80).
003822
003823 FD  BUSINESS-DATE-FILE
003824     LABEL RECORDS ARE STANDARD.
003825 COPY BUSDTE.
003826
003827 FD  FLOAT-PARAMETER-FILE
003828     LABEL RECORDS ARE STANDARD.
003829 COPY FLTPRM.
003830 
003831 FD  FLOAT-REPORT-FILE
003832     LABEL RECORDS ARE STANDARD.
003833 01  FLOAT-REPORT-LINE            PIC X(80).
003834 
003836 WORKING-STORAGE SECTION.
003838*----------------------------------------------------------------*
003840*  ORIGINAL STAFFING CONSTANTS                                    *
003850*----------------------------------------------------------------*
003860 01  DEPAR-TIME                   PIC 99 VALUE 30.
004420     05  WS-SCEN-RPT-KEY           PIC X(02) VALUE SPACES.
004430     05  WS-PICK-EXT-KEY           PIC X(02) VALUE SPACES.
004440     05  WS-PICK-RPT-KEY           PIC X(02) VALUE SPACES.
004441     05  WS-ASSIGN-EXT-KEY         PIC X(02) VALUE SPACES.
004442         88  ASSIGN-EXT-FILE-OK            VALUE '00'.
004443     05  WS-WEEKLY-HOURS-KEY       PIC X(02) VALUE SPACES.
004444         88  WEEKLY-HOURS-FILE-OK          VALUE '00'.
004445     05  WS-OT-RISK-RPT-KEY        PIC X(02) VALUE SPACES.
004446     05  WS-BUSINESS-DATE-KEY      PIC X(02) VALUE SPACES.
004447         88  BUSINESS-DATE-FILE-OK         VALUE '00'.
004448     05  WS-FLOATPRM-KEY           PIC X(02) VALUE SPACES.
004449         88  FLOATPRM-FILE-OK              VALUE '00'.
004450     05  WS-FLOAT-RPT-KEY          PIC X(02) VALUE SPACES.
004455 
004460*----------------------------------------------------------------*
004470*  SWITCHES                                                       *
004480*----------------------------------------------------------------*
004950         88  MULTI-PROPERTY-ACTIVE         VALUE 'Y'.
004960     05  WS-LINEN-FOUND-SWITCH     PIC X(01) VALUE 'N'.
004970         88  LINEN-SECTION-FOUND           VALUE 'Y'.
004971     05  WS-OT-CAP-SWITCH          PIC X(01) VALUE 'N'.
004972         88  OT-CAP-ACTIVE                 VALUE 'Y'.
004973     05  WS-OT-TEST-SWITCH         PIC X(01) VALUE 'N'.
004974         88  OT-CAP-TEST-ON                VALUE 'Y'.
004975     05  WS-OT-FORCED-SWITCH       PIC X(01) VALUE 'N'.
004976         88  OT-ROOM-FORCED                VALUE 'Y'.
004977     05  WS-WEEKLY-HOURS-SWITCH    PIC X(01) VALUE 'N'.
004978         88  WEEKLY-HOURS-AVAILABLE        VALUE 'Y'.
004979     05  WS-FLOATPRM-EOF-SWITCH    PIC X(01) VALUE 'N'.
004980         88  END-OF-FLOATPRM-FILE          VALUE 'Y'.
004981     05  WS-FLOAT-ACTIVE-SWITCH    PIC X(01) VALUE 'N'.
004982         88  FLOAT-BALANCING-ACTIVE        VALUE 'Y'.
004983     05  WS-FLOAT-REPLAN-SWITCH    PIC X(01) VALUE 'N'.
004984         88  FLOAT-REPLAN-REQUESTED        VALUE 'Y'.
004985     05  WS-FLOAT-PASS-SWITCH      PIC X(01) VALUE SPACE.
004986         88  FLOAT-TRIAL-PASS              VALUE 'T'.
004987         88  FLOAT-REPLAN-PASS             VALUE 'R'.
004988     05  WS-FLOAT-BALANCED-SWITCH  PIC X(01) VALUE 'N'.
004989         88  FLOAT-PROPERTY-BALANCED       VALUE 'Y'.
004990     05  WS-FLOAT-DONOR-SWITCH     PIC X(01) VALUE 'N'.
004991         88  FLOAT-DONOR-FOUND             VALUE 'Y'.
004992     05  WS-FLOAT-PAIR-SWITCH      PIC X(01) VALUE 'N'.
004993         88  FLOAT-PAIR-FOUND              VALUE 'Y'.
004994     05  WS-FLOAT-LOAN-SWITCH      PIC X(01) VALUE 'N'.
004995         88  FLOAT-LOAN-FOUND              VALUE 'Y'.
004996 
004997*----------------------------------------------------------------*
005000*  STANDALONE COUNTERS AND ACCUMULATORS                           *
005010*----------------------------------------------------------------*
005020 77  WS-CHECKPOINT-INTERVAL       PIC 9(05)     COMP VALUE 50.
005140 77  WS-STANDARDS-SUBSCRIPT       PIC 9(03)     COMP VALUE ZERO.
005150 77  WS-STD-DEPAR-RATE            PIC 9(03)     COMP VALUE ZERO.
005160 77  WS-STD-STAY-OVER-RATE        PIC 9(03)     COMP VALUE ZERO.
005165 77  WS-STD-ROW-EFFECTIVE-DATE    PIC 9(08)     VALUE ZERO.
005170 77  WS-ROOM-CLEAN-MINUTES        PIC 9(03)     COMP VALUE ZERO.
005180 77  WS-SEEN-ROOM-COUNT           PIC 9(03)     COMP VALUE ZERO.
005190 77  WS-SEEN-ROOM-SUB             PIC 9(03)     COMP VALUE ZERO.
005370 77  WS-CURRENT-PROPERTY-CODE     PIC X(04)     VALUE SPACES.
005380 77  WS-PROPERTY-COUNT            PIC 9(02)     COMP VALUE ZERO.
005390 77  WS-PROPERTY-SUBSCRIPT        PIC 9(02)     COMP VALUE ZERO.
005391 77  WS-DONOR-SUBSCRIPT           PIC 9(02)     COMP VALUE ZERO.
005392 77  WS-BEST-DONOR-SUBSCRIPT      PIC 9(02)     COMP VALUE ZERO.
005393 77  WS-BEST-TRAVEL-MINUTES       PIC 9(03)     COMP VALUE ZERO.
005394 77  WS-BEST-LOAN-SUBSCRIPT       PIC 9(03)     COMP VALUE ZERO.
005395 77  WS-PAIR-TRAVEL-MINUTES       PIC 9(03)     COMP VALUE ZERO.
005396 77  WS-TRAVEL-COUNT              PIC 9(02)     COMP VALUE ZERO.
005397 77  WS-TRAVEL-SUBSCRIPT          PIC 9(02)     COMP VALUE ZERO.
005398 77  WS-FLOAT-COUNT               PIC 9(03)     COMP VALUE ZERO.
005399 77  WS-FLOAT-SUBSCRIPT           PIC 9(03)     COMP VALUE ZERO.
005400 77  WS-LOAN-SUBSCRIPT            PIC 9(03)     COMP VALUE ZERO.
005401 77  WS-LOAN-MINUTES              PIC 9(05)     COMP VALUE ZERO.
005402 77  WS-LOAN-SLOT                 PIC 9(03)     COMP VALUE ZERO.
005403 77  WS-LOANED-IN-CTR             PIC 9(03)     COMP VALUE ZERO.
005404 77  WS-FLOAT-LOAN-CTR            PIC 9(03)     COMP VALUE ZERO.
005405 77  WS-FLOAT-OVER-CTR            PIC 9(02)     COMP VALUE ZERO.
005406 77  WS-TRIAL-WORKLOAD            PIC 9(05)     COMP VALUE ZERO.
005407 77  WS-WORKING-PROPERTY-CODE     PIC X(04)     VALUE SPACES.
005408 77  WS-SAVE-SHIFT-START          PIC 99        VALUE ZERO.
005409 77  WS-SAVE-TEAM-SIZE            PIC 9(02)     VALUE ZERO.
005412 77  WS-TEAM-OVERRIDE             PIC 9(02)     VALUE ZERO.
005415 77  WS-ROSTER-COUNT              PIC 9(03)     COMP VALUE ZERO.
005420 77  WS-ROSTER-SUBSCRIPT          PIC 9(03)     COMP VALUE ZERO.
005430 77  WS-NEXT-HOUSEKEEPER-IDX      PIC 9(03)     COMP VALUE 1.
005440 77  WS-EFFECTIVE-TEAM-SIZE       PIC 9(02)     COMP VALUE ZERO.
005570 77  WS-PROP-SHEETS-TOTAL         PIC 9(07)     COMP VALUE ZERO.
005580 77  WS-PROP-TOWELS-TOTAL         PIC 9(07)     COMP VALUE ZERO.
005590 77  WS-PROP-KITS-TOTAL           PIC 9(07)     COMP VALUE ZERO.
005591 77  WS-EXTRACT-DETAIL-CTR        PIC 9(05)     COMP VALUE ZERO.
005592 77  WS-EXTRACT-MINUTES-TOTAL     PIC 9(07)     COMP VALUE ZERO.
005593 77  WS-OT-THRESHOLD-HOURS        PIC 9(02)V9(02) VALUE 40.00.
005594 77  WS-BASE-OT-THRESHOLD         PIC 9(02)V9(02) VALUE 40.00.
005595 77  WS-WEEK-START-DAY            PIC 9(01)     VALUE 1.
005596 77  WS-BASE-WEEK-START-DAY       PIC 9(01)     VALUE 1.
005597 77  WS-OT-BREAK-MINUTES          PIC 9(03)V9(02) VALUE ZERO.
005598 77  WS-OT-THRESHOLD-MINUTES      PIC 9(05)V9(02) VALUE ZERO.
005599 77  WS-OT-CAP-WORK               PIC S9(05)V9(02) VALUE ZERO.
005600 77  WS-OT-PROJECTED-MINUTES      PIC 9(05)V9(02) VALUE ZERO.
005601 77  WS-OT-ROOM-COUNT             PIC 9(03)     COMP VALUE ZERO.
005602 77  WS-OT-ROOM-SUBSCRIPT         PIC 9(03)     COMP VALUE ZERO.
005603 77  WS-OT-OVER-CTR               PIC 9(03)     COMP VALUE ZERO.
005604 77  WS-SLOT-SUBSCRIPT            PIC 9(01)     COMP VALUE ZERO.
005605 77  WS-SUM-SUBSCRIPT             PIC 9(01)     COMP VALUE ZERO.
005606 77  WS-DAY-OFFSET                PIC 9(01)     COMP VALUE ZERO.
005607 77  WS-ISO-DAY                   PIC 9(01)     COMP VALUE ZERO.
005608 77  WS-ZELLER-YEAR               PIC 9(05)     COMP VALUE ZERO.
005609 77  WS-ZELLER-MONTH              PIC 9(03)     COMP VALUE ZERO.
005610 77  WS-ZELLER-TERM               PIC 9(07)     COMP VALUE ZERO.
005611 77  WS-ZELLER-QUARTER            PIC 9(05)     COMP VALUE ZERO.
005612 77  WS-ZELLER-CENTURY            PIC 9(05)     COMP VALUE ZERO.
005613 77  WS-ZELLER-QUADCENT           PIC 9(05)     COMP VALUE ZERO.
005614 77  WS-ZELLER-SUM                PIC 9(08)     COMP VALUE ZERO.
005615 77  WS-ZELLER-QUOTIENT           PIC 9(08)     COMP VALUE ZERO.
005616 77  WS-DAY-OF-WEEK-INDEX         PIC 9(01)     COMP VALUE ZERO.
005617 77  WS-LEAP-QUOTIENT             PIC 9(05)     COMP VALUE ZERO.
005618 77  WS-LEAP-REM-4                PIC 9(03)     COMP VALUE ZERO.
005619 77  WS-LEAP-REM-100              PIC 9(03)     COMP VALUE ZERO.
005620 77  WS-LEAP-REM-400              PIC 9(03)     COMP VALUE ZERO.
005622
005624*----------------------------------------------------------------*
005626*  CURRENT-RUN WORK FIELDS - SET BY THE DAILY-BOARD PARAGRAPHS    *
005630*  OR BY THE SCENARIO-BATCH PARAGRAPHS BEFORE THE SHARED          *
005640*  VALIDATE-AND-COMPUTE PARAGRAPH IS PERFORMED.                   *
005650*----------------------------------------------------------------*
005810         10  WS-ROSTER-EMPLOYEE-NAME   PIC X(20).
005820         10  WS-ROSTER-SECTION         PIC X(02).
005830         10  WS-ROSTER-MINUTES         PIC 9(05) COMP.
005833         10  WS-ROSTER-WEEK-MINUTES    PIC 9(05)V9(02) COMP.
005836         10  WS-ROSTER-CAP-MINUTES     PIC 9(05) COMP.
005840 
005850*----------------------------------------------------------------*
005860*  CLEANING-STANDARDS TABLE - LOADED ONCE FROM THE CLEANING-      *
005870*  STANDARDS MASTER FILE.  EACH BOARD ROOM IS PRICED BY ITS       *
005880*  ROOM-TYPE / STATUS-CODE ROW, FALLING BACK TO THE STANDARD ROOM *
005890*  TYPE AND FINALLY TO THE OLD FLAT CONSTANTS.  ONLY THE ROW IN   *
005895*  EFFECT ON THE RUN DATE IS HELD FOR EACH KEY.                   *
005900*----------------------------------------------------------------*
005910 01  WS-STANDARDS-TABLE.
005920     05  WS-STANDARD-ENTRY OCCURS 100 TIMES
005970         10  WS-STD-SHEETS             PIC 9(02) COMP.
005980         10  WS-STD-TOWELS             PIC 9(02) COMP.
005990         10  WS-STD-KITS               PIC 9(02) COMP.
005995         10  WS-STD-EFFECTIVE-DATE     PIC 9(08).
006000
006010*----------------------------------------------------------------*
006020*  BOARD-SEEN ROOM TABLE - THE ROOM NUMBERS THE EDIT PASS HAS     *
006250     05  CC-TEAM-SIZE-OVERRIDE     PIC 9(02).
006260     05  CC-RESTART-FLAG           PIC X(01).
006270     05  CC-REJECT-THRESHOLD       PIC 9(03).
006272     05  CC-OT-THRESHOLD-HOURS     PIC 9(02)V9(02).
006274     05  CC-WEEK-START-DAY         PIC 9(01).
006276     05  CC-FLOAT-REPLAN-FLAG      PIC X(01).
006280     05  FILLER                    PIC X(62).
006290 
006300 01  WS-DATE-TIME-FIELDS.
006310     05  WS-RUN-DATE               PIC 9(08).
006430     05  WS-REJECT-REASON-DESC     PIC X(25).
006440 
006450*----------------------------------------------------------------*
006460*  MID-SHIFT BOARD TABLE - THE MORNING ASSIGNMENT EXTRACT READ    *
006470*  BACK INTO STORAGE SO THE DELTA TRANSACTIONS CAN BE APPLIED     *
006480*  AGAINST IT AND THE DAY'S TOTALS RECOMPUTED.                    *
006490*----------------------------------------------------------------*
006570         10  BD-EMPLOYEE-ID            PIC X(06).
006580         10  BD-ACTIVE-FLAG            PIC X(01).
006590
006780 01  WS-SUPPLEMENTAL-LINE.
006790     05  WSU-ACTION-CODE           PIC X(03).
006800     05  FILLER                    PIC X(02) VALUE SPACES.
006920     05  FILLER                    PIC X(28) VALUE SPACES.
006930
006940*----------------------------------------------------------------*
006941*  WORKWEEK DATE FIELDS - TODAY'S DAY-OF-WEEK SLOT AND THE DATE   *
006942*  THE WORKWEEK STARTED, STEPPED BACK A DAY AT A TIME.            *
006943*----------------------------------------------------------------*
006944 01  WS-WEEK-DATE-FIELDS.
006945     05  WS-SERIAL-DATE            PIC 9(08).
006946     05  FILLER REDEFINES WS-SERIAL-DATE.
006947         10  WS-SERIAL-YEAR        PIC 9(04).
006948         10  WS-SERIAL-MONTH       PIC 9(02).
006949         10  WS-SERIAL-DAY         PIC 9(02).
006950     05  WS-STEP-DATE              PIC 9(08).
006951     05  FILLER REDEFINES WS-STEP-DATE.
006952         10  WS-STEP-YEAR          PIC 9(04).
006953         10  WS-STEP-MONTH         PIC 9(02).
006954         10  WS-STEP-DAY           PIC 9(02).
006955     05  WS-WEEK-START-DATE        PIC 9(08) VALUE ZERO.
006956
006957 01  WS-MONTH-DAYS-VALUES          PIC X(24)
006958         VALUE '312831303130313130313031'.
006959 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
006960     05  WS-MONTH-DAYS             PIC 9(02) OCCURS 12 TIMES.
006961
006962*----------------------------------------------------------------*
006963*  OVERTIME ROOM TABLE - THE ROOMS THIS PASS COULD ONLY PLACE BY  *
006964*  PUSHING A HOUSEKEEPER PAST THE OVERTIME CAP, LISTED UNDER      *
006965*  THAT HOUSEKEEPER ON THE OVERTIME-RISK REPORT.                  *
006966*----------------------------------------------------------------*
006967 01  WS-OT-ROOM-TABLE.
006968     05  WS-OT-ROOM-ENTRY OCCURS 200 TIMES
006969         INDEXED BY WS-OTR-IDX.
006970         10  OT-ROSTER-SUBSCRIPT       PIC 9(03) COMP.
006971         10  OT-ROOM-NUMBER            PIC X(04).
006972         10  OT-STATUS-CODE            PIC X(01).
006973         10  OT-CLEAN-MINUTES          PIC 9(03) COMP.
006974
006975 01  WS-OT-HEADING-LINE.
006976     05  FILLER                    PIC X(25) VALUE
006977         'OVERTIME RISK -- PROPERTY'.
006978     05  FILLER                    PIC X(01) VALUE SPACES.
006979     05  WOH-PROPERTY-CODE         PIC X(04).
006980     05  FILLER                    PIC X(13) VALUE
006981         '  WEEK START '.
006982     05  WOH-WEEK-START-DATE       PIC 9(08).
006983     05  FILLER                    PIC X(12) VALUE
006984         '  THRESHOLD '.
006985     05  WOH-THRESHOLD             PIC Z9.99.
006986     05  FILLER                    PIC X(12) VALUE ' HOURS'.
006987
006988 01  WS-OT-COLUMN-LINE.
006989     05  FILLER                    PIC X(28) VALUE 'EMP ID NAME'.
006990     05  FILLER                    PIC X(08) VALUE ' PRIOR'.
006991     05  FILLER                    PIC X(08) VALUE ' TODAY'.
006992     05  FILLER                    PIC X(08) VALUE '  PROJ'.
006993     05  FILLER                    PIC X(28) VALUE '  OVER'.
006994
006995 01  WS-OT-EMPLOYEE-LINE.
006996     05  WOE-EMPLOYEE-ID           PIC X(06).
006997     05  FILLER                    PIC X(01) VALUE SPACES.
006998     05  WOE-EMPLOYEE-NAME         PIC X(20).
006999     05  FILLER                    PIC X(01) VALUE SPACES.
007000     05  WOE-PRIOR-HOURS           PIC ZZ9.99.
007001     05  FILLER                    PIC X(02) VALUE SPACES.
007002     05  WOE-TODAY-HOURS           PIC ZZ9.99.
007003     05  FILLER                    PIC X(02) VALUE SPACES.
007004     05  WOE-PROJECTED-HOURS       PIC ZZ9.99.
007005     05  FILLER                    PIC X(02) VALUE SPACES.
007006     05  WOE-OVER-HOURS            PIC ZZ9.99.
007007     05  FILLER                    PIC X(22) VALUE SPACES.
007008
007009 01  WS-OT-ROOM-LINE.
007010     05  FILLER                    PIC X(10) VALUE SPACES.
007011     05  FILLER                    PIC X(05) VALUE 'ROOM '.
007012     05  WOR-ROOM-NUMBER           PIC X(04).
007013     05  FILLER                    PIC X(09) VALUE '  STATUS '.
007014     05  WOR-STATUS-CODE           PIC X(01).
007015     05  FILLER                    PIC X(02) VALUE SPACES.
007016     05  WOR-CLEAN-MINUTES         PIC ZZ9.
007017     05  FILLER                    PIC X(46) VALUE
007018         ' MINUTES -- PLACED PAST THE CAP'.
007019
007020*----------------------------------------------------------------*
007021*  PROPERTY-PARAMETER TABLE AND THE MULTI-PROPERTY REPORT LINES.  *
007022*----------------------------------------------------------------*
007023 01  WS-PROPERTY-TABLE.
007024     05  WS-PROPERTY-ENTRY OCCURS 10 TIMES
007025         INDEXED BY WS-PROP-IDX WS-DONOR-IDX.
007026         10  WS-PROP-CODE              PIC X(04).
007027         10  WS-PROP-NAME              PIC X(20).
007028         10  WS-PROP-SHIFT-START       PIC 9(02).
007030         10  WS-PROP-CUTOFF-TIME       PIC 9(02)V9(02).
007040         10  WS-PROP-TEAM-OVERRIDE     PIC 9(02).
007041         10  WS-PROP-OT-THRESHOLD      PIC 9(02)V9(02).
007042         10  WS-PROP-WEEK-START-DAY    PIC 9(01).
007043         10  WS-PROP-WORKLOAD          PIC 9(05).
007044         10  WS-PROP-TEAM-SIZE         PIC 9(02).
007045         10  WS-PROP-FINISH-TIME       PIC 9(03)V9(02).
007046         10  WS-PROP-RUN-SHIFT-START   PIC 9(02).
007047         10  WS-PROP-RUN-CUTOFF        PIC 9(02)V9(02).
007048         10  WS-PROP-LOANS-IN          PIC 9(02).
007049         10  WS-PROP-LOANS-OUT         PIC 9(02).
007050         10  WS-PROP-TRAVEL-MINUTES    PIC 9(05).
007055
007060 01  WS-PROPERTY-BANNER-LINE.
007070     05  FILLER                    PIC X(09) VALUE 'PROPERTY '.
007080     05  WPB-PROPERTY-CODE         PIC X(04).
007300     05  WPS-EXCEPTION-FLAG        PIC X(01).
007310     05  FILLER                    PIC X(23) VALUE SPACES.
007320
007321*----------------------------------------------------------------*
007322*  FLOAT TABLES - THE TRAVEL ALLOWANCE FOR EACH PAIR OF PROPERTIES*
007323*  ON FLOATPRM, AND EVERY PROPERTY'S ACTIVE HOUSEKEEPERS FROM ITS *
007324*  BOARD PASS (10 PROPERTIES OF UP TO 50) WITH THE PROPERTY EACH  *
007325*  IS RECOMMENDED TO BE LOANED TO, ZERO WHEN STAYING HOME.        *
007326*----------------------------------------------------------------*
007327 01  WS-TRAVEL-TABLE.
007328     05  WS-TRAVEL-ENTRY OCCURS 45 TIMES
007329         INDEXED BY WS-TRAVEL-IDX.
007330         10  WS-TRAVEL-FROM-PROPERTY   PIC X(04).
007331         10  WS-TRAVEL-TO-PROPERTY     PIC X(04).
007332         10  WS-TRAVEL-MINUTES         PIC 9(03) COMP.
007333 
007334 01  WS-FLOAT-TABLE.
007335     05  WS-FLOAT-ENTRY OCCURS 500 TIMES
007336         INDEXED BY WS-FLOAT-IDX.
007337         10  WS-FLOAT-HOME-SUBSCRIPT   PIC 9(02) COMP.
007338         10  WS-FLOAT-EMPLOYEE-ID      PIC X(06).
007339         10  WS-FLOAT-EMPLOYEE-NAME    PIC X(20).
007340         10  WS-FLOAT-MINUTES          PIC 9(05) COMP.
007341         10  WS-FLOAT-LOAN-SUBSCRIPT   PIC 9(02) COMP.
007342         10  WS-FLOAT-TRAVEL-MINUTES   PIC 9(03) COMP.
007343 
007344 01  WS-SAVED-RESULT-VALUES       PIC X(35).
007345 
007346 01  WS-FLOAT-HEADING-LINE.
007347     05  FILLER                    PIC X(40) VALUE
007348         'CROSS-PROPERTY FLOAT RECOMMENDATIONS -- '.
007349     05  FILLER                    PIC X(09) VALUE 'RUN DATE '.
007350     05  WFH-RUN-DATE              PIC 9(08).
007351     05  FILLER                    PIC X(23) VALUE SPACES.
007352 
007353 01  WS-FLOAT-LOAN-HEADING.
007354     05  FILLER                    PIC X(40) VALUE
007355         '  EMP ID NAME                 FROM    TO'.
007356     05  FILLER                    PIC X(40) VALUE
007357         '   TRVL  ROOM MIN'.
007358 
007359 01  WS-FLOAT-LOAN-LINE.
007360     05  FILLER                    PIC X(02) VALUE SPACES.
007361     05  WFL-EMPLOYEE-ID           PIC X(06).
007362     05  FILLER                    PIC X(01) VALUE SPACES.
007363     05  WFL-EMPLOYEE-NAME         PIC X(20).
007364     05  FILLER                    PIC X(01) VALUE SPACES.
007365     05  WFL-FROM-PROPERTY         PIC X(04).
007366     05  FILLER                    PIC X(04) VALUE ' TO '.
007367     05  WFL-TO-PROPERTY           PIC X(04).
007368     05  FILLER                    PIC X(02) VALUE SPACES.
007369     05  WFL-TRAVEL-MINUTES        PIC ZZ9.
007370     05  FILLER                    PIC X(05) VALUE SPACES.
007371     05  WFL-ROOM-MINUTES          PIC ZZZZ9.
007372     05  FILLER                    PIC X(23) VALUE SPACES.
007373 
007374 01  WS-FLOAT-PROPERTY-HEADING.
007375     05  FILLER                    PIC X(39) VALUE
007376         '  PROP NAME                 TEAM  NEW'.
007377     05  FILLER                    PIC X(41) VALUE
007378         'FINISH  NEW FN  CUTOFF  RESULT'.
007379 
007380 01  WS-FLOAT-PROPERTY-LINE.
007381     05  FILLER                    PIC X(02) VALUE SPACES.
007382     05  WFP-PROPERTY-CODE         PIC X(04).
007383     05  FILLER                    PIC X(01) VALUE SPACES.
007384     05  WFP-PROPERTY-NAME         PIC X(20).
007385     05  FILLER                    PIC X(02) VALUE SPACES.
007386     05  WFP-TEAM-SIZE             PIC ZZ9.
007387     05  FILLER                    PIC X(02) VALUE SPACES.
007388     05  WFP-NEW-TEAM-SIZE         PIC ZZ9.
007389     05  FILLER                    PIC X(02) VALUE SPACES.
007390     05  WFP-FINISH-TIME           PIC ZZ9.99.
007391     05  FILLER                    PIC X(02) VALUE SPACES.
007392     05  WFP-NEW-FINISH-TIME       PIC ZZ9.99.
007393     05  FILLER                    PIC X(02) VALUE SPACES.
007394     05  WFP-CUTOFF-TIME           PIC ZZ9.99.
007395     05  FILLER                    PIC X(02) VALUE SPACES.
007396     05  WFP-RESULT                PIC X(10).
007397     05  FILLER                    PIC X(07) VALUE SPACES.
007398 
007399 01  WS-STAFFING-HEADING-LINE.
007400     05  FILLER                    PIC X(41) VALUE
007401         'STAFFING REQUIREMENTS FORECAST -- CUTOFF '.
007402     05  WSG-CUTOFF-TIME           PIC Z9.99.
007403     05  FILLER                    PIC X(13) VALUE
007404         ' SHIFT START '.
007405     05  WSG-SHIFT-START           PIC Z9.
007406     05  FILLER                    PIC X(19) VALUE SPACES.
007410 
007420 01  WS-STAFFING-LINE.
007430     05  WSF-FORECAST-DATE         PIC 9(08).
008160     05  WA-EMPLOYEE-ID            PIC X(06).
008170     05  FILLER                    PIC X(02) VALUE SPACES.
008180     05  WA-EMPLOYEE-NAME          PIC X(20).
008183     05  FILLER                    PIC X(02) VALUE SPACES.
008186     05  WA-PRIORITY-FLAG          PIC X(08).
008190     05  FILLER                    PIC X(24) VALUE SPACES.
008200 
008210 01  WS-EXCEPTION-LINE.
008220     05  WE-SHIFT-START            PIC Z9.
008770*==================================================================*
008780 1000-INITIALIZE.
008790     ACCEPT WS-CONTROL-CARD FROM SYSIN
008800     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT
008810     ACCEPT WS-RUN-TIME FROM TIME
008820     IF CC-SHIFT-START IS NUMERIC AND CC-SHIFT-START > ZERO
008830         MOVE CC-SHIFT-START TO SHIFT-START
008880     IF CC-RESTART-FLAG = 'Y'
008890         SET RESTART-REQUESTED TO TRUE
008900     END-IF
008902     IF CC-FLOAT-REPLAN-FLAG = 'Y'
008904         SET FLOAT-REPLAN-REQUESTED TO TRUE
008906     END-IF
008910     IF CC-TEAM-SIZE-OVERRIDE IS NUMERIC
008920         MOVE CC-TEAM-SIZE-OVERRIDE TO WS-TEAM-OVERRIDE
008930     END-IF
008940     IF CC-REJECT-THRESHOLD IS NUMERIC
008950         MOVE CC-REJECT-THRESHOLD TO WS-REJECT-THRESHOLD
008960     END-IF
008961     IF CC-OT-THRESHOLD-HOURS IS NUMERIC
008962         MOVE CC-OT-THRESHOLD-HOURS TO WS-OT-THRESHOLD-HOURS
008963     END-IF
008964     IF CC-WEEK-START-DAY IS NUMERIC
008965         AND CC-WEEK-START-DAY > ZERO
008966         AND CC-WEEK-START-DAY < 8
008967         MOVE CC-WEEK-START-DAY TO WS-WEEK-START-DAY
008968     END-IF
008970     MOVE SHIFT-START TO WS-BASE-SHIFT-START
008980     MOVE WS-CUTOFF-TIME TO WS-BASE-CUTOFF-TIME
008982     MOVE WS-OT-THRESHOLD-HOURS TO WS-BASE-OT-THRESHOLD
008984     MOVE WS-WEEK-START-DAY TO WS-BASE-WEEK-START-DAY
008986     COMPUTE WS-OT-BREAK-MINUTES = HOUR * 0.125
008990     PERFORM 1100-LOAD-CLEANING-STANDARDS THRU 1100-EXIT.
009000 1000-EXIT.
009010     EXIT.
009020
009030*----------------------------------------------------------------*
009031*  1050-READ-BUSINESS-DATE - THE PROCESSING DATE COMES FROM THE   *
009032*  BUSINESS-DATE CONTROL FILE, NOT THE CLOCK.  A DAY HKRUNCTL     *
009033*  HAS ALREADY CLOSED IS REFUSED UNLESS HKDTROLL HAS SET A RERUN  *
009034*  OVERRIDE, AND THE OVERRIDE THEN NAMES THE DATE TO PROCESS.     *
009035*----------------------------------------------------------------*
009036 1050-READ-BUSINESS-DATE.
009037     OPEN INPUT BUSINESS-DATE-FILE
009038     IF NOT BUSINESS-DATE-FILE-OK
009039         MOVE 'BUSINESS-DATE (BUSDATE)' TO WS-BAD-FILE-NAME
009040         PERFORM 9600-FILE-OPEN-ERROR-ROUTINE THRU 9600-EXIT
009041     END-IF
009042     READ BUSINESS-DATE-FILE
009043         AT END MOVE SPACES TO BUSINESS-DATE-RECORD
009044     END-READ
009045     CLOSE BUSINESS-DATE-FILE
009046     IF BD-BUSINESS-DATE IS NOT NUMERIC
009047         OR BD-BUSINESS-DATE = ZERO
009048         DISPLAY 'HOUSEKEEPING ERROR -- NO BUSINESS DATE'
009049             ' ON THE CONTROL FILE (BUSDATE)'
009050         DISPLAY 'RUN TERMINATED -- INITIALIZE IT WITH HKDTROLL '
009051             'AND RESUBMIT'
009052         MOVE 8 TO RETURN-CODE
009053         GO TO 9999-EXIT
009054     END-IF
009055     IF BD-RERUN-DATE IS NUMERIC AND BD-RERUN-DATE > ZERO
009056         MOVE BD-RERUN-DATE TO WS-RUN-DATE
009057         DISPLAY 'HOUSEKEEPING WARNING -- RERUN OVERRIDE'
009058             ' -- PROCESSING CLOSED DATE ' WS-RUN-DATE
009059         GO TO 1050-EXIT
009060     END-IF
009061     IF BD-DAY-COMPLETE
009062         DISPLAY 'HOUSEKEEPING ERROR -- BUSINESS DATE '
009063             BD-BUSINESS-DATE ' IS ALREADY CLOSED'
009064         DISPLAY 'RUN TERMINATED -- SET A RERUN OVERRIDE WITH '
009065             'HKDTROLL TO PROCESS IT AGAIN'
009066         MOVE 8 TO RETURN-CODE
009067         GO TO 9999-EXIT
009068     END-IF
009069     MOVE BD-BUSINESS-DATE TO WS-RUN-DATE.
009070 1050-EXIT.
009071     EXIT.
009072
009073*----------------------------------------------------------------*
009074*  1100-LOAD-CLEANING-STANDARDS - READS THE CLEANING-STANDARDS    *
009075*  MASTER INTO WS-STANDARDS-TABLE AND SETTLES THE DEFAULT         *
009076*  STANDARD-ROOM-TYPE DEPARTURE AND STAY-OVER RATES.  WHEN THE    *
009077*  FILE IS ABSENT THE RUN FALLS BACK TO THE OLD FLAT CONSTANTS    *
009080*  AND SAYS SO, RATHER THAN STOPPING THE MORNING BOARD.  A ROW    *
009082*  EFFECTIVE AFTER THE RUN DATE IS SKIPPED, AND OF TWO ROWS FOR   *
009084*  ONE KEY THE LATER EFFECTIVE DATE WINS, SO EACH ROOM IS PRICED  *
009086*  BY THE ROW IN EFFECT TODAY.                                    *
009090*----------------------------------------------------------------*
009100 1100-LOAD-CLEANING-STANDARDS.
009110     MOVE DEPAR-TIME TO WS-STD-DEPAR-RATE
009490     EXIT.
009500
009510 1130-STORE-STANDARDS-ENTRY.
009511     IF CS-EFFECTIVE-DATE IS NUMERIC
009512         MOVE CS-EFFECTIVE-DATE TO WS-STD-ROW-EFFECTIVE-DATE
009513     ELSE
009514         MOVE ZERO TO WS-STD-ROW-EFFECTIVE-DATE
009515     END-IF
009516     IF WS-STD-ROW-EFFECTIVE-DATE > WS-RUN-DATE
009517         GO TO 1130-NEXT
009518     END-IF
009519     MOVE CS-ROOM-TYPE TO WS-LOOKUP-ROOM-TYPE
009520     MOVE CS-STATUS-CODE TO WS-LOOKUP-STATUS-CODE
009521     PERFORM 1150-SEARCH-STANDARDS-TABLE THRU 1150-EXIT
009522     IF CLEANING-STANDARD-FOUND
009523         IF WS-STD-EFFECTIVE-DATE (WS-STD-IDX) NOT >
009524             WS-STD-ROW-EFFECTIVE-DATE
009525             PERFORM 1140-MOVE-STANDARDS-ENTRY THRU 1140-EXIT
009526         END-IF
009527         GO TO 1130-NEXT
009528     END-IF
009529     IF WS-STANDARDS-COUNT < 100
009530         ADD 1 TO WS-STANDARDS-COUNT
009540         SET WS-STD-IDX TO WS-STANDARDS-COUNT
009550         PERFORM 1140-MOVE-STANDARDS-ENTRY THRU 1140-EXIT
009770     ELSE
009780         DISPLAY 'HOUSEKEEPING STANDARDS WARNING -- STANDARD '
009790             CS-ROOM-TYPE '/' CS-STATUS-CODE
009800             ' DROPPED -- STANDARDS TABLE IS FULL AT 100 ENTRIES'
009810     END-IF.
009815 1130-NEXT.
009820     PERFORM 1120-READ-STANDARDS-RECORD THRU 1120-EXIT.
009830 1130-EXIT.
009840     EXIT.
009850
009851 1140-MOVE-STANDARDS-ENTRY.
009852     MOVE CS-ROOM-TYPE TO
009853         WS-STD-ROOM-TYPE (WS-STD-IDX)
009854     MOVE CS-STATUS-CODE TO
009855         WS-STD-STATUS-CODE (WS-STD-IDX)
009856     MOVE CS-CLEAN-MINUTES TO
009857         WS-STD-CLEAN-MINUTES (WS-STD-IDX)
009858     IF CS-SHEETS-PER-ROOM IS NUMERIC
009859         MOVE CS-SHEETS-PER-ROOM TO WS-STD-SHEETS (WS-STD-IDX)
009860     ELSE
009861         MOVE ZERO TO WS-STD-SHEETS (WS-STD-IDX)
009862     END-IF
009863     IF CS-TOWELS-PER-ROOM IS NUMERIC
009864         MOVE CS-TOWELS-PER-ROOM TO WS-STD-TOWELS (WS-STD-IDX)
009865     ELSE
009866         MOVE ZERO TO WS-STD-TOWELS (WS-STD-IDX)
009867     END-IF
009868     IF CS-AMENITY-KITS-PER-ROOM IS NUMERIC
009869         MOVE CS-AMENITY-KITS-PER-ROOM TO
009870             WS-STD-KITS (WS-STD-IDX)
009871     ELSE
009872         MOVE ZERO TO WS-STD-KITS (WS-STD-IDX)
009873     END-IF
009874     MOVE WS-STD-ROW-EFFECTIVE-DATE TO
009875         WS-STD-EFFECTIVE-DATE (WS-STD-IDX).
009876 1140-EXIT.
009877     EXIT.
009878
009881*----------------------------------------------------------------*
009884*  1150-SEARCH-STANDARDS-TABLE - LEAVES WS-STD-IDX ON THE ENTRY   *
009887*  MATCHING WS-LOOKUP-ROOM-TYPE / WS-LOOKUP-STATUS-CODE AND SETS  *
009890*  CLEANING-STANDARD-FOUND, OR CLEARS IT WHEN NO ENTRY MATCHES.   *
009900*----------------------------------------------------------------*
009910 1150-SEARCH-STANDARDS-TABLE.
010430*==================================================================*
010440 3000-PROCESS-DAILY-BOARD.
010450     PERFORM 2500-LOAD-PROPERTY-PARMS THRU 2500-EXIT
010452     IF MULTI-PROPERTY-ACTIVE
010454         PERFORM 2600-LOAD-FLOAT-PARMS THRU 2600-EXIT
010456     END-IF
010460     PERFORM 3102-OPEN-BOARD-OUTPUTS THRU 3102-EXIT
010470     IF MULTI-PROPERTY-ACTIVE
010540         PERFORM 3040-RUN-PROPERTY-LOOP THRU 3040-EXIT
010545         IF FLOAT-BALANCING-ACTIVE
010550             PERFORM 3500-BALANCE-PROPERTY-FLOAT THRU 3500-EXIT
010555         END-IF
010560         IF FLOAT-TRIAL-PASS
010565             PERFORM 3590-REPLAN-FLOAT-BOARDS THRU 3590-EXIT
010570         END-IF
010580     ELSE
010590         PERFORM 3060-PROCESS-BOARD-PASS THRU 3060-EXIT
010600     END-IF
011050             WS-PROP-CUTOFF-TIME (WS-PROP-IDX)
011060         MOVE PP-TEAM-SIZE-OVERRIDE TO
011070             WS-PROP-TEAM-OVERRIDE (WS-PROP-IDX)
011071         IF PP-OT-THRESHOLD-HOURS IS NUMERIC
011072             MOVE PP-OT-THRESHOLD-HOURS TO
011073                 WS-PROP-OT-THRESHOLD (WS-PROP-IDX)
011074         ELSE
011075             MOVE ZERO TO WS-PROP-OT-THRESHOLD (WS-PROP-IDX)
011076         END-IF
011077         IF PP-WEEK-START-DAY IS NUMERIC
011078             AND PP-WEEK-START-DAY < 8
011079             MOVE PP-WEEK-START-DAY TO
011080                 WS-PROP-WEEK-START-DAY (WS-PROP-IDX)
011081         ELSE
011082             MOVE ZERO TO WS-PROP-WEEK-START-DAY (WS-PROP-IDX)
011083         END-IF
011086     ELSE
011090         DISPLAY 'HOUSEKEEPING PROPERTY WARNING -- PROPERTY '
011100             PP-PROPERTY-CODE
011110             ' DROPPED -- PARAMETER TABLE IS FULL AT 10 ENTRIES'
011150     EXIT.
011160
011170*----------------------------------------------------------------*
011171*  2600-LOAD-FLOAT-PARMS - WHEN THE FLOAT PARAMETER FILE IS       *
011172*  PRESENT ON A PROPPARM RUN, LOAD ITS PROPERTY PAIRS AND TRAVEL  *
011173*  MINUTES AND TURN ON THE BALANCING PASS.  A 'Y' IN CONTROL-CARD *
011174*  COLUMN 18 ALSO ASKS FOR THE BOARDS TO BE RE-PLANNED WITH THE   *
011175*  LOANS, SO THE FIRST PROPERTY LOOP BECOMES A TRIAL PASS.        *
011176*----------------------------------------------------------------*
011177 2600-LOAD-FLOAT-PARMS.
011178     OPEN INPUT FLOAT-PARAMETER-FILE
011179     IF NOT FLOATPRM-FILE-OK
011180         IF FLOAT-REPLAN-REQUESTED
011181             DISPLAY 'HOUSEKEEPING FLOAT WARNING -- RE-PLAN '
011182                 'REQUESTED BUT NO FLOAT PARAMETER FILE -- '
011183                 'BOARDS PLANNED WITHOUT LOANS'
011184         END-IF
011185         GO TO 2600-EXIT
011186     END-IF
011187     PERFORM 2620-READ-FLOAT-PARM THRU 2620-EXIT
011188     PERFORM 2640-STORE-FLOAT-PARM THRU 2640-EXIT
011189         UNTIL END-OF-FLOATPRM-FILE
011190     CLOSE FLOAT-PARAMETER-FILE
011191     IF WS-TRAVEL-COUNT > ZERO
011192         SET FLOAT-BALANCING-ACTIVE TO TRUE
011193         IF FLOAT-REPLAN-REQUESTED
011194             SET FLOAT-TRIAL-PASS TO TRUE
011195         END-IF
011196     END-IF.
011197 2600-EXIT.
011198     EXIT.
011199 
011200 2620-READ-FLOAT-PARM.
011201     READ FLOAT-PARAMETER-FILE
011202         AT END SET END-OF-FLOATPRM-FILE TO TRUE
011203     END-READ.
011204 2620-EXIT.
011205     EXIT.
011206 
011207 2640-STORE-FLOAT-PARM.
011208     IF FP-TRAVEL-MINUTES IS NOT NUMERIC
011209         DISPLAY 'HOUSEKEEPING FLOAT WARNING -- PAIR '
011210             FP-FROM-PROPERTY '/' FP-TO-PROPERTY
011211             ' SKIPPED -- TRAVEL MINUTES NOT NUMERIC'
011212         GO TO 2640-NEXT
011213     END-IF
011214     IF WS-TRAVEL-COUNT < 45
011215         ADD 1 TO WS-TRAVEL-COUNT
011216         SET WS-TRAVEL-IDX TO WS-TRAVEL-COUNT
011217         MOVE FP-FROM-PROPERTY TO
011218             WS-TRAVEL-FROM-PROPERTY (WS-TRAVEL-IDX)
011219         MOVE FP-TO-PROPERTY TO
011220             WS-TRAVEL-TO-PROPERTY (WS-TRAVEL-IDX)
011221         MOVE FP-TRAVEL-MINUTES TO
011222             WS-TRAVEL-MINUTES (WS-TRAVEL-IDX)
011223     ELSE
011224         DISPLAY 'HOUSEKEEPING FLOAT WARNING -- PAIR '
011225             FP-FROM-PROPERTY '/' FP-TO-PROPERTY
011226             ' DROPPED -- TRAVEL TABLE IS FULL AT 45 ENTRIES'
011227     END-IF.
011228 2640-NEXT.
011229     PERFORM 2620-READ-FLOAT-PARM THRU 2620-EXIT.
011230 2640-EXIT.
011231     EXIT.
011232 
011233*----------------------------------------------------------------*
011234*  3040-RUN-PROPERTY-LOOP - ONE BOARD PASS PER PROPERTY ON THE    *
011235*  PARAMETER TABLE, WITH THE PROPERTY SUMMARY REPORT.             *
011236*----------------------------------------------------------------*
011237 3040-RUN-PROPERTY-LOOP.
011238     OPEN OUTPUT SUMMARY-REPORT-FILE
011239     MOVE 'PROPERTY SUMMARY -- DEP / STAY / SPCL / TEAM / C'
011240         TO SUMMARY-REPORT-LINE
011241     WRITE SUMMARY-REPORT-LINE
011242     MOVE '/ PROJECTED FINISH' TO SUMMARY-REPORT-LINE
011243     WRITE SUMMARY-REPORT-LINE
011244     PERFORM 3050-PROCESS-ONE-PROPERTY THRU 3050-EXIT
011245         VARYING WS-PROPERTY-SUBSCRIPT FROM 1 BY 1
011246         UNTIL WS-PROPERTY-SUBSCRIPT > WS-PROPERTY-COUNT
011247     CLOSE SUMMARY-REPORT-FILE.
011248 3040-EXIT.
011249     EXIT.
011250 
011251*----------------------------------------------------------------*
011252*  3050-PROCESS-ONE-PROPERTY - SETTLE THE PROPERTY'S PARAMETERS,  *
011253*  CLEAR THE PER-PROPERTY TOTALS, BANNER THE REPORTS AND RUN THE  *
011254*  FULL BOARD PASS FOR JUST THAT PROPERTY'S ROOMS AND ROSTER.     *
011255*----------------------------------------------------------------*
011256 3050-PROCESS-ONE-PROPERTY.
011257     SET WS-PROP-IDX TO WS-PROPERTY-SUBSCRIPT
011258     MOVE WS-PROP-CODE (WS-PROP-IDX)
011259         TO WS-CURRENT-PROPERTY-CODE
011260     PERFORM 3055-RESET-PROPERTY-TOTALS THRU 3055-EXIT
011270     IF WS-PROP-SHIFT-START (WS-PROP-IDX) > ZERO
011280         MOVE WS-PROP-SHIFT-START (WS-PROP-IDX) TO SHIFT-START
011310         MOVE WS-PROP-CUTOFF-TIME (WS-PROP-IDX)
011320             TO WS-CUTOFF-TIME
011330     END-IF
011331     IF WS-PROP-OT-THRESHOLD (WS-PROP-IDX) > ZERO
011332         MOVE WS-PROP-OT-THRESHOLD (WS-PROP-IDX)
011333             TO WS-OT-THRESHOLD-HOURS
011334     END-IF
011335     IF WS-PROP-WEEK-START-DAY (WS-PROP-IDX) > ZERO
011336         MOVE WS-PROP-WEEK-START-DAY (WS-PROP-IDX)
011337             TO WS-WEEK-START-DAY
011338     END-IF
011340     MOVE WS-PROP-TEAM-OVERRIDE (WS-PROP-IDX)
011350         TO WS-TEAM-OVERRIDE
011351     IF FLOAT-REPLAN-PASS
011352         AND WS-TEAM-OVERRIDE > ZERO
011353         COMPUTE WS-TEAM-OVERRIDE = WS-TEAM-OVERRIDE
011354             + WS-PROP-LOANS-IN (WS-PROP-IDX)
011355             - WS-PROP-LOANS-OUT (WS-PROP-IDX)
011356     END-IF
011360     MOVE WS-CURRENT-PROPERTY-CODE TO WPB-PROPERTY-CODE
011370     MOVE WS-PROP-NAME (WS-PROP-IDX) TO WPB-PROPERTY-NAME
011380     WRITE ASSIGNMENT-REPORT-LINE
011390         FROM WS-PROPERTY-BANNER-LINE
011400     WRITE EDIT-REPORT-LINE FROM WS-PROPERTY-BANNER-LINE
011410     PERFORM 3060-PROCESS-BOARD-PASS THRU 3060-EXIT
011420     PERFORM 3070-WRITE-SUMMARY-LINE THRU 3070-EXIT
011422     IF FLOAT-BALANCING-ACTIVE
011424         AND NOT FLOAT-REPLAN-PASS
011426         PERFORM 3080-SAVE-PROPERTY-PLAN THRU 3080-EXIT
011428     END-IF.
011430 3050-EXIT.
011440     EXIT.
011450
011460 3055-RESET-PROPERTY-TOTALS.
011470     MOVE WS-BASE-SHIFT-START TO SHIFT-START
011480     MOVE WS-BASE-CUTOFF-TIME TO WS-CUTOFF-TIME
011482     MOVE WS-BASE-OT-THRESHOLD TO WS-OT-THRESHOLD-HOURS
011484     MOVE WS-BASE-WEEK-START-DAY TO WS-WEEK-START-DAY
011486     MOVE ZERO TO WS-OT-ROOM-COUNT
011490     MOVE ZERO TO WS-DEPARTURE-ROOM-TALLY
011500     MOVE ZERO TO WS-STAY-OVER-ROOM-TALLY
011510     MOVE ZERO TO WS-SPECIALTY-ROOM-TALLY
011680     MOVE SPACES TO WS-PREVIOUS-SECTION
011690     MOVE 'N' TO WS-ROOM-EOF-SWITCH
011700     MOVE 'N' TO WS-ROSTER-EOF-SWITCH
011710     MOVE 'N' TO WS-EMP-VALIDATE-SWITCH
011715     MOVE ZERO TO WS-LOANED-IN-CTR.
011720 3055-EXIT.
011730     EXIT.
011740
011820     PERFORM 3104-OPEN-BOARD-INPUTS THRU 3104-EXIT
011830     PERFORM 3150-LOAD-HOUSEKEEPER-ROSTER THRU 3150-EXIT
011840     PERFORM 3180-RESOLVE-TEAM-SIZE THRU 3180-EXIT
011845     PERFORM 3185-LOAD-WEEKLY-HOURS THRU 3185-EXIT
011850     PERFORM 3190-EDIT-ROOM-STATUS-BOARD THRU 3190-EXIT
011860     PERFORM 3200-RESTORE-CHECKPOINT THRU 3200-EXIT
011865     PERFORM 3700-WRITE-EXTRACT-HEADER THRU 3700-EXIT
011870     PERFORM 3300-READ-ROOM-RECORD THRU 3300-EXIT
011880     PERFORM 3400-TALLY-AND-ASSIGN-ROOM THRU 3400-EXIT
011890         UNTIL END-OF-ROOM-FILE
011895     PERFORM 3740-WRITE-EXTRACT-TRAILER THRU 3740-EXIT
011900     MOVE WS-DEPARTURE-ROOM-TALLY TO WS-CURRENT-DEPAR-TIME
011910     MOVE WS-STAY-OVER-ROOM-TALLY TO WS-CURRENT-STAY-OVER-TIME
011920     SET BOARD-MINUTES-PRICED TO TRUE
011930     MOVE SPACES TO WS-CURRENT-SCENARIO-ID
011940     PERFORM 4000-VALIDATE-AND-COMPUTE-RESULTS THRU 4000-EXIT
011945     IF NOT FLOAT-TRIAL-PASS
011950         PERFORM 6000-WRITE-LOG-RECORD THRU 6000-EXIT
011955     END-IF
011960     PERFORM 6100-CHECK-CUTOFF-TIME THRU 6100-EXIT
011970     PERFORM 3900-WRITE-PAYROLL-EXTRACT THRU 3900-EXIT
011975     PERFORM 3600-WRITE-OT-RISK-REPORT THRU 3600-EXIT
011980     PERFORM 3800-WRITE-PICK-LIST THRU 3800-EXIT
011990     CLOSE EDITED-BOARD-FILE.
012000 3060-EXIT.
012190     EXIT.
012200
012210*----------------------------------------------------------------*
012211*  3080-SAVE-PROPERTY-PLAN - KEEP THE PROPERTY'S WORKLOAD C, TEAM,*
012212*  FINISH F, SHIFT START AND CUTOFF, AND EVERY HOUSEKEEPER IT HAD *
012213*  WORKING ROOMS, FOR THE BALANCING PASS AFTER THE LAST PROPERTY. *
012214*----------------------------------------------------------------*
012215 3080-SAVE-PROPERTY-PLAN.
012216     MOVE C TO WS-PROP-WORKLOAD (WS-PROP-IDX)
012217     MOVE WS-CURRENT-TEAM-SIZE TO WS-PROP-TEAM-SIZE (WS-PROP-IDX)
012218     MOVE F TO WS-PROP-FINISH-TIME (WS-PROP-IDX)
012219     MOVE SHIFT-START TO WS-PROP-RUN-SHIFT-START (WS-PROP-IDX)
012220     MOVE WS-CUTOFF-TIME TO WS-PROP-RUN-CUTOFF (WS-PROP-IDX)
012221     MOVE ZERO TO WS-PROP-LOANS-IN (WS-PROP-IDX)
012222     MOVE ZERO TO WS-PROP-LOANS-OUT (WS-PROP-IDX)
012223     MOVE ZERO TO WS-PROP-TRAVEL-MINUTES (WS-PROP-IDX)
012224     PERFORM 3085-SAVE-ONE-FLOAT-ENTRY THRU 3085-EXIT
012225         VARYING WS-ROSTER-SUBSCRIPT FROM 1 BY 1
012226         UNTIL WS-ROSTER-SUBSCRIPT > WS-ROSTER-ASSIGN-LIMIT.
012227 3080-EXIT.
012228     EXIT.
012229 
012230 3085-SAVE-ONE-FLOAT-ENTRY.
012231     SET WS-ROSTER-IDX TO WS-ROSTER-SUBSCRIPT
012232     ADD 1 TO WS-FLOAT-COUNT
012233     SET WS-FLOAT-IDX TO WS-FLOAT-COUNT
012234     MOVE WS-PROPERTY-SUBSCRIPT
012235         TO WS-FLOAT-HOME-SUBSCRIPT (WS-FLOAT-IDX)
012236     MOVE WS-ROSTER-EMPLOYEE-ID (WS-ROSTER-IDX)
012237         TO WS-FLOAT-EMPLOYEE-ID (WS-FLOAT-IDX)
012238     MOVE WS-ROSTER-EMPLOYEE-NAME (WS-ROSTER-IDX)
012239         TO WS-FLOAT-EMPLOYEE-NAME (WS-FLOAT-IDX)
012240     MOVE WS-ROSTER-MINUTES (WS-ROSTER-IDX)
012241         TO WS-FLOAT-MINUTES (WS-FLOAT-IDX)
012242     MOVE ZERO TO WS-FLOAT-LOAN-SUBSCRIPT (WS-FLOAT-IDX)
012243     MOVE ZERO TO WS-FLOAT-TRAVEL-MINUTES (WS-FLOAT-IDX).
012244 3085-EXIT.
012245     EXIT.
012246 
012247*----------------------------------------------------------------*
012249*  3102/3104 - THE RUN-LEVEL OUTPUT FILES OPEN ONCE; THE BOARD    *
012251*  INPUT FILES RE-OPEN FOR EVERY PROPERTY PASS SO EACH PASS       *
012253*  READS THE WHOLE EXPORT AND KEEPS ONLY ITS OWN PROPERTY.        *
012255*----------------------------------------------------------------*
012260 3102-OPEN-BOARD-OUTPUTS.
012270     OPEN OUTPUT EXCEPTION-REPORT-FILE
012280     OPEN OUTPUT PAYROLL-EXTRACT-FILE
012300     OPEN OUTPUT EDIT-REPORT-FILE
012310     OPEN OUTPUT PICK-LIST-EXTRACT-FILE
012320     OPEN OUTPUT PICK-LIST-REPORT-FILE
012325     OPEN OUTPUT OT-RISK-REPORT-FILE
012330     OPEN EXTEND HOUSEKEEPING-LOG-FILE
012340     IF NOT LOG-FILE-OK
012350         OPEN OUTPUT HOUSEKEEPING-LOG-FILE
012390         IF NOT ASSIGN-RPT-FILE-OK
012400             OPEN OUTPUT ASSIGNMENT-REPORT-FILE
012410         END-IF
012412         OPEN EXTEND ASSIGNMENT-EXTRACT-FILE
012414         IF NOT ASSIGN-EXT-FILE-OK
012416             OPEN OUTPUT ASSIGNMENT-EXTRACT-FILE
012418         END-IF
012420     ELSE
012430         OPEN OUTPUT ASSIGNMENT-REPORT-FILE
012435         OPEN OUTPUT ASSIGNMENT-EXTRACT-FILE
012440     END-IF.
012450 3102-EXIT.
012460     EXIT.
013030 
013040 3170-STORE-ROSTER-ENTRY.
013050     IF MULTI-PROPERTY-ACTIVE
013053         PERFORM 3172-SET-WORKING-PROPERTY THRU 3172-EXIT
013056         IF WS-WORKING-PROPERTY-CODE
013060             NOT = WS-CURRENT-PROPERTY-CODE
013070             GO TO 3170-NEXT
013075         END-IF
013080     END-IF
013090     IF EMPLOYEE-VALIDATION-ACTIVE
013100         PERFORM 3175-VALIDATE-ROSTER-EMPLOYEE THRU 3175-EXIT
013140     END-IF
013150     IF WS-ROSTER-COUNT < 50
013160         ADD 1 TO WS-ROSTER-COUNT
013162         IF FLOAT-LOAN-FOUND
013164             PERFORM 3174-OPEN-LOAN-SLOT THRU 3174-EXIT
013166         ELSE
013170             SET WS-ROSTER-IDX TO WS-ROSTER-COUNT
013175         END-IF
013180         MOVE HK-EMPLOYEE-ID TO
013190             WS-ROSTER-EMPLOYEE-ID (WS-ROSTER-IDX)
013200         IF EMPLOYEE-VALIDATION-ACTIVE
013270         MOVE HK-SECTION-FLOOR TO
013280             WS-ROSTER-SECTION (WS-ROSTER-IDX)
013290         MOVE ZERO TO WS-ROSTER-MINUTES (WS-ROSTER-IDX)
013293         MOVE ZERO TO WS-ROSTER-WEEK-MINUTES (WS-ROSTER-IDX)
013296         MOVE ZERO TO WS-ROSTER-CAP-MINUTES (WS-ROSTER-IDX)
013300     ELSE
013310         DISPLAY 'HOUSEKEEPING ROSTER WARNING -- HOUSEKEEPER '
013320             HK-EMPLOYEE-ID
013380     EXIT.
013390
013400*----------------------------------------------------------------*
013401*  3172-SET-WORKING-PROPERTY - A HOUSEKEEPER WORKS AT THE ROSTER  *
013402*  PROPERTY UNLESS THE RE-PLAN IS LOANING THEM TO ANOTHER ONE.    *
013403*  3174 PUTS A LOANED-IN HOUSEKEEPER AHEAD OF THE HOME STAFF SO A *
013404*  TEAM-SIZE OVERRIDE CANNOT LEAVE THEM OFF THE BOARD.            *
013405*----------------------------------------------------------------*
013406 3172-SET-WORKING-PROPERTY.
013407     MOVE HK-PROPERTY-CODE TO WS-WORKING-PROPERTY-CODE
013408     MOVE 'N' TO WS-FLOAT-LOAN-SWITCH
013409     IF NOT FLOAT-REPLAN-PASS
013410         GO TO 3172-EXIT
013411     END-IF
013412     PERFORM 3173-MATCH-ONE-LOAN THRU 3173-EXIT
013413         VARYING WS-LOAN-SUBSCRIPT FROM 1 BY 1
013414         UNTIL WS-LOAN-SUBSCRIPT > WS-FLOAT-COUNT
013415         OR FLOAT-LOAN-FOUND.
013416 3172-EXIT.
013417     EXIT.
013418 
013419 3173-MATCH-ONE-LOAN.
013420     SET WS-FLOAT-IDX TO WS-LOAN-SUBSCRIPT
013421     IF WS-FLOAT-LOAN-SUBSCRIPT (WS-FLOAT-IDX) = ZERO
013422         OR WS-FLOAT-EMPLOYEE-ID (WS-FLOAT-IDX)
013423             NOT = HK-EMPLOYEE-ID
013424         GO TO 3173-EXIT
013425     END-IF
013426     SET WS-DONOR-IDX TO WS-FLOAT-HOME-SUBSCRIPT (WS-FLOAT-IDX)
013427     IF WS-PROP-CODE (WS-DONOR-IDX) NOT = HK-PROPERTY-CODE
013428         GO TO 3173-EXIT
013429     END-IF
013430     SET FLOAT-LOAN-FOUND TO TRUE
013431     SET WS-DONOR-IDX TO WS-FLOAT-LOAN-SUBSCRIPT (WS-FLOAT-IDX)
013432     MOVE WS-PROP-CODE (WS-DONOR-IDX) TO WS-WORKING-PROPERTY-CODE.
013433 3173-EXIT.
013434     EXIT.
013435 
013436 3174-OPEN-LOAN-SLOT.
013437     ADD 1 TO WS-LOANED-IN-CTR
013438     MOVE WS-LOANED-IN-CTR TO WS-LOAN-SLOT
013439     PERFORM 3176-SHIFT-ONE-ROSTER-ENTRY THRU 3176-EXIT
013440         VARYING WS-ROSTER-SUBSCRIPT FROM WS-ROSTER-COUNT BY -1
013441         UNTIL WS-ROSTER-SUBSCRIPT NOT > WS-LOAN-SLOT
013442     SET WS-ROSTER-IDX TO WS-LOAN-SLOT.
013443 3174-EXIT.
013444     EXIT.
013445 
013446 3176-SHIFT-ONE-ROSTER-ENTRY.
013447     SET WS-ROSTER-IDX TO WS-ROSTER-SUBSCRIPT
013448     MOVE WS-ROSTER-ENTRY (WS-ROSTER-IDX - 1)
013449         TO WS-ROSTER-ENTRY (WS-ROSTER-IDX).
013450 3176-EXIT.
013451     EXIT.
013452
013453*----------------------------------------------------------------*
013454*  3175-VALIDATE-ROSTER-EMPLOYEE - A ROSTER ID MUST BE ON THE     *
013455*  EMPLOYEE MASTER AND NOT TERMINATED.  A TYPO LIKE EMP010 FOR    *
013456*  EMP001 STOPS HERE AT 6 AM, NOT AT PAYROLL CLOSE.               *
013457*----------------------------------------------------------------*
013458 3175-VALIDATE-ROSTER-EMPLOYEE.
013460     MOVE 'N' TO WS-ROSTER-VALID-SWITCH
013470     MOVE HK-EMPLOYEE-ID TO EM-EMPLOYEE-ID
013480     READ EMPLOYEE-MASTER-FILE
013950     EXIT.
013960
013970*----------------------------------------------------------------*
013971*  3185-LOAD-WEEKLY-HOURS - EACH ROSTER HOUSEKEEPER'S HOURS SO    *
013972*  FAR THIS WORKWEEK FROM THE WEEKLY-HOURS MASTER, AND THE        *
013973*  REMAINING-MINUTES CAP THAT KEEPS TODAY'S ROOMS PLUS THE BREAK  *
013974*  ALLOWANCE UNDER THE OVERTIME THRESHOLD.  ONLY THE DAYS BEFORE  *
013975*  TODAY'S SLOT COUNT, SO A RERUN AFTER TONIGHT'S POSTING DOES    *
013976*  NOT COUNT TODAY TWICE.  A ZERO THRESHOLD TURNS THE CAP OFF;    *
013977*  A MISSING MASTER CAPS EACH HOUSEKEEPER ON TODAY ALONE.         *
013978*----------------------------------------------------------------*
013979 3185-LOAD-WEEKLY-HOURS.
013980     MOVE 'N' TO WS-OT-CAP-SWITCH
013981     MOVE ZERO TO WS-WEEK-START-DATE
013982     IF WS-OT-THRESHOLD-HOURS = ZERO
013983         GO TO 3185-EXIT
013984     END-IF
013985     SET OT-CAP-ACTIVE TO TRUE
013986     COMPUTE WS-OT-THRESHOLD-MINUTES =
013987         WS-OT-THRESHOLD-HOURS * HOUR
013988     MOVE WS-RUN-DATE TO WS-SERIAL-DATE
013989     PERFORM 3187-COMPUTE-WEEK-START THRU 3187-EXIT
013990     MOVE 'N' TO WS-WEEKLY-HOURS-SWITCH
013991     OPEN INPUT WEEKLY-HOURS-FILE
013992     IF WEEKLY-HOURS-FILE-OK
013993         SET WEEKLY-HOURS-AVAILABLE TO TRUE
013994     ELSE
013995         DISPLAY 'HOUSEKEEPING OVERTIME WARNING -- WEEKLY-HOURS '
013996             'MASTER (WKHOURS) NOT AVAILABLE -- CAPS COUNT TODAY '
013997             'ONLY'
013998     END-IF
013999     PERFORM 3186-SET-ONE-HOUSEKEEPER-CAP THRU 3186-EXIT
014000         VARYING WS-ROSTER-SUBSCRIPT FROM 1 BY 1
014001         UNTIL WS-ROSTER-SUBSCRIPT > WS-ROSTER-COUNT
014002     IF WEEKLY-HOURS-AVAILABLE
014003         CLOSE WEEKLY-HOURS-FILE
014004     END-IF.
014005 3185-EXIT.
014006     EXIT.
014007
014008 3186-SET-ONE-HOUSEKEEPER-CAP.
014009     SET WS-ROSTER-IDX TO WS-ROSTER-SUBSCRIPT
014010     MOVE ZERO TO WS-ROSTER-WEEK-MINUTES (WS-ROSTER-IDX)
014011     IF WEEKLY-HOURS-AVAILABLE
014012         MOVE WS-ROSTER-EMPLOYEE-ID (WS-ROSTER-IDX)
014013             TO WH-EMPLOYEE-ID
014014         MOVE WS-WEEK-START-DATE TO WH-WEEK-START-DATE
014015         READ WEEKLY-HOURS-FILE
014016             INVALID KEY CONTINUE
014017         END-READ
014018         IF WEEKLY-HOURS-FILE-OK
014019             PERFORM 3189-ADD-ONE-PRIOR-DAY THRU 3189-EXIT
014020                 VARYING WS-SUM-SUBSCRIPT FROM 1 BY 1
014021                 UNTIL WS-SUM-SUBSCRIPT NOT < WS-SLOT-SUBSCRIPT
014022         END-IF
014023     END-IF
014024     COMPUTE WS-OT-CAP-WORK = WS-OT-THRESHOLD-MINUTES
014025         - WS-ROSTER-WEEK-MINUTES (WS-ROSTER-IDX)
014026         - WS-OT-BREAK-MINUTES
014027     IF WS-OT-CAP-WORK < ZERO
014028         MOVE ZERO TO WS-ROSTER-CAP-MINUTES (WS-ROSTER-IDX)
014029     ELSE
014030         MOVE WS-OT-CAP-WORK
014031             TO WS-ROSTER-CAP-MINUTES (WS-ROSTER-IDX)
014032     END-IF.
014033 3186-EXIT.
014034     EXIT.
014035
014036*----------------------------------------------------------------*
014037*  3187-COMPUTE-WEEK-START - ZELLER DAY OF WEEK FOR               *
014038*  WS-SERIAL-DATE (0 = SATURDAY), TURNED INTO 1 = MONDAY ...      *
014039*  7 = SUNDAY TO MATCH THE START-DAY PARAMETER.  THE DAYS SINCE   *
014040*  THE WORKWEEK STARTED GIVE TODAY'S SLOT, AND STEPPING THE DATE  *
014041*  BACK THAT MANY DAYS GIVES WS-WEEK-START-DATE.  HKWKHRS KEYS    *
014042*  ITS WEEK RECORDS THE SAME WAY.                                 *
014043*----------------------------------------------------------------*
014044 3187-COMPUTE-WEEK-START.
014045     IF WS-SERIAL-MONTH < 3
014046         COMPUTE WS-ZELLER-MONTH = WS-SERIAL-MONTH + 12
014047         COMPUTE WS-ZELLER-YEAR = WS-SERIAL-YEAR - 1
014048     ELSE
014049         MOVE WS-SERIAL-MONTH TO WS-ZELLER-MONTH
014050         MOVE WS-SERIAL-YEAR TO WS-ZELLER-YEAR
014051     END-IF
014052     COMPUTE WS-ZELLER-TERM = 13 * (WS-ZELLER-MONTH + 1)
014053     DIVIDE WS-ZELLER-TERM BY 5 GIVING WS-ZELLER-TERM
014054     DIVIDE WS-ZELLER-YEAR BY 4 GIVING WS-ZELLER-QUARTER
014055     DIVIDE WS-ZELLER-YEAR BY 100 GIVING WS-ZELLER-CENTURY
014056     DIVIDE WS-ZELLER-YEAR BY 400 GIVING WS-ZELLER-QUADCENT
014057     COMPUTE WS-ZELLER-SUM = WS-SERIAL-DAY + WS-ZELLER-TERM
014058         + WS-ZELLER-YEAR + WS-ZELLER-QUARTER
014059         - WS-ZELLER-CENTURY + WS-ZELLER-QUADCENT
014060     DIVIDE WS-ZELLER-SUM BY 7
014061         GIVING WS-ZELLER-QUOTIENT
014062         REMAINDER WS-DAY-OF-WEEK-INDEX
014063     COMPUTE WS-ISO-DAY = WS-DAY-OF-WEEK-INDEX + 5
014064     IF WS-ISO-DAY > 6
014065         SUBTRACT 7 FROM WS-ISO-DAY
014066     END-IF
014067     ADD 1 TO WS-ISO-DAY
014068     IF WS-ISO-DAY < WS-WEEK-START-DAY
014069         COMPUTE WS-DAY-OFFSET =
014070             WS-ISO-DAY + 7 - WS-WEEK-START-DAY
014071     ELSE
014072         COMPUTE WS-DAY-OFFSET = WS-ISO-DAY - WS-WEEK-START-DAY
014073     END-IF
014074     COMPUTE WS-SLOT-SUBSCRIPT = WS-DAY-OFFSET + 1
014075     MOVE WS-SERIAL-DATE TO WS-STEP-DATE
014076     PERFORM 3188-STEP-BACK-ONE-DAY THRU 3188-EXIT
014077         WS-DAY-OFFSET TIMES
014078     MOVE WS-STEP-DATE TO WS-WEEK-START-DATE.
014079 3187-EXIT.
014080     EXIT.
014081
014082 3188-STEP-BACK-ONE-DAY.
014083     IF WS-STEP-DAY > 1
014084         SUBTRACT 1 FROM WS-STEP-DAY
014085         GO TO 3188-EXIT
014086     END-IF
014087     IF WS-STEP-MONTH > 1
014088         SUBTRACT 1 FROM WS-STEP-MONTH
014089     ELSE
014090         MOVE 12 TO WS-STEP-MONTH
014091         SUBTRACT 1 FROM WS-STEP-YEAR
014092     END-IF
014093     MOVE WS-MONTH-DAYS (WS-STEP-MONTH) TO WS-STEP-DAY
014094     IF WS-STEP-MONTH NOT = 2
014095         GO TO 3188-EXIT
014096     END-IF
014097     DIVIDE WS-STEP-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
014098         REMAINDER WS-LEAP-REM-4
014099     DIVIDE WS-STEP-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
014100         REMAINDER WS-LEAP-REM-100
014101     DIVIDE WS-STEP-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
014102         REMAINDER WS-LEAP-REM-400
014103     IF WS-LEAP-REM-4 = ZERO
014104         AND (WS-LEAP-REM-100 NOT = ZERO
014105              OR WS-LEAP-REM-400 = ZERO)
014106         MOVE 29 TO WS-STEP-DAY
014107     END-IF.
014108 3188-EXIT.
014109     EXIT.
014110
014111 3189-ADD-ONE-PRIOR-DAY.
014112     ADD WH-DAY-MINUTES (WS-SUM-SUBSCRIPT)
014113         TO WS-ROSTER-WEEK-MINUTES (WS-ROSTER-IDX).
014114 3189-EXIT.
014115     EXIT.
014116
014117*----------------------------------------------------------------*
014118*  3190-EDIT-ROOM-STATUS-BOARD - THE UP-FRONT EDIT PASS.  EVERY   *
014119*  RAW BOARD RECORD IS CHECKED FOR A VALID STATUS CODE, A ROOM    *
014120*  ON THE ROOM MASTER, AND NO DUPLICATE ROOM NUMBER.  CLEAN       *
014121*  RECORDS GO TO THE EDITED BOARD FILE THE TALLY LOOP READS;      *
014122*  BAD ONES GO TO THE REJECT FILE WITH A REASON CODE.  WHEN THE   *
014123*  REJECT COUNT EXCEEDS THE THRESHOLD THE BOARD IS REFUSED AND    *
014124*  THE RUN STOPS, SO A GLITCHED FRONT-OFFICE EXPORT CANNOT        *
014125*  QUIETLY SKEW THE TALLIES.                                      *
014126*----------------------------------------------------------------*
014127 3190-EDIT-ROOM-STATUS-BOARD.
014128     OPEN OUTPUT EDITED-BOARD-FILE
014129     PERFORM 3193-READ-RAW-ROOM-RECORD THRU 3193-EXIT
014130     PERFORM 3192-EDIT-ONE-ROOM-RECORD THRU 3192-EXIT
014131         UNTIL END-OF-ROOM-FILE
014132     PERFORM 3198-WRITE-EDIT-REPORT THRU 3198-EXIT
014133     CLOSE ROOM-STATUS-FILE
014140     CLOSE ROOM-MASTER-FILE
014150     CLOSE EDITED-BOARD-FILE
014160     IF WS-EDIT-REJECT-CTR > WS-REJECT-THRESHOLD
016820     EXIT.
016830 
016840*----------------------------------------------------------------*
016841*  3410-PICK-HOUSEKEEPER - SETS WS-PICK-SUBSCRIPT FOR A ROOM OF   *
016842*  WS-ROOM-CLEAN-MINUTES IN WS-ROOM-SECTION.  WHILE THE OVERTIME  *
016843*  CAP IS ON, ONLY A HOUSEKEEPER THE ROOM KEEPS WITHIN THEIR CAP  *
016844*  QUALIFIES - SECTION FIRST, THEN ANYONE.  WHEN THE ROOM FITS    *
016845*  NOBODY IT FALLS BACK TO THE UNCAPPED PICK AND IS FLAGGED AS    *
016846*  FORCED PAST THE CAP.                                           *
016847*----------------------------------------------------------------*
016848 3410-PICK-HOUSEKEEPER.
016849     MOVE 'N' TO WS-OT-FORCED-SWITCH
016850     MOVE WS-OT-CAP-SWITCH TO WS-OT-TEST-SWITCH
016851     PERFORM 3415-PICK-ONE-PASS THRU 3415-EXIT
016852     IF WS-PICK-SUBSCRIPT = ZERO
016853         AND OT-CAP-TEST-ON
016854         MOVE 'N' TO WS-OT-TEST-SWITCH
016855         SET OT-ROOM-FORCED TO TRUE
016856         PERFORM 3415-PICK-ONE-PASS THRU 3415-EXIT
016857     END-IF.
016858 3410-EXIT.
016859     EXIT.
016860
016861 3415-PICK-ONE-PASS.
016862     MOVE ZERO TO WS-PICK-SUBSCRIPT
016863     MOVE ZERO TO WS-PICK-MINUTES
016864     PERFORM 3422-PICK-SECTION-HOUSEKEEPER THRU 3422-EXIT
016865         VARYING WS-ROSTER-SUBSCRIPT FROM 1 BY 1
016866         UNTIL WS-ROSTER-SUBSCRIPT > WS-ROSTER-ASSIGN-LIMIT
016867     IF WS-PICK-SUBSCRIPT = ZERO
016868         PERFORM 3424-PICK-LIGHTEST-HOUSEKEEPER THRU 3424-EXIT
016869             VARYING WS-ROSTER-SUBSCRIPT FROM 1 BY 1
016870             UNTIL WS-ROSTER-SUBSCRIPT > WS-ROSTER-ASSIGN-LIMIT
016871     END-IF.
016872 3415-EXIT.
016873     EXIT.
016874
016875*----------------------------------------------------------------*
016876*  3420-ASSIGN-ROOM-TO-HOUSEKEEPER - SECTION-AWARE ASSIGNMENT.    *
016877*  THE ROOM'S SECTION IS THE TWO-DIGIT FLOOR PREFIX OF ITS ROOM   *
016878*  NUMBER.  THE ROOM GOES TO THE LIGHTEST-LOADED (FEWEST          *
016880*  ASSIGNED MINUTES) HOUSEKEEPER WHOSE HOME SECTION MATCHES;      *
016890*  WHEN NOBODY WORKS THAT SECTION IT GOES TO THE LIGHTEST         *
016900*  HOUSEKEEPER OVERALL.  THE BOARD ARRIVES IN ROOM-NUMBER         *
016910*  ORDER, SO BREAKING THE REPORT ON THE SECTION PREFIX GROUPS     *
016920*  EACH HOUSEKEEPER'S PAGE TOGETHER.                              *
016922*  A HOUSEKEEPER THE ROOM WOULD PUSH PAST THEIR OVERTIME CAP IS   *
016924*  PASSED OVER (SEE 3410); A ROOM THAT FITS NOBODY IS PLACED      *
016926*  ANYWAY AND KEPT FOR THE OVERTIME-RISK REPORT.                  *
016930*----------------------------------------------------------------*
016940 3420-ASSIGN-ROOM-TO-HOUSEKEEPER.
016950     IF WS-ROSTER-ASSIGN-LIMIT = ZERO
016960         GO TO 3420-EXIT
016970     END-IF
016980     MOVE EB-ROOM-NUMBER (1:2) TO WS-ROOM-SECTION
017010     PERFORM 3410-PICK-HOUSEKEEPER THRU 3410-EXIT
017090     SET WS-ROSTER-IDX TO WS-PICK-SUBSCRIPT
017100     IF WS-ROOM-SECTION NOT = WS-PREVIOUS-SECTION
017110         MOVE WS-ROOM-SECTION TO WSH-SECTION
017210         TO WA-EMPLOYEE-ID
017220     MOVE WS-ROSTER-EMPLOYEE-NAME (WS-ROSTER-IDX)
017230         TO WA-EMPLOYEE-NAME
017231     IF EB-PRIORITY-SERVICE
017232         MOVE 'PRIORITY' TO WA-PRIORITY-FLAG
017233     ELSE
017234         MOVE SPACES TO WA-PRIORITY-FLAG
017235     END-IF
017240     ADD WS-ROOM-CLEAN-MINUTES TO
017250         WS-ROSTER-MINUTES (WS-ROSTER-IDX)
017252     IF OT-ROOM-FORCED
017254         PERFORM 3440-RECORD-OT-ROOM THRU 3440-EXIT
017256     END-IF
017260     PERFORM 3426-POST-SECTION-LINEN THRU 3426-EXIT
017270     WRITE ASSIGNMENT-REPORT-LINE FROM WS-ASSIGNMENT-LINE
017275     PERFORM 3720-WRITE-EXTRACT-DETAIL THRU 3720-EXIT.
017280 3420-EXIT.
017290     EXIT.
017300
017310 3422-PICK-SECTION-HOUSEKEEPER.
017320     SET WS-ROSTER-IDX TO WS-ROSTER-SUBSCRIPT
017321     IF OT-CAP-TEST-ON
017322         AND WS-ROSTER-MINUTES (WS-ROSTER-IDX)
017323             + WS-ROOM-CLEAN-MINUTES
017324             > WS-ROSTER-CAP-MINUTES (WS-ROSTER-IDX)
017325         GO TO 3422-EXIT
017326     END-IF
017330     IF WS-ROSTER-SECTION (WS-ROSTER-IDX) = WS-ROOM-SECTION
017340         IF WS-PICK-SUBSCRIPT = ZERO
017350             OR WS-ROSTER-MINUTES (WS-ROSTER-IDX)
017440
017450 3424-PICK-LIGHTEST-HOUSEKEEPER.
017460     SET WS-ROSTER-IDX TO WS-ROSTER-SUBSCRIPT
017461     IF OT-CAP-TEST-ON
017462         AND WS-ROSTER-MINUTES (WS-ROSTER-IDX)
017463             + WS-ROOM-CLEAN-MINUTES
017464             > WS-ROSTER-CAP-MINUTES (WS-ROSTER-IDX)
017465         GO TO 3424-EXIT
017466     END-IF
017470     IF WS-PICK-SUBSCRIPT = ZERO
017480         OR WS-ROSTER-MINUTES (WS-ROSTER-IDX) < WS-PICK-MINUTES
017490         MOVE WS-ROSTER-SUBSCRIPT TO WS-PICK-SUBSCRIPT
018350 3430-EXIT.
018360     EXIT.
018370
018371*----------------------------------------------------------------*
018372*  3440-RECORD-OT-ROOM - A ROOM PLACED ONLY BY PUSHING ITS        *
018373*  HOUSEKEEPER PAST THE OVERTIME CAP IS LISTED IN THE OVERTIME    *
018374*  ROOM TABLE FOR THE OVERTIME-RISK REPORT.                       *
018375*----------------------------------------------------------------*
018376 3440-RECORD-OT-ROOM.
018377     IF WS-OT-ROOM-COUNT < 200
018378         ADD 1 TO WS-OT-ROOM-COUNT
018379         SET WS-OTR-IDX TO WS-OT-ROOM-COUNT
018380         MOVE WS-PICK-SUBSCRIPT
018381             TO OT-ROSTER-SUBSCRIPT (WS-OTR-IDX)
018382         MOVE EB-ROOM-NUMBER TO OT-ROOM-NUMBER (WS-OTR-IDX)
018383         MOVE EB-STATUS-CODE TO OT-STATUS-CODE (WS-OTR-IDX)
018384         MOVE WS-ROOM-CLEAN-MINUTES
018385             TO OT-CLEAN-MINUTES (WS-OTR-IDX)
018386     ELSE
018387         DISPLAY 'HOUSEKEEPING OVERTIME WARNING -- ROOM '
018388             EB-ROOM-NUMBER
018389             ' NOT LISTED -- OVERTIME ROOM TABLE IS FULL AT 200'
018390     END-IF.
018391 3440-EXIT.
018392     EXIT.
018393
018395 3450-WRITE-CHECKPOINT-RECORD.
018397     MOVE SPACES TO CHECKPOINT-RECORD
018400     MOVE WS-ROOMS-PROCESSED-CTR TO CK-ROOMS-PROCESSED
018410     MOVE WS-DEPARTURE-ROOM-TALLY TO CK-DEPARTURE-TALLY
018420     MOVE WS-STAY-OVER-ROOM-TALLY TO CK-STAY-OVER-TALLY
018600     EXIT.
018610 
018620*----------------------------------------------------------------*
018621*  3500-BALANCE-PROPERTY-FLOAT - AFTER EVERY PROPERTY IS PLANNED, *
018622*  TAKE EACH ONE THAT FINISHED OVER ITS CUTOFF AND LOAN IT ACTIVE *
018623*  HOUSEKEEPERS, ONE AT A TIME, FROM THE NEAREST PAIRED PROPERTY  *
018624*  THAT CAN SPARE ONE AND STILL FINISH INSIDE ITS OWN CUTOFF.  THE*
018625*  LIGHTEST-LOADED HOUSEKEEPER GOES.  EACH LOAN ADDS THE PAIR'S   *
018626*  TRAVEL MINUTES TO THE RECEIVING WORKLOAD.  WHEN NO MIX OF LOANS*
018627*  BRINGS A PROPERTY INSIDE, ITS LOANS ARE HANDED BACK AND IT IS  *
018628*  REPORTED STILL OVER.  F IS RE-PRICED THROUGH 4000 AS THE       *
018629*  FORECAST DOES; THE BOARD RESULT-VALUES ARE PUT BACK AFTERWARD. *
018630*----------------------------------------------------------------*
018631 3500-BALANCE-PROPERTY-FLOAT.
018632     MOVE RESULT-VALUES TO WS-SAVED-RESULT-VALUES
018633     MOVE SHIFT-START TO WS-SAVE-SHIFT-START
018634     MOVE WS-CURRENT-TEAM-SIZE TO WS-SAVE-TEAM-SIZE
018635     SET BOARD-MINUTES-PRICED TO TRUE
018636     MOVE ZERO TO WS-FLOAT-OVER-CTR
018637     MOVE ZERO TO WS-FLOAT-LOAN-CTR
018638     PERFORM 3510-BALANCE-ONE-PROPERTY THRU 3510-EXIT
018639         VARYING WS-PROPERTY-SUBSCRIPT FROM 1 BY 1
018640         UNTIL WS-PROPERTY-SUBSCRIPT > WS-PROPERTY-COUNT
018641     PERFORM 3560-WRITE-FLOAT-REPORT THRU 3560-EXIT
018642     MOVE WS-SAVED-RESULT-VALUES TO RESULT-VALUES
018643     MOVE WS-SAVE-SHIFT-START TO SHIFT-START
018644     MOVE WS-SAVE-TEAM-SIZE TO WS-CURRENT-TEAM-SIZE.
018645 3500-EXIT.
018646     EXIT.
018647 
018648 3510-BALANCE-ONE-PROPERTY.
018649     SET WS-PROP-IDX TO WS-PROPERTY-SUBSCRIPT
018650     IF NOT WS-PROP-FINISH-TIME (WS-PROP-IDX)
018651         > WS-PROP-RUN-CUTOFF (WS-PROP-IDX)
018652         GO TO 3510-EXIT
018653     END-IF
018654     ADD 1 TO WS-FLOAT-OVER-CTR
018655     MOVE 'N' TO WS-FLOAT-BALANCED-SWITCH
018656     SET FLOAT-DONOR-FOUND TO TRUE
018657     PERFORM 3520-LOAN-ONE-HOUSEKEEPER THRU 3520-EXIT
018658         UNTIL FLOAT-PROPERTY-BALANCED
018659         OR NOT FLOAT-DONOR-FOUND
018660     IF NOT FLOAT-PROPERTY-BALANCED
018661         PERFORM 3540-RETURN-ONE-LOAN THRU 3540-EXIT
018662             VARYING WS-FLOAT-SUBSCRIPT FROM 1 BY 1
018663             UNTIL WS-FLOAT-SUBSCRIPT > WS-FLOAT-COUNT
018664         MOVE ZERO TO WS-PROP-LOANS-IN (WS-PROP-IDX)
018665         MOVE ZERO TO WS-PROP-TRAVEL-MINUTES (WS-PROP-IDX)
018666     END-IF.
018667 3510-EXIT.
018668     EXIT.
018669 
018670 3520-LOAN-ONE-HOUSEKEEPER.
018671     MOVE 'N' TO WS-FLOAT-DONOR-SWITCH
018672     MOVE ZERO TO WS-BEST-DONOR-SUBSCRIPT
018673     PERFORM 3530-CHECK-ONE-DONOR THRU 3530-EXIT
018674         VARYING WS-DONOR-SUBSCRIPT FROM 1 BY 1
018675         UNTIL WS-DONOR-SUBSCRIPT > WS-PROPERTY-COUNT
018676     IF WS-BEST-DONOR-SUBSCRIPT = ZERO
018677         GO TO 3520-EXIT
018678     END-IF
018679     SET FLOAT-DONOR-FOUND TO TRUE
018680     SET WS-FLOAT-IDX TO WS-BEST-LOAN-SUBSCRIPT
018681     MOVE WS-PROPERTY-SUBSCRIPT
018682         TO WS-FLOAT-LOAN-SUBSCRIPT (WS-FLOAT-IDX)
018683     MOVE WS-BEST-TRAVEL-MINUTES
018684         TO WS-FLOAT-TRAVEL-MINUTES (WS-FLOAT-IDX)
018685     SET WS-DONOR-IDX TO WS-BEST-DONOR-SUBSCRIPT
018686     ADD 1 TO WS-PROP-LOANS-OUT (WS-DONOR-IDX)
018687     ADD 1 TO WS-PROP-LOANS-IN (WS-PROP-IDX)
018688     ADD WS-BEST-TRAVEL-MINUTES
018689         TO WS-PROP-TRAVEL-MINUTES (WS-PROP-IDX)
018690     SET WS-DONOR-IDX TO WS-PROPERTY-SUBSCRIPT
018691     PERFORM 3550-TRY-PROPERTY-FINISH THRU 3550-EXIT
018692     IF NOT F > WS-PROP-RUN-CUTOFF (WS-PROP-IDX)
018693         SET FLOAT-PROPERTY-BALANCED TO TRUE
018694     END-IF.
018695 3520-EXIT.
018696     EXIT.
018697 
018698*----------------------------------------------------------------*
018699*  3530-CHECK-ONE-DONOR - A LENDER MUST BE PAIRED WITH THE        *
018700*  PROPERTY ON FLOATPRM, NOT BE BORROWING ITSELF, KEEP AT LEAST   *
018701*  ONE OF ITS OWN ON THE BOARD, HAVE AN ACTIVE HOUSEKEEPER NOT YET*
018702*  LOANED, AND STILL FINISH INSIDE ITS CUTOFF ONE PERSON SHORT.   *
018703*  OF THE LENDERS THAT QUALIFY, THE SHORTEST TRAVEL WINS.         *
018704*----------------------------------------------------------------*
018705 3530-CHECK-ONE-DONOR.
018706     IF WS-DONOR-SUBSCRIPT = WS-PROPERTY-SUBSCRIPT
018707         GO TO 3530-EXIT
018708     END-IF
018709     SET WS-DONOR-IDX TO WS-DONOR-SUBSCRIPT
018710     IF WS-PROP-LOANS-IN (WS-DONOR-IDX) > ZERO
018711         GO TO 3530-EXIT
018712     END-IF
018713     IF WS-PROP-FINISH-TIME (WS-DONOR-IDX)
018714         > WS-PROP-RUN-CUTOFF (WS-DONOR-IDX)
018715         GO TO 3530-EXIT
018716     END-IF
018717     IF WS-PROP-TEAM-SIZE (WS-DONOR-IDX)
018718         NOT > WS-PROP-LOANS-OUT (WS-DONOR-IDX) + 1
018719         GO TO 3530-EXIT
018720     END-IF
018721     PERFORM 3532-FIND-TRAVEL-PAIR THRU 3532-EXIT
018722     IF NOT FLOAT-PAIR-FOUND
018723         GO TO 3530-EXIT
018724     END-IF
018725     IF WS-BEST-DONOR-SUBSCRIPT > ZERO
018726         AND NOT WS-PAIR-TRAVEL-MINUTES < WS-BEST-TRAVEL-MINUTES
018727         GO TO 3530-EXIT
018728     END-IF
018729     MOVE ZERO TO WS-LOAN-SUBSCRIPT
018730     PERFORM 3536-CHECK-ONE-HOUSEKEEPER THRU 3536-EXIT
018731         VARYING WS-FLOAT-SUBSCRIPT FROM 1 BY 1
018732         UNTIL WS-FLOAT-SUBSCRIPT > WS-FLOAT-COUNT
018733     IF WS-LOAN-SUBSCRIPT = ZERO
018734         GO TO 3530-EXIT
018735     END-IF
018736     ADD 1 TO WS-PROP-LOANS-OUT (WS-DONOR-IDX)
018737     PERFORM 3550-TRY-PROPERTY-FINISH THRU 3550-EXIT
018738     SUBTRACT 1 FROM WS-PROP-LOANS-OUT (WS-DONOR-IDX)
018739     IF F > WS-PROP-RUN-CUTOFF (WS-DONOR-IDX)
018740         GO TO 3530-EXIT
018741     END-IF
018742     MOVE WS-DONOR-SUBSCRIPT TO WS-BEST-DONOR-SUBSCRIPT
018743     MOVE WS-PAIR-TRAVEL-MINUTES TO WS-BEST-TRAVEL-MINUTES
018744     MOVE WS-LOAN-SUBSCRIPT TO WS-BEST-LOAN-SUBSCRIPT.
018745 3530-EXIT.
018746     EXIT.
018747 
018748 3532-FIND-TRAVEL-PAIR.
018749     MOVE 'N' TO WS-FLOAT-PAIR-SWITCH
018750     PERFORM 3534-MATCH-ONE-PAIR THRU 3534-EXIT
018751         VARYING WS-TRAVEL-SUBSCRIPT FROM 1 BY 1
018752         UNTIL WS-TRAVEL-SUBSCRIPT > WS-TRAVEL-COUNT
018753         OR FLOAT-PAIR-FOUND.
018754 3532-EXIT.
018755     EXIT.
018756 
018757 3534-MATCH-ONE-PAIR.
018758     SET WS-TRAVEL-IDX TO WS-TRAVEL-SUBSCRIPT
018759     IF (WS-TRAVEL-FROM-PROPERTY (WS-TRAVEL-IDX)
018760             = WS-PROP-CODE (WS-DONOR-IDX)
018761         AND WS-TRAVEL-TO-PROPERTY (WS-TRAVEL-IDX)
018762             = WS-PROP-CODE (WS-PROP-IDX))
018763         OR (WS-TRAVEL-FROM-PROPERTY (WS-TRAVEL-IDX)
018764             = WS-PROP-CODE (WS-PROP-IDX)
018765         AND WS-TRAVEL-TO-PROPERTY (WS-TRAVEL-IDX)
018766             = WS-PROP-CODE (WS-DONOR-IDX))
018767         SET FLOAT-PAIR-FOUND TO TRUE
018768         MOVE WS-TRAVEL-MINUTES (WS-TRAVEL-IDX)
018769             TO WS-PAIR-TRAVEL-MINUTES
018770     END-IF.
018771 3534-EXIT.
018772     EXIT.
018773 
018774 3536-CHECK-ONE-HOUSEKEEPER.
018775     SET WS-FLOAT-IDX TO WS-FLOAT-SUBSCRIPT
018776     IF WS-FLOAT-HOME-SUBSCRIPT (WS-FLOAT-IDX)
018777         NOT = WS-DONOR-SUBSCRIPT
018778         OR WS-FLOAT-LOAN-SUBSCRIPT (WS-FLOAT-IDX) > ZERO
018779         GO TO 3536-EXIT
018780     END-IF
018781     IF WS-LOAN-SUBSCRIPT = ZERO
018782         OR WS-FLOAT-MINUTES (WS-FLOAT-IDX) < WS-LOAN-MINUTES
018783         MOVE WS-FLOAT-SUBSCRIPT TO WS-LOAN-SUBSCRIPT
018784         MOVE WS-FLOAT-MINUTES (WS-FLOAT-IDX) TO WS-LOAN-MINUTES
018785     END-IF.
018786 3536-EXIT.
018787     EXIT.
018788 
018789 3540-RETURN-ONE-LOAN.
018790     SET WS-FLOAT-IDX TO WS-FLOAT-SUBSCRIPT
018791     IF WS-FLOAT-LOAN-SUBSCRIPT (WS-FLOAT-IDX)
018792         NOT = WS-PROPERTY-SUBSCRIPT
018793         GO TO 3540-EXIT
018794     END-IF
018795     SET WS-DONOR-IDX TO WS-FLOAT-HOME-SUBSCRIPT (WS-FLOAT-IDX)
018796     SUBTRACT 1 FROM WS-PROP-LOANS-OUT (WS-DONOR-IDX)
018797     MOVE ZERO TO WS-FLOAT-LOAN-SUBSCRIPT (WS-FLOAT-IDX)
018798     MOVE ZERO TO WS-FLOAT-TRAVEL-MINUTES (WS-FLOAT-IDX).
018799 3540-EXIT.
018800     EXIT.
018801 
018802*----------------------------------------------------------------*
018803*  3550-TRY-PROPERTY-FINISH - PROJECTED FINISH F FOR THE PROPERTY *
018804*  AT WS-DONOR-IDX WITH ITS LOANS SO FAR: THE BOARD WORKLOAD PLUS *
018805*  TRAVEL FOR EACH HOUSEKEEPER LOANED IN, SPREAD OVER ITS TEAM    *
018806*  PLUS THOSE LOANED IN LESS THOSE LOANED OUT.                    *
018807*----------------------------------------------------------------*
018808 3550-TRY-PROPERTY-FINISH.
018809     COMPUTE WS-TRIAL-WORKLOAD = WS-PROP-WORKLOAD (WS-DONOR-IDX)
018810         + WS-PROP-TRAVEL-MINUTES (WS-DONOR-IDX)
018811     COMPUTE WS-TRIAL-TEAM-SIZE = WS-PROP-TEAM-SIZE (WS-DONOR-IDX)
018812         + WS-PROP-LOANS-IN (WS-DONOR-IDX)
018813         - WS-PROP-LOANS-OUT (WS-DONOR-IDX)
018814     MOVE WS-TRIAL-WORKLOAD TO WS-DEPARTURE-MINUTES-TALLY
018815     MOVE ZERO TO WS-STAY-OVER-MINUTES-TALLY
018816     MOVE WS-PROP-RUN-SHIFT-START (WS-DONOR-IDX) TO SHIFT-START
018817     MOVE WS-TRIAL-TEAM-SIZE TO WS-CURRENT-TEAM-SIZE
018818     PERFORM 4000-VALIDATE-AND-COMPUTE-RESULTS THRU 4000-EXIT.
018819 3550-EXIT.
018820     EXIT.
018821 
018822*----------------------------------------------------------------*
018823*  3560-WRITE-FLOAT-REPORT - THE RECOMMENDED LOANS, THEN EVERY    *
018824*  PROPERTY'S TEAM AND FINISH BEFORE AND AFTER THEM.              *
018825*----------------------------------------------------------------*
018826 3560-WRITE-FLOAT-REPORT.
018827     OPEN OUTPUT FLOAT-REPORT-FILE
018828     MOVE WS-RUN-DATE TO WFH-RUN-DATE
018829     WRITE FLOAT-REPORT-LINE FROM WS-FLOAT-HEADING-LINE
018830     MOVE SPACES TO FLOAT-REPORT-LINE
018831     WRITE FLOAT-REPORT-LINE
018832     IF WS-FLOAT-OVER-CTR = ZERO
018833         MOVE
018834             'NO FLOAT NEEDED -- EVERY PROPERTY INSIDE ITS CUTOFF'
018835             TO FLOAT-REPORT-LINE
018836         WRITE FLOAT-REPORT-LINE
018837     ELSE
018838         WRITE FLOAT-REPORT-LINE FROM WS-FLOAT-LOAN-HEADING
018839         PERFORM 3570-WRITE-LOAN-LINE THRU 3570-EXIT
018840             VARYING WS-FLOAT-SUBSCRIPT FROM 1 BY 1
018841             UNTIL WS-FLOAT-SUBSCRIPT > WS-FLOAT-COUNT
018842         IF WS-FLOAT-LOAN-CTR = ZERO
018843             MOVE
018844                 '  NONE -- NO LOAN KEEPS BOTH SIDES INSIDE'
018845                 TO FLOAT-REPORT-LINE
018846             WRITE FLOAT-REPORT-LINE
018847         END-IF
018848     END-IF
018849     MOVE SPACES TO FLOAT-REPORT-LINE
018850     WRITE FLOAT-REPORT-LINE
018851     WRITE FLOAT-REPORT-LINE FROM WS-FLOAT-PROPERTY-HEADING
018852     PERFORM 3580-WRITE-PROPERTY-RESULT THRU 3580-EXIT
018853         VARYING WS-PROPERTY-SUBSCRIPT FROM 1 BY 1
018854         UNTIL WS-PROPERTY-SUBSCRIPT > WS-PROPERTY-COUNT
018855     MOVE SPACES TO FLOAT-REPORT-LINE
018856     WRITE FLOAT-REPORT-LINE
018857     IF WS-FLOAT-LOAN-CTR > ZERO
018858         MOVE 'NEW FN ALLOWS TRAVEL MINUTES FOR EACH LOAN'
018859             TO FLOAT-REPORT-LINE
018860         WRITE FLOAT-REPORT-LINE
018861     END-IF
018862     IF FLOAT-TRIAL-PASS
018863         MOVE 'BOARDS RE-PLANNED WITH THE LOANS ABOVE'
018864             TO FLOAT-REPORT-LINE
018865     ELSE
018866         MOVE 'RECOMMENDATION ONLY -- BOARDS NOT RE-PLANNED'
018867             TO FLOAT-REPORT-LINE
018868     END-IF
018869     WRITE FLOAT-REPORT-LINE
018870     CLOSE FLOAT-REPORT-FILE.
018871 3560-EXIT.
018872     EXIT.
018873 
018874 3570-WRITE-LOAN-LINE.
018875     SET WS-FLOAT-IDX TO WS-FLOAT-SUBSCRIPT
018876     IF WS-FLOAT-LOAN-SUBSCRIPT (WS-FLOAT-IDX) = ZERO
018877         GO TO 3570-EXIT
018878     END-IF
018879     ADD 1 TO WS-FLOAT-LOAN-CTR
018880     MOVE WS-FLOAT-EMPLOYEE-ID (WS-FLOAT-IDX) TO WFL-EMPLOYEE-ID
018881     MOVE WS-FLOAT-EMPLOYEE-NAME (WS-FLOAT-IDX)
018882         TO WFL-EMPLOYEE-NAME
018883     MOVE WS-FLOAT-TRAVEL-MINUTES (WS-FLOAT-IDX)
018884         TO WFL-TRAVEL-MINUTES
018885     MOVE WS-FLOAT-MINUTES (WS-FLOAT-IDX) TO WFL-ROOM-MINUTES
018886     SET WS-DONOR-IDX TO WS-FLOAT-HOME-SUBSCRIPT (WS-FLOAT-IDX)
018887     MOVE WS-PROP-CODE (WS-DONOR-IDX) TO WFL-FROM-PROPERTY
018888     SET WS-DONOR-IDX TO WS-FLOAT-LOAN-SUBSCRIPT (WS-FLOAT-IDX)
018889     MOVE WS-PROP-CODE (WS-DONOR-IDX) TO WFL-TO-PROPERTY
018890     WRITE FLOAT-REPORT-LINE FROM WS-FLOAT-LOAN-LINE.
018891 3570-EXIT.
018892     EXIT.
018893 
018894 3580-WRITE-PROPERTY-RESULT.
018895     SET WS-DONOR-IDX TO WS-PROPERTY-SUBSCRIPT
018896     MOVE WS-PROP-CODE (WS-DONOR-IDX) TO WFP-PROPERTY-CODE
018897     MOVE WS-PROP-NAME (WS-DONOR-IDX) TO WFP-PROPERTY-NAME
018898     MOVE WS-PROP-TEAM-SIZE (WS-DONOR-IDX) TO WFP-TEAM-SIZE
018899     MOVE WS-PROP-FINISH-TIME (WS-DONOR-IDX) TO WFP-FINISH-TIME
018900     MOVE WS-PROP-RUN-CUTOFF (WS-DONOR-IDX) TO WFP-CUTOFF-TIME
018901     PERFORM 3550-TRY-PROPERTY-FINISH THRU 3550-EXIT
018902     MOVE WS-TRIAL-TEAM-SIZE TO WFP-NEW-TEAM-SIZE
018903     MOVE F TO WFP-NEW-FINISH-TIME
018904     IF WS-PROP-LOANS-IN (WS-DONOR-IDX) > ZERO
018905         MOVE 'BALANCED' TO WFP-RESULT
018906     ELSE
018907         IF WS-PROP-LOANS-OUT (WS-DONOR-IDX) > ZERO
018908             MOVE 'LENDER' TO WFP-RESULT
018909         ELSE
018910             IF WS-PROP-FINISH-TIME (WS-DONOR-IDX)
018911                 > WS-PROP-RUN-CUTOFF (WS-DONOR-IDX)
018912                 MOVE 'STILL OVER' TO WFP-RESULT
018913             ELSE
018914                 MOVE 'INSIDE' TO WFP-RESULT
018915             END-IF
018916         END-IF
018917     END-IF
018918     WRITE FLOAT-REPORT-LINE FROM WS-FLOAT-PROPERTY-LINE.
018919 3580-EXIT.
018920     EXIT.
018921 
018922*----------------------------------------------------------------*
018923*  3590-REPLAN-FLOAT-BOARDS - THE FIRST PROPERTY LOOP WAS A TRIAL *
018924*  THAT WROTE NO LOG RECORDS.  START THE DAILY OUTPUTS OVER AND   *
018925*  PLAN EVERY BOARD AGAIN WITH THE LOANS, SO EACH LOANED          *
018926*  HOUSEKEEPER'S ROOMS, LOG AND PAYROLL FALL UNDER THE PROPERTY   *
018927*  WORKED.  A MULTI-PROPERTY RUN DOES NOT RESTART, SO THE         *
018928*  ASSIGNMENT OUTPUTS ARE STARTED OVER TOO.                       *
018929*----------------------------------------------------------------*
018930 3590-REPLAN-FLOAT-BOARDS.
018931     SET FLOAT-REPLAN-PASS TO TRUE
018932     MOVE 'N' TO WS-RESTART-SWITCH
018933     PERFORM 3950-CLOSE-DAILY-FILES THRU 3950-EXIT
018934     PERFORM 3102-OPEN-BOARD-OUTPUTS THRU 3102-EXIT
018935     PERFORM 3040-RUN-PROPERTY-LOOP THRU 3040-EXIT.
018936 3590-EXIT.
018937     EXIT.
018938 
018939*----------------------------------------------------------------*
018940*  3600-WRITE-OT-RISK-REPORT - EVERY HOUSEKEEPER WHOSE WEEK SO    *
018941*  FAR PLUS TODAY'S ROOMS AND BREAK ALLOWANCE G STILL PROJECTS    *
018942*  PAST THE OVERTIME THRESHOLD, FOLLOWED BY THE ROOMS THAT WERE   *
018943*  FORCED ONTO THEM BECAUSE NOBODY ELSE HAD ROOM UNDER THE CAP.   *
018944*----------------------------------------------------------------*
018945 3600-WRITE-OT-RISK-REPORT.
018946     MOVE ZERO TO WS-OT-OVER-CTR
018947     MOVE WS-CURRENT-PROPERTY-CODE TO WOH-PROPERTY-CODE
018948     MOVE WS-WEEK-START-DATE TO WOH-WEEK-START-DATE
018949     MOVE WS-OT-THRESHOLD-HOURS TO WOH-THRESHOLD
018950     WRITE OT-RISK-REPORT-LINE FROM WS-OT-HEADING-LINE
018951     IF NOT OT-CAP-ACTIVE
018952         MOVE '  OVERTIME CAP IS OFF -- NO THRESHOLD SET'
018953             TO OT-RISK-REPORT-LINE
018954         WRITE OT-RISK-REPORT-LINE
018955         MOVE SPACES TO OT-RISK-REPORT-LINE
018956         WRITE OT-RISK-REPORT-LINE
018957         GO TO 3600-EXIT
018958     END-IF
018959     WRITE OT-RISK-REPORT-LINE FROM WS-OT-COLUMN-LINE
018960     PERFORM 3620-CHECK-ONE-HOUSEKEEPER THRU 3620-EXIT
018961         VARYING WS-ROSTER-SUBSCRIPT FROM 1 BY 1
018962         UNTIL WS-ROSTER-SUBSCRIPT > WS-ROSTER-ASSIGN-LIMIT
018963     IF WS-OT-OVER-CTR = ZERO
018964         MOVE '  NO HOUSEKEEPER IS PROJECTED OVER THE THRESHOLD'
018965             TO OT-RISK-REPORT-LINE
018966         WRITE OT-RISK-REPORT-LINE
018967     END-IF
018968     MOVE SPACES TO OT-RISK-REPORT-LINE
018969     WRITE OT-RISK-REPORT-LINE.
018970 3600-EXIT.
018971     EXIT.
018972
018973 3620-CHECK-ONE-HOUSEKEEPER.
018974     SET WS-ROSTER-IDX TO WS-ROSTER-SUBSCRIPT
018975     COMPUTE WS-OT-PROJECTED-MINUTES =
018976         WS-ROSTER-WEEK-MINUTES (WS-ROSTER-IDX)
018977         + WS-ROSTER-MINUTES (WS-ROSTER-IDX) + G
018978     IF WS-OT-PROJECTED-MINUTES NOT > WS-OT-THRESHOLD-MINUTES
018979         GO TO 3620-EXIT
018980     END-IF
018981     ADD 1 TO WS-OT-OVER-CTR
018982     MOVE WS-ROSTER-EMPLOYEE-ID (WS-ROSTER-IDX)
018983         TO WOE-EMPLOYEE-ID
018984     MOVE WS-ROSTER-EMPLOYEE-NAME (WS-ROSTER-IDX)
018985         TO WOE-EMPLOYEE-NAME
018986     COMPUTE WOE-PRIOR-HOURS ROUNDED =
018987         WS-ROSTER-WEEK-MINUTES (WS-ROSTER-IDX) / HOUR
018988     COMPUTE WOE-TODAY-HOURS ROUNDED =
018989         (WS-ROSTER-MINUTES (WS-ROSTER-IDX) + G) / HOUR
018990     COMPUTE WOE-PROJECTED-HOURS ROUNDED =
018991         WS-OT-PROJECTED-MINUTES / HOUR
018992     COMPUTE WOE-OVER-HOURS ROUNDED =
018993         (WS-OT-PROJECTED-MINUTES - WS-OT-THRESHOLD-MINUTES)
018994         / HOUR
018995     WRITE OT-RISK-REPORT-LINE FROM WS-OT-EMPLOYEE-LINE
018996     PERFORM 3640-WRITE-ONE-OT-ROOM THRU 3640-EXIT
018997         VARYING WS-OT-ROOM-SUBSCRIPT FROM 1 BY 1
018998         UNTIL WS-OT-ROOM-SUBSCRIPT > WS-OT-ROOM-COUNT.
018999 3620-EXIT.
019000     EXIT.
019001
019002 3640-WRITE-ONE-OT-ROOM.
019003     SET WS-OTR-IDX TO WS-OT-ROOM-SUBSCRIPT
019004     IF OT-ROSTER-SUBSCRIPT (WS-OTR-IDX) = WS-ROSTER-SUBSCRIPT
019005         MOVE OT-ROOM-NUMBER (WS-OTR-IDX) TO WOR-ROOM-NUMBER
019006         MOVE OT-STATUS-CODE (WS-OTR-IDX) TO WOR-STATUS-CODE
019007         MOVE OT-CLEAN-MINUTES (WS-OTR-IDX) TO WOR-CLEAN-MINUTES
019008         WRITE OT-RISK-REPORT-LINE FROM WS-OT-ROOM-LINE
019009     END-IF.
019010 3640-EXIT.
019011     EXIT.
019012
019013*----------------------------------------------------------------*
019014*  3700/3720/3740 - THE ASSIGNMENT EXTRACT.  ONE HEADER PER       *
019015*  PROPERTY PASS, ONE DETAIL PER ROOM HANDED TO A HOUSEKEEPER     *
019016*  (WRITTEN BESIDE ITS ASSIGNMENT-REPORT LINE IN 3420), AND A     *
019017*  TRAILER WITH THE DETAIL COUNT AND PLAN-MINUTE HASH TOTAL.  A   *
019018*  RESTARTED RUN EXTENDS THE FILE AND FRAMES THE ROOMS IT         *
019019*  ASSIGNS AFTER THE RESTART IN A HEADER/TRAILER PAIR OF THEIR    *
019020*  OWN.                                                           *
019021*----------------------------------------------------------------*
019022 3700-WRITE-EXTRACT-HEADER.
019023     MOVE ZERO TO WS-EXTRACT-DETAIL-CTR
019024     MOVE ZERO TO WS-EXTRACT-MINUTES-TOTAL
019025     MOVE SPACES TO ASSIGNMENT-EXTRACT-RECORD
019026     MOVE 'H' TO AX-RECORD-TYPE
019027     MOVE WS-RUN-DATE TO XH-RUN-DATE
019028     MOVE SHIFT-START TO XH-SHIFT-START
019029     MOVE WS-CURRENT-PROPERTY-CODE TO XH-PROPERTY-CODE
019030     WRITE ASSIGNMENT-EXTRACT-RECORD.
019031 3700-EXIT.
019032     EXIT.
019033
019034 3720-WRITE-EXTRACT-DETAIL.
019035     MOVE SPACES TO ASSIGNMENT-EXTRACT-RECORD
019036     MOVE 'D' TO AX-RECORD-TYPE
019037     MOVE WS-RUN-DATE TO AX-RUN-DATE
019038     MOVE EB-PROPERTY-CODE TO AX-PROPERTY-CODE
019039     MOVE WS-ROOM-SECTION TO AX-SECTION
019040     MOVE EB-ROOM-NUMBER TO AX-ROOM-NUMBER
019041     MOVE EB-STATUS-CODE TO AX-STATUS-CODE
019042     MOVE EB-ROOM-TYPE TO AX-ROOM-TYPE
019043     MOVE WS-ROOM-CLEAN-MINUTES TO AX-PLAN-MINUTES
019044     MOVE WS-ROSTER-EMPLOYEE-ID (WS-ROSTER-IDX) TO AX-EMPLOYEE-ID
019045     MOVE EB-SERVICE-PRIORITY TO AX-SERVICE-PRIORITY
019046     ADD 1 TO WS-EXTRACT-DETAIL-CTR
019047     ADD WS-ROOM-CLEAN-MINUTES TO WS-EXTRACT-MINUTES-TOTAL
019048     WRITE ASSIGNMENT-EXTRACT-RECORD.
019049 3720-EXIT.
019050     EXIT.
019051
019052 3740-WRITE-EXTRACT-TRAILER.
019053     MOVE SPACES TO ASSIGNMENT-EXTRACT-RECORD
019054     MOVE 'T' TO AX-RECORD-TYPE
019055     MOVE WS-EXTRACT-DETAIL-CTR TO XT-DETAIL-COUNT
019056     MOVE WS-EXTRACT-MINUTES-TOTAL TO XT-TOTAL-MINUTES
019057     WRITE ASSIGNMENT-EXTRACT-RECORD.
019058 3740-EXIT.
019059     EXIT.
019060
019061*----------------------------------------------------------------*
019062*  3800-WRITE-PICK-LIST - ONE EXTRACT RECORD AND ONE REPORT LINE  *
019063*  PER SECTION WITH ROOMS ASSIGNED, PLUS A PROPERTY TOTAL, SO     *
019064*  THE STOREROOM STAGES EACH SECTION'S CART BEFORE THE SHIFT.     *
019065*----------------------------------------------------------------*
019066 3800-WRITE-PICK-LIST.
019067     MOVE ZERO TO WS-PROP-SHEETS-TOTAL
019068     MOVE ZERO TO WS-PROP-TOWELS-TOTAL
019069     MOVE ZERO TO WS-PROP-KITS-TOTAL
019070     MOVE WS-CURRENT-PROPERTY-CODE TO WPH-PROPERTY-CODE
019071     WRITE PICK-LIST-REPORT-LINE FROM WS-PICK-HEADING-LINE
019072     MOVE 'SECT ROOMS  SHEETS TOWELS KITS'
019073         TO PICK-LIST-REPORT-LINE
019074     WRITE PICK-LIST-REPORT-LINE
019075     PERFORM 3820-WRITE-ONE-PICK-LINE THRU 3820-EXIT
019076        VARYING WS-LINEN-SUBSCRIPT FROM 1 BY 1
019077        UNTIL WS-LINEN-SUBSCRIPT > WS-LINEN-COUNT
019078     MOVE WS-PROP-SHEETS-TOTAL TO WPT-SHEETS
019079     MOVE WS-PROP-TOWELS-TOTAL TO WPT-TOWELS
019080     MOVE WS-PROP-KITS-TOTAL TO WPT-KITS
019081     WRITE PICK-LIST-REPORT-LINE FROM WS-PICK-TOTAL-LINE
019082     MOVE SPACES TO PICK-LIST-REPORT-LINE
019083     WRITE PICK-LIST-REPORT-LINE.
019084 3800-EXIT.
019085     EXIT.
019086
019087 3820-WRITE-ONE-PICK-LINE.
019088     SET WS-LNN-IDX TO WS-LINEN-SUBSCRIPT
019089     MOVE SPACES TO PICK-LIST-RECORD
019090     MOVE WS-CURRENT-PROPERTY-CODE TO PK-PROPERTY-CODE
019091     MOVE LN-SECTION (WS-LNN-IDX) TO PK-SECTION
019092     MOVE LN-ROOM-COUNT (WS-LNN-IDX) TO PK-ROOM-COUNT
019093     MOVE LN-SHEETS (WS-LNN-IDX) TO PK-SHEETS
019094     MOVE LN-TOWELS (WS-LNN-IDX) TO PK-TOWELS
019095     MOVE LN-KITS (WS-LNN-IDX) TO PK-AMENITY-KITS
019096     WRITE PICK-LIST-RECORD
019097     MOVE LN-SECTION (WS-LNN-IDX) TO WPK-SECTION
019098     MOVE LN-ROOM-COUNT (WS-LNN-IDX) TO WPK-ROOMS
019099     MOVE LN-SHEETS (WS-LNN-IDX) TO WPK-SHEETS
019100     MOVE LN-TOWELS (WS-LNN-IDX) TO WPK-TOWELS
019101     MOVE LN-KITS (WS-LNN-IDX) TO WPK-KITS
019102     WRITE PICK-LIST-REPORT-LINE FROM WS-PICK-DETAIL-LINE
019103     ADD LN-SHEETS (WS-LNN-IDX) TO WS-PROP-SHEETS-TOTAL
019104     ADD LN-TOWELS (WS-LNN-IDX) TO WS-PROP-TOWELS-TOTAL
019105     ADD LN-KITS (WS-LNN-IDX) TO WS-PROP-KITS-TOTAL.
019106 3820-EXIT.
019107     EXIT.
019108
019109*----------------------------------------------------------------*
019110*  3900-WRITE-PAYROLL-EXTRACT - A HEADER RECORD, ONE DETAIL PER    *
019120*  HOUSEKEEPER WHO ACTUALLY WORKED TODAY (WS-ROSTER-ASSIGN-LIMIT, *
019130*  NOT THE WHOLE ROSTER, SO A SHORT-STAFFED OVERRIDE DOESN'T PAY  *
019650     CLOSE PICK-LIST-EXTRACT-FILE
019660     CLOSE PICK-LIST-REPORT-FILE
019670     CLOSE ASSIGNMENT-REPORT-FILE
019673     CLOSE ASSIGNMENT-EXTRACT-FILE
019676     CLOSE OT-RISK-REPORT-FILE
019680     CLOSE EXCEPTION-REPORT-FILE
019690     CLOSE PAYROLL-EXTRACT-FILE
019700     CLOSE HOUSEKEEPING-LOG-FILE.
022200
022210*==================================================================*
022220*  7000-PROCESS-MIDSHIFT-CHANGES - RELOAD THE MORNING BOARD FROM   *
022230*  THE ASSIGNMENT EXTRACT (SEEDING EACH HOUSEKEEPER'S MORNING      *
022240*  MINUTES), APPLY THE DELTA TRANSACTIONS, REASSIGN ONLY THE       *
022250*  CHANGED OR ADDED ROOMS, RECOMPUTE THE TALLIES AND F, AND        *
022260*  REISSUE THE LOG RECORD, EXCEPTION CHECK AND THE FULL-DAY        *
022340     END-IF
022350     PERFORM 3150-LOAD-HOUSEKEEPER-ROSTER THRU 3150-EXIT
022360     PERFORM 3180-RESOLVE-TEAM-SIZE THRU 3180-EXIT
022365     PERFORM 3185-LOAD-WEEKLY-HOURS THRU 3185-EXIT
022370     OPEN INPUT ASSIGNMENT-EXTRACT-FILE
022380     IF NOT ASSIGN-EXT-FILE-OK
022390         MOVE 'MORNING ASNEXTF - RUN BOARD FIRST'
022400             TO WS-BAD-FILE-NAME
022410         PERFORM 9600-FILE-OPEN-ERROR-ROUTINE THRU 9600-EXIT
022420     END-IF
022750     EXIT.
022760
022770*----------------------------------------------------------------*
022780*  7100-LOAD-MORNING-BOARD - READ THE MORNING ASSIGNMENT EXTRACT  *
022790*  INTO WS-BOARD-TABLE AND CREDIT EACH DETAIL'S PLAN MINUTES      *
022800*  BACK TO ITS HOUSEKEEPER SO THE REASSIGNMENT BALANCES ON TOP    *
022810*  OF THE REAL MORNING LOAD.  HEADERS AND TRAILERS SKIP.          *
022820*----------------------------------------------------------------*
022830 7100-LOAD-MORNING-BOARD.
022840     PERFORM 7110-READ-MORNING-LINE THRU 7110-EXIT
022850     PERFORM 7120-STORE-MORNING-LINE THRU 7120-EXIT
022860         UNTIL END-OF-ROOM-FILE
022870     CLOSE ASSIGNMENT-EXTRACT-FILE.
022880 7100-EXIT.
022890     EXIT.
022900
022910 7110-READ-MORNING-LINE.
022920     READ ASSIGNMENT-EXTRACT-FILE
022930         AT END SET END-OF-ROOM-FILE TO TRUE
022940     END-READ.
022950 7110-EXIT.
022960     EXIT.
022970
022980 7120-STORE-MORNING-LINE.
022990     IF NOT AX-DETAIL-RECORD
023020         GO TO 7120-NEXT
023030     END-IF
023050     IF WS-BOARD-COUNT < 500
023060         ADD 1 TO WS-BOARD-COUNT
023070         SET WS-BOARD-IDX TO WS-BOARD-COUNT
023080         MOVE AX-ROOM-NUMBER TO BD-ROOM-NUMBER (WS-BOARD-IDX)
023090         MOVE AX-STATUS-CODE TO BD-STATUS-CODE (WS-BOARD-IDX)
023100         MOVE AX-ROOM-TYPE TO BD-ROOM-TYPE (WS-BOARD-IDX)
023110         MOVE AX-PLAN-MINUTES TO
023120             BD-CLEAN-MINUTES (WS-BOARD-IDX)
023130         MOVE AX-EMPLOYEE-ID TO BD-EMPLOYEE-ID (WS-BOARD-IDX)
023140         MOVE 'Y' TO BD-ACTIVE-FLAG (WS-BOARD-IDX)
023150         MOVE AX-EMPLOYEE-ID TO WS-LOOKUP-EMPLOYEE-ID
023160         PERFORM 7300-FIND-ROSTER-EMPLOYEE THRU 7300-EXIT
023170         IF ROSTER-EMPLOYEE-FOUND
023180             ADD AX-PLAN-MINUTES TO
023190                 WS-ROSTER-MINUTES (WS-ROSTER-IDX)
023200         ELSE
023210             DISPLAY 'MID-SHIFT WARNING -- MORNING HOUSEKEEPER '
023220                 AX-EMPLOYEE-ID
023230                 ' IS NOT ON TODAY''S ROSTER'
023240         END-IF
023250     ELSE
023260         DISPLAY 'MID-SHIFT WARNING -- ROOM '
023270             AX-ROOM-NUMBER
023280             ' DROPPED -- BOARD TABLE IS FULL AT 500 ENTRIES'
023290     END-IF.
023300 7120-NEXT.
025200     END-IF
025210     MOVE BD-ROOM-NUMBER (WS-BOARD-IDX) (1:2)
025220         TO WS-ROOM-SECTION
025230     MOVE BD-CLEAN-MINUTES (WS-BOARD-IDX) TO WS-ROOM-CLEAN-MINUTES
025250     PERFORM 3410-PICK-HOUSEKEEPER THRU 3410-EXIT
025330     SET WS-ROSTER-IDX TO WS-PICK-SUBSCRIPT
025340     MOVE WS-ROSTER-EMPLOYEE-ID (WS-ROSTER-IDX)
025350         TO BD-EMPLOYEE-ID (WS-BOARD-IDX)
025360     ADD BD-CLEAN-MINUTES (WS-BOARD-IDX)
025370         TO WS-ROSTER-MINUTES (WS-ROSTER-IDX)
025371     IF OT-ROOM-FORCED
025372         DISPLAY 'HOUSEKEEPING OVERTIME WARNING -- ROOM '
025373             BD-ROOM-NUMBER (WS-BOARD-IDX) ' PLACED WITH '
025374             WS-ROSTER-EMPLOYEE-ID (WS-ROSTER-IDX)
025375             ' PAST THE OVERTIME CAP'
025376     END-IF.
025380 7400-EXIT.
025390     EXIT.
025400
