000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     HKWKHRS.
000030 AUTHOR.         M R DUNBAR.
000040 INSTALLATION.   HOUSEKEEPING SYSTEMS - ROOMS DIVISION.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*  MODIFICATION HISTORY                                           *
000090*  ------------------------------------------------------------  *
000100*  DATE       BY   DESCRIPTION                                    *
000110*  ---------- ---- -------------------------------------------    *
000120*  10/15/2026 MRD  ORIGINAL VERSION - NIGHTLY WEEKLY HOURS        *
000130*                  POSTING.  EACH PAYROLL EXTRACT DETAIL          *
000140*                  (ASSIGNED MINUTES PLUS BREAK ALLOWANCE G) IS   *
000150*                  POSTED TO THE HOUSEKEEPER'S WORKWEEK RECORD    *
000160*                  ON THE INDEXED WEEKLY-HOURS MASTER (WKHOURS),  *
000170*                  IN THE DAY-OF-WEEK SLOT FOR ITS RUN DATE, SO   *
000180*                  THE NEXT MORNING'S BOARD RUN CAN CAP EACH      *
000190*                  HOUSEKEEPER SHORT OF THE OVERTIME THRESHOLD.   *
000200*                  THE WORKWEEK START DAY COMES FROM PROPPARM     *
000210*                  PER PROPERTY, ELSE FROM THE CONTROL CARD.      *
000220*                  THE MASTER IS CREATED EMPTY ON THE FIRST RUN.  *
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
000320     SELECT PAYROLL-EXTRACT-FILE
000330         ASSIGN TO PAYEXTF
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-PAYROLL-FILE-KEY.
000360
000370     SELECT PROPERTY-PARAMETER-FILE
000380         ASSIGN TO PROPPARM
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-PROPPARM-KEY.
000410
000420     SELECT WEEKLY-HOURS-FILE
000430         ASSIGN TO WKHOURS
000440         ORGANIZATION IS INDEXED
000450         ACCESS IS RANDOM
000460         RECORD KEY IS WH-WEEK-KEY
000470         FILE STATUS IS WS-WEEKLY-HOURS-KEY.
000480
000490     SELECT POSTING-REPORT-FILE
000500         ASSIGN TO WKHRSRPT
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-POSTING-RPT-KEY.
000530
000531     SELECT BUSINESS-DATE-FILE
000532         ASSIGN TO BUSDATE
000533         ORGANIZATION IS LINE SEQUENTIAL
000534         FILE STATUS IS WS-BUSINESS-DATE-KEY.
000535
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  PAYROLL-EXTRACT-FILE
000570     LABEL RECORDS ARE STANDARD.
000580 COPY PAYEXT.
000590
000600 FD  PROPERTY-PARAMETER-FILE
000610     LABEL RECORDS ARE STANDARD.
000620 COPY PRPPARM.
000630
000640 FD  WEEKLY-HOURS-FILE
000650     LABEL RECORDS ARE STANDARD.
000660 COPY WKHRS.
000670
000680 FD  POSTING-REPORT-FILE
000690     LABEL RECORDS ARE STANDARD.
000700 01  POSTING-REPORT-LINE          PIC X(80).
000710
000712 FD  BUSINESS-DATE-FILE
000714     LABEL RECORDS ARE STANDARD.
000716 COPY BUSDTE.
000718
000720 WORKING-STORAGE SECTION.
000730*----------------------------------------------------------------*
000740*  FILE STATUS KEYS AND SWITCHES                                  *
000750*----------------------------------------------------------------*
000760 01  WS-FILE-STATUS-KEYS.
000770     05  WS-PAYROLL-FILE-KEY       PIC X(02) VALUE SPACES.
000780         88  PAYROLL-FILE-OK               VALUE '00'.
000790     05  WS-PROPPARM-KEY           PIC X(02) VALUE SPACES.
000800         88  PROPPARM-FILE-OK              VALUE '00'.
000810     05  WS-WEEKLY-HOURS-KEY       PIC X(02) VALUE SPACES.
000820         88  WEEKLY-HOURS-FILE-OK          VALUE '00'.
000830         88  WEEKLY-HOURS-NOT-FOUND        VALUE '35'.
000840         88  WEEKLY-HOURS-REC-MISSING      VALUES '23' '35'.
000850     05  WS-POSTING-RPT-KEY        PIC X(02) VALUE SPACES.
000853     05  WS-BUSINESS-DATE-KEY      PIC X(02) VALUE SPACES.
000856         88  BUSINESS-DATE-FILE-OK         VALUE '00'.
000860
000870 01  WS-SWITCHES.
000880     05  WS-PAYROLL-EOF-SWITCH     PIC X(01) VALUE 'N'.
000890         88  END-OF-PAYROLL-FILE           VALUE 'Y'.
000900     05  WS-PROPPARM-EOF-SWITCH    PIC X(01) VALUE 'N'.
000910         88  END-OF-PROPPARM-FILE          VALUE 'Y'.
000920     05  WS-DAY-FOUND-SWITCH       PIC X(01) VALUE 'N'.
000930         88  WORK-DAY-FOUND                VALUE 'Y'.
000940     05  WS-PROP-FOUND-SWITCH      PIC X(01) VALUE 'N'.
000950         88  PROPERTY-PARM-FOUND           VALUE 'Y'.
000960
000970*----------------------------------------------------------------*
000980*  STANDALONE COUNTERS                                            *
000990*----------------------------------------------------------------*
001000 77  WS-DETAIL-READ-CTR           PIC 9(05)     COMP VALUE ZERO.
001010 77  WS-WEEKS-ADDED-CTR           PIC 9(05)     COMP VALUE ZERO.
001020 77  WS-WEEKS-UPDATED-CTR         PIC 9(05)     COMP VALUE ZERO.
001030 77  WS-POST-FAILED-CTR           PIC 9(05)     COMP VALUE ZERO.
001040 77  WS-DAY-COUNT                 PIC 9(03)     COMP VALUE ZERO.
001050 77  WS-DAY-SUBSCRIPT             PIC 9(03)     COMP VALUE ZERO.
001060 77  WS-PROPERTY-COUNT            PIC 9(02)     COMP VALUE ZERO.
001070 77  WS-PROPERTY-SUBSCRIPT        PIC 9(02)     COMP VALUE ZERO.
001080 77  WS-SLOT-SUBSCRIPT            PIC 9(01)     COMP VALUE ZERO.
001090 77  WS-SUM-SUBSCRIPT             PIC 9(01)     COMP VALUE ZERO.
001100 77  WS-DAY-OFFSET                PIC 9(01)     COMP VALUE ZERO.
001110 77  WS-ISO-DAY                   PIC 9(01)     COMP VALUE ZERO.
001120 77  WS-WEEK-START-DAY            PIC 9(01)     VALUE 1.
001130 77  WS-DEFAULT-START-DAY         PIC 9(01)     VALUE 1.
001140 77  WS-CURRENT-PROPERTY-CODE     PIC X(04)     VALUE SPACES.
001160
001170 01  WS-DATE-TIME-FIELDS.
001180     05  WS-RUN-DATE               PIC 9(08).
001190
001200*----------------------------------------------------------------*
001210*  CONTROL CARD - DEFAULT WORKWEEK START DAY IN COLUMN 1          *
001220*  (1 = MONDAY ... 7 = SUNDAY; BLANK MEANS MONDAY).  A PROPPARM   *
001230*  PP-WEEK-START-DAY OVERRIDES IT FOR THAT PROPERTY.              *
001240*----------------------------------------------------------------*
001250 01  WS-CONTROL-CARD.
001260     05  CC-WEEK-START-DAY         PIC 9(01).
001270     05  FILLER                    PIC X(79).
001280
001290 01  WS-ERROR-MESSAGE-FIELDS.
001300     05  WS-BAD-FILE-NAME          PIC X(30).
001305     05  WS-POST-FAILED-DISPLAY    PIC ZZZZ9.
001310
001320*----------------------------------------------------------------*
001330*  PROPERTY WORKWEEK TABLE - ONE ENTRY PER PROPPARM PROPERTY      *
001340*  THAT CARRIES ITS OWN WORKWEEK START DAY.                       *
001350*----------------------------------------------------------------*
001360 01  WS-PROPERTY-TABLE.
001370     05  WS-PROPERTY-ENTRY OCCURS 10 TIMES
001380         INDEXED BY WS-PROP-IDX.
001390         10  PW-PROPERTY-CODE          PIC X(04).
001400         10  PW-WEEK-START-DAY         PIC 9(01).
001410
001420*----------------------------------------------------------------*
001430*  WORK-DAY TABLE - ONE ENTRY PER HOUSEKEEPER PER RUN DATE ON     *
001440*  THE PAYROLL EXTRACT.  A HOUSEKEEPER PAID UNDER TWO PROPERTY    *
001450*  GROUPS THE SAME DAY POSTS THE COMBINED MINUTES ONCE.           *
001460*----------------------------------------------------------------*
001470 01  WS-WORK-DAY-TABLE.
001480     05  WS-WORK-DAY-ENTRY OCCURS 300 TIMES
001490         INDEXED BY WS-DAY-IDX.
001500         10  DY-EMPLOYEE-ID            PIC X(06).
001510         10  DY-EMPLOYEE-NAME          PIC X(20).
001520         10  DY-RUN-DATE               PIC 9(08).
001530         10  DY-PROPERTY-CODE          PIC X(04).
001540         10  DY-MINUTES                PIC 9(04)V9(02).
001550
001560*----------------------------------------------------------------*
001570*  DATE WORK FIELDS - ZELLER DAY OF WEEK BY THE SAME STEPWISE     *
001580*  INTEGER DIVIDES THE HISTORY RUN USES, AND A STEP-BACK DATE     *
001590*  WALKED DOWN TO THE START OF THE WORKWEEK.                      *
001600*----------------------------------------------------------------*
001610 01  WS-DATE-BREAKDOWN.
001620     05  WS-SERIAL-DATE            PIC 9(08).
001630     05  FILLER REDEFINES WS-SERIAL-DATE.
001640         10  WS-SERIAL-YEAR        PIC 9(04).
001650         10  WS-SERIAL-MONTH       PIC 9(02).
001660         10  WS-SERIAL-DAY         PIC 9(02).
001670     05  WS-STEP-DATE              PIC 9(08).
001680     05  FILLER REDEFINES WS-STEP-DATE.
001690         10  WS-STEP-YEAR          PIC 9(04).
001700         10  WS-STEP-MONTH         PIC 9(02).
001710         10  WS-STEP-DAY           PIC 9(02).
001720     05  WS-WEEK-START-DATE        PIC 9(08).
001730
001740 01  WS-MONTH-DAYS-VALUES          PIC X(24)
001750         VALUE '312831303130313130313031'.
001760 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
001770     05  WS-MONTH-DAYS             PIC 9(02) OCCURS 12 TIMES.
001780
001790 77  WS-ZELLER-YEAR               PIC 9(05)     COMP VALUE ZERO.
001800 77  WS-ZELLER-MONTH              PIC 9(03)     COMP VALUE ZERO.
001810 77  WS-ZELLER-TERM               PIC 9(07)     COMP VALUE ZERO.
001820 77  WS-ZELLER-QUARTER            PIC 9(05)     COMP VALUE ZERO.
001830 77  WS-ZELLER-CENTURY            PIC 9(05)     COMP VALUE ZERO.
001840 77  WS-ZELLER-QUADCENT           PIC 9(05)     COMP VALUE ZERO.
001850 77  WS-ZELLER-SUM                PIC 9(08)     COMP VALUE ZERO.
001860 77  WS-ZELLER-QUOTIENT           PIC 9(08)     COMP VALUE ZERO.
001870 77  WS-DAY-OF-WEEK-INDEX         PIC 9(01)     COMP VALUE ZERO.
001880 77  WS-LEAP-QUOTIENT             PIC 9(05)     COMP VALUE ZERO.
001890 77  WS-LEAP-REM-4                PIC 9(03)     COMP VALUE ZERO.
001900 77  WS-LEAP-REM-100              PIC 9(03)     COMP VALUE ZERO.
001910 77  WS-LEAP-REM-400              PIC 9(03)     COMP VALUE ZERO.
001920
001930*----------------------------------------------------------------*
001940*  POSTING REPORT LINE LAYOUTS                                    *
001950*----------------------------------------------------------------*
001960 01  WS-TITLE-LINE.
001970     05  FILLER                    PIC X(37) VALUE
001980         'WEEKLY HOURS POSTING REPORT -- RUN   '.
001990     05  WTL-RUN-DATE              PIC 9(08).
002000     05  FILLER                    PIC X(35) VALUE SPACES.
002010
002020 01  WS-COLUMN-LINE.
002030     05  FILLER                    PIC X(40) VALUE
002040         'EMP ID NAME                 PROP WORKED '.
002050     05  FILLER                    PIC X(40) VALUE
002060         '  WEEK OF   DAY HRS  WK HRS ACTION      '.
002070
002080 01  WS-DETAIL-LINE.
002090     05  WDL-EMPLOYEE-ID           PIC X(06).
002100     05  FILLER                    PIC X(01) VALUE SPACES.
002110     05  WDL-EMPLOYEE-NAME         PIC X(20).
002120     05  FILLER                    PIC X(01) VALUE SPACES.
002130     05  WDL-PROPERTY-CODE         PIC X(04).
002140     05  FILLER                    PIC X(01) VALUE SPACES.
002150     05  WDL-WORK-DATE             PIC 9(08).
002160     05  FILLER                    PIC X(01) VALUE SPACES.
002170     05  WDL-WEEK-START-DATE       PIC 9(08).
002180     05  FILLER                    PIC X(02) VALUE SPACES.
002190     05  WDL-DAY-HOURS             PIC ZZ9.99.
002200     05  FILLER                    PIC X(03) VALUE SPACES.
002210     05  WDL-WEEK-HOURS            PIC ZZ9.99.
002220     05  FILLER                    PIC X(01) VALUE SPACES.
002230     05  WDL-ACTION                PIC X(07).
002240     05  FILLER                    PIC X(05) VALUE SPACES.
002250
002260 01  WS-HOURS-WORK-FIELDS.
002270     05  WS-DAY-HOURS              PIC 9(03)V9(02).
002280     05  WS-WEEK-HOURS             PIC 9(03)V9(02).
002290
002300 01  WS-TOTAL-LINE.
002310     05  WTT-LABEL                 PIC X(30).
002320     05  WTT-COUNT                 PIC ZZZZ9.
002330     05  FILLER                    PIC X(45) VALUE SPACES.
002340
002350 PROCEDURE DIVISION.
002360 0000-MAINLINE.
002370     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002380     PERFORM 2000-LOAD-PROPERTY-PARMS THRU 2000-EXIT
002390     PERFORM 3000-LOAD-PAYROLL-DAYS THRU 3000-EXIT
002400     PERFORM 4000-POST-ONE-WORK-DAY THRU 4000-EXIT
002410         VARYING WS-DAY-SUBSCRIPT FROM 1 BY 1
002420         UNTIL WS-DAY-SUBSCRIPT > WS-DAY-COUNT
002430     PERFORM 8000-WRITE-REPORT-TOTALS THRU 8000-EXIT
002440     PERFORM 9000-TERMINATE THRU 9000-EXIT
002450     GO TO 9999-EXIT.
002460
002470*==================================================================*
002480*  1000-INITIALIZE - READ THE CONTROL CARD, OPEN THE WEEKLY-HOURS  *
002490*  MASTER I-O (CREATING IT EMPTY ON THE FIRST EVER RUN), THE       *
002500*  DAY'S PAYROLL EXTRACT AND THE POSTING REPORT.                   *
002510*==================================================================*
002520 1000-INITIALIZE.
002530     MOVE SPACES TO WS-CONTROL-CARD
002540     ACCEPT WS-CONTROL-CARD FROM SYSIN
002550     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT
002560     IF CC-WEEK-START-DAY IS NUMERIC
002570         AND CC-WEEK-START-DAY > ZERO
002580         AND CC-WEEK-START-DAY < 8
002590         MOVE CC-WEEK-START-DAY TO WS-DEFAULT-START-DAY
002600     END-IF
002610     OPEN I-O WEEKLY-HOURS-FILE
002620     IF WEEKLY-HOURS-NOT-FOUND
002630         OPEN OUTPUT WEEKLY-HOURS-FILE
002640         CLOSE WEEKLY-HOURS-FILE
002650         OPEN I-O WEEKLY-HOURS-FILE
002660     END-IF
002670     IF NOT WEEKLY-HOURS-FILE-OK
002680         MOVE 'WEEKLY-HOURS (WKHOURS)' TO WS-BAD-FILE-NAME
002690         PERFORM 9600-FILE-OPEN-ERROR-ROUTINE THRU 9600-EXIT
002700     END-IF
002710     OPEN INPUT PAYROLL-EXTRACT-FILE
002720     IF NOT PAYROLL-FILE-OK
002730         MOVE 'PAYROLL-EXTRACT (PAYEXTF)' TO WS-BAD-FILE-NAME
002740         PERFORM 9600-FILE-OPEN-ERROR-ROUTINE THRU 9600-EXIT
002750     END-IF
002760     OPEN OUTPUT POSTING-REPORT-FILE
002770     MOVE WS-RUN-DATE TO WTL-RUN-DATE
002780     WRITE POSTING-REPORT-LINE FROM WS-TITLE-LINE
002790     MOVE SPACES TO POSTING-REPORT-LINE
002800     WRITE POSTING-REPORT-LINE
002810     WRITE POSTING-REPORT-LINE FROM WS-COLUMN-LINE.
002820 1000-EXIT.
002830     EXIT.
002840
002841*----------------------------------------------------------------*
002842*  1050-READ-BUSINESS-DATE - THE PROCESSING DATE COMES FROM THE   *
002843*  BUSINESS-DATE CONTROL FILE, NOT THE CLOCK.  A DAY HKRUNCTL     *
002844*  HAS ALREADY CLOSED IS REFUSED UNLESS HKDTROLL HAS SET A RERUN  *
002845*  OVERRIDE, AND THE OVERRIDE THEN NAMES THE DATE TO PROCESS.     *
002846*----------------------------------------------------------------*
002847 1050-READ-BUSINESS-DATE.
002848     OPEN INPUT BUSINESS-DATE-FILE
002849     IF NOT BUSINESS-DATE-FILE-OK
002850         MOVE 'BUSINESS-DATE (BUSDATE)' TO WS-BAD-FILE-NAME
002851         PERFORM 9600-FILE-OPEN-ERROR-ROUTINE THRU 9600-EXIT
002852     END-IF
002853     READ BUSINESS-DATE-FILE
002854         AT END MOVE SPACES TO BUSINESS-DATE-RECORD
002855     END-READ
002856     CLOSE BUSINESS-DATE-FILE
002857     IF BD-BUSINESS-DATE IS NOT NUMERIC
002858         OR BD-BUSINESS-DATE = ZERO
002859         DISPLAY 'WEEKLY HOURS ERROR -- NO BUSINESS DATE'
002860             ' ON THE CONTROL FILE (BUSDATE)'
002861         DISPLAY 'RUN TERMINATED -- INITIALIZE IT WITH HKDTROLL '
002862             'AND RESUBMIT'
002863         MOVE 8 TO RETURN-CODE
002864         GO TO 9999-EXIT
002865     END-IF
002866     IF BD-RERUN-DATE IS NUMERIC AND BD-RERUN-DATE > ZERO
002867         MOVE BD-RERUN-DATE TO WS-RUN-DATE
002868         DISPLAY 'WEEKLY HOURS WARNING -- RERUN OVERRIDE'
002869             ' -- PROCESSING CLOSED DATE ' WS-RUN-DATE
002870         GO TO 1050-EXIT
002871     END-IF
002872     IF BD-DAY-COMPLETE
002873         DISPLAY 'WEEKLY HOURS ERROR -- BUSINESS DATE '
002874             BD-BUSINESS-DATE ' IS ALREADY CLOSED'
002875         DISPLAY 'RUN TERMINATED -- SET A RERUN OVERRIDE WITH '
002876             'HKDTROLL TO PROCESS IT AGAIN'
002877         MOVE 8 TO RETURN-CODE
002878         GO TO 9999-EXIT
002879     END-IF
002880     MOVE BD-BUSINESS-DATE TO WS-RUN-DATE.
002881 1050-EXIT.
002882     EXIT.
002883
002884*----------------------------------------------------------------*
002885*  2000-LOAD-PROPERTY-PARMS - THE PROPERTIES THAT KEEP THEIR OWN  *
002886*  WORKWEEK.  AN ABSENT PROPPARM LEAVES EVERY DAY ON THE          *
002887*  CONTROL-CARD START DAY, AS ON A SINGLE-PROPERTY BOARD.         *
002890*----------------------------------------------------------------*
002900 2000-LOAD-PROPERTY-PARMS.
002910     OPEN INPUT PROPERTY-PARAMETER-FILE
002920     IF NOT PROPPARM-FILE-OK
002930         GO TO 2000-EXIT
002940     END-IF
002950     PERFORM 2100-READ-PROPERTY-PARM THRU 2100-EXIT
002960     PERFORM 2200-STORE-PROPERTY-PARM THRU 2200-EXIT
002970         UNTIL END-OF-PROPPARM-FILE
002980     CLOSE PROPERTY-PARAMETER-FILE.
002990 2000-EXIT.
003000     EXIT.
003010
003020 2100-READ-PROPERTY-PARM.
003030     READ PROPERTY-PARAMETER-FILE
003040         AT END SET END-OF-PROPPARM-FILE TO TRUE
003050     END-READ.
003060 2100-EXIT.
003070     EXIT.
003080
003090 2200-STORE-PROPERTY-PARM.
003100     IF PP-WEEK-START-DAY IS NOT NUMERIC
003110         OR PP-WEEK-START-DAY = ZERO
003120         OR PP-WEEK-START-DAY > 7
003130         GO TO 2200-NEXT
003140     END-IF
003150     IF WS-PROPERTY-COUNT < 10
003160         ADD 1 TO WS-PROPERTY-COUNT
003170         SET WS-PROP-IDX TO WS-PROPERTY-COUNT
003180         MOVE PP-PROPERTY-CODE TO PW-PROPERTY-CODE (WS-PROP-IDX)
003190         MOVE PP-WEEK-START-DAY TO
003200             PW-WEEK-START-DAY (WS-PROP-IDX)
003210     ELSE
003220         DISPLAY 'WEEKLY HOURS WARNING -- PROPERTY '
003230             PP-PROPERTY-CODE
003240             ' DROPPED -- PARAMETER TABLE IS FULL AT 10 ENTRIES'
003250     END-IF.
003260 2200-NEXT.
003270     PERFORM 2100-READ-PROPERTY-PARM THRU 2100-EXIT.
003280 2200-EXIT.
003290     EXIT.
003300
003310*==================================================================*
003320*  3000-LOAD-PAYROLL-DAYS - EVERY 'D' DETAIL ON THE EXTRACT IS     *
003330*  ONE HOUSEKEEPER'S PAID DAY: ASSIGNED MINUTES PLUS THE BREAK     *
003340*  ALLOWANCE G.  THE PROPERTY COMES FROM THE GROUP'S 'H' HEADER.   *
003350*  TRAILERS ARE PAYBALNC'S BUSINESS AND ARE SKIPPED HERE.          *
003360*==================================================================*
003370 3000-LOAD-PAYROLL-DAYS.
003380     PERFORM 3100-READ-PAYROLL-RECORD THRU 3100-EXIT
003390     PERFORM 3200-STORE-PAYROLL-RECORD THRU 3200-EXIT
003400         UNTIL END-OF-PAYROLL-FILE.
003410 3000-EXIT.
003420     EXIT.
003430
003440 3100-READ-PAYROLL-RECORD.
003450     READ PAYROLL-EXTRACT-FILE
003460         AT END SET END-OF-PAYROLL-FILE TO TRUE
003470     END-READ.
003480 3100-EXIT.
003490     EXIT.
003500
003510 3200-STORE-PAYROLL-RECORD.
003520     IF PX-HEADER-RECORD
003530         MOVE PH-PROPERTY-CODE TO WS-CURRENT-PROPERTY-CODE
003540         GO TO 3200-NEXT
003550     END-IF
003560     IF NOT PX-DETAIL-RECORD
003570         GO TO 3200-NEXT
003580     END-IF
003590     ADD 1 TO WS-DETAIL-READ-CTR
003600     MOVE 'N' TO WS-DAY-FOUND-SWITCH
003610     PERFORM 3300-MATCH-ONE-WORK-DAY THRU 3300-EXIT
003620         VARYING WS-DAY-SUBSCRIPT FROM 1 BY 1
003630         UNTIL WS-DAY-SUBSCRIPT > WS-DAY-COUNT
003640         OR WORK-DAY-FOUND
003650     IF NOT WORK-DAY-FOUND
003660         IF WS-DAY-COUNT < 300
003670             ADD 1 TO WS-DAY-COUNT
003680             SET WS-DAY-IDX TO WS-DAY-COUNT
003690             MOVE PX-EMPLOYEE-ID TO DY-EMPLOYEE-ID (WS-DAY-IDX)
003700             MOVE PX-EMPLOYEE-NAME TO
003710                 DY-EMPLOYEE-NAME (WS-DAY-IDX)
003720             MOVE PX-RUN-DATE TO DY-RUN-DATE (WS-DAY-IDX)
003730             MOVE WS-CURRENT-PROPERTY-CODE TO
003740                 DY-PROPERTY-CODE (WS-DAY-IDX)
003750             MOVE ZERO TO DY-MINUTES (WS-DAY-IDX)
003760         ELSE
003770             DISPLAY 'WEEKLY HOURS WARNING -- HOUSEKEEPER '
003780                 PX-EMPLOYEE-ID
003790                 ' NOT POSTED -- WORK-DAY TABLE IS FULL AT 300'
003800             ADD 1 TO WS-POST-FAILED-CTR
003810             GO TO 3200-NEXT
003820         END-IF
003830     END-IF
003840     ADD PX-MINUTES-ASSIGNED TO DY-MINUTES (WS-DAY-IDX)
003850     ADD PX-BREAK-ALLOWANCE TO DY-MINUTES (WS-DAY-IDX).
003860 3200-NEXT.
003870     PERFORM 3100-READ-PAYROLL-RECORD THRU 3100-EXIT.
003880 3200-EXIT.
003890     EXIT.
003900
003910 3300-MATCH-ONE-WORK-DAY.
003920     SET WS-DAY-IDX TO WS-DAY-SUBSCRIPT
003930     IF DY-EMPLOYEE-ID (WS-DAY-IDX) = PX-EMPLOYEE-ID
003940         AND DY-RUN-DATE (WS-DAY-IDX) = PX-RUN-DATE
003950         SET WORK-DAY-FOUND TO TRUE
003960     END-IF.
003970 3300-EXIT.
003980     EXIT.
003990
004000*==================================================================*
004010*  4000-POST-ONE-WORK-DAY - SETTLE THE PROPERTY'S WORKWEEK, FIND   *
004020*  THE WEEK START AND DAY SLOT FOR THE RUN DATE, AND REPLACE THAT  *
004030*  SLOT ON THE HOUSEKEEPER'S WEEK RECORD (ADDING THE RECORD ON     *
004040*  THE FIRST DAY OF THE WEEK).  REPLACING RATHER THAN ADDING       *
004050*  MEANS A RERUN OR A MID-SHIFT REISSUE OF THE SAME DAY'S          *
004060*  EXTRACT NEVER DOUBLE-COUNTS THE DAY.                            *
004070*==================================================================*
004080 4000-POST-ONE-WORK-DAY.
004090     SET WS-DAY-IDX TO WS-DAY-SUBSCRIPT
004100     IF DY-RUN-DATE (WS-DAY-IDX) IS NOT NUMERIC
004110         OR DY-RUN-DATE (WS-DAY-IDX) = ZERO
004120         DISPLAY 'WEEKLY HOURS WARNING -- HOUSEKEEPER '
004130             DY-EMPLOYEE-ID (WS-DAY-IDX)
004140             ' NOT POSTED -- PAYROLL DETAIL HAS NO RUN DATE'
004150         ADD 1 TO WS-POST-FAILED-CTR
004160         GO TO 4000-EXIT
004170     END-IF
004180     PERFORM 4100-FIND-PROPERTY-START-DAY THRU 4100-EXIT
004190     MOVE DY-RUN-DATE (WS-DAY-IDX) TO WS-SERIAL-DATE
004200     PERFORM 4200-COMPUTE-WEEK-START THRU 4200-EXIT
004210     MOVE DY-EMPLOYEE-ID (WS-DAY-IDX) TO WH-EMPLOYEE-ID
004220     MOVE WS-WEEK-START-DATE TO WH-WEEK-START-DATE
004230     READ WEEKLY-HOURS-FILE
004240         INVALID KEY CONTINUE
004250     END-READ
004260     IF WEEKLY-HOURS-REC-MISSING
004270         MOVE SPACES TO WEEKLY-HOURS-RECORD
004280         MOVE DY-EMPLOYEE-ID (WS-DAY-IDX) TO WH-EMPLOYEE-ID
004290         MOVE WS-WEEK-START-DATE TO WH-WEEK-START-DATE
004300         PERFORM 4400-CLEAR-ONE-DAY-SLOT THRU 4400-EXIT
004310             VARYING WS-SUM-SUBSCRIPT FROM 1 BY 1
004320             UNTIL WS-SUM-SUBSCRIPT > 7
004330         MOVE 'ADDED' TO WDL-ACTION
004340     ELSE
004350         MOVE 'UPDATED' TO WDL-ACTION
004360     END-IF
004370     MOVE DY-PROPERTY-CODE (WS-DAY-IDX) TO WH-PROPERTY-CODE
004380     MOVE DY-MINUTES (WS-DAY-IDX)
004390         TO WH-DAY-MINUTES (WS-SLOT-SUBSCRIPT)
004400     MOVE ZERO TO WH-WEEK-MINUTES
004410     PERFORM 4500-ADD-ONE-DAY-SLOT THRU 4500-EXIT
004420         VARYING WS-SUM-SUBSCRIPT FROM 1 BY 1
004430         UNTIL WS-SUM-SUBSCRIPT > 7
004440     MOVE DY-RUN-DATE (WS-DAY-IDX) TO WH-LAST-POSTED-DATE
004450     IF WDL-ACTION = 'ADDED'
004460         PERFORM 4600-WRITE-NEW-WEEK THRU 4600-EXIT
004470     ELSE
004480         PERFORM 4700-REWRITE-WEEK THRU 4700-EXIT
004490     END-IF.
004500 4000-EXIT.
004510     EXIT.
004520
004530 4100-FIND-PROPERTY-START-DAY.
004540     MOVE WS-DEFAULT-START-DAY TO WS-WEEK-START-DAY
004550     MOVE 'N' TO WS-PROP-FOUND-SWITCH
004560     PERFORM 4150-MATCH-ONE-PROPERTY THRU 4150-EXIT
004570         VARYING WS-PROPERTY-SUBSCRIPT FROM 1 BY 1
004580         UNTIL WS-PROPERTY-SUBSCRIPT > WS-PROPERTY-COUNT
004590         OR PROPERTY-PARM-FOUND
004600     IF PROPERTY-PARM-FOUND
004610         MOVE PW-WEEK-START-DAY (WS-PROP-IDX)
004620             TO WS-WEEK-START-DAY
004630     END-IF.
004640 4100-EXIT.
004650     EXIT.
004660
004670 4150-MATCH-ONE-PROPERTY.
004680     SET WS-PROP-IDX TO WS-PROPERTY-SUBSCRIPT
004690     IF PW-PROPERTY-CODE (WS-PROP-IDX) =
004700         DY-PROPERTY-CODE (WS-DAY-IDX)
004710         SET PROPERTY-PARM-FOUND TO TRUE
004720     END-IF.
004730 4150-EXIT.
004740     EXIT.
004750
004760*----------------------------------------------------------------*
004770*  4200-COMPUTE-WEEK-START - ZELLER DAY OF WEEK FOR               *
004780*  WS-SERIAL-DATE (0 = SATURDAY), TURNED INTO 1 = MONDAY ...      *
004790*  7 = SUNDAY TO MATCH THE START-DAY PARAMETER.  THE DAYS SINCE   *
004800*  THE WORKWEEK STARTED GIVE THE DAY SLOT, AND STEPPING THE DATE  *
004810*  BACK THAT MANY DAYS GIVES WS-WEEK-START-DATE.                  *
004820*----------------------------------------------------------------*
004830 4200-COMPUTE-WEEK-START.
004840     IF WS-SERIAL-MONTH < 3
004850         COMPUTE WS-ZELLER-MONTH = WS-SERIAL-MONTH + 12
004860         COMPUTE WS-ZELLER-YEAR = WS-SERIAL-YEAR - 1
004870     ELSE
004880         MOVE WS-SERIAL-MONTH TO WS-ZELLER-MONTH
004890         MOVE WS-SERIAL-YEAR TO WS-ZELLER-YEAR
004900     END-IF
004910     COMPUTE WS-ZELLER-TERM = 13 * (WS-ZELLER-MONTH + 1)
004920     DIVIDE WS-ZELLER-TERM BY 5 GIVING WS-ZELLER-TERM
004930     DIVIDE WS-ZELLER-YEAR BY 4 GIVING WS-ZELLER-QUARTER
004940     DIVIDE WS-ZELLER-YEAR BY 100 GIVING WS-ZELLER-CENTURY
004950     DIVIDE WS-ZELLER-YEAR BY 400 GIVING WS-ZELLER-QUADCENT
004960     COMPUTE WS-ZELLER-SUM = WS-SERIAL-DAY + WS-ZELLER-TERM
004970         + WS-ZELLER-YEAR + WS-ZELLER-QUARTER
004980         - WS-ZELLER-CENTURY + WS-ZELLER-QUADCENT
004990     DIVIDE WS-ZELLER-SUM BY 7
005000         GIVING WS-ZELLER-QUOTIENT
005010         REMAINDER WS-DAY-OF-WEEK-INDEX
005020     COMPUTE WS-ISO-DAY = WS-DAY-OF-WEEK-INDEX + 5
005030     IF WS-ISO-DAY > 6
005040         SUBTRACT 7 FROM WS-ISO-DAY
005050     END-IF
005060     ADD 1 TO WS-ISO-DAY
005070     IF WS-ISO-DAY < WS-WEEK-START-DAY
005080         COMPUTE WS-DAY-OFFSET =
005090             WS-ISO-DAY + 7 - WS-WEEK-START-DAY
005100     ELSE
005110         COMPUTE WS-DAY-OFFSET = WS-ISO-DAY - WS-WEEK-START-DAY
005120     END-IF
005130     COMPUTE WS-SLOT-SUBSCRIPT = WS-DAY-OFFSET + 1
005140     MOVE WS-SERIAL-DATE TO WS-STEP-DATE
005150     PERFORM 4300-STEP-BACK-ONE-DAY THRU 4300-EXIT
005160         WS-DAY-OFFSET TIMES
005170     MOVE WS-STEP-DATE TO WS-WEEK-START-DATE.
005180 4200-EXIT.
005190     EXIT.
005200
005210 4300-STEP-BACK-ONE-DAY.
005220     IF WS-STEP-DAY > 1
005230         SUBTRACT 1 FROM WS-STEP-DAY
005240         GO TO 4300-EXIT
005250     END-IF
005260     IF WS-STEP-MONTH > 1
005270         SUBTRACT 1 FROM WS-STEP-MONTH
005280     ELSE
005290         MOVE 12 TO WS-STEP-MONTH
005300         SUBTRACT 1 FROM WS-STEP-YEAR
005310     END-IF
005320     MOVE WS-MONTH-DAYS (WS-STEP-MONTH) TO WS-STEP-DAY
005330     IF WS-STEP-MONTH NOT = 2
005340         GO TO 4300-EXIT
005350     END-IF
005360     DIVIDE WS-STEP-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
005370         REMAINDER WS-LEAP-REM-4
005380     DIVIDE WS-STEP-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
005390         REMAINDER WS-LEAP-REM-100
005400     DIVIDE WS-STEP-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
005410         REMAINDER WS-LEAP-REM-400
005420     IF WS-LEAP-REM-4 = ZERO
005430         AND (WS-LEAP-REM-100 NOT = ZERO
005440              OR WS-LEAP-REM-400 = ZERO)
005450         MOVE 29 TO WS-STEP-DAY
005460     END-IF.
005470 4300-EXIT.
005480     EXIT.
005490
005500 4400-CLEAR-ONE-DAY-SLOT.
005510     MOVE ZERO TO WH-DAY-MINUTES (WS-SUM-SUBSCRIPT).
005520 4400-EXIT.
005530     EXIT.
005540
005550 4500-ADD-ONE-DAY-SLOT.
005560     ADD WH-DAY-MINUTES (WS-SUM-SUBSCRIPT) TO WH-WEEK-MINUTES.
005570 4500-EXIT.
005580     EXIT.
005590
005600 4600-WRITE-NEW-WEEK.
005610     WRITE WEEKLY-HOURS-RECORD
005620         INVALID KEY
005630             ADD 1 TO WS-POST-FAILED-CTR
005640             MOVE 'FAILED' TO WDL-ACTION
005650         NOT INVALID KEY
005660             ADD 1 TO WS-WEEKS-ADDED-CTR
005670     END-WRITE
005680     PERFORM 4800-WRITE-POSTING-LINE THRU 4800-EXIT.
005690 4600-EXIT.
005700     EXIT.
005710
005720 4700-REWRITE-WEEK.
005730     REWRITE WEEKLY-HOURS-RECORD
005740         INVALID KEY
005750             ADD 1 TO WS-POST-FAILED-CTR
005760             MOVE 'FAILED' TO WDL-ACTION
005770         NOT INVALID KEY
005780             ADD 1 TO WS-WEEKS-UPDATED-CTR
005790     END-REWRITE
005800     PERFORM 4800-WRITE-POSTING-LINE THRU 4800-EXIT.
005810 4700-EXIT.
005820     EXIT.
005830
005840 4800-WRITE-POSTING-LINE.
005850     MOVE DY-EMPLOYEE-ID (WS-DAY-IDX) TO WDL-EMPLOYEE-ID
005860     MOVE DY-EMPLOYEE-NAME (WS-DAY-IDX) TO WDL-EMPLOYEE-NAME
005870     MOVE DY-PROPERTY-CODE (WS-DAY-IDX) TO WDL-PROPERTY-CODE
005880     MOVE DY-RUN-DATE (WS-DAY-IDX) TO WDL-WORK-DATE
005890     MOVE WS-WEEK-START-DATE TO WDL-WEEK-START-DATE
005900     COMPUTE WS-DAY-HOURS ROUNDED =
005910         DY-MINUTES (WS-DAY-IDX) / 60
005920     COMPUTE WS-WEEK-HOURS ROUNDED = WH-WEEK-MINUTES / 60
005930     MOVE WS-DAY-HOURS TO WDL-DAY-HOURS
005940     MOVE WS-WEEK-HOURS TO WDL-WEEK-HOURS
005950     WRITE POSTING-REPORT-LINE FROM WS-DETAIL-LINE.
005960 4800-EXIT.
005970     EXIT.
005980
005990*==================================================================*
006000*  8000-WRITE-REPORT-TOTALS - CONTROL COUNTS FOR THE OPERATOR.     *
006010*==================================================================*
006020 8000-WRITE-REPORT-TOTALS.
006030     MOVE SPACES TO POSTING-REPORT-LINE
006040     WRITE POSTING-REPORT-LINE
006050     MOVE 'PAYROLL DETAILS READ' TO WTT-LABEL
006060     MOVE WS-DETAIL-READ-CTR TO WTT-COUNT
006070     WRITE POSTING-REPORT-LINE FROM WS-TOTAL-LINE
006080     MOVE 'WORK DAYS POSTED' TO WTT-LABEL
006090     MOVE WS-DAY-COUNT TO WTT-COUNT
006100     WRITE POSTING-REPORT-LINE FROM WS-TOTAL-LINE
006110     MOVE 'WEEK RECORDS ADDED' TO WTT-LABEL
006120     MOVE WS-WEEKS-ADDED-CTR TO WTT-COUNT
006130     WRITE POSTING-REPORT-LINE FROM WS-TOTAL-LINE
006140     MOVE 'WEEK RECORDS UPDATED' TO WTT-LABEL
006150     MOVE WS-WEEKS-UPDATED-CTR TO WTT-COUNT
006160     WRITE POSTING-REPORT-LINE FROM WS-TOTAL-LINE
006170     MOVE 'POSTINGS FAILED' TO WTT-LABEL
006180     MOVE WS-POST-FAILED-CTR TO WTT-COUNT
006190     WRITE POSTING-REPORT-LINE FROM WS-TOTAL-LINE
006200     IF WS-POST-FAILED-CTR > ZERO
006205         MOVE WS-POST-FAILED-CTR TO WS-POST-FAILED-DISPLAY
006210         DISPLAY 'WEEKLY HOURS WARNING -- ' WS-POST-FAILED-DISPLAY
006220             ' POSTING(S) FAILED -- SEE THE POSTING REPORT'
006230     END-IF.
006240 8000-EXIT.
006250     EXIT.
006260
006270*==================================================================*
006280*  9000-TERMINATE / 9600 ERROR / 9999 EXIT                         *
006290*==================================================================*
006300 9000-TERMINATE.
006310     CLOSE WEEKLY-HOURS-FILE
006320     CLOSE PAYROLL-EXTRACT-FILE
006330     CLOSE POSTING-REPORT-FILE.
006340 9000-EXIT.
006350     EXIT.
006360
006370*----------------------------------------------------------------*
006380*  9600-FILE-OPEN-ERROR-ROUTINE - NAME THE FILE AND STOP          *
006390*  CLEANLY BEFORE ANY WEEK RECORD IS HALF-POSTED.                 *
006400*----------------------------------------------------------------*
006410 9600-FILE-OPEN-ERROR-ROUTINE.
006420     DISPLAY 'WEEKLY HOURS FILE ERROR -- UNABLE TO OPEN '
006430         WS-BAD-FILE-NAME
006440     DISPLAY 'RUN TERMINATED -- VERIFY THE FILE EXISTS AND IS '
006450         'CORRECTLY NAMED AND RESUBMIT'
006460     GO TO 9999-EXIT.
006470 9600-EXIT.
006480     EXIT.
006490
006500 9999-EXIT.
006510     STOP RUN.
