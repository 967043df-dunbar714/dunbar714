000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     HKBUDGET.
000030 AUTHOR.         M R DUNBAR.
000040 INSTALLATION.   HOUSEKEEPING SYSTEMS - ROOMS DIVISION.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*  MODIFICATION HISTORY                                           *
000090*  ------------------------------------------------------------   *
000100*  DATE       BY   DESCRIPTION                                    *
000110*  ---------- ---- -------------------------------------------    *
000120*  10/15/2026 MRD  ORIGINAL VERSION - MONTHLY LABOR BUDGET VERSUS *
000130*                  ACTUAL.  ACCUMULATES THE NIGHTLY G/L LABOR     *
000140*                  COST EXTRACTS AND THE HOUSEKEEPING LOG'S       *
000150*                  DEPARTURE AND STAY-OVER ROOMS BY PROPERTY FOR  *
000160*                  THE CONTROL-CARD MONTH AND REPORTS MONTH-TO-   *
000170*                  DATE AND FULL-MONTH ACTUAL AGAINST THE LBRBUDG *
000180*                  BUDGET, ACTUAL COST PER OCCUPIED ROOM AGAINST  *
000190*                  TARGET, AND THE MONTH-END RESULT PROJECTED AT  *
000200*                  THE MONTH-TO-DATE RUN RATE.  REPLACES THE      *
000210*                  SPREADSHEET BUILT BY HAND FROM COSTRPT AND     *
000220*                  HISTRPT.                                       *
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
000320     SELECT LABOR-BUDGET-FILE
000330         ASSIGN TO LBRBUDG
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-BUDGET-FILE-KEY.
000360
000370     SELECT GL-EXTRACT-FILE
000380         ASSIGN TO GLEXTF
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-GL-EXTRACT-KEY.
000410
000420     SELECT HOUSEKEEPING-LOG-FILE
000430         ASSIGN TO HSKLOGF
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-LOG-FILE-KEY.
000460
000470     SELECT BUDGET-REPORT-FILE
000480         ASSIGN TO BUDGRPT
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-BUDGET-RPT-KEY.
000510
000511     SELECT BUSINESS-DATE-FILE
000512         ASSIGN TO BUSDATE
000513         ORGANIZATION IS LINE SEQUENTIAL
000514         FILE STATUS IS WS-BUSINESS-DATE-KEY.
000515
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  LABOR-BUDGET-FILE
000550     LABEL RECORDS ARE STANDARD.
000560 COPY LBRBUD.
000570
000580 FD  GL-EXTRACT-FILE
000590     LABEL RECORDS ARE STANDARD.
000600 COPY GLEXT.
000610
000620 FD  HOUSEKEEPING-LOG-FILE
000630     LABEL RECORDS ARE STANDARD.
000640 COPY HKLOG.
000650
000660 FD  BUDGET-REPORT-FILE
000670     LABEL RECORDS ARE STANDARD.
000680 01  BUDGET-REPORT-LINE           PIC X(80).
000690
000692 FD  BUSINESS-DATE-FILE
000694     LABEL RECORDS ARE STANDARD.
000696 COPY BUSDTE.
000698
000700 WORKING-STORAGE SECTION.
000710*----------------------------------------------------------------*
000720*  FILE STATUS KEYS AND SWITCHES                                  *
000730*----------------------------------------------------------------*
000740 01  WS-FILE-STATUS-KEYS.
000750     05  WS-BUDGET-FILE-KEY        PIC X(02) VALUE SPACES.
000760         88  BUDGET-FILE-OK                VALUE '00'.
000770     05  WS-GL-EXTRACT-KEY         PIC X(02) VALUE SPACES.
000780         88  GL-EXTRACT-FILE-OK            VALUE '00'.
000790     05  WS-LOG-FILE-KEY           PIC X(02) VALUE SPACES.
000800         88  LOG-FILE-OK                   VALUE '00'.
000810     05  WS-BUDGET-RPT-KEY         PIC X(02) VALUE SPACES.
000813     05  WS-BUSINESS-DATE-KEY      PIC X(02) VALUE SPACES.
000816         88  BUSINESS-DATE-FILE-OK         VALUE '00'.
000820
000830 01  WS-SWITCHES.
000840     05  WS-BUDGET-EOF-SWITCH      PIC X(01) VALUE 'N'.
000850         88  END-OF-BUDGET-FILE            VALUE 'Y'.
000860     05  WS-GL-EOF-SWITCH          PIC X(01) VALUE 'N'.
000870         88  END-OF-GL-EXTRACT             VALUE 'Y'.
000880     05  WS-LOG-EOF-SWITCH         PIC X(01) VALUE 'N'.
000890         88  END-OF-LOG-FILE               VALUE 'Y'.
000900     05  WS-PROPERTY-FOUND-SWITCH  PIC X(01) VALUE 'N'.
000910         88  BUDGET-PROPERTY-FOUND         VALUE 'Y'.
000920     05  WS-LOG-OPEN-SWITCH        PIC X(01) VALUE 'N'.
000930         88  LOG-FILE-OPENED               VALUE 'Y'.
000940
000950*----------------------------------------------------------------*
000960*  CONTROL CARD - REPORT MONTH (YYYYMM) IN COLUMNS 1-6.  BLANK    *
000970*  MEANS THE MONTH OF THE RUN DATE.                               *
000980*----------------------------------------------------------------*
000990 01  WS-CONTROL-CARD.
001000     05  CC-REPORT-MONTH           PIC 9(06).
001010     05  FILLER                    PIC X(74).
001020
001030*----------------------------------------------------------------*
001040*  STANDALONE COUNTERS, SUBSCRIPTS AND WORK FIELDS                *
001050*----------------------------------------------------------------*
001060 77  WS-PROPERTY-COUNT            PIC 9(02)     COMP VALUE ZERO.
001070 77  WS-PROPERTY-SUBSCRIPT        PIC 9(02)     COMP VALUE ZERO.
001080 77  WS-GL-READ-CTR               PIC 9(07)     COMP VALUE ZERO.
001090 77  WS-GL-POSTED-CTR             PIC 9(07)     COMP VALUE ZERO.
001100 77  WS-LOG-READ-CTR              PIC 9(07)     COMP VALUE ZERO.
001110 77  WS-LOG-POSTED-CTR            PIC 9(07)     COMP VALUE ZERO.
001120 77  WS-DAYS-IN-MONTH             PIC 9(02)     COMP VALUE ZERO.
001130 77  WS-LEAP-QUOTIENT             PIC 9(04)     COMP VALUE ZERO.
001140 77  WS-LEAP-REMAINDER            PIC 9(03)     COMP VALUE ZERO.
001150 77  WS-ROOMS-THIS-RUN            PIC 9(06)     COMP VALUE ZERO.
001160 77  WS-LOOKUP-PROPERTY           PIC X(04)     VALUE SPACES.
001170 77  WS-POSTED-DAY                PIC 9(02)     VALUE ZERO.
001180
001190 01  WS-DATE-TIME-FIELDS.
001200     05  WS-RUN-DATE               PIC 9(08).
001210     05  WS-REPORT-MONTH           PIC 9(06).
001220     05  FILLER REDEFINES WS-REPORT-MONTH.
001230         10  WS-REPORT-YEAR        PIC 9(04).
001240         10  WS-REPORT-MM          PIC 9(02).
001250     05  WS-POSTED-DATE            PIC 9(08).
001260     05  FILLER REDEFINES WS-POSTED-DATE.
001270         10  WS-POSTED-MONTH       PIC 9(06).
001280         10  FILLER                PIC 9(02).
001290
001300 01  WS-MONTH-DAYS-VALUES         PIC X(24) VALUE
001310     '312831303130313130313031'.
001320 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
001330     05  WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(02).
001340
001350*----------------------------------------------------------------*
001360*  PROPERTY BUDGET TABLE - ONE ENTRY PER PROPERTY WITH A BUDGET   *
001370*  FOR THE MONTH OR ANY COST OR ROOMS POSTED IN IT.  THE LAST LOG *
001380*  DATE AND ITS ROOMS LET A RESTARTED OR RE-RUN BOARD REPLACE THE *
001390*  DAY'S ROOMS INSTEAD OF COUNTING THEM TWICE.  THE LAST DAY IS   *
001400*  THE LATEST DAY OF THE MONTH WITH COST OR ROOMS POSTED - THE    *
001410*  DAYS ELAPSED FOR THE RUN RATE.                                 *
001420*----------------------------------------------------------------*
001430 01  WS-PROPERTY-BUDGET-TABLE.
001440     05  WS-PROPERTY-BUDGET-ENTRY OCCURS 10 TIMES
001450         INDEXED BY WS-PRP-IDX.
001460         10  PB-PROPERTY-CODE          PIC X(04).
001470         10  PB-BUDGET-SWITCH          PIC X(01).
001480             88  PB-BUDGET-ON-FILE             VALUE 'Y'.
001490         10  PB-BUDGET-DOLLARS         PIC 9(07)V9(02).
001500         10  PB-BUDGET-ROOMS           PIC 9(06).
001510         10  PB-TARGET-COST            PIC 9(03)V9(02).
001520         10  PB-MTD-COST               PIC 9(09)V9(02).
001530         10  PB-MTD-ROOMS              PIC 9(07)     COMP.
001540         10  PB-LAST-LOG-DATE          PIC 9(08).
001550         10  PB-LAST-LOG-ROOMS         PIC 9(06)     COMP.
001560         10  PB-LAST-DAY               PIC 9(02).
001570
001580*----------------------------------------------------------------*
001590*  REPORT BLOCK WORK AREA - ONE PROPERTY'S FIGURES, OR THE ALL-   *
001600*  PROPERTY TOTAL, READY FOR 6200 TO PRINT.                       *
001610*----------------------------------------------------------------*
001620 01  WS-BLOCK-FIGURES.
001630     05  BK-BUDGET-SWITCH          PIC X(01).
001640         88  BK-BUDGET-ON-FILE             VALUE 'Y'.
001650     05  BK-DAYS-ELAPSED           PIC 9(02).
001660     05  BK-BUDGET-DOLLARS         PIC 9(09)V9(02).
001670     05  BK-BUDGET-ROOMS           PIC 9(07).
001680     05  BK-TARGET-COST            PIC 9(03)V9(02).
001690     05  BK-MTD-COST               PIC 9(09)V9(02).
001700     05  BK-MTD-ROOMS              PIC 9(07).
001710     05  BK-MTD-BUDGET-DOLLARS     PIC 9(09)V9(02).
001720     05  BK-MTD-BUDGET-ROOMS       PIC 9(07).
001730     05  BK-PROJECTED-COST         PIC 9(09)V9(02).
001740     05  BK-PROJECTED-ROOMS        PIC 9(07).
001750     05  BK-VARIANCE-DOLLARS       PIC S9(09)V9(02).
001760     05  BK-VARIANCE-ROOMS         PIC S9(07).
001770     05  BK-COST-PER-ROOM          PIC 9(05)V9(02).
001780     05  BK-BUDGET-COST-PER-ROOM   PIC 9(05)V9(02).
001790     05  BK-VARIANCE-PER-ROOM      PIC S9(05)V9(02).
001800
001810 01  WS-TOTAL-FIGURES.
001820     05  TB-BUDGET-DOLLARS         PIC 9(09)V9(02) VALUE ZERO.
001830     05  TB-BUDGET-ROOMS           PIC 9(07)       VALUE ZERO.
001840     05  TB-MTD-COST               PIC 9(09)V9(02) VALUE ZERO.
001850     05  TB-MTD-ROOMS              PIC 9(07)       VALUE ZERO.
001860     05  TB-MTD-BUDGET-DOLLARS     PIC 9(09)V9(02) VALUE ZERO.
001870     05  TB-MTD-BUDGET-ROOMS       PIC 9(07)       VALUE ZERO.
001880     05  TB-PROJECTED-COST         PIC 9(09)V9(02) VALUE ZERO.
001890     05  TB-PROJECTED-ROOMS        PIC 9(07)       VALUE ZERO.
001900     05  TB-BUDGETED-PROPERTIES    PIC 9(02)  COMP VALUE ZERO.
001910
001920 01  WS-ERROR-MESSAGE-FIELDS.
001930     05  WS-BAD-FILE-NAME          PIC X(30).
001940
001950*----------------------------------------------------------------*
001960*  REPORT LINE LAYOUTS                                            *
001970*----------------------------------------------------------------*
001980 01  WS-TITLE-LINE.
001990     05  FILLER                    PIC X(40) VALUE
002000         'HOUSEKEEPING LABOR BUDGET VS ACTUAL --  '.
002010     05  FILLER                    PIC X(06) VALUE 'MONTH '.
002020     05  WTL-REPORT-MONTH          PIC 9(06).
002030     05  FILLER                    PIC X(10) VALUE '  RUN DATE'.
002040     05  FILLER                    PIC X(01) VALUE SPACES.
002050     05  WTL-RUN-DATE              PIC 9(08).
002060     05  FILLER                    PIC X(09) VALUE SPACES.
002070
002080 01  WS-PROPERTY-HEAD-LINE.
002090     05  FILLER                    PIC X(09) VALUE 'PROPERTY '.
002100     05  WPH-PROPERTY-CODE         PIC X(04).
002110     05  FILLER                    PIC X(08) VALUE '   DAYS '.
002120     05  WPH-DAYS-ELAPSED          PIC Z9.
002130     05  FILLER                    PIC X(04) VALUE ' OF '.
002140     05  WPH-DAYS-IN-MONTH         PIC Z9.
002150     05  FILLER                    PIC X(51) VALUE SPACES.
002160
002170 01  WS-COLUMN-LINE.
002180     05  FILLER                    PIC X(40) VALUE
002190         '                           LABOR DOLLARS'.
002200     05  FILLER                    PIC X(40) VALUE
002210         '  OCC ROOMS COST/OCC RM                 '.
002220
002230 01  WS-FIGURE-LINE.
002240     05  FILLER                    PIC X(02) VALUE SPACES.
002250     05  WFL-LABEL                 PIC X(22).
002260     05  WFL-DOLLARS               PIC -,---,---,--9.99.
002270     05  FILLER                    PIC X(02) VALUE SPACES.
002280     05  WFL-ROOMS                 PIC -,---,--9.
002290     05  FILLER                    PIC X(03) VALUE SPACES.
002300     05  WFL-COST-PER-ROOM         PIC -,--9.99.
002310     05  FILLER                    PIC X(18) VALUE SPACES.
002320
002330 01  WS-NO-BUDGET-LINE.
002340     05  FILLER                    PIC X(02) VALUE SPACES.
002350     05  FILLER                    PIC X(45) VALUE
002360         'NO BUDGET ON LBRBUDG FOR THIS PROPERTY/MONTH '.
002370     05  FILLER                    PIC X(33) VALUE SPACES.
002380
002390 01  WS-TOTAL-LINE.
002400     05  WT-LABEL                  PIC X(18).
002410     05  WT-COUNT                  PIC ZZZZZZ9.
002420     05  FILLER                    PIC X(55) VALUE SPACES.
002430
002440 PROCEDURE DIVISION.
002450 0000-MAINLINE.
002460     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002470     PERFORM 2000-LOAD-BUDGETS THRU 2000-EXIT
002480     PERFORM 3000-ACCUMULATE-GL-EXTRACT THRU 3000-EXIT
002490     PERFORM 4000-ACCUMULATE-LOG THRU 4000-EXIT
002500     PERFORM 6000-WRITE-BUDGET-REPORT THRU 6000-EXIT
002510     PERFORM 9000-TERMINATE THRU 9000-EXIT
002520     GO TO 9999-EXIT.
002530
002540*==================================================================*
002550*  1000-INITIALIZE - CONTROL CARD, DAYS IN THE MONTH AND FILES.    *
002560*  THE G/L EXTRACT AND THE BUDGET ARE REQUIRED; WITHOUT THE LOG    *
002570*  THERE ARE NO OCCUPIED ROOMS, SO THE RUN WARNS AND REPORTS THE   *
002580*  DOLLARS ALONE.                                                  *
002590*==================================================================*
002600 1000-INITIALIZE.
002610     MOVE SPACES TO WS-CONTROL-CARD
002620     ACCEPT WS-CONTROL-CARD FROM SYSIN
002630     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT
002640     IF CC-REPORT-MONTH IS NUMERIC AND CC-REPORT-MONTH > ZERO
002650         MOVE CC-REPORT-MONTH TO WS-REPORT-MONTH
002660     ELSE
002670         MOVE WS-RUN-DATE (1:6) TO WS-REPORT-MONTH
002680     END-IF
002690     IF WS-REPORT-MM < 1 OR WS-REPORT-MM > 12
002700         DISPLAY 'BUDGET ERROR -- REPORT MONTH ' WS-REPORT-MONTH
002710             ' ON THE CONTROL CARD IS NOT A VALID YYYYMM'
002720         DISPLAY 'RUN TERMINATED -- CORRECT COLUMNS 1-6 AND '
002730             'RESUBMIT'
002735         MOVE 8 TO RETURN-CODE
002740         GO TO 9999-EXIT
002750     END-IF
002760     PERFORM 1100-SET-DAYS-IN-MONTH THRU 1100-EXIT
002770     OPEN INPUT LABOR-BUDGET-FILE
002780     IF NOT BUDGET-FILE-OK
002790         MOVE 'LABOR-BUDGET (LBRBUDG)' TO WS-BAD-FILE-NAME
002800         PERFORM 9600-FILE-OPEN-ERROR-ROUTINE THRU 9600-EXIT
002810     END-IF
002820     OPEN INPUT GL-EXTRACT-FILE
002830     IF NOT GL-EXTRACT-FILE-OK
002840         MOVE 'GL-EXTRACT (GLEXTF)' TO WS-BAD-FILE-NAME
002850         PERFORM 9600-FILE-OPEN-ERROR-ROUTINE THRU 9600-EXIT
002860     END-IF
002870     OPEN INPUT HOUSEKEEPING-LOG-FILE
002880     IF NOT LOG-FILE-OK
002890         DISPLAY 'BUDGET WARNING -- HOUSEKEEPING LOG (HSKLOGF) '
002900             'NOT AVAILABLE -- NO OCCUPIED ROOMS'
002910         SET END-OF-LOG-FILE TO TRUE
002920     ELSE
002930         SET LOG-FILE-OPENED TO TRUE
002940     END-IF
002950     OPEN OUTPUT BUDGET-REPORT-FILE.
002960 1000-EXIT.
002970     EXIT.
002980
002981*----------------------------------------------------------------*
002982*  1050-READ-BUSINESS-DATE - THE PROCESSING DATE COMES FROM THE   *
002983*  BUSINESS-DATE CONTROL FILE, NOT THE CLOCK.  A DAY HKRUNCTL     *
002984*  HAS ALREADY CLOSED IS REFUSED UNLESS HKDTROLL HAS SET A RERUN  *
002985*  OVERRIDE, AND THE OVERRIDE THEN NAMES THE DATE TO PROCESS.     *
002986*----------------------------------------------------------------*
002987 1050-READ-BUSINESS-DATE.
002988     OPEN INPUT BUSINESS-DATE-FILE
002989     IF NOT BUSINESS-DATE-FILE-OK
002990         MOVE 'BUSINESS-DATE (BUSDATE)' TO WS-BAD-FILE-NAME
002991         PERFORM 9600-FILE-OPEN-ERROR-ROUTINE THRU 9600-EXIT
002992     END-IF
002993     READ BUSINESS-DATE-FILE
002994         AT END MOVE SPACES TO BUSINESS-DATE-RECORD
002995     END-READ
002996     CLOSE BUSINESS-DATE-FILE
002997     IF BD-BUSINESS-DATE IS NOT NUMERIC
002998         OR BD-BUSINESS-DATE = ZERO
002999         DISPLAY 'BUDGET ERROR -- NO BUSINESS DATE'
003000             ' ON THE CONTROL FILE (BUSDATE)'
003001         DISPLAY 'RUN TERMINATED -- INITIALIZE IT WITH HKDTROLL '
003002             'AND RESUBMIT'
003003         MOVE 8 TO RETURN-CODE
003004         GO TO 9999-EXIT
003005     END-IF
003006     IF BD-RERUN-DATE IS NUMERIC AND BD-RERUN-DATE > ZERO
003007         MOVE BD-RERUN-DATE TO WS-RUN-DATE
003008         DISPLAY 'BUDGET WARNING -- RERUN OVERRIDE'
003009             ' -- PROCESSING CLOSED DATE ' WS-RUN-DATE
003010         GO TO 1050-EXIT
003011     END-IF
003012     IF BD-DAY-COMPLETE
003013         DISPLAY 'BUDGET ERROR -- BUSINESS DATE '
003014             BD-BUSINESS-DATE ' IS ALREADY CLOSED'
003015         DISPLAY 'RUN TERMINATED -- SET A RERUN OVERRIDE WITH '
003016             'HKDTROLL TO PROCESS IT AGAIN'
003017         MOVE 8 TO RETURN-CODE
003018         GO TO 9999-EXIT
003019     END-IF
003020     MOVE BD-BUSINESS-DATE TO WS-RUN-DATE.
003021 1050-EXIT.
003022     EXIT.
003023
003024*----------------------------------------------------------------*
003025*  1100-SET-DAYS-IN-MONTH - FEBRUARY TAKES 29 IN A YEAR DIVISIBLE *
003026*  BY 4, EXCEPT A CENTURY YEAR NOT DIVISIBLE BY 400.              *
003027*----------------------------------------------------------------*
003030 1100-SET-DAYS-IN-MONTH.
003040     MOVE WS-MONTH-DAYS (WS-REPORT-MM) TO WS-DAYS-IN-MONTH
003050     IF WS-REPORT-MM NOT = 2
003060         GO TO 1100-EXIT
003070     END-IF
003080     DIVIDE WS-REPORT-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
003090         REMAINDER WS-LEAP-REMAINDER
003100     IF WS-LEAP-REMAINDER NOT = ZERO
003110         GO TO 1100-EXIT
003120     END-IF
003130     DIVIDE WS-REPORT-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
003140         REMAINDER WS-LEAP-REMAINDER
003150     IF WS-LEAP-REMAINDER = ZERO
003160         DIVIDE WS-REPORT-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
003170             REMAINDER WS-LEAP-REMAINDER
003180         IF WS-LEAP-REMAINDER NOT = ZERO
003190             GO TO 1100-EXIT
003200         END-IF
003210     END-IF
003220     MOVE 29 TO WS-DAYS-IN-MONTH.
003230 1100-EXIT.
003240     EXIT.
003250
003260*==================================================================*
003270*  2000-LOAD-BUDGETS - ONE PROPERTY ENTRY PER BUDGET RECORD FOR    *
003280*  THE REPORT MONTH.  OTHER MONTHS ARE PASSED OVER; A RECORD WITH  *
003290*  A NON-NUMERIC FIGURE IS REPORTED AND SKIPPED.                   *
003300*==================================================================*
003310 2000-LOAD-BUDGETS.
003320     PERFORM 2100-READ-BUDGET-RECORD THRU 2100-EXIT
003330     PERFORM 2200-STORE-ONE-BUDGET THRU 2200-EXIT
003340         UNTIL END-OF-BUDGET-FILE
003350     CLOSE LABOR-BUDGET-FILE
003360     IF WS-PROPERTY-COUNT = ZERO
003370         DISPLAY 'BUDGET WARNING -- NO BUDGET ON LBRBUDG FOR '
003380             'MONTH ' WS-REPORT-MONTH
003390     END-IF.
003400 2000-EXIT.
003410     EXIT.
003420
003430 2100-READ-BUDGET-RECORD.
003440     READ LABOR-BUDGET-FILE
003450         AT END SET END-OF-BUDGET-FILE TO TRUE
003460     END-READ.
003470 2100-EXIT.
003480     EXIT.
003490
003500 2200-STORE-ONE-BUDGET.
003510     IF LB-BUDGET-MONTH IS NOT NUMERIC
003520         OR LB-BUDGET-MONTH NOT = WS-REPORT-MONTH
003530         GO TO 2200-NEXT
003540     END-IF
003550     IF LB-BUDGET-LABOR-DOLLARS IS NOT NUMERIC
003560         OR LB-BUDGET-OCCUPIED-ROOMS IS NOT NUMERIC
003570         OR LB-TARGET-COST-PER-ROOM IS NOT NUMERIC
003580         DISPLAY 'BUDGET WARNING -- PROPERTY ' LB-PROPERTY-CODE
003590             ' HAS A NON-NUMERIC BUDGET FIGURE -- SKIPPED'
003600         GO TO 2200-NEXT
003610     END-IF
003620     MOVE LB-PROPERTY-CODE TO WS-LOOKUP-PROPERTY
003630     PERFORM 5000-FIND-PROPERTY-ENTRY THRU 5000-EXIT
003640     IF NOT BUDGET-PROPERTY-FOUND
003650         GO TO 2200-NEXT
003660     END-IF
003670     IF PB-BUDGET-ON-FILE (WS-PRP-IDX)
003680         DISPLAY 'BUDGET WARNING -- PROPERTY ' LB-PROPERTY-CODE
003690             ' HAS A SECOND BUDGET FOR THE MONTH -- IT REPLACES '
003700             'THE FIRST'
003710     END-IF
003720     SET PB-BUDGET-ON-FILE (WS-PRP-IDX) TO TRUE
003730     MOVE LB-BUDGET-LABOR-DOLLARS TO
003740         PB-BUDGET-DOLLARS (WS-PRP-IDX)
003750     MOVE LB-BUDGET-OCCUPIED-ROOMS TO PB-BUDGET-ROOMS (WS-PRP-IDX)
003760     MOVE LB-TARGET-COST-PER-ROOM TO PB-TARGET-COST (WS-PRP-IDX).
003770 2200-NEXT.
003780     PERFORM 2100-READ-BUDGET-RECORD THRU 2100-EXIT.
003790 2200-EXIT.
003800     EXIT.
003810
003820*==================================================================*
003830*  3000-ACCUMULATE-GL-EXTRACT - THE MONTH'S NIGHTLY G/L EXTRACTS,  *
003840*  EVERY DEPARTMENT, ROLLED UP TO THE PROPERTY.  RECORDS FOR ANY   *
003850*  OTHER MONTH ARE PASSED OVER, SO A QUARTER'S EXTRACTS MAY BE     *
003860*  SUPPLIED AS THEY STAND.                                         *
003870*==================================================================*
003880 3000-ACCUMULATE-GL-EXTRACT.
003890     PERFORM 3100-READ-GL-RECORD THRU 3100-EXIT
003900     PERFORM 3200-POST-ONE-GL-RECORD THRU 3200-EXIT
003910         UNTIL END-OF-GL-EXTRACT
003920     CLOSE GL-EXTRACT-FILE.
003930 3000-EXIT.
003940     EXIT.
003950
003960 3100-READ-GL-RECORD.
003970     READ GL-EXTRACT-FILE
003980         AT END SET END-OF-GL-EXTRACT TO TRUE
003990     END-READ.
004000 3100-EXIT.
004010     EXIT.
004020
004030 3200-POST-ONE-GL-RECORD.
004040     ADD 1 TO WS-GL-READ-CTR
004050     IF GL-RUN-DATE IS NOT NUMERIC
004060         OR GL-COST-AMOUNT IS NOT NUMERIC
004070         GO TO 3200-NEXT
004080     END-IF
004090     MOVE GL-RUN-DATE TO WS-POSTED-DATE
004100     IF WS-POSTED-MONTH NOT = WS-REPORT-MONTH
004110         GO TO 3200-NEXT
004120     END-IF
004130     MOVE GL-PROPERTY-CODE TO WS-LOOKUP-PROPERTY
004140     PERFORM 5000-FIND-PROPERTY-ENTRY THRU 5000-EXIT
004150     IF NOT BUDGET-PROPERTY-FOUND
004160         GO TO 3200-NEXT
004170     END-IF
004180     ADD GL-COST-AMOUNT TO PB-MTD-COST (WS-PRP-IDX)
004190     PERFORM 5100-ADVANCE-LAST-DAY THRU 5100-EXIT
004200     ADD 1 TO WS-GL-POSTED-CTR.
004210 3200-NEXT.
004220     PERFORM 3100-READ-GL-RECORD THRU 3100-EXIT.
004230 3200-EXIT.
004240     EXIT.
004250
004260*==================================================================*
004270*  4000-ACCUMULATE-LOG - OCCUPIED ROOMS ARE THE BOARD'S DEPARTURE  *
004280*  PLUS STAY-OVER ROOMS FROM EACH REAL RUN ON THE LOG.  WHAT-IF    *
004290*  AND MID-SHIFT RECORDS CARRY A SCENARIO ID AND ARE PASSED OVER.  *
004300*  A SECOND RUN FOR THE SAME PROPERTY AND DATE (A RESTART OR A     *
004310*  RE-RUN) REPLACES THE FIRST.                                     *
004320*==================================================================*
004330 4000-ACCUMULATE-LOG.
004340     PERFORM 4100-READ-LOG-RECORD THRU 4100-EXIT
004350     PERFORM 4200-POST-ONE-LOG-RECORD THRU 4200-EXIT
004360         UNTIL END-OF-LOG-FILE
004370     IF LOG-FILE-OPENED
004380         CLOSE HOUSEKEEPING-LOG-FILE
004390     END-IF.
004400 4000-EXIT.
004410     EXIT.
004420
004430 4100-READ-LOG-RECORD.
004440     READ HOUSEKEEPING-LOG-FILE
004450         AT END SET END-OF-LOG-FILE TO TRUE
004460     END-READ.
004470 4100-EXIT.
004480     EXIT.
004490
004500 4200-POST-ONE-LOG-RECORD.
004510     ADD 1 TO WS-LOG-READ-CTR
004520     IF HL-SCENARIO-ID NOT = SPACES
004530         GO TO 4200-NEXT
004540     END-IF
004550     IF HL-RUN-DATE IS NOT NUMERIC
004560         OR HL-DEPAR-TIME IS NOT NUMERIC
004570         OR HL-STAY-OVER-TIME IS NOT NUMERIC
004580         GO TO 4200-NEXT
004590     END-IF
004600     MOVE HL-RUN-DATE TO WS-POSTED-DATE
004610     IF WS-POSTED-MONTH NOT = WS-REPORT-MONTH
004620         GO TO 4200-NEXT
004630     END-IF
004640     MOVE HL-PROPERTY-CODE TO WS-LOOKUP-PROPERTY
004650     PERFORM 5000-FIND-PROPERTY-ENTRY THRU 5000-EXIT
004660     IF NOT BUDGET-PROPERTY-FOUND
004670         GO TO 4200-NEXT
004680     END-IF
004690     COMPUTE WS-ROOMS-THIS-RUN = HL-DEPAR-TIME + HL-STAY-OVER-TIME
004700     IF HL-RUN-DATE = PB-LAST-LOG-DATE (WS-PRP-IDX)
004710         SUBTRACT PB-LAST-LOG-ROOMS (WS-PRP-IDX)
004720             FROM PB-MTD-ROOMS (WS-PRP-IDX)
004730     END-IF
004740     ADD WS-ROOMS-THIS-RUN TO PB-MTD-ROOMS (WS-PRP-IDX)
004750     MOVE HL-RUN-DATE TO PB-LAST-LOG-DATE (WS-PRP-IDX)
004760     MOVE WS-ROOMS-THIS-RUN TO PB-LAST-LOG-ROOMS (WS-PRP-IDX)
004770     PERFORM 5100-ADVANCE-LAST-DAY THRU 5100-EXIT
004780     ADD 1 TO WS-LOG-POSTED-CTR.
004790 4200-NEXT.
004800     PERFORM 4100-READ-LOG-RECORD THRU 4100-EXIT.
004810 4200-EXIT.
004820     EXIT.
004830
004840*----------------------------------------------------------------*
004850*  5000-FIND-PROPERTY-ENTRY - LEAVES WS-PRP-IDX ON THE ENTRY FOR  *
004860*  WS-LOOKUP-PROPERTY, ADDING ONE ON FIRST SIGHT.  A FULL TABLE   *
004870*  WARNS AND LEAVES BUDGET-PROPERTY-FOUND OFF.                    *
004880*----------------------------------------------------------------*
004890 5000-FIND-PROPERTY-ENTRY.
004900     MOVE 'N' TO WS-PROPERTY-FOUND-SWITCH
004910     PERFORM 5010-MATCH-ONE-PROPERTY THRU 5010-EXIT
004920         VARYING WS-PROPERTY-SUBSCRIPT FROM 1 BY 1
004930         UNTIL WS-PROPERTY-SUBSCRIPT > WS-PROPERTY-COUNT
004940         OR BUDGET-PROPERTY-FOUND
004950     IF BUDGET-PROPERTY-FOUND
004960         GO TO 5000-EXIT
004970     END-IF
004980     IF WS-PROPERTY-COUNT < 10
004990         ADD 1 TO WS-PROPERTY-COUNT
005000         SET WS-PRP-IDX TO WS-PROPERTY-COUNT
005010         MOVE WS-LOOKUP-PROPERTY TO PB-PROPERTY-CODE (WS-PRP-IDX)
005020         MOVE 'N' TO PB-BUDGET-SWITCH (WS-PRP-IDX)
005030         MOVE ZERO TO PB-BUDGET-DOLLARS (WS-PRP-IDX)
005040         MOVE ZERO TO PB-BUDGET-ROOMS (WS-PRP-IDX)
005050         MOVE ZERO TO PB-TARGET-COST (WS-PRP-IDX)
005060         MOVE ZERO TO PB-MTD-COST (WS-PRP-IDX)
005070         MOVE ZERO TO PB-MTD-ROOMS (WS-PRP-IDX)
005080         MOVE ZERO TO PB-LAST-LOG-DATE (WS-PRP-IDX)
005090         MOVE ZERO TO PB-LAST-LOG-ROOMS (WS-PRP-IDX)
005100         MOVE ZERO TO PB-LAST-DAY (WS-PRP-IDX)
005110         SET BUDGET-PROPERTY-FOUND TO TRUE
005120     ELSE
005130         DISPLAY 'BUDGET WARNING -- PROPERTY ' WS-LOOKUP-PROPERTY
005140             ' DROPPED -- BUDGET TABLE IS FULL AT 10 ENTRIES'
005150     END-IF.
005160 5000-EXIT.
005170     EXIT.
005180
005190 5010-MATCH-ONE-PROPERTY.
005200     SET WS-PRP-IDX TO WS-PROPERTY-SUBSCRIPT
005210     IF PB-PROPERTY-CODE (WS-PRP-IDX) = WS-LOOKUP-PROPERTY
005220         SET BUDGET-PROPERTY-FOUND TO TRUE
005230     END-IF.
005240 5010-EXIT.
005250     EXIT.
005260
005270 5100-ADVANCE-LAST-DAY.
005280     MOVE WS-POSTED-DATE (7:2) TO WS-POSTED-DAY
005290     IF WS-POSTED-DAY > PB-LAST-DAY (WS-PRP-IDX)
005300         MOVE WS-POSTED-DAY TO PB-LAST-DAY (WS-PRP-IDX)
005310     END-IF.
005320 5100-EXIT.
005330     EXIT.
005340
005350*==================================================================*
005360*  6000-WRITE-BUDGET-REPORT - ONE BLOCK PER PROPERTY, THEN THE     *
005370*  ALL-PROPERTY TOTAL.  THE TOTAL'S BUDGET LINES COVER ONLY THE    *
005380*  PROPERTIES WITH A BUDGET FOR THE MONTH.                         *
005390*==================================================================*
005400 6000-WRITE-BUDGET-REPORT.
005410     MOVE WS-REPORT-MONTH TO WTL-REPORT-MONTH
005420     MOVE WS-RUN-DATE TO WTL-RUN-DATE
005430     WRITE BUDGET-REPORT-LINE FROM WS-TITLE-LINE
005440     PERFORM 6100-REPORT-ONE-PROPERTY THRU 6100-EXIT
005450         VARYING WS-PROPERTY-SUBSCRIPT FROM 1 BY 1
005460         UNTIL WS-PROPERTY-SUBSCRIPT > WS-PROPERTY-COUNT
005470     PERFORM 6300-REPORT-ALL-PROPERTIES THRU 6300-EXIT.
005480 6000-EXIT.
005490     EXIT.
005500
005510*----------------------------------------------------------------*
005520*  6100-REPORT-ONE-PROPERTY - THE MONTH-TO-DATE BUDGET IS THE     *
005530*  FULL-MONTH BUDGET PRORATED OVER THE DAYS ELAPSED; THE          *
005540*  PROJECTION CARRIES THE MONTH-TO-DATE RUN RATE OUT TO THE END   *
005550*  OF THE MONTH.  NOTHING POSTED MEANS NO DAYS ELAPSED AND NO     *
005560*  PROJECTION.                                                    *
005570*----------------------------------------------------------------*
005580 6100-REPORT-ONE-PROPERTY.
005590     SET WS-PRP-IDX TO WS-PROPERTY-SUBSCRIPT
005600     MOVE PB-BUDGET-SWITCH (WS-PRP-IDX) TO BK-BUDGET-SWITCH
005610     MOVE PB-LAST-DAY (WS-PRP-IDX) TO BK-DAYS-ELAPSED
005620     MOVE PB-BUDGET-DOLLARS (WS-PRP-IDX) TO BK-BUDGET-DOLLARS
005630     MOVE PB-BUDGET-ROOMS (WS-PRP-IDX) TO BK-BUDGET-ROOMS
005640     MOVE PB-TARGET-COST (WS-PRP-IDX) TO BK-TARGET-COST
005650     MOVE PB-MTD-COST (WS-PRP-IDX) TO BK-MTD-COST
005660     MOVE PB-MTD-ROOMS (WS-PRP-IDX) TO BK-MTD-ROOMS
005670     MOVE ZERO TO BK-MTD-BUDGET-DOLLARS
005680     MOVE ZERO TO BK-MTD-BUDGET-ROOMS
005690     MOVE ZERO TO BK-PROJECTED-COST
005700     MOVE ZERO TO BK-PROJECTED-ROOMS
005710     IF BK-DAYS-ELAPSED > ZERO
005720         COMPUTE BK-MTD-BUDGET-DOLLARS ROUNDED =
005730             BK-BUDGET-DOLLARS * BK-DAYS-ELAPSED
005740                 / WS-DAYS-IN-MONTH
005750         COMPUTE BK-MTD-BUDGET-ROOMS ROUNDED =
005760             BK-BUDGET-ROOMS * BK-DAYS-ELAPSED / WS-DAYS-IN-MONTH
005770         COMPUTE BK-PROJECTED-COST ROUNDED =
005780             BK-MTD-COST * WS-DAYS-IN-MONTH / BK-DAYS-ELAPSED
005790         COMPUTE BK-PROJECTED-ROOMS ROUNDED =
005800             BK-MTD-ROOMS * WS-DAYS-IN-MONTH / BK-DAYS-ELAPSED
005810     END-IF
005820     MOVE SPACES TO BUDGET-REPORT-LINE
005830     WRITE BUDGET-REPORT-LINE
005840     MOVE PB-PROPERTY-CODE (WS-PRP-IDX) TO WPH-PROPERTY-CODE
005850     MOVE BK-DAYS-ELAPSED TO WPH-DAYS-ELAPSED
005860     MOVE WS-DAYS-IN-MONTH TO WPH-DAYS-IN-MONTH
005870     WRITE BUDGET-REPORT-LINE FROM WS-PROPERTY-HEAD-LINE
005880     PERFORM 6200-WRITE-FIGURE-BLOCK THRU 6200-EXIT
005890     ADD BK-MTD-COST TO TB-MTD-COST
005900     ADD BK-MTD-ROOMS TO TB-MTD-ROOMS
005910     ADD BK-PROJECTED-COST TO TB-PROJECTED-COST
005920     ADD BK-PROJECTED-ROOMS TO TB-PROJECTED-ROOMS
005930     IF BK-BUDGET-ON-FILE
005940         ADD 1 TO TB-BUDGETED-PROPERTIES
005950         ADD BK-BUDGET-DOLLARS TO TB-BUDGET-DOLLARS
005960         ADD BK-BUDGET-ROOMS TO TB-BUDGET-ROOMS
005970         ADD BK-MTD-BUDGET-DOLLARS TO TB-MTD-BUDGET-DOLLARS
005980         ADD BK-MTD-BUDGET-ROOMS TO TB-MTD-BUDGET-ROOMS
005990     END-IF.
006000 6100-EXIT.
006010     EXIT.
006020
006030*----------------------------------------------------------------*
006040*  6200-WRITE-FIGURE-BLOCK - PRINTS THE BLOCK WORK AREA: ACTUAL,  *
006050*  BUDGET AND VARIANCE MONTH-TO-DATE, THEN THE PROJECTION, FULL-  *
006060*  MONTH BUDGET AND VARIANCE, THEN COST PER OCCUPIED ROOM AGAINST *
006070*  TARGET.  A VARIANCE IS ACTUAL LESS BUDGET - A PLUS DOLLAR      *
006080*  VARIANCE IS OVERSPENT.                                         *
006090*----------------------------------------------------------------*
006100 6200-WRITE-FIGURE-BLOCK.
006110     WRITE BUDGET-REPORT-LINE FROM WS-COLUMN-LINE
006120     MOVE ZERO TO BK-COST-PER-ROOM
006130     IF BK-MTD-ROOMS > ZERO
006140         COMPUTE BK-COST-PER-ROOM ROUNDED =
006150             BK-MTD-COST / BK-MTD-ROOMS
006160     END-IF
006170     MOVE 'ACTUAL MONTH-TO-DATE' TO WFL-LABEL
006180     MOVE BK-MTD-COST TO WFL-DOLLARS
006190     MOVE BK-MTD-ROOMS TO WFL-ROOMS
006200     MOVE BK-COST-PER-ROOM TO WFL-COST-PER-ROOM
006210     WRITE BUDGET-REPORT-LINE FROM WS-FIGURE-LINE
006220     IF NOT BK-BUDGET-ON-FILE
006230         WRITE BUDGET-REPORT-LINE FROM WS-NO-BUDGET-LINE
006240         MOVE 'PROJECTED MONTH-END' TO WFL-LABEL
006250         MOVE BK-PROJECTED-COST TO WFL-DOLLARS
006260         MOVE BK-PROJECTED-ROOMS TO WFL-ROOMS
006270         MOVE BK-COST-PER-ROOM TO WFL-COST-PER-ROOM
006280         WRITE BUDGET-REPORT-LINE FROM WS-FIGURE-LINE
006290         GO TO 6200-EXIT
006300     END-IF
006310     MOVE ZERO TO BK-BUDGET-COST-PER-ROOM
006320     IF BK-MTD-BUDGET-ROOMS > ZERO
006330         COMPUTE BK-BUDGET-COST-PER-ROOM ROUNDED =
006340             BK-MTD-BUDGET-DOLLARS / BK-MTD-BUDGET-ROOMS
006350     END-IF
006360     MOVE 'BUDGET MONTH-TO-DATE' TO WFL-LABEL
006370     MOVE BK-MTD-BUDGET-DOLLARS TO WFL-DOLLARS
006380     MOVE BK-MTD-BUDGET-ROOMS TO WFL-ROOMS
006390     MOVE BK-BUDGET-COST-PER-ROOM TO WFL-COST-PER-ROOM
006400     WRITE BUDGET-REPORT-LINE FROM WS-FIGURE-LINE
006410     COMPUTE BK-VARIANCE-DOLLARS =
006420         BK-MTD-COST - BK-MTD-BUDGET-DOLLARS
006430     COMPUTE BK-VARIANCE-ROOMS =
006440         BK-MTD-ROOMS - BK-MTD-BUDGET-ROOMS
006450     COMPUTE BK-VARIANCE-PER-ROOM =
006460         BK-COST-PER-ROOM - BK-BUDGET-COST-PER-ROOM
006470     MOVE '  VARIANCE' TO WFL-LABEL
006480     MOVE BK-VARIANCE-DOLLARS TO WFL-DOLLARS
006490     MOVE BK-VARIANCE-ROOMS TO WFL-ROOMS
006500     MOVE BK-VARIANCE-PER-ROOM TO WFL-COST-PER-ROOM
006510     WRITE BUDGET-REPORT-LINE FROM WS-FIGURE-LINE
006520     MOVE 'PROJECTED MONTH-END' TO WFL-LABEL
006530     MOVE BK-PROJECTED-COST TO WFL-DOLLARS
006540     MOVE BK-PROJECTED-ROOMS TO WFL-ROOMS
006550     MOVE BK-COST-PER-ROOM TO WFL-COST-PER-ROOM
006560     WRITE BUDGET-REPORT-LINE FROM WS-FIGURE-LINE
006570     MOVE ZERO TO BK-BUDGET-COST-PER-ROOM
006580     IF BK-BUDGET-ROOMS > ZERO
006590         COMPUTE BK-BUDGET-COST-PER-ROOM ROUNDED =
006600             BK-BUDGET-DOLLARS / BK-BUDGET-ROOMS
006610     END-IF
006620     MOVE 'BUDGET FULL MONTH' TO WFL-LABEL
006630     MOVE BK-BUDGET-DOLLARS TO WFL-DOLLARS
006640     MOVE BK-BUDGET-ROOMS TO WFL-ROOMS
006650     MOVE BK-BUDGET-COST-PER-ROOM TO WFL-COST-PER-ROOM
006660     WRITE BUDGET-REPORT-LINE FROM WS-FIGURE-LINE
006670     COMPUTE BK-VARIANCE-DOLLARS =
006680         BK-PROJECTED-COST - BK-BUDGET-DOLLARS
006690     COMPUTE BK-VARIANCE-ROOMS =
006700         BK-PROJECTED-ROOMS - BK-BUDGET-ROOMS
006710     COMPUTE BK-VARIANCE-PER-ROOM =
006720         BK-COST-PER-ROOM - BK-BUDGET-COST-PER-ROOM
006730     MOVE '  VARIANCE' TO WFL-LABEL
006740     MOVE BK-VARIANCE-DOLLARS TO WFL-DOLLARS
006750     MOVE BK-VARIANCE-ROOMS TO WFL-ROOMS
006760     MOVE BK-VARIANCE-PER-ROOM TO WFL-COST-PER-ROOM
006770     WRITE BUDGET-REPORT-LINE FROM WS-FIGURE-LINE
006780     IF BK-TARGET-COST = ZERO
006790         GO TO 6200-EXIT
006800     END-IF
006810     MOVE SPACES TO WS-FIGURE-LINE
006820     MOVE 'TARGET COST/OCC RM' TO WFL-LABEL
006830     MOVE BK-TARGET-COST TO WFL-COST-PER-ROOM
006840     WRITE BUDGET-REPORT-LINE FROM WS-FIGURE-LINE
006850     COMPUTE BK-VARIANCE-PER-ROOM =
006860         BK-COST-PER-ROOM - BK-TARGET-COST
006870     MOVE '  ACTUAL VS TARGET' TO WFL-LABEL
006880     MOVE BK-VARIANCE-PER-ROOM TO WFL-COST-PER-ROOM
006890     WRITE BUDGET-REPORT-LINE FROM WS-FIGURE-LINE.
006900 6200-EXIT.
006910     EXIT.
006920
006930*----------------------------------------------------------------*
006940*  6300-REPORT-ALL-PROPERTIES - THE TOTAL BLOCK.  THERE IS NO     *
006950*  SINGLE TARGET ACROSS PROPERTIES, SO NONE IS PRINTED.           *
006960*----------------------------------------------------------------*
006970 6300-REPORT-ALL-PROPERTIES.
006980     IF WS-PROPERTY-COUNT < 2
006990         GO TO 6300-EXIT
007000     END-IF
007010     MOVE 'N' TO BK-BUDGET-SWITCH
007020     IF TB-BUDGETED-PROPERTIES > ZERO
007030         SET BK-BUDGET-ON-FILE TO TRUE
007040     END-IF
007050     MOVE TB-BUDGET-DOLLARS TO BK-BUDGET-DOLLARS
007060     MOVE TB-BUDGET-ROOMS TO BK-BUDGET-ROOMS
007070     MOVE ZERO TO BK-TARGET-COST
007080     MOVE TB-MTD-COST TO BK-MTD-COST
007090     MOVE TB-MTD-ROOMS TO BK-MTD-ROOMS
007100     MOVE TB-MTD-BUDGET-DOLLARS TO BK-MTD-BUDGET-DOLLARS
007110     MOVE TB-MTD-BUDGET-ROOMS TO BK-MTD-BUDGET-ROOMS
007120     MOVE TB-PROJECTED-COST TO BK-PROJECTED-COST
007130     MOVE TB-PROJECTED-ROOMS TO BK-PROJECTED-ROOMS
007140     MOVE SPACES TO BUDGET-REPORT-LINE
007150     WRITE BUDGET-REPORT-LINE
007160     MOVE 'ALL PROPERTIES' TO BUDGET-REPORT-LINE
007170     WRITE BUDGET-REPORT-LINE
007180     PERFORM 6200-WRITE-FIGURE-BLOCK THRU 6200-EXIT.
007190 6300-EXIT.
007200     EXIT.
007210
007220*==================================================================*
007230*  9000-TERMINATE / 9600 ERROR / 9999 EXIT                         *
007240*==================================================================*
007250 9000-TERMINATE.
007260     MOVE SPACES TO BUDGET-REPORT-LINE
007270     WRITE BUDGET-REPORT-LINE
007280     MOVE 'G/L RECORDS READ' TO WT-LABEL
007290     MOVE WS-GL-READ-CTR TO WT-COUNT
007300     WRITE BUDGET-REPORT-LINE FROM WS-TOTAL-LINE
007310     MOVE 'G/L IN THE MONTH' TO WT-LABEL
007320     MOVE WS-GL-POSTED-CTR TO WT-COUNT
007330     WRITE BUDGET-REPORT-LINE FROM WS-TOTAL-LINE
007340     MOVE 'LOG RECORDS READ' TO WT-LABEL
007350     MOVE WS-LOG-READ-CTR TO WT-COUNT
007360     WRITE BUDGET-REPORT-LINE FROM WS-TOTAL-LINE
007370     MOVE 'LOG RUNS IN MONTH' TO WT-LABEL
007380     MOVE WS-LOG-POSTED-CTR TO WT-COUNT
007390     WRITE BUDGET-REPORT-LINE FROM WS-TOTAL-LINE
007400     CLOSE BUDGET-REPORT-FILE.
007410 9000-EXIT.
007420     EXIT.
007430
007440*----------------------------------------------------------------*
007450*  9600-FILE-OPEN-ERROR-ROUTINE - NO BUDGET OR NO G/L EXTRACT     *
007460*  MEANS NOTHING TO COMPARE.  NAME THE FILE AND STOP CLEANLY.     *
007470*----------------------------------------------------------------*
007480 9600-FILE-OPEN-ERROR-ROUTINE.
007490     DISPLAY 'BUDGET FILE ERROR -- UNABLE TO OPEN '
007500         WS-BAD-FILE-NAME
007510     DISPLAY 'RUN TERMINATED -- VERIFY THE FILE EXISTS AND IS '
007520         'CORRECTLY NAMED AND RESUBMIT'
007530     GO TO 9999-EXIT.
007540 9600-EXIT.
007550     EXIT.
007560
007570 9999-EXIT.
007580     STOP RUN.
